identification division.
       program-id. TredjepartVedligehold.

      *> --- Third-party provider access under the payment services
      *> rules. Two registers, both kept apart from the marketing
      *> consents in 72-SamtykkeRegister.txt:
      *> 123-Udbydere.txt - the licensed providers:
      *>   UDBYDER-ID,NAVN,LICENS-NR,ROLLE,STATUS,OPDATERET
      *>   ROLLE AIS (account information), PIS (payment initiation)
      *>   or BEGGE; STATUS AKTIV, SUSPENDERET or TILBAGEKALDT.
      *> 123-AdgangSamtykker.txt - the customers' access consents:
      *>   SAMTYKKE-ID,CPR,UDBYDER-ID,KONTI,OMFANG,GIVET,UDLOEB,STATUS
      *>   KONTI is up to five KONTO-IDs separated by "/", OMFANG is
      *>   SALDO, TRANS or BEGGE and STATUS AKTIV, TRUKKET or
      *>   UDLOEBET (set by KontoinfoUdtraek when UDLOEB has passed).
      *> Requests from 123-TredjepartAnmodninger.txt, HANDLING and
      *> OPERATOR-ID first:
      *>   UDBYDER,op,UDBYDER-ID,NAVN,LICENS-NR,ROLLE,STATUS
      *>           - add a provider or change its licence/status,
      *>   GIV,op,SAMTYKKE-ID,CPR,UDBYDER-ID,KONTI,OMFANG,UDLOEB
      *>           - a new consent; the provider must be AKTIV with an
      *>             AIS role, every account AABEN in 8-KontoData.txt
      *>             and posting under the CPR, UDLOEB at most 180
      *>             days ahead (blank gives 90 days),
      *>   TRAEK,op,SAMTYKKE-ID,CPR
      *>           - the customer withdraws the consent,
      *>   FORNY,op,SAMTYKKE-ID,CPR,UDLOEB
      *>           - renew an active or expired consent.
      *> Every change goes to 123-TredjepartLog.txt with the value
      *> before it. ---

environment division.
input-output section.
file-control.
       select provider-file assign to "123-Udbydere.txt"
           organization line sequential
           file status is WS-PROVIDER-STATUS.

       select consent-file assign to "123-AdgangSamtykker.txt"
           organization line sequential
           file status is WS-CONSENT-STATUS.

       select requests-file assign to "123-TredjepartAnmodninger.txt"
           organization line sequential
           file status is WS-REQUESTS-STATUS.

       select account-file assign to "8-KontoData.txt"
           organization is line sequential
           file status is WS-ACCOUNT-STATUS.

       select transactions-file assign to "10-Transaktioner.txt"
           organization is indexed
           access mode is sequential
           record key is CPR of transactions-in with duplicates
           alternate record key is TRANS-REF of transactions-in
               with duplicates
           alternate record key is BUTIK of transactions-in
               with duplicates
           file status is WS-TRANS-STATUS.

       select tpp-log-file assign to "123-TredjepartLog.txt"
           organization line sequential
           file status is WS-TPP-LOG-STATUS.

       select report-file assign to "123-TredjepartRapport.txt"
           organization line sequential.

      *> --- only probed at start-up: a present operator register
      *> makes the OPERATOR field on every request mandatory ---
       select operator-probe-file assign to "80-Operatoerer.txt"
           organization line sequential
           file status is WS-OPERATOR-PROBE-STATUS.

       select provider-index-file assign to "WS-TredjepartUdbyder.tmp"
           organization is indexed
           access mode is dynamic
           record key is UD-UDBYDER-ID
           file status is WS-PROVIDER-INDEX-STATUS.

       select consent-index-file assign to "WS-TredjepartSamtykke.tmp"
           organization is indexed
           access mode is dynamic
           record key is SG-SAMTYKKE-ID
           file status is WS-CONSENT-INDEX-STATUS.

      *> --- KONTO-ID -> status and posting CPR ---
       select account-index-file assign to "WS-TredjepartKonto.tmp"
           organization is indexed
           access mode is dynamic
           record key is KK-KONTO-ID
           file status is WS-ACCOUNT-INDEX-STATUS.

data division.
file section.
FD provider-file.
       01 PROVIDER-CSV-RECORD pic x(120).

FD consent-file.
       01 CONSENT-CSV-RECORD pic x(200).

FD requests-file.
       01 REQUEST-RECORD pic x(200).

FD account-file.
       01 csv-lines2 pic x(100).

FD transactions-file.
01 transactions-in.
       copy "10-TRANSAKTIONER.cpy".

FD tpp-log-file.
       01 TPP-LOG-RECORD pic x(250).

FD report-file.
       01 REPORT-RECORD pic x(150).

FD operator-probe-file.
       01 OPERATOR-PROBE-RECORD pic x(60).

FD provider-index-file.
       01 PROVIDER-INDEX-RECORD.
           05 UD-UDBYDER-ID pic x(10).
           05 UD-NAVN pic x(40).
           05 UD-LICENS-NR pic x(20).
           05 UD-ROLLE pic x(5).
           05 UD-STATUS pic x(12).
           05 UD-OPDATERET pic x(10).

FD consent-index-file.
       01 CONSENT-INDEX-RECORD.
           05 SG-SAMTYKKE-ID pic x(12).
           05 SG-CPR pic x(15).
           05 SG-UDBYDER-ID pic x(10).
           05 SG-KONTI pic x(80).
           05 SG-OMFANG pic x(6).
           05 SG-GIVET pic x(10).
           05 SG-UDLOEB pic x(10).
           05 SG-STATUS pic x(8).

FD account-index-file.
       01 ACCOUNT-INDEX-RECORD.
           05 KK-KONTO-ID pic x(15).
           05 KK-STATUS pic x(6).
           05 KK-CPR pic x(15).

WORKING-STORAGE SECTION.
       01 WS-PROVIDER-STATUS pic XX value spaces.
       01 WS-CONSENT-STATUS pic XX value spaces.
       01 WS-REQUESTS-STATUS pic XX value spaces.
       01 WS-ACCOUNT-STATUS pic XX value spaces.
       01 WS-TRANS-STATUS pic XX value spaces.
       01 WS-TPP-LOG-STATUS pic XX value spaces.
       01 WS-OPERATOR-PROBE-STATUS pic XX value spaces.
       01 WS-PROVIDER-INDEX-STATUS pic XX value spaces.
       01 WS-CONSENT-INDEX-STATUS pic XX value spaces.
       01 WS-ACCOUNT-INDEX-STATUS pic XX value spaces.

       01 END-OF-PROVIDER-FILE pic x value "N".
       01 END-OF-CONSENT-FILE pic x value "N".
       01 END-OF-REQUESTS-FILE pic x value "N".
       01 END-OF-ACCOUNT-FILE pic x value "N".
       01 END-OF-TRANSACTIONS-FILE pic x value "N".
       01 END-OF-INDEX-FILE pic x value "N".

       01 WS-ACTION pic x(10) value spaces.
       01 WS-REQ-OPERATOR pic x(10) value spaces.
       01 WS-REQ-FELT-1 pic x(40) value spaces.
       01 WS-REQ-FELT-2 pic x(40) value spaces.
       01 WS-REQ-FELT-3 pic x(40) value spaces.
       01 WS-REQ-FELT-4 pic x(80) value spaces.
       01 WS-REQ-FELT-5 pic x(40) value spaces.
       01 WS-REQ-FELT-6 pic x(40) value spaces.
       01 WS-REJECT-REASON pic x(60) value spaces.

       01 WS-ROLLE-KRAV pic x(14) value spaces.
       01 WS-OPR-STATUS pic XX value spaces.
       01 WS-REGISTER-PRESENT pic x value "N".

      *> --- the accounts named in a consent ---
       01 WS-KONTO-TABLE.
           05 WS-KONTO-ENTRY occurs 5 times.
               10 WS-KONTO-ID pic x(15).
       01 WS-KONTO-IX pic 9(2) value 0.
       01 WS-KONTO-COUNT pic 9(2) value 0.
       01 WS-KONTO-OVERFLOW pic x(20) value spaces.

       01 WS-UDLOEB-TEXT pic x(10) value spaces.
       01 WS-UDLOEB-YYYYMMDD pic 9(8) value 0.
       01 WS-TODAY-YYYYMMDD pic 9(8) value 0.
       01 WS-LIMIT-YYYYMMDD pic 9(8) value 0.
       01 WS-DEFAULT-YYYYMMDD pic 9(8) value 0.
       01 WS-DEFAULT-UDLOEB pic x(10) value spaces.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.

       01 WS-ROW-SKIP pic x(40) value spaces.
       01 WS-LOG-HANDLING pic x(14) value spaces.
       01 WS-LOG-NOEGLE pic x(40) value spaces.
       01 WS-LOG-EFTER pic x(60) value spaces.
       01 WS-LOG-FOER pic x(60) value spaces.
       01 WS-AUDIT-TIMESTAMP pic x(21) value spaces.

       01 WS-APPLIED-COUNT pic 9(7) value 0.
       01 WS-REJECTED-COUNT pic 9(7) value 0.
       01 WS-ACTIVE-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

PROCEDURE DIVISION.
       OPEN INPUT requests-file
       IF WS-REQUESTS-STATUS = "35"
           DISPLAY "TredjepartVedligehold: 123-TredjepartAnmodninger.txt blev ikke fundet"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN OUTPUT report-file

       OPEN INPUT operator-probe-file
       IF WS-OPERATOR-PROBE-STATUS = "00"
           MOVE "Y" TO WS-REGISTER-PRESENT
           CLOSE operator-probe-file
       END-IF

       OPEN EXTEND tpp-log-file
       IF WS-TPP-LOG-STATUS = "35"
           OPEN OUTPUT tpp-log-file
       END-IF

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       *> a consent runs at most 180 days; 90 when none is asked for
       MOVE WS-TODAY-DATE(1:4) TO WS-TODAY-YYYYMMDD(1:4)
       MOVE WS-TODAY-DATE(6:2) TO WS-TODAY-YYYYMMDD(5:2)
       MOVE WS-TODAY-DATE(9:2) TO WS-TODAY-YYYYMMDD(7:2)
       COMPUTE WS-LIMIT-YYYYMMDD = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD) + 180)
       COMPUTE WS-DEFAULT-YYYYMMDD = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD) + 90)
       MOVE WS-DEFAULT-YYYYMMDD(1:4) TO WS-DEFAULT-UDLOEB(1:4)
       MOVE "-" TO WS-DEFAULT-UDLOEB(5:1)
       MOVE WS-DEFAULT-YYYYMMDD(5:2) TO WS-DEFAULT-UDLOEB(6:2)
       MOVE "-" TO WS-DEFAULT-UDLOEB(8:1)
       MOVE WS-DEFAULT-YYYYMMDD(7:2) TO WS-DEFAULT-UDLOEB(9:2)

       MOVE SPACES TO REPORT-RECORD
       STRING "Tredjepartsadgang vedligehold " DELIMITED BY SIZE
              WS-TODAY-DATE DELIMITED BY SIZE
              " - afviste anmodninger:" DELIMITED BY SIZE
              INTO REPORT-RECORD
       WRITE REPORT-RECORD

       perform LOAD-ACCOUNT-STATUS
       perform LOAD-ACCOUNT-OWNERS
       perform LOAD-PROVIDER-REGISTER
       perform LOAD-CONSENT-REGISTER

       perform UNTIL END-OF-REQUESTS-FILE = "Y"
           read requests-file
               at end
                   move "Y" to END-OF-REQUESTS-FILE
               not at end
                   perform APPLY-ONE-REQUEST
           end-read
       end-perform

       perform REWRITE-PROVIDER-REGISTER
       perform REWRITE-CONSENT-REGISTER
       perform WRITE-REPORT-TRAILER

       close requests-file
       close provider-index-file
       close consent-index-file
       close account-index-file
       close tpp-log-file
       close report-file
stop run.

       LOAD-ACCOUNT-STATUS.
           OPEN OUTPUT account-index-file
           CLOSE account-index-file
           OPEN I-O account-index-file

           OPEN INPUT account-file
           IF WS-ACCOUNT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-ACCOUNT-FILE = "Y"
               READ account-file INTO csv-lines2
                   AT END
                       MOVE "Y" TO END-OF-ACCOUNT-FILE
                   NOT AT END
                       MOVE SPACES TO ACCOUNT-INDEX-RECORD
                       UNSTRING csv-lines2 DELIMITED BY ","
                           INTO WS-ROW-SKIP, KK-KONTO-ID,
                                WS-ROW-SKIP, WS-ROW-SKIP,
                                WS-ROW-SKIP, KK-STATUS
                       WRITE ACCOUNT-INDEX-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE account-file
       exit.

      *> --- the CPR each account posts under ---
       LOAD-ACCOUNT-OWNERS.
           OPEN INPUT transactions-file
           IF WS-TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-TRANSACTIONS-FILE = "Y"
               READ transactions-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-TRANSACTIONS-FILE
                   NOT AT END
                       MOVE KONTO-ID OF transactions-in TO KK-KONTO-ID
                       READ account-index-file
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF KK-CPR = SPACES
                                   MOVE CPR OF transactions-in TO KK-CPR
                                   REWRITE ACCOUNT-INDEX-RECORD
                               END-IF
                       END-READ
               END-READ
           END-PERFORM
           CLOSE transactions-file
       exit.

       LOAD-PROVIDER-REGISTER.
           OPEN OUTPUT provider-index-file
           CLOSE provider-index-file
           OPEN I-O provider-index-file

           OPEN INPUT provider-file
           IF WS-PROVIDER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-PROVIDER-FILE = "Y"
               READ provider-file
                   AT END
                       MOVE "Y" TO END-OF-PROVIDER-FILE
                   NOT AT END
                       MOVE SPACES TO PROVIDER-INDEX-RECORD
                       UNSTRING PROVIDER-CSV-RECORD DELIMITED BY ","
                           INTO UD-UDBYDER-ID, UD-NAVN, UD-LICENS-NR,
                                UD-ROLLE, UD-STATUS, UD-OPDATERET
                       WRITE PROVIDER-INDEX-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE provider-file
       exit.

       LOAD-CONSENT-REGISTER.
           OPEN OUTPUT consent-index-file
           CLOSE consent-index-file
           OPEN I-O consent-index-file

           OPEN INPUT consent-file
           IF WS-CONSENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-CONSENT-FILE = "Y"
               READ consent-file
                   AT END
                       MOVE "Y" TO END-OF-CONSENT-FILE
                   NOT AT END
                       MOVE SPACES TO CONSENT-INDEX-RECORD
                       UNSTRING CONSENT-CSV-RECORD DELIMITED BY ","
                           INTO SG-SAMTYKKE-ID, SG-CPR, SG-UDBYDER-ID,
                                SG-KONTI, SG-OMFANG, SG-GIVET,
                                SG-UDLOEB, SG-STATUS
                       WRITE CONSENT-INDEX-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE consent-file
       exit.

       APPLY-ONE-REQUEST.
           MOVE SPACES TO WS-ACTION
           MOVE SPACES TO WS-REQ-OPERATOR
           MOVE SPACES TO WS-REQ-FELT-1
           MOVE SPACES TO WS-REQ-FELT-2
           MOVE SPACES TO WS-REQ-FELT-3
           MOVE SPACES TO WS-REQ-FELT-4
           MOVE SPACES TO WS-REQ-FELT-5
           MOVE SPACES TO WS-REQ-FELT-6
           MOVE SPACES TO WS-REJECT-REASON
           UNSTRING REQUEST-RECORD DELIMITED BY ","
               INTO WS-ACTION, WS-REQ-OPERATOR, WS-REQ-FELT-1,
                    WS-REQ-FELT-2, WS-REQ-FELT-3, WS-REQ-FELT-4,
                    WS-REQ-FELT-5, WS-REQ-FELT-6

           *> a named operator must hold the maintenance role
           IF WS-REGISTER-PRESENT = "Y"
               AND WS-REQ-OPERATOR = SPACES
               MOVE "Operatoer-ID mangler" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-OPERATOR NOT = SPACES
               MOVE "VEDLIGEHOLD" TO WS-ROLLE-KRAV
               CALL "OperatoerOpslag" USING WS-REQ-OPERATOR
                   WS-ROLLE-KRAV WS-OPR-STATUS
               IF WS-OPR-STATUS NOT = "00"
                   MOVE "Operatoeren mangler vedligeholds-rolle"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-REQ-FELT-1 = SPACES
               MOVE "Noeglefelt mangler" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           EVALUATE FUNCTION TRIM(WS-ACTION)
               WHEN "UDBYDER"
                   PERFORM APPLY-PROVIDER
               WHEN "GIV"
                   PERFORM APPLY-GRANT
               WHEN "TRAEK"
                   PERFORM APPLY-WITHDRAW
               WHEN "FORNY"
                   PERFORM APPLY-RENEW
               WHEN OTHER
                   MOVE "Ukendt handling (brug UDBYDER/GIV/TRAEK/FORNY)"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
           END-EVALUATE
       exit.

      *> --- UDBYDER-ID,NAVN,LICENS-NR,ROLLE,STATUS ---
       APPLY-PROVIDER.
           IF WS-REQ-FELT-3 = SPACES
               MOVE "LICENS-NR skal udfyldes" TO WS-REJECT-REASON
           END-IF
           IF FUNCTION TRIM(WS-REQ-FELT-4) NOT = "AIS"
               AND FUNCTION TRIM(WS-REQ-FELT-4) NOT = "PIS"
               AND FUNCTION TRIM(WS-REQ-FELT-4) NOT = "BEGGE"
               MOVE "ROLLE skal vaere AIS, PIS eller BEGGE"
                   TO WS-REJECT-REASON
           END-IF
           IF WS-REQ-FELT-5 = SPACES
               MOVE "AKTIV" TO WS-REQ-FELT-5
           END-IF
           IF FUNCTION TRIM(WS-REQ-FELT-5) NOT = "AKTIV"
               AND FUNCTION TRIM(WS-REQ-FELT-5) NOT = "SUSPENDERET"
               AND FUNCTION TRIM(WS-REQ-FELT-5) NOT = "TILBAGEKALDT"
               MOVE "STATUS skal vaere AKTIV, SUSPENDERET eller TILBAGEKALDT"
                   TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LOG-FOER
           MOVE WS-REQ-FELT-1 TO UD-UDBYDER-ID
           READ provider-index-file
               INVALID KEY
                   MOVE SPACES TO PROVIDER-INDEX-RECORD
                   MOVE WS-REQ-FELT-1 TO UD-UDBYDER-ID
                   MOVE "UDBYDER-NY" TO WS-LOG-HANDLING
               NOT INVALID KEY
                   STRING FUNCTION TRIM(UD-LICENS-NR) "/"
                          FUNCTION TRIM(UD-ROLLE) "/"
                          FUNCTION TRIM(UD-STATUS)
                          DELIMITED BY SIZE INTO WS-LOG-FOER
                   MOVE "UDBYDER-AEND" TO WS-LOG-HANDLING
           END-READ
           IF WS-REQ-FELT-2 NOT = SPACES
               MOVE WS-REQ-FELT-2 TO UD-NAVN
           END-IF
           MOVE WS-REQ-FELT-3 TO UD-LICENS-NR
           MOVE WS-REQ-FELT-4 TO UD-ROLLE
           MOVE WS-REQ-FELT-5 TO UD-STATUS
           MOVE WS-TODAY-DATE TO UD-OPDATERET
           IF FUNCTION TRIM(WS-LOG-HANDLING) = "UDBYDER-NY"
               WRITE PROVIDER-INDEX-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           ELSE
               REWRITE PROVIDER-INDEX-RECORD
           END-IF
           ADD 1 TO WS-APPLIED-COUNT

           MOVE SPACES TO WS-LOG-NOEGLE
           STRING "UDBYDER-ID: " FUNCTION TRIM(UD-UDBYDER-ID)
                  DELIMITED BY SIZE INTO WS-LOG-NOEGLE
           MOVE SPACES TO WS-LOG-EFTER
           STRING FUNCTION TRIM(UD-LICENS-NR) "/"
                  FUNCTION TRIM(UD-ROLLE) "/"
                  FUNCTION TRIM(UD-STATUS)
                  DELIMITED BY SIZE INTO WS-LOG-EFTER
           PERFORM WRITE-TPP-LOG-LINE
       exit.

      *> --- SAMTYKKE-ID,CPR,UDBYDER-ID,KONTI,OMFANG,UDLOEB ---
       APPLY-GRANT.
           IF WS-REQ-FELT-2 = SPACES OR WS-REQ-FELT-3 = SPACES
               OR WS-REQ-FELT-4 = SPACES
               MOVE "CPR, UDBYDER-ID og KONTI skal udfyldes"
                   TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-REQ-FELT-5) NOT = "SALDO"
               AND FUNCTION TRIM(WS-REQ-FELT-5) NOT = "TRANS"
               AND FUNCTION TRIM(WS-REQ-FELT-5) NOT = "BEGGE"
               MOVE "OMFANG skal vaere SALDO, TRANS eller BEGGE"
                   TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REQ-FELT-1 TO SG-SAMTYKKE-ID
           READ consent-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "SAMTYKKE-ID findes allerede" TO WS-REJECT-REASON
           END-READ
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REQ-FELT-3 TO UD-UDBYDER-ID
           READ provider-index-file
               INVALID KEY
                   MOVE "Udbyderen findes ikke i registret"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF FUNCTION TRIM(UD-STATUS) NOT = "AKTIV"
                       MOVE "Udbyderen er ikke aktiv" TO WS-REJECT-REASON
                   ELSE
                       IF FUNCTION TRIM(UD-ROLLE) = "PIS"
                           MOVE "Udbyderen har ikke kontoinformations-licens"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
           END-READ
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           perform SPLIT-AND-CHECK-ACCOUNTS
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REQ-FELT-6 TO WS-UDLOEB-TEXT
           IF WS-UDLOEB-TEXT = SPACES
               MOVE WS-DEFAULT-UDLOEB TO WS-UDLOEB-TEXT
           END-IF
           perform CHECK-EXPIRY-DATE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO CONSENT-INDEX-RECORD
           MOVE WS-REQ-FELT-1 TO SG-SAMTYKKE-ID
           MOVE WS-REQ-FELT-2 TO SG-CPR
           MOVE WS-REQ-FELT-3 TO SG-UDBYDER-ID
           MOVE WS-REQ-FELT-4 TO SG-KONTI
           MOVE WS-REQ-FELT-5 TO SG-OMFANG
           MOVE WS-TODAY-DATE TO SG-GIVET
           MOVE WS-UDLOEB-TEXT TO SG-UDLOEB
           MOVE "AKTIV" TO SG-STATUS
           WRITE CONSENT-INDEX-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           ADD 1 TO WS-APPLIED-COUNT

           MOVE "GIV" TO WS-LOG-HANDLING
           MOVE SPACES TO WS-LOG-FOER
           perform BUILD-CONSENT-LOG-TEXT
           PERFORM WRITE-TPP-LOG-LINE
       exit.

      *> --- every KONTO-ID in the "/" list must be open and post
      *> under the consenting CPR ---
       SPLIT-AND-CHECK-ACCOUNTS.
           INITIALIZE WS-KONTO-TABLE
           MOVE SPACES TO WS-KONTO-OVERFLOW
           UNSTRING WS-REQ-FELT-4 DELIMITED BY "/"
               INTO WS-KONTO-ID(1), WS-KONTO-ID(2), WS-KONTO-ID(3),
                    WS-KONTO-ID(4), WS-KONTO-ID(5), WS-KONTO-OVERFLOW
           IF WS-KONTO-OVERFLOW NOT = SPACES
               MOVE "Hoejst fem konti pr. samtykke" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-KONTO-IX FROM 1 BY 1 UNTIL WS-KONTO-IX > 5
               IF WS-KONTO-ID(WS-KONTO-IX) NOT = SPACES
                   AND WS-REJECT-REASON = SPACES
                   MOVE WS-KONTO-ID(WS-KONTO-IX) TO KK-KONTO-ID
                   READ account-index-file
                       INVALID KEY
                           MOVE SPACES TO WS-REJECT-REASON
                           STRING "Kontoen findes ikke: "
                                  FUNCTION TRIM(WS-KONTO-ID(WS-KONTO-IX))
                                  DELIMITED BY SIZE INTO WS-REJECT-REASON
                       NOT INVALID KEY
                           IF FUNCTION TRIM(KK-STATUS) NOT = "AABEN"
                               STRING "Kontoen er ikke aaben: "
                                      FUNCTION TRIM(KK-KONTO-ID)
                                      DELIMITED BY SIZE
                                      INTO WS-REJECT-REASON
                           ELSE
                               IF KK-CPR NOT = SPACES
                                   AND KK-CPR NOT = WS-REQ-FELT-2
                                   STRING "Kontoen tilhoerer ikke CPR: "
                                          FUNCTION TRIM(KK-KONTO-ID)
                                          DELIMITED BY SIZE
                                          INTO WS-REJECT-REASON
                               END-IF
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
       exit.

      *> --- WS-UDLOEB-TEXT must be a date after today and inside the
      *> 180-day limit ---
       CHECK-EXPIRY-DATE.
           MOVE 0 TO WS-UDLOEB-YYYYMMDD
           IF WS-UDLOEB-TEXT(1:4) IS NUMERIC
               AND WS-UDLOEB-TEXT(6:2) IS NUMERIC
               AND WS-UDLOEB-TEXT(9:2) IS NUMERIC
               STRING WS-UDLOEB-TEXT(1:4) WS-UDLOEB-TEXT(6:2)
                      WS-UDLOEB-TEXT(9:2)
                      DELIMITED BY SIZE INTO WS-UDLOEB-YYYYMMDD
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-UDLOEB-YYYYMMDD) NOT = 0
               MOVE "UDLOEB er ikke en gyldig dato" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-UDLOEB-YYYYMMDD <= WS-TODAY-YYYYMMDD
               MOVE "UDLOEB skal ligge efter i dag" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-UDLOEB-YYYYMMDD > WS-LIMIT-YYYYMMDD
               MOVE "UDLOEB ligger mere end 180 dage frem"
                   TO WS-REJECT-REASON
           END-IF
       exit.

      *> --- SAMTYKKE-ID,CPR ---
       APPLY-WITHDRAW.
           MOVE WS-REQ-FELT-1 TO SG-SAMTYKKE-ID
           READ consent-index-file
               INVALID KEY
                   MOVE "Samtykket findes ikke" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF SG-CPR NOT = WS-REQ-FELT-2
                       MOVE "Samtykket tilhoerer en anden kunde"
                           TO WS-REJECT-REASON
                   ELSE
                       IF FUNCTION TRIM(SG-STATUS) NOT = "AKTIV"
                           MOVE "Samtykket er ikke aktivt"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
           END-READ
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LOG-FOER
           STRING FUNCTION TRIM(SG-STATUS) "/" FUNCTION TRIM(SG-UDLOEB)
                  DELIMITED BY SIZE INTO WS-LOG-FOER
           MOVE "TRUKKET" TO SG-STATUS
           REWRITE CONSENT-INDEX-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           MOVE "TRAEK" TO WS-LOG-HANDLING
           perform BUILD-CONSENT-LOG-TEXT
           PERFORM WRITE-TPP-LOG-LINE
       exit.

      *> --- SAMTYKKE-ID,CPR,UDLOEB; a withdrawn consent stays
      *> withdrawn, the customer gives a new one instead ---
       APPLY-RENEW.
           MOVE WS-REQ-FELT-1 TO SG-SAMTYKKE-ID
           READ consent-index-file
               INVALID KEY
                   MOVE "Samtykket findes ikke" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF SG-CPR NOT = WS-REQ-FELT-2
                       MOVE "Samtykket tilhoerer en anden kunde"
                           TO WS-REJECT-REASON
                   ELSE
                       IF FUNCTION TRIM(SG-STATUS) = "TRUKKET"
                           MOVE "Samtykket er trukket tilbage"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
           END-READ
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SG-UDBYDER-ID TO UD-UDBYDER-ID
           READ provider-index-file
               INVALID KEY
                   MOVE "Udbyderen findes ikke i registret"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF FUNCTION TRIM(UD-STATUS) NOT = "AKTIV"
                       MOVE "Udbyderen er ikke aktiv" TO WS-REJECT-REASON
                   END-IF
           END-READ
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REQ-FELT-3 TO WS-UDLOEB-TEXT
           IF WS-UDLOEB-TEXT = SPACES
               MOVE WS-DEFAULT-UDLOEB TO WS-UDLOEB-TEXT
           END-IF
           perform CHECK-EXPIRY-DATE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LOG-FOER
           STRING FUNCTION TRIM(SG-STATUS) "/" FUNCTION TRIM(SG-UDLOEB)
                  DELIMITED BY SIZE INTO WS-LOG-FOER
           MOVE WS-UDLOEB-TEXT TO SG-UDLOEB
           MOVE "AKTIV" TO SG-STATUS
           REWRITE CONSENT-INDEX-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           MOVE "FORNY" TO WS-LOG-HANDLING
           perform BUILD-CONSENT-LOG-TEXT
           PERFORM WRITE-TPP-LOG-LINE
       exit.

       BUILD-CONSENT-LOG-TEXT.
           MOVE SPACES TO WS-LOG-NOEGLE
           STRING "SAMTYKKE-ID: " FUNCTION TRIM(SG-SAMTYKKE-ID)
                  ", CPR: " FUNCTION TRIM(SG-CPR)
                  DELIMITED BY SIZE INTO WS-LOG-NOEGLE
           MOVE SPACES TO WS-LOG-EFTER
           STRING FUNCTION TRIM(SG-UDBYDER-ID) "/"
                  FUNCTION TRIM(SG-KONTI) "/"
                  FUNCTION TRIM(SG-OMFANG) "/"
                  FUNCTION TRIM(SG-UDLOEB) "/"
                  FUNCTION TRIM(SG-STATUS)
                  DELIMITED BY SIZE INTO WS-LOG-EFTER
       exit.

       WRITE-TPP-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE SPACES TO TPP-LOG-RECORD
           STRING WS-AUDIT-TIMESTAMP(1:8) "-" WS-AUDIT-TIMESTAMP(9:6) DELIMITED BY SIZE
                  ", Handling: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOG-HANDLING) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOG-NOEGLE) DELIMITED BY SIZE
                  ", Efter: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOG-EFTER) DELIMITED BY SIZE
                  INTO TPP-LOG-RECORD
           IF WS-LOG-FOER NOT = SPACES
               STRING FUNCTION TRIM(TPP-LOG-RECORD) DELIMITED BY SIZE
                      ", Foer: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LOG-FOER) DELIMITED BY SIZE
                      INTO TPP-LOG-RECORD
           END-IF
           IF WS-REQ-OPERATOR NOT = SPACES
               STRING FUNCTION TRIM(TPP-LOG-RECORD) DELIMITED BY SIZE
                      ", Operatoer: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-REQ-OPERATOR) DELIMITED BY SIZE
                      INTO TPP-LOG-RECORD
           END-IF
           WRITE TPP-LOG-RECORD
       exit.

       REWRITE-PROVIDER-REGISTER.
           MOVE "N" TO END-OF-INDEX-FILE
           MOVE LOW-VALUES TO UD-UDBYDER-ID
           START provider-index-file KEY IS >= UD-UDBYDER-ID
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-FILE
           END-START

           OPEN OUTPUT provider-file
           PERFORM UNTIL END-OF-INDEX-FILE = "Y"
               READ provider-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-FILE
                   NOT AT END
                       MOVE SPACES TO PROVIDER-CSV-RECORD
                       STRING FUNCTION TRIM(UD-UDBYDER-ID) ","
                              FUNCTION TRIM(UD-NAVN) ","
                              FUNCTION TRIM(UD-LICENS-NR) ","
                              FUNCTION TRIM(UD-ROLLE) ","
                              FUNCTION TRIM(UD-STATUS) ","
                              FUNCTION TRIM(UD-OPDATERET)
                              DELIMITED BY SIZE INTO PROVIDER-CSV-RECORD
                       WRITE PROVIDER-CSV-RECORD
               END-READ
           END-PERFORM
           CLOSE provider-file
       exit.

       REWRITE-CONSENT-REGISTER.
           MOVE "N" TO END-OF-INDEX-FILE
           MOVE LOW-VALUES TO SG-SAMTYKKE-ID
           START consent-index-file KEY IS >= SG-SAMTYKKE-ID
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-FILE
           END-START

           OPEN OUTPUT consent-file
           PERFORM UNTIL END-OF-INDEX-FILE = "Y"
               READ consent-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-FILE
                   NOT AT END
                       IF FUNCTION TRIM(SG-STATUS) = "AKTIV"
                           ADD 1 TO WS-ACTIVE-COUNT
                       END-IF
                       MOVE SPACES TO CONSENT-CSV-RECORD
                       STRING FUNCTION TRIM(SG-SAMTYKKE-ID) ","
                              FUNCTION TRIM(SG-CPR) ","
                              FUNCTION TRIM(SG-UDBYDER-ID) ","
                              FUNCTION TRIM(SG-KONTI) ","
                              FUNCTION TRIM(SG-OMFANG) ","
                              FUNCTION TRIM(SG-GIVET) ","
                              FUNCTION TRIM(SG-UDLOEB) ","
                              FUNCTION TRIM(SG-STATUS)
                              DELIMITED BY SIZE INTO CONSENT-CSV-RECORD
                       WRITE CONSENT-CSV-RECORD
               END-READ
           END-PERFORM
           CLOSE consent-file
       exit.

       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "Afvist - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
                  " - Handling: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACTION) DELIMITED BY SIZE
                  ", Noegle: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REQ-FELT-1) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-REJECT-REASON
       exit.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-APPLIED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Anmodninger anvendt: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Anmodninger afvist: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-ACTIVE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Aktive adgangssamtykker: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
