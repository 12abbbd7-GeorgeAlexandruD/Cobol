identification division.
       program-id. MobilAliasVedligehold.

      *> --- Phone-number aliases for person-to-person mobile
      *> payments. The register 122-MobilAlias.txt maps a number to
      *> the account that receives payments sent to it:
      *>   TELEFON,CPR,KONTO-ID,REG-NR,REGISTRERET,STATUS,AFMELDT-DATO
      *> with STATUS AKTIV or AFMELDT and TELEFON held as the eight
      *> national digits (spaces, dashes and a +45/0045 prefix are
      *> dropped). Requests from 122-AliasAnmodninger.txt:
      *>   HANDLING,OPERATOR-ID,TELEFON,CPR,KONTO-ID,REG-NR
      *>   TILMELD - register the number on an open KONTO-ID, or
      *>             move the customer's own alias to another of
      *>             their accounts,
      *>   AFMELD  - deregister; only the registered CPR may do so.
      *> A registration is checked against the customer master: the
      *> account must be AABEN in 8-KontoData.txt, its KUNDE-ID must
      *> be in 7-KundeData.csv, the master's phone number (when the
      *> customer has one) must be the number registered, and the
      *> CPR must be the one the account posts under in
      *> 10-Transaktioner.txt. A number active for another CPR is
      *> refused - a hijacked alias redirects incoming money - and
      *> the refused attempt is logged with the changes in
      *> 122-AliasLog.txt. ---

environment division.
input-output section.
file-control.
       select alias-file assign to "122-MobilAlias.txt"
           organization line sequential
           file status is WS-ALIAS-STATUS.

       select requests-file assign to "122-AliasAnmodninger.txt"
           organization line sequential
           file status is WS-REQUESTS-STATUS.

       select account-file assign to "8-KontoData.txt"
           organization is line sequential
           file status is WS-ACCOUNT-STATUS.

       select customer-file assign to "7-KundeData.csv"
           organization is line sequential
           file status is WS-CUSTOMER-STATUS.

       select transactions-file assign to "10-Transaktioner.txt"
           organization is indexed
           access mode is sequential
           record key is CPR of transactions-in with duplicates
           alternate record key is TRANS-REF of transactions-in
               with duplicates
           alternate record key is BUTIK of transactions-in
               with duplicates
           file status is WS-TRANS-STATUS.

       select alias-log-file assign to "122-AliasLog.txt"
           organization line sequential
           file status is WS-ALIAS-LOG-STATUS.

       select report-file assign to "122-AliasRapport.txt"
           organization line sequential.

      *> --- only probed at start-up: a present operator register
      *> makes the OPERATOR field on every request mandatory ---
       select operator-probe-file assign to "80-Operatoerer.txt"
           organization line sequential
           file status is WS-OPERATOR-PROBE-STATUS.

      *> --- the register keyed on TELEFON while the requests are
      *> applied; written back in key order afterwards ---
       select alias-index-file assign to "WS-MobilAlias.tmp"
           organization is indexed
           access mode is dynamic
           record key is MA-TELEFON
           file status is WS-ALIAS-INDEX-STATUS.

      *> --- KONTO-ID -> owner, status and posting CPR ---
       select account-index-file assign to "WS-MobilAliasKonto.tmp"
           organization is indexed
           access mode is dynamic
           record key is KK-KONTO-ID
           file status is WS-ACCOUNT-INDEX-STATUS.

      *> --- KUNDE-ID -> phone number from the customer master ---
       select customer-index-file assign to "WS-MobilAliasKunde.tmp"
           organization is indexed
           access mode is dynamic
           record key is KU-KUNDE-ID
           file status is WS-CUSTOMER-INDEX-STATUS.

data division.
file section.
FD alias-file.
       01 ALIAS-CSV-RECORD pic x(120).

FD requests-file.
       01 REQUEST-RECORD pic x(100).

FD account-file.
       01 csv-lines2 pic x(100).

FD customer-file.
       01 csv-lines pic x(150).

FD transactions-file.
01 transactions-in.
       copy "10-TRANSAKTIONER.cpy".

FD alias-log-file.
       01 ALIAS-LOG-RECORD pic x(200).

FD report-file.
       01 REPORT-RECORD pic x(150).

FD operator-probe-file.
       01 OPERATOR-PROBE-RECORD pic x(60).

FD alias-index-file.
       01 ALIAS-INDEX-RECORD.
           05 MA-TELEFON pic x(8).
           05 MA-CPR pic x(15).
           05 MA-KONTO-ID pic x(15).
           05 MA-REG-NR pic x(4).
           05 MA-REGISTRERET pic x(10).
           05 MA-STATUS pic x(8).
           05 MA-AFMELDT pic x(10).

FD account-index-file.
       01 ACCOUNT-INDEX-RECORD.
           05 KK-KONTO-ID pic x(15).
           05 KK-KUNDE-ID pic x(10).
           05 KK-STATUS pic x(6).
           05 KK-CPR pic x(15).

FD customer-index-file.
       01 CUSTOMER-INDEX-RECORD.
           05 KU-KUNDE-ID pic x(10).
           05 KU-TELEFON pic x(8).

WORKING-STORAGE SECTION.
       01 WS-ALIAS-STATUS pic XX value spaces.
       01 WS-REQUESTS-STATUS pic XX value spaces.
       01 WS-ACCOUNT-STATUS pic XX value spaces.
       01 WS-CUSTOMER-STATUS pic XX value spaces.
       01 WS-TRANS-STATUS pic XX value spaces.
       01 WS-ALIAS-LOG-STATUS pic XX value spaces.
       01 WS-OPERATOR-PROBE-STATUS pic XX value spaces.
       01 WS-ALIAS-INDEX-STATUS pic XX value spaces.
       01 WS-ACCOUNT-INDEX-STATUS pic XX value spaces.
       01 WS-CUSTOMER-INDEX-STATUS pic XX value spaces.

       01 END-OF-ALIAS-FILE pic x value "N".
       01 END-OF-REQUESTS-FILE pic x value "N".
       01 END-OF-ACCOUNT-FILE pic x value "N".
       01 END-OF-CUSTOMER-FILE pic x value "N".
       01 END-OF-TRANSACTIONS-FILE pic x value "N".
       01 END-OF-INDEX-FILE pic x value "N".

       01 WS-ACTION pic x(10) value spaces.
       01 WS-REQ-OPERATOR pic x(10) value spaces.
       01 WS-REQ-TELEFON-TEXT pic x(20) value spaces.
       01 WS-REQ-TELEFON pic x(8) value spaces.
       01 WS-REQ-CPR pic x(15) value spaces.
       01 WS-REQ-KONTO-ID pic x(15) value spaces.
       01 WS-REQ-REG-NR pic x(4) value spaces.
       01 WS-REJECT-REASON pic x(60) value spaces.

       01 WS-ROLLE-KRAV pic x(14) value spaces.
       01 WS-OPR-STATUS pic XX value spaces.
       01 WS-REGISTER-PRESENT pic x value "N".

      *> --- phone number normalisation ---
       01 WS-PHONE-IN pic x(20) value spaces.
       01 WS-PHONE-DIGITS pic x(20) value spaces.
       01 WS-PHONE-OUT pic x(8) value spaces.
       01 WS-PHONE-IX pic 9(2) value 0.
       01 WS-PHONE-LEN pic 9(2) value 0.

       01 WS-ROW-KUNDE-ID pic x(10) value spaces.
       01 WS-ROW-SKIP pic x(40) value spaces.
       01 WS-ROW-PHONE pic x(20) value spaces.

       01 WS-LOG-HANDLING pic x(14) value spaces.
       01 WS-LOG-FOER pic x(40) value spaces.
       01 WS-AUDIT-TIMESTAMP pic x(21) value spaces.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.

       01 WS-APPLIED-COUNT pic 9(7) value 0.
       01 WS-REJECTED-COUNT pic 9(7) value 0.
       01 WS-ACTIVE-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

PROCEDURE DIVISION.
       OPEN INPUT requests-file
       IF WS-REQUESTS-STATUS = "35"
           DISPLAY "MobilAliasVedligehold: 122-AliasAnmodninger.txt blev ikke fundet"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN OUTPUT report-file

       OPEN INPUT operator-probe-file
       IF WS-OPERATOR-PROBE-STATUS = "00"
           MOVE "Y" TO WS-REGISTER-PRESENT
           CLOSE operator-probe-file
       END-IF

       OPEN EXTEND alias-log-file
       IF WS-ALIAS-LOG-STATUS = "35"
           OPEN OUTPUT alias-log-file
       END-IF

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       MOVE SPACES TO REPORT-RECORD
       STRING "Mobilalias vedligehold " DELIMITED BY SIZE
              WS-TODAY-DATE DELIMITED BY SIZE
              " - afviste anmodninger:" DELIMITED BY SIZE
              INTO REPORT-RECORD
       WRITE REPORT-RECORD

       perform LOAD-ACCOUNT-STATUS
       perform LOAD-ACCOUNT-OWNERS
       perform LOAD-CUSTOMER-PHONES
       perform LOAD-ALIAS-REGISTER

       perform UNTIL END-OF-REQUESTS-FILE = "Y"
           read requests-file
               at end
                   move "Y" to END-OF-REQUESTS-FILE
               not at end
                   perform APPLY-ONE-REQUEST
           end-read
       end-perform

       perform REWRITE-ALIAS-REGISTER
       perform WRITE-REPORT-TRAILER

       close requests-file
       close alias-index-file
       close account-index-file
       close customer-index-file
       close alias-log-file
       close report-file
stop run.

       LOAD-ACCOUNT-STATUS.
           OPEN OUTPUT account-index-file
           CLOSE account-index-file
           OPEN I-O account-index-file

           OPEN INPUT account-file
           IF WS-ACCOUNT-STATUS = "00"
               PERFORM UNTIL END-OF-ACCOUNT-FILE = "Y"
                   READ account-file INTO csv-lines2
                       AT END
                           MOVE "Y" TO END-OF-ACCOUNT-FILE
                       NOT AT END
                           MOVE SPACES TO ACCOUNT-INDEX-RECORD
                           UNSTRING csv-lines2 DELIMITED BY ","
                               INTO KK-KUNDE-ID, KK-KONTO-ID,
                                    WS-ROW-SKIP, WS-ROW-SKIP,
                                    WS-ROW-SKIP, KK-STATUS
                           WRITE ACCOUNT-INDEX-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE account-file
           END-IF
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

      *> --- KUNDE-ID,FORNAVN,EFTERNAVN,VEJ,NR,ETAGE,SIDE,POSTNR,BY,
      *> TELEFON,... ---
       LOAD-CUSTOMER-PHONES.
           OPEN OUTPUT customer-index-file
           CLOSE customer-index-file
           OPEN I-O customer-index-file

           OPEN INPUT customer-file
           IF WS-CUSTOMER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-CUSTOMER-FILE = "Y"
               READ customer-file
                   AT END
                       MOVE "Y" TO END-OF-CUSTOMER-FILE
                   NOT AT END
                       MOVE SPACES TO WS-ROW-KUNDE-ID
                       MOVE SPACES TO WS-ROW-PHONE
                       UNSTRING csv-lines DELIMITED BY ","
                           INTO WS-ROW-KUNDE-ID, WS-ROW-SKIP,
                                WS-ROW-SKIP, WS-ROW-SKIP,
                                WS-ROW-SKIP, WS-ROW-SKIP,
                                WS-ROW-SKIP, WS-ROW-SKIP,
                                WS-ROW-SKIP, WS-ROW-PHONE
                       MOVE WS-ROW-KUNDE-ID TO KU-KUNDE-ID
                       MOVE WS-ROW-PHONE TO WS-PHONE-IN
                       perform NORMALISE-PHONE
                       MOVE WS-PHONE-OUT TO KU-TELEFON
                       WRITE CUSTOMER-INDEX-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE customer-file
       exit.

       LOAD-ALIAS-REGISTER.
           OPEN OUTPUT alias-index-file
           CLOSE alias-index-file
           OPEN I-O alias-index-file

           OPEN INPUT alias-file
           IF WS-ALIAS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-ALIAS-FILE = "Y"
               READ alias-file
                   AT END
                       MOVE "Y" TO END-OF-ALIAS-FILE
                   NOT AT END
                       MOVE SPACES TO ALIAS-INDEX-RECORD
                       UNSTRING ALIAS-CSV-RECORD DELIMITED BY ","
                           INTO MA-TELEFON, MA-CPR, MA-KONTO-ID,
                                MA-REG-NR, MA-REGISTRERET, MA-STATUS,
                                MA-AFMELDT
                       WRITE ALIAS-INDEX-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE alias-file
       exit.

      *> --- WS-PHONE-IN to the eight national digits in WS-PHONE-OUT;
      *> spaces when it is not a Danish number ---
       NORMALISE-PHONE.
           MOVE SPACES TO WS-PHONE-DIGITS
           MOVE SPACES TO WS-PHONE-OUT
           MOVE 0 TO WS-PHONE-LEN
           PERFORM VARYING WS-PHONE-IX FROM 1 BY 1 UNTIL WS-PHONE-IX > 20
               IF WS-PHONE-IN(WS-PHONE-IX:1) IS NUMERIC
                   ADD 1 TO WS-PHONE-LEN
                   MOVE WS-PHONE-IN(WS-PHONE-IX:1)
                       TO WS-PHONE-DIGITS(WS-PHONE-LEN:1)
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-PHONE-LEN = 8
                   MOVE WS-PHONE-DIGITS(1:8) TO WS-PHONE-OUT
               WHEN WS-PHONE-LEN = 10 AND WS-PHONE-DIGITS(1:2) = "45"
                   MOVE WS-PHONE-DIGITS(3:8) TO WS-PHONE-OUT
               WHEN WS-PHONE-LEN = 12 AND WS-PHONE-DIGITS(1:4) = "0045"
                   MOVE WS-PHONE-DIGITS(5:8) TO WS-PHONE-OUT
           END-EVALUATE
       exit.

       APPLY-ONE-REQUEST.
           MOVE SPACES TO WS-ACTION
           MOVE SPACES TO WS-REQ-OPERATOR
           MOVE SPACES TO WS-REQ-TELEFON-TEXT
           MOVE SPACES TO WS-REQ-CPR
           MOVE SPACES TO WS-REQ-KONTO-ID
           MOVE SPACES TO WS-REQ-REG-NR
           MOVE SPACES TO WS-REJECT-REASON
           UNSTRING REQUEST-RECORD DELIMITED BY ","
               INTO WS-ACTION, WS-REQ-OPERATOR, WS-REQ-TELEFON-TEXT,
                    WS-REQ-CPR, WS-REQ-KONTO-ID, WS-REQ-REG-NR
           MOVE WS-REQ-TELEFON-TEXT TO WS-PHONE-IN
           perform NORMALISE-PHONE
           MOVE WS-PHONE-OUT TO WS-REQ-TELEFON

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

           IF WS-REQ-TELEFON = SPACES
               MOVE "Ugyldigt mobilnummer" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-CPR = SPACES
               MOVE "CPR skal udfyldes" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           EVALUATE FUNCTION TRIM(WS-ACTION)
               WHEN "TILMELD"
                   PERFORM APPLY-REGISTER
               WHEN "AFMELD"
                   PERFORM APPLY-DEREGISTER
               WHEN OTHER
                   MOVE "Ukendt handling (brug TILMELD/AFMELD)"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
           END-EVALUATE
       exit.

      *> --- the receiving account must be open and belong to the
      *> customer who owns the number ---
       APPLY-REGISTER.
           IF WS-REQ-KONTO-ID = SPACES OR WS-REQ-REG-NR = SPACES
               MOVE "KONTO-ID og REG-NR skal udfyldes" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REQ-KONTO-ID TO KK-KONTO-ID
           READ account-index-file
               INVALID KEY
                   MOVE "Kontoen findes ikke" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF FUNCTION TRIM(KK-STATUS) NOT = "AABEN"
                       MOVE "Kontoen er ikke aaben" TO WS-REJECT-REASON
                   ELSE
                       IF KK-CPR NOT = SPACES AND KK-CPR NOT = WS-REQ-CPR
                           MOVE "Kontoen tilhoerer ikke CPR-nummeret"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
           END-READ
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE KK-KUNDE-ID TO KU-KUNDE-ID
           READ customer-index-file
               INVALID KEY
                   MOVE "Kunden findes ikke i kundestamdata"
                       TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF KU-TELEFON NOT = SPACES
                       AND KU-TELEFON NOT = WS-REQ-TELEFON
                       MOVE "Nummeret svarer ikke til kundens telefon i stamdata"
                           TO WS-REJECT-REASON
                   END-IF
           END-READ
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REQ-TELEFON TO MA-TELEFON
           READ alias-index-file
               INVALID KEY
                   perform ADD-NEW-ALIAS
               NOT INVALID KEY
                   perform CHANGE-EXISTING-ALIAS
           END-READ
       exit.

       ADD-NEW-ALIAS.
           MOVE SPACES TO ALIAS-INDEX-RECORD
           MOVE WS-REQ-TELEFON TO MA-TELEFON
           MOVE WS-REQ-CPR TO MA-CPR
           MOVE WS-REQ-KONTO-ID TO MA-KONTO-ID
           MOVE WS-REQ-REG-NR TO MA-REG-NR
           MOVE WS-TODAY-DATE TO MA-REGISTRERET
           MOVE "AKTIV" TO MA-STATUS
           WRITE ALIAS-INDEX-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           ADD 1 TO WS-APPLIED-COUNT
           MOVE "TILMELD" TO WS-LOG-HANDLING
           MOVE SPACES TO WS-LOG-FOER
           PERFORM WRITE-ALIAS-LOG-LINE
       exit.

      *> --- an AKTIV number stays with its owner; a deregistered one
      *> may be taken over ---
       CHANGE-EXISTING-ALIAS.
           IF FUNCTION TRIM(MA-STATUS) = "AKTIV"
               AND MA-CPR NOT = WS-REQ-CPR
               MOVE "Nummeret er registreret til en anden kunde"
                   TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               *> the refused attempt goes in the trail too
               MOVE "AFVIST-TILMELD" TO WS-LOG-HANDLING
               MOVE SPACES TO WS-LOG-FOER
               STRING "CPR " FUNCTION TRIM(WS-REQ-CPR)
                      " til konto " FUNCTION TRIM(WS-REQ-KONTO-ID)
                      DELIMITED BY SIZE INTO WS-LOG-FOER
               PERFORM WRITE-ALIAS-LOG-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-LOG-FOER
           STRING FUNCTION TRIM(MA-CPR) "/" FUNCTION TRIM(MA-KONTO-ID)
                  "/" FUNCTION TRIM(MA-STATUS)
                  DELIMITED BY SIZE INTO WS-LOG-FOER
           IF FUNCTION TRIM(MA-STATUS) = "AKTIV"
               MOVE "SKIFT-KONTO" TO WS-LOG-HANDLING
           ELSE
               MOVE "TILMELD" TO WS-LOG-HANDLING
               MOVE WS-TODAY-DATE TO MA-REGISTRERET
           END-IF
           MOVE WS-REQ-CPR TO MA-CPR
           MOVE WS-REQ-KONTO-ID TO MA-KONTO-ID
           MOVE WS-REQ-REG-NR TO MA-REG-NR
           MOVE "AKTIV" TO MA-STATUS
           MOVE SPACES TO MA-AFMELDT
           REWRITE ALIAS-INDEX-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM WRITE-ALIAS-LOG-LINE
       exit.

       APPLY-DEREGISTER.
           MOVE WS-REQ-TELEFON TO MA-TELEFON
           READ alias-index-file
               INVALID KEY
                   MOVE "Nummeret er ikke registreret" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF FUNCTION TRIM(MA-STATUS) NOT = "AKTIV"
                       MOVE "Nummeret er allerede afmeldt"
                           TO WS-REJECT-REASON
                   ELSE
                       IF MA-CPR NOT = WS-REQ-CPR
                           MOVE "Nummeret er registreret til en anden kunde"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
           END-READ
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LOG-FOER
           STRING FUNCTION TRIM(MA-CPR) "/" FUNCTION TRIM(MA-KONTO-ID)
                  "/" FUNCTION TRIM(MA-STATUS)
                  DELIMITED BY SIZE INTO WS-LOG-FOER
           MOVE "AFMELDT" TO MA-STATUS
           MOVE WS-TODAY-DATE TO MA-AFMELDT
           REWRITE ALIAS-INDEX-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           MOVE "AFMELD" TO WS-LOG-HANDLING
           PERFORM WRITE-ALIAS-LOG-LINE
       exit.

       WRITE-ALIAS-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE SPACES TO ALIAS-LOG-RECORD
           STRING WS-AUDIT-TIMESTAMP(1:8) "-" WS-AUDIT-TIMESTAMP(9:6) DELIMITED BY SIZE
                  ", Handling: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOG-HANDLING) DELIMITED BY SIZE
                  ", TELEFON: " DELIMITED BY SIZE
                  FUNCTION TRIM(MA-TELEFON) DELIMITED BY SIZE
                  ", CPR: " DELIMITED BY SIZE
                  FUNCTION TRIM(MA-CPR) DELIMITED BY SIZE
                  ", KONTO-ID: " DELIMITED BY SIZE
                  FUNCTION TRIM(MA-KONTO-ID) DELIMITED BY SIZE
                  ", Status: " DELIMITED BY SIZE
                  FUNCTION TRIM(MA-STATUS) DELIMITED BY SIZE
                  INTO ALIAS-LOG-RECORD
           IF WS-LOG-FOER NOT = SPACES
               AND FUNCTION TRIM(WS-LOG-HANDLING) = "AFVIST-TILMELD"
               STRING FUNCTION TRIM(ALIAS-LOG-RECORD) DELIMITED BY SIZE
                      ", Forsoeg: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LOG-FOER) DELIMITED BY SIZE
                      INTO ALIAS-LOG-RECORD
           END-IF
           IF WS-LOG-FOER NOT = SPACES
               AND FUNCTION TRIM(WS-LOG-HANDLING) NOT = "AFVIST-TILMELD"
               STRING FUNCTION TRIM(ALIAS-LOG-RECORD) DELIMITED BY SIZE
                      ", Foer: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LOG-FOER) DELIMITED BY SIZE
                      INTO ALIAS-LOG-RECORD
           END-IF
           IF WS-REQ-OPERATOR NOT = SPACES
               STRING FUNCTION TRIM(ALIAS-LOG-RECORD) DELIMITED BY SIZE
                      ", Operatoer: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-REQ-OPERATOR) DELIMITED BY SIZE
                      INTO ALIAS-LOG-RECORD
           END-IF
           WRITE ALIAS-LOG-RECORD
       exit.

      *> --- the register back in TELEFON order, same CSV layout ---
       REWRITE-ALIAS-REGISTER.
           MOVE "N" TO END-OF-INDEX-FILE
           MOVE LOW-VALUES TO MA-TELEFON
           START alias-index-file KEY IS >= MA-TELEFON
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-FILE
           END-START

           OPEN OUTPUT alias-file
           PERFORM UNTIL END-OF-INDEX-FILE = "Y"
               READ alias-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-FILE
                   NOT AT END
                       IF FUNCTION TRIM(MA-STATUS) = "AKTIV"
                           ADD 1 TO WS-ACTIVE-COUNT
                       END-IF
                       MOVE SPACES TO ALIAS-CSV-RECORD
                       STRING FUNCTION TRIM(MA-TELEFON) ","
                              FUNCTION TRIM(MA-CPR) ","
                              FUNCTION TRIM(MA-KONTO-ID) ","
                              FUNCTION TRIM(MA-REG-NR) ","
                              FUNCTION TRIM(MA-REGISTRERET) ","
                              FUNCTION TRIM(MA-STATUS) ","
                              FUNCTION TRIM(MA-AFMELDT)
                              DELIMITED BY SIZE INTO ALIAS-CSV-RECORD
                       WRITE ALIAS-CSV-RECORD
               END-READ
           END-PERFORM
           CLOSE alias-file
       exit.

       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "Afvist - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
                  " - Handling: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACTION) DELIMITED BY SIZE
                  ", TELEFON: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REQ-TELEFON-TEXT) DELIMITED BY SIZE
                  ", CPR: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REQ-CPR) DELIMITED BY SIZE
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
           STRING "Aktive mobilnumre i registret: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
