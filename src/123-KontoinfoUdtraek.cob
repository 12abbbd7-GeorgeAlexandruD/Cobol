identification division.
       program-id. KontoinfoUdtraek.

      *> --- Daily account-information extract for licensed third
      *> party providers. Reads the registers kept by
      *> TredjepartVedligehold (123-Udbydere.txt and
      *> 123-AdgangSamtykker.txt) and writes, provider by provider,
      *> only what each AKTIV consent covers to 123-KontoinfoUdtraek.txt
      *> in the fixed 123-KONTOINFOREC.cpy layout:
      *>   S rows - the balance of each consented account in
      *>            8-KontoData.txt (OMFANG SALDO or BEGGE),
      *>   T rows - the account's 10-Transaktioner.txt rows booked on
      *>            the extract date (OMFANG TRANS or BEGGE).
      *> The extract date is DATO;YYYY-MM-DD in 123-UdtraekParam.txt,
      *> today when absent. No CPR, name or address leaves the bank;
      *> the provider knows the customer by SAMTYKKE-ID. Consents of
      *> a provider that is not AKTIV with an AIS role are skipped,
      *> and accounts no longer AABEN are left out. A consent whose
      *> UDLOEB lies before the extract date is set to UDLOEBET,
      *> extracts nothing more, and a TPPFORNY renewal letter is
      *> triggered through 43-BrevTriggere.txt. Every extraction,
      *> skip and expiry goes to 123-UdtraekLog.txt. ---

environment division.
input-output section.
file-control.
       select param-file assign to "123-UdtraekParam.txt"
           organization line sequential
           file status is WS-PARAM-STATUS.

       select provider-file assign to "123-Udbydere.txt"
           organization line sequential
           file status is WS-PROVIDER-STATUS.

       select consent-file assign to "123-AdgangSamtykker.txt"
           organization line sequential
           file status is WS-CONSENT-STATUS.

       select account-file assign to "8-KontoData.txt"
           organization is line sequential
           file status is WS-ACCOUNT-STATUS.

       select transactions-file assign to "10-Transaktioner.txt"
           organization is indexed
           access mode is dynamic
           record key is CPR of transactions-in with duplicates
           alternate record key is TRANS-REF of transactions-in
               with duplicates
           alternate record key is BUTIK of transactions-in
               with duplicates
           file status is WS-TRANS-STATUS.

       select extract-file assign to "123-KontoinfoUdtraek.txt"
           organization line sequential.

       select extract-log-file assign to "123-UdtraekLog.txt"
           organization line sequential
           file status is WS-EXTRACT-LOG-STATUS.

       select trigger-file assign to "43-BrevTriggere.txt"
           organization line sequential
           file status is WS-TRIGGER-STATUS.

       select report-file assign to "123-KontoinfoRapport.txt"
           organization line sequential.

       select provider-index-file assign to "WS-KontoinfoUdbyder.tmp"
           organization is indexed
           access mode is dynamic
           record key is UD-UDBYDER-ID
           file status is WS-PROVIDER-INDEX-STATUS.

      *> --- consents keyed on SAMTYKKE-ID, walked by provider ---
       select consent-index-file assign to "WS-KontoinfoSamtykke.tmp"
           organization is indexed
           access mode is dynamic
           record key is SG-SAMTYKKE-ID
           alternate record key is SG-UDBYDER-ID with duplicates
           file status is WS-CONSENT-INDEX-STATUS.

       select account-index-file assign to "WS-KontoinfoKonto.tmp"
           organization is indexed
           access mode is dynamic
           record key is KK-KONTO-ID
           file status is WS-ACCOUNT-INDEX-STATUS.

data division.
file section.
FD param-file.
       01 PARAM-RECORD pic x(40).

FD provider-file.
       01 PROVIDER-CSV-RECORD pic x(120).

FD consent-file.
       01 CONSENT-CSV-RECORD pic x(200).

FD account-file.
       01 csv-lines2 pic x(100).

FD transactions-file.
01 transactions-in.
       copy "10-TRANSAKTIONER.cpy".

FD extract-file.
01 extract-out.
       copy "123-KONTOINFOREC.cpy".

FD extract-log-file.
       01 EXTRACT-LOG-RECORD pic x(200).

FD trigger-file.
       01 TRIGGER-RECORD pic x(80).

FD report-file.
       01 REPORT-RECORD pic x(150).

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
           05 KK-KUNDE-ID pic x(10).
           05 KK-BALANCE pic x(20).
           05 KK-VALUTA pic x(3).
           05 KK-STATUS pic x(6).

WORKING-STORAGE SECTION.
       01 WS-PARAM-STATUS pic XX value spaces.
       01 WS-PROVIDER-STATUS pic XX value spaces.
       01 WS-CONSENT-STATUS pic XX value spaces.
       01 WS-ACCOUNT-STATUS pic XX value spaces.
       01 WS-TRANS-STATUS pic XX value spaces.
       01 WS-EXTRACT-LOG-STATUS pic XX value spaces.
       01 WS-TRIGGER-STATUS pic XX value spaces.
       01 WS-PROVIDER-INDEX-STATUS pic XX value spaces.
       01 WS-CONSENT-INDEX-STATUS pic XX value spaces.
       01 WS-ACCOUNT-INDEX-STATUS pic XX value spaces.

       01 END-OF-PARAM-FILE pic x value "N".
       01 END-OF-PROVIDER-FILE pic x value "N".
       01 END-OF-CONSENT-FILE pic x value "N".
       01 END-OF-ACCOUNT-FILE pic x value "N".
       01 END-OF-TRANSACTIONS-FILE pic x value "N".
       01 END-OF-INDEX-FILE pic x value "N".
       01 WS-TRANS-OPEN pic x value "N".

       01 WS-PARAM-NOEGLE pic x(20) value spaces.
       01 WS-PARAM-VAERDI pic x(20) value spaces.
       01 WS-EXTRACT-DATE pic x(10) value spaces.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.

      *> --- the accounts named in the consent being extracted ---
       01 WS-KONTO-TABLE.
           05 WS-KONTO-ENTRY occurs 5 times.
               10 WS-KONTO-ID pic x(15).
               10 WS-KONTO-REG-NR pic x(4).
               10 WS-KONTO-AABEN pic x.
       01 WS-KONTO-IX pic 9(2) value 0.
       01 WS-KONTO-MATCH pic 9(2) value 0.
       01 WS-SCAN-PASS pic x value spaces.
       01 WS-FIRST-KUNDE-ID pic x(10) value spaces.
       01 WS-FIRST-KONTO-ID pic x(15) value spaces.

       01 WS-ROW-SKIP pic x(40) value spaces.
       01 WS-CURRENT-UDBYDER pic x(10) value spaces.
       01 WS-LOG-HANDLING pic x(14) value spaces.
       01 WS-LOG-REST pic x(80) value spaces.
       01 WS-AUDIT-TIMESTAMP pic x(21) value spaces.

       01 WS-SALDO-ROWS pic 9(7) value 0.
       01 WS-TRANS-ROWS pic 9(7) value 0.
       01 WS-CONSENT-EXTRACTED pic 9(7) value 0.
       01 WS-CONSENT-SKIPPED pic 9(7) value 0.
       01 WS-CONSENT-EXPIRED pic 9(7) value 0.
       01 WS-TOTAL-SALDO-ROWS pic 9(7) value 0.
       01 WS-TOTAL-TRANS-ROWS pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.
       01 WS-COUNT-DISPLAY-2 pic Z(6)9.

PROCEDURE DIVISION.
       OPEN INPUT consent-file
       IF WS-CONSENT-STATUS = "35"
           DISPLAY "KontoinfoUdtraek: 123-AdgangSamtykker.txt blev ikke fundet"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF
       CLOSE consent-file

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS
       MOVE WS-TODAY-DATE TO WS-EXTRACT-DATE

       perform LOAD-EXTRACT-PARAMETERS
       perform LOAD-ACCOUNT-REGISTER
       perform LOAD-PROVIDER-REGISTER
       perform LOAD-CONSENT-REGISTER

       OPEN OUTPUT extract-file
       OPEN OUTPUT report-file
       OPEN EXTEND extract-log-file
       IF WS-EXTRACT-LOG-STATUS = "35"
           OPEN OUTPUT extract-log-file
       END-IF
       OPEN EXTEND trigger-file
       IF WS-TRIGGER-STATUS = "35"
           OPEN OUTPUT trigger-file
       END-IF
       OPEN INPUT transactions-file
       IF WS-TRANS-STATUS = "00"
           MOVE "Y" TO WS-TRANS-OPEN
       END-IF

       MOVE SPACES TO REPORT-RECORD
       STRING "Kontoinformation til tredjepartsudbydere - dato "
              DELIMITED BY SIZE
              WS-EXTRACT-DATE DELIMITED BY SIZE
              INTO REPORT-RECORD
       WRITE REPORT-RECORD
       MOVE SPACES TO REPORT-RECORD
       WRITE REPORT-RECORD

       perform EXTRACT-BY-PROVIDER
       perform REWRITE-CONSENT-REGISTER
       perform WRITE-REPORT-TRAILER

       IF WS-TRANS-OPEN = "Y"
           CLOSE transactions-file
       END-IF
       close extract-file
       close report-file
       close extract-log-file
       close trigger-file
       close provider-index-file
       close consent-index-file
       close account-index-file
stop run.

       LOAD-EXTRACT-PARAMETERS.
           OPEN INPUT param-file
           IF WS-PARAM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-PARAM-FILE = "Y"
               READ param-file
                   AT END
                       MOVE "Y" TO END-OF-PARAM-FILE
                   NOT AT END
                       MOVE SPACES TO WS-PARAM-NOEGLE
                       MOVE SPACES TO WS-PARAM-VAERDI
                       UNSTRING PARAM-RECORD DELIMITED BY ";"
                           INTO WS-PARAM-NOEGLE, WS-PARAM-VAERDI
                       EVALUATE FUNCTION TRIM(WS-PARAM-NOEGLE)
                           WHEN "DATO"
                               IF WS-PARAM-VAERDI(1:4) IS NUMERIC
                                   AND WS-PARAM-VAERDI(6:2) IS NUMERIC
                                   AND WS-PARAM-VAERDI(9:2) IS NUMERIC
                                   MOVE WS-PARAM-VAERDI(1:10)
                                       TO WS-EXTRACT-DATE
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE param-file
       exit.

      *> --- KUNDE-ID,KONTO-ID,KONTO-TYPE,BALANCE,VALUTA,KONTO-STATUS ---
       LOAD-ACCOUNT-REGISTER.
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
                           INTO KK-KUNDE-ID, KK-KONTO-ID,
                                WS-ROW-SKIP, KK-BALANCE,
                                KK-VALUTA, KK-STATUS
                       WRITE ACCOUNT-INDEX-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE account-file
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

      *> --- consents in provider order, so each provider's rows
      *> come together in the extract ---
       EXTRACT-BY-PROVIDER.
           MOVE "N" TO END-OF-INDEX-FILE
           MOVE LOW-VALUES TO SG-UDBYDER-ID
           START consent-index-file KEY IS >= SG-UDBYDER-ID
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-FILE
           END-START
           PERFORM UNTIL END-OF-INDEX-FILE = "Y"
               READ consent-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-FILE
                   NOT AT END
                       IF FUNCTION TRIM(SG-STATUS) = "AKTIV"
                           perform EXTRACT-ONE-CONSENT
                       END-IF
               END-READ
           END-PERFORM
       exit.

       EXTRACT-ONE-CONSENT.
           IF SG-UDBYDER-ID NOT = WS-CURRENT-UDBYDER
               MOVE SG-UDBYDER-ID TO WS-CURRENT-UDBYDER
               MOVE SG-UDBYDER-ID TO UD-UDBYDER-ID
               READ provider-index-file
                   INVALID KEY
                       MOVE SPACES TO PROVIDER-INDEX-RECORD
                       MOVE SG-UDBYDER-ID TO UD-UDBYDER-ID
               END-READ
               MOVE SPACES TO REPORT-RECORD
               STRING "Udbyder " DELIMITED BY SIZE
                      FUNCTION TRIM(UD-UDBYDER-ID) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(UD-NAVN) DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(UD-STATUS) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           perform SPLIT-CONSENT-ACCOUNTS

           *> an expired consent drops out and is offered for renewal
           IF SG-UDLOEB < WS-EXTRACT-DATE
               MOVE "UDLOEBET" TO SG-STATUS
               REWRITE CONSENT-INDEX-RECORD
               ADD 1 TO WS-CONSENT-EXPIRED
               perform WRITE-RENEWAL-TRIGGER
               MOVE "UDLOEBET" TO WS-LOG-HANDLING
               MOVE SPACES TO WS-LOG-REST
               STRING "Udloeb: " FUNCTION TRIM(SG-UDLOEB)
                      DELIMITED BY SIZE INTO WS-LOG-REST
               perform WRITE-EXTRACT-LOG-LINE
               MOVE SPACES TO REPORT-RECORD
               STRING "  " DELIMITED BY SIZE
                      FUNCTION TRIM(SG-SAMTYKKE-ID) DELIMITED BY SIZE
                      " udloebet " DELIMITED BY SIZE
                      FUNCTION TRIM(SG-UDLOEB) DELIMITED BY SIZE
                      " - fornyelse tilbudt" DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(UD-STATUS) NOT = "AKTIV"
               OR FUNCTION TRIM(UD-ROLLE) = "PIS"
               ADD 1 TO WS-CONSENT-SKIPPED
               MOVE "SPRUNGET-OVER" TO WS-LOG-HANDLING
               MOVE SPACES TO WS-LOG-REST
               STRING "Udbyder ikke aktiv med AIS-rolle: "
                      FUNCTION TRIM(UD-STATUS) "/" FUNCTION TRIM(UD-ROLLE)
                      DELIMITED BY SIZE INTO WS-LOG-REST
               perform WRITE-EXTRACT-LOG-LINE
               MOVE SPACES TO REPORT-RECORD
               STRING "  " DELIMITED BY SIZE
                      FUNCTION TRIM(SG-SAMTYKKE-ID) DELIMITED BY SIZE
                      " sprunget over - udbyderen er ikke aktiv"
                      DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SALDO-ROWS
           MOVE 0 TO WS-TRANS-ROWS
           IF WS-TRANS-OPEN = "Y"
               MOVE "R" TO WS-SCAN-PASS
               perform SCAN-CONSENT-TRANSACTIONS
           END-IF
           IF FUNCTION TRIM(SG-OMFANG) = "SALDO"
               OR FUNCTION TRIM(SG-OMFANG) = "BEGGE"
               perform WRITE-BALANCE-ROWS
           END-IF
           IF WS-TRANS-OPEN = "Y"
               AND (FUNCTION TRIM(SG-OMFANG) = "TRANS"
                    OR FUNCTION TRIM(SG-OMFANG) = "BEGGE")
               MOVE "T" TO WS-SCAN-PASS
               perform SCAN-CONSENT-TRANSACTIONS
           END-IF

           ADD 1 TO WS-CONSENT-EXTRACTED
           ADD WS-SALDO-ROWS TO WS-TOTAL-SALDO-ROWS
           ADD WS-TRANS-ROWS TO WS-TOTAL-TRANS-ROWS
           MOVE WS-SALDO-ROWS TO WS-COUNT-DISPLAY
           MOVE WS-TRANS-ROWS TO WS-COUNT-DISPLAY-2
           MOVE "UDTRAEK" TO WS-LOG-HANDLING
           MOVE SPACES TO WS-LOG-REST
           STRING "Omfang: " FUNCTION TRIM(SG-OMFANG)
                  ", Saldi: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  ", Transaktioner: " FUNCTION TRIM(WS-COUNT-DISPLAY-2)
                  DELIMITED BY SIZE INTO WS-LOG-REST
           perform WRITE-EXTRACT-LOG-LINE
           MOVE SPACES TO REPORT-RECORD
           STRING "  " DELIMITED BY SIZE
                  FUNCTION TRIM(SG-SAMTYKKE-ID) DELIMITED BY SIZE
                  ": saldi " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  ", transaktioner " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY-2) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

      *> --- the "/" list into the table; only accounts still AABEN
      *> are extracted ---
       SPLIT-CONSENT-ACCOUNTS.
           INITIALIZE WS-KONTO-TABLE
           MOVE SPACES TO WS-FIRST-KUNDE-ID
           MOVE SPACES TO WS-FIRST-KONTO-ID
           UNSTRING SG-KONTI DELIMITED BY "/"
               INTO WS-KONTO-ID(1), WS-KONTO-ID(2), WS-KONTO-ID(3),
                    WS-KONTO-ID(4), WS-KONTO-ID(5)
           PERFORM VARYING WS-KONTO-IX FROM 1 BY 1 UNTIL WS-KONTO-IX > 5
               MOVE "N" TO WS-KONTO-AABEN(WS-KONTO-IX)
               IF WS-KONTO-ID(WS-KONTO-IX) NOT = SPACES
                   MOVE WS-KONTO-ID(WS-KONTO-IX) TO KK-KONTO-ID
                   READ account-index-file
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF WS-FIRST-KUNDE-ID = SPACES
                               MOVE KK-KUNDE-ID TO WS-FIRST-KUNDE-ID
                               MOVE KK-KONTO-ID TO WS-FIRST-KONTO-ID
                           END-IF
                           IF FUNCTION TRIM(KK-STATUS) = "AABEN"
                               MOVE "Y" TO WS-KONTO-AABEN(WS-KONTO-IX)
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
       exit.

      *> --- the consenting CPR's rows; the first pass only learns
      *> each account's REG-NR for the balance rows, the second
      *> (WS-SCAN-PASS "T") writes the day's transactions ---
       SCAN-CONSENT-TRANSACTIONS.
           MOVE "N" TO END-OF-TRANSACTIONS-FILE
           MOVE SG-CPR TO CPR OF transactions-in
           START transactions-file KEY IS EQUAL TO CPR OF transactions-in
               INVALID KEY
                   MOVE "Y" TO END-OF-TRANSACTIONS-FILE
           END-START
           PERFORM UNTIL END-OF-TRANSACTIONS-FILE = "Y"
               READ transactions-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-TRANSACTIONS-FILE
                   NOT AT END
                       IF CPR OF transactions-in <> SG-CPR
                           MOVE "Y" TO END-OF-TRANSACTIONS-FILE
                       ELSE
                           perform MATCH-CONSENT-ACCOUNT
                           IF WS-KONTO-MATCH > 0
                               IF WS-SCAN-PASS = "T"
                                   IF TIDSPUNKT OF transactions-in(1:10)
                                       = WS-EXTRACT-DATE
                                       perform WRITE-TRANSACTION-ROW
                                   END-IF
                               ELSE
                                   MOVE REG-NR OF transactions-in
                                       TO WS-KONTO-REG-NR(WS-KONTO-MATCH)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       exit.

       MATCH-CONSENT-ACCOUNT.
           MOVE 0 TO WS-KONTO-MATCH
           PERFORM VARYING WS-KONTO-IX FROM 1 BY 1 UNTIL WS-KONTO-IX > 5
               IF WS-KONTO-ID(WS-KONTO-IX) = KONTO-ID OF transactions-in
                   AND WS-KONTO-AABEN(WS-KONTO-IX) = "Y"
                   MOVE WS-KONTO-IX TO WS-KONTO-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
       exit.

       WRITE-BALANCE-ROWS.
           PERFORM VARYING WS-KONTO-IX FROM 1 BY 1 UNTIL WS-KONTO-IX > 5
               IF WS-KONTO-AABEN(WS-KONTO-IX) = "Y"
                   MOVE WS-KONTO-ID(WS-KONTO-IX) TO KK-KONTO-ID
                   READ account-index-file
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE SPACES TO extract-out
                           MOVE "S" TO KI-POSTTYPE
                           MOVE SG-UDBYDER-ID TO KI-UDBYDER-ID
                           MOVE SG-SAMTYKKE-ID TO KI-SAMTYKKE-ID
                           MOVE KK-KONTO-ID TO KI-KONTO-ID
                           MOVE WS-KONTO-REG-NR(WS-KONTO-IX) TO KI-REG-NR
                           MOVE WS-EXTRACT-DATE TO KI-DATO
                           MOVE "SALDO" TO KI-TEKST
                           MOVE FUNCTION TRIM(KK-BALANCE) TO KI-BELOEB
                           MOVE KK-VALUTA TO KI-VALUTA
                           WRITE extract-out
                           ADD 1 TO WS-SALDO-ROWS
                   END-READ
               END-IF
           END-PERFORM
       exit.

       WRITE-TRANSACTION-ROW.
           MOVE SPACES TO extract-out
           MOVE "T" TO KI-POSTTYPE
           MOVE SG-UDBYDER-ID TO KI-UDBYDER-ID
           MOVE SG-SAMTYKKE-ID TO KI-SAMTYKKE-ID
           MOVE KONTO-ID OF transactions-in TO KI-KONTO-ID
           MOVE REG-NR OF transactions-in TO KI-REG-NR
           MOVE TIDSPUNKT OF transactions-in(1:10) TO KI-DATO
           MOVE TRANSAKTIONSTYPE OF transactions-in TO KI-TEKST
           MOVE FUNCTION TRIM(BELOEB OF transactions-in) TO KI-BELOEB
           MOVE VALUTA OF transactions-in TO KI-VALUTA
           MOVE TRANS-REF OF transactions-in TO KI-TRANS-REF
           MOVE BUTIK OF transactions-in TO KI-MODPART
           WRITE extract-out
           ADD 1 TO WS-TRANS-ROWS
       exit.

      *> --- SKABELON-ID,KUNDE-ID,KONTO-ID,BELOEB,DATO ---
       WRITE-RENEWAL-TRIGGER.
           IF WS-FIRST-KUNDE-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO TRIGGER-RECORD
           STRING "TPPFORNY," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIRST-KUNDE-ID) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-FIRST-KONTO-ID) DELIMITED BY SIZE
                  ",," DELIMITED BY SIZE
                  SG-UDLOEB DELIMITED BY SIZE
                  INTO TRIGGER-RECORD
           WRITE TRIGGER-RECORD
       exit.

       WRITE-EXTRACT-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE SPACES TO EXTRACT-LOG-RECORD
           STRING WS-AUDIT-TIMESTAMP(1:8) "-" WS-AUDIT-TIMESTAMP(9:6) DELIMITED BY SIZE
                  ", Handling: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOG-HANDLING) DELIMITED BY SIZE
                  ", UDBYDER-ID: " DELIMITED BY SIZE
                  FUNCTION TRIM(SG-UDBYDER-ID) DELIMITED BY SIZE
                  ", SAMTYKKE-ID: " DELIMITED BY SIZE
                  FUNCTION TRIM(SG-SAMTYKKE-ID) DELIMITED BY SIZE
                  ", CPR: " DELIMITED BY SIZE
                  FUNCTION TRIM(SG-CPR) DELIMITED BY SIZE
                  ", Dato: " DELIMITED BY SIZE
                  WS-EXTRACT-DATE DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOG-REST) DELIMITED BY SIZE
                  INTO EXTRACT-LOG-RECORD
           WRITE EXTRACT-LOG-RECORD
       exit.

      *> --- expiries are written back in SAMTYKKE-ID order, the
      *> layout TredjepartVedligehold keeps ---
       REWRITE-CONSENT-REGISTER.
           IF WS-CONSENT-EXPIRED = 0
               EXIT PARAGRAPH
           END-IF
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

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CONSENT-EXTRACTED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Samtykker udtrukket: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-TOTAL-SALDO-ROWS TO WS-COUNT-DISPLAY
           MOVE WS-TOTAL-TRANS-ROWS TO WS-COUNT-DISPLAY-2
           MOVE SPACES TO REPORT-RECORD
           STRING "Saldoraekker: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  ", transaktionsraekker: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY-2) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-CONSENT-SKIPPED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Samtykker sprunget over: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-CONSENT-EXPIRED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Samtykker udloebet og tilbudt fornyelse: "
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
