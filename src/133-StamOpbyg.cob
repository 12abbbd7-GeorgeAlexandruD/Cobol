identification division.
       program-id. StamOpbyg.

      *> --- Builds the indexed customer and account masters
      *> (7-KundeStam.txt keyed KUNDE-ID, alternate key CPR;
      *> 8-KontoStam.txt keyed KONTO-ID, alternate keys KUNDE-ID and
      *> CPR) from the CSV files - the one-off conversion, and the
      *> way back should a master ever have to be rebuilt from its
      *> last export. Neither CSV carries a CPR, so it is derived:
      *>   account  - the PRIMAER holder in 48-KontoHavere.txt, else
      *>              the CPR its postings carry in the transaction
      *>              master, else the owning customer's CPR,
      *>   customer - the CPR a PRIMAER holder row names for the
      *>              KUNDE-ID, else the CPR of the customer's first
      *>              account that has one.
      *> A FULL/DELTA header line on the customer CSV is skipped. The
      *> counts and every row without a CPR go to
      *> 133-StamOpbygRapport.txt. Both rebuilt masters are stamped
      *> with the current layout version (LayoutStempel). ---

environment division.
input-output section.
file-control.
       select customer-file assign to "7-KundeData.csv"
           organization is line sequential
           file status is WS-CUSTOMER-STATUS.

       select account-file assign to "8-KontoData.txt"
           organization is line sequential
           file status is WS-ACCOUNT-STATUS.

       select holders-file assign to "48-KontoHavere.txt"
           organization line sequential
           file status is WS-HOLDERS-STATUS.

       select transactions-file assign to "10-Transaktioner.txt"
           organization is indexed
           access mode is sequential
           record key is CPR of transactions-in with duplicates
           alternate record key is TRANS-REF of transactions-in
               with duplicates
           alternate record key is BUTIK of transactions-in
               with duplicates
           file status is WS-TRANS-STATUS.

       select customer-master-file assign to "7-KundeStam.txt"
           organization is indexed
           access mode is dynamic
           record key is KUNDESTAM-ID
           alternate record key is KUNDESTAM-CPR with duplicates
           file status is WS-CUSTOMER-MASTER-STATUS.

       select account-master-file assign to "8-KontoStam.txt"
           organization is indexed
           access mode is dynamic
           record key is KONTOSTAM-ID
           alternate record key is KONTOSTAM-KUNDE-ID with duplicates
           alternate record key is KONTOSTAM-CPR with duplicates
           file status is WS-ACCOUNT-MASTER-STATUS.

       select report-file assign to "133-StamOpbygRapport.txt"
           organization line sequential.

data division.
file section.
FD customer-file.
       01 csv-lines pic x(150).

FD account-file.
       01 csv-lines2 pic x(100).

FD holders-file.
       01 HOLDER-CSV-RECORD pic x(80).

FD transactions-file.
01 transactions-in.
       copy "10-TRANSAKTIONER.cpy".

FD customer-master-file.
       01 CUSTOMER-MASTER-RECORD.
           copy "7-KUNDESTAM.cpy".

FD account-master-file.
       01 ACCOUNT-MASTER-RECORD.
           copy "8-KONTOSTAM.cpy".

FD report-file.
       01 REPORT-RECORD pic x(150).

WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-STATUS pic XX value spaces.
       01 WS-ACCOUNT-STATUS pic XX value spaces.
       01 WS-HOLDERS-STATUS pic XX value spaces.
       01 WS-TRANS-STATUS pic XX value spaces.
       01 WS-CUSTOMER-MASTER-STATUS pic XX value spaces.
       01 WS-ACCOUNT-MASTER-STATUS pic XX value spaces.

       01 END-OF-CUSTOMER-FILE pic x value "N".
       01 END-OF-ACCOUNT-FILE pic x value "N".
       01 END-OF-HOLDERS-FILE pic x value "N".
       01 END-OF-TRANSACTIONS-FILE pic x value "N".
       01 END-OF-MASTER pic x value "N".
       01 END-OF-KUNDE-ACCOUNTS pic x value "N".

       01 WS-H-KONTO-ID pic x(15) value spaces.
       01 WS-H-CPR pic x(15) value spaces.
       01 WS-H-KUNDE-ID pic x(10) value spaces.
       01 WS-H-ROLLE pic x(12) value spaces.
       01 WS-FOUND-CPR pic x(15) value spaces.
       01 WS-SEEK-KUNDE-ID pic x(10) value spaces.

       01 WS-CUSTOMER-COUNT pic 9(7) value 0.
       01 WS-ACCOUNT-COUNT pic 9(7) value 0.
       01 WS-DUPLICATE-COUNT pic 9(7) value 0.
       01 WS-CUSTOMER-NO-CPR pic 9(7) value 0.
       01 WS-ACCOUNT-NO-CPR pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

      *> --- layout stamp of the rebuilt masters ---
       01 WS-LAYOUT-VERSIONER.
           copy "139-LAYOUTVERSION.cpy".
       01 WS-LYT-MODE pic x value "W".
       01 WS-LYT-FILNAVN pic x(40) value spaces.
       01 WS-LYT-LAYOUT pic x(15) value spaces.
       01 WS-LYT-VERSION pic 9(2) value 0.
       01 WS-LYT-STATUS pic XX value spaces.

PROCEDURE DIVISION.
       OPEN INPUT customer-file
       IF WS-CUSTOMER-STATUS NOT = "00"
           DISPLAY "StamOpbyg: 7-KundeData.csv blev ikke fundet"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF
       OPEN INPUT account-file
       IF WS-ACCOUNT-STATUS NOT = "00"
           DISPLAY "StamOpbyg: 8-KontoData.txt blev ikke fundet"
           CLOSE customer-file
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN OUTPUT customer-master-file
       CLOSE customer-master-file
       OPEN I-O customer-master-file
       OPEN OUTPUT account-master-file
       CLOSE account-master-file
       OPEN I-O account-master-file
       OPEN OUTPUT report-file

       perform LOAD-CUSTOMERS
       perform LOAD-ACCOUNTS
       perform APPLY-PRIMARY-HOLDERS
       perform APPLY-POSTING-CPRS
       perform FILL-CUSTOMER-CPRS
       perform FILL-ACCOUNT-CPRS
       perform WRITE-REPORT-TRAILER

       close customer-master-file
       close account-master-file
       close report-file

       MOVE "7-KundeStam.txt" TO WS-LYT-FILNAVN
       MOVE "KUNDESTAM" TO WS-LYT-LAYOUT
       MOVE LV-KUNDESTAM TO WS-LYT-VERSION
       CALL "LayoutStempel" USING WS-LYT-MODE WS-LYT-FILNAVN
           WS-LYT-LAYOUT WS-LYT-VERSION WS-LYT-STATUS
       MOVE "8-KontoStam.txt" TO WS-LYT-FILNAVN
       MOVE "KONTOSTAM" TO WS-LYT-LAYOUT
       MOVE LV-KONTOSTAM TO WS-LYT-VERSION
       CALL "LayoutStempel" USING WS-LYT-MODE WS-LYT-FILNAVN
           WS-LYT-LAYOUT WS-LYT-VERSION WS-LYT-STATUS
stop run.

      *> --- one master record per customer row; the first field is
      *> the KUNDE-ID, a second row for the same customer is refused ---
       LOAD-CUSTOMERS.
           PERFORM UNTIL END-OF-CUSTOMER-FILE = "Y"
               READ customer-file INTO csv-lines
                   AT END
                       MOVE "Y" TO END-OF-CUSTOMER-FILE
                   NOT AT END
                       IF FUNCTION TRIM(csv-lines) NOT = "FULL"
                           AND FUNCTION TRIM(csv-lines) NOT = "DELTA"
                           AND csv-lines NOT = SPACES
                           MOVE SPACES TO CUSTOMER-MASTER-RECORD
                           UNSTRING csv-lines DELIMITED BY ","
                               INTO KUNDESTAM-ID
                           MOVE csv-lines TO KUNDESTAM-ROW
                           WRITE CUSTOMER-MASTER-RECORD
                               INVALID KEY
                                   PERFORM WRITE-DUPLICATE-LINE
                               NOT INVALID KEY
                                   ADD 1 TO WS-CUSTOMER-COUNT
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE customer-file
       exit.

       LOAD-ACCOUNTS.
           PERFORM UNTIL END-OF-ACCOUNT-FILE = "Y"
               READ account-file INTO csv-lines2
                   AT END
                       MOVE "Y" TO END-OF-ACCOUNT-FILE
                   NOT AT END
                       IF csv-lines2 NOT = SPACES
                           MOVE SPACES TO ACCOUNT-MASTER-RECORD
                           UNSTRING csv-lines2 DELIMITED BY ","
                               INTO KONTOSTAM-KUNDE-ID, KONTOSTAM-ID,
                                    KONTOSTAM-TYPE, KONTOSTAM-BALANCE,
                                    KONTOSTAM-VALUTA, KONTOSTAM-STATUS,
                                    KONTOSTAM-OPENING
                           WRITE ACCOUNT-MASTER-RECORD
                               INVALID KEY
                                   MOVE csv-lines2 TO csv-lines
                                   PERFORM WRITE-DUPLICATE-LINE
                               NOT INVALID KEY
                                   ADD 1 TO WS-ACCOUNT-COUNT
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE account-file
       exit.

      *> --- KONTO-ID,CPR,KUNDE-ID,ROLLE: the PRIMAER holder's CPR is
      *> the account's, and the customer's when the row names one ---
       APPLY-PRIMARY-HOLDERS.
           OPEN INPUT holders-file
           IF WS-HOLDERS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-HOLDERS-FILE = "Y"
               READ holders-file
                   AT END
                       MOVE "Y" TO END-OF-HOLDERS-FILE
                   NOT AT END
                       MOVE SPACES TO WS-H-KONTO-ID
                       MOVE SPACES TO WS-H-CPR
                       MOVE SPACES TO WS-H-KUNDE-ID
                       MOVE SPACES TO WS-H-ROLLE
                       UNSTRING HOLDER-CSV-RECORD DELIMITED BY ","
                           INTO WS-H-KONTO-ID, WS-H-CPR,
                                WS-H-KUNDE-ID, WS-H-ROLLE
                       IF FUNCTION TRIM(WS-H-ROLLE) = "PRIMAER"
                           AND WS-H-CPR NOT = SPACES
                           PERFORM SET-HOLDER-CPR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE holders-file
       exit.

       SET-HOLDER-CPR.
           MOVE WS-H-KONTO-ID TO KONTOSTAM-ID
           READ account-master-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF KONTOSTAM-CPR = SPACES
                       MOVE WS-H-CPR TO KONTOSTAM-CPR
                       REWRITE ACCOUNT-MASTER-RECORD
                   END-IF
           END-READ
           IF WS-H-KUNDE-ID NOT = SPACES
               MOVE WS-H-KUNDE-ID TO KUNDESTAM-ID
               READ customer-master-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF KUNDESTAM-CPR = SPACES
                           MOVE WS-H-CPR TO KUNDESTAM-CPR
                           REWRITE CUSTOMER-MASTER-RECORD
                       END-IF
               END-READ
           END-IF
       exit.

      *> --- the transaction master's rows fill in the CPR of an
      *> account no holder row covered ---
       APPLY-POSTING-CPRS.
           OPEN INPUT transactions-file
           IF WS-TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-TRANSACTIONS-FILE = "Y"
               READ transactions-file
                   AT END
                       MOVE "Y" TO END-OF-TRANSACTIONS-FILE
                   NOT AT END
                       IF CPR OF transactions-in NOT = SPACES
                           MOVE KONTO-ID OF transactions-in TO KONTOSTAM-ID
                           READ account-master-file
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF KONTOSTAM-CPR = SPACES
                                       MOVE CPR OF transactions-in
                                           TO KONTOSTAM-CPR
                                       REWRITE ACCOUNT-MASTER-RECORD
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE transactions-file
       exit.

      *> --- a customer still without a CPR takes the first one found
      *> among its accounts (alternate key KUNDE-ID) ---
       FILL-CUSTOMER-CPRS.
           MOVE "N" TO END-OF-MASTER
           MOVE LOW-VALUES TO KUNDESTAM-ID
           START customer-master-file KEY IS >= KUNDESTAM-ID
               INVALID KEY
                   MOVE "Y" TO END-OF-MASTER
           END-START
           PERFORM UNTIL END-OF-MASTER = "Y"
               READ customer-master-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-MASTER
                   NOT AT END
                       IF KUNDESTAM-CPR = SPACES
                           MOVE KUNDESTAM-ID TO WS-SEEK-KUNDE-ID
                           PERFORM FIND-CPR-ON-ACCOUNTS
                           IF WS-FOUND-CPR NOT = SPACES
                               MOVE WS-FOUND-CPR TO KUNDESTAM-CPR
                               REWRITE CUSTOMER-MASTER-RECORD
                           ELSE
                               ADD 1 TO WS-CUSTOMER-NO-CPR
                               MOVE SPACES TO REPORT-RECORD
                               STRING "Kunde uden CPR: " DELIMITED BY SIZE
                                      FUNCTION TRIM(KUNDESTAM-ID) DELIMITED BY SIZE
                                      INTO REPORT-RECORD
                               WRITE REPORT-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       exit.

       FIND-CPR-ON-ACCOUNTS.
           MOVE SPACES TO WS-FOUND-CPR
           MOVE "N" TO END-OF-KUNDE-ACCOUNTS
           MOVE WS-SEEK-KUNDE-ID TO KONTOSTAM-KUNDE-ID
           START account-master-file KEY IS = KONTOSTAM-KUNDE-ID
               INVALID KEY
                   MOVE "Y" TO END-OF-KUNDE-ACCOUNTS
           END-START
           PERFORM UNTIL END-OF-KUNDE-ACCOUNTS = "Y"
               READ account-master-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-KUNDE-ACCOUNTS
                   NOT AT END
                       IF KONTOSTAM-KUNDE-ID NOT = WS-SEEK-KUNDE-ID
                           MOVE "Y" TO END-OF-KUNDE-ACCOUNTS
                       ELSE
                           IF KONTOSTAM-CPR NOT = SPACES
                               MOVE KONTOSTAM-CPR TO WS-FOUND-CPR
                               MOVE "Y" TO END-OF-KUNDE-ACCOUNTS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       exit.

      *> --- an account still without a CPR takes its customer's ---
       FILL-ACCOUNT-CPRS.
           MOVE "N" TO END-OF-MASTER
           MOVE LOW-VALUES TO KONTOSTAM-ID
           START account-master-file KEY IS >= KONTOSTAM-ID
               INVALID KEY
                   MOVE "Y" TO END-OF-MASTER
           END-START
           PERFORM UNTIL END-OF-MASTER = "Y"
               READ account-master-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-MASTER
                   NOT AT END
                       IF KONTOSTAM-CPR = SPACES
                           MOVE SPACES TO WS-FOUND-CPR
                           MOVE KONTOSTAM-KUNDE-ID TO KUNDESTAM-ID
                           READ customer-master-file
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE KUNDESTAM-CPR TO WS-FOUND-CPR
                           END-READ
                           IF WS-FOUND-CPR NOT = SPACES
                               MOVE WS-FOUND-CPR TO KONTOSTAM-CPR
                               REWRITE ACCOUNT-MASTER-RECORD
                           ELSE
                               ADD 1 TO WS-ACCOUNT-NO-CPR
                               MOVE SPACES TO REPORT-RECORD
                               STRING "Konto uden CPR: " DELIMITED BY SIZE
                                      FUNCTION TRIM(KONTOSTAM-ID) DELIMITED BY SIZE
                                      INTO REPORT-RECORD
                               WRITE REPORT-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       exit.

      *> csv-lines arrives holding the refused row
       WRITE-DUPLICATE-LINE.
           ADD 1 TO WS-DUPLICATE-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "Dublet afvist: " DELIMITED BY SIZE
                  FUNCTION TRIM(csv-lines) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-CUSTOMER-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Kunder indlaest: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-ACCOUNT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Konti indlaest: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-DUPLICATE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Dubletter afvist: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-CUSTOMER-NO-CPR TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Kunder uden CPR: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-ACCOUNT-NO-CPR TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Konti uden CPR: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
