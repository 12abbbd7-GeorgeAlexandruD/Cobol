identification division.
       program-id. StamEksport.

      *> --- Shared CSV export of the indexed customer and account
      *> masters. 7-KundeStam.txt (keyed KUNDE-ID, alternate key CPR)
      *> and 8-KontoStam.txt (keyed KONTO-ID, alternate keys KUNDE-ID
      *> and CPR) are the masters the maintenance programs update in
      *> place; the many downstream readers still take the CSV files,
      *> so every program that changes a master CALLs this afterwards.
      *> 7-KundeData.csv gets the stored rows in KUNDE-ID order;
      *> 8-KontoData.txt gets the classic seven-field row in KONTO-ID
      *> order followed by its KontrolTotal companion record.
      *> LK-MODE:   K = customers, A = accounts, B = both.
      *> LK-STATUS: 00 = exported, 35 = a master is not on file (its
      *> CSV is left untouched), 99 = bad mode. ---

environment division.
input-output section.
file-control.
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

       select customer-file assign to "7-KundeData.csv"
           organization is line sequential
           file status is WS-CUSTOMER-STATUS.

       select account-file assign to "8-KontoData.txt"
           organization is line sequential
           file status is WS-ACCOUNT-STATUS.

data division.
file section.
FD customer-master-file.
       01 CUSTOMER-MASTER-RECORD.
           copy "7-KUNDESTAM.cpy".

FD account-master-file.
       01 ACCOUNT-MASTER-RECORD.
           copy "8-KONTOSTAM.cpy".

FD customer-file.
       01 csv-lines pic x(150).

FD account-file.
       01 csv-lines2 pic x(100).

WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-MASTER-STATUS pic XX value spaces.
       01 WS-ACCOUNT-MASTER-STATUS pic XX value spaces.
       01 WS-CUSTOMER-STATUS pic XX value spaces.
       01 WS-ACCOUNT-STATUS pic XX value spaces.

       01 END-OF-MASTER pic x value "N".

      *> --- control-total companion record for the exported accounts ---
       01 WS-CTL-MODE pic x value space.
       01 WS-CTL-FILNAVN pic x(40) value spaces.
       01 WS-CTL-ANTAL pic 9(9) value 0.
       01 WS-CTL-SUM pic S9(15)v99 value 0.
       01 WS-CTL-STATUS pic XX value spaces.
       01 WS-MASTER-CTL-COUNT pic 9(9) value 0.
       01 WS-MASTER-CTL-SUM pic S9(15)v99 value 0.

linkage section.
       01 LK-MODE pic x.
       01 LK-STATUS pic XX.

procedure division using LK-MODE LK-STATUS.
       MOVE "00" TO LK-STATUS

       EVALUATE LK-MODE
           WHEN "K"
               PERFORM EXPORT-CUSTOMERS
           WHEN "A"
               PERFORM EXPORT-ACCOUNTS
           WHEN "B"
               PERFORM EXPORT-CUSTOMERS
               PERFORM EXPORT-ACCOUNTS
           WHEN OTHER
               MOVE "99" TO LK-STATUS
       END-EVALUATE
       GOBACK.

      *> --- every stored customer row in KUNDE-ID order ---
       EXPORT-CUSTOMERS.
           OPEN INPUT customer-master-file
           IF WS-CUSTOMER-MASTER-STATUS NOT = "00"
               MOVE "35" TO LK-STATUS
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT customer-file
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
                       MOVE KUNDESTAM-ROW TO csv-lines
                       WRITE csv-lines
               END-READ
           END-PERFORM
           CLOSE customer-file
           CLOSE customer-master-file
       exit.

      *> --- every account in KONTO-ID order, in the same CSV layout
      *> every reader expects, plus the companion control record ---
       EXPORT-ACCOUNTS.
           OPEN INPUT account-master-file
           IF WS-ACCOUNT-MASTER-STATUS NOT = "00"
               MOVE "35" TO LK-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-MASTER-CTL-COUNT
           MOVE 0 TO WS-MASTER-CTL-SUM
           OPEN OUTPUT account-file
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
                       ADD 1 TO WS-MASTER-CTL-COUNT
                       IF FUNCTION TEST-NUMVAL(KONTOSTAM-BALANCE) = 0
                           COMPUTE WS-MASTER-CTL-SUM = WS-MASTER-CTL-SUM
                               + FUNCTION NUMVAL(KONTOSTAM-BALANCE)
                       END-IF
                       MOVE SPACES TO csv-lines2
                       STRING FUNCTION TRIM(KONTOSTAM-KUNDE-ID) ","
                              FUNCTION TRIM(KONTOSTAM-ID) ","
                              FUNCTION TRIM(KONTOSTAM-TYPE) ","
                              FUNCTION TRIM(KONTOSTAM-BALANCE) ","
                              FUNCTION TRIM(KONTOSTAM-VALUTA) ","
                              FUNCTION TRIM(KONTOSTAM-STATUS) ","
                              FUNCTION TRIM(KONTOSTAM-OPENING)
                              DELIMITED BY SIZE INTO csv-lines2
                       WRITE csv-lines2
               END-READ
           END-PERFORM
           CLOSE account-file
           CLOSE account-master-file

           MOVE "W" TO WS-CTL-MODE
           MOVE "8-KontoData.txt" TO WS-CTL-FILNAVN
           MOVE WS-MASTER-CTL-COUNT TO WS-CTL-ANTAL
           MOVE WS-MASTER-CTL-SUM TO WS-CTL-SUM
           CALL "KontrolTotal" USING WS-CTL-MODE WS-CTL-FILNAVN
               WS-CTL-ANTAL WS-CTL-SUM WS-CTL-STATUS
       exit.
