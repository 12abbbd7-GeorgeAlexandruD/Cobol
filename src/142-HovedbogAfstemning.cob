identification division.
       program-id. HovedbogAfstemning.

      *> --- Month-end reconciliation of the customer sub-ledger to the
      *> general ledger. The export books every customer account under
      *> KONTOART KUNDEKONTI and specifies each posting behind those
      *> legs in 44-HovedbogSpecifikation.txt with its product
      *> (KONTO-TYPE) and currency; this run carries them forward in a
      *> running ledger balance per account and currency,
      *> 142-HovedbogSaldo.txt:
      *>   TIL;<date the balances run to>
      *>   KONTO;KONTO-ID;VALUTA;KONTO-TYPE;SALDO
      *> and compares it with the balances in 8-KontoData.txt.
      *> The closing date is the first line of
      *> 142-HovedbogAfstemningParam.txt (default the business date);
      *> every specification line after TIL up to it is folded in.
      *> Without a balance file the first run opens the ledger from the
      *> account master and reconciles from the next run on.
      *> 142-HovedbogAfstemning.txt reports, in order:
      *>   - per day: the specification against the KUNDEKONTI legs in
      *>     44-HovedbogHistorik.txt (interest and fees included) - a
      *>     difference means a posting left the ledger unexplained,
      *>   - per product and currency: ledger against account master,
      *>   - per account that differs: ledger, master, difference,
      *>   - the period's postings on those accounts by day, the ones
      *>     equal to an account's difference marked as the likely
      *>     cause (none matching suggests a master change without a
      *>     posting).
      *> Return code 1 when anything differs. ---

environment division.
input-output section.
file-control.
       select param-file assign to "142-HovedbogAfstemningParam.txt"
           organization line sequential
           file status is WS-PARAM-STATUS.

       select spec-file assign to "44-HovedbogSpecifikation.txt"
           organization line sequential
           file status is WS-SPEC-STATUS.

       select gl-history-file assign to "44-HovedbogHistorik.txt"
           organization line sequential
           file status is WS-GL-HISTORY-STATUS.

       select account-file assign to "8-KontoData.txt"
           organization line sequential
           file status is WS-ACCOUNT-STATUS.

       select balance-file assign to "142-HovedbogSaldo.txt"
           organization line sequential
           file status is WS-BALANCE-STATUS.

       select report-file assign to "142-HovedbogAfstemning.txt"
           organization line sequential.

      *> --- ledger and master balance per account and currency ---
       select ledger-index-file assign to "WS-HbAfstemKonto.tmp"
           organization is indexed
           access mode is dynamic
           record key is LDG-KEY
           file status is WS-LEDGER-INDEX-STATUS.

data division.
file section.
FD param-file.
       01 PARAM-RECORD pic x(20).

FD spec-file.
       01 SPEC-RECORD pic x(150).

FD gl-history-file.
       01 GL-HISTORY-RECORD pic x(80).

FD account-file.
       01 ACCOUNT-CSV-RECORD pic x(150).

FD balance-file.
       01 BALANCE-RECORD pic x(100).

FD report-file.
       01 REPORT-RECORD pic x(132).

FD ledger-index-file.
       01 LEDGER-INDEX-RECORD.
           05 LDG-KEY.
               10 LDG-KONTO-ID pic x(15).
               10 LDG-VALUTA pic x(3).
           05 LDG-KONTO-TYPE pic x(15).
           05 LDG-SALDO pic S9(13)v99.
           05 LDG-MASTER-SALDO pic S9(13)v99.
           05 LDG-I-MASTER pic x.
           05 LDG-AFVIGER pic x.

WORKING-STORAGE SECTION.
       01 WS-PARAM-STATUS pic XX value spaces.
       01 WS-SPEC-STATUS pic XX value spaces.
       01 WS-GL-HISTORY-STATUS pic XX value spaces.
       01 WS-ACCOUNT-STATUS pic XX value spaces.
       01 WS-BALANCE-STATUS pic XX value spaces.
       01 WS-LEDGER-INDEX-STATUS pic XX value spaces.
       01 END-OF-FILE pic x value "N".
       01 END-OF-LEDGER-INDEX pic x value "N".

       01 WS-CLOSE-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-TIL-DATE pic x(10) value spaces.
       01 WS-FIRST-RUN pic x value "N".

      *> --- a specification line ---
       01 WS-S-TAG pic x(5) value spaces.
       01 WS-S-DATO pic x(10) value spaces.
       01 WS-S-KONTO-TYPE pic x(15) value spaces.
       01 WS-S-VALUTA pic x(3) value spaces.
       01 WS-S-KONTO-ID pic x(15) value spaces.
       01 WS-S-TRANS-REF pic x(20) value spaces.
       01 WS-S-TYPE pic x(15) value spaces.
       01 WS-S-BELOEB-TEXT pic x(20) value spaces.
       01 WS-S-DKK-TEXT pic x(20) value spaces.
       01 WS-S-BELOEB pic S9(13)v99 value 0.
       01 WS-S-DKK pic S9(13)v99 value 0.

      *> --- a ledger history line:
      *> POST;DATO;KONTOART;TYPE;FILIAL;D/K;BELOEB ---
       01 WS-H-TAG pic x(7) value spaces.
       01 WS-H-DATO pic x(10) value spaces.
       01 WS-H-KONTOART pic x(20) value spaces.
       01 WS-H-TYPE pic x(15) value spaces.
       01 WS-H-FILIAL pic x(4) value spaces.
       01 WS-H-SIDE pic x value space.
       01 WS-H-BELOEB-TEXT pic x(20) value spaces.
       01 WS-H-BELOEB pic S9(13)v99 value 0.

      *> --- an account master line: KUNDE-ID,KONTO-ID,KONTO-TYPE,
      *> BALANCE,VALUTA,... ---
       01 WS-A-KUNDE-ID pic x(10) value spaces.
       01 WS-A-KONTO-ID pic x(15) value spaces.
       01 WS-A-KONTO-TYPE pic x(15) value spaces.
       01 WS-A-BALANCE-TEXT pic x(20) value spaces.
       01 WS-A-VALUTA pic x(3) value spaces.

      *> --- a balance file line ---
       01 WS-B-TAG pic x(5) value spaces.
       01 WS-B-KONTO-ID pic x(15) value spaces.
       01 WS-B-VALUTA pic x(3) value spaces.
       01 WS-B-KONTO-TYPE pic x(15) value spaces.
       01 WS-B-SALDO-TEXT pic x(20) value spaces.

      *> --- the period's days: specification against ledger legs ---
       01 WS-DAY-COUNT pic 9(3) value 0.
       01 WS-DAY-IX pic 9(3) value 0.
       01 WS-DAY-FOUND pic 9(3) value 0.
       01 WS-DAY-TABLE OCCURS 400 TIMES.
           05 DAY-DATO pic x(10).
           05 DAY-SPEC-DKK pic S9(13)v99.
           05 DAY-GL-DKK pic S9(13)v99.

      *> --- ledger against master per product and currency ---
       01 WS-PROD-COUNT pic 9(3) value 0.
       01 WS-PROD-IX pic 9(3) value 0.
       01 WS-PROD-FOUND pic 9(3) value 0.
       01 WS-PROD-TABLE OCCURS 300 TIMES.
           05 PROD-KONTO-TYPE pic x(15).
           05 PROD-VALUTA pic x(3).
           05 PROD-LEDGER pic S9(15)v99.
           05 PROD-MASTER pic S9(15)v99.

       01 WS-DIFF pic S9(15)v99 value 0.
       01 WS-DAY-DIFF-COUNT pic 9(5) value 0.
       01 WS-PROD-DIFF-COUNT pic 9(5) value 0.
       01 WS-ACCOUNT-DIFF-COUNT pic 9(7) value 0.
       01 WS-SPEC-FOLDED-COUNT pic 9(7) value 0.
       01 WS-CAUSE-MARK pic x(20) value spaces.
       01 WS-LINE-SUFFIX pic x(30) value spaces.

       01 WS-AMOUNT-DISPLAY pic -Z(13).99.
       01 WS-AMOUNT-DISPLAY-2 pic -Z(13).99.
       01 WS-AMOUNT-DISPLAY-3 pic -Z(13).99.
       01 WS-COUNT-DISPLAY pic Z(6)9.

PROCEDURE DIVISION.
       perform LOAD-CLOSE-DATE

       OPEN OUTPUT ledger-index-file
       CLOSE ledger-index-file
       OPEN I-O ledger-index-file

       perform LOAD-RUNNING-BALANCES

       OPEN OUTPUT report-file
       MOVE SPACES TO REPORT-RECORD
       STRING "Afstemning kundekonti mod hovedbog pr. " WS-CLOSE-DATE
              DELIMITED BY SIZE INTO REPORT-RECORD
       WRITE REPORT-RECORD
       MOVE SPACES TO REPORT-RECORD
       WRITE REPORT-RECORD

       IF WS-FIRST-RUN = "Y"
           perform OPEN-LEDGER-FROM-MASTER
           perform WRITE-RUNNING-BALANCES
           MOVE SPACES TO REPORT-RECORD
           STRING "Aabningsbalance dannet fra 8-KontoData.txt pr. "
                  WS-CLOSE-DATE " - afstemningen sker fra naeste koersel"
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE report-file
           CLOSE ledger-index-file
           DISPLAY "HovedbogAfstemning: aabningsbalance dannet pr. "
               WS-CLOSE-DATE
           STOP RUN
       END-IF

       IF WS-CLOSE-DATE < WS-TIL-DATE
           DISPLAY "HovedbogAfstemning: afstemningsdatoen " WS-CLOSE-DATE
               " ligger foer saldoens dato " WS-TIL-DATE " - intet gjort"
           CLOSE report-file
           CLOSE ledger-index-file
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       perform FOLD-SPECIFICATION
       perform TALLY-GL-HISTORY
       perform LOAD-ACCOUNT-MASTER
       perform COMPARE-ACCOUNTS

       perform REPORT-DAYS
       perform REPORT-PRODUCTS
       perform REPORT-ACCOUNTS
       perform REPORT-CAUSING-POSTINGS
       perform WRITE-REPORT-TRAILER
       CLOSE report-file

       perform WRITE-RUNNING-BALANCES
       CLOSE ledger-index-file

       MOVE WS-ACCOUNT-DIFF-COUNT TO WS-COUNT-DISPLAY
       DISPLAY "HovedbogAfstemning: " FUNCTION TRIM(WS-COUNT-DISPLAY)
           " konto(er) med afvigelse, se 142-HovedbogAfstemning.txt"
       IF WS-DAY-DIFF-COUNT > 0 OR WS-PROD-DIFF-COUNT > 0
           OR WS-ACCOUNT-DIFF-COUNT > 0
           MOVE 1 TO RETURN-CODE
       END-IF
stop run.

       LOAD-CLOSE-DATE.
           CALL "ForretningsDato" USING WS-CLOSE-DATE
               WS-FORRETNINGSDATO-STATUS
           OPEN INPUT param-file
           IF WS-PARAM-STATUS = "00"
               READ param-file
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAM-RECORD(1:4) NUMERIC
                           MOVE PARAM-RECORD(1:10) TO WS-CLOSE-DATE
                       END-IF
               END-READ
               CLOSE param-file
           END-IF
       exit.

      *> --- the balances carried from the last run, keyed per
      *> account and currency ---
       LOAD-RUNNING-BALANCES.
           OPEN INPUT balance-file
           IF WS-BALANCE-STATUS NOT = "00"
               MOVE "Y" TO WS-FIRST-RUN
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ balance-file
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       MOVE SPACES TO WS-B-TAG
                       MOVE SPACES TO WS-B-KONTO-ID
                       MOVE SPACES TO WS-B-VALUTA
                       MOVE SPACES TO WS-B-KONTO-TYPE
                       MOVE SPACES TO WS-B-SALDO-TEXT
                       UNSTRING BALANCE-RECORD DELIMITED BY ";"
                           INTO WS-B-TAG, WS-B-KONTO-ID, WS-B-VALUTA,
                                WS-B-KONTO-TYPE, WS-B-SALDO-TEXT
                       EVALUATE TRUE
                           WHEN WS-B-TAG = "TIL"
                               MOVE WS-B-KONTO-ID(1:10) TO WS-TIL-DATE
                           WHEN WS-B-TAG = "KONTO"
                               MOVE SPACES TO LEDGER-INDEX-RECORD
                               MOVE WS-B-KONTO-ID TO LDG-KONTO-ID
                               MOVE WS-B-VALUTA TO LDG-VALUTA
                               MOVE WS-B-KONTO-TYPE TO LDG-KONTO-TYPE
                               MOVE 0 TO LDG-SALDO
                               IF FUNCTION TEST-NUMVAL(WS-B-SALDO-TEXT) = 0
                                   COMPUTE LDG-SALDO =
                                       FUNCTION NUMVAL(WS-B-SALDO-TEXT)
                               END-IF
                               MOVE 0 TO LDG-MASTER-SALDO
                               MOVE "N" TO LDG-I-MASTER
                               MOVE "N" TO LDG-AFVIGER
                               WRITE LEDGER-INDEX-RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-WRITE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE balance-file
           IF WS-TIL-DATE = SPACES
               MOVE "Y" TO WS-FIRST-RUN
           END-IF
       exit.

      *> --- first run: the ledger opens at the master's balances ---
       OPEN-LEDGER-FROM-MASTER.
           perform LOAD-ACCOUNT-MASTER
           MOVE "N" TO END-OF-LEDGER-INDEX
           MOVE LOW-VALUES TO LDG-KEY
           START ledger-index-file KEY IS >= LDG-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-LEDGER-INDEX
           END-START
           PERFORM UNTIL END-OF-LEDGER-INDEX = "Y"
               READ ledger-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-LEDGER-INDEX
                   NOT AT END
                       MOVE LDG-MASTER-SALDO TO LDG-SALDO
                       REWRITE LEDGER-INDEX-RECORD
               END-READ
           END-PERFORM
       exit.

      *> --- specification lines after TIL up to the closing date
      *> move the account's ledger balance and the day's tie ---
       FOLD-SPECIFICATION.
           OPEN INPUT spec-file
           IF WS-SPEC-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ spec-file
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       perform PARSE-SPEC-LINE
                       IF WS-S-TAG = "SPEC"
                           AND WS-S-DATO > WS-TIL-DATE
                           AND WS-S-DATO <= WS-CLOSE-DATE
                           perform FOLD-ONE-SPEC-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE spec-file
       exit.

       PARSE-SPEC-LINE.
           MOVE SPACES TO WS-S-TAG
           MOVE SPACES TO WS-S-DATO
           MOVE SPACES TO WS-S-KONTO-TYPE
           MOVE SPACES TO WS-S-VALUTA
           MOVE SPACES TO WS-S-KONTO-ID
           MOVE SPACES TO WS-S-TRANS-REF
           MOVE SPACES TO WS-S-TYPE
           MOVE SPACES TO WS-S-BELOEB-TEXT
           MOVE SPACES TO WS-S-DKK-TEXT
           UNSTRING SPEC-RECORD DELIMITED BY ";"
               INTO WS-S-TAG, WS-S-DATO, WS-S-KONTO-TYPE, WS-S-VALUTA,
                    WS-S-KONTO-ID, WS-S-TRANS-REF, WS-S-TYPE,
                    WS-S-BELOEB-TEXT, WS-S-DKK-TEXT
           MOVE 0 TO WS-S-BELOEB
           MOVE 0 TO WS-S-DKK
           IF FUNCTION TEST-NUMVAL(WS-S-BELOEB-TEXT) = 0
               COMPUTE WS-S-BELOEB = FUNCTION NUMVAL(WS-S-BELOEB-TEXT)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-S-DKK-TEXT) = 0
               COMPUTE WS-S-DKK = FUNCTION NUMVAL(WS-S-DKK-TEXT)
           END-IF
       exit.

       FOLD-ONE-SPEC-LINE.
           ADD 1 TO WS-SPEC-FOLDED-COUNT
           MOVE WS-S-KONTO-ID TO LDG-KONTO-ID
           MOVE WS-S-VALUTA TO LDG-VALUTA
           READ ledger-index-file
               INVALID KEY
                   MOVE WS-S-KONTO-ID TO LDG-KONTO-ID
                   MOVE WS-S-VALUTA TO LDG-VALUTA
                   MOVE WS-S-KONTO-TYPE TO LDG-KONTO-TYPE
                   MOVE WS-S-BELOEB TO LDG-SALDO
                   MOVE 0 TO LDG-MASTER-SALDO
                   MOVE "N" TO LDG-I-MASTER
                   MOVE "N" TO LDG-AFVIGER
                   WRITE LEDGER-INDEX-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-S-BELOEB TO LDG-SALDO
                   REWRITE LEDGER-INDEX-RECORD
           END-READ

           MOVE WS-S-DATO TO WS-H-DATO
           perform FIND-DAY
           IF WS-DAY-FOUND > 0
               ADD WS-S-DKK TO DAY-SPEC-DKK(WS-DAY-FOUND)
           END-IF
       exit.

      *> --- the day's slot in the period table, added when new ---
       FIND-DAY.
           MOVE 0 TO WS-DAY-FOUND
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
               UNTIL WS-DAY-IX > WS-DAY-COUNT
               IF DAY-DATO(WS-DAY-IX) = WS-H-DATO
                   MOVE WS-DAY-IX TO WS-DAY-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DAY-FOUND = 0 AND WS-DAY-COUNT < 400
               ADD 1 TO WS-DAY-COUNT
               MOVE WS-H-DATO TO DAY-DATO(WS-DAY-COUNT)
               MOVE 0 TO DAY-SPEC-DKK(WS-DAY-COUNT)
               MOVE 0 TO DAY-GL-DKK(WS-DAY-COUNT)
               MOVE WS-DAY-COUNT TO WS-DAY-FOUND
           END-IF
       exit.

      *> --- the period's KUNDEKONTI legs: K credits the customers,
      *> D debits them ---
       TALLY-GL-HISTORY.
           OPEN INPUT gl-history-file
           IF WS-GL-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ gl-history-file
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       MOVE SPACES TO WS-H-TAG
                       MOVE SPACES TO WS-H-DATO
                       MOVE SPACES TO WS-H-KONTOART
                       MOVE SPACES TO WS-H-TYPE
                       MOVE SPACES TO WS-H-FILIAL
                       MOVE SPACE TO WS-H-SIDE
                       MOVE SPACES TO WS-H-BELOEB-TEXT
                       UNSTRING GL-HISTORY-RECORD DELIMITED BY ";"
                           INTO WS-H-TAG, WS-H-DATO, WS-H-KONTOART,
                                WS-H-TYPE, WS-H-FILIAL, WS-H-SIDE,
                                WS-H-BELOEB-TEXT
                       IF WS-H-TAG = "POST"
                           AND FUNCTION TRIM(WS-H-KONTOART) = "KUNDEKONTI"
                           AND WS-H-DATO > WS-TIL-DATE
                           AND WS-H-DATO <= WS-CLOSE-DATE
                           AND FUNCTION TEST-NUMVAL(WS-H-BELOEB-TEXT) = 0
                           COMPUTE WS-H-BELOEB =
                               FUNCTION NUMVAL(WS-H-BELOEB-TEXT)
                           perform FIND-DAY
                           IF WS-DAY-FOUND > 0
                               IF WS-H-SIDE = "K"
                                   ADD WS-H-BELOEB TO DAY-GL-DKK(WS-DAY-FOUND)
                               ELSE
                                   SUBTRACT WS-H-BELOEB
                                       FROM DAY-GL-DKK(WS-DAY-FOUND)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE gl-history-file
       exit.

      *> --- the master's balance per account in its own currency;
      *> the master's KONTO-TYPE wins, so a migrated account counts
      *> under the product it has now ---
       LOAD-ACCOUNT-MASTER.
           OPEN INPUT account-file
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "HovedbogAfstemning: 8-KontoData.txt blev ikke fundet"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ account-file
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       MOVE SPACES TO WS-A-KUNDE-ID
                       MOVE SPACES TO WS-A-KONTO-ID
                       MOVE SPACES TO WS-A-KONTO-TYPE
                       MOVE SPACES TO WS-A-BALANCE-TEXT
                       MOVE SPACES TO WS-A-VALUTA
                       UNSTRING ACCOUNT-CSV-RECORD DELIMITED BY ","
                           INTO WS-A-KUNDE-ID, WS-A-KONTO-ID,
                                WS-A-KONTO-TYPE, WS-A-BALANCE-TEXT,
                                WS-A-VALUTA
                       IF WS-A-KONTO-ID NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(WS-A-BALANCE-TEXT) = 0
                           perform LOAD-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE account-file
       exit.

       LOAD-ONE-ACCOUNT.
           IF WS-A-VALUTA = SPACES
               MOVE "DKK" TO WS-A-VALUTA
           END-IF
           MOVE WS-A-KONTO-ID TO LDG-KONTO-ID
           MOVE WS-A-VALUTA TO LDG-VALUTA
           READ ledger-index-file
               INVALID KEY
                   MOVE WS-A-KONTO-ID TO LDG-KONTO-ID
                   MOVE WS-A-VALUTA TO LDG-VALUTA
                   MOVE WS-A-KONTO-TYPE TO LDG-KONTO-TYPE
                   MOVE 0 TO LDG-SALDO
                   COMPUTE LDG-MASTER-SALDO =
                       FUNCTION NUMVAL(WS-A-BALANCE-TEXT)
                   MOVE "Y" TO LDG-I-MASTER
                   MOVE "N" TO LDG-AFVIGER
                   WRITE LEDGER-INDEX-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-A-KONTO-TYPE TO LDG-KONTO-TYPE
                   COMPUTE LDG-MASTER-SALDO = LDG-MASTER-SALDO
                       + FUNCTION NUMVAL(WS-A-BALANCE-TEXT)
                   MOVE "Y" TO LDG-I-MASTER
                   REWRITE LEDGER-INDEX-RECORD
           END-READ
       exit.

      *> --- every account and currency: flagged when ledger and
      *> master disagree, and added into its product's totals ---
       COMPARE-ACCOUNTS.
           MOVE "N" TO END-OF-LEDGER-INDEX
           MOVE LOW-VALUES TO LDG-KEY
           START ledger-index-file KEY IS >= LDG-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-LEDGER-INDEX
           END-START
           PERFORM UNTIL END-OF-LEDGER-INDEX = "Y"
               READ ledger-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-LEDGER-INDEX
                   NOT AT END
                       IF LDG-SALDO NOT = LDG-MASTER-SALDO
                           MOVE "Y" TO LDG-AFVIGER
                           ADD 1 TO WS-ACCOUNT-DIFF-COUNT
                       ELSE
                           MOVE "N" TO LDG-AFVIGER
                       END-IF
                       REWRITE LEDGER-INDEX-RECORD
                       perform ADD-TO-PRODUCT
               END-READ
           END-PERFORM
       exit.

       ADD-TO-PRODUCT.
           MOVE 0 TO WS-PROD-FOUND
           PERFORM VARYING WS-PROD-IX FROM 1 BY 1
               UNTIL WS-PROD-IX > WS-PROD-COUNT
               IF PROD-KONTO-TYPE(WS-PROD-IX) = LDG-KONTO-TYPE
                   AND PROD-VALUTA(WS-PROD-IX) = LDG-VALUTA
                   MOVE WS-PROD-IX TO WS-PROD-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PROD-FOUND = 0
               IF WS-PROD-COUNT >= 300
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PROD-COUNT
               MOVE WS-PROD-COUNT TO WS-PROD-FOUND
               MOVE LDG-KONTO-TYPE TO PROD-KONTO-TYPE(WS-PROD-FOUND)
               MOVE LDG-VALUTA TO PROD-VALUTA(WS-PROD-FOUND)
               MOVE 0 TO PROD-LEDGER(WS-PROD-FOUND)
               MOVE 0 TO PROD-MASTER(WS-PROD-FOUND)
           END-IF
           ADD LDG-SALDO TO PROD-LEDGER(WS-PROD-FOUND)
           ADD LDG-MASTER-SALDO TO PROD-MASTER(WS-PROD-FOUND)
       exit.

       REPORT-DAYS.
           MOVE "Pr. dag - specifikation mod hovedbogens KUNDEKONTI (DKK):"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
               UNTIL WS-DAY-IX > WS-DAY-COUNT
               COMPUTE WS-DIFF = DAY-GL-DKK(WS-DAY-IX)
                   - DAY-SPEC-DKK(WS-DAY-IX)
               IF WS-DIFF NOT = 0
                   ADD 1 TO WS-DAY-DIFF-COUNT
                   MOVE DAY-SPEC-DKK(WS-DAY-IX) TO WS-AMOUNT-DISPLAY
                   MOVE DAY-GL-DKK(WS-DAY-IX) TO WS-AMOUNT-DISPLAY-2
                   MOVE WS-DIFF TO WS-AMOUNT-DISPLAY-3
                   MOVE SPACES TO REPORT-RECORD
                   STRING "  " DAY-DATO(WS-DAY-IX)
                          " specifikation " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                          " hovedbog " FUNCTION TRIM(WS-AMOUNT-DISPLAY-2)
                          " afvigelse " FUNCTION TRIM(WS-AMOUNT-DISPLAY-3)
                          DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM
           IF WS-DAY-DIFF-COUNT = 0
               MOVE "  alle dage stemmer" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

       REPORT-PRODUCTS.
           MOVE "Pr. produkt og valuta - hovedbog mod kontomaster:"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-PROD-IX FROM 1 BY 1
               UNTIL WS-PROD-IX > WS-PROD-COUNT
               COMPUTE WS-DIFF = PROD-LEDGER(WS-PROD-IX)
                   - PROD-MASTER(WS-PROD-IX)
               MOVE PROD-LEDGER(WS-PROD-IX) TO WS-AMOUNT-DISPLAY
               MOVE PROD-MASTER(WS-PROD-IX) TO WS-AMOUNT-DISPLAY-2
               MOVE WS-DIFF TO WS-AMOUNT-DISPLAY-3
               MOVE SPACES TO WS-LINE-SUFFIX
               IF WS-DIFF NOT = 0
                   ADD 1 TO WS-PROD-DIFF-COUNT
                   STRING " AFVIGELSE " FUNCTION TRIM(WS-AMOUNT-DISPLAY-3)
                          DELIMITED BY SIZE INTO WS-LINE-SUFFIX
               END-IF
               MOVE SPACES TO REPORT-RECORD
               STRING "  " PROD-KONTO-TYPE(WS-PROD-IX) " "
                      PROD-VALUTA(WS-PROD-IX)
                      " hovedbog " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                      " konti " FUNCTION TRIM(WS-AMOUNT-DISPLAY-2)
                      WS-LINE-SUFFIX
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

       REPORT-ACCOUNTS.
           MOVE "Konti med afvigelse:" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "N" TO END-OF-LEDGER-INDEX
           MOVE LOW-VALUES TO LDG-KEY
           START ledger-index-file KEY IS >= LDG-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-LEDGER-INDEX
           END-START
           PERFORM UNTIL END-OF-LEDGER-INDEX = "Y"
               READ ledger-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-LEDGER-INDEX
                   NOT AT END
                       IF LDG-AFVIGER = "Y"
                           perform WRITE-ACCOUNT-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ACCOUNT-DIFF-COUNT = 0
               MOVE "  ingen" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

       WRITE-ACCOUNT-LINE.
           COMPUTE WS-DIFF = LDG-SALDO - LDG-MASTER-SALDO
           MOVE LDG-SALDO TO WS-AMOUNT-DISPLAY
           MOVE LDG-MASTER-SALDO TO WS-AMOUNT-DISPLAY-2
           MOVE WS-DIFF TO WS-AMOUNT-DISPLAY-3
           MOVE SPACES TO WS-LINE-SUFFIX
           IF LDG-I-MASTER = "N"
               MOVE " (ikke paa kontomasteren)" TO WS-LINE-SUFFIX
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "  " LDG-KONTO-ID " " LDG-VALUTA " "
                  LDG-KONTO-TYPE
                  " hovedbog " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  " konto " FUNCTION TRIM(WS-AMOUNT-DISPLAY-2)
                  " afvigelse " FUNCTION TRIM(WS-AMOUNT-DISPLAY-3)
                  WS-LINE-SUFFIX
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

      *> --- second pass over the period's specification: every
      *> posting on a differing account, by day; one equal to the
      *> account's difference is the likely cause ---
       REPORT-CAUSING-POSTINGS.
           IF WS-ACCOUNT-DIFF-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "Periodens posteringer paa konti med afvigelse:"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           OPEN INPUT spec-file
           IF WS-SPEC-STATUS NOT = "00"
               MOVE "  (ingen specifikation)" TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-FILE
           PERFORM UNTIL END-OF-FILE = "Y"
               READ spec-file
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       perform PARSE-SPEC-LINE
                       IF WS-S-TAG = "SPEC"
                           AND WS-S-DATO > WS-TIL-DATE
                           AND WS-S-DATO <= WS-CLOSE-DATE
                           perform REPORT-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE spec-file
       exit.

       REPORT-ONE-POSTING.
           MOVE WS-S-KONTO-ID TO LDG-KONTO-ID
           MOVE WS-S-VALUTA TO LDG-VALUTA
           READ ledger-index-file
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF LDG-AFVIGER NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DIFF = LDG-SALDO - LDG-MASTER-SALDO
           MOVE SPACES TO WS-CAUSE-MARK
           IF WS-S-BELOEB = WS-DIFF
               MOVE " = afvigelsen" TO WS-CAUSE-MARK
           END-IF
           MOVE WS-S-BELOEB TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "  " WS-S-DATO " " WS-S-KONTO-ID " "
                  WS-S-TRANS-REF " " WS-S-TYPE " "
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY) " " WS-S-VALUTA
                  WS-CAUSE-MARK
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-SPEC-FOLDED-COUNT TO WS-COUNT-DISPLAY
           STRING "Specifikationslinjer i perioden: "
                  FUNCTION TRIM(WS-COUNT-DISPLAY)
                  " (efter " WS-TIL-DATE ")"
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-DAY-DIFF-COUNT TO WS-COUNT-DISPLAY
           STRING "Dage med afvigelse: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-PROD-DIFF-COUNT TO WS-COUNT-DISPLAY
           STRING "Produkter med afvigelse: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-ACCOUNT-DIFF-COUNT TO WS-COUNT-DISPLAY
           STRING "Konti med afvigelse: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

      *> --- the carried balances now run to the closing date ---
       WRITE-RUNNING-BALANCES.
           OPEN OUTPUT balance-file
           MOVE SPACES TO BALANCE-RECORD
           STRING "TIL;" WS-CLOSE-DATE DELIMITED BY SIZE
               INTO BALANCE-RECORD
           WRITE BALANCE-RECORD
           MOVE "N" TO END-OF-LEDGER-INDEX
           MOVE LOW-VALUES TO LDG-KEY
           START ledger-index-file KEY IS >= LDG-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-LEDGER-INDEX
           END-START
           PERFORM UNTIL END-OF-LEDGER-INDEX = "Y"
               READ ledger-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-LEDGER-INDEX
                   NOT AT END
                       MOVE LDG-SALDO TO WS-AMOUNT-DISPLAY
                       MOVE SPACES TO BALANCE-RECORD
                       STRING "KONTO;" FUNCTION TRIM(LDG-KONTO-ID) ";"
                              LDG-VALUTA ";"
                              FUNCTION TRIM(LDG-KONTO-TYPE) ";"
                              FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                              DELIMITED BY SIZE INTO BALANCE-RECORD
                       WRITE BALANCE-RECORD
               END-READ
           END-PERFORM
           CLOSE balance-file
       exit.
