           SELECT stats-history-file ASSIGN TO "11-StatistikHistorik.txt"
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS WS-STATS-HISTORY-STATUS.

      *> --- branch master, read for the names in the branch section;
      *> without it the section shows the bare codes ---
           SELECT branch-file ASSIGN TO "114-Filialer.txt"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FILIAL-NR OF branch-in
               FILE STATUS IS WS-BRANCH-MASTER-STATUS.
 
       DATA DIVISION.
       FILE SECTION.
       FD stats-history-file.
       01 STATS-HISTORY-RECORD             PIC X(120).

       FD branch-file.
       01 branch-in.
           COPY "114-FILIAL.cpy".

       WORKING-STORAGE SECTION.
      *> --- progress heartbeat through the shared writer; the
      *> expected total comes from the master's control companion ---
       01 END-OF-CUSTOMER-SORTED-FILE      PIC X           VALUE "N".
       01 END-OF-SHOP-SORTED-FILE          PIC X           VALUE "N".
       01 WS-TRANS-STATUS                  PIC XX          VALUE SPACES.
       01 WS-BRANCH-MASTER-STATUS          PIC XX          VALUE SPACES.
       01 WS-BRANCH-MASTER-OPEN            PIC X           VALUE "N".

      *> --- dated-rate lookup through the shared KursopslagDato, so a
      *> re-run over a month of history converts each row at the rate
       01 WS-BIRTH-YYYY                    PIC 9(4)        VALUE 0.
       01 WS-BIRTH-YYYYMMDD                PIC 9(8)        VALUE 0.
       01 WS-TODAY-YYYYMMDD                PIC 9(8)        VALUE 0.
       01 WS-TODAY-DATE                    PIC X(10)       VALUE SPACES.
       01 WS-FORRETNINGSDATO-STATUS        PIC XX          VALUE SPACES.
       01 WS-BAND-SHOP-IX                  PIC 9(2)        VALUE 0.
       01 WS-BAND-SHOP-FOUND               PIC X           VALUE "N".
       01 WS-BAND-MAX-AMOUNT               PIC S9(13)V99   VALUE 0.
      *> --- company customers (8-digit CVR in the CPR field) have no
      *> birthdate and are counted apart from the age bands ---
       01 WS-COMPANY-COUNT                 PIC 9(7)        VALUE 0.
       01 WS-COMPANY-DISPLAY               PIC Z(6)9.
       01 WS-AGE-BAND-INFO OCCURS 5 TIMES.
           02 BAND-NAVN                    PIC X(10).
           02 BAND-KUNDER                  PIC 9(7).
               MOVE 0 TO SHOP-TURNOVER OF WS-SHOP-INFO(WS-IX)
           END-PERFORM
 
           *> ages on the business date, not the clock
           CALL "ForretningsDato" USING WS-TODAY-DATE
               WS-FORRETNINGSDATO-STATUS
           MOVE WS-TODAY-DATE(1:4) TO WS-TODAY-YYYYMMDD(1:4)
           MOVE WS-TODAY-DATE(6:2) TO WS-TODAY-YYYYMMDD(5:2)
           MOVE WS-TODAY-DATE(9:2) TO WS-TODAY-YYYYMMDD(7:2)
           MOVE "  0-17" TO BAND-NAVN(1)
           MOVE " 18-25" TO BAND-NAVN(2)
           MOVE " 26-40" TO BAND-NAVN(3)
      *> --- the CPR's first six digits are the birthdate DDMMYY; the
      *> two-digit year pivots on today's year (a year "after" today
      *> belongs to the 1900s). A CPR that fails the digit test gets
      *> band 0 and stays out of the segmentation, as does a company's
      *> CVR number ---
       DERIVE-AGE-BAND.
           MOVE 0 TO WS-CURRENT-BAND
           IF CPR(1:8) NUMERIC AND CPR(9:7) = SPACES
               ADD 1 TO WS-COMPANY-COUNT
               EXIT PARAGRAPH
           END-IF
           IF CPR(1:6) NUMERIC
               MOVE CPR(5:2) TO WS-BIRTH-YY
               MOVE WS-BIRTH-YY TO WS-BIRTH-YYYY
       ACCUMULATE-BRANCH-TURNOVER.
           MOVE "N" TO WS-BRANCH-FOUND
           PERFORM VARYING WS-BRANCH-KX FROM 1 BY 1 UNTIL WS-BRANCH-KX > WS-BRANCH-INFO-IX
               IF FILIAL-NR OF transactions-in = BRANCH-FILIAL-NR OF WS-BRANCH-INFO(WS-BRANCH-KX)
                   ADD 1 TO BRANCH-TRANSACTION-COUNTER OF WS-BRANCH-INFO(WS-BRANCH-KX)
                   ADD FUNCTION ABS(WS-BELOEB-NUM) TO BRANCH-TURNOVER OF WS-BRANCH-INFO(WS-BRANCH-KX)
                   MOVE "Y" TO WS-BRANCH-FOUND

           IF WS-BRANCH-FOUND = "N" AND WS-BRANCH-INFO-IX < 20
               ADD 1 TO WS-BRANCH-INFO-IX
               MOVE FILIAL-NR OF transactions-in TO BRANCH-FILIAL-NR OF WS-BRANCH-INFO(WS-BRANCH-INFO-IX)
               MOVE 1 TO BRANCH-TRANSACTION-COUNTER OF WS-BRANCH-INFO(WS-BRANCH-INFO-IX)
               MOVE FUNCTION ABS(WS-BELOEB-NUM) TO BRANCH-TURNOVER OF WS-BRANCH-INFO(WS-BRANCH-INFO-IX)
           END-IF
           PERFORM VARYING WS-BAND-IX FROM 1 BY 1 UNTIL WS-BAND-IX > 5
               PERFORM WRITE-ONE-AGE-BAND
           END-PERFORM
           MOVE WS-COMPANY-COUNT TO WS-COMPANY-DISPLAY
           STRING "Virksomhedskunder (CVR, uden for aldersfordelingen): "
                  DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COMPANY-DISPLAY) DELIMITED BY SIZE
                  INTO OUTPUT-RECORD
           PERFORM WRITE-LINE

           IF WS-MINOR-COUNT > 0
               MOVE SPACES TO OUTPUT-RECORD
       EXIT.

      *> --- Turnover/cashflow rolled up per branch (FILIAL-NR), printed
      *> unsorted since there are at most 20 branches in a run; the
      *> branch master, when present, adds name and region ---
       WRITE-BRANCH-SECTION.
           MOVE SPACES TO OUTPUT-RECORD
           PERFORM WRITE-LINE
               DELIMITED BY SIZE INTO OUTPUT-RECORD
           PERFORM WRITE-LINE

           OPEN INPUT branch-file
           IF WS-BRANCH-MASTER-STATUS = "00"
               MOVE "Y" TO WS-BRANCH-MASTER-OPEN
           END-IF
           PERFORM VARYING WS-BRANCH-KX FROM 1 BY 1 UNTIL WS-BRANCH-KX > WS-BRANCH-INFO-IX
               MOVE BRANCH-TURNOVER OF WS-BRANCH-INFO(WS-BRANCH-KX) TO WS-TOTAL-DISPLAY
               STRING FUNCTION TRIM(BRANCH-FILIAL-NR OF WS-BRANCH-INFO(WS-BRANCH-KX)) "    "
                   FUNCTION TRIM(BRANCH-TRANSACTION-COUNTER OF WS-BRANCH-INFO(WS-BRANCH-KX)) "    "
                   FUNCTION TRIM(WS-TOTAL-DISPLAY) " DKK"
                   DELIMITED BY SIZE INTO OUTPUT-RECORD
               IF WS-BRANCH-MASTER-OPEN = "Y"
                   MOVE BRANCH-FILIAL-NR OF WS-BRANCH-INFO(WS-BRANCH-KX)
                       TO FILIAL-NR OF branch-in
                   READ branch-file
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           STRING FUNCTION TRIM(OUTPUT-RECORD) "    "
                               FUNCTION TRIM(FILIALNAVN) " ("
                               FUNCTION TRIM(REGION) ")"
                               DELIMITED BY SIZE INTO OUTPUT-RECORD
                   END-READ
               END-IF
               PERFORM WRITE-LINE
           END-PERFORM
           IF WS-BRANCH-MASTER-OPEN = "Y"
               CLOSE branch-file
           END-IF
       EXIT.
 
       WRITE-SHOP-RAW-FILE.
