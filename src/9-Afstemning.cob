      *> --- balance-history snapshot fields ---
       01 WS-SNAPSHOT-STATUS          pic XX value spaces.
       01 WS-TODAY-DATE               pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS   pic XX value spaces.
       01 WS-SNAPSHOT-SALDO-DISPLAY   pic -Z(11).99.

       01 WS-LAST-DATE-TEXT           pic x(10).
       perform LOAD-DORMANT-MONTHS-PARAMETER
       perform COMPUTE-DORMANT-CUTOFF-DATE

       OPEN EXTEND snapshot-file
       IF WS-SNAPSHOT-STATUS = "35"
           OPEN OUTPUT snapshot-file
       exit.

       COMPUTE-DORMANT-CUTOFF-DATE.
           *> the business date, not the clock - a catch-up day
           *> measures dormancy from the day it belongs to
           CALL "ForretningsDato" USING WS-TODAY-DATE
               WS-FORRETNINGSDATO-STATUS
           MOVE WS-TODAY-DATE(1:4) TO WS-TODAY-YYYYMMDD(1:4)
           MOVE WS-TODAY-DATE(6:2) TO WS-TODAY-YYYYMMDD(5:2)
           MOVE WS-TODAY-DATE(9:2) TO WS-TODAY-YYYYMMDD(7:2)
           COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
           COMPUTE WS-DORMANT-CUTOFF-INTEGER = WS-TODAY-INTEGER - (WS-DORMANT-MONTHS * 30)
       exit.
