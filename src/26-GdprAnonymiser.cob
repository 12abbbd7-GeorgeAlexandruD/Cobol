       01 WS-SCAN-MONTH pic 9(2) value 0.
       01 WS-CURRENT-YEAR pic 9(4) value 0.
       01 WS-CURRENT-MONTH pic 9(2) value 0.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.

       01 WS-FILE-CHANGED-COUNT pic 9(7) value 0.
       01 WS-TOTAL-CHANGED-COUNT pic 9(7) value 0.
           STOP RUN
       END-IF

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS
       MOVE WS-TODAY-DATE(1:4) TO WS-CURRENT-YEAR
       MOVE WS-TODAY-DATE(6:2) TO WS-CURRENT-MONTH

       OPEN EXTEND log-file
       IF WS-LOG-STATUS = "35"
