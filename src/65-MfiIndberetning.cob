       01 END-OF-CELL-SCAN pic x value "N".

       01 WS-REPORT-MONTH pic x(7) value spaces.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.

      *> --- account CSV fields ---
       01 WS-KONTO-KUNDE-ID pic x(10) value spaces.
       01 WS-CTL-STATUS pic XX value spaces.

PROCEDURE DIVISION.
       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS
       MOVE WS-TODAY-DATE(1:7) TO WS-REPORT-MONTH
       OPEN INPUT param-file
       IF WS-PARAM-STATUS = "00"
           READ param-file
