       01 WS-WINDOW-DAYS-DISPLAY pic Z(3)9.

       01 WS-TODAY-YYYYMMDD pic 9(8).
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-TODAY-INTEGER pic 9(8) comp.
       01 WS-CUTOFF-INTEGER pic 9(8) comp.
       01 WS-SNAP-DATE-YYYYMMDD pic 9(8).
           STOP RUN
       END-IF

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS
       MOVE WS-TODAY-DATE(1:4) TO WS-TODAY-YYYYMMDD(1:4)
       MOVE WS-TODAY-DATE(6:2) TO WS-TODAY-YYYYMMDD(5:2)
       MOVE WS-TODAY-DATE(9:2) TO WS-TODAY-YYYYMMDD(7:2)
       COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
       COMPUTE WS-CUTOFF-INTEGER = WS-TODAY-INTEGER - WS-WINDOW-DAYS

