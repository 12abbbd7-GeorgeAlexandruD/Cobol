       01 END-OF-TREND-SCAN pic x value "N".

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-HORIZON-DATE pic x(10) value spaces.
       01 WS-TREND-CUTOFF pic x(10) value spaces.
       01 WS-DATE-YYYYMMDD pic 9(8).
       01 WS-COUNT-DISPLAY pic Z(6)9.

PROCEDURE DIVISION.
       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       MOVE WS-TODAY-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4)
       MOVE WS-TODAY-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2)
       MOVE WS-TODAY-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2)
       COMPUTE WS-DATE-INTEGER =
           FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD) + 30
       perform SET-DATE-FROM-INTEGER
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TODAY-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4)
           MOVE WS-TODAY-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2)
           MOVE WS-TODAY-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2)
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1 UNTIL WS-DAY-IX > 30
