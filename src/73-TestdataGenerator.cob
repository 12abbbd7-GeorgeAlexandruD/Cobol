       01 WS-TYPE-DRAW pic 9(3) value 0.
       01 WS-MODPART-IX pic 9(5) value 0.
       01 WS-TODAY-MONTH pic x(7) value spaces.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-COUNT-DISPLAY pic Z(8)9.

PROCEDURE DIVISION.
       perform LOAD-PARAMETERS
       perform SEED-MERCHANT-TABLE

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS
       MOVE WS-TODAY-DATE(1:7) TO WS-TODAY-MONTH

       *> seed once so a rerun varies
       COMPUTE WS-RANDOM = FUNCTION RANDOM(
