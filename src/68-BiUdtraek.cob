       01 WS-BIRTH-YY pic 9(2) value 0.
       01 WS-BIRTH-YEAR pic 9(4) value 0.
       01 WS-CURRENT-YEAR pic 9(4) value 0.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-AGE pic S9(4) value 0.
       01 WS-ALDERSBAND pic x(6) value spaces.

       01 WS-COUNT-DISPLAY pic Z(8)9.

PROCEDURE DIVISION.
       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS
       MOVE WS-TODAY-DATE(1:4) TO WS-CURRENT-YEAR
       perform LOAD-OPEN-CYCLE
       perform WRITE-CUSTOMER-DIMENSION
       perform WRITE-ACCOUNT-DIMENSION
