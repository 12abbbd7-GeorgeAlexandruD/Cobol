
      *> --- Account tenure, derived from OPENING-DATE versus today ---
       01 WS-TODAY-YYYYMMDD pic 9(8).
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-TODAY-INTEGER pic 9(8) comp.
       01 WS-OPENING-YYYYMMDD pic 9(8).
       01 WS-OPENING-INTEGER pic 9(8) comp.


PROCEDURE DIVISION.
       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       OPEN INPUT input-file1
       OPEN OUTPUT output-file


      *> --- Account tenure: days and whole years since OPENING-DATE ---
       BUILD-ACCOUNT-TENURE-LINE.
           MOVE WS-TODAY-DATE(1:4) TO WS-TODAY-YYYYMMDD(1:4)
           MOVE WS-TODAY-DATE(6:2) TO WS-TODAY-YYYYMMDD(5:2)
           MOVE WS-TODAY-DATE(9:2) TO WS-TODAY-YYYYMMDD(7:2)
           COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)

           STRING OPENING-DATE OF WS-KONTO(1:4)
