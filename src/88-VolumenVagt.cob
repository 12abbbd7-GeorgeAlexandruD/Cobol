       01 WS-AFVIGELSE-PCT pic S9(5)v99 value 0.
       01 WS-HOLD-REASON pic x(80) value spaces.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-UGEDAG pic 9 value 0.
       01 WS-DATE-YYYYMMDD pic 9(8).
       01 WS-DATE-INTEGER pic 9(8) comp.
       01 WS-COUNT-DISPLAY pic Z(8)9.
       01 WS-AUDIT-TIMESTAMP pic x(21) value spaces.

      *> --- integrity seal on the delivery it empties ---
       01 WS-SEGL-MODE pic x value space.
       01 WS-SEGL-FILNAVN pic x(40) value spaces.
       01 WS-SEGL-STATUS pic XX value spaces.

PROCEDURE DIVISION.
       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS
       STRING WS-TODAY-DATE(1:4) WS-TODAY-DATE(6:2) WS-TODAY-DATE(9:2)
           DELIMITED BY SIZE INTO WS-DATE-YYYYMMDD
       COMPUTE WS-DATE-INTEGER =
                   CLOSE hold-file
                   OPEN OUTPUT delivery-file
                   CLOSE delivery-file
                   *> the emptied delivery is sealed too; the intake refuses
                   *> an unsealed one
                   MOVE "S" TO WS-SEGL-MODE
                   MOVE "16-Leverance.txt" TO WS-SEGL-FILNAVN
                   CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
                       WS-SEGL-STATUS
                   MOVE "AFVIST af operatoeren - leverancen toemt"
                       TO WS-HOLD-REASON
                   perform WRITE-LOG-LINE
