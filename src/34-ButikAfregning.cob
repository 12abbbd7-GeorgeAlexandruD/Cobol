      *> 34-ButikParam.txt naming one BUTIK settles that merchant
      *> alone through the master's BUTIK alternate index - seconds
      *> instead of a full scan; no parameter keeps the classic
      *> everyone-run. The settlement file is sealed (IntegritetsSegl)
      *> for the merchants to verify. ---

environment division.
input-output section.
       01 WS-NETTO-DISPLAY pic -Z(11).99.
       01 WS-COUNT-DISPLAY pic Z(6)9.

      *> --- integrity seal on the outbound file, for the receiver
      *> to verify with the key agreed with them ---
       01 WS-SEGL-MODE pic x value space.
       01 WS-SEGL-FILNAVN pic x(40) value spaces.
       01 WS-SEGL-STATUS pic XX value spaces.

PROCEDURE DIVISION.
       OPEN OUTPUT payout-file
       CLOSE payout-file
               END-READ
           END-PERFORM
           CLOSE settlement-file
           MOVE "S" TO WS-SEGL-MODE
           MOVE "34-ButikAfregning.txt" TO WS-SEGL-FILNAVN
           CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
               WS-SEGL-STATUS
           IF WS-SEGL-STATUS NOT = "00"
               DISPLAY "ButikAfregning: " FUNCTION TRIM(WS-SEGL-FILNAVN)
                   " kunne ikke forsegles - se 140-SeglLog.txt"
           END-IF
       exit.

       WRITE-ONE-PAYOUT.
