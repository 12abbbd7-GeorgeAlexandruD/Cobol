      *> bank pair per day in DKK, and written both as a settlement
      *> report and as one machine file per REG-NR (with the bank's
      *> BIC-SWIFT from 10-Banker.txt) ready for clearing - replacing
      *> the spreadsheet this netting is done in today. Payment-slip
      *> (Indbetalingskort) payments post the same two legs and are
      *> netted with the transfers. Each machine file is sealed
      *> (IntegritetsSegl) so the clearing side can prove it
      *> unaltered. ---

environment division.
input-output section.
       01 WS-UNMATCHED-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

      *> --- integrity seal on the outbound file, for the receiver
      *> to verify with the key agreed with them ---
       01 WS-SEGL-MODE pic x value space.
       01 WS-SEGL-FILNAVN pic x(40) value spaces.
       01 WS-SEGL-STATUS pic XX value spaces.

PROCEDURE DIVISION.
       perform LOAD-REHEARSAL-MODE

                   move "Y" to END-OF-TRANSACTIONS-FILE
               not at end
                   if FUNCTION TRIM(TRANSAKTIONSTYPE) = "Overforsel"
                      or FUNCTION TRIM(TRANSAKTIONSTYPE) = "Indbetalingskort"
                       perform MATCH-OVERFOERSEL-LEG
                   end-if
           end-read
               END-READ
           END-PERFORM
           CLOSE clearing-file
           MOVE "S" TO WS-SEGL-MODE
           MOVE WS-CLEARING-FILENAME TO WS-SEGL-FILNAVN
           CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
               WS-SEGL-STATUS
           IF WS-SEGL-STATUS NOT = "00"
               DISPLAY "Afregning: " FUNCTION TRIM(WS-SEGL-FILNAVN)
                   " kunne ikke forsegles - se 140-SeglLog.txt"
           END-IF
       exit.

      *> the amount is re-signed from the file-owner's point of view:
