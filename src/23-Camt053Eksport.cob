      *> CPR/KONTO-ID/BIC, an OPBD opening and CLBD closing balance
      *> derived from the carried totals, and one NTRY entry per
      *> transaction with TRANS-REF, amount, currency and booking
      *> date. The export is sealed (IntegritetsSegl) for the
      *> receiver to verify. ---

environment division.
input-output section.
       01 WS-STATEMENT-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

      *> --- integrity seal on the outbound file, for the receiver
      *> to verify with the key agreed with them ---
       01 WS-SEGL-MODE pic x value space.
       01 WS-SEGL-FILNAVN pic x(40) value spaces.
       01 WS-SEGL-STATUS pic XX value spaces.

PROCEDURE DIVISION.
       OPEN INPUT machine-statement-file
       IF WS-MACHINE-STATUS = "35"
       close machine-statement-file
       close transactions-file
       close export-file
       MOVE "S" TO WS-SEGL-MODE
       MOVE "23-Camt053Eksport.txt" TO WS-SEGL-FILNAVN
       CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
           WS-SEGL-STATUS
       IF WS-SEGL-STATUS NOT = "00"
           DISPLAY "Camt053Eksport: " FUNCTION TRIM(WS-SEGL-FILNAVN)
               " kunne ikke forsegles - se 140-SeglLog.txt"
       END-IF

       MOVE WS-STATEMENT-COUNT TO WS-COUNT-DISPLAY
       DISPLAY "Camt053Eksport: " FUNCTION TRIM(WS-COUNT-DISPLAY)
