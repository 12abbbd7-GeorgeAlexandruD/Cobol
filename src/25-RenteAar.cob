      *>   CPR          pos 1-15
      *>   AAR          pos 16-19
      *>   RENTEBELOEB  pos 20-32, oerer uden decimalpunkt,
      *>                13 cifre med foranstillede nuller
      *> The upload file is sealed (IntegritetsSegl) before it is
      *> handed over. ---

environment division.
input-output section.
       01 END-OF-SUM-FILE pic x value "N".

       01 WS-REPORT-YEAR pic 9(4) value 0.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-REG-CPR pic x(15) value spaces.
       01 WS-REG-DATO pic x(10) value spaces.
       01 WS-REG-BELOEB pic x(15) value spaces.
       01 WS-CUSTOMER-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

      *> --- integrity seal on the outbound file, for the receiver
      *> to verify with the key agreed with them ---
       01 WS-SEGL-MODE pic x value space.
       01 WS-SEGL-FILNAVN pic x(40) value spaces.
       01 WS-SEGL-STATUS pic XX value spaces.

PROCEDURE DIVISION.
       OPEN INPUT interest-register-file
       IF WS-INTEREST-REGISTER-STATUS = "35"
       close interest-sum-file
stop run.

      *> default: the calendar year that just ended, seen from the
      *> business date
       LOAD-REPORT-YEAR.
           CALL "ForretningsDato" USING WS-TODAY-DATE
               WS-FORRETNINGSDATO-STATUS
           MOVE WS-TODAY-DATE(1:4) TO WS-REPORT-YEAR
           SUBTRACT 1 FROM WS-REPORT-YEAR
           OPEN INPUT param-file
           IF WS-PARAM-STATUS = "00"
           WRITE CONTROL-RECORD

           CLOSE upload-file
           MOVE "S" TO WS-SEGL-MODE
           MOVE "25-SkatIndberetning.txt" TO WS-SEGL-FILNAVN
           CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
               WS-SEGL-STATUS
           IF WS-SEGL-STATUS NOT = "00"
               DISPLAY "RenteAar: " FUNCTION TRIM(WS-SEGL-FILNAVN)
                   " kunne ikke forsegles - se 140-SeglLog.txt"
           END-IF
           CLOSE control-file
       exit.

