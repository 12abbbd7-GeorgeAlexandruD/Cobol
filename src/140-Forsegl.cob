identification division.
       program-id. Forsegl.

      *> --- Manual sealing of a file after an operator has inspected
      *> it: the way back after a seal failure (a delivery edited by
      *> hand, a file from before sealing began) and the way a file
      *> produced outside the sealed programs is sealed. Each line of
      *> 140-ForseglParam.txt is FIL;OPERATOR;BEGRUNDELSE; the
      *> operator must hold GODKENDER in 80-Operatoerer.txt. The file
      *> is sealed through IntegritetsSegl and who sealed it, and why,
      *> follows the seal line in 140-SeglLog.txt (mode M). The
      *> parameter file is emptied afterwards so a seal is never
      *> renewed twice by accident; return code 1 when any line was
      *> refused. ---

environment division.
input-output section.
file-control.
       select param-file assign to "140-ForseglParam.txt"
           organization line sequential
           file status is WS-PARAM-STATUS.

       select log-file assign to "140-SeglLog.txt"
           organization line sequential
           file status is WS-LOG-STATUS.

data division.
file section.
FD param-file.
       01 PARAM-RECORD pic x(150).

FD log-file.
       01 LOG-RECORD pic x(150).

WORKING-STORAGE SECTION.
       01 WS-PARAM-STATUS pic XX value spaces.
       01 WS-LOG-STATUS pic XX value spaces.
       01 END-OF-PARAM-FILE pic x value "N".

       01 WS-P-FILNAVN pic x(40) value spaces.
       01 WS-P-OPERATOR pic x(10) value spaces.
       01 WS-P-BEGRUNDELSE pic x(60) value spaces.

       01 WS-ROLLE-KRAV pic x(14) value "GODKENDER".
       01 WS-OPR-STATUS pic XX value spaces.

       01 WS-SEGL-MODE pic x value space.
       01 WS-SEGL-FILNAVN pic x(40) value spaces.
       01 WS-SEGL-STATUS pic XX value spaces.

       01 WS-TIMESTAMP pic x(21) value spaces.
       01 WS-LINE pic x(150) value spaces.
       01 WS-SEALED-COUNT pic 9(5) value 0.
       01 WS-REFUSED-COUNT pic 9(5) value 0.
       01 WS-COUNT-DISPLAY pic Z(4)9.

PROCEDURE DIVISION.
       OPEN INPUT param-file
       IF WS-PARAM-STATUS NOT = "00"
           DISPLAY "Forsegl: 140-ForseglParam.txt blev ikke fundet"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       PERFORM UNTIL END-OF-PARAM-FILE = "Y"
           READ param-file
               AT END
                   MOVE "Y" TO END-OF-PARAM-FILE
               NOT AT END
                   IF PARAM-RECORD NOT = SPACES
                       perform SEAL-ONE-FILE
                   END-IF
           END-READ
       END-PERFORM
       CLOSE param-file

       *> done lines are not left standing for a second run
       OPEN OUTPUT param-file
       CLOSE param-file

       MOVE WS-SEALED-COUNT TO WS-COUNT-DISPLAY
       DISPLAY "Forsegl: " FUNCTION TRIM(WS-COUNT-DISPLAY)
           " fil(er) forseglet"
       IF WS-REFUSED-COUNT > 0
           MOVE WS-REFUSED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "Forsegl: " FUNCTION TRIM(WS-COUNT-DISPLAY)
               " linje(r) afvist"
           MOVE 1 TO RETURN-CODE
       END-IF
stop run.

       SEAL-ONE-FILE.
           MOVE SPACES TO WS-P-FILNAVN
           MOVE SPACES TO WS-P-OPERATOR
           MOVE SPACES TO WS-P-BEGRUNDELSE
           UNSTRING PARAM-RECORD DELIMITED BY ";"
               INTO WS-P-FILNAVN, WS-P-OPERATOR, WS-P-BEGRUNDELSE

           IF WS-P-FILNAVN = SPACES OR WS-P-OPERATOR = SPACES
               OR WS-P-BEGRUNDELSE = SPACES
               DISPLAY "Forsegl: linjen skal have FIL;OPERATOR;BEGRUNDELSE - "
                   FUNCTION TRIM(PARAM-RECORD)
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF

           CALL "OperatoerOpslag" USING WS-P-OPERATOR WS-ROLLE-KRAV
               WS-OPR-STATUS
           IF WS-OPR-STATUS NOT = "00"
               DISPLAY "Forsegl: operatoer " FUNCTION TRIM(WS-P-OPERATOR)
                   " har ikke GODKENDER-rollen - "
                   FUNCTION TRIM(WS-P-FILNAVN) " ikke forseglet"
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF

           MOVE "S" TO WS-SEGL-MODE
           MOVE WS-P-FILNAVN TO WS-SEGL-FILNAVN
           CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
               WS-SEGL-STATUS
           IF WS-SEGL-STATUS NOT = "00"
               DISPLAY "Forsegl: " FUNCTION TRIM(WS-P-FILNAVN)
                   " kunne ikke forsegles - se 140-SeglLog.txt"
               ADD 1 TO WS-REFUSED-COUNT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-SEALED-COUNT
           perform WRITE-LOG-LINE
       exit.

      *> --- who sealed the file by hand, and why ---
       WRITE-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND log-file
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT log-file
           END-IF
           MOVE SPACES TO WS-LINE
           STRING WS-TIMESTAMP(1:4) "-" WS-TIMESTAMP(5:2) "-"
                  WS-TIMESTAMP(7:2) ";"
                  WS-TIMESTAMP(9:2) ":" WS-TIMESTAMP(11:2) ":"
                  WS-TIMESTAMP(13:2) ";M;"
                  FUNCTION TRIM(WS-P-FILNAVN) ";OK;forseglet manuelt af "
                  FUNCTION TRIM(WS-P-OPERATOR) ": "
                  FUNCTION TRIM(WS-P-BEGRUNDELSE)
                  DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO LOG-RECORD
           WRITE LOG-RECORD
           CLOSE log-file
       exit.
