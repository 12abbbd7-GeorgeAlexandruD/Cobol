       01 WS-FOLDED-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

      *> --- the masters this run touches, held through the shared
      *> lock register for the whole run ---
       01 WS-LAAS-MODE pic x value space.
       01 WS-LAAS-PROGRAM pic x(20) value "IntradagFold".
       01 WS-LAAS-LISTE pic x(80) value "74-IntradagBevaegelser/E".
       01 WS-LAAS-SVAR pic x(100) value spaces.
       01 WS-LAAS-STATUS pic XX value spaces.

      *> --- integrity seal on the shared handoff, proven before
      *> rows are added and renewed afterwards ---
       01 WS-SEGL-MODE pic x value space.
       01 WS-SEGL-FILNAVN pic x(40) value spaces.
       01 WS-LEVERANCE-SEGL pic XX value spaces.

PROCEDURE DIVISION.
       perform TAKE-MASTER-LOCKS

       OPEN INPUT movements-file
       IF WS-MOVEMENTS-STATUS = "35"
           DISPLAY "IntradagFold: ingen intradag-bevaegelser at folde"
           perform RELEASE-MASTER-LOCKS
           STOP RUN
       END-IF

       *> rows are only added to a delivery whose seal still holds
       MOVE "A" TO WS-SEGL-MODE
       MOVE "16-Leverance.txt" TO WS-SEGL-FILNAVN
       CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
           WS-LEVERANCE-SEGL
       OPEN EXTEND delivery-file
       IF WS-DELIVERY-STATUS = "35"
           OPEN OUTPUT delivery-file

       close movements-file
       close delivery-file
       *> the seal is renewed over the added rows; a delivery whose
       *> seal had already failed is left for the receiver to refuse
       IF WS-LEVERANCE-SEGL = "00"
           MOVE "S" TO WS-SEGL-MODE
           MOVE "16-Leverance.txt" TO WS-SEGL-FILNAVN
           CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
               WS-LEVERANCE-SEGL
       END-IF

       *> the intraday day starts over on the refreshed carries
       OPEN OUTPUT movements-file
       MOVE WS-FOLDED-COUNT TO WS-COUNT-DISPLAY
       DISPLAY "IntradagFold: " FUNCTION TRIM(WS-COUNT-DISPLAY)
           " bevaegelse(r) foldet ind i leverancen"
       perform RELEASE-MASTER-LOCKS
stop run.

      *> --- all of this run's masters or none; a conflicting
      *> holder (after the register's optional wait) refuses the
      *> run with the holder named ---
       TAKE-MASTER-LOCKS.
           MOVE "T" TO WS-LAAS-MODE
           CALL "LaasRegister" USING WS-LAAS-MODE WS-LAAS-PROGRAM
               WS-LAAS-LISTE WS-LAAS-SVAR WS-LAAS-STATUS
           IF WS-LAAS-STATUS NOT = "00"
               DISPLAY "IntradagFold: masteren er optaget - "
                   FUNCTION TRIM(WS-LAAS-SVAR)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
       exit.

       RELEASE-MASTER-LOCKS.
           MOVE "F" TO WS-LAAS-MODE
           CALL "LaasRegister" USING WS-LAAS-MODE WS-LAAS-PROGRAM
               WS-LAAS-LISTE WS-LAAS-SVAR WS-LAAS-STATUS
       exit.
