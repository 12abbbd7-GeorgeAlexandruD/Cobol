      *> 10-Cyklus.txt. Marks the single OPEN cycle CLOSED, so the
      *> same period can never be billed twice: the statement run
      *> refuses to start until an operator registers the next OPEN
      *> cycle line. The period-close gate LukkeKontrol runs first:
      *> the cycle stays OPEN until every check on its checklist has
      *> passed or carries a GODKENDER's signed exception
      *> (137-Lukkeliste.txt lists what failed). ---

environment division.
input-output section.
       01 WS-CYKLUS-SLUT pic x(10) value spaces.
       01 WS-CYKLUS-STATUS-TEXT pic x(8) value spaces.

      *> --- the OPEN cycle, found before the gate runs ---
       01 WS-OPEN-FOUND pic x value "N".
       01 WS-OPEN-ID pic x(8) value spaces.
       01 WS-OPEN-START pic x(10) value spaces.
       01 WS-OPEN-SLUT pic x(10) value spaces.
       01 WS-GATE-STATUS pic XX value spaces.

PROCEDURE DIVISION.
       OPEN INPUT cycle-file
       IF WS-CYCLE-STATUS = "35"
           STOP RUN
       END-IF

       perform FIND-OPEN-CYCLE
       IF WS-OPEN-FOUND = "Y"
           CALL "LukkeKontrol" USING WS-OPEN-ID WS-OPEN-START
               WS-OPEN-SLUT WS-GATE-STATUS
           IF WS-GATE-STATUS NOT = "00"
               DISPLAY "CyklusLuk: lukkekontrollen for cyklus "
                   FUNCTION TRIM(WS-OPEN-ID)
                   " er ikke bestaaet - se 137-Lukkeliste.txt"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
       END-IF

       OPEN INPUT cycle-file
       OPEN OUTPUT cycle-new-file
       perform UNTIL END-OF-CYCLE-FILE = "Y"
           read cycle-file
       perform REPLACE-CYCLE-FILE
stop run.

       FIND-OPEN-CYCLE.
           perform UNTIL END-OF-CYCLE-FILE = "Y"
               read cycle-file
                   at end
                       move "Y" to END-OF-CYCLE-FILE
                   not at end
                       MOVE SPACES TO WS-CYKLUS-ID
                       MOVE SPACES TO WS-CYKLUS-START
                       MOVE SPACES TO WS-CYKLUS-SLUT
                       MOVE SPACES TO WS-CYKLUS-STATUS-TEXT
                       UNSTRING CYCLE-RECORD DELIMITED BY ","
                           INTO WS-CYKLUS-ID, WS-CYKLUS-START,
                                WS-CYKLUS-SLUT, WS-CYKLUS-STATUS-TEXT
                       IF WS-OPEN-FOUND = "N"
                           AND FUNCTION TRIM(WS-CYKLUS-STATUS-TEXT) = "OPEN"
                           MOVE "Y" TO WS-OPEN-FOUND
                           MOVE WS-CYKLUS-ID TO WS-OPEN-ID
                           MOVE WS-CYKLUS-START TO WS-OPEN-START
                           MOVE WS-CYKLUS-SLUT TO WS-OPEN-SLUT
                       END-IF
               end-read
           end-perform
           close cycle-file
           MOVE "N" TO END-OF-CYCLE-FILE
       exit.

       CLOSE-IF-OPEN.
           MOVE SPACES TO WS-CYKLUS-ID
           MOVE SPACES TO WS-CYKLUS-START
