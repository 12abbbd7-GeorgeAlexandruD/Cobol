      *>               outright, DAGE ignored.
      *> Everything removed is accounted for in 56-RetentionLog.txt.
      *> The Arkiver purge keeps owning 10-Transaktioner.txt; this
      *> batch is for everything else. The customer contact history
      *> 126-KontaktHistorik.txt is always covered: a register line
      *> for it is honoured, and without one it is trimmed as
      *> TRIMARKIV with the five-year keep-period. ---

environment division.
input-output section.
       01 WS-REG-HANDLING pic x(10) value spaces.
       01 WS-REG-DAGE-TEXT pic x(6) value spaces.
       01 WS-KEEP-DAYS pic 9(5) value 0.
       01 WS-CONTACT-HISTORY-NAMED pic x value "N".

       01 WS-CUTOFF-YYYYMMDD pic 9(8) value 0.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-CUTOFF-TEXT pic x(8) value spaces.
       01 WS-DATE-INTEGER pic 9(8) comp value 0.

       01 WS-AUDIT-TIMESTAMP pic x(21) value spaces.

PROCEDURE DIVISION.
       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       OPEN INPUT register-file
       IF WS-REGISTER-STATUS = "35"
           DISPLAY "RetentionOprydning: 56-RetentionRegister.txt blev"
           end-read
       end-perform

       IF WS-CONTACT-HISTORY-NAMED = "N"
           MOVE "126-KontaktHistorik.txt" TO WS-TARGET-FILENAME
           MOVE "TRIMARKIV" TO WS-REG-HANDLING
           MOVE "1825" TO WS-REG-DAGE-TEXT
           ADD 1 TO WS-FILE-COUNT
           perform TRIM-TARGET-FILE
       END-IF

       MOVE WS-FILE-COUNT TO WS-COUNT-DISPLAY
       MOVE SPACES TO LOG-RECORD
       STRING WS-AUDIT-TIMESTAMP(1:8) "-" WS-AUDIT-TIMESTAMP(9:6)
           IF WS-TARGET-FILENAME = SPACES
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-TARGET-FILENAME) = "126-KontaktHistorik.txt"
               MOVE "Y" TO WS-CONTACT-HISTORY-NAMED
           END-IF
           ADD 1 TO WS-FILE-COUNT

           EVALUATE FUNCTION TRIM(WS-REG-HANDLING)
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-KEEP-DAYS = FUNCTION NUMVAL(WS-REG-DAGE-TEXT)
           MOVE WS-TODAY-DATE(1:4) TO WS-CUTOFF-YYYYMMDD(1:4)
           MOVE WS-TODAY-DATE(6:2) TO WS-CUTOFF-YYYYMMDD(5:2)
           MOVE WS-TODAY-DATE(9:2) TO WS-CUTOFF-YYYYMMDD(7:2)
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CUTOFF-YYYYMMDD)
               - WS-KEEP-DAYS
