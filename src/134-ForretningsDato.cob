identification division.
       program-id. ForretningsDato.

      *> --- Shared business-date lookup over 12-ForretningsDato.txt,
      *> the register the BatchDriver keeps: one line YYYY-MM-DD, the
      *> banking day the chain is processing. The driver rolls it
      *> forward only when the chain has finished cleanly, so a run
      *> that starts after midnight - or a catch-up of missed days -
      *> still posts under the day it belongs to. Programs take their
      *> "today" from here instead of the system clock.
      *> LK-STATUS: 00 = from the register, 35 = no register yet
      *> (LK-DATO is then the system date). ---

environment division.
input-output section.
file-control.
       select register-file assign to "12-ForretningsDato.txt"
           organization line sequential
           file status is WS-REGISTER-STATUS.

data division.
file section.
FD register-file.
       01 REGISTER-RECORD pic x(20).

WORKING-STORAGE SECTION.
       01 WS-REGISTER-STATUS pic XX value spaces.

linkage section.
       01 LK-DATO pic x(10).
       01 LK-STATUS pic XX.

procedure division using LK-DATO LK-STATUS.
       MOVE "35" TO LK-STATUS
       MOVE SPACES TO LK-DATO

       OPEN INPUT register-file
       IF WS-REGISTER-STATUS = "00"
           READ register-file
               AT END
                   CONTINUE
               NOT AT END
                   IF REGISTER-RECORD(5:1) = "-"
                       AND REGISTER-RECORD(8:1) = "-"
                       MOVE REGISTER-RECORD(1:10) TO LK-DATO
                       MOVE "00" TO LK-STATUS
                   END-IF
           END-READ
           CLOSE register-file
       END-IF

       IF LK-STATUS NOT = "00"
           MOVE FUNCTION CURRENT-DATE(1:4) TO LK-DATO(1:4)
           MOVE "-" TO LK-DATO(5:1)
           MOVE FUNCTION CURRENT-DATE(5:2) TO LK-DATO(6:2)
           MOVE "-" TO LK-DATO(8:1)
           MOVE FUNCTION CURRENT-DATE(7:2) TO LK-DATO(9:2)
       END-IF
       GOBACK.
