identification division.
       program-id. AdgangsLogRegistrer.

      *> --- Shared writer for the read-access log. Every program
      *> that shows customer data CALLs this once per customer read
      *> with a 127-ADGANGREC block; the read is appended to
      *> 127-LaesAdgangLog.txt as
      *>   TIDSSTEMPEL,OPERATOR,CPR,FORMAAL,PROGRAM,DETALJE
      *> TIDSSTEMPEL is the YYYYMMDD-HHMMSS of the read, leading the
      *> line as in the audit logs. A blank operator is logged as
      *> UKENDT and a blank purpose as UOPLYST, so the weekly
      *> AdgangsRapport sees them. The file is opened and closed per
      *> call.
      *> LK-STATUS: 00 = written, 30 = the log could not be
      *> opened. ---

environment division.
input-output section.
file-control.
       select access-log-file assign to "127-LaesAdgangLog.txt"
           organization line sequential
           file status is WS-ACCESS-LOG-STATUS.

data division.
file section.
FD access-log-file.
       01 ACCESS-LOG-RECORD pic x(130).

WORKING-STORAGE SECTION.
       01 WS-ACCESS-LOG-STATUS pic XX value spaces.
       01 WS-AUDIT-TIMESTAMP pic x(21) value spaces.

linkage section.
       01 LK-ADGANG.
           copy "127-ADGANGREC.cpy".
       01 LK-STATUS pic XX.

procedure division using LK-ADGANG LK-STATUS.
       MOVE "00" TO LK-STATUS
       IF AL-OPERATOR = SPACES
           MOVE "UKENDT" TO AL-OPERATOR
       END-IF
       IF AL-FORMAAL = SPACES
           MOVE "UOPLYST" TO AL-FORMAAL
       END-IF

       OPEN EXTEND access-log-file
       IF WS-ACCESS-LOG-STATUS = "35"
           OPEN OUTPUT access-log-file
       END-IF
       IF WS-ACCESS-LOG-STATUS NOT = "00"
           MOVE "30" TO LK-STATUS
           GOBACK
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
       MOVE SPACES TO ACCESS-LOG-RECORD
       STRING WS-AUDIT-TIMESTAMP(1:8) "-" WS-AUDIT-TIMESTAMP(9:6) ","
              FUNCTION TRIM(AL-OPERATOR) ","
              FUNCTION TRIM(AL-CPR) ","
              FUNCTION TRIM(AL-FORMAAL) ","
              FUNCTION TRIM(AL-PROGRAM) ","
              FUNCTION TRIM(AL-DETALJE)
              DELIMITED BY SIZE INTO ACCESS-LOG-RECORD
       WRITE ACCESS-LOG-RECORD
       CLOSE access-log-file
       GOBACK.
