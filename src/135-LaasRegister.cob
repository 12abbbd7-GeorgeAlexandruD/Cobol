identification division.
       program-id. LaasRegister.

      *> --- Shared lock register between the nightly chain and the
      *> maintenance programs, so nobody rewrites a master another
      *> run is reading or rewriting. 135-LaasRegister.txt holds one
      *> line per held lock:
      *>   PROGRAM,MASTER,TYPE,TIDSSTEMPEL
      *> TYPE S (shared) lives alongside other S holders; E
      *> (exclusive) tolerates nobody else on that master. A program
      *> asks for all its masters in one call, all or nothing, e.g.
      *>   "8-KontoStam/E 7-KundeStam/S"
      *> and releases them all at the end. Locks held by the caller's
      *> own program name never conflict (a re-run after a crash picks
      *> its own lines back up).
      *> The register is a relative file of such lines, one slot per
      *> lock, held open I-O with an exclusive lock from reading it to
      *> writing it back, so two runs cannot both find a master free
      *> and take it. A register another run is holding is tried again
      *> once a second for up to WS-AABEN-MAX seconds.
      *> 135-LaasParam.txt (NOEGLE;VAERDI):
      *>   VENTESEKUNDER;n   - wait up to n seconds for a conflicting
      *>                       lock to go (default 0 = refuse at once)
      *>   FORAELDET-TIMER;n - a lock older than n hours is reported as
      *>                       possibly left by a crashed run (default
      *>                       12); only an ADMINISTRATOR clears it,
      *>                       through the OperatorKonsol
      *> Every event - taken, waiting, refused, released, cleared,
      *> register busy - is logged to 135-LaasLog.txt.
      *> LK-MODE: T = take LK-LAASE, F = release all of LK-PROGRAM's
      *> locks, R = clear LK-PROGRAM's locks (LK-SVAR carries the
      *> clearing operator in and the count out).
      *> LK-STATUS: 00 = done, 23 = conflict (LK-SVAR names the
      *> holder), 35 = nothing held (F/R), 61 = the register stayed
      *> busy, 30 = the register could not be opened, 99 = bad mode
      *> or list. ---

environment division.
input-output section.
file-control.
       select lock-file assign to "135-LaasRegister.txt"
           organization is relative
           access mode is dynamic
           relative key is WS-LOCK-SLOT
           lock mode is exclusive
           file status is WS-LOCK-STATUS.

       select lock-log-file assign to "135-LaasLog.txt"
           organization line sequential
           file status is WS-LOCK-LOG-STATUS.

       select param-file assign to "135-LaasParam.txt"
           organization line sequential
           file status is WS-PARAM-STATUS.

data division.
file section.
FD lock-file.
       01 LOCK-RECORD pic x(80).

FD lock-log-file.
       01 LOCK-LOG-RECORD pic x(200).

FD param-file.
       01 PARAM-RECORD pic x(60).

WORKING-STORAGE SECTION.
       01 WS-LOCK-STATUS pic XX value spaces.
       01 WS-LOCK-LOG-STATUS pic XX value spaces.
       01 WS-PARAM-STATUS pic XX value spaces.
       01 END-OF-LOCK-FILE pic x value "N".
       01 END-OF-PARAM-FILE pic x value "N".

       01 WS-PARAM-NOEGLE pic x(20) value spaces.
       01 WS-PARAM-VAERDI pic x(20) value spaces.
       01 WS-VENTE-SEKUNDER pic 9(5) value 0.
       01 WS-FORAELDET-TIMER pic 9(5) value 12.
       01 WS-VENTET-SEKUNDER pic 9(5) value 0.
       01 WS-SLEEP-SEKUNDER pic 9(2) value 10.

      *> --- opening the register while another run holds it ---
       01 WS-REGISTER-OPEN pic x value "N".
       01 WS-AABEN-FORSOEG pic 9(3) value 0.
       01 WS-AABEN-MAX pic 9(3) value 30.
       01 WS-AABEN-PAUSE pic 9(2) value 1.

      *> --- the register in memory ---
       01 WS-LOCK-COUNT pic 9(3) value 0.
       01 WS-LOCK-IX pic 9(3) value 0.
       01 WS-LOCK-TABLE OCCURS 100 TIMES.
           05 LOCK-PROGRAM pic x(20).
           05 LOCK-MASTER pic x(25).
           05 LOCK-TYPE pic x.
           05 LOCK-TID pic x(15).
           05 LOCK-SLET pic x.
           05 LOCK-SLOT pic 9(4).
       01 WS-LOCK-SLOT pic 9(4) value 0.
       01 WS-FREE-SLOT pic 9(4) value 0.
       01 WS-SLOT-IX pic 9(3) value 0.

      *> --- the caller's requested locks ---
       01 WS-REQ-COUNT pic 9(2) value 0.
       01 WS-REQ-IX pic 9(2) value 0.
       01 WS-REQ-TABLE OCCURS 10 TIMES.
           05 REQ-MASTER pic x(25).
           05 REQ-TYPE pic x.
       01 WS-REQ-TOKEN pic x(30) value spaces.
       01 WS-REQ-PTR pic 9(3) value 0.
       01 WS-REQ-OK pic x value "Y".

       01 WS-CONFLICT pic x value "N".
       01 WS-CONFLICT-IX pic 9(3) value 0.
       01 WS-WAIT-LOGGED pic x value "N".
       01 WS-REMOVED-COUNT pic 9(3) value 0.
       01 WS-COUNT-DISPLAY pic Z(2)9.

       01 WS-AUDIT-TIMESTAMP pic x(21) value spaces.
       01 WS-NOW-TID pic x(15) value spaces.
       01 WS-LOG-HANDLING pic x(10) value spaces.
       01 WS-LOG-MASTER pic x(25) value spaces.
       01 WS-LOG-TYPE pic x value space.
       01 WS-LOG-DETALJE pic x(100) value spaces.
       01 WS-LOG-PTR pic 9(3) value 0.

      *> --- lock age in hours ---
       01 WS-DATE-YYYYMMDD pic 9(8).
       01 WS-NOW-DAYS pic 9(8) comp.
       01 WS-LOCK-DAYS pic 9(8) comp.
       01 WS-AGE-HOURS pic S9(7) value 0.
       01 WS-HOLD-HH pic 9(2) value 0.
       01 WS-NOW-HH pic 9(2) value 0.

linkage section.
       01 LK-MODE pic x.
       01 LK-PROGRAM pic x(20).
       01 LK-LAASE pic x(80).
       01 LK-SVAR pic x(100).
       01 LK-STATUS pic XX.

procedure division using LK-MODE LK-PROGRAM LK-LAASE LK-SVAR
       LK-STATUS.
       MOVE "00" TO LK-STATUS
       perform LOAD-PARAMETERS

       EVALUATE LK-MODE
           WHEN "T"
               MOVE SPACES TO LK-SVAR
               perform TAKE-LOCKS
           WHEN "F"
               MOVE SPACES TO LK-SVAR
               MOVE "FRIGIVET" TO WS-LOG-HANDLING
               perform REMOVE-PROGRAM-LOCKS
           WHEN "R"
               MOVE SPACES TO WS-LOG-DETALJE
               STRING "Ryddet af operatoer " FUNCTION TRIM(LK-SVAR)
                   DELIMITED BY SIZE INTO WS-LOG-DETALJE
               MOVE "RYDDET" TO WS-LOG-HANDLING
               perform REMOVE-PROGRAM-LOCKS
               MOVE WS-REMOVED-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO LK-SVAR
               STRING FUNCTION TRIM(WS-COUNT-DISPLAY) " laas(e) ryddet"
                   DELIMITED BY SIZE INTO LK-SVAR
           WHEN OTHER
               MOVE "99" TO LK-STATUS
       END-EVALUATE
       GOBACK.

       LOAD-PARAMETERS.
           MOVE 0 TO WS-VENTE-SEKUNDER
           MOVE 12 TO WS-FORAELDET-TIMER
           MOVE "N" TO END-OF-PARAM-FILE
           OPEN INPUT param-file
           IF WS-PARAM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-PARAM-FILE = "Y"
               READ param-file
                   AT END
                       MOVE "Y" TO END-OF-PARAM-FILE
                   NOT AT END
                       MOVE SPACES TO WS-PARAM-NOEGLE
                       MOVE SPACES TO WS-PARAM-VAERDI
                       UNSTRING PARAM-RECORD DELIMITED BY ";"
                           INTO WS-PARAM-NOEGLE, WS-PARAM-VAERDI
                       IF FUNCTION TEST-NUMVAL(WS-PARAM-VAERDI) = 0
                           EVALUATE FUNCTION TRIM(WS-PARAM-NOEGLE)
                               WHEN "VENTESEKUNDER"
                                   COMPUTE WS-VENTE-SEKUNDER =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               WHEN "FORAELDET-TIMER"
                                   COMPUTE WS-FORAELDET-TIMER =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE param-file
       exit.

      *> --- all requested locks or none; a conflict waits in steps
      *> of WS-SLEEP-SEKUNDER while the parameter allows, re-reading
      *> the register each time. The register is let go while
      *> waiting, or the holder could never release its lock ---
       TAKE-LOCKS.
           perform PARSE-REQUEST
           IF WS-REQ-OK = "N" OR WS-REQ-COUNT = 0
               MOVE "99" TO LK-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-VENTET-SEKUNDER
           MOVE "N" TO WS-WAIT-LOGGED
           perform OPEN-REGISTER
           IF WS-REGISTER-OPEN = "N"
               EXIT PARAGRAPH
           END-IF
           perform LOAD-LOCKS
           perform FIND-CONFLICT
           PERFORM UNTIL WS-CONFLICT = "N"
               OR WS-VENTET-SEKUNDER >= WS-VENTE-SEKUNDER
               IF WS-WAIT-LOGGED = "N"
                   MOVE "VENTER" TO WS-LOG-HANDLING
                   perform LOG-CONFLICT
                   MOVE "Y" TO WS-WAIT-LOGGED
               END-IF
               CLOSE lock-file
               CALL "C$SLEEP" USING WS-SLEEP-SEKUNDER
               ADD WS-SLEEP-SEKUNDER TO WS-VENTET-SEKUNDER
               perform OPEN-REGISTER
               IF WS-REGISTER-OPEN = "N"
                   EXIT PARAGRAPH
               END-IF
               perform LOAD-LOCKS
               perform FIND-CONFLICT
           END-PERFORM

           IF WS-CONFLICT = "Y"
               CLOSE lock-file
               MOVE "AFVIST" TO WS-LOG-HANDLING
               perform LOG-CONFLICT
               MOVE "23" TO LK-STATUS
               EXIT PARAGRAPH
           END-IF

           perform SET-NOW-TID
           PERFORM VARYING WS-REQ-IX FROM 1 BY 1
               UNTIL WS-REQ-IX > WS-REQ-COUNT
               IF WS-LOCK-COUNT < 100
                   ADD 1 TO WS-LOCK-COUNT
                   MOVE LK-PROGRAM TO LOCK-PROGRAM(WS-LOCK-COUNT)
                   MOVE REQ-MASTER(WS-REQ-IX) TO LOCK-MASTER(WS-LOCK-COUNT)
                   MOVE REQ-TYPE(WS-REQ-IX) TO LOCK-TYPE(WS-LOCK-COUNT)
                   MOVE WS-NOW-TID TO LOCK-TID(WS-LOCK-COUNT)
                   MOVE "N" TO LOCK-SLET(WS-LOCK-COUNT)
                   MOVE 0 TO LOCK-SLOT(WS-LOCK-COUNT)
               END-IF
               MOVE "TAGET" TO WS-LOG-HANDLING
               MOVE REQ-MASTER(WS-REQ-IX) TO WS-LOG-MASTER
               MOVE REQ-TYPE(WS-REQ-IX) TO WS-LOG-TYPE
               MOVE SPACES TO WS-LOG-DETALJE
               perform WRITE-LOCK-LOG
           END-PERFORM
           perform SAVE-LOCKS
           CLOSE lock-file
       exit.

      *> --- "MASTER/TYPE MASTER/TYPE ..."; TYPE S or E ---
       PARSE-REQUEST.
           MOVE 0 TO WS-REQ-COUNT
           MOVE "Y" TO WS-REQ-OK
           MOVE 1 TO WS-REQ-PTR
           PERFORM UNTIL WS-REQ-PTR > 80 OR WS-REQ-OK = "N"
               MOVE SPACES TO WS-REQ-TOKEN
               UNSTRING LK-LAASE DELIMITED BY ALL " "
                   INTO WS-REQ-TOKEN WITH POINTER WS-REQ-PTR
               IF WS-REQ-TOKEN NOT = SPACES
                   IF WS-REQ-COUNT >= 10
                       MOVE "N" TO WS-REQ-OK
                   ELSE
                       ADD 1 TO WS-REQ-COUNT
                       MOVE SPACES TO REQ-MASTER(WS-REQ-COUNT)
                       MOVE SPACE TO REQ-TYPE(WS-REQ-COUNT)
                       UNSTRING WS-REQ-TOKEN DELIMITED BY "/"
                           INTO REQ-MASTER(WS-REQ-COUNT),
                                REQ-TYPE(WS-REQ-COUNT)
                       IF REQ-TYPE(WS-REQ-COUNT) NOT = "S"
                           AND REQ-TYPE(WS-REQ-COUNT) NOT = "E"
                           MOVE "N" TO WS-REQ-OK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
       exit.

      *> --- another program's lock on a requested master conflicts
      *> unless both sides are shared ---
       FIND-CONFLICT.
           MOVE "N" TO WS-CONFLICT
           MOVE 0 TO WS-CONFLICT-IX
           PERFORM VARYING WS-REQ-IX FROM 1 BY 1
               UNTIL WS-REQ-IX > WS-REQ-COUNT OR WS-CONFLICT = "Y"
               PERFORM VARYING WS-LOCK-IX FROM 1 BY 1
                   UNTIL WS-LOCK-IX > WS-LOCK-COUNT OR WS-CONFLICT = "Y"
                   IF LOCK-MASTER(WS-LOCK-IX) = REQ-MASTER(WS-REQ-IX)
                       AND LOCK-PROGRAM(WS-LOCK-IX) NOT = LK-PROGRAM
                       IF LOCK-TYPE(WS-LOCK-IX) = "E"
                           OR REQ-TYPE(WS-REQ-IX) = "E"
                           MOVE "Y" TO WS-CONFLICT
                           MOVE WS-LOCK-IX TO WS-CONFLICT-IX
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
       exit.

      *> --- the holder, its mode and since when go back to the caller
      *> and into the log; an old lock is flagged as possibly left
      *> behind by a crashed run ---
       LOG-CONFLICT.
           MOVE LOCK-MASTER(WS-CONFLICT-IX) TO WS-LOG-MASTER
           MOVE LOCK-TYPE(WS-CONFLICT-IX) TO WS-LOG-TYPE
           MOVE SPACES TO LK-SVAR
           STRING FUNCTION TRIM(LOCK-MASTER(WS-CONFLICT-IX)) " holdes "
                  LOCK-TYPE(WS-CONFLICT-IX) " af "
                  FUNCTION TRIM(LOCK-PROGRAM(WS-CONFLICT-IX)) " siden "
                  LOCK-TID(WS-CONFLICT-IX)
                  DELIMITED BY SIZE INTO LK-SVAR
           perform COMPUTE-LOCK-AGE
           IF WS-AGE-HOURS >= WS-FORAELDET-TIMER
               MOVE SPACES TO WS-LOG-DETALJE
               STRING FUNCTION TRIM(LK-SVAR)
                      " - FORAELDET, ryd via OperatorKonsol"
                      DELIMITED BY SIZE INTO WS-LOG-DETALJE
               MOVE WS-LOG-DETALJE TO LK-SVAR
           END-IF
           MOVE LK-SVAR TO WS-LOG-DETALJE
           perform WRITE-LOCK-LOG
       exit.

       COMPUTE-LOCK-AGE.
           MOVE 0 TO WS-AGE-HOURS
           IF LOCK-TID(WS-CONFLICT-IX)(1:8) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           perform SET-NOW-TID
           MOVE WS-NOW-TID(1:8) TO WS-DATE-YYYYMMDD
           COMPUTE WS-NOW-DAYS = FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           MOVE LOCK-TID(WS-CONFLICT-IX)(1:8) TO WS-DATE-YYYYMMDD
           COMPUTE WS-LOCK-DAYS = FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           MOVE WS-NOW-TID(10:2) TO WS-NOW-HH
           MOVE 0 TO WS-HOLD-HH
           IF LOCK-TID(WS-CONFLICT-IX)(10:2) NUMERIC
               MOVE LOCK-TID(WS-CONFLICT-IX)(10:2) TO WS-HOLD-HH
           END-IF
           COMPUTE WS-AGE-HOURS = (WS-NOW-DAYS - WS-LOCK-DAYS) * 24
               + WS-NOW-HH - WS-HOLD-HH
       exit.

      *> --- every line of LK-PROGRAM goes; F and R differ only in
      *> the log ---
       REMOVE-PROGRAM-LOCKS.
           MOVE 0 TO WS-REMOVED-COUNT
           perform OPEN-REGISTER
           IF WS-REGISTER-OPEN = "N"
               EXIT PARAGRAPH
           END-IF
           perform LOAD-LOCKS
           PERFORM VARYING WS-LOCK-IX FROM 1 BY 1
               UNTIL WS-LOCK-IX > WS-LOCK-COUNT
               IF LOCK-PROGRAM(WS-LOCK-IX) = LK-PROGRAM
                   MOVE "Y" TO LOCK-SLET(WS-LOCK-IX)
                   ADD 1 TO WS-REMOVED-COUNT
                   MOVE LOCK-MASTER(WS-LOCK-IX) TO WS-LOG-MASTER
                   MOVE LOCK-TYPE(WS-LOCK-IX) TO WS-LOG-TYPE
                   IF LK-MODE = "F"
                       MOVE SPACES TO WS-LOG-DETALJE
                   END-IF
                   perform WRITE-LOCK-LOG
               END-IF
           END-PERFORM
           IF WS-REMOVED-COUNT = 0
               CLOSE lock-file
               MOVE "35" TO LK-STATUS
               EXIT PARAGRAPH
           END-IF
           perform SAVE-LOCKS
           CLOSE lock-file
       exit.

      *> --- a register no one has made yet starts empty; one another
      *> run holds (61) is retried before the caller is told it is
      *> busy ---
       OPEN-REGISTER.
           MOVE "N" TO WS-REGISTER-OPEN
           MOVE 0 TO WS-AABEN-FORSOEG
           OPEN I-O lock-file
           IF WS-LOCK-STATUS = "35"
               OPEN OUTPUT lock-file
               CLOSE lock-file
               OPEN I-O lock-file
           END-IF
           PERFORM UNTIL WS-LOCK-STATUS NOT = "61"
               OR WS-AABEN-FORSOEG >= WS-AABEN-MAX
               CALL "C$SLEEP" USING WS-AABEN-PAUSE
               ADD WS-AABEN-PAUSE TO WS-AABEN-FORSOEG
               OPEN I-O lock-file
           END-PERFORM
           IF WS-LOCK-STATUS = "00"
               MOVE "Y" TO WS-REGISTER-OPEN
               EXIT PARAGRAPH
           END-IF

           MOVE "135-LaasRegister" TO WS-LOG-MASTER
           MOVE SPACE TO WS-LOG-TYPE
           MOVE SPACES TO LK-SVAR
           IF WS-LOCK-STATUS = "61"
               MOVE "61" TO LK-STATUS
               MOVE "OPTAGET" TO WS-LOG-HANDLING
               STRING "Laasregisteret er optaget af en anden koersel"
                      " - proev igen"
                      DELIMITED BY SIZE INTO LK-SVAR
           ELSE
               MOVE "30" TO LK-STATUS
               MOVE "FEJL" TO WS-LOG-HANDLING
               STRING "Laasregisteret kan ikke aabnes, status "
                      WS-LOCK-STATUS
                      DELIMITED BY SIZE INTO LK-SVAR
           END-IF
           MOVE LK-SVAR TO WS-LOG-DETALJE
           perform WRITE-LOCK-LOG
       exit.

      *> --- the open register into the table, each line with its
      *> slot ---
       LOAD-LOCKS.
           MOVE 0 TO WS-LOCK-COUNT
           MOVE "N" TO END-OF-LOCK-FILE
           PERFORM UNTIL END-OF-LOCK-FILE = "Y"
               READ lock-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-LOCK-FILE
                   NOT AT END
                       IF LOCK-RECORD NOT = SPACES
                           AND WS-LOCK-COUNT < 100
                           ADD 1 TO WS-LOCK-COUNT
                           MOVE SPACES TO LOCK-PROGRAM(WS-LOCK-COUNT)
                           MOVE SPACES TO LOCK-MASTER(WS-LOCK-COUNT)
                           MOVE SPACE TO LOCK-TYPE(WS-LOCK-COUNT)
                           MOVE SPACES TO LOCK-TID(WS-LOCK-COUNT)
                           UNSTRING LOCK-RECORD DELIMITED BY ","
                               INTO LOCK-PROGRAM(WS-LOCK-COUNT),
                                    LOCK-MASTER(WS-LOCK-COUNT),
                                    LOCK-TYPE(WS-LOCK-COUNT),
                                    LOCK-TID(WS-LOCK-COUNT)
                           MOVE "N" TO LOCK-SLET(WS-LOCK-COUNT)
                           MOVE WS-LOCK-SLOT TO LOCK-SLOT(WS-LOCK-COUNT)
                       END-IF
               END-READ
           END-PERFORM
       exit.

      *> --- only what changed is written back: a released lock's
      *> slot is deleted, a new lock takes the lowest free slot ---
       SAVE-LOCKS.
           PERFORM VARYING WS-LOCK-IX FROM 1 BY 1
               UNTIL WS-LOCK-IX > WS-LOCK-COUNT
               IF LOCK-SLET(WS-LOCK-IX) = "Y"
                   AND LOCK-SLOT(WS-LOCK-IX) > 0
                   MOVE LOCK-SLOT(WS-LOCK-IX) TO WS-LOCK-SLOT
                   DELETE lock-file
                       INVALID KEY
                           CONTINUE
                   END-DELETE
               END-IF
               IF LOCK-SLET(WS-LOCK-IX) = "N"
                   AND LOCK-SLOT(WS-LOCK-IX) = 0
                   perform FIND-FREE-SLOT
                   MOVE WS-LOCK-SLOT TO LOCK-SLOT(WS-LOCK-IX)
                   MOVE SPACES TO LOCK-RECORD
                   STRING FUNCTION TRIM(LOCK-PROGRAM(WS-LOCK-IX)) ","
                          FUNCTION TRIM(LOCK-MASTER(WS-LOCK-IX)) ","
                          LOCK-TYPE(WS-LOCK-IX) ","
                          LOCK-TID(WS-LOCK-IX)
                          DELIMITED BY SIZE INTO LOCK-RECORD
                   WRITE LOCK-RECORD
                       INVALID KEY
                           REWRITE LOCK-RECORD
                   END-WRITE
               END-IF
           END-PERFORM
       exit.

       FIND-FREE-SLOT.
           MOVE 0 TO WS-LOCK-SLOT
           PERFORM VARYING WS-FREE-SLOT FROM 1 BY 1
               UNTIL WS-LOCK-SLOT > 0
               MOVE WS-FREE-SLOT TO WS-LOCK-SLOT
               PERFORM VARYING WS-SLOT-IX FROM 1 BY 1
                   UNTIL WS-SLOT-IX > WS-LOCK-COUNT
                   IF LOCK-SLOT(WS-SLOT-IX) = WS-FREE-SLOT
                       AND LOCK-SLET(WS-SLOT-IX) = "N"
                       MOVE 0 TO WS-LOCK-SLOT
                   END-IF
               END-PERFORM
           END-PERFORM
       exit.

       SET-NOW-TID.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE SPACES TO WS-NOW-TID
           STRING WS-AUDIT-TIMESTAMP(1:8) "-" WS-AUDIT-TIMESTAMP(9:6)
               DELIMITED BY SIZE INTO WS-NOW-TID
       exit.

       WRITE-LOCK-LOG.
           perform SET-NOW-TID
           OPEN EXTEND lock-log-file
           IF WS-LOCK-LOG-STATUS = "35"
               OPEN OUTPUT lock-log-file
           END-IF
           MOVE SPACES TO LOCK-LOG-RECORD
           MOVE 1 TO WS-LOG-PTR
           STRING WS-NOW-TID
                  ", Handling: " FUNCTION TRIM(WS-LOG-HANDLING)
                  ", Program: " FUNCTION TRIM(LK-PROGRAM)
                  ", Master: " FUNCTION TRIM(WS-LOG-MASTER)
                  ", Type: " WS-LOG-TYPE
                  DELIMITED BY SIZE INTO LOCK-LOG-RECORD
                  WITH POINTER WS-LOG-PTR
           IF WS-LOG-DETALJE NOT = SPACES
               STRING ", " FUNCTION TRIM(WS-LOG-DETALJE)
                      DELIMITED BY SIZE INTO LOCK-LOG-RECORD
                      WITH POINTER WS-LOG-PTR
           END-IF
           WRITE LOCK-LOG-RECORD
           CLOSE lock-log-file
       exit.
