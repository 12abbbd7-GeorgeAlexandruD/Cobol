identification division.
       program-id. KoeOversigt.

      *> --- Work-queue dashboard over the files where work waits for a
      *> person (79-HaendelsesSamler covers exceptions and rejects,
      *> this covers the queues):
      *>   84-StorPosteringKoe   large postings awaiting four-eyes
      *>   60-HenvisningsKoe     overdraft referrals
      *>   78-HitKoe             sanctions/PEP hits awaiting review
      *>   50-OnboardingKoe      KYC onboarding checklists
      *>   45-Tvister            disputes still AABEN or KREDITERET
      *>   71-KursAfventer       staged currency rates
      *>   9-JusteringForslag    unapplied adjustment proposals
      *>   61-SelvbetjeningsKoe  self-service requests
      *>   88-VolumenHold        a held delivery
      *>   95-GraenseParkeret    delivery rows parked by a spending limit
      *>   95-GraenseParkeredeOrdrer  payment orders parked by a
      *>                         spending limit
      *> An item's age runs from its own date where the queue carries
      *> one (TIDSPUNKT, AABNET-DATO, proposal or hold date), or from
      *> the business date it was first seen here. 138-KoeRegister.txt
      *> remembers every item, first line VAGTSKIFTE;<tid>;<operator>
      *> for the last shift handover, then KOE;NOEGLE;FOERST-SET;RYDDET
      *> - RYDDET is the business date the item left its queue.
      *> SLA days per queue come from 138-KoeSLAParam.txt (KOE;DAGE,
      *> KOE the file name without .txt; built-in defaults otherwise).
      *> 138-KoeOversigt.txt lists per queue the count, oldest item,
      *> items past SLA and items cleared this shift, then every item
      *> past SLA. A shift handover is asked for by writing
      *> OPERATOR,<id> to 138-VagtskifteParam.txt (the console does);
      *> 138-Vagtskifte.txt then lists what was cleared since the last
      *> handover and what is still open, the cleared items leave the
      *> register and the request is emptied. ---

environment division.
input-output section.
file-control.
       select sla-param-file assign to "138-KoeSLAParam.txt"
           organization line sequential
           file status is WS-SLA-PARAM-STATUS.

       select register-file assign to "138-KoeRegister.txt"
           organization line sequential
           file status is WS-REGISTER-STATUS.

       select handover-param-file assign to "138-VagtskifteParam.txt"
           organization line sequential
           file status is WS-HANDOVER-PARAM-STATUS.

       select dashboard-file assign to "138-KoeOversigt.txt"
           organization line sequential
           file status is WS-DASHBOARD-STATUS.

       select handover-file assign to "138-Vagtskifte.txt"
           organization line sequential
           file status is WS-HANDOVER-STATUS.

      *> --- whichever queue is being read ---
       select queue-file assign to WS-QUEUE-FILENAME
           organization line sequential
           file status is WS-QUEUE-STATUS.

data division.
file section.
FD sla-param-file.
       01 SLA-PARAM-RECORD pic x(60).

FD register-file.
       01 REGISTER-RECORD pic x(120).

FD handover-param-file.
       01 HANDOVER-PARAM-RECORD pic x(60).

FD dashboard-file.
       01 DASHBOARD-RECORD pic x(200).

FD handover-file.
       01 HANDOVER-RECORD pic x(200).

FD queue-file.
       01 QUEUE-RECORD pic x(400).

WORKING-STORAGE SECTION.
       01 WS-SLA-PARAM-STATUS pic XX value spaces.
       01 WS-REGISTER-STATUS pic XX value spaces.
       01 WS-HANDOVER-PARAM-STATUS pic XX value spaces.
       01 WS-DASHBOARD-STATUS pic XX value spaces.
       01 WS-HANDOVER-STATUS pic XX value spaces.
       01 WS-QUEUE-STATUS pic XX value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.

       01 WS-QUEUE-FILENAME pic x(40) value spaces.
       01 END-OF-FILE pic x value "N".

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-TODAY-INTEGER pic 9(8) comp.
       01 WS-AUDIT-TIMESTAMP pic x(21) value spaces.
       01 WS-NOW-TID pic x(15) value spaces.

      *> --- the queues: KOE name, row layout (M = master layout,
      *> C = comma-separated), key field, second key field, date
      *> field, status field (0 = none) and default SLA days ---
       01 WS-QUEUE-DEFS.
           05 filler pic x(25) value "84-StorPosteringKoe".
           05 filler pic x(5) value "M0000".
           05 filler pic 9(3) value 1.
           05 filler pic x(25) value "60-HenvisningsKoe".
           05 filler pic x(5) value "M0000".
           05 filler pic 9(3) value 1.
           05 filler pic x(25) value "78-HitKoe".
           05 filler pic x(5) value "C1200".
           05 filler pic 9(3) value 3.
           05 filler pic x(25) value "50-OnboardingKoe".
           05 filler pic x(5) value "C1000".
           05 filler pic 9(3) value 5.
           05 filler pic x(25) value "45-Tvister".
           05 filler pic x(5) value "C1087".
           05 filler pic 9(3) value 30.
           05 filler pic x(25) value "71-KursAfventer".
           05 filler pic x(5) value "C1000".
           05 filler pic 9(3) value 1.
           05 filler pic x(25) value "9-JusteringForslag".
           05 filler pic x(5) value "C1060".
           05 filler pic 9(3) value 2.
           05 filler pic x(25) value "61-SelvbetjeningsKoe".
           05 filler pic x(5) value "C1000".
           05 filler pic 9(3) value 1.
           05 filler pic x(25) value "88-VolumenHold".
           05 filler pic x(5) value "C1020".
           05 filler pic 9(3) value 1.
           05 filler pic x(25) value "95-GraenseParkeret".
           05 filler pic x(5) value "M0000".
           05 filler pic 9(3) value 1.
           05 filler pic x(25) value "95-GraenseParkeredeOrdrer".
           05 filler pic x(5) value "C1000".
           05 filler pic 9(3) value 1.
       01 WS-QUEUE-TABLE redefines WS-QUEUE-DEFS.
           05 QUEUE-DEF OCCURS 11 TIMES.
               10 QDEF-NAVN pic x(25).
               10 QDEF-ART pic x.
               10 QDEF-KEY-FELT pic 9.
               10 QDEF-KEY-FELT2 pic 9.
               10 QDEF-DATO-FELT pic 9.
               10 QDEF-STATUS-FELT pic 9.
               10 QDEF-SLA-STANDARD pic 9(3).
       01 WS-QUEUE-COUNT pic 9(2) value 11.
       01 WS-Q-IX pic 9(2) value 0.

      *> --- per queue, this run: L = read, N = no file (empty),
      *> F = could not be read (its items are left as they were) ---
       01 WS-QUEUE-STATE OCCURS 11 TIMES.
           05 QS-SLA pic 9(3).
           05 QS-LAEST pic x.
           05 QS-FIL-STATUS pic XX.
           05 QS-ANTAL pic 9(5).
           05 QS-AELDSTE pic x(10).
           05 QS-MAX-ALDER pic 9(5).
           05 QS-OVER-SLA pic 9(5).
           05 QS-RYDDET pic 9(5).

      *> --- the item register ---
       01 WS-REG-COUNT pic 9(4) value 0.
       01 WS-REG-IX pic 9(4) value 0.
       01 WS-REG-MAX pic 9(4) value 5000.
       01 WS-REG-TABLE OCCURS 5000 TIMES.
           05 REG-KOE-IX pic 9(2).
           05 REG-NOEGLE pic x(40).
           05 REG-FOERST pic x(10).
           05 REG-RYDDET pic x(10).
           05 REG-SET pic x.
           05 REG-ALDER pic 9(5).
       01 WS-REG-FULL-WARNED pic x value "N".
       01 WS-FOUND-IX pic 9(4) value 0.
       01 WS-LAST-HANDOVER-TID pic x(15) value spaces.
       01 WS-LAST-HANDOVER-OPERATOR pic x(10) value spaces.
       01 WS-REG-TAG pic x(25) value spaces.
       01 WS-REG-NOEGLE pic x(40) value spaces.
       01 WS-REG-FOERST pic x(10) value spaces.
       01 WS-REG-RYDDET pic x(10) value spaces.

      *> --- a handover asked for this run ---
       01 WS-HANDOVER-OPERATOR pic x(10) value spaces.
       01 WS-HANDOVER-TAG pic x(10) value spaces.

      *> --- one queue row ---
       01 WS-MASTER-ROW.
           copy "10-TRANSAKTIONER.cpy".
       01 WS-FELT-TABLE.
           05 WS-FELT pic x(60) OCCURS 10 TIMES.
       01 WS-ITEM-NOEGLE pic x(40) value spaces.
       01 WS-ITEM-DATO pic x(10) value spaces.
       01 WS-ITEM-STATUS pic x(20) value spaces.
       01 WS-ITEM-ALDER pic 9(5) value 0.
       01 WS-ITEM-FOERST pic x(10) value spaces.

      *> --- dates ---
       01 WS-WORK-DATE pic x(10) value spaces.
       01 WS-DATE-YYYYMMDD pic 9(8) value 0.
       01 WS-DATE-PARTS redefines WS-DATE-YYYYMMDD.
           05 WS-DATE-AAR pic x(4).
           05 WS-DATE-MAANED pic x(2).
           05 WS-DATE-DAG pic x(2).
       01 WS-DATE-INTEGER pic 9(8) comp.
       01 WS-DATE-OK pic x value "N".
       01 WS-AGE-DAYS pic S9(7) value 0.

      *> --- parameters ---
       01 WS-PARAM-NOEGLE pic x(25) value spaces.
       01 WS-PARAM-VAERDI pic x(20) value spaces.

      *> --- report lines ---
       01 WS-LINE pic x(200) value spaces.
       01 WS-LINE-WORK pic x(200) value spaces.
       01 WS-ANTAL-DISPLAY pic Z(4)9.
       01 WS-ALDER-DISPLAY pic Z(4)9.
       01 WS-SLA-DISPLAY pic ZZ9.
       01 WS-OVER-DISPLAY pic Z(4)9.
       01 WS-RYDDET-DISPLAY pic Z(4)9.
       01 WS-TOTAL-ANTAL pic 9(6) value 0.
       01 WS-TOTAL-OVER pic 9(6) value 0.
       01 WS-TOTAL-RYDDET pic 9(6) value 0.
       01 WS-TOTAL-DISPLAY pic Z(5)9.
       01 WS-LISTED pic 9(5) value 0.

procedure division.
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS
       MOVE WS-TODAY-DATE TO WS-WORK-DATE
       perform DATE-TO-INTEGER
       MOVE WS-DATE-INTEGER TO WS-TODAY-INTEGER
       MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
       STRING WS-AUDIT-TIMESTAMP(1:8) "-" WS-AUDIT-TIMESTAMP(9:6)
           DELIMITED BY SIZE INTO WS-NOW-TID

       perform LOAD-SLA-PARAMETERS
       perform LOAD-REGISTER
       perform LOAD-HANDOVER-REQUEST

       PERFORM VARYING WS-Q-IX FROM 1 BY 1 UNTIL WS-Q-IX > WS-QUEUE-COUNT
           perform SCAN-QUEUE
       END-PERFORM

       perform MARK-CLEARED-ITEMS
       perform WRITE-DASHBOARD

       IF WS-HANDOVER-OPERATOR NOT = SPACES
           perform WRITE-HANDOVER
           MOVE WS-NOW-TID TO WS-LAST-HANDOVER-TID
           MOVE WS-HANDOVER-OPERATOR TO WS-LAST-HANDOVER-OPERATOR
           OPEN OUTPUT handover-param-file
           CLOSE handover-param-file
       END-IF

       perform WRITE-REGISTER

       MOVE WS-TOTAL-ANTAL TO WS-TOTAL-DISPLAY
       DISPLAY "KoeOversigt: " FUNCTION TRIM(WS-TOTAL-DISPLAY)
           " ventende emne(r), se 138-KoeOversigt.txt"
       MOVE WS-TOTAL-OVER TO WS-TOTAL-DISPLAY
       DISPLAY "KoeOversigt: " FUNCTION TRIM(WS-TOTAL-DISPLAY)
           " emne(r) over SLA"
       IF WS-HANDOVER-OPERATOR NOT = SPACES
           DISPLAY "KoeOversigt: vagtskifte skrevet til 138-Vagtskifte.txt"
       END-IF
stop run.

      *> --- defaults from the queue table, overridden per queue by
      *> 138-KoeSLAParam.txt ---
       LOAD-SLA-PARAMETERS.
           PERFORM VARYING WS-Q-IX FROM 1 BY 1 UNTIL WS-Q-IX > WS-QUEUE-COUNT
               MOVE QDEF-SLA-STANDARD(WS-Q-IX) TO QS-SLA(WS-Q-IX)
               MOVE "N" TO QS-LAEST(WS-Q-IX)
               MOVE SPACES TO QS-FIL-STATUS(WS-Q-IX)
               MOVE 0 TO QS-ANTAL(WS-Q-IX)
               MOVE SPACES TO QS-AELDSTE(WS-Q-IX)
               MOVE 0 TO QS-MAX-ALDER(WS-Q-IX)
               MOVE 0 TO QS-OVER-SLA(WS-Q-IX)
               MOVE 0 TO QS-RYDDET(WS-Q-IX)
           END-PERFORM

           MOVE "N" TO END-OF-FILE
           OPEN INPUT sla-param-file
           IF WS-SLA-PARAM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ sla-param-file
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       MOVE SPACES TO WS-PARAM-NOEGLE
                       MOVE SPACES TO WS-PARAM-VAERDI
                       UNSTRING SLA-PARAM-RECORD DELIMITED BY ";"
                           INTO WS-PARAM-NOEGLE, WS-PARAM-VAERDI
                       IF WS-PARAM-VAERDI NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(WS-PARAM-VAERDI) = 0
                           perform FIND-QUEUE-BY-NAME
                           IF WS-Q-IX <= WS-QUEUE-COUNT
                               AND FUNCTION NUMVAL(WS-PARAM-VAERDI) > 0
                               AND FUNCTION NUMVAL(WS-PARAM-VAERDI) < 1000
                               COMPUTE QS-SLA(WS-Q-IX) =
                                   FUNCTION NUMVAL(WS-PARAM-VAERDI)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE sla-param-file
       exit.

      *> --- WS-PARAM-NOEGLE to its queue; WS-Q-IX past the table
      *> when the name is not one of ours ---
       FIND-QUEUE-BY-NAME.
           PERFORM VARYING WS-Q-IX FROM 1 BY 1
               UNTIL WS-Q-IX > WS-QUEUE-COUNT
               OR QDEF-NAVN(WS-Q-IX) = WS-PARAM-NOEGLE
               CONTINUE
           END-PERFORM
       exit.

       LOAD-REGISTER.
           MOVE 0 TO WS-REG-COUNT
           MOVE "N" TO END-OF-FILE
           OPEN INPUT register-file
           IF WS-REGISTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ register-file
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       MOVE SPACES TO WS-REG-TAG
                       MOVE SPACES TO WS-REG-NOEGLE
                       MOVE SPACES TO WS-REG-FOERST
                       MOVE SPACES TO WS-REG-RYDDET
                       UNSTRING REGISTER-RECORD DELIMITED BY ";"
                           INTO WS-REG-TAG, WS-REG-NOEGLE,
                                WS-REG-FOERST, WS-REG-RYDDET
                       IF WS-REG-TAG = "VAGTSKIFTE"
                           MOVE WS-REG-NOEGLE TO WS-LAST-HANDOVER-TID
                           MOVE WS-REG-FOERST TO WS-LAST-HANDOVER-OPERATOR
                       ELSE
                           MOVE WS-REG-TAG TO WS-PARAM-NOEGLE
                           perform FIND-QUEUE-BY-NAME
                           IF WS-Q-IX <= WS-QUEUE-COUNT
                               AND WS-REG-NOEGLE NOT = SPACES
                               AND WS-REG-COUNT < WS-REG-MAX
                               ADD 1 TO WS-REG-COUNT
                               MOVE WS-Q-IX TO REG-KOE-IX(WS-REG-COUNT)
                               MOVE WS-REG-NOEGLE TO REG-NOEGLE(WS-REG-COUNT)
                               MOVE WS-REG-FOERST TO REG-FOERST(WS-REG-COUNT)
                               MOVE WS-REG-RYDDET TO REG-RYDDET(WS-REG-COUNT)
                               MOVE "N" TO REG-SET(WS-REG-COUNT)
                               MOVE 0 TO REG-ALDER(WS-REG-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE register-file
       exit.

       LOAD-HANDOVER-REQUEST.
           MOVE SPACES TO WS-HANDOVER-OPERATOR
           MOVE "N" TO END-OF-FILE
           OPEN INPUT handover-param-file
           IF WS-HANDOVER-PARAM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ handover-param-file
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       MOVE SPACES TO WS-HANDOVER-TAG
                       UNSTRING HANDOVER-PARAM-RECORD DELIMITED BY ","
                           INTO WS-HANDOVER-TAG, WS-HANDOVER-OPERATOR
                       IF WS-HANDOVER-TAG NOT = "OPERATOR"
                           MOVE SPACES TO WS-HANDOVER-OPERATOR
                       END-IF
                       IF WS-HANDOVER-OPERATOR NOT = SPACES
                           MOVE "Y" TO END-OF-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE handover-param-file
       exit.

       SCAN-QUEUE.
           MOVE SPACES TO WS-QUEUE-FILENAME
           STRING FUNCTION TRIM(QDEF-NAVN(WS-Q-IX)) ".txt"
               DELIMITED BY SIZE INTO WS-QUEUE-FILENAME
           MOVE "N" TO END-OF-FILE
           OPEN INPUT queue-file
           MOVE WS-QUEUE-STATUS TO QS-FIL-STATUS(WS-Q-IX)
           IF WS-QUEUE-STATUS = "35"
               MOVE "N" TO QS-LAEST(WS-Q-IX)
               EXIT PARAGRAPH
           END-IF
           IF WS-QUEUE-STATUS NOT = "00"
               MOVE "F" TO QS-LAEST(WS-Q-IX)
               DISPLAY "KoeOversigt: " FUNCTION TRIM(WS-QUEUE-FILENAME)
                   " kan ikke laeses (status " WS-QUEUE-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           MOVE "L" TO QS-LAEST(WS-Q-IX)
           PERFORM UNTIL END-OF-FILE = "Y"
               READ queue-file
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF QUEUE-RECORD NOT = SPACES
                           perform NOTE-QUEUE-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE queue-file
       exit.

      *> --- one waiting row: its key and date, its register entry,
      *> its age against the queue's SLA ---
       NOTE-QUEUE-ROW.
           MOVE SPACES TO WS-ITEM-NOEGLE
           MOVE SPACES TO WS-ITEM-DATO
           IF QDEF-ART(WS-Q-IX) = "M"
               MOVE QUEUE-RECORD TO WS-MASTER-ROW
               MOVE TRANS-REF OF WS-MASTER-ROW TO WS-ITEM-NOEGLE
               MOVE TIDSPUNKT OF WS-MASTER-ROW(1:10) TO WS-ITEM-DATO
           ELSE
               MOVE SPACES TO WS-FELT-TABLE
               UNSTRING QUEUE-RECORD DELIMITED BY ","
                   INTO WS-FELT(1), WS-FELT(2), WS-FELT(3), WS-FELT(4),
                        WS-FELT(5), WS-FELT(6), WS-FELT(7), WS-FELT(8),
                        WS-FELT(9), WS-FELT(10)
               IF QDEF-STATUS-FELT(WS-Q-IX) > 0
                   MOVE WS-FELT(QDEF-STATUS-FELT(WS-Q-IX))
                       TO WS-ITEM-STATUS
                   IF FUNCTION TRIM(WS-ITEM-STATUS) NOT = "AABEN"
                       AND FUNCTION TRIM(WS-ITEM-STATUS) NOT = "KREDITERET"
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE FUNCTION TRIM(WS-FELT(QDEF-KEY-FELT(WS-Q-IX)))
                   TO WS-ITEM-NOEGLE
               IF QDEF-KEY-FELT2(WS-Q-IX) > 0
                   STRING FUNCTION TRIM(WS-FELT(QDEF-KEY-FELT(WS-Q-IX)))
                          "/"
                          FUNCTION TRIM(WS-FELT(QDEF-KEY-FELT2(WS-Q-IX)))
                       DELIMITED BY SIZE INTO WS-ITEM-NOEGLE
               END-IF
               IF QDEF-DATO-FELT(WS-Q-IX) > 0
                   MOVE FUNCTION TRIM(WS-FELT(QDEF-DATO-FELT(WS-Q-IX)))
                       TO WS-ITEM-DATO
               END-IF
           END-IF
           IF WS-ITEM-NOEGLE = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-ITEM-DATO NOT = SPACES
               MOVE WS-ITEM-DATO TO WS-WORK-DATE
               perform DATE-TO-INTEGER
               IF WS-DATE-OK NOT = "Y"
                   MOVE SPACES TO WS-ITEM-DATO
               END-IF
           END-IF

           perform FIND-OR-ADD-ITEM
           MOVE WS-TODAY-DATE TO WS-ITEM-FOERST
           IF WS-FOUND-IX > 0
               IF REG-FOERST(WS-FOUND-IX) NOT = SPACES
                   MOVE REG-FOERST(WS-FOUND-IX) TO WS-ITEM-FOERST
               END-IF
           END-IF
           IF WS-ITEM-DATO NOT = SPACES
               AND WS-ITEM-DATO < WS-ITEM-FOERST
               MOVE WS-ITEM-DATO TO WS-ITEM-FOERST
           END-IF

           MOVE WS-ITEM-FOERST TO WS-WORK-DATE
           perform DATE-TO-INTEGER
           MOVE 0 TO WS-ITEM-ALDER
           IF WS-DATE-OK = "Y"
               COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER - WS-DATE-INTEGER
               IF WS-AGE-DAYS > 0
                   MOVE WS-AGE-DAYS TO WS-ITEM-ALDER
               END-IF
           END-IF

           IF WS-FOUND-IX > 0
               MOVE WS-ITEM-FOERST TO REG-FOERST(WS-FOUND-IX)
               MOVE SPACES TO REG-RYDDET(WS-FOUND-IX)
               MOVE "Y" TO REG-SET(WS-FOUND-IX)
               MOVE WS-ITEM-ALDER TO REG-ALDER(WS-FOUND-IX)
           END-IF

           ADD 1 TO QS-ANTAL(WS-Q-IX)
           IF QS-AELDSTE(WS-Q-IX) = SPACES
               OR WS-ITEM-FOERST < QS-AELDSTE(WS-Q-IX)
               MOVE WS-ITEM-FOERST TO QS-AELDSTE(WS-Q-IX)
           END-IF
           IF WS-ITEM-ALDER > QS-MAX-ALDER(WS-Q-IX)
               MOVE WS-ITEM-ALDER TO QS-MAX-ALDER(WS-Q-IX)
           END-IF
           IF WS-ITEM-ALDER > QS-SLA(WS-Q-IX)
               ADD 1 TO QS-OVER-SLA(WS-Q-IX)
           END-IF
       exit.

      *> --- WS-FOUND-IX to the item's register entry, a new entry
      *> first seen today when it has none; 0 when the register is
      *> full (the item still counts, aged from its own date) ---
       FIND-OR-ADD-ITEM.
           MOVE 0 TO WS-FOUND-IX
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
               UNTIL WS-REG-IX > WS-REG-COUNT OR WS-FOUND-IX > 0
               IF REG-KOE-IX(WS-REG-IX) = WS-Q-IX
                   AND REG-NOEGLE(WS-REG-IX) = WS-ITEM-NOEGLE
                   MOVE WS-REG-IX TO WS-FOUND-IX
               END-IF
           END-PERFORM
           IF WS-FOUND-IX > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-REG-COUNT >= WS-REG-MAX
               IF WS-REG-FULL-WARNED = "N"
                   DISPLAY "KoeOversigt: 138-KoeRegister.txt er fuld - "
                       "nye emner huskes ikke"
                   MOVE "Y" TO WS-REG-FULL-WARNED
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REG-COUNT
           MOVE WS-REG-COUNT TO WS-FOUND-IX
           MOVE WS-Q-IX TO REG-KOE-IX(WS-FOUND-IX)
           MOVE WS-ITEM-NOEGLE TO REG-NOEGLE(WS-FOUND-IX)
           MOVE WS-TODAY-DATE TO REG-FOERST(WS-FOUND-IX)
           MOVE SPACES TO REG-RYDDET(WS-FOUND-IX)
           MOVE "N" TO REG-SET(WS-FOUND-IX)
           MOVE 0 TO REG-ALDER(WS-FOUND-IX)
       exit.

      *> --- an item no longer in a queue we could read has been
      *> cleared today; cleared items count toward the shift ---
       MARK-CLEARED-ITEMS.
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
               UNTIL WS-REG-IX > WS-REG-COUNT
               MOVE REG-KOE-IX(WS-REG-IX) TO WS-Q-IX
               IF REG-SET(WS-REG-IX) = "N"
                   AND QS-LAEST(WS-Q-IX) NOT = "F"
                   IF REG-RYDDET(WS-REG-IX) = SPACES
                       MOVE WS-TODAY-DATE TO REG-RYDDET(WS-REG-IX)
                   END-IF
               END-IF
               IF REG-SET(WS-REG-IX) = "N"
                   AND REG-RYDDET(WS-REG-IX) NOT = SPACES
                   ADD 1 TO QS-RYDDET(WS-Q-IX)
               END-IF
           END-PERFORM
       exit.

       WRITE-DASHBOARD.
           MOVE 0 TO WS-TOTAL-ANTAL
           MOVE 0 TO WS-TOTAL-OVER
           MOVE 0 TO WS-TOTAL-RYDDET
           OPEN OUTPUT dashboard-file
           MOVE SPACES TO DASHBOARD-RECORD
           STRING "Arbejdskoeer pr. " WS-TODAY-DATE
                  ", dannet " WS-NOW-TID
               DELIMITED BY SIZE INTO DASHBOARD-RECORD
           WRITE DASHBOARD-RECORD
           MOVE SPACES TO DASHBOARD-RECORD
           IF WS-LAST-HANDOVER-TID = SPACES
               MOVE "Intet vagtskifte taget endnu" TO DASHBOARD-RECORD
           ELSE
               STRING "Seneste vagtskifte " WS-LAST-HANDOVER-TID
                      " ved " FUNCTION TRIM(WS-LAST-HANDOVER-OPERATOR)
                   DELIMITED BY SIZE INTO DASHBOARD-RECORD
           END-IF
           WRITE DASHBOARD-RECORD
           MOVE SPACES TO DASHBOARD-RECORD
           WRITE DASHBOARD-RECORD
           MOVE "KOE;ANTAL;AELDSTE;ALDER-DAGE;SLA-DAGE;OVER-SLA;RYDDET-I-VAGTEN"
               TO DASHBOARD-RECORD
           WRITE DASHBOARD-RECORD

           PERFORM VARYING WS-Q-IX FROM 1 BY 1 UNTIL WS-Q-IX > WS-QUEUE-COUNT
               MOVE QS-ANTAL(WS-Q-IX) TO WS-ANTAL-DISPLAY
               MOVE QS-MAX-ALDER(WS-Q-IX) TO WS-ALDER-DISPLAY
               MOVE QS-SLA(WS-Q-IX) TO WS-SLA-DISPLAY
               MOVE QS-OVER-SLA(WS-Q-IX) TO WS-OVER-DISPLAY
               MOVE QS-RYDDET(WS-Q-IX) TO WS-RYDDET-DISPLAY
               MOVE SPACES TO DASHBOARD-RECORD
               IF QS-LAEST(WS-Q-IX) = "F"
                   STRING FUNCTION TRIM(QDEF-NAVN(WS-Q-IX))
                          ";ULAESELIG (status " QS-FIL-STATUS(WS-Q-IX) ")"
                       DELIMITED BY SIZE INTO DASHBOARD-RECORD
               ELSE
                   STRING FUNCTION TRIM(QDEF-NAVN(WS-Q-IX)) ";"
                          FUNCTION TRIM(WS-ANTAL-DISPLAY) ";"
                          FUNCTION TRIM(QS-AELDSTE(WS-Q-IX)) ";"
                          FUNCTION TRIM(WS-ALDER-DISPLAY) ";"
                          FUNCTION TRIM(WS-SLA-DISPLAY) ";"
                          FUNCTION TRIM(WS-OVER-DISPLAY) ";"
                          FUNCTION TRIM(WS-RYDDET-DISPLAY)
                       DELIMITED BY SIZE INTO DASHBOARD-RECORD
               END-IF
               WRITE DASHBOARD-RECORD
               ADD QS-ANTAL(WS-Q-IX) TO WS-TOTAL-ANTAL
               ADD QS-OVER-SLA(WS-Q-IX) TO WS-TOTAL-OVER
               ADD QS-RYDDET(WS-Q-IX) TO WS-TOTAL-RYDDET
           END-PERFORM

           MOVE SPACES TO DASHBOARD-RECORD
           WRITE DASHBOARD-RECORD
           MOVE SPACES TO DASHBOARD-RECORD
           MOVE WS-TOTAL-ANTAL TO WS-TOTAL-DISPLAY
           STRING "I alt ventende: " FUNCTION TRIM(WS-TOTAL-DISPLAY)
               DELIMITED BY SIZE INTO DASHBOARD-RECORD
           MOVE WS-TOTAL-OVER TO WS-TOTAL-DISPLAY
           MOVE SPACES TO WS-LINE
           STRING FUNCTION TRIM(DASHBOARD-RECORD) ", over SLA: "
                  FUNCTION TRIM(WS-TOTAL-DISPLAY)
               DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-TOTAL-RYDDET TO WS-TOTAL-DISPLAY
           MOVE SPACES TO DASHBOARD-RECORD
           STRING FUNCTION TRIM(WS-LINE) ", ryddet i vagten: "
                  FUNCTION TRIM(WS-TOTAL-DISPLAY)
               DELIMITED BY SIZE INTO DASHBOARD-RECORD
           WRITE DASHBOARD-RECORD

           MOVE SPACES TO DASHBOARD-RECORD
           WRITE DASHBOARD-RECORD
           MOVE "Over SLA:" TO DASHBOARD-RECORD
           WRITE DASHBOARD-RECORD
           MOVE 0 TO WS-LISTED
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
               UNTIL WS-REG-IX > WS-REG-COUNT
               MOVE REG-KOE-IX(WS-REG-IX) TO WS-Q-IX
               IF REG-SET(WS-REG-IX) = "Y"
                   AND REG-ALDER(WS-REG-IX) > QS-SLA(WS-Q-IX)
                   ADD 1 TO WS-LISTED
                   perform FORMAT-OPEN-ITEM
                   MOVE WS-LINE TO DASHBOARD-RECORD
                   WRITE DASHBOARD-RECORD
               END-IF
           END-PERFORM
           IF WS-LISTED = 0
               MOVE "  ingen" TO DASHBOARD-RECORD
               WRITE DASHBOARD-RECORD
           END-IF
           CLOSE dashboard-file
       exit.

      *> --- "  KOE: NOEGLE siden DATO, n dage" for register entry
      *> WS-REG-IX, flagged when past the queue's SLA ---
       FORMAT-OPEN-ITEM.
           MOVE REG-ALDER(WS-REG-IX) TO WS-ALDER-DISPLAY
           MOVE SPACES TO WS-LINE
           STRING "  " FUNCTION TRIM(QDEF-NAVN(WS-Q-IX)) ": "
                  FUNCTION TRIM(REG-NOEGLE(WS-REG-IX))
                  " siden " REG-FOERST(WS-REG-IX) ", "
                  FUNCTION TRIM(WS-ALDER-DISPLAY) " dage"
               DELIMITED BY SIZE INTO WS-LINE
           IF REG-ALDER(WS-REG-IX) > QS-SLA(WS-Q-IX)
               MOVE QS-SLA(WS-Q-IX) TO WS-SLA-DISPLAY
               MOVE WS-LINE TO WS-LINE-WORK
               MOVE SPACES TO WS-LINE
               STRING FUNCTION TRIM(WS-LINE-WORK TRAILING) " - OVER SLA ("
                      FUNCTION TRIM(WS-SLA-DISPLAY) " dage)"
                   DELIMITED BY SIZE INTO WS-LINE
           END-IF
       exit.

       WRITE-HANDOVER.
           OPEN OUTPUT handover-file
           MOVE SPACES TO HANDOVER-RECORD
           STRING "Vagtskifte " WS-NOW-TID " (forretningsdag "
                  WS-TODAY-DATE "), afleveret af "
                  FUNCTION TRIM(WS-HANDOVER-OPERATOR)
               DELIMITED BY SIZE INTO HANDOVER-RECORD
           WRITE HANDOVER-RECORD
           MOVE SPACES TO HANDOVER-RECORD
           IF WS-LAST-HANDOVER-TID = SPACES
               MOVE "Forrige vagtskifte: intet" TO HANDOVER-RECORD
           ELSE
               STRING "Forrige vagtskifte: " WS-LAST-HANDOVER-TID
                      " ved " FUNCTION TRIM(WS-LAST-HANDOVER-OPERATOR)
                   DELIMITED BY SIZE INTO HANDOVER-RECORD
           END-IF
           WRITE HANDOVER-RECORD
           MOVE SPACES TO HANDOVER-RECORD
           WRITE HANDOVER-RECORD
           MOVE "KOE;RYDDET;AABEN;OVER-SLA" TO HANDOVER-RECORD
           WRITE HANDOVER-RECORD
           PERFORM VARYING WS-Q-IX FROM 1 BY 1 UNTIL WS-Q-IX > WS-QUEUE-COUNT
               MOVE QS-RYDDET(WS-Q-IX) TO WS-RYDDET-DISPLAY
               MOVE QS-ANTAL(WS-Q-IX) TO WS-ANTAL-DISPLAY
               MOVE QS-OVER-SLA(WS-Q-IX) TO WS-OVER-DISPLAY
               MOVE SPACES TO HANDOVER-RECORD
               STRING FUNCTION TRIM(QDEF-NAVN(WS-Q-IX)) ";"
                      FUNCTION TRIM(WS-RYDDET-DISPLAY) ";"
                      FUNCTION TRIM(WS-ANTAL-DISPLAY) ";"
                      FUNCTION TRIM(WS-OVER-DISPLAY)
                   DELIMITED BY SIZE INTO HANDOVER-RECORD
               IF QS-LAEST(WS-Q-IX) = "F"
                   STRING FUNCTION TRIM(QDEF-NAVN(WS-Q-IX))
                          ";ULAESELIG (status " QS-FIL-STATUS(WS-Q-IX) ")"
                       DELIMITED BY SIZE INTO HANDOVER-RECORD
               END-IF
               WRITE HANDOVER-RECORD
           END-PERFORM

           MOVE SPACES TO HANDOVER-RECORD
           WRITE HANDOVER-RECORD
           MOVE "Ryddet i vagten:" TO HANDOVER-RECORD
           WRITE HANDOVER-RECORD
           MOVE 0 TO WS-LISTED
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
               UNTIL WS-REG-IX > WS-REG-COUNT
               IF REG-SET(WS-REG-IX) = "N"
                   AND REG-RYDDET(WS-REG-IX) NOT = SPACES
                   ADD 1 TO WS-LISTED
                   MOVE REG-KOE-IX(WS-REG-IX) TO WS-Q-IX
                   MOVE SPACES TO HANDOVER-RECORD
                   STRING "  " FUNCTION TRIM(QDEF-NAVN(WS-Q-IX)) ": "
                          FUNCTION TRIM(REG-NOEGLE(WS-REG-IX))
                          " (set " REG-FOERST(WS-REG-IX)
                          ", ryddet " REG-RYDDET(WS-REG-IX) ")"
                       DELIMITED BY SIZE INTO HANDOVER-RECORD
                   WRITE HANDOVER-RECORD
               END-IF
           END-PERFORM
           IF WS-LISTED = 0
               MOVE "  intet" TO HANDOVER-RECORD
               WRITE HANDOVER-RECORD
           END-IF

           MOVE SPACES TO HANDOVER-RECORD
           WRITE HANDOVER-RECORD
           MOVE "Stadig aaben:" TO HANDOVER-RECORD
           WRITE HANDOVER-RECORD
           MOVE 0 TO WS-LISTED
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
               UNTIL WS-REG-IX > WS-REG-COUNT
               IF REG-SET(WS-REG-IX) = "Y"
                   ADD 1 TO WS-LISTED
                   MOVE REG-KOE-IX(WS-REG-IX) TO WS-Q-IX
                   perform FORMAT-OPEN-ITEM
                   MOVE WS-LINE TO HANDOVER-RECORD
                   WRITE HANDOVER-RECORD
               END-IF
           END-PERFORM
           IF WS-LISTED = 0
               MOVE "  intet" TO HANDOVER-RECORD
               WRITE HANDOVER-RECORD
           END-IF
           CLOSE handover-file
       exit.

      *> --- the register back: open items, and items cleared since
      *> the last handover until the next one has reported them ---
       WRITE-REGISTER.
           OPEN OUTPUT register-file
           IF WS-LAST-HANDOVER-TID NOT = SPACES
               MOVE SPACES TO REGISTER-RECORD
               STRING "VAGTSKIFTE;" WS-LAST-HANDOVER-TID ";"
                      FUNCTION TRIM(WS-LAST-HANDOVER-OPERATOR)
                   DELIMITED BY SIZE INTO REGISTER-RECORD
               WRITE REGISTER-RECORD
           END-IF
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
               UNTIL WS-REG-IX > WS-REG-COUNT
               IF WS-HANDOVER-OPERATOR NOT = SPACES
                   AND REG-SET(WS-REG-IX) = "N"
                   AND REG-RYDDET(WS-REG-IX) NOT = SPACES
                   CONTINUE
               ELSE
                   MOVE REG-KOE-IX(WS-REG-IX) TO WS-Q-IX
                   MOVE SPACES TO REGISTER-RECORD
                   STRING FUNCTION TRIM(QDEF-NAVN(WS-Q-IX)) ";"
                          FUNCTION TRIM(REG-NOEGLE(WS-REG-IX)) ";"
                          REG-FOERST(WS-REG-IX) ";"
                          REG-RYDDET(WS-REG-IX)
                       DELIMITED BY SIZE INTO REGISTER-RECORD
                   WRITE REGISTER-RECORD
               END-IF
           END-PERFORM
           CLOSE register-file
       exit.

      *> --- WS-WORK-DATE (YYYY-MM-DD) to WS-DATE-INTEGER; WS-DATE-OK
      *> N when it is no valid date ---
       DATE-TO-INTEGER.
           MOVE "N" TO WS-DATE-OK
           MOVE 0 TO WS-DATE-INTEGER
           IF WS-WORK-DATE(5:1) NOT = "-" OR WS-WORK-DATE(8:1) NOT = "-"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-WORK-DATE(1:4) TO WS-DATE-AAR
           MOVE WS-WORK-DATE(6:2) TO WS-DATE-MAANED
           MOVE WS-WORK-DATE(9:2) TO WS-DATE-DAG
           IF WS-DATE-YYYYMMDD NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-YYYYMMDD) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           MOVE "Y" TO WS-DATE-OK
       exit.
