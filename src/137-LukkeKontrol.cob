identification division.
       program-id. LukkeKontrol.

      *> --- Period-close gate for the statement cycle, called by
      *> CyklusLuk before it marks the OPEN cycle CLOSED. Each check
      *> on the checklist must pass or carry a signed exception:
      *>   AFSTEMNING    - 9-Afstemningsrapport.txt holds no
      *>                   unexplained Afvigelse lines
      *>   SUSPENSE      - 10-Suspense.txt items first seen more than
      *>                   SUSPENSE-DAGE ago stay within SUSPENSE-ANTAL
      *>                   items and SUSPENSE-BELOEB DKK
      *>   HOVEDBOG      - every banking day of the cycle has the
      *>                   HOVEDBOG step OK in 12-RunKontrol.txt and
      *>                   its postings in 44-HovedbogHistorik.txt
      *>                   balance debit against credit
      *>   FORSENDELSE   - no file in 58-ForsendelsesRegister.txt dated
      *>                   inside the cycle is still unacknowledged
      *>   STORPOSTERING - 84-StorPosteringKoe.txt is empty
      *>   HENVISNING    - 60-HenvisningsKoe.txt is empty
      *>   JUSTERING     - every proposal in 9-JusteringForslag.txt has
      *>                   been applied (36-JusteringLog.txt)
      *> 137-LukkeParam.txt (NOEGLE;VAERDI): SUSPENSE-DAGE (default
      *> 30), SUSPENSE-ANTAL (default 0), SUSPENSE-BELOEB (default 0).
      *> A GODKENDER-role operator signs off a failed check in
      *> 137-LukkeUndtagelser.txt as
      *>   CYKLUS-ID,KONTROL,OPERATOR,BEGRUNDELSE
      *> (the role is checked in the operator register; a sign-off
      *> without a reason or by anyone else does not count).
      *> The checklist goes to 137-Lukkeliste.txt on every call; when
      *> the gate passes the signed list is archived with the cycle
      *> as 137-Lukkeliste-<CYKLUS-ID>.txt.
      *> LK-STATUS: 00 = passed, 23 = a check failed unsigned. ---

environment division.
input-output section.
file-control.
       select param-file assign to "137-LukkeParam.txt"
           organization line sequential
           file status is WS-PARAM-STATUS.

       select exception-file assign to "137-LukkeUndtagelser.txt"
           organization line sequential
           file status is WS-EXCEPTION-STATUS.

       select checklist-file assign to "137-Lukkeliste.txt"
           organization line sequential
           file status is WS-CHECKLIST-STATUS.

       select archive-file assign to WS-ARCHIVE-FILENAME
           organization line sequential
           file status is WS-ARCHIVE-STATUS.

       select reconciliation-file assign to "9-Afstemningsrapport.txt"
           organization line sequential
           file status is WS-RECONCILIATION-STATUS.

       select suspense-file assign to "10-Suspense.txt"
           organization is indexed
           access mode is dynamic
           record key is SUSP-REG-NR
           file status is WS-SUSPENSE-STATUS.

       select run-control-file assign to "12-RunKontrol.txt"
           organization line sequential
           file status is WS-RUN-CONTROL-STATUS.

       select gl-history-file assign to "44-HovedbogHistorik.txt"
           organization line sequential
           file status is WS-GL-HISTORY-STATUS.

       select dispatch-file assign to "58-ForsendelsesRegister.txt"
           organization line sequential
           file status is WS-DISPATCH-STATUS.

      *> --- the two approval queues, counted the same way ---
       select queue-file assign to WS-QUEUE-FILENAME
           organization line sequential
           file status is WS-QUEUE-STATUS.

       select proposal-file assign to "9-JusteringForslag.txt"
           organization line sequential
           file status is WS-PROPOSAL-STATUS.

       select adjustment-log-file assign to "36-JusteringLog.txt"
           organization line sequential
           file status is WS-ADJUSTMENT-LOG-STATUS.

data division.
file section.
FD param-file.
       01 PARAM-RECORD pic x(60).

FD exception-file.
       01 EXCEPTION-RECORD pic x(200).

FD checklist-file.
       01 CHECKLIST-RECORD pic x(200).

FD archive-file.
       01 ARCHIVE-RECORD pic x(200).

FD reconciliation-file.
       01 RECONCILIATION-RECORD pic x(200).

FD suspense-file.
       01 SUSPENSE-RECORD.
           05 SUSP-REG-NR pic x(4).
           05 SUSP-FIRST-SEEN pic x(10).
           05 SUSP-LAST-SEEN pic x(10).
           05 SUSP-COUNT pic 9(7).
           05 SUSP-BELOEB-DKK pic S9(13)v99.

FD run-control-file.
       01 RUN-CONTROL-RECORD pic x(40).

FD gl-history-file.
       01 GL-HISTORY-RECORD pic x(120).

FD dispatch-file.
       01 DISPATCH-RECORD pic x(150).

FD queue-file.
       01 QUEUE-RECORD pic x(300).

FD proposal-file.
       01 PROPOSAL-RECORD pic x(120).

FD adjustment-log-file.
       01 ADJUSTMENT-LOG-RECORD pic x(150).

WORKING-STORAGE SECTION.
       01 WS-PARAM-STATUS pic XX value spaces.
       01 WS-EXCEPTION-STATUS pic XX value spaces.
       01 WS-CHECKLIST-STATUS pic XX value spaces.
       01 WS-ARCHIVE-STATUS pic XX value spaces.
       01 WS-RECONCILIATION-STATUS pic XX value spaces.
       01 WS-SUSPENSE-STATUS pic XX value spaces.
       01 WS-RUN-CONTROL-STATUS pic XX value spaces.
       01 WS-GL-HISTORY-STATUS pic XX value spaces.
       01 WS-DISPATCH-STATUS pic XX value spaces.
       01 WS-QUEUE-STATUS pic XX value spaces.
       01 WS-PROPOSAL-STATUS pic XX value spaces.
       01 WS-ADJUSTMENT-LOG-STATUS pic XX value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.

       01 WS-ARCHIVE-FILENAME pic x(40) value spaces.
       01 WS-QUEUE-FILENAME pic x(40) value spaces.
       01 END-OF-FILE pic x value "N".

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-AUDIT-TIMESTAMP pic x(21) value spaces.

      *> --- parameters ---
       01 WS-PARAM-NOEGLE pic x(20) value spaces.
       01 WS-PARAM-VAERDI pic x(20) value spaces.
       01 WS-SUSPENSE-DAGE pic 9(5) value 30.
       01 WS-SUSPENSE-ANTAL pic 9(5) value 0.
       01 WS-SUSPENSE-BELOEB pic 9(13)v99 value 0.

      *> --- the checklist, one entry per check ---
       01 WS-CHECK-COUNT pic 9(2) value 0.
       01 WS-CHECK-IX pic 9(2) value 0.
       01 WS-CHECK-TABLE OCCURS 10 TIMES.
           05 CHECK-NAVN pic x(14).
           05 CHECK-RESULTAT pic x(9).
           05 CHECK-DETALJE pic x(100).
           05 CHECK-GODKENDER pic x(10).
           05 CHECK-BEGRUNDELSE pic x(80).
       01 WS-CHECK-NAVN pic x(14) value spaces.
       01 WS-CHECK-DETALJE pic x(100) value spaces.
       01 WS-CHECK-FEJL pic x value "N".
       01 WS-GATE-PASSED pic x value "Y".

      *> --- the failing items behind the checks, for the checklist ---
       01 WS-ITEM-COUNT pic 9(3) value 0.
       01 WS-ITEM-IX pic 9(3) value 0.
       01 WS-ITEM-TABLE OCCURS 100 TIMES.
           05 ITEM-CHECK pic x(14).
           05 ITEM-TEXT pic x(120).
       01 WS-ITEM-TEXT pic x(120) value spaces.

      *> --- sign-offs ---
       01 WS-EXC-CYKLUS pic x(8) value spaces.
       01 WS-EXC-KONTROL pic x(14) value spaces.
       01 WS-EXC-OPERATOR pic x(10) value spaces.
       01 WS-EXC-BEGRUNDELSE pic x(80) value spaces.
       01 WS-ROLLE-KRAV pic x(14) value "GODKENDER".
       01 WS-OPR-STATUS pic XX value spaces.

      *> --- counting ---
       01 WS-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.
       01 WS-BELOEB-SUM pic S9(13)v99 value 0.
       01 WS-BELOEB-DISPLAY pic -Z(12)9.99.

      *> --- dates ---
       01 WS-DATE-YYYYMMDD pic 9(8).
       01 WS-DATE-INTEGER pic 9(8) comp.
       01 WS-TODAY-INTEGER pic 9(8) comp.
       01 WS-START-INTEGER pic 9(8) comp.
       01 WS-SLUT-INTEGER pic 9(8) comp.
       01 WS-AGE-DAYS pic S9(7) value 0.
       01 WS-WORK-DATE pic x(10) value spaces.
       01 WS-KAL-MODE pic x value "B".
       01 WS-KAL-SVAR pic x(10) value spaces.
       01 WS-KAL-STATUS pic XX value spaces.

      *> --- one entry per day of the cycle for the ledger check ---
       01 WS-DAY-COUNT pic 9(3) value 0.
       01 WS-DAY-IX pic 9(3) value 0.
       01 WS-DAY-TABLE OCCURS 100 TIMES.
           05 DAY-DATO pic x(10).
           05 DAY-KOERT pic x.
           05 DAY-POSTERINGER pic 9(5).
           05 DAY-DEBET pic S9(15)v99.
           05 DAY-KREDIT pic S9(15)v99.
       01 WS-RUN-CONTROL-FOUND pic x value "N".
       01 WS-RC-DATO pic x(10) value spaces.
       01 WS-RC-STEP pic x(20) value spaces.
       01 WS-RC-STATUS-TEXT pic x(10) value spaces.
       01 WS-GL-TAG pic x(10) value spaces.
       01 WS-GL-DATO pic x(10) value spaces.
       01 WS-GL-KONTOART pic x(20) value spaces.
       01 WS-GL-TYPE pic x(20) value spaces.
       01 WS-GL-FILIAL pic x(10) value spaces.
       01 WS-GL-SIDE pic x(3) value spaces.
       01 WS-GL-BELOEB-TEXT pic x(25) value spaces.
       01 WS-GL-BELOEB pic S9(15)v99 value 0.
       01 WS-DIFF-BELOEB pic S9(15)v99 value 0.

      *> --- dispatch register ---
       01 WS-FORS-FILNAVN pic x(40) value spaces.
       01 WS-FORS-DATO pic x(10) value spaces.
       01 WS-FORS-ANTAL pic x(12) value spaces.
       01 WS-FORS-SUM pic x(20) value spaces.
       01 WS-FORS-STATUS-TEXT pic x(10) value spaces.

      *> --- adjustment proposals and what the apply step logged ---
       01 WS-APPLIED-COUNT pic 9(4) value 0.
       01 WS-APPLIED-IX pic 9(4) value 0.
       01 WS-APPLIED-TABLE OCCURS 1000 TIMES.
           05 APPLIED-KONTO pic x(15).
           05 APPLIED-DATO pic x(10).
       01 WS-LOG-KONTO pic x(15) value spaces.
       01 WS-LOG-PTR pic 9(3) value 0.
       01 WS-PROP-KONTO-ID pic x(15) value spaces.
       01 WS-PROP-STORED pic x(20) value spaces.
       01 WS-PROP-COMPUTED pic x(20) value spaces.
       01 WS-PROP-CORRECTION pic x(20) value spaces.
       01 WS-PROP-PREPARER pic x(15) value spaces.
       01 WS-PROP-DATO pic x(10) value spaces.
       01 WS-PROP-APPLIED pic x value "N".

       01 WS-LINE pic x(200) value spaces.
      *> L = the current checklist, A = the cycle's archive copy
       01 WS-WRITE-TARGET pic x value "L".
       01 WS-DAGE-DISPLAY pic Z(4)9.
       01 WS-LINE-PTR pic 9(3) value 0.

linkage section.
       01 LK-CYKLUS-ID pic x(8).
       01 LK-START pic x(10).
       01 LK-SLUT pic x(10).
       01 LK-STATUS pic XX.

procedure division using LK-CYKLUS-ID LK-START LK-SLUT LK-STATUS.
       MOVE "00" TO LK-STATUS
       MOVE "Y" TO WS-GATE-PASSED
       MOVE 0 TO WS-CHECK-COUNT
       MOVE 0 TO WS-ITEM-COUNT
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS
       perform LOAD-PARAMETERS

       perform CHECK-RECONCILIATION
       perform CHECK-SUSPENSE
       perform CHECK-LEDGER-DAYS
       perform CHECK-DISPATCHES
       MOVE "STORPOSTERING" TO WS-CHECK-NAVN
       MOVE "84-StorPosteringKoe.txt" TO WS-QUEUE-FILENAME
       perform CHECK-QUEUE-EMPTY
       MOVE "HENVISNING" TO WS-CHECK-NAVN
       MOVE "60-HenvisningsKoe.txt" TO WS-QUEUE-FILENAME
       perform CHECK-QUEUE-EMPTY
       perform CHECK-ADJUSTMENTS

       perform APPLY-SIGN-OFFS

       PERFORM VARYING WS-CHECK-IX FROM 1 BY 1
           UNTIL WS-CHECK-IX > WS-CHECK-COUNT
           IF CHECK-RESULTAT(WS-CHECK-IX) = "FEJL"
               MOVE "N" TO WS-GATE-PASSED
               DISPLAY "LukkeKontrol: " FUNCTION TRIM(CHECK-NAVN(WS-CHECK-IX))
                   " ikke bestaaet - " FUNCTION TRIM(CHECK-DETALJE(WS-CHECK-IX))
           END-IF
       END-PERFORM

       MOVE "L" TO WS-WRITE-TARGET
       OPEN OUTPUT checklist-file
       perform WRITE-CHECKLIST
       CLOSE checklist-file

       IF WS-GATE-PASSED = "Y"
           MOVE SPACES TO WS-ARCHIVE-FILENAME
           STRING "137-Lukkeliste-" FUNCTION TRIM(LK-CYKLUS-ID) ".txt"
               DELIMITED BY SIZE INTO WS-ARCHIVE-FILENAME
           MOVE "A" TO WS-WRITE-TARGET
           OPEN OUTPUT archive-file
           perform WRITE-CHECKLIST
           CLOSE archive-file
       ELSE
           MOVE "23" TO LK-STATUS
       END-IF
       GOBACK.

       LOAD-PARAMETERS.
           MOVE "N" TO END-OF-FILE
           OPEN INPUT param-file
           IF WS-PARAM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ param-file
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       MOVE SPACES TO WS-PARAM-NOEGLE
                       MOVE SPACES TO WS-PARAM-VAERDI
                       UNSTRING PARAM-RECORD DELIMITED BY ";"
                           INTO WS-PARAM-NOEGLE, WS-PARAM-VAERDI
                       IF FUNCTION TEST-NUMVAL(WS-PARAM-VAERDI) = 0
                           EVALUATE FUNCTION TRIM(WS-PARAM-NOEGLE)
                               WHEN "SUSPENSE-DAGE"
                                   COMPUTE WS-SUSPENSE-DAGE =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               WHEN "SUSPENSE-ANTAL"
                                   COMPUTE WS-SUSPENSE-ANTAL =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               WHEN "SUSPENSE-BELOEB"
                                   COMPUTE WS-SUSPENSE-BELOEB =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE param-file
       exit.

      *> --- WS-CHECK-NAVN's outcome onto the list: WS-CHECK-FEJL Y
      *> fails it with WS-CHECK-DETALJE as the reason ---
       ADD-CHECK.
           ADD 1 TO WS-CHECK-COUNT
           MOVE WS-CHECK-NAVN TO CHECK-NAVN(WS-CHECK-COUNT)
           MOVE WS-CHECK-DETALJE TO CHECK-DETALJE(WS-CHECK-COUNT)
           MOVE SPACES TO CHECK-GODKENDER(WS-CHECK-COUNT)
           MOVE SPACES TO CHECK-BEGRUNDELSE(WS-CHECK-COUNT)
           IF WS-CHECK-FEJL = "Y"
               MOVE "FEJL" TO CHECK-RESULTAT(WS-CHECK-COUNT)
           ELSE
               MOVE "OK" TO CHECK-RESULTAT(WS-CHECK-COUNT)
           END-IF
       exit.

       ADD-ITEM.
           IF WS-ITEM-COUNT < 100
               ADD 1 TO WS-ITEM-COUNT
               MOVE WS-CHECK-NAVN TO ITEM-CHECK(WS-ITEM-COUNT)
               MOVE WS-ITEM-TEXT TO ITEM-TEXT(WS-ITEM-COUNT)
           END-IF
       exit.

      *> --- the reconciliation run's unexplained differences ---
       CHECK-RECONCILIATION.
           MOVE "AFSTEMNING" TO WS-CHECK-NAVN
           MOVE "N" TO WS-CHECK-FEJL
           MOVE 0 TO WS-COUNT
           MOVE "N" TO END-OF-FILE
           OPEN INPUT reconciliation-file
           IF WS-RECONCILIATION-STATUS NOT = "00"
               MOVE "Y" TO WS-CHECK-FEJL
               MOVE "9-Afstemningsrapport.txt findes ikke - Afstemning er ikke koert"
                   TO WS-CHECK-DETALJE
               perform ADD-CHECK
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ reconciliation-file
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF RECONCILIATION-RECORD(1:10) = "Afvigelse "
                           ADD 1 TO WS-COUNT
                           MOVE RECONCILIATION-RECORD TO WS-ITEM-TEXT
                           perform ADD-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE reconciliation-file
           MOVE WS-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-CHECK-DETALJE
           IF WS-COUNT > 0
               MOVE "Y" TO WS-CHECK-FEJL
               STRING FUNCTION TRIM(WS-COUNT-DISPLAY)
                   " uforklarede afvigelser i 9-Afstemningsrapport.txt"
                   DELIMITED BY SIZE INTO WS-CHECK-DETALJE
           ELSE
               MOVE "ingen uforklarede afvigelser" TO WS-CHECK-DETALJE
           END-IF
           perform ADD-CHECK
       exit.

      *> --- suspense items older than the limit, by count and amount ---
       CHECK-SUSPENSE.
           MOVE "SUSPENSE" TO WS-CHECK-NAVN
           MOVE "N" TO WS-CHECK-FEJL
           MOVE 0 TO WS-COUNT
           MOVE 0 TO WS-BELOEB-SUM
           STRING WS-TODAY-DATE(1:4) WS-TODAY-DATE(6:2) WS-TODAY-DATE(9:2)
               DELIMITED BY SIZE INTO WS-DATE-YYYYMMDD
           COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)

           OPEN INPUT suspense-file
           IF WS-SUSPENSE-STATUS = "00"
               MOVE "N" TO END-OF-FILE
               MOVE LOW-VALUES TO SUSP-REG-NR
               START suspense-file KEY IS >= SUSP-REG-NR
                   INVALID KEY
                       MOVE "Y" TO END-OF-FILE
               END-START
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ suspense-file NEXT RECORD
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           perform CHECK-ONE-SUSPENSE-ITEM
                   END-READ
               END-PERFORM
               CLOSE suspense-file
           END-IF

           MOVE WS-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-BELOEB-SUM TO WS-BELOEB-DISPLAY
           MOVE WS-SUSPENSE-DAGE TO WS-DAGE-DISPLAY
           MOVE SPACES TO WS-CHECK-DETALJE
           STRING FUNCTION TRIM(WS-COUNT-DISPLAY) " poster over "
               FUNCTION TRIM(WS-DAGE-DISPLAY) " dage, "
               FUNCTION TRIM(WS-BELOEB-DISPLAY) " DKK"
               DELIMITED BY SIZE INTO WS-CHECK-DETALJE
           IF WS-COUNT > WS-SUSPENSE-ANTAL
               OR WS-BELOEB-SUM > WS-SUSPENSE-BELOEB
               MOVE "Y" TO WS-CHECK-FEJL
           END-IF
           perform ADD-CHECK
       exit.

       CHECK-ONE-SUSPENSE-ITEM.
           IF SUSP-FIRST-SEEN(1:4) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           STRING SUSP-FIRST-SEEN(1:4) SUSP-FIRST-SEEN(6:2)
                  SUSP-FIRST-SEEN(9:2)
               DELIMITED BY SIZE INTO WS-DATE-YYYYMMDD
           COMPUTE WS-DATE-INTEGER = FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER - WS-DATE-INTEGER
           IF WS-AGE-DAYS > WS-SUSPENSE-DAGE
               ADD 1 TO WS-COUNT
               ADD SUSP-BELOEB-DKK TO WS-BELOEB-SUM
               MOVE SUSP-BELOEB-DKK TO WS-BELOEB-DISPLAY
               MOVE SPACES TO WS-ITEM-TEXT
               STRING "REG-NR " SUSP-REG-NR " foerst set "
                   SUSP-FIRST-SEEN ", " FUNCTION TRIM(WS-BELOEB-DISPLAY)
                   " DKK"
                   DELIMITED BY SIZE INTO WS-ITEM-TEXT
               perform ADD-ITEM
           END-IF
       exit.

      *> --- every banking day of the cycle: the ledger export ran and
      *> its postings balance ---
       CHECK-LEDGER-DAYS.
           MOVE "HOVEDBOG" TO WS-CHECK-NAVN
           MOVE "N" TO WS-CHECK-FEJL
           perform BUILD-CYCLE-DAYS
           perform LOAD-LEDGER-RUNS
           perform LOAD-LEDGER-POSTINGS

           MOVE 0 TO WS-COUNT
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
               UNTIL WS-DAY-IX > WS-DAY-COUNT
               MOVE SPACES TO WS-ITEM-TEXT
               COMPUTE WS-DIFF-BELOEB =
                   DAY-DEBET(WS-DAY-IX) - DAY-KREDIT(WS-DAY-IX)
               EVALUATE TRUE
                   WHEN WS-RUN-CONTROL-FOUND = "Y"
                       AND DAY-KOERT(WS-DAY-IX) NOT = "Y"
                       STRING DAY-DATO(WS-DAY-IX)
                           ": HOVEDBOG er ikke koert OK"
                           DELIMITED BY SIZE INTO WS-ITEM-TEXT
                   WHEN WS-RUN-CONTROL-FOUND NOT = "Y"
                       AND DAY-POSTERINGER(WS-DAY-IX) = 0
                       STRING DAY-DATO(WS-DAY-IX)
                           ": ingen posteringer i 44-HovedbogHistorik.txt"
                           DELIMITED BY SIZE INTO WS-ITEM-TEXT
                   WHEN WS-DIFF-BELOEB NOT = 0
                       MOVE WS-DIFF-BELOEB TO WS-BELOEB-DISPLAY
                       STRING DAY-DATO(WS-DAY-IX)
                           ": debet og kredit afviger med "
                           FUNCTION TRIM(WS-BELOEB-DISPLAY)
                           DELIMITED BY SIZE INTO WS-ITEM-TEXT
               END-EVALUATE
               IF WS-ITEM-TEXT NOT = SPACES
                   ADD 1 TO WS-COUNT
                   perform ADD-ITEM
               END-IF
           END-PERFORM

           MOVE WS-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-CHECK-DETALJE
           IF WS-COUNT > 0
               MOVE "Y" TO WS-CHECK-FEJL
               STRING FUNCTION TRIM(WS-COUNT-DISPLAY)
                   " bankdag(e) uden afstemt hovedbogseksport"
                   DELIMITED BY SIZE INTO WS-CHECK-DETALJE
           ELSE
               MOVE WS-DAY-COUNT TO WS-COUNT-DISPLAY
               STRING FUNCTION TRIM(WS-COUNT-DISPLAY)
                   " bankdage eksporteret og afstemt"
                   DELIMITED BY SIZE INTO WS-CHECK-DETALJE
           END-IF
           perform ADD-CHECK
       exit.

       BUILD-CYCLE-DAYS.
           MOVE 0 TO WS-DAY-COUNT
           STRING LK-START(1:4) LK-START(6:2) LK-START(9:2)
               DELIMITED BY SIZE INTO WS-DATE-YYYYMMDD
           COMPUTE WS-START-INTEGER = FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           STRING LK-SLUT(1:4) LK-SLUT(6:2) LK-SLUT(9:2)
               DELIMITED BY SIZE INTO WS-DATE-YYYYMMDD
           COMPUTE WS-SLUT-INTEGER = FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           PERFORM VARYING WS-DATE-INTEGER FROM WS-START-INTEGER BY 1
               UNTIL WS-DATE-INTEGER > WS-SLUT-INTEGER
               OR WS-DAY-COUNT >= 100
               COMPUTE WS-DATE-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               MOVE WS-DATE-YYYYMMDD(1:4) TO WS-WORK-DATE(1:4)
               MOVE "-" TO WS-WORK-DATE(5:1)
               MOVE WS-DATE-YYYYMMDD(5:2) TO WS-WORK-DATE(6:2)
               MOVE "-" TO WS-WORK-DATE(8:1)
               MOVE WS-DATE-YYYYMMDD(7:2) TO WS-WORK-DATE(9:2)
               MOVE "B" TO WS-KAL-MODE
               CALL "KalenderOpslag" USING WS-KAL-MODE WS-WORK-DATE
                   WS-KAL-SVAR WS-KAL-STATUS
               IF WS-KAL-STATUS = "00"
                   ADD 1 TO WS-DAY-COUNT
                   MOVE WS-WORK-DATE TO DAY-DATO(WS-DAY-COUNT)
                   MOVE "N" TO DAY-KOERT(WS-DAY-COUNT)
                   MOVE 0 TO DAY-POSTERINGER(WS-DAY-COUNT)
                   MOVE 0 TO DAY-DEBET(WS-DAY-COUNT)
                   MOVE 0 TO DAY-KREDIT(WS-DAY-COUNT)
               END-IF
           END-PERFORM
       exit.

       LOAD-LEDGER-RUNS.
           MOVE "N" TO WS-RUN-CONTROL-FOUND
           MOVE "N" TO END-OF-FILE
           OPEN INPUT run-control-file
           IF WS-RUN-CONTROL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-RUN-CONTROL-FOUND
           PERFORM UNTIL END-OF-FILE = "Y"
               READ run-control-file
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       MOVE SPACES TO WS-RC-DATO
                       MOVE SPACES TO WS-RC-STEP
                       MOVE SPACES TO WS-RC-STATUS-TEXT
                       UNSTRING RUN-CONTROL-RECORD DELIMITED BY ","
                           INTO WS-RC-DATO, WS-RC-STEP, WS-RC-STATUS-TEXT
                       IF FUNCTION TRIM(WS-RC-STEP) = "HOVEDBOG"
                           AND FUNCTION TRIM(WS-RC-STATUS-TEXT) = "OK"
                           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
                               UNTIL WS-DAY-IX > WS-DAY-COUNT
                               IF DAY-DATO(WS-DAY-IX) = WS-RC-DATO
                                   MOVE "Y" TO DAY-KOERT(WS-DAY-IX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE run-control-file
       exit.

      *> --- POST;DATO;KONTOART;TYPE;FILIAL;D eller K;BELOEB ---
       LOAD-LEDGER-POSTINGS.
           MOVE "N" TO END-OF-FILE
           OPEN INPUT gl-history-file
           IF WS-GL-HISTORY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ gl-history-file
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF GL-HISTORY-RECORD(1:5) = "POST;"
                           AND GL-HISTORY-RECORD(6:10) >= LK-START
                           AND GL-HISTORY-RECORD(6:10) <= LK-SLUT
                           perform ADD-LEDGER-POSTING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE gl-history-file
       exit.

       ADD-LEDGER-POSTING.
           MOVE SPACES TO WS-GL-SIDE
           MOVE SPACES TO WS-GL-BELOEB-TEXT
           UNSTRING GL-HISTORY-RECORD DELIMITED BY ";"
               INTO WS-GL-TAG, WS-GL-DATO, WS-GL-KONTOART, WS-GL-TYPE,
                    WS-GL-FILIAL, WS-GL-SIDE, WS-GL-BELOEB-TEXT
           IF FUNCTION TEST-NUMVAL(WS-GL-BELOEB-TEXT) = 0
               COMPUTE WS-GL-BELOEB = FUNCTION NUMVAL(WS-GL-BELOEB-TEXT)
           ELSE
               MOVE 0 TO WS-GL-BELOEB
           END-IF
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
               UNTIL WS-DAY-IX > WS-DAY-COUNT
               IF DAY-DATO(WS-DAY-IX) = WS-GL-DATO
                   ADD 1 TO DAY-POSTERINGER(WS-DAY-IX)
                   IF FUNCTION TRIM(WS-GL-SIDE) = "D"
                       ADD WS-GL-BELOEB TO DAY-DEBET(WS-DAY-IX)
                   ELSE
                       ADD WS-GL-BELOEB TO DAY-KREDIT(WS-DAY-IX)
                   END-IF
               END-IF
           END-PERFORM
       exit.

      *> --- FILNAVN,DATO,ANTAL,SUM,STATUS,KVITTERET-DATO: anything
      *> sent inside the cycle must be KVITTERET ---
       CHECK-DISPATCHES.
           MOVE "FORSENDELSE" TO WS-CHECK-NAVN
           MOVE "N" TO WS-CHECK-FEJL
           MOVE 0 TO WS-COUNT
           MOVE "N" TO END-OF-FILE
           OPEN INPUT dispatch-file
           IF WS-DISPATCH-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ dispatch-file
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           MOVE SPACES TO WS-FORS-FILNAVN
                           MOVE SPACES TO WS-FORS-DATO
                           MOVE SPACES TO WS-FORS-STATUS-TEXT
                           UNSTRING DISPATCH-RECORD DELIMITED BY ","
                               INTO WS-FORS-FILNAVN, WS-FORS-DATO,
                                    WS-FORS-ANTAL, WS-FORS-SUM,
                                    WS-FORS-STATUS-TEXT
                           IF WS-FORS-DATO >= LK-START
                               AND WS-FORS-DATO <= LK-SLUT
                               AND FUNCTION TRIM(WS-FORS-STATUS-TEXT)
                                   NOT = "KVITTERET"
                               ADD 1 TO WS-COUNT
                               MOVE SPACES TO WS-ITEM-TEXT
                               STRING FUNCTION TRIM(WS-FORS-FILNAVN) " af "
                                   WS-FORS-DATO ": "
                                   FUNCTION TRIM(WS-FORS-STATUS-TEXT)
                                   DELIMITED BY SIZE INTO WS-ITEM-TEXT
                               perform ADD-ITEM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE dispatch-file
           END-IF
           MOVE WS-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-CHECK-DETALJE
           IF WS-COUNT > 0
               MOVE "Y" TO WS-CHECK-FEJL
               STRING FUNCTION TRIM(WS-COUNT-DISPLAY)
                   " forsendelse(r) uden kvittering"
                   DELIMITED BY SIZE INTO WS-CHECK-DETALJE
           ELSE
               MOVE "alle forsendelser kvitteret" TO WS-CHECK-DETALJE
           END-IF
           perform ADD-CHECK
       exit.

      *> --- WS-QUEUE-FILENAME must hold no waiting row ---
       CHECK-QUEUE-EMPTY.
           MOVE "N" TO WS-CHECK-FEJL
           MOVE 0 TO WS-COUNT
           MOVE "N" TO END-OF-FILE
           OPEN INPUT queue-file
           IF WS-QUEUE-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ queue-file
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF QUEUE-RECORD NOT = SPACES
                               ADD 1 TO WS-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE queue-file
           END-IF
           MOVE WS-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-CHECK-DETALJE
           IF WS-COUNT > 0
               MOVE "Y" TO WS-CHECK-FEJL
               STRING FUNCTION TRIM(WS-COUNT-DISPLAY) " raekke(r) venter i "
                   FUNCTION TRIM(WS-QUEUE-FILENAME)
                   DELIMITED BY SIZE INTO WS-CHECK-DETALJE
           ELSE
               STRING FUNCTION TRIM(WS-QUEUE-FILENAME) " er tom"
                   DELIMITED BY SIZE INTO WS-CHECK-DETALJE
           END-IF
           perform ADD-CHECK
       exit.

      *> --- a proposal counts as applied when the apply log has the
      *> account on or after the proposal's date ---
       CHECK-ADJUSTMENTS.
           MOVE "JUSTERING" TO WS-CHECK-NAVN
           MOVE "N" TO WS-CHECK-FEJL
           MOVE 0 TO WS-COUNT
           perform LOAD-APPLIED-ADJUSTMENTS
           MOVE "N" TO END-OF-FILE
           OPEN INPUT proposal-file
           IF WS-PROPOSAL-STATUS = "00"
               PERFORM UNTIL END-OF-FILE = "Y"
                   READ proposal-file
                       AT END
                           MOVE "Y" TO END-OF-FILE
                       NOT AT END
                           IF PROPOSAL-RECORD NOT = SPACES
                               perform CHECK-ONE-PROPOSAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE proposal-file
           END-IF
           MOVE WS-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-CHECK-DETALJE
           IF WS-COUNT > 0
               MOVE "Y" TO WS-CHECK-FEJL
               STRING FUNCTION TRIM(WS-COUNT-DISPLAY)
                   " justeringsforslag venter paa godkendelse"
                   DELIMITED BY SIZE INTO WS-CHECK-DETALJE
           ELSE
               MOVE "ingen ventende justeringsforslag" TO WS-CHECK-DETALJE
           END-IF
           perform ADD-CHECK
       exit.

      *> --- the apply log's lines: <ts>, Konto: <id>, Foer: ... ---
       LOAD-APPLIED-ADJUSTMENTS.
           MOVE 0 TO WS-APPLIED-COUNT
           MOVE "N" TO END-OF-FILE
           OPEN INPUT adjustment-log-file
           IF WS-ADJUSTMENT-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ adjustment-log-file
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       IF ADJUSTMENT-LOG-RECORD(16:9) = ", Konto: "
                           AND WS-APPLIED-COUNT < 1000
                           MOVE SPACES TO WS-LOG-KONTO
                           MOVE 25 TO WS-LOG-PTR
                           UNSTRING ADJUSTMENT-LOG-RECORD DELIMITED BY ","
                               INTO WS-LOG-KONTO
                               WITH POINTER WS-LOG-PTR
                           END-UNSTRING
                           ADD 1 TO WS-APPLIED-COUNT
                           MOVE WS-LOG-KONTO TO APPLIED-KONTO(WS-APPLIED-COUNT)
                           STRING ADJUSTMENT-LOG-RECORD(1:4) "-"
                               ADJUSTMENT-LOG-RECORD(5:2) "-"
                               ADJUSTMENT-LOG-RECORD(7:2)
                               DELIMITED BY SIZE
                               INTO APPLIED-DATO(WS-APPLIED-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE adjustment-log-file
       exit.

       CHECK-ONE-PROPOSAL.
           MOVE SPACES TO WS-PROP-KONTO-ID
           MOVE SPACES TO WS-PROP-DATO
           UNSTRING PROPOSAL-RECORD DELIMITED BY ","
               INTO WS-PROP-KONTO-ID, WS-PROP-STORED, WS-PROP-COMPUTED,
                    WS-PROP-CORRECTION, WS-PROP-PREPARER, WS-PROP-DATO
           MOVE "N" TO WS-PROP-APPLIED
           PERFORM VARYING WS-APPLIED-IX FROM 1 BY 1
               UNTIL WS-APPLIED-IX > WS-APPLIED-COUNT
               IF APPLIED-KONTO(WS-APPLIED-IX) = WS-PROP-KONTO-ID
                   AND APPLIED-DATO(WS-APPLIED-IX) >= WS-PROP-DATO
                   MOVE "Y" TO WS-PROP-APPLIED
               END-IF
           END-PERFORM
           IF WS-PROP-APPLIED = "N"
               ADD 1 TO WS-COUNT
               MOVE SPACES TO WS-ITEM-TEXT
               STRING "Konto " FUNCTION TRIM(WS-PROP-KONTO-ID)
                   " forslag af " WS-PROP-DATO " til "
                   FUNCTION TRIM(WS-PROP-COMPUTED)
                   DELIMITED BY SIZE INTO WS-ITEM-TEXT
               perform ADD-ITEM
           END-IF
       exit.

      *> --- a GODKENDER's signed exception turns a failed check into
      *> UNDTAGET; other sign-offs are noted and ignored ---
       APPLY-SIGN-OFFS.
           MOVE "N" TO END-OF-FILE
           OPEN INPUT exception-file
           IF WS-EXCEPTION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FILE = "Y"
               READ exception-file
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       MOVE SPACES TO WS-EXC-CYKLUS
                       MOVE SPACES TO WS-EXC-KONTROL
                       MOVE SPACES TO WS-EXC-OPERATOR
                       MOVE SPACES TO WS-EXC-BEGRUNDELSE
                       UNSTRING EXCEPTION-RECORD DELIMITED BY ","
                           INTO WS-EXC-CYKLUS, WS-EXC-KONTROL,
                                WS-EXC-OPERATOR, WS-EXC-BEGRUNDELSE
                       IF WS-EXC-CYKLUS = LK-CYKLUS-ID
                           perform APPLY-ONE-SIGN-OFF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE exception-file
       exit.

       APPLY-ONE-SIGN-OFF.
           PERFORM VARYING WS-CHECK-IX FROM 1 BY 1
               UNTIL WS-CHECK-IX > WS-CHECK-COUNT
               IF CHECK-NAVN(WS-CHECK-IX) = FUNCTION UPPER-CASE(WS-EXC-KONTROL)
                   AND CHECK-RESULTAT(WS-CHECK-IX) = "FEJL"
                   MOVE "35" TO WS-OPR-STATUS
                   IF WS-EXC-OPERATOR NOT = SPACES
                       MOVE "GODKENDER" TO WS-ROLLE-KRAV
                       CALL "OperatoerOpslag" USING WS-EXC-OPERATOR
                           WS-ROLLE-KRAV WS-OPR-STATUS
                   END-IF
                   IF WS-OPR-STATUS = "00"
                       AND WS-EXC-BEGRUNDELSE NOT = SPACES
                       MOVE "UNDTAGET" TO CHECK-RESULTAT(WS-CHECK-IX)
                       MOVE WS-EXC-OPERATOR TO CHECK-GODKENDER(WS-CHECK-IX)
                       MOVE WS-EXC-BEGRUNDELSE
                           TO CHECK-BEGRUNDELSE(WS-CHECK-IX)
                   ELSE
                       DISPLAY "LukkeKontrol: undtagelse for "
                           FUNCTION TRIM(WS-EXC-KONTROL) " fra "
                           FUNCTION TRIM(WS-EXC-OPERATOR)
                           " godtages ikke - kraever GODKENDER-rolle og begrundelse"
                   END-IF
               END-IF
           END-PERFORM
       exit.

      *> --- the checklist into whichever file is open: checklist-file
      *> for the current list, archive-file for the cycle's copy ---
       WRITE-CHECKLIST.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE SPACES TO WS-LINE
           STRING "Lukkeliste for cyklus " FUNCTION TRIM(LK-CYKLUS-ID)
               " (" LK-START " - " LK-SLUT "), kontrolleret "
               WS-AUDIT-TIMESTAMP(1:8) "-" WS-AUDIT-TIMESTAMP(9:6)
               DELIMITED BY SIZE INTO WS-LINE
           perform WRITE-CHECKLIST-LINE
           MOVE "KONTROL;RESULTAT;DETALJE;GODKENDER;BEGRUNDELSE"
               TO WS-LINE
           perform WRITE-CHECKLIST-LINE
           PERFORM VARYING WS-CHECK-IX FROM 1 BY 1
               UNTIL WS-CHECK-IX > WS-CHECK-COUNT
               MOVE SPACES TO WS-LINE
               STRING FUNCTION TRIM(CHECK-NAVN(WS-CHECK-IX)) ";"
                   FUNCTION TRIM(CHECK-RESULTAT(WS-CHECK-IX)) ";"
                   FUNCTION TRIM(CHECK-DETALJE(WS-CHECK-IX)) ";"
                   FUNCTION TRIM(CHECK-GODKENDER(WS-CHECK-IX)) ";"
                   FUNCTION TRIM(CHECK-BEGRUNDELSE(WS-CHECK-IX))
                   DELIMITED BY SIZE INTO WS-LINE
               perform WRITE-CHECKLIST-LINE
           END-PERFORM

           IF WS-ITEM-COUNT > 0
               MOVE SPACES TO WS-LINE
               perform WRITE-CHECKLIST-LINE
               MOVE "Fund bag kontrollerne:" TO WS-LINE
               perform WRITE-CHECKLIST-LINE
               PERFORM VARYING WS-ITEM-IX FROM 1 BY 1
                   UNTIL WS-ITEM-IX > WS-ITEM-COUNT
                   MOVE SPACES TO WS-LINE
                   STRING "  " FUNCTION TRIM(ITEM-CHECK(WS-ITEM-IX)) ": "
                       FUNCTION TRIM(ITEM-TEXT(WS-ITEM-IX))
                       DELIMITED BY SIZE INTO WS-LINE
                   perform WRITE-CHECKLIST-LINE
               END-PERFORM
           END-IF

           MOVE SPACES TO WS-LINE
           perform WRITE-CHECKLIST-LINE
           IF WS-GATE-PASSED = "Y"
               MOVE "Samlet: BESTAAET - cyklussen kan lukkes" TO WS-LINE
           ELSE
               MOVE "Samlet: IKKE BESTAAET - cyklussen forbliver aaben"
                   TO WS-LINE
           END-IF
           perform WRITE-CHECKLIST-LINE
       exit.

       WRITE-CHECKLIST-LINE.
           IF WS-WRITE-TARGET = "L"
               MOVE WS-LINE TO CHECKLIST-RECORD
               WRITE CHECKLIST-RECORD
           ELSE
               MOVE WS-LINE TO ARCHIVE-RECORD
               WRITE ARCHIVE-RECORD
           END-IF
       exit.
