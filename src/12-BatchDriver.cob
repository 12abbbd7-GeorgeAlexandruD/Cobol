           organization line sequential
           file status is WS-RUNTIME-STATUS.

      *> --- the night's job network, reviewed and maintained by
      *> operations: one step per line
      *>   TRIN,PROGRAM,FORGAENGERE,PARALLEL[,FREKVENS]
      *> FORGAENGERE lists the steps that must be OK (or not due)
      *> first, joined with + (blank or - for none; PRECHECK is always
      *> done first). PARALLEL J lets the step overlap its ready
      *> siblings that are also J; N runs it on its own - always so
      *> for 21-FasteOrdrer and 22-OpkraevningUd, which share the
      *> funds check's reservations. FREKVENS is
      *> the step's default frequency, still overridden by the
      *> calendar's STEP lines. Lines starting with * are comments.
      *> Without the file the classic fixed sequence runs ---
       select jobnet-file assign to "12-JobNet.txt"
           organization line sequential
           file status is WS-JOBNET-STATUS.

      *> --- business-date register: one line YYYY-MM-DD, the banking
      *> day the chain processes. Every step reads it through
      *> ForretningsDato; it rolls to the next banking day only after
      *> a clean chain, so a failed night is re-run under its own date.
      *> 12-Indhentning.txt containing JA is the one-shot catch-up
      *> mode: every banking day from the register up to today's
      *> system date runs in turn, each with its own run-control
      *> entries, e.g. after an outage weekend ---
       select business-date-file assign to "12-ForretningsDato.txt"
           organization line sequential
           file status is WS-BUSINESS-DATE-STATUS.

       select catch-up-file assign to "12-Indhentning.txt"
           organization line sequential
           file status is WS-CATCH-UP-STATUS.

      *> --- the funds check's reservations for the business day,
      *> emptied when the date rolls ---
       select reservation-file assign to "141-Reservationer.txt"
           organization line sequential
           file status is WS-RESERVATION-STATUS.

      *> --- return code each overlapping step leaves behind ---
       select step-rc-file assign to WS-STEP-RC-FILENAME
           organization line sequential
           file status is WS-STEP-RC-STATUS.

data division.
file section.
FD banks-file.
FD runtime-file.
       01 RUNTIME-RECORD pic x(80).

FD jobnet-file.
       01 JOBNET-RECORD pic x(150).

FD step-rc-file.
       01 STEP-RC-RECORD pic x(20).

FD business-date-file.
       01 BUSINESS-DATE-RECORD pic x(20).

FD catch-up-file.
       01 CATCH-UP-RECORD pic x(10).

FD reservation-file.
       01 RESERVATION-RECORD pic x(60).

WORKING-STORAGE SECTION.
       01 WS-BANKS-STATUS pic XX value spaces.
       01 WS-TRANS-STATUS pic XX value spaces.
       01 WS-RC-STEP pic x(14) value spaces.
       01 WS-RC-STATUS pic x(8) value spaces.
       01 WS-STEP-IX pic 9(2) value 0.
       01 WS-STEP-COUNT pic 9(2) value 0.
       01 WS-STEP-TABLE OCCURS 41 TIMES.
           05 STEP-NAME pic x(14).
           05 STEP-LAST-STATUS pic x(8).

       01 END-OF-CALENDAR-FILE pic x value "N".
       01 END-OF-CYCLE-FILE pic x value "N".
       01 WS-FREQ-IX pic 9(2) value 0.
       01 WS-FREQ-TABLE OCCURS 41 TIMES.
           05 FREQ-STEP-NAME pic x(14).
           05 FREQ-KODE pic x(12).
       01 WS-CAL-TYPE pic x(10) value spaces.
       01 WS-CYK-SLUT pic x(10) value spaces.
       01 WS-CYK-STATUS-TEXT pic x(8) value spaces.

      *> --- the job network, run in waves: every step whose
      *> predecessors are done is ready; ready J steps overlap, an N
      *> step runs alone ---
       01 WS-JOBNET-STATUS pic XX value spaces.
       01 WS-STEP-RC-STATUS pic XX value spaces.
       01 END-OF-JOBNET-FILE pic x value "N".
       01 WS-STEP-RC-FILENAME pic x(40) value spaces.
       01 WS-JOBNET-OK pic x value "Y".
       01 WS-JOB-COUNT pic 9(2) value 0.
       01 WS-JOB-IX pic 9(2) value 0.
       01 WS-JOB-IX2 pic 9(2) value 0.
       01 WS-JOB-TABLE OCCURS 40 TIMES.
           05 JOB-STEP pic x(14).
           05 JOB-PROGRAM pic x(30).
           05 JOB-FORGAENGERE pic x(60).
           05 JOB-PARALLEL pic x.
           05 JOB-FREKVENS pic x(12).
           *> space = waiting, K = done (OK or not due), F = failed
           05 JOB-STATE pic x.
           05 JOB-IN-WAVE pic x.
           05 JOB-RC pic S9(4).
       01 WS-JN-TRIN pic x(14) value spaces.
       01 WS-JN-PROGRAM pic x(30) value spaces.
       01 WS-JN-FORGAENGERE pic x(60) value spaces.
       01 WS-JN-PARALLEL pic x(3) value spaces.
       01 WS-JN-FREKVENS pic x(12) value spaces.
       01 WS-JOBS-PENDING pic 9(2) value 0.
       01 WS-WAVE-COUNT pic 9(2) value 0.
       01 WS-WAVE-RUN-COUNT pic 9(2) value 0.
       01 WS-WAVE-PARALLEL pic x value space.
       01 WS-PREDS-DONE pic x value "Y".
       01 WS-PRED-FOUND pic x value "N".
       01 WS-PRED-NAME pic x(14) value spaces.
       01 WS-PRED-PTR pic 9(3) value 0.
       01 WS-WAVE-COMMAND pic x(2000) value spaces.
       01 WS-CMD-PTR pic 9(4) value 0.
       01 WS-CHAIN-FAILED pic x value "N".
       01 WS-FAILED-RC pic S9(4) value 0.
       01 WS-RC-DISPLAY pic -(4)9.

      *> --- the business-date register and catch-up mode ---
       01 WS-BUSINESS-DATE-STATUS pic XX value spaces.
       01 WS-CATCH-UP-STATUS pic XX value spaces.
       01 WS-RESERVATION-STATUS pic XX value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-CATCH-UP-ACTIVE pic x value "N".
       01 WS-SYSTEM-DATE pic x(10) value spaces.
       01 WS-DAYS-RUN pic 9(3) value 0.

      *> --- parameter pre-flight ---
       01 WS-PARAMETER-PROGRAM pic x(30) value "136-ParameterKontrol".
       01 WS-PARAMETERS-OK pic x value "Y".

      *> --- layout pre-flight: every master in the layout version
      *> this build of the programs reads ---
       01 WS-LAYOUT-VERSIONER.
           copy "139-LAYOUTVERSION.cpy".
       01 WS-LAYOUTS-OK pic x value "Y".
       01 WS-LYT-MODE pic x value "K".
       01 WS-LYT-FILNAVN pic x(40) value spaces.
       01 WS-LYT-LAYOUT pic x(15) value spaces.
       01 WS-LYT-VERSION pic 9(2) value 0.
       01 WS-LYT-FORVENTET pic 9(2) value 0.
       01 WS-LYT-STATUS pic XX value spaces.

PROCEDURE DIVISION.
       MOVE FUNCTION CURRENT-DATE(1:4) TO WS-SYSTEM-DATE(1:4)
       MOVE "-" TO WS-SYSTEM-DATE(5:1)
       MOVE FUNCTION CURRENT-DATE(5:2) TO WS-SYSTEM-DATE(6:2)
       MOVE "-" TO WS-SYSTEM-DATE(8:1)
       MOVE FUNCTION CURRENT-DATE(7:2) TO WS-SYSTEM-DATE(9:2)

       perform LOAD-OVERRIDE
       perform LOAD-CATCH-UP
       perform LOAD-JOB-NETWORK
       IF WS-JOBNET-OK <> "Y"
           DISPLAY "Batch aborted - 12-JobNet.txt er ugyldig, se meddelelserne ovenfor"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF
       perform CHECK-PARAMETERS
       IF WS-PARAMETERS-OK <> "Y"
           DISPLAY "Batch aborted - parameterfilerne er ugyldige, se 136-ParameterRapport.txt"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF
       perform CHECK-LAYOUTS
       IF WS-LAYOUTS-OK <> "Y"
           DISPLAY "Batch aborted - en master har en anden layoutversion, konverter via 139-LayoutKonvertering"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF
       perform LOAD-BUSINESS-DATE
       perform LOAD-STEP-FREQUENCIES

       IF WS-CATCH-UP-ACTIVE = "Y"
           PERFORM UNTIL WS-BUSINESS-DATE > WS-SYSTEM-DATE
               perform RUN-BUSINESS-DAY
           END-PERFORM
           IF WS-DAYS-RUN = 0
               DISPLAY "Indhentning: forretningsdatoen " WS-BUSINESS-DATE
                   " ligger efter " WS-SYSTEM-DATE " - intet at indhente"
           END-IF
       ELSE
           IF WS-BUSINESS-DATE < WS-SYSTEM-DATE
               DISPLAY "Forretningsdato: " WS-BUSINESS-DATE
                   " ligger foer systemdatoen " WS-SYSTEM-DATE
                   " - manglende dage koeres med 12-Indhentning.txt"
           END-IF
           perform RUN-BUSINESS-DAY
       END-IF

       perform CONSUME-OVERRIDE
       perform CONSUME-CATCH-UP
stop run.

      *> --- the whole chain for the register's business date: run
      *> control and the open cycle are read fresh for the date, so
      *> each catch-up day resumes and skips on its own entries. Any
      *> failure stops the run before the date rolls ---
       RUN-BUSINESS-DAY.
           MOVE "N" TO END-OF-RUN-CONTROL-FILE
           perform LOAD-RUN-CONTROL
           MOVE "N" TO END-OF-CYCLE-FILE
           MOVE "N" TO WS-CYKLUS-OPEN
           MOVE SPACES TO WS-CYKLUS-SLUT
           perform LOAD-OPEN-CYCLE-END
           PERFORM VARYING WS-JOB-IX FROM 1 BY 1
               UNTIL WS-JOB-IX > WS-JOB-COUNT
               MOVE SPACE TO JOB-STATE(WS-JOB-IX)
               MOVE "N" TO JOB-IN-WAVE(WS-JOB-IX)
           END-PERFORM
           DISPLAY "Forretningsdato: kaeden koerer for " WS-BUSINESS-DATE

           MOVE "PRECHECK" TO WS-CURRENT-STEP
           perform CHECK-STEP-ALLOWED
           IF WS-STEP-ALLOWED = "Y"
               MOVE "Y" TO WS-PRECHECK-OK
               perform RECORD-STEP-STARTED
               perform PRE-CHECK-BANKS-FILE
               perform PRE-CHECK-TRANSACTIONS-FILE
               IF WS-PRECHECK-OK <> "Y"
                   perform RECORD-STEP-FAILED
                   DISPLAY "Batch aborted - pre-check failed, see messages above"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               perform RECORD-STEP-OK
           END-IF

           *> the window risk shows at chain start, not at 06:30
           perform PROJECT-BATCH-WINDOW

           MOVE WS-JOB-COUNT TO WS-JOBS-PENDING
           PERFORM UNTIL WS-JOBS-PENDING = 0
               perform SELECT-JOB-WAVE
               IF WS-WAVE-COUNT = 0
                   DISPLAY "Batch aborted - jobnettet har trin der aldrig "
                       "kan starte (ring i forgaengerne)"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               perform RUN-JOB-WAVE
           END-PERFORM

           perform WRITE-BATCH-STATUS-REPORT
           DISPLAY "Batch completed - every step is OK for " WS-BUSINESS-DATE
           ADD 1 TO WS-DAYS-RUN
           perform ROLL-BUSINESS-DATE
       exit.

      *> --- the masters the night reads checked for the layout
      *> version the programs expect before anything runs; a master
      *> on another version has to go through 139-LayoutKonvertering
      *> first ---
       CHECK-LAYOUTS.
           MOVE "Y" TO WS-LAYOUTS-OK
           MOVE "10-Transaktioner.txt" TO WS-LYT-FILNAVN
           MOVE "TRANSAKTIONER" TO WS-LYT-LAYOUT
           MOVE LV-TRANSAKTIONER TO WS-LYT-FORVENTET
           perform CHECK-ONE-LAYOUT
           MOVE "10-SaldoCarry.txt" TO WS-LYT-FILNAVN
           MOVE "SALDOCARRY" TO WS-LYT-LAYOUT
           MOVE LV-SALDOCARRY TO WS-LYT-FORVENTET
           perform CHECK-ONE-LAYOUT
           MOVE "7-KundeStam.txt" TO WS-LYT-FILNAVN
           MOVE "KUNDESTAM" TO WS-LYT-LAYOUT
           MOVE LV-KUNDESTAM TO WS-LYT-FORVENTET
           perform CHECK-ONE-LAYOUT
           MOVE "8-KontoStam.txt" TO WS-LYT-FILNAVN
           MOVE "KONTOSTAM" TO WS-LYT-LAYOUT
           MOVE LV-KONTOSTAM TO WS-LYT-FORVENTET
           perform CHECK-ONE-LAYOUT
       exit.

      *> --- an unstamped master predates the stamps and is read as
      *> current; only a stamp naming another version stops the run ---
       CHECK-ONE-LAYOUT.
           MOVE "K" TO WS-LYT-MODE
           MOVE WS-LYT-FORVENTET TO WS-LYT-VERSION
           CALL "LayoutStempel" USING WS-LYT-MODE WS-LYT-FILNAVN
               WS-LYT-LAYOUT WS-LYT-VERSION WS-LYT-STATUS
           IF WS-LYT-STATUS = "23"
               MOVE "N" TO WS-LAYOUTS-OK
               DISPLAY FUNCTION TRIM(WS-LYT-FILNAVN) " er layout "
                   FUNCTION TRIM(WS-LYT-LAYOUT) " version " WS-LYT-VERSION
                   ", programmerne forventer version " WS-LYT-FORVENTET
           END-IF
       exit.

      *> --- every registered parameter file checked against the
      *> parameter register before anything runs; a malformed or
      *> out-of-range value stops the night instead of quietly
      *> running on a default ---
       CHECK-PARAMETERS.
           MOVE "Y" TO WS-PARAMETERS-OK
           CALL "SYSTEM" USING WS-PARAMETER-PROGRAM
           IF RETURN-CODE NOT = 0
               MOVE "N" TO WS-PARAMETERS-OK
           END-IF
           MOVE 0 TO RETURN-CODE
       exit.

      *> --- the register's date; a first run creates the register
      *> with the system date ---
       LOAD-BUSINESS-DATE.
           CALL "ForretningsDato" USING WS-BUSINESS-DATE
               WS-FORRETNINGSDATO-STATUS
           IF WS-FORRETNINGSDATO-STATUS NOT = "00"
               perform WRITE-BUSINESS-DATE
               DISPLAY "Forretningsdato: 12-ForretningsDato.txt oprettet med "
                   WS-BUSINESS-DATE
           END-IF
       exit.

      *> --- a clean chain moves the register to the next banking day ---
       ROLL-BUSINESS-DATE.
           STRING WS-BUSINESS-DATE(1:4) WS-BUSINESS-DATE(6:2)
                  WS-BUSINESS-DATE(9:2)
               DELIMITED BY SIZE INTO WS-DATE-YYYYMMDD
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD) + 1
           COMPUTE WS-DATE-YYYYMMDD =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           MOVE WS-DATE-YYYYMMDD(1:4) TO WS-KAL-DATO(1:4)
           MOVE "-" TO WS-KAL-DATO(5:1)
           MOVE WS-DATE-YYYYMMDD(5:2) TO WS-KAL-DATO(6:2)
           MOVE "-" TO WS-KAL-DATO(8:1)
           MOVE WS-DATE-YYYYMMDD(7:2) TO WS-KAL-DATO(9:2)
           MOVE "N" TO WS-KAL-MODE
           CALL "KalenderOpslag" USING WS-KAL-MODE WS-KAL-DATO
               WS-KAL-SVAR WS-KAL-STATUS
           IF WS-KAL-STATUS = "00"
               MOVE WS-KAL-SVAR TO WS-BUSINESS-DATE
           ELSE
               MOVE WS-KAL-DATO TO WS-BUSINESS-DATE
           END-IF
           perform WRITE-BUSINESS-DATE
           OPEN OUTPUT reservation-file
           CLOSE reservation-file
           DISPLAY "Forretningsdato: rullet frem til " WS-BUSINESS-DATE
       exit.

       WRITE-BUSINESS-DATE.
           OPEN OUTPUT business-date-file
           MOVE WS-BUSINESS-DATE TO BUSINESS-DATE-RECORD
           WRITE BUSINESS-DATE-RECORD
           CLOSE business-date-file
       exit.

      *> --- one-shot catch-up request, emptied afterwards like the
      *> override ---
       LOAD-CATCH-UP.
           OPEN INPUT catch-up-file
           IF WS-CATCH-UP-STATUS = "00"
               READ catch-up-file
                   AT END
                       CONTINUE
                   NOT AT END
                       IF FUNCTION TRIM(CATCH-UP-RECORD) = "JA"
                           MOVE "Y" TO WS-CATCH-UP-ACTIVE
                           DISPLAY "Indhentning: manglende bankdage koeres "
                               "til og med systemdatoen"
                       END-IF
               END-READ
               CLOSE catch-up-file
           END-IF
       exit.

       CONSUME-CATCH-UP.
           IF WS-CATCH-UP-ACTIVE = "Y"
               OPEN OUTPUT catch-up-file
               CLOSE catch-up-file
           END-IF
       exit.

      *> --- explicit one-shot operator override: 12-RunOverride.txt
      *> containing JA allows steps already OK today to re-run; the
      *> --- latest status per step for the business date ---
       LOAD-RUN-CONTROL.
           MOVE "PRECHECK" TO STEP-NAME(1)
           PERFORM VARYING WS-JOB-IX FROM 1 BY 1
               UNTIL WS-JOB-IX > WS-JOB-COUNT
               MOVE JOB-STEP(WS-JOB-IX) TO STEP-NAME(WS-JOB-IX + 1)
           END-PERFORM
           COMPUTE WS-STEP-COUNT = WS-JOB-COUNT + 1
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
               UNTIL WS-STEP-IX > WS-STEP-COUNT
               MOVE SPACES TO STEP-LAST-STATUS(WS-STEP-IX)
           END-PERFORM

                               INTO WS-RC-DATE, WS-RC-STEP, WS-RC-STATUS
                           IF WS-RC-DATE = WS-BUSINESS-DATE
                               PERFORM VARYING WS-STEP-IX FROM 1 BY 1
                                   UNTIL WS-STEP-IX > WS-STEP-COUNT
                                   IF STEP-NAME(WS-STEP-IX) = WS-RC-STEP
                                       MOVE WS-RC-STATUS
                                           TO STEP-LAST-STATUS(WS-STEP-IX)
      *> only the operator override re-runs it ---
       CHECK-STEP-ALLOWED.
           MOVE "Y" TO WS-STEP-ALLOWED
           PERFORM VARYING WS-STEP-IX FROM 1 BY 1
               UNTIL WS-STEP-IX > WS-STEP-COUNT
               IF STEP-NAME(WS-STEP-IX) = WS-CURRENT-STEP
                   IF STEP-LAST-STATUS(WS-STEP-IX) = "OK"
                       AND WS-OVERRIDE-ACTIVE = "N"
       CHECK-STEP-DUE.
           MOVE "Y" TO WS-STEP-DUE
           MOVE "DAGLIG" TO WS-STEP-FREKVENS
           PERFORM VARYING WS-FREQ-IX FROM 1 BY 1
               UNTIL WS-FREQ-IX > WS-STEP-COUNT
               IF FREQ-STEP-NAME(WS-FREQ-IX) = WS-CURRENT-STEP
                   MOVE FREQ-KODE(WS-FREQ-IX) TO WS-STEP-FREKVENS
                   EXIT PERFORM
           END-IF
       exit.

      *> --- each step's network frequency first, then the calendar's
      *> STEP lines override; PRECHECK runs daily ---
       LOAD-STEP-FREQUENCIES.
           MOVE "PRECHECK" TO FREQ-STEP-NAME(1)
           MOVE "DAGLIG" TO FREQ-KODE(1)
           PERFORM VARYING WS-JOB-IX FROM 1 BY 1
               UNTIL WS-JOB-IX > WS-JOB-COUNT
               MOVE JOB-STEP(WS-JOB-IX) TO FREQ-STEP-NAME(WS-JOB-IX + 1)
               MOVE JOB-FREKVENS(WS-JOB-IX) TO FREQ-KODE(WS-JOB-IX + 1)
           END-PERFORM
           *> runs before the first business day's run control, which
           *> sets the same count again
           COMPUTE WS-STEP-COUNT = WS-JOB-COUNT + 1

           OPEN INPUT calendar-file
           IF WS-CALENDAR-STATUS = "00"
                                    WS-CAL-FREKVENS
                           IF FUNCTION TRIM(WS-CAL-TYPE) = "STEP"
                               PERFORM VARYING WS-FREQ-IX FROM 1 BY 1
                                   UNTIL WS-FREQ-IX > WS-STEP-COUNT
                                   IF FREQ-STEP-NAME(WS-FREQ-IX)
                                       = WS-CAL-STEP
                                       MOVE WS-CAL-FREKVENS
           END-IF
       exit.

      *> --- the job network from 12-JobNet.txt; a duplicate step, a
      *> full table or a predecessor nobody defines rejects the whole
      *> file before anything runs ---
       LOAD-JOB-NETWORK.
           MOVE 0 TO WS-JOB-COUNT
           OPEN INPUT jobnet-file
           IF WS-JOBNET-STATUS NOT = "00"
               DISPLAY "Jobnet: 12-JobNet.txt ikke fundet - "
                   "den faste raekkefoelge koeres"
               perform LOAD-DEFAULT-JOB-NETWORK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL END-OF-JOBNET-FILE = "Y"
               READ jobnet-file
                   AT END
                       MOVE "Y" TO END-OF-JOBNET-FILE
                   NOT AT END
                       IF JOBNET-RECORD NOT = SPACES
                           AND JOBNET-RECORD(1:1) NOT = "*"
                           MOVE SPACES TO WS-JN-TRIN
                           MOVE SPACES TO WS-JN-PROGRAM
                           MOVE SPACES TO WS-JN-FORGAENGERE
                           MOVE SPACES TO WS-JN-PARALLEL
                           MOVE SPACES TO WS-JN-FREKVENS
                           UNSTRING JOBNET-RECORD DELIMITED BY ","
                               INTO WS-JN-TRIN, WS-JN-PROGRAM,
                                    WS-JN-FORGAENGERE, WS-JN-PARALLEL,
                                    WS-JN-FREKVENS
                           perform ADD-JOB-STEP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE jobnet-file

           IF WS-JOB-COUNT = 0
               DISPLAY "Jobnet: 12-JobNet.txt indeholder ingen trin"
               MOVE "N" TO WS-JOBNET-OK
           END-IF
           perform VALIDATE-JOB-NETWORK
       exit.

      *> --- the classic fixed night, each step after the one before:
      *> backup before anything mutates the masters, the intraday
      *> fold before anything posts, maturities before the statement
      *> run, and the archive last ---
       LOAD-DEFAULT-JOB-NETWORK.
           MOVE "BACKUP" TO WS-JN-TRIN
           MOVE "42-Sikkerhedskopi" TO WS-JN-PROGRAM
           MOVE SPACES TO WS-JN-FORGAENGERE
           perform ADD-DEFAULT-JOB-STEP
           MOVE "INTRADAG" TO WS-JN-TRIN
           MOVE "74-IntradagFold" TO WS-JN-PROGRAM
           MOVE "BACKUP" TO WS-JN-FORGAENGERE
           perform ADD-DEFAULT-JOB-STEP
           MOVE "INDSKUD" TO WS-JN-TRIN
           MOVE "47-IndskudForfald" TO WS-JN-PROGRAM
           MOVE "INTRADAG" TO WS-JN-FORGAENGERE
           perform ADD-DEFAULT-JOB-STEP
           MOVE "KONTOUDSKRIFT" TO WS-JN-TRIN
           MOVE "10-Kontoudskrift" TO WS-JN-PROGRAM
           MOVE "INDSKUD" TO WS-JN-FORGAENGERE
           perform ADD-DEFAULT-JOB-STEP
           MOVE "STATISTIKER" TO WS-JN-TRIN
           MOVE "11-Statistiker" TO WS-JN-PROGRAM
           MOVE "KONTOUDSKRIFT" TO WS-JN-FORGAENGERE
           perform ADD-DEFAULT-JOB-STEP
           MOVE "AFSTEMNING" TO WS-JN-TRIN
           MOVE "9-Afstemning" TO WS-JN-PROGRAM
           MOVE "STATISTIKER" TO WS-JN-FORGAENGERE
           perform ADD-DEFAULT-JOB-STEP
           MOVE "BUTIKAFREGNING" TO WS-JN-TRIN
           MOVE "34-ButikAfregning" TO WS-JN-PROGRAM
           MOVE "AFSTEMNING" TO WS-JN-FORGAENGERE
           perform ADD-DEFAULT-JOB-STEP
           MOVE "HOVEDBOG" TO WS-JN-TRIN
           MOVE "44-HovedbogEksport" TO WS-JN-PROGRAM
           MOVE "BUTIKAFREGNING" TO WS-JN-FORGAENGERE
           perform ADD-DEFAULT-JOB-STEP
           MOVE "AARSAFSLUTNING" TO WS-JN-TRIN
           MOVE "39-Aarsafslutning" TO WS-JN-PROGRAM
           MOVE "HOVEDBOG" TO WS-JN-FORGAENGERE
           perform ADD-DEFAULT-JOB-STEP
           MOVE "ARKIVER" TO WS-JN-TRIN
           MOVE "14-Arkiver" TO WS-JN-PROGRAM
           MOVE "AARSAFSLUTNING" TO WS-JN-FORGAENGERE
           perform ADD-DEFAULT-JOB-STEP
       exit.

       ADD-DEFAULT-JOB-STEP.
           MOVE "N" TO WS-JN-PARALLEL
           MOVE SPACES TO WS-JN-FREKVENS
           perform ADD-JOB-STEP
       exit.

      *> --- one step into the table; a step without its own FREKVENS
      *> keeps the frequency its name always had ---
       ADD-JOB-STEP.
           IF WS-JN-TRIN = SPACES OR WS-JN-PROGRAM = SPACES
               DISPLAY "Jobnet: linje uden trin eller program - "
                   FUNCTION TRIM(JOBNET-RECORD)
               MOVE "N" TO WS-JOBNET-OK
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-JN-TRIN) TO WS-JN-TRIN
           IF WS-JN-TRIN = "PRECHECK"
               DISPLAY "Jobnet: PRECHECK koeres altid foerst og kan "
                   "ikke defineres som trin"
               MOVE "N" TO WS-JOBNET-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-JOB-IX FROM 1 BY 1
               UNTIL WS-JOB-IX > WS-JOB-COUNT
               IF JOB-STEP(WS-JOB-IX) = WS-JN-TRIN
                   DISPLAY "Jobnet: trinnet " FUNCTION TRIM(WS-JN-TRIN)
                       " er defineret mere end een gang"
                   MOVE "N" TO WS-JOBNET-OK
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-JOB-COUNT >= 40
               DISPLAY "Jobnet: mere end 40 trin - "
                   FUNCTION TRIM(WS-JN-TRIN) " afvist"
               MOVE "N" TO WS-JOBNET-OK
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-JOB-COUNT
           MOVE WS-JN-TRIN TO JOB-STEP(WS-JOB-COUNT)
           MOVE FUNCTION TRIM(WS-JN-PROGRAM) TO JOB-PROGRAM(WS-JOB-COUNT)
           IF FUNCTION TRIM(WS-JN-FORGAENGERE) = "-"
               MOVE SPACES TO JOB-FORGAENGERE(WS-JOB-COUNT)
           ELSE
               MOVE FUNCTION TRIM(WS-JN-FORGAENGERE)
                   TO JOB-FORGAENGERE(WS-JOB-COUNT)
           END-IF
           IF FUNCTION UPPER-CASE(WS-JN-PARALLEL(1:1)) = "J"
               MOVE "J" TO JOB-PARALLEL(WS-JOB-COUNT)
           ELSE
               MOVE "N" TO JOB-PARALLEL(WS-JOB-COUNT)
           END-IF
           *> the standing-order and collection runs reserve against
           *> the same accounts through DaekningsKontrol and must see
           *> each other's reservations, so neither overlaps anything
           IF JOB-PROGRAM(WS-JOB-COUNT) = "21-FasteOrdrer"
               OR JOB-PROGRAM(WS-JOB-COUNT) = "22-OpkraevningUd"
               MOVE "N" TO JOB-PARALLEL(WS-JOB-COUNT)
           END-IF
           EVALUATE TRUE
               WHEN WS-JN-FREKVENS NOT = SPACES
                   MOVE FUNCTION TRIM(WS-JN-FREKVENS)
                       TO JOB-FREKVENS(WS-JOB-COUNT)
               WHEN WS-JN-TRIN = "BUTIKAFREGNING"
                   MOVE "UGE" TO JOB-FREKVENS(WS-JOB-COUNT)
               WHEN WS-JN-TRIN = "AARSAFSLUTNING"
                   MOVE "AARSSLUT" TO JOB-FREKVENS(WS-JOB-COUNT)
               WHEN OTHER
                   MOVE "DAGLIG" TO JOB-FREKVENS(WS-JOB-COUNT)
           END-EVALUATE
           MOVE SPACE TO JOB-STATE(WS-JOB-COUNT)
           MOVE "N" TO JOB-IN-WAVE(WS-JOB-COUNT)
           MOVE 0 TO JOB-RC(WS-JOB-COUNT)
       exit.

      *> --- every predecessor must name PRECHECK or a defined step ---
       VALIDATE-JOB-NETWORK.
           PERFORM VARYING WS-JOB-IX FROM 1 BY 1
               UNTIL WS-JOB-IX > WS-JOB-COUNT
               MOVE 1 TO WS-PRED-PTR
               PERFORM UNTIL WS-PRED-PTR > 60
                   MOVE SPACES TO WS-PRED-NAME
                   UNSTRING JOB-FORGAENGERE(WS-JOB-IX) DELIMITED BY "+"
                       INTO WS-PRED-NAME WITH POINTER WS-PRED-PTR
                   MOVE FUNCTION TRIM(WS-PRED-NAME) TO WS-PRED-NAME
                   IF WS-PRED-NAME NOT = SPACES
                       AND WS-PRED-NAME NOT = "PRECHECK"
                       MOVE "N" TO WS-PRED-FOUND
                       PERFORM VARYING WS-JOB-IX2 FROM 1 BY 1
                           UNTIL WS-JOB-IX2 > WS-JOB-COUNT
                           IF JOB-STEP(WS-JOB-IX2) = WS-PRED-NAME
                               AND WS-JOB-IX2 NOT = WS-JOB-IX
                               MOVE "Y" TO WS-PRED-FOUND
                           END-IF
                       END-PERFORM
                       IF WS-PRED-FOUND = "N"
                           DISPLAY "Jobnet: trinnet "
                               FUNCTION TRIM(JOB-STEP(WS-JOB-IX))
                               " har ukendt forgaenger "
                               FUNCTION TRIM(WS-PRED-NAME)
                           MOVE "N" TO WS-JOBNET-OK
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
       exit.

      *> --- the next wave: waiting steps whose predecessors are all
      *> done. The first ready step decides - an N step runs alone,
      *> a J step takes every other ready J step along ---
       SELECT-JOB-WAVE.
           MOVE 0 TO WS-WAVE-COUNT
           MOVE SPACE TO WS-WAVE-PARALLEL
           PERFORM VARYING WS-JOB-IX FROM 1 BY 1
               UNTIL WS-JOB-IX > WS-JOB-COUNT
               OR WS-WAVE-PARALLEL = "N"
               IF JOB-STATE(WS-JOB-IX) = SPACE
                   perform CHECK-PREDECESSORS-DONE
                   IF WS-PREDS-DONE = "Y"
                       IF WS-WAVE-COUNT = 0
                           MOVE JOB-PARALLEL(WS-JOB-IX) TO WS-WAVE-PARALLEL
                           MOVE "Y" TO JOB-IN-WAVE(WS-JOB-IX)
                           ADD 1 TO WS-WAVE-COUNT
                       ELSE
                           IF JOB-PARALLEL(WS-JOB-IX) = "J"
                               MOVE "Y" TO JOB-IN-WAVE(WS-JOB-IX)
                               ADD 1 TO WS-WAVE-COUNT
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
       exit.

       CHECK-PREDECESSORS-DONE.
           MOVE "Y" TO WS-PREDS-DONE
           MOVE 1 TO WS-PRED-PTR
           PERFORM UNTIL WS-PRED-PTR > 60 OR WS-PREDS-DONE = "N"
               MOVE SPACES TO WS-PRED-NAME
               UNSTRING JOB-FORGAENGERE(WS-JOB-IX) DELIMITED BY "+"
                   INTO WS-PRED-NAME WITH POINTER WS-PRED-PTR
               MOVE FUNCTION TRIM(WS-PRED-NAME) TO WS-PRED-NAME
               IF WS-PRED-NAME NOT = SPACES
                   AND WS-PRED-NAME NOT = "PRECHECK"
                   PERFORM VARYING WS-JOB-IX2 FROM 1 BY 1
                       UNTIL WS-JOB-IX2 > WS-JOB-COUNT
                       IF JOB-STEP(WS-JOB-IX2) = WS-PRED-NAME
                           AND JOB-STATE(WS-JOB-IX2) NOT = "K"
                           MOVE "N" TO WS-PREDS-DONE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
       exit.

      *> --- run-control and calendar decide per step as before; a
      *> step already OK or not due counts as done for its successors.
      *> Every program runs as its own OS process, since STOP RUN in a
      *> CALLed program would end this driver too ---
       RUN-JOB-WAVE.
           MOVE 0 TO WS-WAVE-RUN-COUNT
           PERFORM VARYING WS-JOB-IX FROM 1 BY 1
               UNTIL WS-JOB-IX > WS-JOB-COUNT
               IF JOB-IN-WAVE(WS-JOB-IX) = "Y"
                   MOVE JOB-STEP(WS-JOB-IX) TO WS-CURRENT-STEP
                   perform CHECK-STEP-ALLOWED
                   IF WS-STEP-ALLOWED = "Y"
                       perform RECORD-STEP-STARTED
                       ADD 1 TO WS-WAVE-RUN-COUNT
                   ELSE
                       MOVE "N" TO JOB-IN-WAVE(WS-JOB-IX)
                       MOVE "K" TO JOB-STATE(WS-JOB-IX)
                       SUBTRACT 1 FROM WS-JOBS-PENDING
                   END-IF
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-WAVE-RUN-COUNT = 0
                   EXIT PARAGRAPH
               WHEN WS-WAVE-RUN-COUNT = 1
                   perform RUN-SINGLE-STEP
               WHEN OTHER
                   perform RUN-PARALLEL-STEPS
           END-EVALUATE
           perform SETTLE-JOB-WAVE
       exit.

       RUN-SINGLE-STEP.
           PERFORM VARYING WS-JOB-IX FROM 1 BY 1
               UNTIL WS-JOB-IX > WS-JOB-COUNT
               IF JOB-IN-WAVE(WS-JOB-IX) = "Y"
                   CALL "SYSTEM" USING JOB-PROGRAM(WS-JOB-IX)
                   MOVE RETURN-CODE TO JOB-RC(WS-JOB-IX)
                   MOVE 0 TO RETURN-CODE
               END-IF
           END-PERFORM
       exit.

      *> --- overlapping steps start together in one shell line, each
      *> in the background leaving its return code in its own work
      *> file, and the line waits for the last of them. The files are
      *> emptied first so a step that never got to answer counts as
      *> failed ---
       RUN-PARALLEL-STEPS.
           MOVE SPACES TO WS-WAVE-COMMAND
           MOVE 1 TO WS-CMD-PTR
           PERFORM VARYING WS-JOB-IX FROM 1 BY 1
               UNTIL WS-JOB-IX > WS-JOB-COUNT
               IF JOB-IN-WAVE(WS-JOB-IX) = "Y"
                   perform BUILD-STEP-RC-FILENAME
                   OPEN OUTPUT step-rc-file
                   CLOSE step-rc-file
                   STRING "(" DELIMITED BY SIZE
                          FUNCTION TRIM(JOB-PROGRAM(WS-JOB-IX))
                              DELIMITED BY SIZE
                          "; echo $? > " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-STEP-RC-FILENAME)
                              DELIMITED BY SIZE
                          ") & " DELIMITED BY SIZE
                          INTO WS-WAVE-COMMAND WITH POINTER WS-CMD-PTR
                   DISPLAY "Jobnet: " FUNCTION TRIM(JOB-STEP(WS-JOB-IX))
                       " startes parallelt"
               END-IF
           END-PERFORM
           STRING "wait" DELIMITED BY SIZE
               INTO WS-WAVE-COMMAND WITH POINTER WS-CMD-PTR
           CALL "SYSTEM" USING WS-WAVE-COMMAND
           MOVE 0 TO RETURN-CODE

           PERFORM VARYING WS-JOB-IX FROM 1 BY 1
               UNTIL WS-JOB-IX > WS-JOB-COUNT
               IF JOB-IN-WAVE(WS-JOB-IX) = "Y"
                   MOVE 99 TO JOB-RC(WS-JOB-IX)
                   perform BUILD-STEP-RC-FILENAME
                   OPEN INPUT step-rc-file
                   IF WS-STEP-RC-STATUS = "00"
                       READ step-rc-file
                           AT END
                               CONTINUE
                           NOT AT END
                               IF FUNCTION TEST-NUMVAL(STEP-RC-RECORD) = 0
                                   COMPUTE JOB-RC(WS-JOB-IX) =
                                       FUNCTION NUMVAL(STEP-RC-RECORD)
                               END-IF
                       END-READ
                       CLOSE step-rc-file
                   END-IF
               END-IF
           END-PERFORM
       exit.

       BUILD-STEP-RC-FILENAME.
           MOVE SPACES TO WS-STEP-RC-FILENAME
           STRING "WS-Trin-" FUNCTION TRIM(JOB-STEP(WS-JOB-IX))
                  ".tmp" DELIMITED BY SIZE INTO WS-STEP-RC-FILENAME
       exit.

      *> --- OK or FAILED per step that ran; overlapping steps all
      *> finish before the chain stops on a failure, so every one of
      *> them has its run-control line ---
       SETTLE-JOB-WAVE.
           PERFORM VARYING WS-JOB-IX FROM 1 BY 1
               UNTIL WS-JOB-IX > WS-JOB-COUNT
               IF JOB-IN-WAVE(WS-JOB-IX) = "Y"
                   MOVE JOB-STEP(WS-JOB-IX) TO WS-CURRENT-STEP
                   IF JOB-RC(WS-JOB-IX) = 0
                       perform RECORD-STEP-OK
                       MOVE "K" TO JOB-STATE(WS-JOB-IX)
                   ELSE
                       perform RECORD-STEP-FAILED
                       MOVE "F" TO JOB-STATE(WS-JOB-IX)
                       MOVE "Y" TO WS-CHAIN-FAILED
                       MOVE JOB-RC(WS-JOB-IX) TO WS-FAILED-RC
                       MOVE JOB-RC(WS-JOB-IX) TO WS-RC-DISPLAY
                       DISPLAY "Batch aborted - "
                           FUNCTION TRIM(JOB-PROGRAM(WS-JOB-IX))
                           " abended with return code "
                           FUNCTION TRIM(WS-RC-DISPLAY)
                   END-IF
                   MOVE "N" TO JOB-IN-WAVE(WS-JOB-IX)
                   SUBTRACT 1 FROM WS-JOBS-PENDING
               END-IF
           END-PERFORM

           IF WS-CHAIN-FAILED = "Y"
               MOVE WS-FAILED-RC TO RETURN-CODE
               STOP RUN
           END-IF
       exit.
