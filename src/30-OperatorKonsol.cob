
      *> --- Menu-driven operator console for the daily routine, so
      *> new operators stop having to learn the parameter-file
      *> folklore. Offers: carry-balance lookup by CPR (with the
      *> customer's standing memos from 125-KundeMemoer.txt), a Genudskrift
      *> reprint (writes 15-GenudskriftParam.txt and launches the
      *> program), the current checkpoint state, a currency-rate
      *> query through Kursopslag, launching the BatchDriver, and
      *> the master lock register's view where an ADMINISTRATOR
      *> clears a lock left behind by a crashed run, and the
      *> work-queue dashboard (KoeOversigt) with the shift handover.
      *> Every action is validated and logged to 30-KonsolLog.txt;
      *> balance lookups and reprints ask for a purpose code and are
      *> logged as customer-data reads in 127-LaesAdgangLog.txt. ---

environment division.
input-output section.
           organization line sequential
           file status is WS-OPERATOR-PROBE-STATUS.

      *> --- the master locks currently held, for the lock view ---
       select lock-file assign to "135-LaasRegister.txt"
           organization is relative
           access mode is sequential
           file status is WS-LOCK-STATUS.

      *> --- the work-queue dashboard, and the handover request the
      *> dashboard run picks up ---
       select queue-dashboard-file assign to "138-KoeOversigt.txt"
           organization line sequential
           file status is WS-QUEUE-DASHBOARD-STATUS.

       select handover-param-file assign to "138-VagtskifteParam.txt"
           organization line sequential.

data division.
file section.
FD balance-carry-file.
       01 CHECKPOINT-RECORD pic x(50).

FD reprint-param-file.
       01 REPRINT-PARAM-RECORD pic x(40).

FD console-log-file.
       01 CONSOLE-LOG-RECORD pic x(120).
FD operator-probe-file.
       01 OPERATOR-PROBE-RECORD pic x(60).

FD lock-file.
       01 LOCK-RECORD pic x(80).

FD queue-dashboard-file.
       01 QUEUE-DASHBOARD-RECORD pic x(200).

FD handover-param-file.
       01 HANDOVER-PARAM-RECORD pic x(60).

FD intraday-file.
01 intraday-in.
       copy "10-TRANSAKTIONER.cpy".
       01 WS-FM-OMFANG pic x(6) value spaces.
       01 WS-FM-STATUS pic XX value spaces.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-SIGN-ON-TRY pic 9 value 0.

      *> --- the customer's standing memos, shown with the balance ---
       01 WS-MEMO-LISTE.
           copy "125-MEMOLISTE.cpy".
       01 WS-MEMO-STATUS pic XX value spaces.
       01 WS-MEMO-IX pic 9(2) value 0.

      *> --- purpose of a customer-data read, for the read-access log ---
       01 WS-READ-FORMAAL pic x(12) value spaces.
       01 WS-ADGANG.
           copy "127-ADGANGREC.cpy".
       01 WS-ADGANG-STATUS pic XX value spaces.

      *> --- lock view: clearing goes through LaasRegister, which
      *> logs who cleared what ---
       01 WS-LOCK-STATUS pic XX value spaces.
       01 END-OF-LOCK-FILE pic x value "N".
       01 WS-LOCK-COUNT pic 9(3) value 0.
       01 WS-LOCK-DISPLAY pic Z(2)9.
       01 WS-LAAS-MODE pic x value space.
       01 WS-LAAS-PROGRAM pic x(20) value spaces.
       01 WS-LAAS-LISTE pic x(80) value spaces.
       01 WS-LAAS-SVAR pic x(100) value spaces.
       01 WS-LAAS-STATUS pic XX value spaces.
       01 WS-LAAS-BEKRAEFT pic x(3) value spaces.

      *> --- queue view ---
       01 WS-QUEUE-DASHBOARD-STATUS pic XX value spaces.
       01 END-OF-QUEUE-DASHBOARD pic x value "N".
       01 WS-VAGTSKIFTE-SVAR pic x(3) value spaces.
       01 WS-VAGTSKIFTE-OPERATOR pic x(10) value spaces.

PROCEDURE DIVISION.
       OPEN EXTEND console-log-file
       IF WS-LOG-STATUS = "35"
           DISPLAY "5: Start batchkoersel (BatchDriver)"
           DISPLAY "6: Vis aabne haendelser"
           DISPLAY "7: Vis fremdrift for lange koersler"
           DISPLAY "8: Vis og ryd masterlaase"
           DISPLAY "9: Vis arbejdskoeer og tag vagtskifte"
           DISPLAY "0: Afslut"
           DISPLAY "Valg: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
                   perform SHOW-INCIDENTS
               WHEN "7"
                   perform SHOW-PROGRESS
               WHEN "8"
                   perform MANAGE-LOCKS
               WHEN "9"
                   perform SHOW-QUEUES
               WHEN "0"
                   MOVE "Y" TO WS-DONE
               WHEN OTHER
                   WITH NO ADVANCING
               ACCEPT WS-FM-FULDMAEGTIG
               IF WS-FM-FULDMAEGTIG NOT = SPACES
                   CALL "ForretningsDato" USING WS-TODAY-DATE
                       WS-FORRETNINGSDATO-STATUS
                   MOVE "SALDO" TO WS-FM-OMFANG
                   CALL "FuldmagtOpslag" USING WS-INPUT-CPR
                       WS-FM-FULDMAEGTIG WS-FM-OMFANG WS-TODAY-DATE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               perform ASK-READ-PURPOSE
               MOVE SPACES TO WS-ADGANG
               MOVE "Saldoopslag" TO AL-DETALJE
               IF WS-FM-FULDMAEGTIG NOT = SPACES
                   STRING "Saldoopslag via fuldmaegtig "
                          FUNCTION TRIM(WS-FM-FULDMAEGTIG)
                          DELIMITED BY SIZE INTO AL-DETALJE
               END-IF
               perform RECORD-CUSTOMER-READ
               perform SHOW-CUSTOMER-MEMOS
               OPEN INPUT balance-carry-file
               IF WS-CARRY-STATUS NOT = "00"
                   DISPLAY "10-SaldoCarry.txt kan ikke aabnes (status "
           END-IF
       exit.

      *> --- the purpose of a customer-data read; customer service
      *> when the operator just presses enter ---
       ASK-READ-PURPOSE.
           MOVE SPACES TO WS-READ-FORMAAL
           DISPLAY "Formaal (blank = KUNDESERVICE): " WITH NO ADVANCING
           ACCEPT WS-READ-FORMAAL
           IF WS-READ-FORMAAL = SPACES
               MOVE "KUNDESERVICE" TO WS-READ-FORMAAL
           END-IF
       exit.

      *> --- one customer-data read to the read-access log; the
      *> caller has filled AL-DETALJE ---
       RECORD-CUSTOMER-READ.
           MOVE WS-SESSION-OPERATOR TO AL-OPERATOR
           MOVE WS-INPUT-CPR TO AL-CPR
           MOVE WS-READ-FORMAAL TO AL-FORMAAL
           MOVE "OperatorKonsol" TO AL-PROGRAM
           CALL "AdgangsLogRegistrer" USING WS-ADGANG WS-ADGANG-STATUS
       exit.

      *> --- the customer's standing memos before the balance, the
      *> warning-flagged ones first and marked ---
       SHOW-CUSTOMER-MEMOS.
           CALL "ForretningsDato" USING WS-TODAY-DATE
               WS-FORRETNINGSDATO-STATUS
           CALL "MemoOpslag" USING WS-INPUT-CPR WS-TODAY-DATE
               WS-MEMO-LISTE WS-MEMO-STATUS
           IF WS-MEMO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MEMO-IX FROM 1 BY 1
               UNTIL WS-MEMO-IX > ML-ANTAL
               IF ML-ADVARSEL-FLAG(WS-MEMO-IX) = "J"
                   DISPLAY "*** ADVARSEL *** "
                       FUNCTION TRIM(ML-KATEGORI(WS-MEMO-IX)) ": "
                       FUNCTION TRIM(ML-TEKST(WS-MEMO-IX))
                       " (" FUNCTION TRIM(ML-OPRETTET-AF(WS-MEMO-IX))
                       " " ML-OPRETTET(WS-MEMO-IX) ")"
               END-IF
           END-PERFORM
           PERFORM VARYING WS-MEMO-IX FROM 1 BY 1
               UNTIL WS-MEMO-IX > ML-ANTAL
               IF ML-ADVARSEL-FLAG(WS-MEMO-IX) NOT = "J"
                   DISPLAY "Memo "
                       FUNCTION TRIM(ML-KATEGORI(WS-MEMO-IX)) ": "
                       FUNCTION TRIM(ML-TEKST(WS-MEMO-IX))
                       " (" FUNCTION TRIM(ML-OPRETTET-AF(WS-MEMO-IX))
                       " " ML-OPRETTET(WS-MEMO-IX) ")"
               END-IF
           END-PERFORM
       exit.

      *> --- the CPR's intraday rows, DKK-converted at each row's own
      *> date through the shared dated lookup ---
       ADD-INTRADAY-MOVEMENTS.
           IF WS-INPUT-CPR = SPACES
               DISPLAY "Intet CPR indtastet"
           ELSE
               *> the reprint logs the read itself, with the session
               *> operator and purpose handed over here
               MOVE "GENUDSKRIFT" TO WS-READ-FORMAAL
               DISPLAY "Formaal (blank = GENUDSKRIFT): " WITH NO ADVANCING
               ACCEPT WS-READ-FORMAAL
               IF WS-READ-FORMAAL = SPACES
                   MOVE "GENUDSKRIFT" TO WS-READ-FORMAAL
               END-IF
               OPEN OUTPUT reprint-param-file
               MOVE WS-INPUT-CPR TO REPRINT-PARAM-RECORD
               WRITE REPRINT-PARAM-RECORD
               MOVE SPACES TO REPRINT-PARAM-RECORD
               STRING "OPERATOR," WS-SESSION-OPERATOR
                      DELIMITED BY SIZE INTO REPRINT-PARAM-RECORD
               WRITE REPRINT-PARAM-RECORD
               MOVE SPACES TO REPRINT-PARAM-RECORD
               STRING "FORMAAL," WS-READ-FORMAAL
                      DELIMITED BY SIZE INTO REPRINT-PARAM-RECORD
               WRITE REPRINT-PARAM-RECORD
               CLOSE reprint-param-file

               CALL "SYSTEM" USING "15-Genudskrift"
           END-IF
       exit.

      *> --- every held lock as the register has it; a lock whose
      *> holder is known to have crashed is cleared per program by an
      *> ADMINISTRATOR after confirming nothing of it still runs ---
       MANAGE-LOCKS.
           MOVE SPACES TO WS-INPUT-CPR
           MOVE 0 TO WS-LOCK-COUNT
           MOVE "N" TO END-OF-LOCK-FILE
           OPEN INPUT lock-file
           IF WS-LOCK-STATUS = "00"
               DISPLAY "==== Masterlaase (PROGRAM,MASTER,TYPE,SIDEN) ===="
               PERFORM UNTIL END-OF-LOCK-FILE = "Y"
                   READ lock-file
                       AT END
                           MOVE "Y" TO END-OF-LOCK-FILE
                       NOT AT END
                           IF LOCK-RECORD NOT = SPACES
                               ADD 1 TO WS-LOCK-COUNT
                               DISPLAY FUNCTION TRIM(LOCK-RECORD)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE lock-file
           END-IF
           IF WS-LOCK-STATUS = "61"
               DISPLAY "Laasregisteret er optaget af en anden koersel"
                   " - proev igen"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOCK-COUNT TO WS-LOCK-DISPLAY
           DISPLAY "I alt: " FUNCTION TRIM(WS-LOCK-DISPLAY) " laas(e)"
           MOVE "Masterlaase vist" TO WS-LOG-TEXT
           perform WRITE-CONSOLE-LOG
           IF WS-LOCK-COUNT = 0
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Ryd laase for program (blank = ingen): "
               WITH NO ADVANCING
           MOVE SPACES TO WS-LAAS-PROGRAM
           ACCEPT WS-LAAS-PROGRAM
           IF WS-LAAS-PROGRAM = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "ADMINISTRATOR" TO WS-ROLLE-KRAV
           perform CHECK-SESSION-ROLE
           IF WS-OPR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Koerer " FUNCTION TRIM(WS-LAAS-PROGRAM)
               " bekraeftet ikke laengere? (JA/NEJ): " WITH NO ADVANCING
           MOVE SPACES TO WS-LAAS-BEKRAEFT
           ACCEPT WS-LAAS-BEKRAEFT
           IF FUNCTION UPPER-CASE(WS-LAAS-BEKRAEFT) NOT = "JA"
               DISPLAY "Intet ryddet"
               EXIT PARAGRAPH
           END-IF

           MOVE "R" TO WS-LAAS-MODE
           MOVE WS-SESSION-OPERATOR TO WS-LAAS-SVAR
           CALL "LaasRegister" USING WS-LAAS-MODE WS-LAAS-PROGRAM
               WS-LAAS-LISTE WS-LAAS-SVAR WS-LAAS-STATUS
           MOVE SPACES TO WS-LOG-TEXT
           IF WS-LAAS-STATUS = "00"
               DISPLAY FUNCTION TRIM(WS-LAAS-SVAR)
               STRING "Laase ryddet for " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LAAS-PROGRAM) DELIMITED BY SIZE
                      INTO WS-LOG-TEXT
           ELSE
               IF WS-LAAS-STATUS NOT = "35"
                   DISPLAY FUNCTION TRIM(WS-LAAS-SVAR)
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Ingen laase holdt af "
                   FUNCTION TRIM(WS-LAAS-PROGRAM)
               STRING "Laaserydning - ingen laase for " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LAAS-PROGRAM) DELIMITED BY SIZE
                      INTO WS-LOG-TEXT
           END-IF
           perform WRITE-CONSOLE-LOG
       exit.

      *> --- a fresh KoeOversigt run, its dashboard on screen; a
      *> handover is requested through 138-VagtskifteParam.txt in
      *> the session operator's name and a second run writes it ---
       SHOW-QUEUES.
           MOVE SPACES TO WS-INPUT-CPR
           CALL "SYSTEM" USING "138-KoeOversigt"
           IF RETURN-CODE NOT = 0
               DISPLAY "KoeOversigt fejlede - se programmets meddelelser"
               MOVE 0 TO RETURN-CODE
               MOVE "KoeOversigt: FEJLET" TO WS-LOG-TEXT
               perform WRITE-CONSOLE-LOG
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-QUEUE-DASHBOARD
           OPEN INPUT queue-dashboard-file
           IF WS-QUEUE-DASHBOARD-STATUS = "00"
               PERFORM UNTIL END-OF-QUEUE-DASHBOARD = "Y"
                   READ queue-dashboard-file
                       AT END
                           MOVE "Y" TO END-OF-QUEUE-DASHBOARD
                       NOT AT END
                           DISPLAY FUNCTION TRIM(QUEUE-DASHBOARD-RECORD
                               TRAILING)
                   END-READ
               END-PERFORM
               CLOSE queue-dashboard-file
           END-IF
           MOVE "Arbejdskoeer vist" TO WS-LOG-TEXT
           perform WRITE-CONSOLE-LOG

           DISPLAY "Tag vagtskifte nu? (JA/NEJ): " WITH NO ADVANCING
           MOVE SPACES TO WS-VAGTSKIFTE-SVAR
           ACCEPT WS-VAGTSKIFTE-SVAR
           IF FUNCTION UPPER-CASE(WS-VAGTSKIFTE-SVAR) NOT = "JA"
               EXIT PARAGRAPH
           END-IF
           MOVE "VEDLIGEHOLD" TO WS-ROLLE-KRAV
           perform CHECK-SESSION-ROLE
           IF WS-OPR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SESSION-OPERATOR TO WS-VAGTSKIFTE-OPERATOR
           IF WS-VAGTSKIFTE-OPERATOR = SPACES
               DISPLAY "Operatoer-ID: " WITH NO ADVANCING
               ACCEPT WS-VAGTSKIFTE-OPERATOR
           END-IF
           IF WS-VAGTSKIFTE-OPERATOR = SPACES
               DISPLAY "Intet vagtskifte uden operatoer-ID"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT handover-param-file
           MOVE SPACES TO HANDOVER-PARAM-RECORD
           STRING "OPERATOR," WS-VAGTSKIFTE-OPERATOR
                  DELIMITED BY SIZE INTO HANDOVER-PARAM-RECORD
           WRITE HANDOVER-PARAM-RECORD
           CLOSE handover-param-file
           CALL "SYSTEM" USING "138-KoeOversigt"
           IF RETURN-CODE = 0
               DISPLAY "Vagtskifte skrevet til 138-Vagtskifte.txt"
               MOVE "Vagtskifte: OK" TO WS-LOG-TEXT
           ELSE
               DISPLAY "Vagtskifte fejlede - se programmets meddelelser"
               MOVE "Vagtskifte: FEJLET" TO WS-LOG-TEXT
               MOVE 0 TO RETURN-CODE
           END-IF
           perform WRITE-CONSOLE-LOG
       exit.

       WRITE-CONSOLE-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE SPACES TO CONSOLE-LOG-RECORD
