identification division.
       program-id. MedarbejderAktivitet.

      *> --- Monthly report to compliance on the accounts of
      *> employees. Every operator whose own CPR is registered in
      *> 80-Operatoerer.txt (OPERATOR-ID,NAVN,ROLLE,CPR) gets one
      *> summary line for the month - postings, money in and out in
      *> DKK at the row's own date - and the unusual activity under
      *> it:
      *>   - single postings of GRAENSE DKK or more,
      *>   - more than ANTAL postings in the month,
      *>   - balance adjustments applied to the employee's accounts
      *>     (36-JusteringLog.txt),
      *>   - actions the employee attempted on their own or a
      *>     household member's customer and was refused
      *>     (128-KonfliktLog.txt).
      *> 128-MedarbejderParam.txt holds NOEGLE;VAERDI lines: MAANED
      *> (YYYY-MM, default last month), GRAENSE (default 50000) and
      *> ANTAL (default 100). The report is
      *> 128-MedarbejderAktivitet.txt. ---

environment division.
input-output section.
file-control.
       select param-file assign to "128-MedarbejderParam.txt"
           organization line sequential
           file status is WS-PARAM-STATUS.

       select operator-file assign to "80-Operatoerer.txt"
           organization line sequential
           file status is WS-OPERATOR-STATUS.

       select transactions-file assign to "10-Transaktioner.txt"
           organization is indexed
           access mode is dynamic
           record key is CPR of transactions-in with duplicates
           alternate record key is TRANS-REF of transactions-in
               with duplicates
           alternate record key is BUTIK of transactions-in
               with duplicates
           file status is WS-TRANS-STATUS.

       select adjustment-log-file assign to "36-JusteringLog.txt"
           organization line sequential
           file status is WS-ADJUSTMENT-STATUS.

       select conflict-log-file assign to "128-KonfliktLog.txt"
           organization line sequential
           file status is WS-CONFLICT-STATUS.

       select report-file assign to "128-MedarbejderAktivitet.txt"
           organization line sequential.

data division.
file section.
FD param-file.
       01 PARAM-RECORD pic x(40).

FD operator-file.
       01 OPERATOR-CSV-RECORD pic x(70).

FD transactions-file.
01 transactions-in.
       copy "10-TRANSAKTIONER.cpy".

FD adjustment-log-file.
       01 ADJUSTMENT-LOG-RECORD pic x(150).

FD conflict-log-file.
       01 CONFLICT-LOG-RECORD pic x(200).

FD report-file.
       01 REPORT-RECORD pic x(150).

WORKING-STORAGE SECTION.
       01 WS-PARAM-STATUS pic XX value spaces.
       01 WS-OPERATOR-STATUS pic XX value spaces.
       01 WS-TRANS-STATUS pic XX value spaces.
       01 WS-ADJUSTMENT-STATUS pic XX value spaces.
       01 WS-CONFLICT-STATUS pic XX value spaces.

       01 END-OF-PARAM-FILE pic x value "N".
       01 END-OF-OPERATOR-FILE pic x value "N".
       01 END-OF-TRANSACTIONS-FILE pic x value "N".
       01 END-OF-ADJUSTMENT-FILE pic x value "N".
       01 END-OF-CONFLICT-FILE pic x value "N".

       01 WS-PARAM-NOEGLE pic x(20) value spaces.
       01 WS-PARAM-VAERDI pic x(20) value spaces.
       01 WS-MAANED pic x(7) value spaces.
       01 WS-MAANED-YYYYMM pic x(6) value spaces.
       01 WS-GRAENSE pic S9(13)v99 value 50000.
       01 WS-ANTAL-GRAENSE pic 9(7) value 100.
       01 WS-YEAR-NUM pic 9(4) value 0.
       01 WS-MONTH-NUM pic 9(2) value 0.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.

      *> --- employees: operators with their own CPR registered ---
       01 WS-STAFF-COUNT pic 9(3) value 0.
       01 WS-STAFF-IX pic 9(3) value 0.
       01 WS-STAFF-TABLE OCCURS 100 TIMES.
           05 STAFF-OPERATOR pic x(10).
           05 STAFF-NAVN pic x(30).
           05 STAFF-CPR pic x(15).
       01 WS-OPR-ID-TEXT pic x(10) value spaces.
       01 WS-OPR-NAVN-TEXT pic x(30) value spaces.
       01 WS-OPR-ROLLE-TEXT pic x(14) value spaces.
       01 WS-OPR-CPR-TEXT pic x(15) value spaces.

      *> --- the current employee's accounts and month figures ---
       01 WS-KONTO-COUNT pic 9(3) value 0.
       01 WS-KONTO-IX pic 9(3) value 0.
       01 WS-KONTO-FOUND pic x value "N".
       01 WS-KONTO-SET OCCURS 50 TIMES.
           05 SET-KONTO-ID pic x(15).
       01 WS-POST-COUNT pic 9(7) value 0.
       01 WS-SUM-IND pic S9(13)v99 value 0.
       01 WS-SUM-UD pic S9(13)v99 value 0.
       01 WS-FLAG-COUNT pic 9(5) value 0.
       01 WS-TOTAL-FLAGGED pic 9(5) value 0.

       01 WS-KURS-VALUTA pic x(3) value spaces.
       01 WS-KURS-DATO pic x(10) value spaces.
       01 WS-KURS pic S9(5)v9999 value 0.
       01 WS-KURS-STATUS pic XX value spaces.
       01 WS-BELOEB-NUM pic S9(13)v99 value 0.
       01 WS-BELOEB-ABS pic S9(13)v99 value 0.

       01 WS-ADJ-TIDSSTEMPEL pic x(15) value spaces.
       01 WS-ADJ-REST pic x(150) value spaces.
       01 WS-ADJ-KONTO-ID pic x(15) value spaces.
       01 WS-KF-TIDSSTEMPEL pic x(15) value spaces.
       01 WS-KF-OPERATOR pic x(10) value spaces.

       01 WS-AMOUNT-DISPLAY pic -Z(12)9.99.
       01 WS-AMOUNT-DISPLAY-2 pic -Z(12)9.99.
       01 WS-COUNT-DISPLAY pic Z(6)9.

PROCEDURE DIVISION.
       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS
       MOVE WS-TODAY-DATE(1:4) TO WS-YEAR-NUM
       MOVE WS-TODAY-DATE(6:2) TO WS-MONTH-NUM
       IF WS-MONTH-NUM = 1
           MOVE 12 TO WS-MONTH-NUM
           SUBTRACT 1 FROM WS-YEAR-NUM
       ELSE
           SUBTRACT 1 FROM WS-MONTH-NUM
       END-IF
       MOVE SPACES TO WS-MAANED
       STRING WS-YEAR-NUM "-" WS-MONTH-NUM DELIMITED BY SIZE INTO WS-MAANED

       perform LOAD-ACTIVITY-PARAMETERS
       MOVE SPACES TO WS-MAANED-YYYYMM
       STRING WS-MAANED(1:4) WS-MAANED(6:2) DELIMITED BY SIZE
           INTO WS-MAANED-YYYYMM

       perform LOAD-EMPLOYEES

       OPEN OUTPUT report-file
       MOVE SPACES TO REPORT-RECORD
       STRING "Medarbejderkonti - usaedvanlig aktivitet " WS-MAANED
              DELIMITED BY SIZE INTO REPORT-RECORD
       WRITE REPORT-RECORD
       MOVE WS-GRAENSE TO WS-AMOUNT-DISPLAY
       MOVE WS-ANTAL-GRAENSE TO WS-COUNT-DISPLAY
       MOVE SPACES TO REPORT-RECORD
       STRING "Graenser: postering " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
              " DKK, antal posteringer " FUNCTION TRIM(WS-COUNT-DISPLAY)
              DELIMITED BY SIZE INTO REPORT-RECORD
       WRITE REPORT-RECORD

       PERFORM VARYING WS-STAFF-IX FROM 1 BY 1 UNTIL WS-STAFF-IX > WS-STAFF-COUNT
           perform REPORT-ONE-EMPLOYEE
       END-PERFORM

       MOVE SPACES TO REPORT-RECORD
       WRITE REPORT-RECORD
       MOVE WS-STAFF-COUNT TO WS-COUNT-DISPLAY
       MOVE SPACES TO REPORT-RECORD
       STRING "Medarbejdere gennemgaaet: " FUNCTION TRIM(WS-COUNT-DISPLAY)
              DELIMITED BY SIZE INTO REPORT-RECORD
       WRITE REPORT-RECORD
       MOVE WS-TOTAL-FLAGGED TO WS-COUNT-DISPLAY
       MOVE SPACES TO REPORT-RECORD
       STRING "Afvigelser i alt: " FUNCTION TRIM(WS-COUNT-DISPLAY)
              DELIMITED BY SIZE INTO REPORT-RECORD
       WRITE REPORT-RECORD
       CLOSE report-file

       MOVE WS-TOTAL-FLAGGED TO WS-COUNT-DISPLAY
       DISPLAY "MedarbejderAktivitet: " FUNCTION TRIM(WS-COUNT-DISPLAY)
           " afvigelse(r) for " WS-MAANED
stop run.

       LOAD-ACTIVITY-PARAMETERS.
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
                       EVALUATE FUNCTION TRIM(WS-PARAM-NOEGLE)
                           WHEN "MAANED"
                               IF WS-PARAM-VAERDI(1:4) IS NUMERIC
                                   MOVE WS-PARAM-VAERDI(1:7) TO WS-MAANED
                               END-IF
                           WHEN "GRAENSE"
                               IF FUNCTION TEST-NUMVAL(WS-PARAM-VAERDI) = 0
                                   COMPUTE WS-GRAENSE =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               END-IF
                           WHEN "ANTAL"
                               IF FUNCTION TEST-NUMVAL(WS-PARAM-VAERDI) = 0
                                   COMPUTE WS-ANTAL-GRAENSE =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE param-file
       exit.

       LOAD-EMPLOYEES.
           OPEN INPUT operator-file
           IF WS-OPERATOR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-OPERATOR-FILE = "Y"
               READ operator-file
                   AT END
                       MOVE "Y" TO END-OF-OPERATOR-FILE
                   NOT AT END
                       MOVE SPACES TO WS-OPR-ID-TEXT
                       MOVE SPACES TO WS-OPR-NAVN-TEXT
                       MOVE SPACES TO WS-OPR-ROLLE-TEXT
                       MOVE SPACES TO WS-OPR-CPR-TEXT
                       UNSTRING OPERATOR-CSV-RECORD DELIMITED BY ","
                           INTO WS-OPR-ID-TEXT, WS-OPR-NAVN-TEXT,
                                WS-OPR-ROLLE-TEXT, WS-OPR-CPR-TEXT
                       IF WS-OPR-CPR-TEXT NOT = SPACES
                           AND WS-STAFF-COUNT < 100
                           ADD 1 TO WS-STAFF-COUNT
                           MOVE WS-OPR-ID-TEXT TO STAFF-OPERATOR(WS-STAFF-COUNT)
                           MOVE WS-OPR-NAVN-TEXT TO STAFF-NAVN(WS-STAFF-COUNT)
                           MOVE WS-OPR-CPR-TEXT TO STAFF-CPR(WS-STAFF-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE operator-file
       exit.

       REPORT-ONE-EMPLOYEE.
           MOVE 0 TO WS-KONTO-COUNT
           MOVE 0 TO WS-POST-COUNT
           MOVE 0 TO WS-SUM-IND
           MOVE 0 TO WS-SUM-UD
           MOVE 0 TO WS-FLAG-COUNT

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "== " FUNCTION TRIM(STAFF-OPERATOR(WS-STAFF-IX)) " "
                  FUNCTION TRIM(STAFF-NAVN(WS-STAFF-IX)) " (CPR "
                  FUNCTION TRIM(STAFF-CPR(WS-STAFF-IX)) ") =="
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           perform SCAN-EMPLOYEE-POSTINGS
           IF WS-POST-COUNT > WS-ANTAL-GRAENSE
               ADD 1 TO WS-FLAG-COUNT
               MOVE WS-POST-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO REPORT-RECORD
               STRING "  MANGE POSTERINGER: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                      " i maaneden"
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           perform SCAN-EMPLOYEE-ADJUSTMENTS
           perform SCAN-EMPLOYEE-CONFLICTS

           MOVE WS-POST-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-SUM-IND TO WS-AMOUNT-DISPLAY
           MOVE WS-SUM-UD TO WS-AMOUNT-DISPLAY-2
           MOVE SPACES TO REPORT-RECORD
           STRING "  Posteringer: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  ", ind: " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  ", ud: " FUNCTION TRIM(WS-AMOUNT-DISPLAY-2) " DKK"
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-FLAG-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "  Afvigelser: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD WS-FLAG-COUNT TO WS-TOTAL-FLAGGED
       exit.

      *> --- every row on the CPR; the accounts are noted whatever
      *> the date, the figures only for the month ---
       SCAN-EMPLOYEE-POSTINGS.
           OPEN INPUT transactions-file
           IF WS-TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-TRANSACTIONS-FILE
           MOVE STAFF-CPR(WS-STAFF-IX) TO CPR OF transactions-in
           START transactions-file KEY IS EQUAL TO CPR OF transactions-in
               INVALID KEY
                   MOVE "Y" TO END-OF-TRANSACTIONS-FILE
           END-START
           PERFORM UNTIL END-OF-TRANSACTIONS-FILE = "Y"
               READ transactions-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-TRANSACTIONS-FILE
                   NOT AT END
                       IF CPR OF transactions-in <> STAFF-CPR(WS-STAFF-IX)
                           MOVE "Y" TO END-OF-TRANSACTIONS-FILE
                       ELSE
                           perform NOTE-EMPLOYEE-ACCOUNT
                           IF TIDSPUNKT OF transactions-in(1:7) = WS-MAANED
                               perform COUNT-EMPLOYEE-POSTING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE transactions-file
       exit.

       NOTE-EMPLOYEE-ACCOUNT.
           MOVE "N" TO WS-KONTO-FOUND
           PERFORM VARYING WS-KONTO-IX FROM 1 BY 1 UNTIL WS-KONTO-IX > WS-KONTO-COUNT
               IF SET-KONTO-ID(WS-KONTO-IX) = KONTO-ID OF transactions-in
                   MOVE "Y" TO WS-KONTO-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-KONTO-FOUND = "N" AND WS-KONTO-COUNT < 50
               ADD 1 TO WS-KONTO-COUNT
               MOVE KONTO-ID OF transactions-in TO SET-KONTO-ID(WS-KONTO-COUNT)
           END-IF
       exit.

      *> --- DKK at the row's own date, as the research utility does ---
       COUNT-EMPLOYEE-POSTING.
           ADD 1 TO WS-POST-COUNT
           IF FUNCTION TEST-NUMVAL(BELOEB OF transactions-in) <> 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BELOEB-NUM = FUNCTION NUMVAL(BELOEB OF transactions-in)
           IF FUNCTION TRIM(VALUTA OF transactions-in) NOT = "DKK"
               AND VALUTA OF transactions-in NOT = SPACES
               MOVE VALUTA OF transactions-in TO WS-KURS-VALUTA
               MOVE TIDSPUNKT OF transactions-in(1:10) TO WS-KURS-DATO
               CALL "KursopslagDato" USING WS-KURS-VALUTA WS-KURS-DATO
                   WS-KURS WS-KURS-STATUS
               IF WS-KURS-STATUS = "00"
                   MULTIPLY WS-KURS BY WS-BELOEB-NUM
               END-IF
           END-IF
           IF WS-BELOEB-NUM < 0
               ADD WS-BELOEB-NUM TO WS-SUM-UD
               COMPUTE WS-BELOEB-ABS = 0 - WS-BELOEB-NUM
           ELSE
               ADD WS-BELOEB-NUM TO WS-SUM-IND
               MOVE WS-BELOEB-NUM TO WS-BELOEB-ABS
           END-IF
           IF WS-BELOEB-ABS >= WS-GRAENSE
               ADD 1 TO WS-FLAG-COUNT
               MOVE WS-BELOEB-NUM TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO REPORT-RECORD
               STRING "  STOR POSTERING: " TIDSPUNKT OF transactions-in(1:10)
                      " " FUNCTION TRIM(KONTO-ID OF transactions-in)
                      " " FUNCTION TRIM(TRANSAKTIONSTYPE OF transactions-in)
                      " " FUNCTION TRIM(WS-AMOUNT-DISPLAY) " DKK "
                      FUNCTION TRIM(BUTIK OF transactions-in)
                      " ref " FUNCTION TRIM(TRANS-REF OF transactions-in)
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
       exit.

      *> --- "YYYYMMDD-HHMMSS, Konto: <id>, Foer: ..." lines of the
      *> month on one of the employee's accounts ---
       SCAN-EMPLOYEE-ADJUSTMENTS.
           IF WS-KONTO-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT adjustment-log-file
           IF WS-ADJUSTMENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-ADJUSTMENT-FILE
           PERFORM UNTIL END-OF-ADJUSTMENT-FILE = "Y"
               READ adjustment-log-file
                   AT END
                       MOVE "Y" TO END-OF-ADJUSTMENT-FILE
                   NOT AT END
                       IF ADJUSTMENT-LOG-RECORD(1:6) = WS-MAANED-YYYYMM
                           MOVE SPACES TO WS-ADJ-TIDSSTEMPEL
                           MOVE SPACES TO WS-ADJ-REST
                           MOVE SPACES TO WS-ADJ-KONTO-ID
                           UNSTRING ADJUSTMENT-LOG-RECORD
                               DELIMITED BY ", Konto: "
                               INTO WS-ADJ-TIDSSTEMPEL, WS-ADJ-REST
                           UNSTRING WS-ADJ-REST DELIMITED BY ","
                               INTO WS-ADJ-KONTO-ID
                           PERFORM VARYING WS-KONTO-IX FROM 1 BY 1
                                   UNTIL WS-KONTO-IX > WS-KONTO-COUNT
                               IF SET-KONTO-ID(WS-KONTO-IX) = WS-ADJ-KONTO-ID
                                   ADD 1 TO WS-FLAG-COUNT
                                   MOVE SPACES TO REPORT-RECORD
                                   STRING "  JUSTERING: "
                                          ADJUSTMENT-LOG-RECORD(1:130)
                                          DELIMITED BY SIZE INTO REPORT-RECORD
                                   WRITE REPORT-RECORD
                                   EXIT PERFORM
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE adjustment-log-file
       exit.

      *> --- TIDSSTEMPEL,OPERATOR,... lines of the month by the
      *> employee as operator ---
       SCAN-EMPLOYEE-CONFLICTS.
           OPEN INPUT conflict-log-file
           IF WS-CONFLICT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-CONFLICT-FILE
           PERFORM UNTIL END-OF-CONFLICT-FILE = "Y"
               READ conflict-log-file
                   AT END
                       MOVE "Y" TO END-OF-CONFLICT-FILE
                   NOT AT END
                       MOVE SPACES TO WS-KF-TIDSSTEMPEL
                       MOVE SPACES TO WS-KF-OPERATOR
                       UNSTRING CONFLICT-LOG-RECORD DELIMITED BY ","
                           INTO WS-KF-TIDSSTEMPEL, WS-KF-OPERATOR
                       IF WS-KF-TIDSSTEMPEL(1:6) = WS-MAANED-YYYYMM
                           AND WS-KF-OPERATOR = STAFF-OPERATOR(WS-STAFF-IX)
                           ADD 1 TO WS-FLAG-COUNT
                           MOVE SPACES TO REPORT-RECORD
                           STRING "  INHABIL HANDLING AFVIST: "
                                  CONFLICT-LOG-RECORD(1:120)
                                  DELIMITED BY SIZE INTO REPORT-RECORD
                           WRITE REPORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE conflict-log-file
       exit.
