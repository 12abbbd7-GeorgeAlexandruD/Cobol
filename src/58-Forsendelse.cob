      *>      58-ForsendelsesRegister.txt (FILNAVN,DATO,ANTAL,SUM,
      *>      STATUS,KVITTERET-DATO) - the fixed set
      *>      23-Camt053Eksport.txt, 34-ButikAfregning.txt,
      *>      25-SkatIndberetning.txt, 22-OpkraevningUd.txt,
      *>      44-HovedbogPostering.txt plus one
      *>      20-Afregning-<REGNR>.txt per bank in 10-Banker.txt; the
      *>      record count is counted here, the control total taken
      *>      from the file's .ctl companion when one exists, and the
      *>      producer's integrity seal verified (IntegritetsSegl) - a
      *>      file whose seal is missing or does not verify registers
      *>      as SEGLFEJL instead of AFSENDT and must not go out,
      *>   2. matches receiver acknowledgments from
      *>      58-Kvitteringer.txt (FILNAVN,DATO,OK/FEJL) against the
      *>      register,
      *>   3. reports everything still unacknowledged past the
      *>      deadline (58-ForsendelsesParam.txt, default 1 day) and
      *>      every SEGLFEJL file in 58-ForsendelsesRapport.txt. ---

environment division.
input-output section.
       01 WS-OUTBOUND-FILENAME pic x(50) value spaces.
       01 WS-DEADLINE-DAYS pic 9(3) value 1.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-DEADLINE-DATE pic x(10) value spaces.
       01 WS-DATE-YYYYMMDD pic 9(8).
       01 WS-DATE-INTEGER pic 9(8) comp.
       01 WS-CTL-SUM pic S9(15)v99 value 0.
       01 WS-CTL-STATUS pic XX value spaces.

      *> --- the producer's integrity seal, verified at handoff ---
       01 WS-SEGL-MODE pic x value space.
       01 WS-SEGL-FILNAVN pic x(40) value spaces.
       01 WS-SEGL-STATUS pic XX value spaces.
       01 WS-SEAL-FAILED-COUNT pic 9(7) value 0.

      *> --- register CSV fields ---
       01 WS-REG-FILNAVN pic x(40) value spaces.
       01 WS-REG-DATO pic x(10) value spaces.
       01 WS-COUNT-DISPLAY pic Z(8)9.

PROCEDURE DIVISION.
       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still posts under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       perform LOAD-DEADLINE-PARAMETER
       perform LOAD-REGISTER
               CLOSE param-file
           END-IF

           MOVE WS-TODAY-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4)
           MOVE WS-TODAY-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2)
           MOVE WS-TODAY-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2)
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
               - WS-DEADLINE-DAYS
           perform REGISTER-ONE-OUTBOUND-FILE
           MOVE "22-OpkraevningUd.txt" TO WS-OUTBOUND-FILENAME
           perform REGISTER-ONE-OUTBOUND-FILE
           MOVE "44-HovedbogPostering.txt" TO WS-OUTBOUND-FILENAME
           perform REGISTER-ONE-OUTBOUND-FILE
       exit.

      *> --- one clearing file per bank in the bank master ---
               MOVE 0 TO WS-CTL-SUM
           END-IF

           *> the seal must still match what the producer wrote; the
           *> failure itself is logged for the incident register
           MOVE "V" TO WS-SEGL-MODE
           MOVE WS-OUTBOUND-FILENAME TO WS-SEGL-FILNAVN
           CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
               WS-SEGL-STATUS

           MOVE WS-OUTBOUND-FILENAME TO FORS-FILNAVN
           MOVE WS-TODAY-DATE TO FORS-DATO
           MOVE WS-ROW-COUNT TO FORS-ANTAL
           MOVE WS-CTL-SUM TO FORS-SUM
           IF WS-SEGL-STATUS = "00"
               MOVE "AFSENDT" TO FORS-FIL-STATUS
           ELSE
               MOVE "SEGLFEJL" TO FORS-FIL-STATUS
           END-IF
           MOVE SPACES TO FORS-KVITTERET
           WRITE REGISTER-INDEX-RECORD
               INVALID KEY
      *> --- everything still AFSENDT past the deadline escalates ---
       WRITE-OPEN-ITEMS-REPORT.
           OPEN OUTPUT report-file
           MOVE "Ukvitterede forsendelser og seglfejl:" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-SCAN
                   NOT AT END
                       IF FORS-FIL-STATUS = "SEGLFEJL"
                           ADD 1 TO WS-SEAL-FAILED-COUNT
                           MOVE SPACES TO REPORT-RECORD
                           STRING FUNCTION TRIM(FORS-FILNAVN)
                                      DELIMITED BY SIZE
                                  " af " DELIMITED BY SIZE
                                  FORS-DATO DELIMITED BY SIZE
                                  ": SEGLET MANGLER ELLER PASSER IKKE"
                                      DELIMITED BY SIZE
                                  " - maa ikke afsendes"
                                      DELIMITED BY SIZE
                                  INTO REPORT-RECORD
                           WRITE REPORT-RECORD
                       END-IF
                       IF FORS-FIL-STATUS = "AFSENDT"
                           ADD 1 TO WS-OPEN-COUNT
                           MOVE SPACES TO REPORT-RECORD
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-SEAL-FAILED-COUNT TO WS-COUNT-DISPLAY
           STRING "Med seglfejl: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE report-file
       exit.
