      *>   10-BeloebExceptions.txt, 10-FortegnExceptions.txt,
      *>   7-KundeData-rejects.txt, 16-IndlaesRapport.txt (Afvist
      *>   lines), 41-IndeksRapport.txt (FEJL lines), 10-Suspense.txt
      *>   (open items), FAILED rows in 12-RunKontrol.txt and the
      *>   day's FEJL lines in the integrity-seal log 140-SeglLog.txt
      *> and consolidates the day's counts into the incident register
      *> 79-HaendelsesRegister.txt (DATO,KILDE,ANTAL,SEVERITET).
      *> Severity: INFO below the warning threshold, ADVARSEL at or
      *> above it, KRITISK at or above the critical threshold
      *> (79-HaendelsesParam.txt: ADVARSEL,KRITISK - defaults 1 and
      *> 25); run-control FAILED rows and seal failures (a file
      *> edited after sealing, or a feed without a valid seal) are
      *> always KRITISK. The operator console's incident view reads
      *> the register. ---

environment division.
input-output section.
           organization line sequential
           file status is WS-RUN-CONTROL-STATUS.

       select seal-log-file assign to "140-SeglLog.txt"
           organization line sequential
           file status is WS-SEAL-LOG-STATUS.

       select register-file assign to "79-HaendelsesRegister.txt"
           organization line sequential
           file status is WS-REGISTER-STATUS.
FD run-control-file.
       01 RUN-CONTROL-RECORD pic x(40).

FD seal-log-file.
       01 SEAL-LOG-RECORD pic x(150).

FD register-file.
       01 REGISTER-RECORD pic x(90).

       01 WS-SUSPENSE-STATUS pic XX value spaces.
       01 WS-RUN-CONTROL-STATUS pic XX value spaces.
       01 WS-REGISTER-STATUS pic XX value spaces.
       01 WS-SEAL-LOG-STATUS pic XX value spaces.

       01 END-OF-SCAN-FILE pic x value "N".
       01 END-OF-SUSPENSE-FILE pic x value "N".
       01 END-OF-RUN-CONTROL-FILE pic x value "N".
       01 END-OF-SEAL-LOG-FILE pic x value "N".

       01 WS-SCAN-FILENAME pic x(40) value spaces.
       01 WS-FILTER-TEXT pic x(10) value spaces.

       01 WS-SEVERITET pic x(8) value spaces.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.

       01 WS-RC-DATE pic x(10) value spaces.
       01 WS-RC-STEP pic x(14) value spaces.
       01 WS-RC-STATUS pic x(8) value spaces.
       01 WS-FAILED-COUNT pic 9(5) value 0.

       01 WS-SL-DATE pic x(10) value spaces.
       01 WS-SL-TIME pic x(8) value spaces.
       01 WS-SL-MODE pic x(1) value spaces.
       01 WS-SL-FILNAVN pic x(40) value spaces.
       01 WS-SL-RESULTAT pic x(4) value spaces.
       01 WS-SEAL-FAILED-COUNT pic 9(5) value 0.

       01 WS-INCIDENT-COUNT pic 9(5) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

PROCEDURE DIVISION.
       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       perform LOAD-THRESHOLDS


       perform COUNT-SUSPENSE-ITEMS
       perform COUNT-FAILED-STEPS
       perform COUNT-SEAL-FAILURES

       close register-file

               WRITE REGISTER-RECORD
           END-IF
       exit.

      *> --- a seal failure means a handoff cannot be trusted; the
      *> day's failures are always critical ---
       COUNT-SEAL-FAILURES.
           MOVE 0 TO WS-SEAL-FAILED-COUNT
           OPEN INPUT seal-log-file
           IF WS-SEAL-LOG-STATUS = "00"
               PERFORM UNTIL END-OF-SEAL-LOG-FILE = "Y"
                   READ seal-log-file
                       AT END
                           MOVE "Y" TO END-OF-SEAL-LOG-FILE
                       NOT AT END
                           MOVE SPACES TO WS-SL-DATE
                           MOVE SPACES TO WS-SL-RESULTAT
                           UNSTRING SEAL-LOG-RECORD DELIMITED BY ";"
                               INTO WS-SL-DATE, WS-SL-TIME, WS-SL-MODE,
                                    WS-SL-FILNAVN, WS-SL-RESULTAT
                           IF WS-SL-DATE = WS-TODAY-DATE
                               AND FUNCTION TRIM(WS-SL-RESULTAT) = "FEJL"
                               ADD 1 TO WS-SEAL-FAILED-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE seal-log-file
           END-IF
           IF WS-SEAL-FAILED-COUNT > 0
               ADD 1 TO WS-INCIDENT-COUNT
               MOVE SPACES TO REGISTER-RECORD
               STRING WS-TODAY-DATE ",140-SeglLog.txt,"
                      FUNCTION TRIM(WS-SEAL-FAILED-COUNT) ",KRITISK"
                      DELIMITED BY SIZE INTO REGISTER-RECORD
               WRITE REGISTER-RECORD
           END-IF
       exit.
