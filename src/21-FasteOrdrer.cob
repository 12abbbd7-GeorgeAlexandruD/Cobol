      *> intake), with a generated TRANS-REF of FO+ORDRE-ID+date, and
      *> advances NAESTE-DATO - catching up every missed occurrence.
      *> Orders for customers flagged by the statement run's CPR
      *> rejection pre-pass (WS-InvalidCpr.tmp) are skipped.
      *> Each occurrence is funds-checked first (DaekningsKontrol:
      *> balance plus facility less garnishments). An uncovered one is
      *> not generated but held in 21-Venteliste.txt and retried on
      *> the banking-day schedule of 141-GenforsoegParam.txt; after the
      *> last retry it is failed into 141-FejledeBetalinger.txt and the
      *> customer gets a BETALINGFEJL letter via 43-BrevTriggere.txt.
      *> Held lines: ORDRE-ID,CPR,KONTO-ID,REG-NR,BELOEB,VALUTA,
      *> FORFALD,MODTAGER,FORSOEG,NAESTE-FORSOEG. ---

environment division.
input-output section.
           record key is BO-CPR
           file status is WS-ESTATE-INDEX-STATUS.

      *> --- payments waiting for funds, rebuilt in the work file and
      *> copied back once the run is through ---
       select hold-file assign to "21-Venteliste.txt"
           organization line sequential
           file status is WS-HOLD-STATUS.

       select hold-work-file assign to "WS-FoVenteliste.tmp"
           organization line sequential.

       select failed-file assign to "141-FejledeBetalinger.txt"
           organization line sequential
           file status is WS-FAILED-STATUS.

       select trigger-file assign to "43-BrevTriggere.txt"
           organization line sequential
           file status is WS-TRIGGER-STATUS.

data division.
file section.
FD orders-file.
       01 ESTATE-INDEX-RECORD.
           05 BO-CPR pic x(15).

FD hold-file.
       01 HOLD-RECORD pic x(150).

FD hold-work-file.
       01 HOLD-WORK-RECORD pic x(150).

FD failed-file.
       01 FAILED-RECORD pic x(150).

FD trigger-file.
       01 TRIGGER-RECORD pic x(80).

WORKING-STORAGE SECTION.
       01 WS-ORDERS-STATUS pic XX value spaces.
       01 WS-INVALID-CPR-STATUS pic XX value spaces.
       01 WS-ORDRE-MODTAGER pic x(15) value spaces.

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.

      *> --- date arithmetic for advancing NAESTE-DATO ---
       01 WS-DATE-YYYYMMDD pic 9(8).

       01 WS-GENERATED-COUNT pic 9(7) value 0.
       01 WS-SKIPPED-COUNT pic 9(7) value 0.

      *> --- funds check, hold and retry state ---
       01 WS-HOLD-STATUS pic XX value spaces.
       01 WS-FAILED-STATUS pic XX value spaces.
       01 WS-TRIGGER-STATUS pic XX value spaces.
       01 END-OF-HOLD-FILE pic x value "N".
       01 WS-VENT-FORSOEG-TEXT pic x(2) value spaces.
       01 WS-VENT-NAESTE pic x(10) value spaces.
       01 WS-FORSOEG pic 9(2) value 0.
       01 WS-FORSOEG-DISPLAY pic Z9.
       01 WS-DK-MODE pic x value space.
       01 WS-DK-KONTO-ID pic x(15) value spaces.
       01 WS-DK-BELOEB pic S9(13)v99 value 0.
       01 WS-DK-VALUTA pic x(3) value spaces.
       01 WS-DK-DATO pic x(10) value spaces.
       01 WS-DK-FORSOEG pic 9(2) value 0.
       01 WS-DK-SVAR-DATO pic x(10) value spaces.
       01 WS-DK-KUNDE-ID pic x(10) value spaces.
       01 WS-DK-STATUS pic XX value spaces.
       01 WS-BELOEB-DISPLAY pic -(12)9.99.
       01 WS-HELD-COUNT pic 9(7) value 0.
       01 WS-RETRIED-COUNT pic 9(7) value 0.
       01 WS-FAILED-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

PROCEDURE DIVISION.

       perform LOAD-ESTATE-REGISTER

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still posts under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       OPEN OUTPUT hold-work-file
       OPEN EXTEND failed-file
       IF WS-FAILED-STATUS = "35"
           OPEN OUTPUT failed-file
       END-IF
       OPEN EXTEND trigger-file
       IF WS-TRIGGER-STATUS = "35"
           OPEN OUTPUT trigger-file
       END-IF

       *> yesterday's held payments are retried before today's
       *> occurrences take the money
       perform RETRY-HELD-PAYMENTS

       perform UNTIL END-OF-ORDERS-FILE = "Y"
           read orders-file
       close generated-file
       close report-file
       close estate-index-file
       close hold-work-file
       close failed-file
       close trigger-file
       IF WS-INVALID-CPR-AVAILABLE = "Y"
           close invalid-cpr-file
       END-IF

       perform COPY-BACK-HOLD-LIST

      *> the advanced register replaces the old one next run: operators
      *> swap 21-FasteOrdrer.new over 21-FasteOrdrer.txt after the batch
stop run.
       GENERATE-DUE-OCCURRENCES.
           PERFORM UNTIL WS-ORDRE-NAESTE > WS-TODAY-DATE
               OR (WS-ORDRE-SLUT NOT = SPACES AND WS-ORDRE-NAESTE > WS-ORDRE-SLUT)
               PERFORM CHECK-FUNDS
               IF WS-DK-STATUS = "51"
                   MOVE 0 TO WS-FORSOEG
                   PERFORM HOLD-OR-FAIL-PAYMENT
               ELSE
                   PERFORM EMIT-ONE-TRANSACTION
               END-IF
               PERFORM ADVANCE-NEXT-DUE-DATE
           END-PERFORM
       exit.

      *> --- the occurrence in WS-ORDRE-* against the account's
      *> available funds; a covered one is reserved for this run ---
       CHECK-FUNDS.
           MOVE "D" TO WS-DK-MODE
           MOVE WS-ORDRE-KONTO-ID TO WS-DK-KONTO-ID
           MOVE 0 TO WS-DK-BELOEB
           IF FUNCTION TEST-NUMVAL(WS-ORDRE-BELOEB) = 0
               COMPUTE WS-DK-BELOEB =
                   FUNCTION ABS(FUNCTION NUMVAL(WS-ORDRE-BELOEB))
           END-IF
           MOVE WS-ORDRE-VALUTA TO WS-DK-VALUTA
           MOVE WS-TODAY-DATE TO WS-DK-DATO
           CALL "DaekningsKontrol" USING WS-DK-MODE WS-DK-KONTO-ID
               WS-DK-BELOEB WS-DK-VALUTA WS-DK-DATO WS-DK-FORSOEG
               WS-DK-SVAR-DATO WS-DK-KUNDE-ID WS-DK-STATUS
       exit.

      *> --- WS-FORSOEG retries already made; the next one is looked
      *> up on the schedule, and when there is none the payment fails ---
       HOLD-OR-FAIL-PAYMENT.
           MOVE "F" TO WS-DK-MODE
           MOVE WS-ORDRE-NAESTE TO WS-DK-DATO
           COMPUTE WS-DK-FORSOEG = WS-FORSOEG + 1
           CALL "DaekningsKontrol" USING WS-DK-MODE WS-DK-KONTO-ID
               WS-DK-BELOEB WS-DK-VALUTA WS-DK-DATO WS-DK-FORSOEG
               WS-DK-SVAR-DATO WS-DK-KUNDE-ID WS-DK-STATUS
           IF WS-DK-STATUS = "00"
               MOVE WS-DK-FORSOEG TO WS-FORSOEG
               MOVE WS-DK-SVAR-DATO TO WS-VENT-NAESTE
               PERFORM WRITE-HOLD-LINE
               ADD 1 TO WS-HELD-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "Afventer daekning - Ordre: "
                      FUNCTION TRIM(WS-ORDRE-ID)
                      ", forfald " WS-ORDRE-NAESTE
                      ", genforsoeg " WS-VENT-NAESTE
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               PERFORM FAIL-PAYMENT
           END-IF
       exit.

       WRITE-HOLD-LINE.
           MOVE WS-FORSOEG TO WS-VENT-FORSOEG-TEXT
           MOVE SPACES TO HOLD-WORK-RECORD
           STRING FUNCTION TRIM(WS-ORDRE-ID) ","
                  FUNCTION TRIM(WS-ORDRE-CPR) ","
                  FUNCTION TRIM(WS-ORDRE-KONTO-ID) ","
                  FUNCTION TRIM(WS-ORDRE-REG-NR) ","
                  FUNCTION TRIM(WS-ORDRE-BELOEB) ","
                  FUNCTION TRIM(WS-ORDRE-VALUTA) ","
                  WS-ORDRE-NAESTE ","
                  FUNCTION TRIM(WS-ORDRE-MODTAGER) ","
                  WS-VENT-FORSOEG-TEXT ","
                  WS-VENT-NAESTE
                  DELIMITED BY SIZE INTO HOLD-WORK-RECORD
           WRITE HOLD-WORK-RECORD
       exit.

      *> --- the schedule is used up: the payment is failed for the
      *> daily report and the customer is told by letter ---
       FAIL-PAYMENT.
           ADD 1 TO WS-FAILED-COUNT
           MOVE WS-FORSOEG TO WS-FORSOEG-DISPLAY
           MOVE SPACES TO FAILED-RECORD
           STRING WS-TODAY-DATE ",FO,FO"
                  FUNCTION TRIM(WS-ORDRE-ID)
                  WS-ORDRE-NAESTE(1:4) WS-ORDRE-NAESTE(6:2)
                  WS-ORDRE-NAESTE(9:2) ","
                  FUNCTION TRIM(WS-ORDRE-CPR) ","
                  FUNCTION TRIM(WS-ORDRE-KONTO-ID) ","
                  FUNCTION TRIM(WS-ORDRE-BELOEB) ","
                  FUNCTION TRIM(WS-ORDRE-VALUTA) ","
                  WS-ORDRE-NAESTE ","
                  FUNCTION TRIM(WS-FORSOEG-DISPLAY) ","
                  FUNCTION TRIM(WS-ORDRE-MODTAGER)
                  DELIMITED BY SIZE INTO FAILED-RECORD
           WRITE FAILED-RECORD

           IF WS-DK-KUNDE-ID NOT = SPACES
               COMPUTE WS-BELOEB-DISPLAY = 0 - WS-DK-BELOEB
               MOVE SPACES TO TRIGGER-RECORD
               STRING "BETALINGFEJL,"
                      FUNCTION TRIM(WS-DK-KUNDE-ID) ","
                      FUNCTION TRIM(WS-ORDRE-KONTO-ID) ","
                      FUNCTION TRIM(WS-BELOEB-DISPLAY) ","
                      WS-TODAY-DATE
                      DELIMITED BY SIZE INTO TRIGGER-RECORD
               WRITE TRIGGER-RECORD
           END-IF

           MOVE SPACES TO REPORT-RECORD
           STRING "Fejlet (manglende daekning) - Ordre: "
                  FUNCTION TRIM(WS-ORDRE-ID)
                  ", forfald " WS-ORDRE-NAESTE
                  ", genforsoeg " FUNCTION TRIM(WS-FORSOEG-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

      *> --- a held payment due for retry is checked again: covered it
      *> is generated under its original date and reference, not
      *> covered it moves to the next retry or fails; one not yet due
      *> (or for an estate) waits unchanged ---
       RETRY-HELD-PAYMENTS.
           OPEN INPUT hold-file
           IF WS-HOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-HOLD-FILE = "Y"
               READ hold-file
                   AT END
                       MOVE "Y" TO END-OF-HOLD-FILE
                   NOT AT END
                       IF HOLD-RECORD NOT = SPACES
                           PERFORM RETRY-ONE-HELD-PAYMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE hold-file
       exit.

       RETRY-ONE-HELD-PAYMENT.
           MOVE SPACES TO WS-ORDRE-ID
           MOVE SPACES TO WS-ORDRE-CPR
           MOVE SPACES TO WS-ORDRE-KONTO-ID
           MOVE SPACES TO WS-ORDRE-REG-NR
           MOVE SPACES TO WS-ORDRE-BELOEB
           MOVE SPACES TO WS-ORDRE-VALUTA
           MOVE SPACES TO WS-ORDRE-NAESTE
           MOVE SPACES TO WS-ORDRE-MODTAGER
           MOVE SPACES TO WS-VENT-FORSOEG-TEXT
           MOVE SPACES TO WS-VENT-NAESTE
           UNSTRING HOLD-RECORD DELIMITED BY ","
               INTO WS-ORDRE-ID, WS-ORDRE-CPR, WS-ORDRE-KONTO-ID,
                    WS-ORDRE-REG-NR, WS-ORDRE-BELOEB, WS-ORDRE-VALUTA,
                    WS-ORDRE-NAESTE, WS-ORDRE-MODTAGER,
                    WS-VENT-FORSOEG-TEXT, WS-VENT-NAESTE
           MOVE 0 TO WS-FORSOEG
           IF FUNCTION TEST-NUMVAL(WS-VENT-FORSOEG-TEXT) = 0
               COMPUTE WS-FORSOEG = FUNCTION NUMVAL(WS-VENT-FORSOEG-TEXT)
           END-IF

           PERFORM CHECK-CPR-ESTATE
           IF WS-VENT-NAESTE > WS-TODAY-DATE OR WS-CPR-ESTATE = "Y"
               MOVE HOLD-RECORD TO HOLD-WORK-RECORD
               WRITE HOLD-WORK-RECORD
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-FUNDS
           IF WS-DK-STATUS = "51"
               PERFORM HOLD-OR-FAIL-PAYMENT
           ELSE
               PERFORM EMIT-ONE-TRANSACTION
               ADD 1 TO WS-RETRIED-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "Gennemfoert ved genforsoeg - Ordre: "
                      FUNCTION TRIM(WS-ORDRE-ID)
                      ", forfald " WS-ORDRE-NAESTE
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
       exit.

      *> --- the rebuilt hold list replaces the old one ---
       COPY-BACK-HOLD-LIST.
           OPEN INPUT hold-work-file
           OPEN OUTPUT hold-file
           MOVE "N" TO END-OF-HOLD-FILE
           PERFORM UNTIL END-OF-HOLD-FILE = "Y"
               READ hold-work-file
                   AT END
                       MOVE "Y" TO END-OF-HOLD-FILE
                   NOT AT END
                       MOVE HOLD-WORK-RECORD TO HOLD-RECORD
                       WRITE HOLD-RECORD
               END-READ
           END-PERFORM
           CLOSE hold-work-file
           CLOSE hold-file
       exit.

       EMIT-ONE-TRANSACTION.
           MOVE SPACES TO generated-out
           MOVE WS-ORDRE-CPR TO CPR OF generated-out
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY
           STRING "Afventer daekning: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-RETRIED-COUNT TO WS-COUNT-DISPLAY
           STRING "Gennemfoert ved genforsoeg: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY
           STRING "Fejlet efter sidste genforsoeg: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
