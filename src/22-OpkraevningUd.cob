      *> today: CPR, KONTO-ID, amount, currency, due date, the
      *> FO+ORDRE-ID+date reference the posting will carry, and the
      *> collecting merchant. The register itself is not touched -
      *> advancing NAESTE-DATO stays the generator's job. The file is
      *> sealed (IntegritetsSegl) for the receiver to verify.
      *> Each collection is funds-checked first (DaekningsKontrol). An
      *> uncovered one is held in 22-Venteliste.txt (the standing-order
      *> hold layout) and retried on the banking-day schedule of
      *> 141-GenforsoegParam.txt; after the last retry it is failed
      *> into 141-FejledeBetalinger.txt, the payer gets a BETALINGFEJL
      *> letter via 43-BrevTriggere.txt, and the collection goes back
      *> to the creditor in the return format (TRANS-REF,AARSAG) in
      *> 22-KreditorRetur.txt, sealed like the collection file. ---

environment division.
input-output section.
           record key is BO-CPR
           file status is WS-ESTATE-INDEX-STATUS.

      *> --- collections waiting for funds, rebuilt in the work file
      *> and copied back once the run is through; the held references
      *> are keyed so a collection still due in the register is not
      *> held twice ---
       select hold-file assign to "22-Venteliste.txt"
           organization line sequential
           file status is WS-HOLD-STATUS.

       select hold-work-file assign to "WS-OpkrVenteliste.tmp"
           organization line sequential.

       select hold-index-file assign to "WS-OpkrVenteRef.tmp"
           organization is indexed
           access mode is dynamic
           record key is VENT-TRANS-REF
           file status is WS-HOLD-INDEX-STATUS.

       select failed-file assign to "141-FejledeBetalinger.txt"
           organization line sequential
           file status is WS-FAILED-STATUS.

       select trigger-file assign to "43-BrevTriggere.txt"
           organization line sequential
           file status is WS-TRIGGER-STATUS.

       select creditor-return-file assign to "22-KreditorRetur.txt"
           organization line sequential
           file status is WS-CREDITOR-STATUS.

data division.
file section.
FD orders-file.
       01 ESTATE-INDEX-RECORD.
           05 BO-CPR pic x(15).

FD hold-file.
       01 HOLD-RECORD pic x(150).

FD hold-work-file.
       01 HOLD-WORK-RECORD pic x(150).

FD hold-index-file.
       01 HOLD-INDEX-RECORD.
           05 VENT-TRANS-REF pic x(20).

FD failed-file.
       01 FAILED-RECORD pic x(150).

FD trigger-file.
       01 TRIGGER-RECORD pic x(80).

FD creditor-return-file.
       01 CREDITOR-RETURN-RECORD pic x(100).

WORKING-STORAGE SECTION.
       01 WS-ORDERS-STATUS pic XX value spaces.
       01 END-OF-ORDERS-FILE pic x value "N".
       01 WS-ORDRE-MODTAGER pic x(15) value spaces.

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-EXPORT-COUNT pic 9(7) value 0.
       01 WS-STOPPED-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.
       01 WS-BO-DATO-TEXT pic x(10) value spaces.
       01 WS-BO-STATUS-TEXT pic x(8) value spaces.

      *> --- integrity seal on the outbound file, for the receiver
      *> to verify with the key agreed with them ---
       01 WS-SEGL-MODE pic x value space.
       01 WS-SEGL-FILNAVN pic x(40) value spaces.
       01 WS-SEGL-STATUS pic XX value spaces.
       01 WS-RETUR-SEGL-STATUS pic XX value spaces.

      *> --- funds check, hold and retry state ---
       01 WS-HOLD-STATUS pic XX value spaces.
       01 WS-HOLD-INDEX-STATUS pic XX value spaces.
       01 WS-FAILED-STATUS pic XX value spaces.
       01 WS-TRIGGER-STATUS pic XX value spaces.
       01 WS-CREDITOR-STATUS pic XX value spaces.
       01 END-OF-HOLD-FILE pic x value "N".
       01 WS-TRANS-REF pic x(20) value spaces.
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

PROCEDURE DIVISION.
       OPEN INPUT orders-file
       IF WS-ORDERS-STATUS = "35"

       perform LOAD-ESTATE-REGISTER

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still posts under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       OPEN OUTPUT hold-work-file
       OPEN OUTPUT hold-index-file
       CLOSE hold-index-file
       OPEN I-O hold-index-file
       OPEN EXTEND failed-file
       IF WS-FAILED-STATUS = "35"
           OPEN OUTPUT failed-file
       END-IF
       OPEN EXTEND trigger-file
       IF WS-TRIGGER-STATUS = "35"
           OPEN OUTPUT trigger-file
       END-IF
       *> the creditor's return file is proven before it grows
       MOVE "A" TO WS-SEGL-MODE
       MOVE "22-KreditorRetur.txt" TO WS-SEGL-FILNAVN
       CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
           WS-RETUR-SEGL-STATUS
       OPEN EXTEND creditor-return-file
       IF WS-CREDITOR-STATUS = "35"
           OPEN OUTPUT creditor-return-file
       END-IF

       *> yesterday's held collections are retried before today's
       *> take the money
       perform RETRY-HELD-COLLECTIONS

       perform UNTIL END-OF-ORDERS-FILE = "Y"
           read orders-file

       close orders-file
       close collection-file
       MOVE "S" TO WS-SEGL-MODE
       MOVE "22-OpkraevningUd.txt" TO WS-SEGL-FILNAVN
       CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
           WS-SEGL-STATUS
       IF WS-SEGL-STATUS NOT = "00"
           DISPLAY "OpkraevningUd: " FUNCTION TRIM(WS-SEGL-FILNAVN)
               " kunne ikke forsegles - se 140-SeglLog.txt"
       END-IF
       close estate-index-file
       close hold-work-file
       close hold-index-file
       close failed-file
       close trigger-file
       close creditor-return-file
       IF WS-RETUR-SEGL-STATUS = "00"
           MOVE "S" TO WS-SEGL-MODE
           MOVE "22-KreditorRetur.txt" TO WS-SEGL-FILNAVN
           CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
               WS-RETUR-SEGL-STATUS
       END-IF
       IF WS-RETUR-SEGL-STATUS NOT = "00"
           DISPLAY "OpkraevningUd: 22-KreditorRetur.txt"
               " kunne ikke forsegles - se 140-SeglLog.txt"
       END-IF

       perform COPY-BACK-HOLD-LIST

       MOVE WS-EXPORT-COUNT TO WS-COUNT-DISPLAY
       DISPLAY "OpkraevningUd: " FUNCTION TRIM(WS-COUNT-DISPLAY)
       MOVE WS-STOPPED-COUNT TO WS-COUNT-DISPLAY
       DISPLAY "OpkraevningUd: " FUNCTION TRIM(WS-COUNT-DISPLAY)
           " stoppet (doedsbo)"
       MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY
       DISPLAY "OpkraevningUd: " FUNCTION TRIM(WS-COUNT-DISPLAY)
           " afventer daekning (22-Venteliste.txt)"
       MOVE WS-RETRIED-COUNT TO WS-COUNT-DISPLAY
       DISPLAY "OpkraevningUd: " FUNCTION TRIM(WS-COUNT-DISPLAY)
           " gennemfoert ved genforsoeg"
       MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY
       DISPLAY "OpkraevningUd: " FUNCTION TRIM(WS-COUNT-DISPLAY)
           " fejlet og returneret til kreditor"
stop run.

      *> --- optional estate register; only AKTIV estates stop ---

           IF WS-ORDRE-NAESTE <= WS-TODAY-DATE
               AND (WS-ORDRE-SLUT = SPACES OR WS-ORDRE-NAESTE <= WS-ORDRE-SLUT)
               PERFORM BUILD-TRANS-REF
               MOVE WS-TRANS-REF TO VENT-TRANS-REF
               READ hold-index-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EXIT PARAGRAPH
               END-READ
               PERFORM CHECK-FUNDS
               IF WS-DK-STATUS = "51"
                   MOVE 0 TO WS-FORSOEG
                   PERFORM HOLD-OR-FAIL-COLLECTION
               ELSE
                   PERFORM WRITE-COLLECTION
               END-IF
           END-IF
       exit.

       BUILD-TRANS-REF.
           MOVE SPACES TO WS-TRANS-REF
           STRING "FO" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ORDRE-ID) DELIMITED BY SIZE
                  WS-ORDRE-NAESTE(1:4) DELIMITED BY SIZE
                  WS-ORDRE-NAESTE(6:2) DELIMITED BY SIZE
                  WS-ORDRE-NAESTE(9:2) DELIMITED BY SIZE
                  INTO WS-TRANS-REF
       exit.

       WRITE-COLLECTION.
           MOVE SPACES TO COLLECTION-RECORD
           MOVE WS-ORDRE-CPR TO OPKR-CPR
           MOVE WS-ORDRE-KONTO-ID TO OPKR-KONTO-ID
           MOVE WS-ORDRE-BELOEB TO OPKR-BELOEB
           MOVE WS-ORDRE-VALUTA TO OPKR-VALUTA
           MOVE WS-ORDRE-NAESTE TO OPKR-FORFALD
           MOVE WS-TRANS-REF TO OPKR-TRANS-REF
           MOVE WS-ORDRE-MODTAGER TO OPKR-BUTIK
           WRITE COLLECTION-RECORD
           ADD 1 TO WS-EXPORT-COUNT
       exit.

      *> --- the collection in WS-ORDRE-* against the payer's
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
      *> up on the schedule, and when there is none the collection
      *> fails ---
       HOLD-OR-FAIL-COLLECTION.
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
           ELSE
               PERFORM FAIL-COLLECTION
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

      *> --- the schedule is used up: failed for the daily report,
      *> the payer told by letter, the creditor told by return ---
       FAIL-COLLECTION.
           ADD 1 TO WS-FAILED-COUNT
           MOVE WS-FORSOEG TO WS-FORSOEG-DISPLAY
           MOVE SPACES TO FAILED-RECORD
           STRING WS-TODAY-DATE ",OPKR,"
                  FUNCTION TRIM(WS-TRANS-REF) ","
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

           MOVE SPACES TO CREDITOR-RETURN-RECORD
           STRING FUNCTION TRIM(WS-TRANS-REF) ","
                  "manglende daekning"
                  DELIMITED BY SIZE INTO CREDITOR-RETURN-RECORD
           WRITE CREDITOR-RETURN-RECORD
       exit.

      *> --- a held collection due for retry is checked again:
      *> covered it is exported under its original due date and
      *> reference, not covered it moves on or fails; one not yet due
      *> (or for an estate) waits unchanged ---
       RETRY-HELD-COLLECTIONS.
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
                           PERFORM RETRY-ONE-HELD-COLLECTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE hold-file
       exit.

       RETRY-ONE-HELD-COLLECTION.
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
           PERFORM BUILD-TRANS-REF
           MOVE WS-TRANS-REF TO VENT-TRANS-REF
           WRITE HOLD-INDEX-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           MOVE "N" TO WS-CPR-ESTATE
           MOVE WS-ORDRE-CPR TO BO-CPR
           READ estate-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-CPR-ESTATE
           END-READ
           IF WS-VENT-NAESTE > WS-TODAY-DATE OR WS-CPR-ESTATE = "Y"
               MOVE HOLD-RECORD TO HOLD-WORK-RECORD
               WRITE HOLD-WORK-RECORD
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-FUNDS
           IF WS-DK-STATUS = "51"
               PERFORM HOLD-OR-FAIL-COLLECTION
           ELSE
               PERFORM WRITE-COLLECTION
               ADD 1 TO WS-RETRIED-COUNT
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
