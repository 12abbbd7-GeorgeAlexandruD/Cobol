identification division.
       program-id. BetalingsFejlRapport.

      *> --- Daily failed-payments report. Lists the standing orders
      *> and collections the generators failed on the business date
      *> for want of funds (141-FejledeBetalinger.txt lines
      *> DATO,KILDE,TRANS-REF,CPR,KONTO-ID,BELOEB,VALUTA,FORFALD,
      *> FORSOEG,MODTAGER - KILDE FO for standing orders, OPKR for
      *> collections returned to the creditor), then every payment
      *> still held for a retry in 21-Venteliste.txt and
      *> 22-Venteliste.txt with its next retry date, so customer
      *> service can call before the last attempt. Written to
      *> 141-BetalingsFejlRapport.txt. ---

environment division.
input-output section.
file-control.
       select failed-file assign to "141-FejledeBetalinger.txt"
           organization line sequential
           file status is WS-FAILED-STATUS.

       select hold-file assign to WS-HOLD-FILENAME
           organization line sequential
           file status is WS-HOLD-STATUS.

       select report-file assign to "141-BetalingsFejlRapport.txt"
           organization line sequential.

data division.
file section.
FD failed-file.
       01 FAILED-RECORD pic x(150).

FD hold-file.
       01 HOLD-RECORD pic x(150).

FD report-file.
       01 REPORT-RECORD pic x(130).

WORKING-STORAGE SECTION.
       01 WS-FAILED-STATUS pic XX value spaces.
       01 WS-HOLD-STATUS pic XX value spaces.
       01 WS-HOLD-FILENAME pic x(40) value spaces.
       01 WS-HOLD-KILDE pic x(4) value spaces.
       01 END-OF-FAILED-FILE pic x value "N".
       01 END-OF-HOLD-FILE pic x value "N".

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.

       01 WS-F-DATO pic x(10) value spaces.
       01 WS-F-KILDE pic x(4) value spaces.
       01 WS-F-TRANS-REF pic x(20) value spaces.
       01 WS-F-CPR pic x(15) value spaces.
       01 WS-F-KONTO-ID pic x(15) value spaces.
       01 WS-F-BELOEB pic x(15) value spaces.
       01 WS-F-VALUTA pic x(3) value spaces.
       01 WS-F-FORFALD pic x(10) value spaces.
       01 WS-F-FORSOEG pic x(2) value spaces.
       01 WS-F-MODTAGER pic x(15) value spaces.

       01 WS-V-ORDRE-ID pic x(8) value spaces.
       01 WS-V-CPR pic x(15) value spaces.
       01 WS-V-KONTO-ID pic x(15) value spaces.
       01 WS-V-REG-NR pic x(4) value spaces.
       01 WS-V-BELOEB pic x(15) value spaces.
       01 WS-V-VALUTA pic x(3) value spaces.
       01 WS-V-FORFALD pic x(10) value spaces.
       01 WS-V-MODTAGER pic x(15) value spaces.
       01 WS-V-FORSOEG pic x(2) value spaces.
       01 WS-V-NAESTE pic x(10) value spaces.

       01 WS-FAILED-COUNT pic 9(7) value 0.
       01 WS-HELD-COUNT pic 9(7) value 0.
       01 WS-FAILED-SUM pic S9(13)v99 value 0.
       01 WS-HELD-SUM pic S9(13)v99 value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.
       01 WS-SUM-DISPLAY pic -(12)9.99.

PROCEDURE DIVISION.
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       OPEN OUTPUT report-file
       MOVE SPACES TO REPORT-RECORD
       STRING "Fejlede betalinger (manglende daekning) " WS-TODAY-DATE
              DELIMITED BY SIZE INTO REPORT-RECORD
       WRITE REPORT-RECORD
       MOVE SPACES TO REPORT-RECORD
       WRITE REPORT-RECORD

       perform LIST-FAILED-TODAY

       MOVE SPACES TO REPORT-RECORD
       WRITE REPORT-RECORD
       MOVE "Afventer genforsoeg:" TO REPORT-RECORD
       WRITE REPORT-RECORD

       MOVE "21-Venteliste.txt" TO WS-HOLD-FILENAME
       MOVE "FO" TO WS-HOLD-KILDE
       perform LIST-HELD-PAYMENTS
       MOVE "22-Venteliste.txt" TO WS-HOLD-FILENAME
       MOVE "OPKR" TO WS-HOLD-KILDE
       perform LIST-HELD-PAYMENTS

       perform WRITE-REPORT-TRAILER
       CLOSE report-file

       MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY
       DISPLAY "BetalingsFejlRapport: " FUNCTION TRIM(WS-COUNT-DISPLAY)
           " fejlet i dag, se 141-BetalingsFejlRapport.txt"
stop run.

      *> --- today's failures only; the file keeps the history ---
       LIST-FAILED-TODAY.
           OPEN INPUT failed-file
           IF WS-FAILED-STATUS NOT = "00"
               MOVE "  (ingen fejlede betalinger registreret)"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FAILED-FILE = "Y"
               READ failed-file
                   AT END
                       MOVE "Y" TO END-OF-FAILED-FILE
                   NOT AT END
                       MOVE SPACES TO WS-F-DATO
                       MOVE SPACES TO WS-F-KILDE
                       MOVE SPACES TO WS-F-TRANS-REF
                       MOVE SPACES TO WS-F-CPR
                       MOVE SPACES TO WS-F-KONTO-ID
                       MOVE SPACES TO WS-F-BELOEB
                       MOVE SPACES TO WS-F-VALUTA
                       MOVE SPACES TO WS-F-FORFALD
                       MOVE SPACES TO WS-F-FORSOEG
                       MOVE SPACES TO WS-F-MODTAGER
                       UNSTRING FAILED-RECORD DELIMITED BY ","
                           INTO WS-F-DATO, WS-F-KILDE, WS-F-TRANS-REF,
                                WS-F-CPR, WS-F-KONTO-ID, WS-F-BELOEB,
                                WS-F-VALUTA, WS-F-FORFALD, WS-F-FORSOEG,
                                WS-F-MODTAGER
                       IF WS-F-DATO = WS-TODAY-DATE
                           perform WRITE-FAILED-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE failed-file
       exit.

       WRITE-FAILED-LINE.
           ADD 1 TO WS-FAILED-COUNT
           IF FUNCTION TEST-NUMVAL(WS-F-BELOEB) = 0
               COMPUTE WS-FAILED-SUM = WS-FAILED-SUM
                   + FUNCTION ABS(FUNCTION NUMVAL(WS-F-BELOEB))
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "  " WS-F-KILDE " "
                  WS-F-TRANS-REF " Konto: "
                  WS-F-KONTO-ID " "
                  FUNCTION TRIM(WS-F-BELOEB) " "
                  WS-F-VALUTA " forfald " WS-F-FORFALD
                  " efter " FUNCTION TRIM(WS-F-FORSOEG) " genforsoeg, "
                  FUNCTION TRIM(WS-F-MODTAGER)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

      *> --- one generator's hold list; a missing list is empty ---
       LIST-HELD-PAYMENTS.
           MOVE "N" TO END-OF-HOLD-FILE
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
                           perform WRITE-HELD-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE hold-file
       exit.

       WRITE-HELD-LINE.
           MOVE SPACES TO WS-V-ORDRE-ID
           MOVE SPACES TO WS-V-CPR
           MOVE SPACES TO WS-V-KONTO-ID
           MOVE SPACES TO WS-V-REG-NR
           MOVE SPACES TO WS-V-BELOEB
           MOVE SPACES TO WS-V-VALUTA
           MOVE SPACES TO WS-V-FORFALD
           MOVE SPACES TO WS-V-MODTAGER
           MOVE SPACES TO WS-V-FORSOEG
           MOVE SPACES TO WS-V-NAESTE
           UNSTRING HOLD-RECORD DELIMITED BY ","
               INTO WS-V-ORDRE-ID, WS-V-CPR, WS-V-KONTO-ID, WS-V-REG-NR,
                    WS-V-BELOEB, WS-V-VALUTA, WS-V-FORFALD,
                    WS-V-MODTAGER, WS-V-FORSOEG, WS-V-NAESTE
           ADD 1 TO WS-HELD-COUNT
           IF FUNCTION TEST-NUMVAL(WS-V-BELOEB) = 0
               COMPUTE WS-HELD-SUM = WS-HELD-SUM
                   + FUNCTION ABS(FUNCTION NUMVAL(WS-V-BELOEB))
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "  " WS-HOLD-KILDE " Ordre: "
                  WS-V-ORDRE-ID " Konto: "
                  WS-V-KONTO-ID " "
                  FUNCTION TRIM(WS-V-BELOEB) " "
                  WS-V-VALUTA " forfald " WS-V-FORFALD
                  " genforsoeg " FUNCTION TRIM(WS-V-FORSOEG)
                  " den " WS-V-NAESTE
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-FAILED-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-FAILED-SUM TO WS-SUM-DISPLAY
           STRING "Fejlet i dag: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  ", beloeb " FUNCTION TRIM(WS-SUM-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-HELD-SUM TO WS-SUM-DISPLAY
           STRING "Afventer genforsoeg: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  ", beloeb " FUNCTION TRIM(WS-SUM-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
