      *> touches shared state. Every step of that phase rebuilds from
      *> the intact scratch/snapshot inputs, so a crash anywhere
      *> before the marker clears is recovered by simply redoing the
      *> whole phase at the next startup.
      *> The master and the dated archive must both be in the layout
      *> version this program reads (LayoutStempel); a stamp naming
      *> another version refuses the run before anything is touched,
      *> and both are stamped current when the phase completes. ---

environment division.
input-output section.
       01 WS-ARCHIVE-FILENAME pic x(40).
       01 WS-RETENTION-DAYS pic 9(4) value 90.

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-TODAY-YYYYMMDD pic 9(8).
       01 WS-TODAY-INTEGER pic 9(8) comp.
       01 WS-CUTOFF-INTEGER pic 9(8) comp.
       01 WS-KEPT-COUNT-DISPLAY pic Z(6)9.
       01 END-OF-KEPT-FILE pic x value "N".

      *> --- the masters this run touches, held through the shared
      *> lock register for the whole run ---
       01 WS-LAAS-MODE pic x value space.
       01 WS-LAAS-PROGRAM pic x(20) value "Arkiver".
       01 WS-LAAS-LISTE pic x(80) value "10-Transaktioner/E".
       01 WS-LAAS-SVAR pic x(100) value spaces.
       01 WS-LAAS-STATUS pic XX value spaces.

      *> --- layout version of the master and the dated archive ---
       01 WS-LAYOUT-VERSIONER.
           copy "139-LAYOUTVERSION.cpy".
       01 WS-LYT-MODE pic x value space.
       01 WS-LYT-FILNAVN pic x(40) value spaces.
       01 WS-LYT-LAYOUT pic x(15) value "TRANSAKTIONER".
       01 WS-LYT-VERSION pic 9(2) value 0.
       01 WS-LYT-STATUS pic XX value spaces.

PROCEDURE DIVISION.
       perform TAKE-MASTER-LOCKS
       perform RECOVER-INTERRUPTED-RUN
       perform LOAD-RETENTION-PARAMETER
       perform COMPUTE-CUTOFF-DATE
       perform BUILD-ARCHIVE-FILENAME
       perform CHECK-LAYOUTS

      *> --- scan phase: nothing persistent is touched; archived rows
      *> and their baseline nets collect in scratch files only ---
       DISPLAY "Arkivering fuldfoert. Arkiveret: "
           FUNCTION TRIM(WS-ARCHIVE-COUNT-DISPLAY)
           ", Bevaret: " FUNCTION TRIM(WS-KEPT-COUNT-DISPLAY)
       perform RELEASE-MASTER-LOCKS
stop run.

      *> --- all of this run's masters or none; a conflicting
      *> holder (after the register's optional wait) refuses the
      *> run with the holder named ---
       TAKE-MASTER-LOCKS.
           MOVE "T" TO WS-LAAS-MODE
           CALL "LaasRegister" USING WS-LAAS-MODE WS-LAAS-PROGRAM
               WS-LAAS-LISTE WS-LAAS-SVAR WS-LAAS-STATUS
           IF WS-LAAS-STATUS NOT = "00"
               DISPLAY "Arkiver: masteren er optaget - "
                   FUNCTION TRIM(WS-LAAS-SVAR)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
       exit.

      *> --- an unstamped file predates the stamps and is read as
      *> current; another stamped version must be converted first ---
       CHECK-LAYOUTS.
           MOVE "10-Transaktioner.txt" TO WS-LYT-FILNAVN
           perform CHECK-ONE-LAYOUT
           MOVE WS-ARCHIVE-FILENAME TO WS-LYT-FILNAVN
           perform CHECK-ONE-LAYOUT
       exit.

       CHECK-ONE-LAYOUT.
           MOVE "K" TO WS-LYT-MODE
           MOVE LV-TRANSAKTIONER TO WS-LYT-VERSION
           CALL "LayoutStempel" USING WS-LYT-MODE WS-LYT-FILNAVN
               WS-LYT-LAYOUT WS-LYT-VERSION WS-LYT-STATUS
           IF WS-LYT-STATUS = "23"
               DISPLAY "Arkiver: " FUNCTION TRIM(WS-LYT-FILNAVN)
                   " er layout version " WS-LYT-VERSION
                   ", forventet " LV-TRANSAKTIONER
                   " - konverter via 139-LayoutKonvertering"
               perform RELEASE-MASTER-LOCKS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
       exit.

       STAMP-LAYOUTS.
           MOVE "W" TO WS-LYT-MODE
           MOVE LV-TRANSAKTIONER TO WS-LYT-VERSION
           MOVE "10-Transaktioner.txt" TO WS-LYT-FILNAVN
           CALL "LayoutStempel" USING WS-LYT-MODE WS-LYT-FILNAVN
               WS-LYT-LAYOUT WS-LYT-VERSION WS-LYT-STATUS
           MOVE WS-ARCHIVE-FILENAME TO WS-LYT-FILNAVN
           CALL "LayoutStempel" USING WS-LYT-MODE WS-LYT-FILNAVN
               WS-LYT-LAYOUT WS-LYT-VERSION WS-LYT-STATUS
       exit.

       RELEASE-MASTER-LOCKS.
           MOVE "F" TO WS-LAAS-MODE
           CALL "LaasRegister" USING WS-LAAS-MODE WS-LAAS-PROGRAM
               WS-LAAS-LISTE WS-LAAS-SVAR WS-LAAS-STATUS
       exit.

      *> optional retention window in days, default 90 when the parameter file is absent
       LOAD-RETENTION-PARAMETER.
           OPEN INPUT param-file
       exit.

       COMPUTE-CUTOFF-DATE.
           *> the business date, not the clock - a catch-up day keeps
           *> the retention of the day it belongs to
           CALL "ForretningsDato" USING WS-TODAY-DATE
               WS-FORRETNINGSDATO-STATUS
           MOVE WS-TODAY-DATE(1:4) TO WS-TODAY-YYYYMMDD(1:4)
           MOVE WS-TODAY-DATE(6:2) TO WS-TODAY-YYYYMMDD(5:2)
           MOVE WS-TODAY-DATE(9:2) TO WS-TODAY-YYYYMMDD(7:2)
           COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)
           COMPUTE WS-CUTOFF-INTEGER = WS-TODAY-INTEGER - WS-RETENTION-DAYS
       exit.
           perform REBUILD-DATED-ARCHIVE
           perform REBUILD-BASELINE
           perform WRITE-TRANSACTIONS-CONTROL
           perform STAMP-LAYOUTS
           perform CLEAR-MARKER
       exit.

               DISPLAY "Arkiver: VERIFIKATION FEJLEDE - masteren holder "
                   WS-VERIFY-COUNT " poster, kept-file talte "
                   WS-KEPT-COUNT " - markoeren staar, koer igen"
               perform RELEASE-MASTER-LOCKS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
