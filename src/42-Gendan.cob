      *> 42-BackupKatalog.txt, loaded record-by-record back into the
      *> indexed master, verified against the catalogued record
      *> count, and 10-Checkpoint.txt is cleared so the next
      *> statement run starts consistent with the restored state.
      *> A generation stamped with an older record layout than the
      *> programs now read is first brought up to the current version
      *> by 139-LayoutKonvertering; the restored master is stamped
      *> with the current version. ---

environment division.
input-output section.
       select checkpoint-file assign to "10-Checkpoint.txt"
           organization line sequential.

      *> --- the generation handed to 139-LayoutKonvertering on its
      *> own list, so the operators' conversion list is left alone ---
       select conversion-param-file assign to "139-KonverteringGendan.txt"
           organization line sequential.

data division.
file section.
FD param-file.
FD checkpoint-file.
       01 CHECKPOINT-RECORD pic x(50).

FD conversion-param-file.
       01 CONVERSION-PARAM-RECORD pic x(100).

WORKING-STORAGE SECTION.
       01 WS-PARAM-STATUS pic XX value spaces.
       01 WS-CATALOG-STATUS pic XX value spaces.
       01 WS-CTL-STATUS pic XX value spaces.
       01 WS-MASTER-CTL-SUM pic S9(15)v99 value 0.

      *> --- layout version of the generation against the one the
      *> programs read ---
       01 WS-LAYOUT-VERSIONER.
           copy "139-LAYOUTVERSION.cpy".
       01 WS-LYT-MODE pic x value space.
       01 WS-LYT-FILNAVN pic x(40) value spaces.
       01 WS-LYT-LAYOUT pic x(15) value spaces.
       01 WS-LYT-VERSION pic 9(2) value 0.
       01 WS-LYT-FORVENTET pic 9(2) value 0.
       01 WS-LYT-STATUS pic XX value spaces.

PROCEDURE DIVISION.
       perform LOAD-PARAMETERS
       IF WS-TARGET-GEN = SPACES OR WS-TARGET-MASTER = SPACES
           STOP RUN
       END-IF

       perform CHECK-GENERATION-LAYOUT

       EVALUATE FUNCTION TRIM(WS-TARGET-MASTER)
           WHEN "SALDOCARRY"
               perform RESTORE-CARRY-FILE
           MOVE 1 TO RETURN-CODE
       END-IF

       *> the master now holds records in the current layout
       MOVE "W" TO WS-LYT-MODE
       CALL "LayoutStempel" USING WS-LYT-MODE WS-LYT-FILNAVN
           WS-LYT-LAYOUT WS-LYT-FORVENTET WS-LYT-STATUS

       *> an interrupted run's checkpoint no longer matches the
       *> restored state; clear it so the next run starts fresh
       OPEN OUTPUT checkpoint-file
           END-IF
       exit.

      *> --- an unstamped generation predates the stamps and is in
      *> the current layout; an older stamp is converted in place
      *> (the pre-conversion image is kept as <backupfil>.v<n>) ---
       CHECK-GENERATION-LAYOUT.
           MOVE WS-TARGET-MASTER TO WS-LYT-LAYOUT
           EVALUATE FUNCTION TRIM(WS-TARGET-MASTER)
               WHEN "SALDOCARRY"
                   MOVE LV-SALDOCARRY TO WS-LYT-FORVENTET
               WHEN OTHER
                   MOVE LV-TRANSAKTIONER TO WS-LYT-FORVENTET
           END-EVALUATE
           MOVE "K" TO WS-LYT-MODE
           MOVE WS-BACKUP-FILENAME TO WS-LYT-FILNAVN
           MOVE WS-LYT-FORVENTET TO WS-LYT-VERSION
           CALL "LayoutStempel" USING WS-LYT-MODE WS-LYT-FILNAVN
               WS-LYT-LAYOUT WS-LYT-VERSION WS-LYT-STATUS
           IF WS-LYT-STATUS = "23"
               DISPLAY "Gendan: generationen er layout version "
                   WS-LYT-VERSION ", konverteres til version "
                   WS-LYT-FORVENTET
               OPEN OUTPUT conversion-param-file
               MOVE SPACES TO CONVERSION-PARAM-RECORD
               STRING FUNCTION TRIM(WS-BACKUP-FILENAME) ";"
                      FUNCTION TRIM(WS-TARGET-MASTER) ";;"
                      DELIMITED BY SIZE INTO CONVERSION-PARAM-RECORD
               WRITE CONVERSION-PARAM-RECORD
               CLOSE conversion-param-file
               CALL "SYSTEM" USING "139-LayoutKonvertering"
               IF RETURN-CODE NOT = 0
                   DISPLAY "Gendan: generationen kunne ikke konverteres"
                       " - se 139-KonverteringLog.txt"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           *> the restored master is stamped under its own name
           EVALUATE FUNCTION TRIM(WS-TARGET-MASTER)
               WHEN "SALDOCARRY"
                   MOVE "10-SaldoCarry.txt" TO WS-LYT-FILNAVN
               WHEN OTHER
                   MOVE "10-Transaktioner.txt" TO WS-LYT-FILNAVN
           END-EVALUATE
       exit.

       RESTORE-CARRY-FILE.
           OPEN INPUT backup-file
           IF WS-BACKUP-STATUS NOT = "00"
