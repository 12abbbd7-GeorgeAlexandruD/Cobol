      *> catalogues the generation with record counts in
      *> 42-BackupKatalog.txt, and purges the oldest generations
      *> beyond the kept window (42-BackupParam.txt, default 3) by
      *> emptying their files and dropping them from the catalog.
      *> Each backup file carries the layout stamp of the master it
      *> was taken from (LayoutStempel), so a restore can tell when
      *> the generation predates a layout change and convert it. ---

environment division.
input-output section.
       01 WS-COUNT-DISPLAY pic Z(8)9.
       01 WS-MASTER-LABEL pic x(15) value spaces.

      *> --- layout stamp carried from the master to its backup ---
       01 WS-LAYOUT-VERSIONER.
           copy "139-LAYOUTVERSION.cpy".
       01 WS-LYT-MODE pic x value space.
       01 WS-LYT-FILNAVN pic x(40) value spaces.
       01 WS-LYT-LAYOUT pic x(15) value spaces.
       01 WS-LYT-VERSION pic 9(2) value 0.
       01 WS-LYT-STATUS pic XX value spaces.

      *> --- catalog lines per master counted so the oldest beyond
      *> the window can be purged (capped, oldest first on file) ---
       01 WS-CAT-GEN pic x(14) value spaces.
               END-PERFORM
               CLOSE backup-file
               CLOSE carry-file
               MOVE "10-SaldoCarry.txt" TO WS-LYT-FILNAVN
               MOVE LV-SALDOCARRY TO WS-LYT-VERSION
               perform STAMP-BACKUP-FILE
               perform APPEND-CATALOG-LINE
           END-IF
       exit.
               END-PERFORM
               CLOSE backup-file
               CLOSE transactions-file
               MOVE "10-Transaktioner.txt" TO WS-LYT-FILNAVN
               MOVE LV-TRANSAKTIONER TO WS-LYT-VERSION
               perform STAMP-BACKUP-FILE
               perform APPEND-CATALOG-LINE
           END-IF
       exit.

      *> --- the backup gets the master's own stamp; an unstamped
      *> master is in the current layout (WS-LYT-VERSION preset) ---
       STAMP-BACKUP-FILE.
           MOVE "R" TO WS-LYT-MODE
           MOVE WS-MASTER-LABEL TO WS-LYT-LAYOUT
           CALL "LayoutStempel" USING WS-LYT-MODE WS-LYT-FILNAVN
               WS-LYT-LAYOUT WS-LYT-VERSION WS-LYT-STATUS
           MOVE WS-MASTER-LABEL TO WS-LYT-LAYOUT
           MOVE "W" TO WS-LYT-MODE
           MOVE WS-BACKUP-FILENAME TO WS-LYT-FILNAVN
           CALL "LayoutStempel" USING WS-LYT-MODE WS-LYT-FILNAVN
               WS-LYT-LAYOUT WS-LYT-VERSION WS-LYT-STATUS
       exit.

       APPEND-CATALOG-LINE.
           OPEN EXTEND catalog-file
           IF WS-CATALOG-STATUS = "35"
