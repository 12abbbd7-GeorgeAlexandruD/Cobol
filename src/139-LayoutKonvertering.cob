identification division.
       program-id. LayoutKonvertering.

      *> --- Converts a sequential file in one of the shared record
      *> layouts - a backup generation (42-Sikkerhedskopi), a dated
      *> archive (14-Arkiver) or an unload of a master - from the
      *> layout version it was written in to a later one, one version
      *> at a time. 139-KonverteringParam.txt holds one file per line:
      *>   FIL;LAYOUT;TIL-VERSION;FRA-VERSION
      *> TIL-VERSION blank = the current version (139-LAYOUTVERSION.cpy);
      *> FRA-VERSION blank = the version on the file's .lyt stamp - an
      *> unstamped file needs FRA-VERSION given. The known steps:
      *>   TRANSAKTIONER 1 -> 2  TRANS-REF added (blank)
      *>   TRANSAKTIONER 2 -> 3  VALOER-DATO added (the booking date
      *>                         from TIDSPUNKT)
      *>   SALDOCARRY    1 -> 2  CARRY-BENCHMARK added (blank, unknown)
      *> Each step writes FIL.konv and reads it back: the record count
      *> and the amount total (BELOEB / CARRY-SALDO) must equal the
      *> input's, or the step is refused and FIL left untouched. A
      *> proven step keeps the old image as FIL.v<FRA>, copies the
      *> converted records over FIL and stamps it with the new version.
      *> The indexed masters themselves are not converted in place:
      *> they go through a backup generation, its conversion here and
      *> 42-Gendan, which hands its generation over in
      *> 139-KonverteringGendan.txt (same line format): a non-empty
      *> Gendan list is converted instead of the ordinary list, which
      *> stays as it is, and is emptied once used.
      *> Every step is logged to 139-KonverteringLog.txt;
      *> return code 1 when any file was refused. ---

environment division.
input-output section.
file-control.
       select param-file assign to WS-PARAM-FILENAME
           organization line sequential
           file status is WS-PARAM-STATUS.

       select log-file assign to "139-KonverteringLog.txt"
           organization line sequential
           file status is WS-LOG-STATUS.

      *> --- the file being converted, its converted image and the
      *> kept pre-conversion image ---
       select data-file assign to WS-DATA-FILENAME
           organization line sequential
           file status is WS-DATA-STATUS.

       select convert-file assign to WS-CONVERT-FILENAME
           organization line sequential
           file status is WS-CONVERT-STATUS.

       select old-image-file assign to WS-OLD-IMAGE-FILENAME
           organization line sequential
           file status is WS-OLD-IMAGE-STATUS.

data division.
file section.
FD param-file.
       01 PARAM-RECORD pic x(120).

FD log-file.
       01 LOG-RECORD pic x(250).

FD data-file.
       01 DATA-RECORD pic x(400).

FD convert-file.
       01 CONVERT-RECORD pic x(400).

FD old-image-file.
       01 OLD-IMAGE-RECORD pic x(400).

WORKING-STORAGE SECTION.
       01 WS-PARAM-STATUS pic XX value spaces.
       01 WS-LOG-STATUS pic XX value spaces.
       01 WS-DATA-STATUS pic XX value spaces.
       01 WS-CONVERT-STATUS pic XX value spaces.
       01 WS-OLD-IMAGE-STATUS pic XX value spaces.

       01 WS-PARAM-FILENAME pic x(40) value spaces.
       01 WS-PARAM-LINES pic 9(3) value 0.
       01 WS-DATA-FILENAME pic x(40) value spaces.
       01 WS-CONVERT-FILENAME pic x(45) value spaces.
       01 WS-OLD-IMAGE-FILENAME pic x(45) value spaces.

       01 END-OF-PARAM-FILE pic x value "N".
       01 END-OF-FILE pic x value "N".
       01 WS-AUDIT-TIMESTAMP pic x(21) value spaces.
       01 WS-REFUSED-COUNT pic 9(3) value 0.
       01 WS-DONE-COUNT pic 9(3) value 0.

       01 WS-LAYOUT-VERSIONER.
           copy "139-LAYOUTVERSION.cpy".

      *> --- one parameter line ---
       01 WS-P-FIL pic x(40) value spaces.
       01 WS-P-LAYOUT pic x(15) value spaces.
       01 WS-P-TIL pic x(5) value spaces.
       01 WS-P-FRA pic x(5) value spaces.
       01 WS-CURRENT-VERSION pic 9(2) value 0.
       01 WS-FRA-VERSION pic 9(2) value 0.
       01 WS-TIL-VERSION pic 9(2) value 0.
       01 WS-STEP-VERSION pic 9(2) value 0.
       01 WS-NEXT-VERSION pic 9(2) value 0.
       01 WS-FILE-OK pic x value "Y".
       01 WS-REASON pic x(100) value spaces.

      *> --- LayoutStempel ---
       01 WS-LYT-MODE pic x value space.
       01 WS-LYT-FILNAVN pic x(40) value spaces.
       01 WS-LYT-LAYOUT pic x(15) value spaces.
       01 WS-LYT-VERSION pic 9(2) value 0.
       01 WS-LYT-STATUS pic XX value spaces.

      *> --- the record in the current layouts; the earlier versions
      *> are these with the later fields missing from the end ---
       01 WS-TRANS-ROW.
           copy "10-TRANSAKTIONER.cpy".
       01 WS-CARRY-ROW.
           copy "10-SALDOCARRY.cpy".

      *> --- proof: count and amount total in, and read back out ---
       01 WS-IN-COUNT pic 9(9) value 0.
       01 WS-OUT-COUNT pic 9(9) value 0.
       01 WS-IN-SUM pic S9(15)v99 value 0.
       01 WS-OUT-SUM pic S9(15)v99 value 0.
       01 WS-COUNT-IN-DISPLAY pic Z(8)9.
       01 WS-COUNT-OUT-DISPLAY pic Z(8)9.
       01 WS-SUM-IN-DISPLAY pic -Z(14)9.99.
       01 WS-SUM-OUT-DISPLAY pic -Z(14)9.99.
       01 WS-VERSION-DISPLAY pic Z9.
       01 WS-NEXT-DISPLAY pic Z9.
       01 WS-RESULTAT pic x(10) value spaces.
       01 WS-LINE pic x(250) value spaces.

PROCEDURE DIVISION.
       OPEN EXTEND log-file
       IF WS-LOG-STATUS = "35"
           OPEN OUTPUT log-file
       END-IF

       *> a restore's own generation first; the ordinary list is
       *> left for the run it was written for
       MOVE "139-KonverteringGendan.txt" TO WS-PARAM-FILENAME
       perform RUN-PARAM-LIST
       IF WS-PARAM-LINES > 0
           OPEN OUTPUT param-file
           CLOSE param-file
       ELSE
           MOVE "139-KonverteringParam.txt" TO WS-PARAM-FILENAME
           perform RUN-PARAM-LIST
           IF WS-PARAM-STATUS NOT = "00"
               DISPLAY "LayoutKonvertering: ingen 139-KonverteringParam.txt"
                   " - intet at konvertere"
               CLOSE log-file
               STOP RUN
           END-IF
       END-IF
       CLOSE log-file

       DISPLAY "LayoutKonvertering: " WS-DONE-COUNT " fil(er) konverteret, "
           WS-REFUSED-COUNT " afvist - se 139-KonverteringLog.txt"
       IF WS-REFUSED-COUNT > 0
           MOVE 1 TO RETURN-CODE
       END-IF
stop run.

      *> --- every line of the list in WS-PARAM-FILENAME; a missing
      *> list leaves WS-PARAM-STATUS as the open gave it ---
       RUN-PARAM-LIST.
           MOVE 0 TO WS-PARAM-LINES
           OPEN INPUT param-file
           IF WS-PARAM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-PARAM-FILE
           PERFORM UNTIL END-OF-PARAM-FILE = "Y"
               READ param-file
                   AT END
                       MOVE "Y" TO END-OF-PARAM-FILE
                   NOT AT END
                       IF PARAM-RECORD NOT = SPACES
                           AND PARAM-RECORD(1:1) NOT = "*"
                           ADD 1 TO WS-PARAM-LINES
                           perform CONVERT-ONE-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE param-file
       exit.

       CONVERT-ONE-FILE.
           MOVE SPACES TO WS-P-FIL
           MOVE SPACES TO WS-P-LAYOUT
           MOVE SPACES TO WS-P-TIL
           MOVE SPACES TO WS-P-FRA
           UNSTRING PARAM-RECORD DELIMITED BY ";"
               INTO WS-P-FIL, WS-P-LAYOUT, WS-P-TIL, WS-P-FRA
           MOVE FUNCTION UPPER-CASE(WS-P-LAYOUT) TO WS-P-LAYOUT
           MOVE "Y" TO WS-FILE-OK
           MOVE SPACES TO WS-REASON
           MOVE 0 TO WS-FRA-VERSION
           MOVE 0 TO WS-TIL-VERSION
           MOVE 0 TO WS-STEP-VERSION
           MOVE 0 TO WS-NEXT-VERSION
           MOVE 0 TO WS-IN-COUNT
           MOVE 0 TO WS-OUT-COUNT
           MOVE 0 TO WS-IN-SUM
           MOVE 0 TO WS-OUT-SUM

           perform VALIDATE-REQUEST
           IF WS-FILE-OK NOT = "Y"
               perform LOG-REFUSAL
               EXIT PARAGRAPH
           END-IF
           IF WS-FRA-VERSION = WS-TIL-VERSION
               MOVE WS-FRA-VERSION TO WS-STEP-VERSION
               MOVE WS-TIL-VERSION TO WS-NEXT-VERSION
               *> an unstamped file named at its version gets its stamp
               IF WS-LYT-STATUS NOT = "00"
                   MOVE "W" TO WS-LYT-MODE
                   MOVE WS-P-FIL TO WS-LYT-FILNAVN
                   MOVE WS-P-LAYOUT TO WS-LYT-LAYOUT
                   MOVE WS-TIL-VERSION TO WS-LYT-VERSION
                   CALL "LayoutStempel" USING WS-LYT-MODE WS-LYT-FILNAVN
                       WS-LYT-LAYOUT WS-LYT-VERSION WS-LYT-STATUS
               END-IF
               MOVE "ALLEREDE" TO WS-RESULTAT
               perform WRITE-LOG-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-STEP-VERSION FROM WS-FRA-VERSION BY 1
               UNTIL WS-STEP-VERSION >= WS-TIL-VERSION
               OR WS-FILE-OK NOT = "Y"
               COMPUTE WS-NEXT-VERSION = WS-STEP-VERSION + 1
               perform CONVERT-ONE-STEP
           END-PERFORM
           IF WS-FILE-OK = "Y"
               ADD 1 TO WS-DONE-COUNT
           END-IF
       exit.

      *> --- the layout known, the versions in range, the file there
      *> and sequential, its stamp agreeing with FRA-VERSION ---
       VALIDATE-REQUEST.
           EVALUATE FUNCTION TRIM(WS-P-LAYOUT)
               WHEN "TRANSAKTIONER"
                   MOVE LV-TRANSAKTIONER TO WS-CURRENT-VERSION
               WHEN "SALDOCARRY"
                   MOVE LV-SALDOCARRY TO WS-CURRENT-VERSION
               WHEN "KUNDESTAM"
                   MOVE LV-KUNDESTAM TO WS-CURRENT-VERSION
               WHEN "KONTOSTAM"
                   MOVE LV-KONTOSTAM TO WS-CURRENT-VERSION
               WHEN OTHER
                   MOVE "N" TO WS-FILE-OK
                   MOVE "ukendt layout" TO WS-REASON
                   EXIT PARAGRAPH
           END-EVALUATE
           IF WS-P-FIL = SPACES
               MOVE "N" TO WS-FILE-OK
               MOVE "intet filnavn" TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(WS-P-FIL) = "10-Transaktioner.txt"
               OR FUNCTION TRIM(WS-P-FIL) = "10-SaldoCarry.txt"
               OR FUNCTION TRIM(WS-P-FIL) = "7-KundeStam.txt"
               OR FUNCTION TRIM(WS-P-FIL) = "8-KontoStam.txt"
               MOVE "N" TO WS-FILE-OK
               MOVE "indekseret master - konverter en sikkerhedskopi og gendan den"
                   TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-P-FIL TO WS-DATA-FILENAME
           OPEN INPUT data-file
           IF WS-DATA-STATUS NOT = "00"
               MOVE "N" TO WS-FILE-OK
               MOVE SPACES TO WS-REASON
               STRING "filen kan ikke aabnes (status " WS-DATA-STATUS ")"
                   DELIMITED BY SIZE INTO WS-REASON
               EXIT PARAGRAPH
           END-IF
           CLOSE data-file

           IF WS-P-TIL = SPACES
               MOVE WS-CURRENT-VERSION TO WS-TIL-VERSION
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-P-TIL) NOT = 0
                   MOVE "N" TO WS-FILE-OK
                   MOVE "TIL-VERSION er ikke et tal" TO WS-REASON
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-TIL-VERSION = FUNCTION NUMVAL(WS-P-TIL)
           END-IF
           IF WS-TIL-VERSION < 1 OR WS-TIL-VERSION > WS-CURRENT-VERSION
               MOVE "N" TO WS-FILE-OK
               MOVE "TIL-VERSION findes ikke for layoutet" TO WS-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE "R" TO WS-LYT-MODE
           MOVE WS-P-FIL TO WS-LYT-FILNAVN
           MOVE SPACES TO WS-LYT-LAYOUT
           MOVE 0 TO WS-LYT-VERSION
           CALL "LayoutStempel" USING WS-LYT-MODE WS-LYT-FILNAVN
               WS-LYT-LAYOUT WS-LYT-VERSION WS-LYT-STATUS
           IF WS-LYT-STATUS = "00"
               IF FUNCTION TRIM(WS-LYT-LAYOUT) NOT = FUNCTION TRIM(WS-P-LAYOUT)
                   MOVE "N" TO WS-FILE-OK
                   MOVE SPACES TO WS-REASON
                   STRING "filen er stemplet som layout "
                          FUNCTION TRIM(WS-LYT-LAYOUT)
                       DELIMITED BY SIZE INTO WS-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-P-FRA = SPACES
               IF WS-LYT-STATUS NOT = "00"
                   MOVE "N" TO WS-FILE-OK
                   MOVE "filen er ikke stemplet - angiv FRA-VERSION"
                       TO WS-REASON
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-LYT-VERSION TO WS-FRA-VERSION
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-P-FRA) NOT = 0
                   MOVE "N" TO WS-FILE-OK
                   MOVE "FRA-VERSION er ikke et tal" TO WS-REASON
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-FRA-VERSION = FUNCTION NUMVAL(WS-P-FRA)
               *> a stamped file already past FRA-VERSION has been
               *> converted before; its stamp is the truth
               IF WS-LYT-STATUS = "00"
                   AND WS-LYT-VERSION NOT = WS-FRA-VERSION
                   MOVE WS-LYT-VERSION TO WS-FRA-VERSION
               END-IF
           END-IF
           IF WS-FRA-VERSION < 1 OR WS-FRA-VERSION > WS-TIL-VERSION
               MOVE "N" TO WS-FILE-OK
               MOVE WS-FRA-VERSION TO WS-VERSION-DISPLAY
               MOVE SPACES TO WS-REASON
               STRING "filen er version " FUNCTION TRIM(WS-VERSION-DISPLAY)
                      " - kan ikke konverteres tilbage"
                   DELIMITED BY SIZE INTO WS-REASON
               EXIT PARAGRAPH
           END-IF

       exit.

      *> --- WS-STEP-VERSION to WS-NEXT-VERSION: convert into FIL.konv,
      *> prove it by reading it back, then replace FIL ---
       CONVERT-ONE-STEP.
           MOVE SPACES TO WS-CONVERT-FILENAME
           STRING FUNCTION TRIM(WS-P-FIL) ".konv"
               DELIMITED BY SIZE INTO WS-CONVERT-FILENAME
           MOVE 0 TO WS-IN-COUNT
           MOVE 0 TO WS-OUT-COUNT
           MOVE 0 TO WS-IN-SUM
           MOVE 0 TO WS-OUT-SUM

           MOVE "N" TO END-OF-FILE
           OPEN INPUT data-file
           OPEN OUTPUT convert-file
           PERFORM UNTIL END-OF-FILE = "Y" OR WS-FILE-OK NOT = "Y"
               READ data-file
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-IN-COUNT
                       perform CONVERT-ONE-RECORD
                       IF WS-FILE-OK = "Y"
                           WRITE CONVERT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE data-file
           CLOSE convert-file
           IF WS-FILE-OK NOT = "Y"
               perform LOG-REFUSAL
               EXIT PARAGRAPH
           END-IF

           *> read the converted image back in the new layout
           MOVE "N" TO END-OF-FILE
           OPEN INPUT convert-file
           PERFORM UNTIL END-OF-FILE = "Y"
               READ convert-file
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       ADD 1 TO WS-OUT-COUNT
                       perform ADD-OUT-AMOUNT
               END-READ
           END-PERFORM
           CLOSE convert-file

           IF WS-OUT-COUNT NOT = WS-IN-COUNT
               OR WS-OUT-SUM NOT = WS-IN-SUM
               MOVE "N" TO WS-FILE-OK
               MOVE "antal eller kontroltotal afviger efter konvertering"
                   TO WS-REASON
               perform LOG-REFUSAL
               EXIT PARAGRAPH
           END-IF

           perform REPLACE-DATA-FILE

           MOVE "W" TO WS-LYT-MODE
           MOVE WS-P-FIL TO WS-LYT-FILNAVN
           MOVE WS-P-LAYOUT TO WS-LYT-LAYOUT
           MOVE WS-NEXT-VERSION TO WS-LYT-VERSION
           CALL "LayoutStempel" USING WS-LYT-MODE WS-LYT-FILNAVN
               WS-LYT-LAYOUT WS-LYT-VERSION WS-LYT-STATUS
           MOVE "OK" TO WS-RESULTAT
           perform WRITE-LOG-LINE
       exit.

      *> --- DATA-RECORD (version WS-STEP-VERSION) into CONVERT-RECORD
      *> (version WS-NEXT-VERSION), its amount into the input total ---
       CONVERT-ONE-RECORD.
           MOVE SPACES TO CONVERT-RECORD
           EVALUATE FUNCTION TRIM(WS-P-LAYOUT) ALSO WS-STEP-VERSION
               WHEN "TRANSAKTIONER" ALSO 1
                   MOVE SPACES TO WS-TRANS-ROW
                   MOVE DATA-RECORD(1:205) TO WS-TRANS-ROW(1:205)
                   MOVE SPACES TO TRANS-REF OF WS-TRANS-ROW
                   MOVE WS-TRANS-ROW(1:225) TO CONVERT-RECORD
               WHEN "TRANSAKTIONER" ALSO 2
                   MOVE SPACES TO WS-TRANS-ROW
                   MOVE DATA-RECORD(1:225) TO WS-TRANS-ROW(1:225)
                   IF TIDSPUNKT OF WS-TRANS-ROW(5:1) = "-"
                       AND TIDSPUNKT OF WS-TRANS-ROW(8:1) = "-"
                       MOVE TIDSPUNKT OF WS-TRANS-ROW(1:10)
                           TO VALOER-DATO OF WS-TRANS-ROW
                   END-IF
                   MOVE WS-TRANS-ROW TO CONVERT-RECORD
               WHEN "SALDOCARRY" ALSO 1
                   MOVE SPACES TO WS-CARRY-ROW
                   MOVE DATA-RECORD(1:30) TO WS-CARRY-ROW(1:30)
                   MOVE SPACE TO CARRY-BENCHMARK OF WS-CARRY-ROW
                   MOVE WS-CARRY-ROW TO CONVERT-RECORD
               WHEN OTHER
                   MOVE "N" TO WS-FILE-OK
                   MOVE WS-STEP-VERSION TO WS-VERSION-DISPLAY
                   MOVE SPACES TO WS-REASON
                   STRING "intet konverteringstrin fra version "
                          FUNCTION TRIM(WS-VERSION-DISPLAY)
                       DELIMITED BY SIZE INTO WS-REASON
                   EXIT PARAGRAPH
           END-EVALUATE
           perform ADD-IN-AMOUNT
       exit.

      *> the amount fields sit at the same place in every version
       ADD-IN-AMOUNT.
           IF FUNCTION TRIM(WS-P-LAYOUT) = "TRANSAKTIONER"
               IF FUNCTION TEST-NUMVAL(BELOEB OF WS-TRANS-ROW) = 0
                   COMPUTE WS-IN-SUM = WS-IN-SUM
                       + FUNCTION NUMVAL(BELOEB OF WS-TRANS-ROW)
               END-IF
           ELSE
               IF CARRY-SALDO OF WS-CARRY-ROW NUMERIC
                   ADD CARRY-SALDO OF WS-CARRY-ROW TO WS-IN-SUM
               END-IF
           END-IF
       exit.

       ADD-OUT-AMOUNT.
           IF FUNCTION TRIM(WS-P-LAYOUT) = "TRANSAKTIONER"
               MOVE CONVERT-RECORD TO WS-TRANS-ROW
               IF FUNCTION TEST-NUMVAL(BELOEB OF WS-TRANS-ROW) = 0
                   COMPUTE WS-OUT-SUM = WS-OUT-SUM
                       + FUNCTION NUMVAL(BELOEB OF WS-TRANS-ROW)
               END-IF
           ELSE
               MOVE CONVERT-RECORD TO WS-CARRY-ROW
               IF CARRY-SALDO OF WS-CARRY-ROW NUMERIC
                   ADD CARRY-SALDO OF WS-CARRY-ROW TO WS-OUT-SUM
               END-IF
           END-IF
       exit.

      *> --- the old image kept as FIL.v<version>, then the converted
      *> records copied over FIL ---
       REPLACE-DATA-FILE.
           MOVE WS-STEP-VERSION TO WS-VERSION-DISPLAY
           MOVE SPACES TO WS-OLD-IMAGE-FILENAME
           STRING FUNCTION TRIM(WS-P-FIL) ".v"
                  FUNCTION TRIM(WS-VERSION-DISPLAY)
               DELIMITED BY SIZE INTO WS-OLD-IMAGE-FILENAME
           MOVE "N" TO END-OF-FILE
           OPEN INPUT data-file
           OPEN OUTPUT old-image-file
           PERFORM UNTIL END-OF-FILE = "Y"
               READ data-file
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       MOVE DATA-RECORD TO OLD-IMAGE-RECORD
                       WRITE OLD-IMAGE-RECORD
               END-READ
           END-PERFORM
           CLOSE data-file
           CLOSE old-image-file

           MOVE "N" TO END-OF-FILE
           OPEN INPUT convert-file
           OPEN OUTPUT data-file
           PERFORM UNTIL END-OF-FILE = "Y"
               READ convert-file
                   AT END
                       MOVE "Y" TO END-OF-FILE
                   NOT AT END
                       MOVE CONVERT-RECORD TO DATA-RECORD
                       WRITE DATA-RECORD
               END-READ
           END-PERFORM
           CLOSE convert-file
           CLOSE data-file

           *> the scratch image is emptied, not left as a second copy
           OPEN OUTPUT convert-file
           CLOSE convert-file
       exit.

       LOG-REFUSAL.
           ADD 1 TO WS-REFUSED-COUNT
           MOVE "AFVIST" TO WS-RESULTAT
           IF WS-STEP-VERSION = 0 OR WS-NEXT-VERSION = 0
               MOVE WS-FRA-VERSION TO WS-STEP-VERSION
               MOVE WS-TIL-VERSION TO WS-NEXT-VERSION
           END-IF
           perform WRITE-LOG-LINE
           DISPLAY "LayoutKonvertering: " FUNCTION TRIM(WS-P-FIL)
               " afvist - " FUNCTION TRIM(WS-REASON)
       exit.

       WRITE-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE WS-STEP-VERSION TO WS-VERSION-DISPLAY
           MOVE WS-NEXT-VERSION TO WS-NEXT-DISPLAY
           MOVE WS-IN-COUNT TO WS-COUNT-IN-DISPLAY
           MOVE WS-OUT-COUNT TO WS-COUNT-OUT-DISPLAY
           MOVE WS-IN-SUM TO WS-SUM-IN-DISPLAY
           MOVE WS-OUT-SUM TO WS-SUM-OUT-DISPLAY
           MOVE SPACES TO LOG-RECORD
           STRING WS-AUDIT-TIMESTAMP(1:8) "-" WS-AUDIT-TIMESTAMP(9:6)
                  ", Fil: " FUNCTION TRIM(WS-P-FIL)
                  ", Layout: " FUNCTION TRIM(WS-P-LAYOUT)
                  ", Version: " FUNCTION TRIM(WS-VERSION-DISPLAY)
                  " -> " FUNCTION TRIM(WS-NEXT-DISPLAY)
                  ", Antal ind/ud: " FUNCTION TRIM(WS-COUNT-IN-DISPLAY)
                  "/" FUNCTION TRIM(WS-COUNT-OUT-DISPLAY)
                  ", Sum ind/ud: " FUNCTION TRIM(WS-SUM-IN-DISPLAY)
                  "/" FUNCTION TRIM(WS-SUM-OUT-DISPLAY)
                  ", " FUNCTION TRIM(WS-RESULTAT)
                  DELIMITED BY SIZE INTO LOG-RECORD
           IF WS-REASON NOT = SPACES
               MOVE LOG-RECORD TO WS-LINE
               MOVE SPACES TO LOG-RECORD
               STRING FUNCTION TRIM(WS-LINE) " - "
                      FUNCTION TRIM(WS-REASON)
                   DELIMITED BY SIZE INTO LOG-RECORD
           END-IF
           WRITE LOG-RECORD
       exit.
