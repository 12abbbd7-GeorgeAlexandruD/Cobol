identification division.
       program-id. LayoutStempel.

      *> --- Shared layout-version stamp, kept the way KontrolTotal
      *> keeps control totals: for a data file X the companion X.lyt
      *> holds one line LAYOUT;VERSION;TIDSSTEMPEL naming the record
      *> layout (TRANSAKTIONER, SALDOCARRY, KUNDESTAM, KONTOSTAM) and
      *> its version as listed in 139-LAYOUTVERSION.cpy. Writers CALL
      *> with mode W after writing the file; readers CALL with mode K
      *> and the version they were compiled for before opening it.
      *> LK-MODE:   W = write the stamp, R = read it back,
      *>            K = check it against LK-LAYOUT/LK-VERSION.
      *> LK-STATUS: 00 = done / matches, 23 = stamped with another
      *> layout or version (LK-VERSION then holds the stamped one),
      *> 35 = no stamp on file (written before stamping began, so in
      *> the current layout - readers accept it), 99 = bad mode. ---

environment division.
input-output section.
file-control.
       select stamp-file assign to WS-STAMP-FILENAME
           organization line sequential
           file status is WS-STAMP-STATUS.

data division.
file section.
FD stamp-file.
       01 STAMP-RECORD pic x(60).

WORKING-STORAGE SECTION.
       01 WS-STAMP-FILENAME pic x(45) value spaces.
       01 WS-STAMP-STATUS pic XX value spaces.
       01 WS-TIMESTAMP pic x(21) value spaces.
       01 WS-LAYOUT-TEXT pic x(15) value spaces.
       01 WS-VERSION-TEXT pic x(5) value spaces.

linkage section.
       01 LK-MODE pic x.
       01 LK-FILNAVN pic x(40).
       01 LK-LAYOUT pic x(15).
       01 LK-VERSION pic 9(2).
       01 LK-STATUS pic XX.

procedure division using LK-MODE LK-FILNAVN LK-LAYOUT LK-VERSION
                         LK-STATUS.
       MOVE "00" TO LK-STATUS
       MOVE SPACES TO WS-STAMP-FILENAME
       STRING FUNCTION TRIM(LK-FILNAVN) DELIMITED BY SIZE
              ".lyt" DELIMITED BY SIZE
              INTO WS-STAMP-FILENAME

       EVALUATE LK-MODE
           WHEN "W"
               PERFORM WRITE-STAMP
           WHEN "R"
               PERFORM READ-STAMP
               IF LK-STATUS = "00"
                   MOVE WS-LAYOUT-TEXT TO LK-LAYOUT
                   COMPUTE LK-VERSION = FUNCTION NUMVAL(WS-VERSION-TEXT)
               END-IF
           WHEN "K"
               PERFORM READ-STAMP
               IF LK-STATUS = "00"
                   IF FUNCTION TRIM(WS-LAYOUT-TEXT) NOT =
                           FUNCTION TRIM(LK-LAYOUT)
                       OR FUNCTION NUMVAL(WS-VERSION-TEXT) NOT = LK-VERSION
                       MOVE "23" TO LK-STATUS
                       COMPUTE LK-VERSION = FUNCTION NUMVAL(WS-VERSION-TEXT)
                   END-IF
               END-IF
           WHEN OTHER
               MOVE "99" TO LK-STATUS
       END-EVALUATE
       GOBACK.

       WRITE-STAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN OUTPUT stamp-file
           MOVE SPACES TO STAMP-RECORD
           STRING FUNCTION TRIM(LK-LAYOUT) ";" DELIMITED BY SIZE
                  LK-VERSION ";" DELIMITED BY SIZE
                  WS-TIMESTAMP(1:8) "-" WS-TIMESTAMP(9:6) DELIMITED BY SIZE
                  INTO STAMP-RECORD
           WRITE STAMP-RECORD
           CLOSE stamp-file
       exit.

       READ-STAMP.
           MOVE SPACES TO WS-LAYOUT-TEXT
           MOVE SPACES TO WS-VERSION-TEXT
           OPEN INPUT stamp-file
           IF WS-STAMP-STATUS NOT = "00"
               MOVE "35" TO LK-STATUS
           ELSE
               READ stamp-file
                   AT END
                       MOVE "35" TO LK-STATUS
                   NOT AT END
                       UNSTRING STAMP-RECORD DELIMITED BY ";"
                           INTO WS-LAYOUT-TEXT, WS-VERSION-TEXT
                       IF WS-VERSION-TEXT = SPACES
                           OR FUNCTION TEST-NUMVAL(WS-VERSION-TEXT) NOT = 0
                           MOVE "35" TO LK-STATUS
                       END-IF
               END-READ
               CLOSE stamp-file
           END-IF
       exit.
