identification division.
       program-id. IntegritetsSegl.

      *> --- Shared integrity-seal handler for files that cross the
      *> bank's boundary. Where KontrolTotal's X.ctl proves a file is
      *> complete, the seal proves nobody edited it on the way: for a
      *> data file X the companion X.sgl holds one line
      *> SEGL;SEGLVAERDI;ANTAL;TIDSSTEMPEL, SEGLVAERDI being a keyed
      *> hash of the file's lines under the key agreed with the other
      *> party. Keys stand in 140-SeglNoegle.txt as FILNAVN;NOEGLE,
      *> a line with FILNAVN * serving every file without its own.
      *> The hash, so a receiver can recompute it: four lanes, lane i
      *> starting at i, each byte b (its ordinal, 0-255) folded into
      *> every lane as H(i) = (H(i) * M(i) + b + i) mod P(i) with
      *> M = 263/271/277/281 and P = 999999937/999999929/999999893/
      *> 999999883. The key's bytes go in first, then each line's
      *> bytes without trailing spaces followed by a 10 (line end),
      *> then the key's bytes again. SEGLVAERDI is the four lanes as
      *> nine digits each, ANTAL the number of lines.
      *> LK-MODE:   S = seal the file (write X.sgl),
      *>            V = verify the file against X.sgl,
      *>            A = before rows are appended to a shared delivery:
      *>                a missing or empty file starts a new delivery
      *>                and passes, anything else must verify.
      *> LK-STATUS: 00 = sealed / verified, 35 = no seal on file,
      *> 23 = seal does not match the file, 91 = no key for the file,
      *> 99 = bad mode. Every seal written and every failure is
      *> logged to 140-SeglLog.txt (DATO;TID;MODE;FIL;OK/FEJL;TEKST);
      *> the FEJL lines feed the incident register. ---

environment division.
input-output section.
file-control.
       select data-file assign to WS-DATA-FILENAME
           organization line sequential
           file status is WS-DATA-STATUS.

       select seal-file assign to WS-SEAL-FILENAME
           organization line sequential
           file status is WS-SEAL-STATUS.

       select key-file assign to "140-SeglNoegle.txt"
           organization line sequential
           file status is WS-KEY-STATUS.

       select log-file assign to "140-SeglLog.txt"
           organization line sequential
           file status is WS-LOG-STATUS.

data division.
file section.
FD data-file.
       01 DATA-RECORD pic x(2000).

FD seal-file.
       01 SEAL-RECORD pic x(80).

FD key-file.
       01 KEY-RECORD pic x(120).

FD log-file.
       01 LOG-RECORD pic x(150).

WORKING-STORAGE SECTION.
       01 WS-DATA-FILENAME pic x(40) value spaces.
       01 WS-SEAL-FILENAME pic x(45) value spaces.
       01 WS-DATA-STATUS pic XX value spaces.
       01 WS-SEAL-STATUS pic XX value spaces.
       01 WS-KEY-STATUS pic XX value spaces.
       01 WS-LOG-STATUS pic XX value spaces.

       01 END-OF-DATA-FILE pic x value "N".
       01 END-OF-KEY-FILE pic x value "N".

      *> --- the key for this file, or the * default ---
       01 WS-KEY-FILNAVN pic x(40) value spaces.
       01 WS-KEY-TEXT pic x(64) value spaces.
       01 WS-NOEGLE pic x(64) value spaces.
       01 WS-DEFAULT-NOEGLE pic x(64) value spaces.
       01 WS-NOEGLE-LEN pic 9(4) value 0.

      *> --- the four hash lanes ---
       01 WS-LANE-TABLE.
           05 WS-LANE occurs 4 times.
               10 WS-LANE-H pic 9(9).
               10 WS-LANE-M pic 9(3).
               10 WS-LANE-P pic 9(9).
       01 WS-LANE-IX pic 9 value 0.
       01 WS-MIX pic 9(18) value 0.
       01 WS-BYTE-VALUE pic 9(3) value 0.
       01 WS-BYTE-IX pic 9(4) value 0.
       01 WS-RECORD-LEN pic 9(4) value 0.

       01 WS-LINE-COUNT pic 9(9) value 0.
       01 WS-SEGL-VAERDI pic x(36) value spaces.
       01 WS-COUNT-DISPLAY pic Z(8)9.

      *> --- the seal on file ---
       01 WS-SEAL-MARKER pic x(10) value spaces.
       01 WS-SEAL-VAERDI pic x(36) value spaces.
       01 WS-SEAL-ANTAL-TEXT pic x(10) value spaces.
       01 WS-SEAL-ANTAL pic 9(9) value 0.

       01 WS-TIMESTAMP pic x(21) value spaces.
       01 WS-LOG-RESULTAT pic x(4) value spaces.
       01 WS-LOG-TEKST pic x(60) value spaces.
       01 WS-LINE pic x(150) value spaces.

linkage section.
       01 LK-MODE pic x.
       01 LK-FILNAVN pic x(40).
       01 LK-STATUS pic XX.

procedure division using LK-MODE LK-FILNAVN LK-STATUS.
       MOVE "00" TO LK-STATUS
       MOVE LK-FILNAVN TO WS-DATA-FILENAME
       MOVE SPACES TO WS-SEAL-FILENAME
       STRING FUNCTION TRIM(LK-FILNAVN) DELIMITED BY SIZE
              ".sgl" DELIMITED BY SIZE
              INTO WS-SEAL-FILENAME

       IF LK-MODE NOT = "S" AND LK-MODE NOT = "V" AND LK-MODE NOT = "A"
           MOVE "99" TO LK-STATUS
           GOBACK
       END-IF

       perform LOAD-KEY
       IF WS-NOEGLE = SPACES
           MOVE "91" TO LK-STATUS
           MOVE "FEJL" TO WS-LOG-RESULTAT
           MOVE "ingen noegle i 140-SeglNoegle.txt" TO WS-LOG-TEKST
           perform WRITE-LOG-LINE
           GOBACK
       END-IF

       EVALUATE LK-MODE
           WHEN "S"
               perform COMPUTE-SEAL
               perform WRITE-SEAL
               MOVE "OK" TO WS-LOG-RESULTAT
               MOVE SPACES TO WS-LOG-TEKST
               MOVE WS-LINE-COUNT TO WS-COUNT-DISPLAY
               STRING "forseglet, " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                      " linjer" DELIMITED BY SIZE
                      INTO WS-LOG-TEKST
               perform WRITE-LOG-LINE
           WHEN "A"
               perform COMPUTE-SEAL
               IF WS-LINE-COUNT > 0
                   perform VERIFY-SEAL
               END-IF
           WHEN "V"
               perform COMPUTE-SEAL
               perform VERIFY-SEAL
       END-EVALUATE
       GOBACK.

      *> --- the file's own key wins over the * default ---
       LOAD-KEY.
           MOVE SPACES TO WS-NOEGLE
           MOVE SPACES TO WS-DEFAULT-NOEGLE
           MOVE "N" TO END-OF-KEY-FILE
           OPEN INPUT key-file
           IF WS-KEY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-KEY-FILE = "Y"
               READ key-file
                   AT END
                       MOVE "Y" TO END-OF-KEY-FILE
                   NOT AT END
                       MOVE SPACES TO WS-KEY-FILNAVN
                       MOVE SPACES TO WS-KEY-TEXT
                       UNSTRING KEY-RECORD DELIMITED BY ";"
                           INTO WS-KEY-FILNAVN, WS-KEY-TEXT
                       IF FUNCTION TRIM(WS-KEY-FILNAVN) = "*"
                           MOVE WS-KEY-TEXT TO WS-DEFAULT-NOEGLE
                       END-IF
                       IF FUNCTION TRIM(WS-KEY-FILNAVN)
                           = FUNCTION TRIM(LK-FILNAVN)
                           MOVE WS-KEY-TEXT TO WS-NOEGLE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE key-file
           IF WS-NOEGLE = SPACES
               MOVE WS-DEFAULT-NOEGLE TO WS-NOEGLE
           END-IF
           IF WS-NOEGLE NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-NOEGLE TRAILING))
                   TO WS-NOEGLE-LEN
           END-IF
       exit.

      *> --- key, every line, key; a missing file hashes as empty ---
       COMPUTE-SEAL.
           MOVE 1 TO WS-LANE-H(1)
           MOVE 263 TO WS-LANE-M(1)
           MOVE 999999937 TO WS-LANE-P(1)
           MOVE 2 TO WS-LANE-H(2)
           MOVE 271 TO WS-LANE-M(2)
           MOVE 999999929 TO WS-LANE-P(2)
           MOVE 3 TO WS-LANE-H(3)
           MOVE 277 TO WS-LANE-M(3)
           MOVE 999999893 TO WS-LANE-P(3)
           MOVE 4 TO WS-LANE-H(4)
           MOVE 281 TO WS-LANE-M(4)
           MOVE 999999883 TO WS-LANE-P(4)
           MOVE 0 TO WS-LINE-COUNT

           perform FEED-KEY

           MOVE "N" TO END-OF-DATA-FILE
           OPEN INPUT data-file
           IF WS-DATA-STATUS = "00"
               PERFORM UNTIL END-OF-DATA-FILE = "Y"
                   READ data-file
                       AT END
                           MOVE "Y" TO END-OF-DATA-FILE
                       NOT AT END
                           ADD 1 TO WS-LINE-COUNT
                           perform FEED-RECORD
                   END-READ
               END-PERFORM
               CLOSE data-file
           END-IF

           perform FEED-KEY

           MOVE SPACES TO WS-SEGL-VAERDI
           STRING WS-LANE-H(1) WS-LANE-H(2) WS-LANE-H(3) WS-LANE-H(4)
               DELIMITED BY SIZE INTO WS-SEGL-VAERDI
       exit.

       FEED-KEY.
           PERFORM VARYING WS-BYTE-IX FROM 1 BY 1
                   UNTIL WS-BYTE-IX > WS-NOEGLE-LEN
               COMPUTE WS-BYTE-VALUE =
                   FUNCTION ORD(WS-NOEGLE(WS-BYTE-IX:1)) - 1
               perform FEED-BYTE
           END-PERFORM
       exit.

       FEED-RECORD.
           IF DATA-RECORD = SPACES
               MOVE 0 TO WS-RECORD-LEN
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(DATA-RECORD TRAILING))
                   TO WS-RECORD-LEN
           END-IF
           PERFORM VARYING WS-BYTE-IX FROM 1 BY 1
                   UNTIL WS-BYTE-IX > WS-RECORD-LEN
               COMPUTE WS-BYTE-VALUE =
                   FUNCTION ORD(DATA-RECORD(WS-BYTE-IX:1)) - 1
               perform FEED-BYTE
           END-PERFORM
           MOVE 10 TO WS-BYTE-VALUE
           perform FEED-BYTE
       exit.

       FEED-BYTE.
           PERFORM VARYING WS-LANE-IX FROM 1 BY 1 UNTIL WS-LANE-IX > 4
               COMPUTE WS-MIX = WS-LANE-H(WS-LANE-IX) * WS-LANE-M(WS-LANE-IX)
                   + WS-BYTE-VALUE + WS-LANE-IX
               COMPUTE WS-LANE-H(WS-LANE-IX) =
                   FUNCTION MOD(WS-MIX, WS-LANE-P(WS-LANE-IX))
           END-PERFORM
       exit.

       WRITE-SEAL.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN OUTPUT seal-file
           MOVE SPACES TO SEAL-RECORD
           STRING "SEGL;" WS-SEGL-VAERDI ";"
                  WS-LINE-COUNT ";"
                  WS-TIMESTAMP(1:8) "-" WS-TIMESTAMP(9:6)
                  DELIMITED BY SIZE INTO SEAL-RECORD
           WRITE SEAL-RECORD
           CLOSE seal-file
       exit.

      *> --- the seal on file must name the same hash and line count ---
       VERIFY-SEAL.
           MOVE SPACES TO WS-SEAL-MARKER
           MOVE SPACES TO WS-SEAL-VAERDI
           MOVE SPACES TO WS-SEAL-ANTAL-TEXT
           OPEN INPUT seal-file
           IF WS-SEAL-STATUS NOT = "00"
               MOVE "35" TO LK-STATUS
           ELSE
               READ seal-file
                   AT END
                       MOVE "35" TO LK-STATUS
                   NOT AT END
                       UNSTRING SEAL-RECORD DELIMITED BY ";"
                           INTO WS-SEAL-MARKER, WS-SEAL-VAERDI,
                                WS-SEAL-ANTAL-TEXT
               END-READ
               CLOSE seal-file
           END-IF
           IF LK-STATUS = "00"
               IF WS-SEAL-MARKER NOT = "SEGL"
                   MOVE "35" TO LK-STATUS
               END-IF
           END-IF

           IF LK-STATUS = "35"
               MOVE "FEJL" TO WS-LOG-RESULTAT
               MOVE "intet segl paa filen" TO WS-LOG-TEKST
               perform WRITE-LOG-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-SEAL-ANTAL
           IF FUNCTION TEST-NUMVAL(WS-SEAL-ANTAL-TEXT) = 0
               COMPUTE WS-SEAL-ANTAL = FUNCTION NUMVAL(WS-SEAL-ANTAL-TEXT)
           END-IF
           IF WS-SEAL-VAERDI NOT = WS-SEGL-VAERDI
               OR WS-SEAL-ANTAL NOT = WS-LINE-COUNT
               MOVE "23" TO LK-STATUS
               MOVE "FEJL" TO WS-LOG-RESULTAT
               MOVE SPACES TO WS-LOG-TEKST
               MOVE WS-LINE-COUNT TO WS-COUNT-DISPLAY
               STRING "seglet passer ikke - filen er aendret, "
                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                      " linjer" DELIMITED BY SIZE
                      INTO WS-LOG-TEKST
               perform WRITE-LOG-LINE
           END-IF
       exit.

       WRITE-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           OPEN EXTEND log-file
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT log-file
           END-IF
           MOVE SPACES TO WS-LINE
           STRING WS-TIMESTAMP(1:4) "-" WS-TIMESTAMP(5:2) "-"
                  WS-TIMESTAMP(7:2) ";"
                  WS-TIMESTAMP(9:2) ":" WS-TIMESTAMP(11:2) ":"
                  WS-TIMESTAMP(13:2) ";"
                  LK-MODE ";"
                  FUNCTION TRIM(LK-FILNAVN) ";"
                  FUNCTION TRIM(WS-LOG-RESULTAT) ";"
                  FUNCTION TRIM(WS-LOG-TEKST)
                  DELIMITED BY SIZE INTO WS-LINE
           MOVE WS-LINE TO LOG-RECORD
           WRITE LOG-RECORD
           CLOSE log-file
       exit.
