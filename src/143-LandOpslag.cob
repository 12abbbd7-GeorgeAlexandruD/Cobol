identification division.
       program-id. LandOpslag.

      *> --- Shared country lookup over the country master
      *> 143-Lande.txt (record in 143-LAND.cpy), so every program
      *> reads LAND, the postal code and the country's risk the same
      *> way. Loaded on the first call, kept across calls.
      *> LK-MODE: K = LK-TEKST is an ISO code; the country answered
      *>              in LK-LAND (anything longer than two characters
      *>              is no ISO code and answers 23),
      *>          N = LK-TEKST is free text - the ISO code or the
      *>              country's name in any language, case ignored;
      *>              the country answered in LK-LAND,
      *>          P = LK-TEKST is a postal code for the country whose
      *>              ISO code stands in LAND-ISO of LK-LAND; checked
      *>              against the country's postal-code format (a
      *>              blank postal code is not checked).
      *> A blank country is DK, as on the customer row.
      *> LK-STATUS: 00 = answered / postal code fits, 23 = no such
      *> country / postal code does not fit, 35 = no country master
      *> at all (the caller skips the check), 99 = bad mode. ---

environment division.
input-output section.
file-control.
       select country-file assign to "143-Lande.txt"
           organization is indexed
           access mode is sequential
           record key is LAND-ISO of country-in
           file status is WS-COUNTRY-STATUS.

data division.
file section.
FD country-file.
01 country-in.
       copy "143-LAND.cpy".

WORKING-STORAGE SECTION.
       01 WS-COUNTRY-STATUS pic XX value spaces.
       01 END-OF-COUNTRY-FILE pic x value "N".

       01 WS-TABLE-LOADED pic x value "N".
       01 WS-COUNTRY-COUNT pic 9(3) value 0.
       01 WS-COUNTRY-IX pic 9(3) value 0.
       01 WS-COUNTRY-FOUND pic 9(3) value 0.
       01 WS-COUNTRY-TABLE OCCURS 300 TIMES.
           05 TBL-ISO pic x(2).
           05 TBL-RECORD pic x(212).

       01 WS-COUNTRY.
           copy "143-LAND.cpy".
       01 WS-NAVN-IX pic 9(2) value 0.

       01 WS-SOEG pic x(30) value spaces.
       01 WS-ISO pic x(2) value spaces.

      *> --- postal-code check against the /-separated masks ---
       01 WS-POSTNR pic x(30) value spaces.
       01 WS-POSTNR-LEN pic 9(3) value 0.
       01 WS-MASK pic x(40) value spaces.
       01 WS-MASK-LEN pic 9(3) value 0.
       01 WS-MASK-PTR pic 9(3) value 1.
       01 WS-CHAR-IX pic 9(3) value 0.
       01 WS-MASK-CHAR pic x value space.
       01 WS-POSTNR-CHAR pic x value space.
       01 WS-FITS pic x value "N".

linkage section.
       01 LK-MODE pic x.
       01 LK-TEKST pic x(30).
       01 LK-LAND.
           copy "143-LAND.cpy".
       01 LK-STATUS pic XX.

procedure division using LK-MODE LK-TEKST LK-LAND LK-STATUS.
       IF WS-TABLE-LOADED = "N"
           PERFORM LOAD-COUNTRY-TABLE
           MOVE "Y" TO WS-TABLE-LOADED
       END-IF

       IF WS-COUNTRY-COUNT = 0
           MOVE "35" TO LK-STATUS
           GOBACK
       END-IF

       EVALUATE LK-MODE
           WHEN "K"
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LK-TEKST))
                   TO WS-ISO
               IF WS-ISO = SPACES
                   MOVE "DK" TO WS-ISO
               END-IF
               *> a name in mode K is no ISO code - "Denmark" must not
               *> turn into DE by being cut to two characters
               IF FUNCTION LENGTH(FUNCTION TRIM(LK-TEKST)) > 2
                   MOVE 0 TO WS-COUNTRY-FOUND
               ELSE
                   PERFORM FIND-BY-ISO
               END-IF
               PERFORM ANSWER-COUNTRY
           WHEN "N"
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LK-TEKST))
                   TO WS-SOEG
               IF WS-SOEG = SPACES
                   MOVE "DK" TO WS-SOEG
               END-IF
               MOVE WS-SOEG(1:2) TO WS-ISO
               MOVE 0 TO WS-COUNTRY-FOUND
               IF WS-SOEG(3:) = SPACES
                   PERFORM FIND-BY-ISO
               END-IF
               IF WS-COUNTRY-FOUND = 0
                   PERFORM FIND-BY-NAME
               END-IF
               PERFORM ANSWER-COUNTRY
           WHEN "P"
               MOVE LAND-ISO OF LK-LAND TO WS-ISO
               IF WS-ISO = SPACES
                   MOVE "DK" TO WS-ISO
               END-IF
               PERFORM FIND-BY-ISO
               IF WS-COUNTRY-FOUND = 0
                   MOVE "23" TO LK-STATUS
               ELSE
                   PERFORM CHECK-POSTNR
               END-IF
           WHEN OTHER
               MOVE "99" TO LK-STATUS
       END-EVALUATE
       GOBACK.

      *> --- the whole master in ISO order; it is a few hundred
      *> countries at most ---
       LOAD-COUNTRY-TABLE.
           OPEN INPUT country-file
           IF WS-COUNTRY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-COUNTRY-FILE = "Y"
               READ country-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-COUNTRY-FILE
                   NOT AT END
                       IF WS-COUNTRY-COUNT < 300
                           ADD 1 TO WS-COUNTRY-COUNT
                           MOVE LAND-ISO OF country-in
                               TO TBL-ISO(WS-COUNTRY-COUNT)
                           MOVE country-in TO TBL-RECORD(WS-COUNTRY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE country-file
       exit.

       FIND-BY-ISO.
           MOVE 0 TO WS-COUNTRY-FOUND
           PERFORM VARYING WS-COUNTRY-IX FROM 1 BY 1
               UNTIL WS-COUNTRY-IX > WS-COUNTRY-COUNT
               IF TBL-ISO(WS-COUNTRY-IX) = WS-ISO
                   MOVE WS-COUNTRY-IX TO WS-COUNTRY-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
       exit.

      *> --- "Danmark", "Denmark" and "DANMARK" all find DK ---
       FIND-BY-NAME.
           MOVE 0 TO WS-COUNTRY-FOUND
           PERFORM VARYING WS-COUNTRY-IX FROM 1 BY 1
               UNTIL WS-COUNTRY-IX > WS-COUNTRY-COUNT
                  OR WS-COUNTRY-FOUND > 0
               MOVE TBL-RECORD(WS-COUNTRY-IX) TO WS-COUNTRY
               PERFORM VARYING WS-NAVN-IX FROM 1 BY 1
                   UNTIL WS-NAVN-IX > 5
                   IF LAND-NAVN OF WS-COUNTRY(WS-NAVN-IX) NOT = SPACES
                       AND FUNCTION UPPER-CASE(
                           LAND-NAVN OF WS-COUNTRY(WS-NAVN-IX)) = WS-SOEG
                       MOVE WS-COUNTRY-IX TO WS-COUNTRY-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM
       exit.

       ANSWER-COUNTRY.
           IF WS-COUNTRY-FOUND = 0
               MOVE SPACES TO LK-LAND
               MOVE "23" TO LK-STATUS
           ELSE
               MOVE TBL-RECORD(WS-COUNTRY-FOUND) TO LK-LAND
               MOVE "00" TO LK-STATUS
           END-IF
       exit.

      *> --- the postal code fits when it fits any one mask ---
       CHECK-POSTNR.
           MOVE TBL-RECORD(WS-COUNTRY-FOUND) TO WS-COUNTRY
           IF LAND-POSTNR-FORMAT OF WS-COUNTRY = SPACES
               OR LK-TEKST = SPACES
               MOVE "00" TO LK-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(LK-TEKST)) TO WS-POSTNR
           MOVE 0 TO WS-POSTNR-LEN
           IF WS-POSTNR NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-POSTNR))
                   TO WS-POSTNR-LEN
           END-IF

           MOVE "N" TO WS-FITS
           MOVE 1 TO WS-MASK-PTR
           PERFORM UNTIL WS-FITS = "Y" OR WS-MASK-PTR > 40
               MOVE SPACES TO WS-MASK
               UNSTRING LAND-POSTNR-FORMAT OF WS-COUNTRY DELIMITED BY "/"
                   INTO WS-MASK
                   WITH POINTER WS-MASK-PTR
               IF WS-MASK = SPACES
                   EXIT PERFORM
               END-IF
               PERFORM MATCH-ONE-MASK
           END-PERFORM

           IF WS-FITS = "Y"
               MOVE "00" TO LK-STATUS
           ELSE
               MOVE "23" TO LK-STATUS
           END-IF
       exit.

       MATCH-ONE-MASK.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-MASK)) TO WS-MASK-LEN
           IF WS-MASK-LEN NOT = WS-POSTNR-LEN
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-FITS
           PERFORM VARYING WS-CHAR-IX FROM 1 BY 1
               UNTIL WS-CHAR-IX > WS-MASK-LEN OR WS-FITS = "N"
               MOVE WS-MASK(WS-CHAR-IX:1) TO WS-MASK-CHAR
               MOVE WS-POSTNR(WS-CHAR-IX:1) TO WS-POSTNR-CHAR
               EVALUATE WS-MASK-CHAR
                   WHEN "9"
                       IF WS-POSTNR-CHAR IS NOT NUMERIC
                           MOVE "N" TO WS-FITS
                       END-IF
                   WHEN "A"
                       IF WS-POSTNR-CHAR < "A" OR WS-POSTNR-CHAR > "Z"
                           MOVE "N" TO WS-FITS
                       END-IF
                   WHEN OTHER
                       IF WS-POSTNR-CHAR NOT = WS-MASK-CHAR
                           MOVE "N" TO WS-FITS
                       END-IF
               END-EVALUATE
           END-PERFORM
       exit.
