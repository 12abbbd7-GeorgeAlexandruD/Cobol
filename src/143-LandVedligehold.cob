identification division.
       program-id. LandVedligehold.

      *> --- Maintenance of the indexed country master 143-Lande.txt
      *> (143-LAND.cpy), the one place LAND on a customer row, its
      *> postal code and the country's AML risk are checked against.
      *> Reads 143-LandAendringer.txt:
      *>   ADD/CHANGE,ISO,VALUTA,RISIKOKLASSE,SANKTION,POSTNR-FORMAT,
      *>     OPERATOR-ID
      *>   NAVN,ISO,SPROG,NAVN,OPERATOR-ID
      *> ISO is the two-letter ISO 3166 code, VALUTA three letters,
      *> RISIKOKLASSE LAV/MELLEM/HOEJ, SANKTION J/N (blank N), and
      *> POSTNR-FORMAT the /-separated masks (9 digit, A letter).
      *> NAVN sets the country's name in one language - a language of
      *> 10-Tekster.txt (DA always) - and a blank name removes it;
      *> a country keeps at most five names. The risk class and the
      *> sanctions flag steer AML, sanctions and CRS screening, so an
      *> ADD, or a CHANGE that alters either, takes an operator with
      *> GODKENDER; anything else takes VEDLIGEHOLD. With the
      *> operator register in place every delta must name its
      *> operator. A country is never deleted - customer rows and
      *> history keep pointing at it. Every applied delta goes to
      *> the audit log 143-LandLog.txt with the record before and
      *> after and the operator; applied and rejected deltas are
      *> listed in 143-LandVedligeholdRapport.txt. ---

environment division.
input-output section.
file-control.
       select country-file assign to "143-Lande.txt"
           organization is indexed
           access mode is dynamic
           record key is LAND-ISO of country-in
           file status is WS-COUNTRY-STATUS.

       select changes-file assign to "143-LandAendringer.txt"
           organization line sequential
           file status is WS-CHANGES-STATUS.

       select text-file assign to "10-Tekster.txt"
           organization line sequential
           file status is WS-TEXT-STATUS.

       select audit-log-file assign to "143-LandLog.txt"
           organization line sequential
           file status is WS-AUDIT-LOG-STATUS.

       select report-file assign to "143-LandVedligeholdRapport.txt"
           organization line sequential.

      *> --- only probed at start-up: a present operator register
      *> makes the OPERATOR-ID field on every delta mandatory ---
       select operator-probe-file assign to "80-Operatoerer.txt"
           organization line sequential
           file status is WS-OPERATOR-PROBE-STATUS.

data division.
file section.
FD country-file.
01 country-in.
       copy "143-LAND.cpy".

FD changes-file.
       01 CHANGE-RECORD pic x(200).

FD text-file.
       01 TEXT-RECORD pic x(90).

FD audit-log-file.
       01 AUDIT-LOG-RECORD pic x(400).

FD report-file.
       01 REPORT-RECORD pic x(150).

FD operator-probe-file.
       01 OPERATOR-PROBE-RECORD pic x(60).

WORKING-STORAGE SECTION.
       01 WS-COUNTRY-STATUS pic XX value spaces.
       01 WS-CHANGES-STATUS pic XX value spaces.
       01 WS-TEXT-STATUS pic XX value spaces.
       01 WS-AUDIT-LOG-STATUS pic XX value spaces.

       01 END-OF-CHANGES-FILE pic x value "N".
       01 END-OF-TEXT-FILE pic x value "N".

       01 WS-ACTION pic x(10) value spaces.
       01 WS-CHANGE-ISO pic x(5) value spaces.
       01 WS-CHANGE-VALUTA pic x(5) value spaces.
       01 WS-CHANGE-RISIKO pic x(8) value spaces.
       01 WS-CHANGE-SANKTION pic x(3) value spaces.
       01 WS-CHANGE-FORMAT pic x(40) value spaces.
       01 WS-CHANGE-SPROG pic x(3) value spaces.
       01 WS-CHANGE-NAVN pic x(30) value spaces.
       01 WS-CHANGE-OPERATOR pic x(10) value spaces.

      *> --- the languages 10-Tekster.txt speaks; DA always ---
       01 WS-SPROG-COUNT pic 9(2) value 0.
       01 WS-SPROG-IX pic 9(2) value 0.
       01 WS-SPROG-FOUND pic x value "N".
       01 WS-SPROG-TABLE OCCURS 20 TIMES.
           05 SPR-KODE pic x(2).
       01 WS-TEXT-SPROG pic x(2) value spaces.

       01 WS-NAVN-IX pic 9(2) value 0.
       01 WS-NAVN-SLOT pic 9(2) value 0.
       01 WS-CHAR-IX pic 9(2) value 0.

      *> --- the record before and after, as logged ---
       01 WS-BEFORE-TEXT pic x(180) value spaces.
       01 WS-AFTER-TEXT pic x(180) value spaces.
       01 WS-RECORD-TEXT pic x(180) value spaces.
       01 WS-TEXT-PTR pic 9(3) value 1.

      *> --- operator role check against 80-Operatoerer.txt; with the
      *> register in place a delta without an operator is refused ---
       01 WS-ROLLE-KRAV pic x(14) value spaces.
       01 WS-OPR-STATUS pic XX value spaces.
       01 WS-OPERATOR-PROBE-STATUS pic XX value spaces.
       01 WS-REGISTER-PRESENT pic x value "N".

       01 WS-AUDIT-TIMESTAMP pic x(21) value spaces.
       01 WS-APPLIED-COUNT pic 9(7) value 0.
       01 WS-REJECTED-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

PROCEDURE DIVISION.
       OPEN INPUT changes-file
       IF WS-CHANGES-STATUS = "35"
           DISPLAY "LandVedligehold: 143-LandAendringer.txt blev ikke fundet"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN I-O country-file
       IF WS-COUNTRY-STATUS = "35"
           OPEN OUTPUT country-file
           CLOSE country-file
           OPEN I-O country-file
       END-IF

       OPEN OUTPUT report-file

       OPEN EXTEND audit-log-file
       IF WS-AUDIT-LOG-STATUS = "35"
           OPEN OUTPUT audit-log-file
       END-IF

       OPEN INPUT operator-probe-file
       IF WS-OPERATOR-PROBE-STATUS = "00"
           MOVE "Y" TO WS-REGISTER-PRESENT
           CLOSE operator-probe-file
       END-IF

       perform LOAD-LANGUAGES

       perform UNTIL END-OF-CHANGES-FILE = "Y"
           read changes-file
               at end
                   move "Y" to END-OF-CHANGES-FILE
               not at end
                   IF CHANGE-RECORD NOT = SPACES
                       perform APPLY-ONE-CHANGE
                   END-IF
           end-read
       end-perform

       perform WRITE-REPORT-TRAILER

       close changes-file
       close country-file
       close audit-log-file
       close report-file
stop run.

      *> --- every SPROG 10-Tekster.txt has a phrase in may carry a
      *> country name; DA is there even without the file ---
       LOAD-LANGUAGES.
           MOVE 1 TO WS-SPROG-COUNT
           MOVE "DA" TO SPR-KODE(1)
           OPEN INPUT text-file
           IF WS-TEXT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-TEXT-FILE = "Y"
               READ text-file
                   AT END
                       MOVE "Y" TO END-OF-TEXT-FILE
                   NOT AT END
                       MOVE SPACES TO WS-TEXT-SPROG
                       UNSTRING TEXT-RECORD DELIMITED BY ";"
                           INTO WS-TEXT-SPROG
                       MOVE WS-TEXT-SPROG TO WS-CHANGE-SPROG
                       perform FIND-LANGUAGE
                       IF WS-SPROG-FOUND = "N" AND WS-TEXT-SPROG NOT = SPACES
                           AND WS-SPROG-COUNT < 20
                           ADD 1 TO WS-SPROG-COUNT
                           MOVE WS-TEXT-SPROG TO SPR-KODE(WS-SPROG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE text-file
           MOVE SPACES TO WS-CHANGE-SPROG
       exit.

       FIND-LANGUAGE.
           MOVE "N" TO WS-SPROG-FOUND
           PERFORM VARYING WS-SPROG-IX FROM 1 BY 1
               UNTIL WS-SPROG-IX > WS-SPROG-COUNT
               IF SPR-KODE(WS-SPROG-IX) = WS-CHANGE-SPROG
                   MOVE "Y" TO WS-SPROG-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
       exit.

      *> --- the action decides how the rest of the record reads ---
       APPLY-ONE-CHANGE.
           MOVE SPACES TO WS-ACTION
           MOVE SPACES TO WS-CHANGE-ISO
           MOVE SPACES TO WS-CHANGE-VALUTA
           MOVE SPACES TO WS-CHANGE-RISIKO
           MOVE SPACES TO WS-CHANGE-SANKTION
           MOVE SPACES TO WS-CHANGE-FORMAT
           MOVE SPACES TO WS-CHANGE-SPROG
           MOVE SPACES TO WS-CHANGE-NAVN
           MOVE SPACES TO WS-CHANGE-OPERATOR
           MOVE SPACES TO REPORT-RECORD
           UNSTRING CHANGE-RECORD DELIMITED BY ","
               INTO WS-ACTION
           IF FUNCTION TRIM(WS-ACTION) = "NAVN"
               UNSTRING CHANGE-RECORD DELIMITED BY ","
                   INTO WS-ACTION, WS-CHANGE-ISO, WS-CHANGE-SPROG,
                        WS-CHANGE-NAVN, WS-CHANGE-OPERATOR
           ELSE
               UNSTRING CHANGE-RECORD DELIMITED BY ","
                   INTO WS-ACTION, WS-CHANGE-ISO, WS-CHANGE-VALUTA,
                        WS-CHANGE-RISIKO, WS-CHANGE-SANKTION,
                        WS-CHANGE-FORMAT, WS-CHANGE-OPERATOR
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-CHANGE-ISO) TO WS-CHANGE-ISO
           MOVE FUNCTION UPPER-CASE(WS-CHANGE-VALUTA) TO WS-CHANGE-VALUTA
           MOVE FUNCTION UPPER-CASE(WS-CHANGE-RISIKO) TO WS-CHANGE-RISIKO
           MOVE FUNCTION UPPER-CASE(WS-CHANGE-SANKTION)
               TO WS-CHANGE-SANKTION
           MOVE FUNCTION UPPER-CASE(WS-CHANGE-FORMAT) TO WS-CHANGE-FORMAT
           MOVE FUNCTION UPPER-CASE(WS-CHANGE-SPROG) TO WS-CHANGE-SPROG

           IF WS-REGISTER-PRESENT = "Y"
               AND WS-CHANGE-OPERATOR = SPACES
               MOVE "Operatoer-ID mangler" TO REPORT-RECORD
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           perform CHECK-ISO-CODE
           IF REPORT-RECORD NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           EVALUATE FUNCTION TRIM(WS-ACTION)
               WHEN "ADD"
                   PERFORM APPLY-ADD
               WHEN "CHANGE"
                   PERFORM APPLY-CHANGE
               WHEN "NAVN"
                   PERFORM APPLY-NAME
               WHEN OTHER
                   MOVE "Ukendt handling (brug ADD/CHANGE/NAVN)" TO REPORT-RECORD
                   PERFORM WRITE-REJECT-LINE
           END-EVALUATE
       exit.

      *> --- two letters A-Z, nothing after ---
       CHECK-ISO-CODE.
           IF WS-CHANGE-ISO(1:1) < "A" OR WS-CHANGE-ISO(1:1) > "Z"
               OR WS-CHANGE-ISO(2:1) < "A" OR WS-CHANGE-ISO(2:1) > "Z"
               OR WS-CHANGE-ISO(3:) NOT = SPACES
               MOVE "ISO-koden skal vaere to bogstaver" TO REPORT-RECORD
           END-IF
       exit.

      *> --- the data fields of ADD/CHANGE; REPORT-RECORD comes back
      *> holding the reason when one is wrong ---
       CHECK-COUNTRY-FIELDS.
           PERFORM VARYING WS-CHAR-IX FROM 1 BY 1 UNTIL WS-CHAR-IX > 3
               IF WS-CHANGE-VALUTA(WS-CHAR-IX:1) < "A"
                   OR WS-CHANGE-VALUTA(WS-CHAR-IX:1) > "Z"
                   MOVE "VALUTA skal vaere tre bogstaver" TO REPORT-RECORD
               END-IF
           END-PERFORM
           IF WS-CHANGE-VALUTA(4:) NOT = SPACES
               MOVE "VALUTA skal vaere tre bogstaver" TO REPORT-RECORD
           END-IF
           IF FUNCTION TRIM(WS-CHANGE-RISIKO) NOT = "LAV"
               AND FUNCTION TRIM(WS-CHANGE-RISIKO) NOT = "MELLEM"
               AND FUNCTION TRIM(WS-CHANGE-RISIKO) NOT = "HOEJ"
               MOVE "Ukendt risikoklasse (brug LAV/MELLEM/HOEJ)" TO REPORT-RECORD
           END-IF
           IF WS-CHANGE-SANKTION = SPACES
               MOVE "N" TO WS-CHANGE-SANKTION
           END-IF
           IF WS-CHANGE-SANKTION NOT = "J" AND WS-CHANGE-SANKTION NOT = "N"
               MOVE "SANKTION skal vaere J eller N" TO REPORT-RECORD
           END-IF
       exit.

      *> --- WS-ROLLE-KRAV names the role the delta needs; without
      *> the register a named operator is taken at face value ---
       CHECK-OPERATOR-ROLE.
           IF WS-REGISTER-PRESENT = "N" OR WS-CHANGE-OPERATOR = SPACES
               EXIT PARAGRAPH
           END-IF
           CALL "OperatoerOpslag" USING WS-CHANGE-OPERATOR
               WS-ROLLE-KRAV WS-OPR-STATUS
           IF WS-OPR-STATUS NOT = "00"
               STRING "Operatoeren mangler " FUNCTION TRIM(WS-ROLLE-KRAV)
                      "-rollen"
                      DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
       exit.

       APPLY-ADD.
           perform CHECK-COUNTRY-FIELDS
           IF REPORT-RECORD NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "GODKENDER" TO WS-ROLLE-KRAV
           perform CHECK-OPERATOR-ROLE
           IF REPORT-RECORD NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO country-in
           MOVE WS-CHANGE-ISO TO LAND-ISO OF country-in
           MOVE WS-CHANGE-VALUTA TO LAND-VALUTA
           MOVE WS-CHANGE-RISIKO TO LAND-RISIKOKLASSE
           MOVE WS-CHANGE-SANKTION TO LAND-SANKTION
           MOVE WS-CHANGE-FORMAT TO LAND-POSTNR-FORMAT
           MOVE SPACES TO WS-BEFORE-TEXT
           WRITE country-in
               INVALID KEY
                   MOVE "Landet findes allerede" TO REPORT-RECORD
                   PERFORM WRITE-REJECT-LINE
               NOT INVALID KEY
                   perform FORMAT-RECORD-TEXT
                   MOVE WS-RECORD-TEXT TO WS-AFTER-TEXT
                   perform WRITE-APPLIED-LINE
           END-WRITE
       exit.

       APPLY-CHANGE.
           MOVE WS-CHANGE-ISO TO LAND-ISO OF country-in
           READ country-file
               INVALID KEY
                   MOVE "Landet findes ikke" TO REPORT-RECORD
                   PERFORM WRITE-REJECT-LINE
                   EXIT PARAGRAPH
           END-READ
           perform CHECK-COUNTRY-FIELDS
           IF REPORT-RECORD NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-CHANGE-RISIKO NOT = LAND-RISIKOKLASSE
               OR WS-CHANGE-SANKTION NOT = LAND-SANKTION
               MOVE "GODKENDER" TO WS-ROLLE-KRAV
           ELSE
               MOVE "VEDLIGEHOLD" TO WS-ROLLE-KRAV
           END-IF
           perform CHECK-OPERATOR-ROLE
           IF REPORT-RECORD NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           perform FORMAT-RECORD-TEXT
           MOVE WS-RECORD-TEXT TO WS-BEFORE-TEXT
           MOVE WS-CHANGE-VALUTA TO LAND-VALUTA
           MOVE WS-CHANGE-RISIKO TO LAND-RISIKOKLASSE
           MOVE WS-CHANGE-SANKTION TO LAND-SANKTION
           MOVE WS-CHANGE-FORMAT TO LAND-POSTNR-FORMAT
           REWRITE country-in
               INVALID KEY
                   MOVE "Landet findes ikke" TO REPORT-RECORD
                   PERFORM WRITE-REJECT-LINE
               NOT INVALID KEY
                   perform FORMAT-RECORD-TEXT
                   MOVE WS-RECORD-TEXT TO WS-AFTER-TEXT
                   perform WRITE-APPLIED-LINE
           END-REWRITE
       exit.

      *> --- the language's own slot is replaced (or emptied by a
      *> blank name); a new language takes the first free slot ---
       APPLY-NAME.
           perform FIND-LANGUAGE
           IF WS-SPROG-FOUND = "N"
               MOVE "Sproget findes ikke i 10-Tekster.txt" TO REPORT-RECORD
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-CHANGE-NAVN NOT = SPACES
               AND WS-CHANGE-NAVN(1:1) = " "
               MOVE FUNCTION TRIM(WS-CHANGE-NAVN) TO WS-CHANGE-NAVN
           END-IF
           MOVE "VEDLIGEHOLD" TO WS-ROLLE-KRAV
           perform CHECK-OPERATOR-ROLE
           IF REPORT-RECORD NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHANGE-ISO TO LAND-ISO OF country-in
           READ country-file
               INVALID KEY
                   MOVE "Landet findes ikke" TO REPORT-RECORD
                   PERFORM WRITE-REJECT-LINE
                   EXIT PARAGRAPH
           END-READ
           perform FORMAT-RECORD-TEXT
           MOVE WS-RECORD-TEXT TO WS-BEFORE-TEXT

           MOVE 0 TO WS-NAVN-SLOT
           PERFORM VARYING WS-NAVN-IX FROM 1 BY 1 UNTIL WS-NAVN-IX > 5
               IF LAND-SPROG(WS-NAVN-IX) = WS-CHANGE-SPROG(1:2)
                   MOVE WS-NAVN-IX TO WS-NAVN-SLOT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-NAVN-SLOT = 0 AND WS-CHANGE-NAVN NOT = SPACES
               PERFORM VARYING WS-NAVN-IX FROM 1 BY 1 UNTIL WS-NAVN-IX > 5
                   IF LAND-SPROG(WS-NAVN-IX) = SPACES
                       MOVE WS-NAVN-IX TO WS-NAVN-SLOT
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-NAVN-SLOT = 0
                   MOVE "Landet har allerede fem navne" TO REPORT-RECORD
                   PERFORM WRITE-REJECT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-NAVN-SLOT = 0
               MOVE "Landet har intet navn paa sproget" TO REPORT-RECORD
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-CHANGE-NAVN = SPACES
               MOVE SPACES TO LAND-SPROG(WS-NAVN-SLOT)
               MOVE SPACES TO LAND-NAVN(WS-NAVN-SLOT)
           ELSE
               MOVE WS-CHANGE-SPROG(1:2) TO LAND-SPROG(WS-NAVN-SLOT)
               MOVE WS-CHANGE-NAVN TO LAND-NAVN(WS-NAVN-SLOT)
           END-IF
           REWRITE country-in
               INVALID KEY
                   MOVE "Landet findes ikke" TO REPORT-RECORD
                   PERFORM WRITE-REJECT-LINE
               NOT INVALID KEY
                   perform FORMAT-RECORD-TEXT
                   MOVE WS-RECORD-TEXT TO WS-AFTER-TEXT
                   perform WRITE-APPLIED-LINE
           END-REWRITE
       exit.

      *> --- ISO;VALUTA;RISIKOKLASSE;SANKTION;FORMAT;SPROG=NAVN... ---
       FORMAT-RECORD-TEXT.
           MOVE SPACES TO WS-RECORD-TEXT
           MOVE 1 TO WS-TEXT-PTR
           STRING LAND-ISO OF country-in ";" LAND-VALUTA ";"
                  FUNCTION TRIM(LAND-RISIKOKLASSE) ";"
                  LAND-SANKTION ";"
                  FUNCTION TRIM(LAND-POSTNR-FORMAT)
                  DELIMITED BY SIZE INTO WS-RECORD-TEXT
                  WITH POINTER WS-TEXT-PTR
           PERFORM VARYING WS-NAVN-IX FROM 1 BY 1 UNTIL WS-NAVN-IX > 5
               IF LAND-SPROG(WS-NAVN-IX) NOT = SPACES
                   STRING ";" LAND-SPROG(WS-NAVN-IX) "="
                          FUNCTION TRIM(LAND-NAVN(WS-NAVN-IX))
                          DELIMITED BY SIZE INTO WS-RECORD-TEXT
                          WITH POINTER WS-TEXT-PTR
               END-IF
           END-PERFORM
       exit.

       WRITE-APPLIED-LINE.
           ADD 1 TO WS-APPLIED-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "Anvendt - Handling: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACTION) DELIMITED BY SIZE
                  ", LAND: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHANGE-ISO) DELIMITED BY SIZE
                  ", Operatoer: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHANGE-OPERATOR) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD

           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING WS-AUDIT-TIMESTAMP(1:8) "-" WS-AUDIT-TIMESTAMP(9:6) DELIMITED BY SIZE
                  ", Operatoer: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHANGE-OPERATOR) DELIMITED BY SIZE
                  ", Handling: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACTION) DELIMITED BY SIZE
                  ", LAND: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHANGE-ISO) DELIMITED BY SIZE
                  ", Foer: [" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BEFORE-TEXT) DELIMITED BY SIZE
                  "], Efter: [" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AFTER-TEXT) DELIMITED BY SIZE
                  "]" DELIMITED BY SIZE
                  INTO AUDIT-LOG-RECORD
           WRITE AUDIT-LOG-RECORD
       exit.

      *> REPORT-RECORD arrives holding the reject reason text
       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECTED-COUNT
           STRING "Afvist - " DELIMITED BY SIZE
                  FUNCTION TRIM(REPORT-RECORD) DELIMITED BY SIZE
                  " - Handling: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACTION) DELIMITED BY SIZE
                  ", LAND: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHANGE-ISO) DELIMITED BY SIZE
                  ", Operatoer: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHANGE-OPERATOR) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
       exit.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-APPLIED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Aendringer anvendt: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Aendringer afvist: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
