identification division.
       program-id. ParameterKontrol.

      *> --- Central parameter register and pre-flight check. Every
      *> program still reads its own parameter file and still falls
      *> back to its defaults when a value is unusable, so a typo used
      *> to go unnoticed; this run makes it visible before the night
      *> starts. The BatchDriver runs it first and refuses to start the
      *> chain when it ends with return code 1.
      *> 136-ParameterRegister.txt documents one parameter per line:
      *>   FIL;FORMAT;NOEGLE;TYPE;MIN;MAX;TILLADTE;STANDARD;BESKRIVELSE
      *> FORMAT says how the program reads the file:
      *>   E - one value on the first line (NOEGLE is just a label)
      *>   K - comma-separated fields on the first line (NOEGLE is the
      *>       field number, 1 = first)
      *>   N - NOEGLE;VAERDI lines
      *> TYPE is HELTAL, DECIMAL, DATO (YYYY-MM-DD), TID (HH:MM:SS),
      *> KODE (one of TILLADTE, /-separated) or TEKST. MIN and MAX bound
      *> HELTAL/DECIMAL values (blank = no bound), STANDARD is the
      *> default the program uses when the value is absent. Lines
      *> starting with * are comments. Without the register a starter
      *> register covering the main parameter files is written first.
      *> Checks per registered file (a file that does not exist is
      *> fine - the program runs on its defaults):
      *>   - every value present matches its type, range or code list
      *>   - an N file holds only registered keys, each once, every
      *>     line as NOEGLE;VAERDI
      *>   - a K file has no fields beyond the registered ones
      *>   - an E file has nothing after its first line
      *> Changes: 136-ParameterAendringer.txt lines
      *>   FIL;NOEGLE;NY-VAERDI;OPERATOR
      *> are checked against the register and written into the
      *> parameter file (a blank new value means back to the default);
      *> the file is emptied once processed. Every change - old value,
      *> new value, operator - goes to 136-ParameterLog.txt. A value
      *> that differs from the last run's 136-ParameterSidst.txt
      *> without a change line was edited by hand and is logged with
      *> operator UKENDT.
      *> 136-ParameterRapport.txt lists every registered parameter and
      *> the value in force, then every error found. ---

environment division.
input-output section.
file-control.
       select register-file assign to "136-ParameterRegister.txt"
           organization line sequential
           file status is WS-REGISTER-STATUS.

       select change-file assign to "136-ParameterAendringer.txt"
           organization line sequential
           file status is WS-CHANGE-STATUS.

       select snapshot-file assign to "136-ParameterSidst.txt"
           organization line sequential
           file status is WS-SNAPSHOT-STATUS.

       select change-log-file assign to "136-ParameterLog.txt"
           organization line sequential
           file status is WS-CHANGE-LOG-STATUS.

       select report-file assign to "136-ParameterRapport.txt"
           organization line sequential
           file status is WS-REPORT-STATUS.

      *> --- whichever parameter file is being checked or changed ---
       select param-file assign to WS-PARAM-FILENAME
           organization line sequential
           file status is WS-PARAM-STATUS.

data division.
file section.
FD register-file.
       01 REGISTER-RECORD pic x(250).

FD change-file.
       01 CHANGE-RECORD pic x(150).

FD snapshot-file.
       01 SNAPSHOT-RECORD pic x(150).

FD change-log-file.
       01 CHANGE-LOG-RECORD pic x(250).

FD report-file.
       01 REPORT-RECORD pic x(200).

FD param-file.
       01 PARAM-RECORD pic x(200).

WORKING-STORAGE SECTION.
       01 WS-REGISTER-STATUS pic XX value spaces.
       01 WS-CHANGE-STATUS pic XX value spaces.
       01 WS-SNAPSHOT-STATUS pic XX value spaces.
       01 WS-CHANGE-LOG-STATUS pic XX value spaces.
       01 WS-REPORT-STATUS pic XX value spaces.
       01 WS-PARAM-STATUS pic XX value spaces.
       01 WS-PARAM-FILENAME pic x(40) value spaces.

       01 END-OF-REGISTER-FILE pic x value "N".
       01 END-OF-CHANGE-FILE pic x value "N".
       01 END-OF-SNAPSHOT-FILE pic x value "N".
       01 END-OF-PARAM-FILE pic x value "N".

      *> --- starter register, written when none exists yet ---
       01 WS-STARTER-LINES.
           05 filler pic x(110) value
               "11-StatistikParam.txt;K;1;DATO;;;;intet filter;Periodens foerste dato".
           05 filler pic x(110) value
               "11-StatistikParam.txt;K;2;DATO;;;;intet filter;Periodens sidste dato".
           05 filler pic x(110) value
               "24-AmlParam.txt;K;1;DECIMAL;1;999999999;;10000;Struktureringsgraense DKK".
           05 filler pic x(110) value
               "24-AmlParam.txt;K;2;HELTAL;1;365;;7;Gentagelsesdage for strukturering".
           05 filler pic x(110) value
               "24-AmlParam.txt;K;3;DECIMAL;1;999999999;;75000;Enkeltbeloebsgraense DKK".
           05 filler pic x(110) value
               "24-AmlParam.txt;K;4;HELTAL;1;365;;3;Vinduesdage indsaet/haev".
           05 filler pic x(110) value
               "24-AmlParam.txt;K;5;HELTAL;0;100;;10;Beloebstolerance pct".
           05 filler pic x(110) value
               "84-StorPosteringParam.txt;E;GRAENSE;DECIMAL;1;99999999999;;100000;Dobbeltkontrol over DKK".
           05 filler pic x(110) value
               "88-VolumenParam.txt;E;BAAND;HELTAL;1;999;;50;Tilladt volumenafvigelse pct".
           05 filler pic x(110) value
               "87-RykkerParam.txt;K;1;HELTAL;1;9999;;7;Dage i traek foer RYKKER1".
           05 filler pic x(110) value
               "87-RykkerParam.txt;K;2;HELTAL;1;9999;;21;Dage i traek foer RYKKER2".
           05 filler pic x(110) value
               "87-RykkerParam.txt;K;3;HELTAL;1;9999;;42;Dage i traek foer RYKKER3".
           05 filler pic x(110) value
               "87-RykkerParam.txt;K;4;DECIMAL;0;99999;;100;Rykkergebyr DKK".
           05 filler pic x(110) value
               "10-SideParam.txt;E;LINJER;HELTAL;10;999;;60;Linjer pr side i kontoudskriften".
           05 filler pic x(110) value
               "10-AdresseKildeParam.txt;E;KILDE;KODE;;;MASTER;transaktionen;Navn og adresse fra kundemasteren".
           05 filler pic x(110) value
               "52-CutoffParam.txt;E;CUTOFF;TID;;;;14:00:00;Sidste indlevering til samme dag".
           05 filler pic x(110) value
               "135-LaasParam.txt;N;VENTESEKUNDER;HELTAL;0;3600;;0;Ventetid paa en optaget master".
           05 filler pic x(110) value
               "135-LaasParam.txt;N;FORAELDET-TIMER;HELTAL;1;999;;12;Timer foer en laas meldes foraeldet".
           05 filler pic x(110) value
               "137-LukkeParam.txt;N;SUSPENSE-DAGE;HELTAL;1;999;;30;Suspense-alder der taeller ved lukning".
           05 filler pic x(110) value
               "137-LukkeParam.txt;N;SUSPENSE-ANTAL;HELTAL;0;99999;;0;Tilladte gamle suspenseposter".
           05 filler pic x(110) value
               "137-LukkeParam.txt;N;SUSPENSE-BELOEB;DECIMAL;0;9999999999;;0;Tilladt gammelt suspensebeloeb DKK".
           05 filler pic x(110) value
               "138-KoeSLAParam.txt;N;84-StorPosteringKoe;HELTAL;1;999;;1;SLA-dage for koeen".
           05 filler pic x(110) value
               "138-KoeSLAParam.txt;N;60-HenvisningsKoe;HELTAL;1;999;;1;SLA-dage for koeen".
           05 filler pic x(110) value
               "138-KoeSLAParam.txt;N;78-HitKoe;HELTAL;1;999;;3;SLA-dage for koeen".
           05 filler pic x(110) value
               "138-KoeSLAParam.txt;N;50-OnboardingKoe;HELTAL;1;999;;5;SLA-dage for koeen".
           05 filler pic x(110) value
               "138-KoeSLAParam.txt;N;45-Tvister;HELTAL;1;999;;30;SLA-dage for koeen".
           05 filler pic x(110) value
               "138-KoeSLAParam.txt;N;71-KursAfventer;HELTAL;1;999;;1;SLA-dage for koeen".
           05 filler pic x(110) value
               "138-KoeSLAParam.txt;N;9-JusteringForslag;HELTAL;1;999;;2;SLA-dage for koeen".
           05 filler pic x(110) value
               "138-KoeSLAParam.txt;N;61-SelvbetjeningsKoe;HELTAL;1;999;;1;SLA-dage for koeen".
           05 filler pic x(110) value
               "138-KoeSLAParam.txt;N;88-VolumenHold;HELTAL;1;999;;1;SLA-dage for koeen".
           05 filler pic x(110) value
               "141-GenforsoegParam.txt;K;1;HELTAL;1;99;;1;Bankdage fra forfald til 1. genforsoeg".
           05 filler pic x(110) value
               "141-GenforsoegParam.txt;K;2;HELTAL;1;99;;3;Bankdage fra forfald til 2. genforsoeg".
           05 filler pic x(110) value
               "141-GenforsoegParam.txt;K;3;HELTAL;1;99;;5;Bankdage fra forfald til 3. genforsoeg".
           05 filler pic x(110) value
               "141-GenforsoegParam.txt;K;4;HELTAL;1;99;;intet;Bankdage fra forfald til 4. genforsoeg".
           05 filler pic x(110) value
               "141-GenforsoegParam.txt;K;5;HELTAL;1;99;;intet;Bankdage fra forfald til 5. genforsoeg".
           05 filler pic x(110) value
               "142-HovedbogAfstemningParam.txt;E;DATO;DATO;;;;forretningsdato;Afstemningsdato (maanedsultimo)".
           05 filler pic x(110) value
               "143-LandOprydningParam.txt;E;OPERATOR;TEKST;;;;LANDRET;Operatoer paa rettelserne af LAND".
       01 WS-STARTER-TABLE redefines WS-STARTER-LINES.
           05 STARTER-LINE pic x(110) occurs 37 times.
       01 WS-STARTER-COUNT pic 9(2) value 37.
       01 WS-STARTER-IX pic 9(2) value 0.

      *> --- the register in memory, with the value found for each ---
       01 WS-REG-COUNT pic 9(3) value 0.
       01 WS-REG-IX pic 9(3) value 0.
       01 WS-REG-IX-2 pic 9(3) value 0.
       01 WS-REG-TABLE OCCURS 200 TIMES.
           05 REG-FIL pic x(30).
           05 REG-FORMAT pic x.
           05 REG-NOEGLE pic x(20).
           05 REG-TYPE pic x(8).
           05 REG-MIN pic x(15).
           05 REG-MAX pic x(15).
           05 REG-TILLADTE pic x(60).
           05 REG-STANDARD pic x(20).
           05 REG-BESKRIVELSE pic x(50).
           05 REG-FELT-NR pic 9(2).
           05 REG-VAERDI pic x(40).
           05 REG-FUNDET pic x.
           05 REG-SIDST pic x(40).
           05 REG-HAR-SIDST pic x.
           05 REG-FEJL pic x.
       01 WS-REG-FORMAT-TEXT pic x(5) value spaces.
       01 WS-REG-FELT-TEXT pic x(5) value spaces.
       01 WS-REG-LINE-NO pic 9(4) value 0.
       01 WS-REG-LINE-DISPLAY pic Z(3)9.

      *> --- one parameter file's lines ---
       01 WS-LINE-COUNT pic 9(3) value 0.
       01 WS-LINE-IX pic 9(3) value 0.
       01 WS-LINE-TABLE OCCURS 100 TIMES.
           05 PARAM-LINE pic x(200).
           05 LINE-BRUGT pic x.
       01 WS-MAX-FELT pic 9(2) value 0.
       01 WS-FELT-COUNT pic 9(2) value 0.
       01 WS-FELT-IX pic 9(2) value 0.
       01 WS-FELT-TABLE.
           05 WS-FELT pic x(40) occurs 10 times.
       01 WS-N-NOEGLE pic x(40) value spaces.
       01 WS-N-VAERDI pic x(60) value spaces.
       01 WS-FIRST-OF-FILE pic x value "Y".
       01 WS-FILE-LINE-NO pic 9(3) value 0.
       01 WS-FILE-LINE-DISPLAY pic Z(2)9.

      *> --- checking one value ---
       01 WS-CHECK-VAERDI pic x(40) value spaces.
       01 WS-VALUE-OK pic x value "Y".
       01 WS-VALUE-FEJL pic x(60) value spaces.
       01 WS-CHECK-LEN pic 9(3) value 0.
       01 WS-CHECK-NUM pic S9(13)v9(4) value 0.
       01 WS-BOUND-NUM pic S9(13)v9(4) value 0.
       01 WS-CHECK-DATE-X pic x(8) value spaces.
       01 WS-CHECK-DATE pic 9(8) value 0.
       01 WS-CHECK-HH pic 9(2) value 0.
       01 WS-CHECK-MM pic 9(2) value 0.
       01 WS-CHECK-SS pic 9(2) value 0.
       01 WS-CODE-PTR pic 9(3) value 0.
       01 WS-CODE-TOKEN pic x(40) value spaces.
       01 WS-CODE-FOUND pic x value "N".

      *> --- errors for the report ---
       01 WS-ERROR-COUNT pic 9(4) value 0.
       01 WS-ERROR-IX pic 9(4) value 0.
       01 WS-ERROR-TABLE OCCURS 300 TIMES.
           05 ERROR-TEXT pic x(160).
       01 WS-ERROR-LINE pic x(160) value spaces.
       01 WS-ERROR-DISPLAY pic Z(3)9.

      *> --- change requests ---
       01 WS-CHG-FIL pic x(30) value spaces.
       01 WS-CHG-NOEGLE pic x(20) value spaces.
       01 WS-CHG-VAERDI pic x(40) value spaces.
       01 WS-CHG-OPERATOR pic x(20) value spaces.
       01 WS-CHG-GAMMEL pic x(40) value spaces.
       01 WS-CHG-OK pic x value "Y".
       01 WS-CHANGES-FOUND pic x value "N".
       01 WS-APPLIED-COUNT pic 9(4) value 0.
       01 WS-REJECTED-COUNT pic 9(4) value 0.
       01 WS-MANUAL-COUNT pic 9(4) value 0.
       01 WS-COUNT-DISPLAY pic Z(3)9.
       01 WS-LINE-PTR pic 9(3) value 0.
       01 WS-NEW-LINE pic x(200) value spaces.
       01 WS-KEY-FOUND pic x value "N".
       01 WS-KEY-IX pic 9(3) value 0.
       01 WS-SAVE-IX pic 9(3) value 0.
       01 WS-SEMI-COUNT pic 9(3) value 0.

      *> --- snapshot and log ---
       01 WS-SNAPSHOT-FOUND pic x value "N".
       01 WS-SNAP-FIL pic x(30) value spaces.
       01 WS-SNAP-NOEGLE pic x(20) value spaces.
       01 WS-SNAP-VAERDI pic x(40) value spaces.
       01 WS-LOG-FIL pic x(30) value spaces.
       01 WS-LOG-NOEGLE pic x(20) value spaces.
       01 WS-LOG-GAMMEL pic x(40) value spaces.
       01 WS-LOG-NY pic x(40) value spaces.
       01 WS-LOG-OPERATOR pic x(20) value spaces.
       01 WS-LOG-HANDLING pic x(12) value spaces.
       01 WS-LOG-PTR pic 9(3) value 0.
       01 WS-AUDIT-TIMESTAMP pic x(21) value spaces.
       01 WS-NOW-TID pic x(15) value spaces.

       01 WS-REPORT-PTR pic 9(3) value 0.
       01 WS-SHOWN-VAERDI pic x(40) value spaces.
       01 WS-RANGE-TEXT pic x(60) value spaces.

PROCEDURE DIVISION.
       perform LOAD-REGISTER
       IF WS-REG-COUNT = 0
           DISPLAY "ParameterKontrol: 136-ParameterRegister.txt "
               "indeholder ingen parametre"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF
       perform LOAD-SNAPSHOT
       perform APPLY-CHANGES

       PERFORM VARYING WS-REG-IX FROM 1 BY 1
           UNTIL WS-REG-IX > WS-REG-COUNT
           perform CHECK-IF-FIRST-OF-FILE
           IF WS-FIRST-OF-FILE = "Y"
               perform CHECK-PARAMETER-FILE
           END-IF
       END-PERFORM

       perform NOTE-MANUAL-CHANGES
       perform WRITE-SNAPSHOT
       perform WRITE-REPORT

       MOVE WS-ERROR-COUNT TO WS-ERROR-DISPLAY
       IF WS-ERROR-COUNT > 0
           DISPLAY "ParameterKontrol: " WS-ERROR-DISPLAY
               " fejl i parameterfilerne - se 136-ParameterRapport.txt"
           MOVE 1 TO RETURN-CODE
       ELSE
           MOVE WS-REG-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "ParameterKontrol: " WS-COUNT-DISPLAY
               " parametre kontrolleret - ingen fejl"
           MOVE 0 TO RETURN-CODE
       END-IF
stop run.

      *> --- the register; a first run writes the starter register ---
       LOAD-REGISTER.
           OPEN INPUT register-file
           IF WS-REGISTER-STATUS = "35"
               perform WRITE-STARTER-REGISTER
               OPEN INPUT register-file
           END-IF
           IF WS-REGISTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-REG-LINE-NO
           PERFORM UNTIL END-OF-REGISTER-FILE = "Y"
               READ register-file
                   AT END
                       MOVE "Y" TO END-OF-REGISTER-FILE
                   NOT AT END
                       ADD 1 TO WS-REG-LINE-NO
                       IF REGISTER-RECORD NOT = SPACES
                           AND REGISTER-RECORD(1:1) NOT = "*"
                           perform ADD-REGISTER-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE register-file
       exit.

       WRITE-STARTER-REGISTER.
           OPEN OUTPUT register-file
           MOVE "* FIL;FORMAT;NOEGLE;TYPE;MIN;MAX;TILLADTE;STANDARD;BESKRIVELSE"
               TO REGISTER-RECORD
           WRITE REGISTER-RECORD
           PERFORM VARYING WS-STARTER-IX FROM 1 BY 1
               UNTIL WS-STARTER-IX > WS-STARTER-COUNT
               MOVE STARTER-LINE(WS-STARTER-IX) TO REGISTER-RECORD
               WRITE REGISTER-RECORD
           END-PERFORM
           CLOSE register-file
           DISPLAY "ParameterKontrol: 136-ParameterRegister.txt oprettet "
               "med standardregistret"
       exit.

      *> --- one register line; a line the check cannot use is itself
      *> an error ---
       ADD-REGISTER-ENTRY.
           IF WS-REG-COUNT >= 200
               MOVE SPACES TO WS-ERROR-LINE
               STRING "136-ParameterRegister.txt: mere end 200 parametre"
                   DELIMITED BY SIZE INTO WS-ERROR-LINE
               perform ADD-ERROR
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REG-COUNT
           MOVE SPACES TO WS-REG-TABLE(WS-REG-COUNT)
           MOVE SPACES TO WS-REG-FORMAT-TEXT
           UNSTRING REGISTER-RECORD DELIMITED BY ";"
               INTO REG-FIL(WS-REG-COUNT), WS-REG-FORMAT-TEXT,
                    REG-NOEGLE(WS-REG-COUNT), REG-TYPE(WS-REG-COUNT),
                    REG-MIN(WS-REG-COUNT), REG-MAX(WS-REG-COUNT),
                    REG-TILLADTE(WS-REG-COUNT),
                    REG-STANDARD(WS-REG-COUNT),
                    REG-BESKRIVELSE(WS-REG-COUNT)
           MOVE FUNCTION UPPER-CASE(WS-REG-FORMAT-TEXT(1:1))
               TO REG-FORMAT(WS-REG-COUNT)
           MOVE FUNCTION UPPER-CASE(REG-TYPE(WS-REG-COUNT))
               TO REG-TYPE(WS-REG-COUNT)
           MOVE 0 TO REG-FELT-NR(WS-REG-COUNT)
           MOVE "N" TO REG-FUNDET(WS-REG-COUNT)
           MOVE "N" TO REG-HAR-SIDST(WS-REG-COUNT)
           MOVE "N" TO REG-FEJL(WS-REG-COUNT)

           MOVE WS-REG-LINE-NO TO WS-REG-LINE-DISPLAY
           MOVE SPACES TO WS-ERROR-LINE
           EVALUATE TRUE
               WHEN REG-FIL(WS-REG-COUNT) = SPACES
                   OR REG-NOEGLE(WS-REG-COUNT) = SPACES
                   STRING "136-ParameterRegister.txt linje "
                       FUNCTION TRIM(WS-REG-LINE-DISPLAY)
                       ": FIL og NOEGLE skal udfyldes"
                       DELIMITED BY SIZE INTO WS-ERROR-LINE
               WHEN REG-FORMAT(WS-REG-COUNT) NOT = "E"
                   AND REG-FORMAT(WS-REG-COUNT) NOT = "K"
                   AND REG-FORMAT(WS-REG-COUNT) NOT = "N"
                   STRING "136-ParameterRegister.txt linje "
                       FUNCTION TRIM(WS-REG-LINE-DISPLAY)
                       ": FORMAT skal vaere E, K eller N"
                       DELIMITED BY SIZE INTO WS-ERROR-LINE
               WHEN REG-TYPE(WS-REG-COUNT) NOT = "HELTAL"
                   AND REG-TYPE(WS-REG-COUNT) NOT = "DECIMAL"
                   AND REG-TYPE(WS-REG-COUNT) NOT = "DATO"
                   AND REG-TYPE(WS-REG-COUNT) NOT = "TID"
                   AND REG-TYPE(WS-REG-COUNT) NOT = "KODE"
                   AND REG-TYPE(WS-REG-COUNT) NOT = "TEKST"
                   STRING "136-ParameterRegister.txt linje "
                       FUNCTION TRIM(WS-REG-LINE-DISPLAY)
                       ": ukendt TYPE " FUNCTION TRIM(REG-TYPE(WS-REG-COUNT))
                       DELIMITED BY SIZE INTO WS-ERROR-LINE
               WHEN REG-TYPE(WS-REG-COUNT) = "KODE"
                   AND REG-TILLADTE(WS-REG-COUNT) = SPACES
                   STRING "136-ParameterRegister.txt linje "
                       FUNCTION TRIM(WS-REG-LINE-DISPLAY)
                       ": KODE uden TILLADTE vaerdier"
                       DELIMITED BY SIZE INTO WS-ERROR-LINE
               WHEN (REG-MIN(WS-REG-COUNT) NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(REG-MIN(WS-REG-COUNT)) NOT = 0)
                   OR (REG-MAX(WS-REG-COUNT) NOT = SPACES
                       AND FUNCTION TEST-NUMVAL(REG-MAX(WS-REG-COUNT)) NOT = 0)
                   STRING "136-ParameterRegister.txt linje "
                       FUNCTION TRIM(WS-REG-LINE-DISPLAY)
                       ": MIN og MAX skal vaere tal"
                       DELIMITED BY SIZE INTO WS-ERROR-LINE
           END-EVALUATE

           IF WS-ERROR-LINE = SPACES
               AND REG-FORMAT(WS-REG-COUNT) = "K"
               MOVE REG-NOEGLE(WS-REG-COUNT) TO WS-REG-FELT-TEXT
               IF FUNCTION TEST-NUMVAL(WS-REG-FELT-TEXT) = 0
                   AND FUNCTION NUMVAL(WS-REG-FELT-TEXT) >= 1
                   AND FUNCTION NUMVAL(WS-REG-FELT-TEXT) <= 10
                   COMPUTE REG-FELT-NR(WS-REG-COUNT) =
                       FUNCTION NUMVAL(WS-REG-FELT-TEXT)
               ELSE
                   STRING "136-ParameterRegister.txt linje "
                       FUNCTION TRIM(WS-REG-LINE-DISPLAY)
                       ": NOEGLE i en K-fil er feltnummeret 1-10"
                       DELIMITED BY SIZE INTO WS-ERROR-LINE
               END-IF
           END-IF

           IF WS-ERROR-LINE NOT = SPACES
               perform ADD-ERROR
               SUBTRACT 1 FROM WS-REG-COUNT
           END-IF
       exit.

      *> --- the last run's values, for spotting hand edits ---
       LOAD-SNAPSHOT.
           OPEN INPUT snapshot-file
           IF WS-SNAPSHOT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-SNAPSHOT-FOUND
           PERFORM UNTIL END-OF-SNAPSHOT-FILE = "Y"
               READ snapshot-file
                   AT END
                       MOVE "Y" TO END-OF-SNAPSHOT-FILE
                   NOT AT END
                       MOVE SPACES TO WS-SNAP-FIL
                       MOVE SPACES TO WS-SNAP-NOEGLE
                       MOVE SPACES TO WS-SNAP-VAERDI
                       UNSTRING SNAPSHOT-RECORD DELIMITED BY ";"
                           INTO WS-SNAP-FIL, WS-SNAP-NOEGLE,
                                WS-SNAP-VAERDI
                       PERFORM VARYING WS-REG-IX FROM 1 BY 1
                           UNTIL WS-REG-IX > WS-REG-COUNT
                           IF REG-FIL(WS-REG-IX) = WS-SNAP-FIL
                               AND REG-NOEGLE(WS-REG-IX) = WS-SNAP-NOEGLE
                               MOVE WS-SNAP-VAERDI TO REG-SIDST(WS-REG-IX)
                               MOVE "Y" TO REG-HAR-SIDST(WS-REG-IX)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE snapshot-file
       exit.

      *> --- the operators' change requests, each checked against the
      *> register before it touches the parameter file ---
       APPLY-CHANGES.
           OPEN INPUT change-file
           IF WS-CHANGE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-CHANGES-FOUND
           PERFORM UNTIL END-OF-CHANGE-FILE = "Y"
               READ change-file
                   AT END
                       MOVE "Y" TO END-OF-CHANGE-FILE
                   NOT AT END
                       IF CHANGE-RECORD NOT = SPACES
                           AND CHANGE-RECORD(1:1) NOT = "*"
                           perform APPLY-ONE-CHANGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE change-file

           *> processed once; the log keeps the history
           OPEN OUTPUT change-file
           CLOSE change-file

           MOVE WS-APPLIED-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "ParameterKontrol: " WS-COUNT-DISPLAY
               " parameteraendring(er) gennemfoert"
           IF WS-REJECTED-COUNT > 0
               MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "ParameterKontrol: " WS-COUNT-DISPLAY
                   " parameteraendring(er) afvist - se 136-ParameterLog.txt"
           END-IF
       exit.

       APPLY-ONE-CHANGE.
           MOVE SPACES TO WS-CHG-FIL
           MOVE SPACES TO WS-CHG-NOEGLE
           MOVE SPACES TO WS-CHG-VAERDI
           MOVE SPACES TO WS-CHG-OPERATOR
           UNSTRING CHANGE-RECORD DELIMITED BY ";"
               INTO WS-CHG-FIL, WS-CHG-NOEGLE, WS-CHG-VAERDI,
                    WS-CHG-OPERATOR
           MOVE FUNCTION TRIM(WS-CHG-VAERDI) TO WS-CHG-VAERDI
           MOVE "Y" TO WS-CHG-OK
           MOVE SPACES TO WS-VALUE-FEJL

           MOVE 0 TO WS-REG-IX-2
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
               UNTIL WS-REG-IX > WS-REG-COUNT
               IF REG-FIL(WS-REG-IX) = WS-CHG-FIL
                   AND REG-NOEGLE(WS-REG-IX) = WS-CHG-NOEGLE
                   MOVE WS-REG-IX TO WS-REG-IX-2
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-CHG-OPERATOR = SPACES
                   MOVE "N" TO WS-CHG-OK
                   MOVE "operatoer mangler" TO WS-VALUE-FEJL
               WHEN WS-REG-IX-2 = 0
                   MOVE "N" TO WS-CHG-OK
                   MOVE "parameteren findes ikke i registret"
                       TO WS-VALUE-FEJL
               WHEN WS-CHG-VAERDI NOT = SPACES
                   MOVE WS-REG-IX-2 TO WS-REG-IX
                   MOVE WS-CHG-VAERDI TO WS-CHECK-VAERDI
                   perform VALIDATE-VALUE
                   IF WS-VALUE-OK NOT = "Y"
                       MOVE "N" TO WS-CHG-OK
                   END-IF
                   *> a comma would shift the fields after it
                   MOVE 0 TO WS-SEMI-COUNT
                   INSPECT WS-CHG-VAERDI TALLYING WS-SEMI-COUNT
                       FOR ALL ","
                   IF WS-CHG-OK = "Y"
                       AND REG-FORMAT(WS-REG-IX) = "K"
                       AND WS-SEMI-COUNT > 0
                       MOVE "N" TO WS-CHG-OK
                       MOVE "komma kan ikke staa i en kommasepareret fil"
                           TO WS-VALUE-FEJL
                   END-IF
           END-EVALUATE

           MOVE WS-CHG-FIL TO WS-LOG-FIL
           MOVE WS-CHG-NOEGLE TO WS-LOG-NOEGLE
           MOVE WS-CHG-VAERDI TO WS-LOG-NY
           MOVE WS-CHG-OPERATOR TO WS-LOG-OPERATOR
           MOVE SPACES TO WS-LOG-GAMMEL
           IF WS-CHG-OK NOT = "Y"
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "AFVIST" TO WS-LOG-HANDLING
               perform WRITE-CHANGE-LOG
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REG-IX-2 TO WS-REG-IX
           MOVE REG-FIL(WS-REG-IX) TO WS-PARAM-FILENAME
           perform READ-PARAMETER-LINES
           perform FIND-CURRENT-VALUE
           MOVE WS-CHG-GAMMEL TO WS-LOG-GAMMEL
           perform SET-NEW-VALUE
           perform WRITE-PARAMETER-LINES

           ADD 1 TO WS-APPLIED-COUNT
           MOVE "AENDRET" TO WS-LOG-HANDLING
           perform WRITE-CHANGE-LOG
           *> the change is logged here, not again as a hand edit
           MOVE WS-CHG-VAERDI TO REG-SIDST(WS-REG-IX)
           MOVE "Y" TO REG-HAR-SIDST(WS-REG-IX)
       exit.

      *> --- the value WS-REG-IX's parameter has in the lines read ---
       FIND-CURRENT-VALUE.
           MOVE SPACES TO WS-CHG-GAMMEL
           IF WS-LINE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE REG-FORMAT(WS-REG-IX)
               WHEN "E"
                   MOVE FUNCTION TRIM(PARAM-LINE(1)) TO WS-CHG-GAMMEL
               WHEN "K"
                   perform SPLIT-FIRST-LINE
                   MOVE FUNCTION TRIM(WS-FELT(REG-FELT-NR(WS-REG-IX)))
                       TO WS-CHG-GAMMEL
               WHEN "N"
                   PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                       UNTIL WS-LINE-IX > WS-LINE-COUNT
                       perform SPLIT-KEY-LINE
                       IF WS-N-NOEGLE = REG-NOEGLE(WS-REG-IX)
                           MOVE WS-N-VAERDI TO WS-CHG-GAMMEL
                       END-IF
                   END-PERFORM
           END-EVALUATE
       exit.

      *> --- the new value into the lines, the file's own format kept ---
       SET-NEW-VALUE.
           EVALUATE REG-FORMAT(WS-REG-IX)
               WHEN "E"
                   IF WS-LINE-COUNT = 0
                       MOVE 1 TO WS-LINE-COUNT
                   END-IF
                   MOVE WS-CHG-VAERDI TO PARAM-LINE(1)
               WHEN "K"
                   IF WS-LINE-COUNT = 0
                       MOVE 1 TO WS-LINE-COUNT
                       MOVE SPACES TO PARAM-LINE(1)
                   END-IF
                   perform SPLIT-FIRST-LINE
                   MOVE WS-CHG-VAERDI TO WS-FELT(REG-FELT-NR(WS-REG-IX))
                   IF REG-FELT-NR(WS-REG-IX) > WS-FELT-COUNT
                       MOVE REG-FELT-NR(WS-REG-IX) TO WS-FELT-COUNT
                   END-IF
                   MOVE SPACES TO WS-NEW-LINE
                   MOVE 1 TO WS-LINE-PTR
                   PERFORM VARYING WS-FELT-IX FROM 1 BY 1
                       UNTIL WS-FELT-IX > WS-FELT-COUNT
                       IF WS-FELT(WS-FELT-IX) NOT = SPACES
                           STRING FUNCTION TRIM(WS-FELT(WS-FELT-IX))
                               DELIMITED BY SIZE INTO WS-NEW-LINE
                               WITH POINTER WS-LINE-PTR
                       END-IF
                       IF WS-FELT-IX < WS-FELT-COUNT
                           STRING "," DELIMITED BY SIZE INTO WS-NEW-LINE
                               WITH POINTER WS-LINE-PTR
                       END-IF
                   END-PERFORM
                   MOVE WS-NEW-LINE TO PARAM-LINE(1)
               WHEN "N"
                   MOVE SPACES TO WS-NEW-LINE
                   STRING FUNCTION TRIM(REG-NOEGLE(WS-REG-IX)) ";"
                       FUNCTION TRIM(WS-CHG-VAERDI)
                       DELIMITED BY SIZE INTO WS-NEW-LINE
                   MOVE "N" TO WS-KEY-FOUND
                   PERFORM VARYING WS-LINE-IX FROM 1 BY 1
                       UNTIL WS-LINE-IX > WS-LINE-COUNT
                       perform SPLIT-KEY-LINE
                       IF WS-N-NOEGLE = REG-NOEGLE(WS-REG-IX)
                           MOVE WS-NEW-LINE TO PARAM-LINE(WS-LINE-IX)
                           MOVE "Y" TO WS-KEY-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-KEY-FOUND = "N" AND WS-LINE-COUNT < 100
                       ADD 1 TO WS-LINE-COUNT
                       MOVE WS-NEW-LINE TO PARAM-LINE(WS-LINE-COUNT)
                   END-IF
           END-EVALUATE
       exit.

       READ-PARAMETER-LINES.
           MOVE 0 TO WS-LINE-COUNT
           MOVE "N" TO END-OF-PARAM-FILE
           OPEN INPUT param-file
           IF WS-PARAM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-PARAM-FILE = "Y"
               READ param-file
                   AT END
                       MOVE "Y" TO END-OF-PARAM-FILE
                   NOT AT END
                       IF WS-LINE-COUNT < 100
                           ADD 1 TO WS-LINE-COUNT
                           MOVE PARAM-RECORD TO PARAM-LINE(WS-LINE-COUNT)
                           MOVE "N" TO LINE-BRUGT(WS-LINE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE param-file
       exit.

       WRITE-PARAMETER-LINES.
           OPEN OUTPUT param-file
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
               UNTIL WS-LINE-IX > WS-LINE-COUNT
               MOVE PARAM-LINE(WS-LINE-IX) TO PARAM-RECORD
               WRITE PARAM-RECORD
           END-PERFORM
           CLOSE param-file
       exit.

       SPLIT-FIRST-LINE.
           MOVE SPACES TO WS-FELT-TABLE
           MOVE 0 TO WS-FELT-COUNT
           IF PARAM-LINE(1) = SPACES
               EXIT PARAGRAPH
           END-IF
           UNSTRING PARAM-LINE(1) DELIMITED BY ","
               INTO WS-FELT(1), WS-FELT(2), WS-FELT(3), WS-FELT(4),
                    WS-FELT(5), WS-FELT(6), WS-FELT(7), WS-FELT(8),
                    WS-FELT(9), WS-FELT(10)
               TALLYING IN WS-FELT-COUNT
           END-UNSTRING
       exit.

       SPLIT-KEY-LINE.
           MOVE SPACES TO WS-N-NOEGLE
           MOVE SPACES TO WS-N-VAERDI
           UNSTRING PARAM-LINE(WS-LINE-IX) DELIMITED BY ";"
               INTO WS-N-NOEGLE, WS-N-VAERDI
           MOVE FUNCTION TRIM(WS-N-NOEGLE) TO WS-N-NOEGLE
           MOVE FUNCTION TRIM(WS-N-VAERDI) TO WS-N-VAERDI
       exit.

      *> --- the first register line naming a file checks the whole file ---
       CHECK-IF-FIRST-OF-FILE.
           MOVE "Y" TO WS-FIRST-OF-FILE
           PERFORM VARYING WS-REG-IX-2 FROM 1 BY 1
               UNTIL WS-REG-IX-2 >= WS-REG-IX
               IF REG-FIL(WS-REG-IX-2) = REG-FIL(WS-REG-IX)
                   MOVE "N" TO WS-FIRST-OF-FILE
               END-IF
           END-PERFORM
       exit.

       CHECK-PARAMETER-FILE.
           MOVE REG-FIL(WS-REG-IX) TO WS-PARAM-FILENAME
           perform READ-PARAMETER-LINES
           IF WS-PARAM-STATUS = "35"
               EXIT PARAGRAPH
           END-IF

           *> a file is read the way its first register line says
           EVALUATE REG-FORMAT(WS-REG-IX)
               WHEN "E"
                   perform CHECK-SINGLE-VALUE-FILE
               WHEN "K"
                   perform CHECK-FIELD-FILE
               WHEN "N"
                   perform CHECK-KEYED-FILE
           END-EVALUATE

           PERFORM VARYING WS-REG-IX-2 FROM WS-REG-IX BY 1
               UNTIL WS-REG-IX-2 > WS-REG-COUNT
               IF REG-FIL(WS-REG-IX-2) = REG-FIL(WS-REG-IX)
                   IF REG-FORMAT(WS-REG-IX-2) NOT = REG-FORMAT(WS-REG-IX)
                       MOVE SPACES TO WS-ERROR-LINE
                       STRING FUNCTION TRIM(REG-FIL(WS-REG-IX-2))
                           ": registret angiver forskellige formater "
                           "for samme fil"
                           DELIMITED BY SIZE INTO WS-ERROR-LINE
                       perform ADD-ERROR
                   END-IF
                   IF REG-FUNDET(WS-REG-IX-2) = "Y"
                       AND REG-VAERDI(WS-REG-IX-2) NOT = SPACES
                       perform CHECK-ENTRY-VALUE
                   END-IF
               END-IF
           END-PERFORM
       exit.

       CHECK-SINGLE-VALUE-FILE.
           IF WS-LINE-COUNT > 0
               MOVE FUNCTION TRIM(PARAM-LINE(1)) TO REG-VAERDI(WS-REG-IX)
               MOVE "Y" TO REG-FUNDET(WS-REG-IX)
           END-IF
           PERFORM VARYING WS-LINE-IX FROM 2 BY 1
               UNTIL WS-LINE-IX > WS-LINE-COUNT
               IF PARAM-LINE(WS-LINE-IX) NOT = SPACES
                   MOVE WS-LINE-IX TO WS-FILE-LINE-DISPLAY
                   MOVE SPACES TO WS-ERROR-LINE
                   STRING FUNCTION TRIM(REG-FIL(WS-REG-IX))
                       ": linje " FUNCTION TRIM(WS-FILE-LINE-DISPLAY)
                       " bliver ikke laest - filen har kun een vaerdi"
                       DELIMITED BY SIZE INTO WS-ERROR-LINE
                   perform ADD-ERROR
                   MOVE "Y" TO REG-FEJL(WS-REG-IX)
               END-IF
           END-PERFORM
       exit.

       CHECK-FIELD-FILE.
           IF WS-LINE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           perform SPLIT-FIRST-LINE
           MOVE 0 TO WS-MAX-FELT
           PERFORM VARYING WS-REG-IX-2 FROM WS-REG-IX BY 1
               UNTIL WS-REG-IX-2 > WS-REG-COUNT
               IF REG-FIL(WS-REG-IX-2) = REG-FIL(WS-REG-IX)
                   AND REG-FORMAT(WS-REG-IX-2) = "K"
                   IF REG-FELT-NR(WS-REG-IX-2) > WS-MAX-FELT
                       MOVE REG-FELT-NR(WS-REG-IX-2) TO WS-MAX-FELT
                   END-IF
                   MOVE FUNCTION TRIM(WS-FELT(REG-FELT-NR(WS-REG-IX-2)))
                       TO REG-VAERDI(WS-REG-IX-2)
                   MOVE "Y" TO REG-FUNDET(WS-REG-IX-2)
               END-IF
           END-PERFORM
           IF WS-FELT-COUNT > WS-MAX-FELT
               MOVE WS-FELT-COUNT TO WS-FILE-LINE-DISPLAY
               MOVE SPACES TO WS-ERROR-LINE
               STRING FUNCTION TRIM(REG-FIL(WS-REG-IX))
                   ": " FUNCTION TRIM(WS-FILE-LINE-DISPLAY)
                   " felter, men kun de foerste "
                   DELIMITED BY SIZE INTO WS-ERROR-LINE
               MOVE WS-MAX-FELT TO WS-FILE-LINE-DISPLAY
               STRING FUNCTION TRIM(WS-ERROR-LINE) " "
                   FUNCTION TRIM(WS-FILE-LINE-DISPLAY)
                   " er registreret"
                   DELIMITED BY SIZE INTO WS-ERROR-LINE
               perform ADD-ERROR
               MOVE "Y" TO REG-FEJL(WS-REG-IX)
           END-IF
           PERFORM VARYING WS-LINE-IX FROM 2 BY 1
               UNTIL WS-LINE-IX > WS-LINE-COUNT
               IF PARAM-LINE(WS-LINE-IX) NOT = SPACES
                   MOVE WS-LINE-IX TO WS-FILE-LINE-DISPLAY
                   MOVE SPACES TO WS-ERROR-LINE
                   STRING FUNCTION TRIM(REG-FIL(WS-REG-IX))
                       ": linje " FUNCTION TRIM(WS-FILE-LINE-DISPLAY)
                       " bliver ikke laest - felterne staar paa foerste linje"
                       DELIMITED BY SIZE INTO WS-ERROR-LINE
                   perform ADD-ERROR
                   MOVE "Y" TO REG-FEJL(WS-REG-IX)
               END-IF
           END-PERFORM
       exit.

      *> --- every line NOEGLE;VAERDI with a registered key, once ---
       CHECK-KEYED-FILE.
           PERFORM VARYING WS-LINE-IX FROM 1 BY 1
               UNTIL WS-LINE-IX > WS-LINE-COUNT
               IF PARAM-LINE(WS-LINE-IX) NOT = SPACES
                   AND PARAM-LINE(WS-LINE-IX)(1:1) NOT = "*"
                   perform CHECK-KEYED-LINE
               END-IF
           END-PERFORM
       exit.

       CHECK-KEYED-LINE.
           MOVE WS-LINE-IX TO WS-FILE-LINE-DISPLAY
           MOVE SPACES TO WS-ERROR-LINE
           MOVE 0 TO WS-SEMI-COUNT
           INSPECT PARAM-LINE(WS-LINE-IX) TALLYING WS-SEMI-COUNT
               FOR ALL ";"
           IF WS-SEMI-COUNT = 0
               STRING FUNCTION TRIM(REG-FIL(WS-REG-IX))
                   ": linje " FUNCTION TRIM(WS-FILE-LINE-DISPLAY)
                   " er ikke NOEGLE;VAERDI"
                   DELIMITED BY SIZE INTO WS-ERROR-LINE
               perform ADD-ERROR
               EXIT PARAGRAPH
           END-IF
           perform SPLIT-KEY-LINE

           MOVE 0 TO WS-KEY-IX
           PERFORM VARYING WS-REG-IX-2 FROM WS-REG-IX BY 1
               UNTIL WS-REG-IX-2 > WS-REG-COUNT
               IF WS-KEY-IX = 0
                   AND REG-FIL(WS-REG-IX-2) = REG-FIL(WS-REG-IX)
                   AND REG-NOEGLE(WS-REG-IX-2) = WS-N-NOEGLE
                   MOVE WS-REG-IX-2 TO WS-KEY-IX
               END-IF
           END-PERFORM
           IF WS-KEY-IX = 0
               STRING FUNCTION TRIM(REG-FIL(WS-REG-IX))
                   ": linje " FUNCTION TRIM(WS-FILE-LINE-DISPLAY)
                   " - ukendt noegle " FUNCTION TRIM(WS-N-NOEGLE)
                   DELIMITED BY SIZE INTO WS-ERROR-LINE
               perform ADD-ERROR
               EXIT PARAGRAPH
           END-IF
           IF REG-FUNDET(WS-KEY-IX) = "Y"
               STRING FUNCTION TRIM(REG-FIL(WS-REG-IX))
                   ": linje " FUNCTION TRIM(WS-FILE-LINE-DISPLAY)
                   " - noeglen " FUNCTION TRIM(WS-N-NOEGLE)
                   " staar der flere gange"
                   DELIMITED BY SIZE INTO WS-ERROR-LINE
               perform ADD-ERROR
               MOVE "Y" TO REG-FEJL(WS-KEY-IX)
           END-IF
           MOVE WS-N-VAERDI TO REG-VAERDI(WS-KEY-IX)
           MOVE "Y" TO REG-FUNDET(WS-KEY-IX)
       exit.

      *> --- WS-REG-IX-2's value against its type and range ---
       CHECK-ENTRY-VALUE.
           MOVE WS-REG-IX TO WS-SAVE-IX
           MOVE WS-REG-IX-2 TO WS-REG-IX
           MOVE REG-VAERDI(WS-REG-IX) TO WS-CHECK-VAERDI
           perform VALIDATE-VALUE
           IF WS-VALUE-OK NOT = "Y"
               MOVE "Y" TO REG-FEJL(WS-REG-IX)
               MOVE SPACES TO WS-ERROR-LINE
               STRING FUNCTION TRIM(REG-FIL(WS-REG-IX))
                   " " FUNCTION TRIM(REG-NOEGLE(WS-REG-IX))
                   " = " FUNCTION TRIM(WS-CHECK-VAERDI)
                   ": " FUNCTION TRIM(WS-VALUE-FEJL)
                   DELIMITED BY SIZE INTO WS-ERROR-LINE
               perform ADD-ERROR
           END-IF
           MOVE WS-SAVE-IX TO WS-REG-IX
       exit.

      *> --- WS-CHECK-VAERDI against parameter WS-REG-IX's rules ---
       VALIDATE-VALUE.
           MOVE "Y" TO WS-VALUE-OK
           MOVE SPACES TO WS-VALUE-FEJL
           IF WS-CHECK-VAERDI = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-CHECK-VAERDI) TO WS-CHECK-VAERDI
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CHECK-VAERDI))
               TO WS-CHECK-LEN

           EVALUATE REG-TYPE(WS-REG-IX)
               WHEN "HELTAL"
                   IF WS-CHECK-VAERDI(1:WS-CHECK-LEN) NOT NUMERIC
                       MOVE "N" TO WS-VALUE-OK
                       MOVE "skal vaere et helt tal" TO WS-VALUE-FEJL
                   END-IF
               WHEN "DECIMAL"
                   IF FUNCTION TEST-NUMVAL(WS-CHECK-VAERDI) NOT = 0
                       MOVE "N" TO WS-VALUE-OK
                       MOVE "skal vaere et tal" TO WS-VALUE-FEJL
                   END-IF
               WHEN "DATO"
                   IF WS-CHECK-LEN NOT = 10
                       OR WS-CHECK-VAERDI(5:1) NOT = "-"
                       OR WS-CHECK-VAERDI(8:1) NOT = "-"
                       OR WS-CHECK-VAERDI(1:4) NOT NUMERIC
                       OR WS-CHECK-VAERDI(6:2) NOT NUMERIC
                       OR WS-CHECK-VAERDI(9:2) NOT NUMERIC
                       MOVE "N" TO WS-VALUE-OK
                   ELSE
                       STRING WS-CHECK-VAERDI(1:4) WS-CHECK-VAERDI(6:2)
                           WS-CHECK-VAERDI(9:2)
                           DELIMITED BY SIZE INTO WS-CHECK-DATE-X
                       MOVE WS-CHECK-DATE-X TO WS-CHECK-DATE
                       IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE) NOT = 0
                           MOVE "N" TO WS-VALUE-OK
                       END-IF
                   END-IF
                   IF WS-VALUE-OK NOT = "Y"
                       MOVE "skal vaere en gyldig dato YYYY-MM-DD"
                           TO WS-VALUE-FEJL
                   END-IF
               WHEN "TID"
                   IF WS-CHECK-LEN NOT = 8
                       OR WS-CHECK-VAERDI(3:1) NOT = ":"
                       OR WS-CHECK-VAERDI(6:1) NOT = ":"
                       OR WS-CHECK-VAERDI(1:2) NOT NUMERIC
                       OR WS-CHECK-VAERDI(4:2) NOT NUMERIC
                       OR WS-CHECK-VAERDI(7:2) NOT NUMERIC
                       MOVE "N" TO WS-VALUE-OK
                   ELSE
                       MOVE WS-CHECK-VAERDI(1:2) TO WS-CHECK-HH
                       MOVE WS-CHECK-VAERDI(4:2) TO WS-CHECK-MM
                       MOVE WS-CHECK-VAERDI(7:2) TO WS-CHECK-SS
                       IF WS-CHECK-HH > 23 OR WS-CHECK-MM > 59
                           OR WS-CHECK-SS > 59
                           MOVE "N" TO WS-VALUE-OK
                       END-IF
                   END-IF
                   IF WS-VALUE-OK NOT = "Y"
                       MOVE "skal vaere et klokkeslaet HH:MM:SS"
                           TO WS-VALUE-FEJL
                   END-IF
               WHEN "KODE"
                   perform CHECK-CODE-LIST
                   IF WS-CODE-FOUND NOT = "Y"
                       MOVE "N" TO WS-VALUE-OK
                       MOVE SPACES TO WS-VALUE-FEJL
                       STRING "skal vaere en af "
                           FUNCTION TRIM(REG-TILLADTE(WS-REG-IX))
                           DELIMITED BY SIZE INTO WS-VALUE-FEJL
                   END-IF
           END-EVALUATE

           IF WS-VALUE-OK = "Y"
               AND (REG-TYPE(WS-REG-IX) = "HELTAL"
                   OR REG-TYPE(WS-REG-IX) = "DECIMAL")
               COMPUTE WS-CHECK-NUM = FUNCTION NUMVAL(WS-CHECK-VAERDI)
               IF REG-MIN(WS-REG-IX) NOT = SPACES
                   COMPUTE WS-BOUND-NUM = FUNCTION NUMVAL(REG-MIN(WS-REG-IX))
                   IF WS-CHECK-NUM < WS-BOUND-NUM
                       MOVE "N" TO WS-VALUE-OK
                   END-IF
               END-IF
               IF REG-MAX(WS-REG-IX) NOT = SPACES
                   COMPUTE WS-BOUND-NUM = FUNCTION NUMVAL(REG-MAX(WS-REG-IX))
                   IF WS-CHECK-NUM > WS-BOUND-NUM
                       MOVE "N" TO WS-VALUE-OK
                   END-IF
               END-IF
               IF WS-VALUE-OK NOT = "Y"
                   perform BUILD-RANGE-TEXT
                   MOVE SPACES TO WS-VALUE-FEJL
                   STRING "uden for " FUNCTION TRIM(WS-RANGE-TEXT)
                       DELIMITED BY SIZE INTO WS-VALUE-FEJL
               END-IF
           END-IF
       exit.

       CHECK-CODE-LIST.
           MOVE "N" TO WS-CODE-FOUND
           MOVE 1 TO WS-CODE-PTR
           PERFORM UNTIL WS-CODE-PTR > 60 OR WS-CODE-FOUND = "Y"
               MOVE SPACES TO WS-CODE-TOKEN
               UNSTRING REG-TILLADTE(WS-REG-IX) DELIMITED BY "/"
                   INTO WS-CODE-TOKEN
                   WITH POINTER WS-CODE-PTR
               END-UNSTRING
               IF WS-CODE-TOKEN NOT = SPACES
                   AND FUNCTION TRIM(WS-CODE-TOKEN) = WS-CHECK-VAERDI
                   MOVE "Y" TO WS-CODE-FOUND
               END-IF
           END-PERFORM
       exit.

       BUILD-RANGE-TEXT.
           MOVE SPACES TO WS-RANGE-TEXT
           EVALUATE TRUE
               WHEN REG-MIN(WS-REG-IX) NOT = SPACES
                   AND REG-MAX(WS-REG-IX) NOT = SPACES
                   STRING "intervallet " FUNCTION TRIM(REG-MIN(WS-REG-IX))
                       "-" FUNCTION TRIM(REG-MAX(WS-REG-IX))
                       DELIMITED BY SIZE INTO WS-RANGE-TEXT
               WHEN REG-MIN(WS-REG-IX) NOT = SPACES
                   STRING "mindst " FUNCTION TRIM(REG-MIN(WS-REG-IX))
                       DELIMITED BY SIZE INTO WS-RANGE-TEXT
               WHEN REG-MAX(WS-REG-IX) NOT = SPACES
                   STRING "hoejst " FUNCTION TRIM(REG-MAX(WS-REG-IX))
                       DELIMITED BY SIZE INTO WS-RANGE-TEXT
           END-EVALUATE
       exit.

       ADD-ERROR.
           IF WS-ERROR-COUNT < 300
               ADD 1 TO WS-ERROR-COUNT
               MOVE WS-ERROR-LINE TO ERROR-TEXT(WS-ERROR-COUNT)
           END-IF
       exit.

      *> --- values that moved since the last run without a change line ---
       NOTE-MANUAL-CHANGES.
           IF WS-SNAPSHOT-FOUND NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
               UNTIL WS-REG-IX > WS-REG-COUNT
               IF REG-HAR-SIDST(WS-REG-IX) = "Y"
                   AND REG-SIDST(WS-REG-IX) NOT = REG-VAERDI(WS-REG-IX)
                   MOVE REG-FIL(WS-REG-IX) TO WS-LOG-FIL
                   MOVE REG-NOEGLE(WS-REG-IX) TO WS-LOG-NOEGLE
                   MOVE REG-SIDST(WS-REG-IX) TO WS-LOG-GAMMEL
                   MOVE REG-VAERDI(WS-REG-IX) TO WS-LOG-NY
                   MOVE "UKENDT" TO WS-LOG-OPERATOR
                   MOVE "HAANDRETTET" TO WS-LOG-HANDLING
                   perform WRITE-CHANGE-LOG
                   ADD 1 TO WS-MANUAL-COUNT
               END-IF
           END-PERFORM
           IF WS-MANUAL-COUNT > 0
               MOVE WS-MANUAL-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "ParameterKontrol: " WS-COUNT-DISPLAY
                   " parameter(e) rettet direkte i filen siden sidst"
           END-IF
       exit.

       WRITE-SNAPSHOT.
           OPEN OUTPUT snapshot-file
           PERFORM VARYING WS-REG-IX FROM 1 BY 1
               UNTIL WS-REG-IX > WS-REG-COUNT
               MOVE SPACES TO SNAPSHOT-RECORD
               STRING FUNCTION TRIM(REG-FIL(WS-REG-IX)) ";"
                   FUNCTION TRIM(REG-NOEGLE(WS-REG-IX)) ";"
                   FUNCTION TRIM(REG-VAERDI(WS-REG-IX))
                   DELIMITED BY SIZE INTO SNAPSHOT-RECORD
               WRITE SNAPSHOT-RECORD
           END-PERFORM
           CLOSE snapshot-file
       exit.

       SET-NOW-TID.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE SPACES TO WS-NOW-TID
           STRING WS-AUDIT-TIMESTAMP(1:8) "-" WS-AUDIT-TIMESTAMP(9:6)
               DELIMITED BY SIZE INTO WS-NOW-TID
       exit.

       WRITE-CHANGE-LOG.
           perform SET-NOW-TID
           OPEN EXTEND change-log-file
           IF WS-CHANGE-LOG-STATUS = "35"
               OPEN OUTPUT change-log-file
           END-IF
           MOVE SPACES TO CHANGE-LOG-RECORD
           MOVE 1 TO WS-LOG-PTR
           STRING WS-NOW-TID
                  ", Handling: " FUNCTION TRIM(WS-LOG-HANDLING)
                  ", Fil: " FUNCTION TRIM(WS-LOG-FIL)
                  ", Noegle: " FUNCTION TRIM(WS-LOG-NOEGLE)
                  ", Gammel: " FUNCTION TRIM(WS-LOG-GAMMEL)
                  ", Ny: " FUNCTION TRIM(WS-LOG-NY)
                  ", Operatoer: " FUNCTION TRIM(WS-LOG-OPERATOR)
                  DELIMITED BY SIZE INTO CHANGE-LOG-RECORD
                  WITH POINTER WS-LOG-PTR
           IF WS-LOG-HANDLING = "AFVIST"
               STRING ", Aarsag: " FUNCTION TRIM(WS-VALUE-FEJL)
                   DELIMITED BY SIZE INTO CHANGE-LOG-RECORD
                   WITH POINTER WS-LOG-PTR
           END-IF
           WRITE CHANGE-LOG-RECORD
           CLOSE change-log-file
       exit.

      *> --- every registered parameter and the value in force ---
       WRITE-REPORT.
           OPEN OUTPUT report-file
           perform SET-NOW-TID
           MOVE SPACES TO REPORT-RECORD
           STRING "Parametre i kraft " WS-NOW-TID
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "FIL;NOEGLE;VAERDI I KRAFT;KILDE;TYPE;GRAENSER;STATUS;BESKRIVELSE"
               TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM VARYING WS-REG-IX FROM 1 BY 1
               UNTIL WS-REG-IX > WS-REG-COUNT
               perform WRITE-REPORT-LINE
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-ERROR-COUNT TO WS-ERROR-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Fejl: " FUNCTION TRIM(WS-ERROR-DISPLAY)
               DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-ERROR-IX FROM 1 BY 1
               UNTIL WS-ERROR-IX > WS-ERROR-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "  " ERROR-TEXT(WS-ERROR-IX)
                   DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           CLOSE report-file
       exit.

       WRITE-REPORT-LINE.
           MOVE SPACES TO WS-SHOWN-VAERDI
           MOVE SPACES TO WS-RANGE-TEXT
           IF REG-TYPE(WS-REG-IX) = "KODE"
               MOVE REG-TILLADTE(WS-REG-IX) TO WS-RANGE-TEXT
           ELSE
               perform BUILD-RANGE-TEXT
           END-IF
           MOVE SPACES TO REPORT-RECORD
           MOVE 1 TO WS-REPORT-PTR
           STRING FUNCTION TRIM(REG-FIL(WS-REG-IX)) ";"
               FUNCTION TRIM(REG-NOEGLE(WS-REG-IX)) ";"
               DELIMITED BY SIZE INTO REPORT-RECORD
               WITH POINTER WS-REPORT-PTR
           IF REG-VAERDI(WS-REG-IX) = SPACES
               STRING FUNCTION TRIM(REG-STANDARD(WS-REG-IX))
                   ";standard;"
                   DELIMITED BY SIZE INTO REPORT-RECORD
                   WITH POINTER WS-REPORT-PTR
           ELSE
               STRING FUNCTION TRIM(REG-VAERDI(WS-REG-IX))
                   ";fil;"
                   DELIMITED BY SIZE INTO REPORT-RECORD
                   WITH POINTER WS-REPORT-PTR
           END-IF
           STRING FUNCTION TRIM(REG-TYPE(WS-REG-IX)) ";"
               FUNCTION TRIM(WS-RANGE-TEXT) ";"
               DELIMITED BY SIZE INTO REPORT-RECORD
               WITH POINTER WS-REPORT-PTR
           IF REG-FEJL(WS-REG-IX) = "Y"
               STRING "FEJL;" DELIMITED BY SIZE INTO REPORT-RECORD
                   WITH POINTER WS-REPORT-PTR
           ELSE
               STRING "OK;" DELIMITED BY SIZE INTO REPORT-RECORD
                   WITH POINTER WS-REPORT-PTR
           END-IF
           STRING FUNCTION TRIM(REG-BESKRIVELSE(WS-REG-IX))
               DELIMITED BY SIZE INTO REPORT-RECORD
               WITH POINTER WS-REPORT-PTR
           WRITE REPORT-RECORD
       exit.
