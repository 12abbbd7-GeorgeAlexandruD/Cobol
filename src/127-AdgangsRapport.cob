identification division.
       program-id. AdgangsRapport.

      *> --- Weekly unusual-browsing report for data protection, over
      *> the read-access log AdgangsLogRegistrer keeps in
      *> 127-LaesAdgangLog.txt
      *> (TIDSSTEMPEL,OPERATOR,CPR,FORMAAL,PROGRAM,DETALJE).
      *> 127-AdgangsParam.txt holds NOEGLE;VAERDI lines:
      *>   FRA;YYYY-MM-DD / TIL;YYYY-MM-DD  the period, default the
      *>                       seven days up to yesterday,
      *>   GRAENSE;n           distinct customers one operator may
      *>                       look at in a day, default 50,
      *>   ARBEJDSTID-FRA;HHMM / ARBEJDSTID-TIL;HHMM  the working
      *>                       day, default 0700 to 1800.
      *> Flagged in 127-AdgangsAfvigelser.txt, one section each:
      *>   - reads of staff members: the CPR is an operator's own, the
      *>     optional fourth field of 80-Operatoerer.txt
      *>     (OPERATOR-ID,NAVN,ROLLE,CPR); an operator reading their
      *>     own CPR is marked EGET,
      *>   - reads of prominent customers listed in
      *>     127-FremtraedendeKunder.txt (CPR,BEGRUNDELSE),
      *>   - reads outside working hours or on a day that is not a
      *>     banking day (KalenderOpslag),
      *>   - high-volume browsing: operator-days over GRAENSE distinct
      *>     customers,
      *>   - reads logged without operator or purpose. ---

environment division.
input-output section.
file-control.
       select param-file assign to "127-AdgangsParam.txt"
           organization line sequential
           file status is WS-PARAM-STATUS.

       select access-log-file assign to "127-LaesAdgangLog.txt"
           organization line sequential
           file status is WS-ACCESS-LOG-STATUS.

       select operator-file assign to "80-Operatoerer.txt"
           organization line sequential
           file status is WS-OPERATOR-STATUS.

       select prominent-file assign to "127-FremtraedendeKunder.txt"
           organization line sequential
           file status is WS-PROMINENT-STATUS.

       select report-file assign to "127-AdgangsAfvigelser.txt"
           organization line sequential.

      *> --- flagged reads keyed on section, time and read order ---
       select flag-index-file assign to "WS-AdgangsFlag.tmp"
           organization is indexed
           access mode is dynamic
           record key is FLAG-KEY
           file status is WS-FLAG-STATUS.

      *> --- one row per operator, day and customer read ---
       select seen-index-file assign to "WS-AdgangsSet.tmp"
           organization is indexed
           access mode is dynamic
           record key is SEEN-KEY
           file status is WS-SEEN-STATUS.

      *> --- distinct customers per operator and day ---
       select volume-index-file assign to "WS-AdgangsVolumen.tmp"
           organization is indexed
           access mode is dynamic
           record key is VOL-KEY
           file status is WS-VOLUME-STATUS.

data division.
file section.
FD param-file.
       01 PARAM-RECORD pic x(40).

FD access-log-file.
       01 ACCESS-LOG-RECORD pic x(130).

FD operator-file.
       01 OPERATOR-CSV-RECORD pic x(70).

FD prominent-file.
       01 PROMINENT-CSV-RECORD pic x(80).

FD report-file.
       01 REPORT-RECORD pic x(150).

FD flag-index-file.
       01 FLAG-INDEX-RECORD.
           05 FLAG-KEY.
               10 FLAG-SEKTION pic x.
               10 FLAG-TIDSSTEMPEL pic x(15).
               10 FLAG-LOEBENR pic 9(7).
           05 FLAG-LINJE pic x(130).

FD seen-index-file.
       01 SEEN-INDEX-RECORD.
           05 SEEN-KEY.
               10 SEEN-OPERATOR pic x(10).
               10 SEEN-DATO pic x(10).
               10 SEEN-CPR pic x(15).

FD volume-index-file.
       01 VOLUME-INDEX-RECORD.
           05 VOL-KEY.
               10 VOL-OPERATOR pic x(10).
               10 VOL-DATO pic x(10).
           05 VOL-ANTAL pic 9(7).

WORKING-STORAGE SECTION.
       01 WS-PARAM-STATUS pic XX value spaces.
       01 WS-ACCESS-LOG-STATUS pic XX value spaces.
       01 WS-OPERATOR-STATUS pic XX value spaces.
       01 WS-PROMINENT-STATUS pic XX value spaces.
       01 WS-FLAG-STATUS pic XX value spaces.
       01 WS-SEEN-STATUS pic XX value spaces.
       01 WS-VOLUME-STATUS pic XX value spaces.

       01 END-OF-PARAM-FILE pic x value "N".
       01 END-OF-ACCESS-LOG pic x value "N".
       01 END-OF-OPERATOR-FILE pic x value "N".
       01 END-OF-PROMINENT-FILE pic x value "N".
       01 END-OF-FLAG-SECTION pic x value "N".
       01 END-OF-VOLUME-FILE pic x value "N".

       01 WS-PARAM-NOEGLE pic x(20) value spaces.
       01 WS-PARAM-VAERDI pic x(20) value spaces.
       01 WS-FRA-DATO pic x(10) value spaces.
       01 WS-TIL-DATO pic x(10) value spaces.
       01 WS-GRAENSE pic 9(5) value 50.
       01 WS-ARBEJDSTID-FRA pic x(4) value "0700".
       01 WS-ARBEJDSTID-TIL pic x(4) value "1800".
       01 WS-DATE-YYYYMMDD pic 9(8) value 0.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-DATE-TEXT pic x(8) value spaces.
       01 WS-DATE-INTEGER pic 9(8) comp value 0.

      *> --- staff CPRs from the operator register ---
       01 WS-STAFF-COUNT pic 9(3) value 0.
       01 WS-STAFF-IX pic 9(3) value 0.
       01 WS-STAFF-TABLE OCCURS 100 TIMES.
           05 STAFF-OPERATOR pic x(10).
           05 STAFF-CPR pic x(15).
       01 WS-OPR-ID-TEXT pic x(10) value spaces.
       01 WS-OPR-NAVN-TEXT pic x(30) value spaces.
       01 WS-OPR-ROLLE-TEXT pic x(14) value spaces.
       01 WS-OPR-CPR-TEXT pic x(15) value spaces.

      *> --- prominent customers ---
       01 WS-PROMINENT-COUNT pic 9(3) value 0.
       01 WS-PROMINENT-IX pic 9(3) value 0.
       01 WS-PROMINENT-TABLE OCCURS 500 TIMES.
           05 PROM-CPR pic x(15).
           05 PROM-BEGRUNDELSE pic x(40).
       01 WS-PROM-CPR-TEXT pic x(15) value spaces.
       01 WS-PROM-BEGRUNDELSE-TEXT pic x(40) value spaces.

       01 WS-ROW-TIDSSTEMPEL pic x(15) value spaces.
       01 WS-ROW-OPERATOR pic x(10) value spaces.
       01 WS-ROW-CPR pic x(15) value spaces.
       01 WS-ROW-FORMAAL pic x(12) value spaces.
       01 WS-ROW-PROGRAM pic x(20) value spaces.
       01 WS-ROW-DETALJE pic x(40) value spaces.
       01 WS-ROW-DATO pic x(10) value spaces.
       01 WS-ROW-KLOKKEN pic x(4) value spaces.
       01 WS-ROW-BEMAERKNING pic x(40) value spaces.

       01 WS-KAL-MODE pic x value "B".
       01 WS-KAL-SVAR pic x(10) value spaces.
       01 WS-KAL-STATUS pic XX value spaces.

       01 WS-SECTION-CODE pic x value spaces.
       01 WS-SECTION-COUNT pic 9(7) value 0.
       01 WS-READ-COUNT pic 9(7) value 0.
       01 WS-PERIOD-COUNT pic 9(7) value 0.
       01 WS-FLAG-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

PROCEDURE DIVISION.
       OPEN INPUT access-log-file
       IF WS-ACCESS-LOG-STATUS = "35"
           DISPLAY "AdgangsRapport: 127-LaesAdgangLog.txt blev ikke fundet"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS
       MOVE WS-TODAY-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4)
       MOVE WS-TODAY-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2)
       MOVE WS-TODAY-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2)
       COMPUTE WS-DATE-INTEGER =
           FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD) - 1
       perform INTEGER-TO-DATE-TEXT
       MOVE WS-ROW-DATO TO WS-TIL-DATO
       SUBTRACT 6 FROM WS-DATE-INTEGER
       perform INTEGER-TO-DATE-TEXT
       MOVE WS-ROW-DATO TO WS-FRA-DATO

       perform LOAD-REPORT-PARAMETERS
       perform LOAD-STAFF-CPRS
       perform LOAD-PROMINENT-CUSTOMERS

       OPEN OUTPUT flag-index-file
       CLOSE flag-index-file
       OPEN I-O flag-index-file
       OPEN OUTPUT seen-index-file
       CLOSE seen-index-file
       OPEN I-O seen-index-file
       OPEN OUTPUT volume-index-file
       CLOSE volume-index-file
       OPEN I-O volume-index-file

       PERFORM UNTIL END-OF-ACCESS-LOG = "Y"
           READ access-log-file
               AT END
                   MOVE "Y" TO END-OF-ACCESS-LOG
               NOT AT END
                   perform CHECK-ONE-READ
           END-READ
       END-PERFORM
       CLOSE access-log-file

       perform WRITE-ACCESS-REPORT

       CLOSE flag-index-file
       CLOSE seen-index-file
       CLOSE volume-index-file

       MOVE WS-FLAG-COUNT TO WS-COUNT-DISPLAY
       DISPLAY "AdgangsRapport: " FUNCTION TRIM(WS-COUNT-DISPLAY)
           " afvigelse(r) i perioden"
stop run.

       INTEGER-TO-DATE-TEXT.
           COMPUTE WS-DATE-YYYYMMDD = FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           MOVE WS-DATE-YYYYMMDD TO WS-DATE-TEXT
           MOVE SPACES TO WS-ROW-DATO
           STRING WS-DATE-TEXT(1:4) "-" WS-DATE-TEXT(5:2) "-"
                  WS-DATE-TEXT(7:2)
                  DELIMITED BY SIZE INTO WS-ROW-DATO
       exit.

       LOAD-REPORT-PARAMETERS.
           OPEN INPUT param-file
           IF WS-PARAM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-PARAM-FILE = "Y"
               READ param-file
                   AT END
                       MOVE "Y" TO END-OF-PARAM-FILE
                   NOT AT END
                       MOVE SPACES TO WS-PARAM-NOEGLE
                       MOVE SPACES TO WS-PARAM-VAERDI
                       UNSTRING PARAM-RECORD DELIMITED BY ";"
                           INTO WS-PARAM-NOEGLE, WS-PARAM-VAERDI
                       EVALUATE FUNCTION TRIM(WS-PARAM-NOEGLE)
                           WHEN "FRA"
                               MOVE WS-PARAM-VAERDI(1:10) TO WS-FRA-DATO
                           WHEN "TIL"
                               MOVE WS-PARAM-VAERDI(1:10) TO WS-TIL-DATO
                           WHEN "GRAENSE"
                               IF FUNCTION TEST-NUMVAL(WS-PARAM-VAERDI) = 0
                                   COMPUTE WS-GRAENSE =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               END-IF
                           WHEN "ARBEJDSTID-FRA"
                               IF WS-PARAM-VAERDI(1:4) IS NUMERIC
                                   MOVE WS-PARAM-VAERDI(1:4) TO WS-ARBEJDSTID-FRA
                               END-IF
                           WHEN "ARBEJDSTID-TIL"
                               IF WS-PARAM-VAERDI(1:4) IS NUMERIC
                                   MOVE WS-PARAM-VAERDI(1:4) TO WS-ARBEJDSTID-TIL
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE param-file
       exit.

      *> --- OPERATOR-ID,NAVN,ROLLE,CPR; operators registered without
      *> the CPR field are simply not known as customers ---
       LOAD-STAFF-CPRS.
           OPEN INPUT operator-file
           IF WS-OPERATOR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-OPERATOR-FILE = "Y"
               READ operator-file
                   AT END
                       MOVE "Y" TO END-OF-OPERATOR-FILE
                   NOT AT END
                       MOVE SPACES TO WS-OPR-ID-TEXT
                       MOVE SPACES TO WS-OPR-NAVN-TEXT
                       MOVE SPACES TO WS-OPR-ROLLE-TEXT
                       MOVE SPACES TO WS-OPR-CPR-TEXT
                       UNSTRING OPERATOR-CSV-RECORD DELIMITED BY ","
                           INTO WS-OPR-ID-TEXT, WS-OPR-NAVN-TEXT,
                                WS-OPR-ROLLE-TEXT, WS-OPR-CPR-TEXT
                       IF WS-OPR-CPR-TEXT NOT = SPACES
                           AND WS-STAFF-COUNT < 100
                           ADD 1 TO WS-STAFF-COUNT
                           MOVE WS-OPR-ID-TEXT TO STAFF-OPERATOR(WS-STAFF-COUNT)
                           MOVE WS-OPR-CPR-TEXT TO STAFF-CPR(WS-STAFF-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE operator-file
       exit.

       LOAD-PROMINENT-CUSTOMERS.
           OPEN INPUT prominent-file
           IF WS-PROMINENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-PROMINENT-FILE = "Y"
               READ prominent-file
                   AT END
                       MOVE "Y" TO END-OF-PROMINENT-FILE
                   NOT AT END
                       MOVE SPACES TO WS-PROM-CPR-TEXT
                       MOVE SPACES TO WS-PROM-BEGRUNDELSE-TEXT
                       UNSTRING PROMINENT-CSV-RECORD DELIMITED BY ","
                           INTO WS-PROM-CPR-TEXT, WS-PROM-BEGRUNDELSE-TEXT
                       IF WS-PROM-CPR-TEXT NOT = SPACES
                           AND WS-PROMINENT-COUNT < 500
                           ADD 1 TO WS-PROMINENT-COUNT
                           MOVE WS-PROM-CPR-TEXT TO PROM-CPR(WS-PROMINENT-COUNT)
                           MOVE WS-PROM-BEGRUNDELSE-TEXT
                               TO PROM-BEGRUNDELSE(WS-PROMINENT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE prominent-file
       exit.

      *> --- one logged read inside the period against every check ---
       CHECK-ONE-READ.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO WS-ROW-TIDSSTEMPEL
           MOVE SPACES TO WS-ROW-OPERATOR
           MOVE SPACES TO WS-ROW-CPR
           MOVE SPACES TO WS-ROW-FORMAAL
           MOVE SPACES TO WS-ROW-PROGRAM
           MOVE SPACES TO WS-ROW-DETALJE
           UNSTRING ACCESS-LOG-RECORD DELIMITED BY ","
               INTO WS-ROW-TIDSSTEMPEL, WS-ROW-OPERATOR, WS-ROW-CPR,
                    WS-ROW-FORMAAL, WS-ROW-PROGRAM, WS-ROW-DETALJE
           IF WS-ROW-TIDSSTEMPEL(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ROW-DATO
           STRING WS-ROW-TIDSSTEMPEL(1:4) "-" WS-ROW-TIDSSTEMPEL(5:2) "-"
                  WS-ROW-TIDSSTEMPEL(7:2)
                  DELIMITED BY SIZE INTO WS-ROW-DATO
           IF WS-ROW-DATO < WS-FRA-DATO OR WS-ROW-DATO > WS-TIL-DATO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PERIOD-COUNT
           MOVE WS-ROW-TIDSSTEMPEL(10:4) TO WS-ROW-KLOKKEN

           PERFORM VARYING WS-STAFF-IX FROM 1 BY 1 UNTIL WS-STAFF-IX > WS-STAFF-COUNT
               IF STAFF-CPR(WS-STAFF-IX) = WS-ROW-CPR
                   MOVE SPACES TO WS-ROW-BEMAERKNING
                   IF STAFF-OPERATOR(WS-STAFF-IX) = WS-ROW-OPERATOR
                       MOVE "EGET" TO WS-ROW-BEMAERKNING
                   ELSE
                       STRING "medarbejder "
                              FUNCTION TRIM(STAFF-OPERATOR(WS-STAFF-IX))
                              DELIMITED BY SIZE INTO WS-ROW-BEMAERKNING
                   END-IF
                   MOVE "1" TO WS-SECTION-CODE
                   perform ADD-FLAGGED-READ
                   EXIT PERFORM
               END-IF
           END-PERFORM

           PERFORM VARYING WS-PROMINENT-IX FROM 1 BY 1
                   UNTIL WS-PROMINENT-IX > WS-PROMINENT-COUNT
               IF PROM-CPR(WS-PROMINENT-IX) = WS-ROW-CPR
                   MOVE PROM-BEGRUNDELSE(WS-PROMINENT-IX) TO WS-ROW-BEMAERKNING
                   MOVE "2" TO WS-SECTION-CODE
                   perform ADD-FLAGGED-READ
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-ROW-BEMAERKNING
           IF WS-ROW-KLOKKEN < WS-ARBEJDSTID-FRA
               OR WS-ROW-KLOKKEN NOT < WS-ARBEJDSTID-TIL
               MOVE "uden for arbejdstid" TO WS-ROW-BEMAERKNING
           ELSE
               MOVE "B" TO WS-KAL-MODE
               CALL "KalenderOpslag" USING WS-KAL-MODE WS-ROW-DATO
                   WS-KAL-SVAR WS-KAL-STATUS
               IF WS-KAL-STATUS = "23"
                   MOVE "ikke bankdag" TO WS-ROW-BEMAERKNING
               END-IF
           END-IF
           IF WS-ROW-BEMAERKNING NOT = SPACES
               MOVE "3" TO WS-SECTION-CODE
               perform ADD-FLAGGED-READ
           END-IF

           IF FUNCTION TRIM(WS-ROW-OPERATOR) = "UKENDT"
               OR FUNCTION TRIM(WS-ROW-FORMAAL) = "UOPLYST"
               MOVE SPACES TO WS-ROW-BEMAERKNING
               MOVE "5" TO WS-SECTION-CODE
               perform ADD-FLAGGED-READ
           END-IF

           perform COUNT-DISTINCT-READ
       exit.

       ADD-FLAGGED-READ.
           MOVE WS-SECTION-CODE TO FLAG-SEKTION
           MOVE WS-ROW-TIDSSTEMPEL TO FLAG-TIDSSTEMPEL
           MOVE WS-READ-COUNT TO FLAG-LOEBENR
           MOVE SPACES TO FLAG-LINJE
           STRING WS-ROW-TIDSSTEMPEL " " WS-ROW-OPERATOR " " WS-ROW-CPR " "
                  WS-ROW-FORMAAL " " WS-ROW-PROGRAM " "
                  FUNCTION TRIM(WS-ROW-BEMAERKNING)
                  DELIMITED BY SIZE INTO FLAG-LINJE
           WRITE FLAG-INDEX-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-FLAG-COUNT
           END-WRITE
       exit.

      *> --- the first read of a customer by an operator on a day
      *> counts towards that operator-day's volume ---
       COUNT-DISTINCT-READ.
           MOVE WS-ROW-OPERATOR TO SEEN-OPERATOR
           MOVE WS-ROW-DATO TO SEEN-DATO
           MOVE WS-ROW-CPR TO SEEN-CPR
           WRITE SEEN-INDEX-RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-WRITE
           MOVE WS-ROW-OPERATOR TO VOL-OPERATOR
           MOVE WS-ROW-DATO TO VOL-DATO
           READ volume-index-file
               INVALID KEY
                   MOVE 1 TO VOL-ANTAL
                   WRITE VOLUME-INDEX-RECORD
               NOT INVALID KEY
                   ADD 1 TO VOL-ANTAL
                   REWRITE VOLUME-INDEX-RECORD
           END-READ
       exit.

       WRITE-ACCESS-REPORT.
           OPEN OUTPUT report-file
           MOVE SPACES TO REPORT-RECORD
           STRING "Afvigende opslag i kundedata " WS-FRA-DATO " til "
                  WS-TIL-DATO
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-PERIOD-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Opslag i perioden: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE "1" TO WS-SECTION-CODE
           MOVE "== Opslag paa medarbejdere ==" TO WS-ROW-BEMAERKNING
           perform WRITE-FLAG-SECTION
           MOVE "2" TO WS-SECTION-CODE
           MOVE "== Opslag paa fremtraedende kunder ==" TO WS-ROW-BEMAERKNING
           perform WRITE-FLAG-SECTION
           MOVE "3" TO WS-SECTION-CODE
           MOVE "== Opslag uden for arbejdstid ==" TO WS-ROW-BEMAERKNING
           perform WRITE-FLAG-SECTION
           perform WRITE-VOLUME-SECTION
           MOVE "5" TO WS-SECTION-CODE
           MOVE "== Opslag uden operatoer eller formaal ==" TO WS-ROW-BEMAERKNING
           perform WRITE-FLAG-SECTION
           CLOSE report-file
       exit.

      *> --- the flagged reads of one section, oldest first; the
      *> heading is in WS-ROW-BEMAERKNING ---
       WRITE-FLAG-SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-ROW-BEMAERKNING TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 0 TO WS-SECTION-COUNT
           MOVE "N" TO END-OF-FLAG-SECTION
           MOVE LOW-VALUES TO FLAG-KEY
           MOVE WS-SECTION-CODE TO FLAG-SEKTION
           START flag-index-file KEY IS >= FLAG-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-FLAG-SECTION
           END-START
           PERFORM UNTIL END-OF-FLAG-SECTION = "Y"
               READ flag-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-FLAG-SECTION
                   NOT AT END
                       IF FLAG-SEKTION NOT = WS-SECTION-CODE
                           MOVE "Y" TO END-OF-FLAG-SECTION
                       ELSE
                           ADD 1 TO WS-SECTION-COUNT
                           MOVE FLAG-LINJE TO REPORT-RECORD
                           WRITE REPORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SECTION-COUNT = 0
               MOVE "(ingen)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
       exit.

       WRITE-VOLUME-SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-GRAENSE TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "== Stort opslagsvolumen (over "
                  FUNCTION TRIM(WS-COUNT-DISPLAY)
                  " kunder pr. operatoer pr. dag) =="
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 0 TO WS-SECTION-COUNT
           MOVE "N" TO END-OF-VOLUME-FILE
           MOVE LOW-VALUES TO VOL-KEY
           START volume-index-file KEY IS >= VOL-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-VOLUME-FILE
           END-START
           PERFORM UNTIL END-OF-VOLUME-FILE = "Y"
               READ volume-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-VOLUME-FILE
                   NOT AT END
                       IF VOL-ANTAL > WS-GRAENSE
                           ADD 1 TO WS-SECTION-COUNT
                           ADD 1 TO WS-FLAG-COUNT
                           MOVE VOL-ANTAL TO WS-COUNT-DISPLAY
                           MOVE SPACES TO REPORT-RECORD
                           STRING VOL-DATO " " VOL-OPERATOR " "
                                  FUNCTION TRIM(WS-COUNT-DISPLAY)
                                  " forskellige kunder"
                                  DELIMITED BY SIZE INTO REPORT-RECORD
                           WRITE REPORT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS-SECTION-COUNT = 0
               MOVE "(ingen)" TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
       exit.
