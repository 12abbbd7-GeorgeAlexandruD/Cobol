identification division.
       program-id. GraenseRapport.

      *> --- Limit-utilisation report for the advisers. Every limit
      *> in 95-ForbrugsGraenser.txt is held against its usage in the
      *> current period (today for DAG, this month for MAANED) from
      *> 95-ForbrugsGraenseForbrug.txt, as booked by the intakes
      *> through ForbrugsGraense. Limits used to at least the
      *> warning level are listed in register order, with a count of
      *> those already full; the warning level in percent comes from
      *> 95-GraenseRapportParam.txt (one number, default 80). Output
      *> 95-GraenseUdnyttelse.txt. ---

environment division.
input-output section.
file-control.
       select limit-file assign to "95-ForbrugsGraenser.txt"
           organization line sequential
           file status is WS-LIMIT-STATUS.

       select usage-file assign to "95-ForbrugsGraenseForbrug.txt"
           organization line sequential
           file status is WS-USAGE-STATUS.

       select param-file assign to "95-GraenseRapportParam.txt"
           organization line sequential
           file status is WS-PARAM-STATUS.

       select report-file assign to "95-GraenseUdnyttelse.txt"
           organization line sequential.

      *> --- usage keyed on limit identity and period ---
       select usage-index-file assign to "WS-GraenseForbrug.tmp"
           organization is indexed
           access mode is dynamic
           record key is UI-KEY
           file status is WS-USAGE-INDEX-STATUS.

data division.
file section.
FD limit-file.
       01 LIMIT-CSV-RECORD pic x(100).

FD usage-file.
       01 USAGE-CSV-RECORD pic x(100).

FD param-file.
       01 PARAM-RECORD pic x(10).

FD report-file.
       01 REPORT-RECORD pic x(150).

FD usage-index-file.
       01 USAGE-INDEX-RECORD.
           05 UI-KEY.
               10 UI-CPR pic x(15).
               10 UI-KONTO-ID pic x(15).
               10 UI-TYPE pic x(15).
               10 UI-PERIODE pic x(6).
               10 UI-NOEGLE pic x(10).
           05 UI-FORBRUG pic S9(13)v99.

WORKING-STORAGE SECTION.
       01 WS-LIMIT-STATUS pic XX value spaces.
       01 WS-USAGE-STATUS pic XX value spaces.
       01 WS-PARAM-STATUS pic XX value spaces.
       01 WS-USAGE-INDEX-STATUS pic XX value spaces.

       01 END-OF-LIMIT-FILE pic x value "N".
       01 END-OF-USAGE-FILE pic x value "N".

       01 WS-FORBRUG-TEXT pic x(15) value spaces.
       01 WS-GR-CPR pic x(15) value spaces.
       01 WS-GR-KONTO-ID pic x(15) value spaces.
       01 WS-GR-TYPE pic x(15) value spaces.
       01 WS-GR-PERIODE pic x(6) value spaces.
       01 WS-GR-GRAENSE-TEXT pic x(15) value spaces.
       01 WS-GR-HANDLING pic x(6) value spaces.
       01 WS-GR-GRAENSE pic 9(11)v99 value 0.
       01 WS-FORBRUG pic S9(13)v99 value 0.

       01 WS-VARSEL-PCT pic 9(3) value 80.
       01 WS-UDNYT-PCT pic 9(5)v9 value 0.
       01 WS-PCT-DISPLAY pic ZZZZ9.9.
       01 WS-AMOUNT-DISPLAY pic -Z(11)9.99.
       01 WS-GRAENSE-DISPLAY pic Z(10)9.99.

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-LIMIT-COUNT pic 9(7) value 0.
       01 WS-NEAR-COUNT pic 9(7) value 0.
       01 WS-FULL-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

PROCEDURE DIVISION.
       OPEN INPUT limit-file
       IF WS-LIMIT-STATUS = "35"
           DISPLAY "GraenseRapport: 95-ForbrugsGraenser.txt blev ikke fundet"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       OPEN INPUT param-file
       IF WS-PARAM-STATUS = "00"
           READ param-file
               AT END
                   CONTINUE
               NOT AT END
                   IF FUNCTION TEST-NUMVAL(PARAM-RECORD) = 0
                       COMPUTE WS-VARSEL-PCT = FUNCTION NUMVAL(PARAM-RECORD)
                   END-IF
           END-READ
           CLOSE param-file
       END-IF

       perform LOAD-USAGE

       OPEN OUTPUT report-file
       MOVE SPACES TO REPORT-RECORD
       MOVE WS-VARSEL-PCT TO WS-COUNT-DISPLAY
       STRING "Udnyttelse af forbrugsgraenser " DELIMITED BY SIZE
              WS-TODAY-DATE DELIMITED BY SIZE
              " - graenser brugt mindst " DELIMITED BY SIZE
              FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
              " pct.:" DELIMITED BY SIZE
              INTO REPORT-RECORD
       WRITE REPORT-RECORD
       MOVE SPACES TO REPORT-RECORD
       WRITE REPORT-RECORD

       perform UNTIL END-OF-LIMIT-FILE = "Y"
           read limit-file
               at end
                   move "Y" to END-OF-LIMIT-FILE
               not at end
                   perform REPORT-ONE-LIMIT
           end-read
       end-perform

       perform WRITE-REPORT-TRAILER

       close limit-file
       close usage-index-file
       close report-file
stop run.

       LOAD-USAGE.
           OPEN OUTPUT usage-index-file
           CLOSE usage-index-file
           OPEN I-O usage-index-file

           OPEN INPUT usage-file
           IF WS-USAGE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-USAGE-FILE = "Y"
               READ usage-file
                   AT END
                       MOVE "Y" TO END-OF-USAGE-FILE
                   NOT AT END
                       MOVE SPACES TO USAGE-INDEX-RECORD
                       MOVE SPACES TO WS-FORBRUG-TEXT
                       UNSTRING USAGE-CSV-RECORD DELIMITED BY ","
                           INTO UI-CPR, UI-KONTO-ID, UI-TYPE, UI-PERIODE,
                                UI-NOEGLE, WS-FORBRUG-TEXT
                       MOVE 0 TO UI-FORBRUG
                       IF FUNCTION TEST-NUMVAL(WS-FORBRUG-TEXT) = 0
                           COMPUTE UI-FORBRUG =
                               FUNCTION NUMVAL(WS-FORBRUG-TEXT)
                       END-IF
                       WRITE USAGE-INDEX-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE usage-file
       exit.

      *> --- the limit against this period's usage, listed from the
      *> warning level up ---
       REPORT-ONE-LIMIT.
           MOVE SPACES TO WS-GR-CPR
           MOVE SPACES TO WS-GR-KONTO-ID
           MOVE SPACES TO WS-GR-TYPE
           MOVE SPACES TO WS-GR-PERIODE
           MOVE SPACES TO WS-GR-GRAENSE-TEXT
           MOVE SPACES TO WS-GR-HANDLING
           UNSTRING LIMIT-CSV-RECORD DELIMITED BY ","
               INTO WS-GR-CPR, WS-GR-KONTO-ID, WS-GR-TYPE, WS-GR-PERIODE,
                    WS-GR-GRAENSE-TEXT, WS-GR-HANDLING
           IF WS-GR-CPR = SPACES OR WS-GR-TYPE = SPACES
               OR FUNCTION TEST-NUMVAL(WS-GR-GRAENSE-TEXT) NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-GR-PERIODE NOT = "MAANED"
               MOVE "DAG" TO WS-GR-PERIODE
           END-IF
           COMPUTE WS-GR-GRAENSE = FUNCTION NUMVAL(WS-GR-GRAENSE-TEXT)
           ADD 1 TO WS-LIMIT-COUNT

           MOVE WS-GR-CPR TO UI-CPR
           MOVE WS-GR-KONTO-ID TO UI-KONTO-ID
           MOVE WS-GR-TYPE TO UI-TYPE
           MOVE WS-GR-PERIODE TO UI-PERIODE
           MOVE SPACES TO UI-NOEGLE
           IF WS-GR-PERIODE = "MAANED"
               MOVE WS-TODAY-DATE(1:7) TO UI-NOEGLE
           ELSE
               MOVE WS-TODAY-DATE TO UI-NOEGLE
           END-IF
           MOVE 0 TO WS-FORBRUG
           READ usage-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE UI-FORBRUG TO WS-FORBRUG
           END-READ

           IF WS-GR-GRAENSE = 0
               MOVE 100 TO WS-UDNYT-PCT
           ELSE
               COMPUTE WS-UDNYT-PCT ROUNDED =
                   WS-FORBRUG * 100 / WS-GR-GRAENSE
           END-IF
           IF WS-UDNYT-PCT < WS-VARSEL-PCT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NEAR-COUNT
           IF WS-UDNYT-PCT >= 100
               ADD 1 TO WS-FULL-COUNT
           END-IF

           MOVE WS-UDNYT-PCT TO WS-PCT-DISPLAY
           MOVE WS-FORBRUG TO WS-AMOUNT-DISPLAY
           MOVE WS-GR-GRAENSE TO WS-GRAENSE-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "CPR: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GR-CPR) DELIMITED BY SIZE
                  ", KONTO-ID: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GR-KONTO-ID) DELIMITED BY SIZE
                  ", Type: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GR-TYPE) DELIMITED BY SIZE
                  " / " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GR-PERIODE) DELIMITED BY SIZE
                  ", Forbrug: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY) DELIMITED BY SIZE
                  " af " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GRAENSE-DISPLAY) DELIMITED BY SIZE
                  " DKK (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PCT-DISPLAY) DELIMITED BY SIZE
                  " pct.)" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-LIMIT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Graenser i registret: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-NEAR-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Graenser over varselsniveau: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-FULL-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Heraf fuldt udnyttet: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
