identification division.
       program-id. RaadgiverVedligehold.

      *> --- Maintenance of the adviser register 115-Raadgivere.txt
      *> (RAADGIVER-ID,FILIAL-NR,NAVN,STATUS - AKTIV or FRATRAADT)
      *> and the portfolio register 115-Portefoeljer.txt
      *> (CPR,RAADGIVER-ID,TILDELT-DATO, one line per customer).
      *> Reads 115-RaadgiverAendringer.txt:
      *>   RAADGIVER,RAADGIVER-ID,FILIAL-NR,NAVN,STATUS,OPERATOR-ID
      *>     adds or changes an adviser
      *>   TILDEL,CPR,RAADGIVER-ID,OPERATOR-ID
      *>     gives one customer an adviser
      *>   OVERDRAG,FRA-RAADGIVER-ID,TIL-RAADGIVER-ID,OPERATOR-ID
      *>     hands the whole portfolio over, e.g. when an adviser
      *>     leaves, and marks the old adviser FRATRAADT
      *> The receiving adviser must be AKTIV. Every customer that
      *> changes adviser is appended to 115-PortefoeljeHistorik.txt
      *> (DATO,CPR,FRA,TIL,OPERATOR-ID) so the assignment can be
      *> traced back; applied and rejected changes are listed in
      *> 115-RaadgiverVedligeholdRapport.txt. ---

environment division.
input-output section.
file-control.
       select adviser-file assign to "115-Raadgivere.txt"
           organization line sequential
           file status is WS-ADVISER-STATUS.

       select portfolio-file assign to "115-Portefoeljer.txt"
           organization line sequential
           file status is WS-PORTFOLIO-STATUS.

       select history-file assign to "115-PortefoeljeHistorik.txt"
           organization line sequential
           file status is WS-HISTORY-STATUS.

       select changes-file assign to "115-RaadgiverAendringer.txt"
           organization line sequential
           file status is WS-CHANGES-STATUS.

       select report-file assign to "115-RaadgiverVedligeholdRapport.txt"
           organization line sequential.

      *> --- only probed at start-up: a present operator register
      *> makes the OPERATOR-ID field on every change mandatory ---
       select operator-probe-file assign to "80-Operatoerer.txt"
           organization line sequential
           file status is WS-OPERATOR-PROBE-STATUS.

      *> --- the portfolio keyed on CPR while the changes apply ---
       select portfolio-index-file assign to "WS-RaadgiverPortefoelje.tmp"
           organization is indexed
           access mode is dynamic
           record key is PF-CPR
           file status is WS-PORTFOLIO-INDEX-STATUS.

data division.
file section.
FD adviser-file.
       01 ADVISER-RECORD pic x(100).

FD portfolio-file.
       01 PORTFOLIO-RECORD pic x(60).

FD history-file.
       01 HISTORY-RECORD pic x(100).

FD changes-file.
       01 CHANGE-RECORD pic x(150).

FD report-file.
       01 REPORT-RECORD pic x(150).

FD operator-probe-file.
       01 OPERATOR-PROBE-RECORD pic x(60).

FD portfolio-index-file.
       01 PORTFOLIO-INDEX-RECORD.
           05 PF-CPR pic x(15).
           05 PF-RAADGIVER-ID pic x(10).
           05 PF-TILDELT pic x(10).

WORKING-STORAGE SECTION.
       01 WS-ADVISER-STATUS pic XX value spaces.
       01 WS-PORTFOLIO-STATUS pic XX value spaces.
       01 WS-HISTORY-STATUS pic XX value spaces.
       01 WS-CHANGES-STATUS pic XX value spaces.
       01 WS-PORTFOLIO-INDEX-STATUS pic XX value spaces.

       01 END-OF-ADVISER-FILE pic x value "N".
       01 END-OF-PORTFOLIO-FILE pic x value "N".
       01 END-OF-CHANGES-FILE pic x value "N".
       01 END-OF-INDEX-FILE pic x value "N".

      *> --- the adviser register, small enough to hold and rewrite ---
       01 WS-ADVISER-COUNT pic 9(4) value 0.
       01 WS-ADVISER-IX pic 9(4) value 0.
       01 WS-ADVISER-TABLE OCCURS 1000 TIMES.
           05 RG-RAADGIVER-ID pic x(10).
           05 RG-FILIAL-NR pic x(4).
           05 RG-NAVN pic x(40).
           05 RG-STATUS pic x(10).
       01 WS-ADVISERS-CHANGED pic x value "N".
       01 WS-PORTFOLIO-CHANGED pic x value "N".

       01 WS-ACTION pic x(10) value spaces.
       01 WS-CHANGE-ID pic x(15) value spaces.
       01 WS-CHANGE-TIL-ID pic x(10) value spaces.
       01 WS-CHANGE-FILIAL-NR pic x(4) value spaces.
       01 WS-CHANGE-NAVN pic x(40) value spaces.
       01 WS-CHANGE-STATUS pic x(10) value spaces.
       01 WS-CHANGE-OPERATOR pic x(10) value spaces.
       01 WS-FRA-ID pic x(10) value spaces.
       01 WS-FIND-ID pic x(10) value spaces.

       01 WS-ROW-CPR pic x(15) value spaces.
       01 WS-ROW-RAADGIVER-ID pic x(10) value spaces.
       01 WS-ROW-TILDELT pic x(10) value spaces.

      *> --- operator role check against 80-Operatoerer.txt ---
       01 WS-ROLLE-KRAV pic x(14) value spaces.
       01 WS-OPR-STATUS pic XX value spaces.
       01 WS-OPERATOR-PROBE-STATUS pic XX value spaces.
       01 WS-REGISTER-PRESENT pic x value "N".

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-MOVED-COUNT pic 9(7) value 0.
       01 WS-APPLIED-COUNT pic 9(7) value 0.
       01 WS-REJECTED-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.
       01 WS-REPORT-PTR pic 9(3) value 1.

PROCEDURE DIVISION.
       OPEN INPUT changes-file
       IF WS-CHANGES-STATUS = "35"
           DISPLAY "RaadgiverVedligehold: 115-RaadgiverAendringer.txt blev ikke fundet"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       OPEN INPUT operator-probe-file
       IF WS-OPERATOR-PROBE-STATUS = "00"
           MOVE "Y" TO WS-REGISTER-PRESENT
           CLOSE operator-probe-file
       END-IF

       perform LOAD-ADVISERS
       perform LOAD-PORTFOLIO

       OPEN EXTEND history-file
       IF WS-HISTORY-STATUS = "35"
           OPEN OUTPUT history-file
       END-IF

       OPEN OUTPUT report-file

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

       IF WS-ADVISERS-CHANGED = "Y"
           perform WRITE-ADVISERS
       END-IF
       IF WS-PORTFOLIO-CHANGED = "Y"
           perform WRITE-PORTFOLIO
       END-IF

       perform WRITE-REPORT-TRAILER

       close changes-file
       close history-file
       close portfolio-index-file
       close report-file
stop run.

       LOAD-ADVISERS.
           OPEN INPUT adviser-file
           IF WS-ADVISER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-ADVISER-FILE = "Y"
               READ adviser-file
                   AT END
                       MOVE "Y" TO END-OF-ADVISER-FILE
                   NOT AT END
                       IF ADVISER-RECORD NOT = SPACES
                           AND WS-ADVISER-COUNT < 1000
                           ADD 1 TO WS-ADVISER-COUNT
                           MOVE SPACES TO WS-ADVISER-TABLE(WS-ADVISER-COUNT)
                           UNSTRING ADVISER-RECORD DELIMITED BY ","
                               INTO RG-RAADGIVER-ID(WS-ADVISER-COUNT),
                                    RG-FILIAL-NR(WS-ADVISER-COUNT),
                                    RG-NAVN(WS-ADVISER-COUNT),
                                    RG-STATUS(WS-ADVISER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE adviser-file
       exit.

       LOAD-PORTFOLIO.
           OPEN OUTPUT portfolio-index-file
           CLOSE portfolio-index-file
           OPEN I-O portfolio-index-file

           OPEN INPUT portfolio-file
           IF WS-PORTFOLIO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-PORTFOLIO-FILE = "Y"
               READ portfolio-file
                   AT END
                       MOVE "Y" TO END-OF-PORTFOLIO-FILE
                   NOT AT END
                       MOVE SPACES TO WS-ROW-CPR
                       MOVE SPACES TO WS-ROW-RAADGIVER-ID
                       MOVE SPACES TO WS-ROW-TILDELT
                       UNSTRING PORTFOLIO-RECORD DELIMITED BY ","
                           INTO WS-ROW-CPR, WS-ROW-RAADGIVER-ID,
                                WS-ROW-TILDELT
                       IF WS-ROW-CPR NOT = SPACES
                           MOVE WS-ROW-CPR TO PF-CPR
                           MOVE WS-ROW-RAADGIVER-ID TO PF-RAADGIVER-ID
                           MOVE WS-ROW-TILDELT TO PF-TILDELT
                           WRITE PORTFOLIO-INDEX-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE portfolio-file
       exit.

      *> --- WS-FIND-ID to WS-ADVISER-IX; 0 when not registered ---
       FIND-ADVISER.
           PERFORM VARYING WS-ADVISER-IX FROM 1 BY 1
               UNTIL WS-ADVISER-IX > WS-ADVISER-COUNT
               IF RG-RAADGIVER-ID(WS-ADVISER-IX) = WS-FIND-ID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE 0 TO WS-ADVISER-IX
       exit.

       APPLY-ONE-CHANGE.
           MOVE SPACES TO WS-ACTION
           MOVE SPACES TO WS-CHANGE-ID
           MOVE SPACES TO WS-CHANGE-TIL-ID
           MOVE SPACES TO WS-CHANGE-FILIAL-NR
           MOVE SPACES TO WS-CHANGE-NAVN
           MOVE SPACES TO WS-CHANGE-STATUS
           MOVE SPACES TO WS-CHANGE-OPERATOR
           UNSTRING CHANGE-RECORD DELIMITED BY ","
               INTO WS-ACTION
           IF FUNCTION TRIM(WS-ACTION) = "RAADGIVER"
               UNSTRING CHANGE-RECORD DELIMITED BY ","
                   INTO WS-ACTION, WS-CHANGE-ID, WS-CHANGE-FILIAL-NR,
                        WS-CHANGE-NAVN, WS-CHANGE-STATUS,
                        WS-CHANGE-OPERATOR
           ELSE
               UNSTRING CHANGE-RECORD DELIMITED BY ","
                   INTO WS-ACTION, WS-CHANGE-ID, WS-CHANGE-TIL-ID,
                        WS-CHANGE-OPERATOR
           END-IF

           IF WS-REGISTER-PRESENT = "Y"
               AND WS-CHANGE-OPERATOR = SPACES
               MOVE "Operatoer-ID mangler" TO REPORT-RECORD
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-CHANGE-OPERATOR NOT = SPACES
               MOVE "VEDLIGEHOLD" TO WS-ROLLE-KRAV
               CALL "OperatoerOpslag" USING WS-CHANGE-OPERATOR
                   WS-ROLLE-KRAV WS-OPR-STATUS
               IF WS-OPR-STATUS NOT = "00"
                   MOVE "Operatoeren mangler vedligeholds-rolle" TO REPORT-RECORD
                   PERFORM WRITE-REJECT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-CHANGE-ID = SPACES
               MOVE "Noeglefelt mangler" TO REPORT-RECORD
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           EVALUATE FUNCTION TRIM(WS-ACTION)
               WHEN "RAADGIVER"
                   PERFORM APPLY-ADVISER
               WHEN "TILDEL"
                   PERFORM APPLY-ASSIGN
               WHEN "OVERDRAG"
                   PERFORM APPLY-HANDOVER
               WHEN OTHER
                   MOVE "Ukendt handling (brug RAADGIVER/TILDEL/OVERDRAG)" TO REPORT-RECORD
                   PERFORM WRITE-REJECT-LINE
           END-EVALUATE
       exit.

       APPLY-ADVISER.
           IF WS-CHANGE-STATUS = SPACES
               MOVE "AKTIV" TO WS-CHANGE-STATUS
           END-IF
           IF FUNCTION TRIM(WS-CHANGE-STATUS) NOT = "AKTIV"
               AND FUNCTION TRIM(WS-CHANGE-STATUS) NOT = "FRATRAADT"
               MOVE "Ukendt status (brug AKTIV/FRATRAADT)" TO REPORT-RECORD
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHANGE-ID TO WS-FIND-ID
           PERFORM FIND-ADVISER
           IF WS-ADVISER-IX = 0
               IF WS-ADVISER-COUNT >= 1000
                   MOVE "Raadgiverregistret er fuldt" TO REPORT-RECORD
                   PERFORM WRITE-REJECT-LINE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-ADVISER-COUNT
               MOVE WS-ADVISER-COUNT TO WS-ADVISER-IX
               MOVE WS-CHANGE-ID TO RG-RAADGIVER-ID(WS-ADVISER-IX)
           END-IF
           MOVE WS-CHANGE-FILIAL-NR TO RG-FILIAL-NR(WS-ADVISER-IX)
           MOVE WS-CHANGE-NAVN TO RG-NAVN(WS-ADVISER-IX)
           MOVE WS-CHANGE-STATUS TO RG-STATUS(WS-ADVISER-IX)
           MOVE "Y" TO WS-ADVISERS-CHANGED
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM WRITE-APPLIED-LINE
       exit.

      *> --- the receiving adviser must exist and be AKTIV ---
       CHECK-RECEIVING-ADVISER.
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-CHANGE-TIL-ID TO WS-FIND-ID
           PERFORM FIND-ADVISER
           IF WS-ADVISER-IX = 0
               MOVE "Raadgiveren findes ikke" TO REPORT-RECORD
           ELSE
               IF FUNCTION TRIM(RG-STATUS(WS-ADVISER-IX)) NOT = "AKTIV"
                   MOVE "Raadgiveren er ikke aktiv" TO REPORT-RECORD
               END-IF
           END-IF
       exit.

       APPLY-ASSIGN.
           PERFORM CHECK-RECEIVING-ADVISER
           IF REPORT-RECORD NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHANGE-ID TO PF-CPR
           READ portfolio-index-file
               INVALID KEY
                   MOVE SPACES TO WS-FRA-ID
                   MOVE WS-CHANGE-ID TO PF-CPR
                   MOVE WS-CHANGE-TIL-ID TO PF-RAADGIVER-ID
                   MOVE WS-TODAY-DATE TO PF-TILDELT
                   WRITE PORTFOLIO-INDEX-RECORD
                   END-WRITE
               NOT INVALID KEY
                   MOVE PF-RAADGIVER-ID TO WS-FRA-ID
                   MOVE WS-CHANGE-TIL-ID TO PF-RAADGIVER-ID
                   MOVE WS-TODAY-DATE TO PF-TILDELT
                   REWRITE PORTFOLIO-INDEX-RECORD
           END-READ
           PERFORM WRITE-HISTORY-LINE
           MOVE "Y" TO WS-PORTFOLIO-CHANGED
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM WRITE-APPLIED-LINE
       exit.

      *> --- every customer of the leaving adviser moves in one go;
      *> the leaving adviser is marked FRATRAADT ---
       APPLY-HANDOVER.
           IF WS-CHANGE-TIL-ID = WS-CHANGE-ID
               MOVE "Fra og til er samme raadgiver" TO REPORT-RECORD
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHANGE-ID TO WS-FIND-ID
           PERFORM FIND-ADVISER
           IF WS-ADVISER-IX = 0
               MOVE "Afgivende raadgiver findes ikke" TO REPORT-RECORD
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-RECEIVING-ADVISER
           IF REPORT-RECORD NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CHANGE-ID TO WS-FRA-ID
           MOVE 0 TO WS-MOVED-COUNT
           MOVE "N" TO END-OF-INDEX-FILE
           MOVE LOW-VALUES TO PF-CPR
           START portfolio-index-file KEY IS >= PF-CPR
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-FILE
           END-START
           PERFORM UNTIL END-OF-INDEX-FILE = "Y"
               READ portfolio-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-FILE
                   NOT AT END
                       IF PF-RAADGIVER-ID = WS-FRA-ID
                           MOVE WS-CHANGE-TIL-ID TO PF-RAADGIVER-ID
                           MOVE WS-TODAY-DATE TO PF-TILDELT
                           REWRITE PORTFOLIO-INDEX-RECORD
                           ADD 1 TO WS-MOVED-COUNT
                           MOVE PF-CPR TO WS-ROW-CPR
                           PERFORM WRITE-HISTORY-LINE
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-CHANGE-ID TO WS-FIND-ID
           PERFORM FIND-ADVISER
           MOVE "FRATRAADT" TO RG-STATUS(WS-ADVISER-IX)
           MOVE "Y" TO WS-ADVISERS-CHANGED
           MOVE "Y" TO WS-PORTFOLIO-CHANGED
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM WRITE-APPLIED-LINE
           MOVE WS-MOVED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "    Kunder overdraget: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

      *> --- DATO,CPR,FRA,TIL,OPERATOR-ID; the CPR is PF-CPR ---
       WRITE-HISTORY-LINE.
           MOVE SPACES TO HISTORY-RECORD
           STRING WS-TODAY-DATE ","
                  FUNCTION TRIM(PF-CPR) ","
                  FUNCTION TRIM(WS-FRA-ID) ","
                  FUNCTION TRIM(PF-RAADGIVER-ID) ","
                  FUNCTION TRIM(WS-CHANGE-OPERATOR)
                  DELIMITED BY SIZE INTO HISTORY-RECORD
           WRITE HISTORY-RECORD
       exit.

       WRITE-ADVISERS.
           OPEN OUTPUT adviser-file
           PERFORM VARYING WS-ADVISER-IX FROM 1 BY 1
               UNTIL WS-ADVISER-IX > WS-ADVISER-COUNT
               MOVE SPACES TO ADVISER-RECORD
               STRING FUNCTION TRIM(RG-RAADGIVER-ID(WS-ADVISER-IX)) ","
                      FUNCTION TRIM(RG-FILIAL-NR(WS-ADVISER-IX)) ","
                      FUNCTION TRIM(RG-NAVN(WS-ADVISER-IX)) ","
                      FUNCTION TRIM(RG-STATUS(WS-ADVISER-IX))
                      DELIMITED BY SIZE INTO ADVISER-RECORD
               WRITE ADVISER-RECORD
           END-PERFORM
           CLOSE adviser-file
       exit.

       WRITE-PORTFOLIO.
           MOVE "N" TO END-OF-INDEX-FILE
           MOVE LOW-VALUES TO PF-CPR
           START portfolio-index-file KEY IS >= PF-CPR
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-FILE
           END-START
           OPEN OUTPUT portfolio-file
           PERFORM UNTIL END-OF-INDEX-FILE = "Y"
               READ portfolio-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-FILE
                   NOT AT END
                       MOVE SPACES TO PORTFOLIO-RECORD
                       STRING FUNCTION TRIM(PF-CPR) ","
                              FUNCTION TRIM(PF-RAADGIVER-ID) ","
                              PF-TILDELT
                              DELIMITED BY SIZE INTO PORTFOLIO-RECORD
                       WRITE PORTFOLIO-RECORD
               END-READ
           END-PERFORM
           CLOSE portfolio-file
       exit.

       WRITE-APPLIED-LINE.
           MOVE SPACES TO REPORT-RECORD
           MOVE 1 TO WS-REPORT-PTR
           STRING "Anvendt - Handling: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACTION) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHANGE-ID) DELIMITED BY SIZE
                  INTO REPORT-RECORD WITH POINTER WS-REPORT-PTR
           IF WS-CHANGE-TIL-ID NOT = SPACES
               STRING " -> " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CHANGE-TIL-ID) DELIMITED BY SIZE
                      INTO REPORT-RECORD WITH POINTER WS-REPORT-PTR
           END-IF
           STRING ", Operatoer: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHANGE-OPERATOR) DELIMITED BY SIZE
                  INTO REPORT-RECORD WITH POINTER WS-REPORT-PTR
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
       exit.

      *> REPORT-RECORD arrives holding the reject reason text
       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECTED-COUNT
           STRING "Afvist - " DELIMITED BY SIZE
                  FUNCTION TRIM(REPORT-RECORD) DELIMITED BY SIZE
                  " - Handling: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACTION) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHANGE-ID) DELIMITED BY SIZE
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
