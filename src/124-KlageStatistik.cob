identification division.
       program-id. KlageStatistik.

      *> --- Annual complaints statistics for the supervisor, from
      *> the register KlageBehandling keeps in 124-Klager.txt. The
      *> year is AAR;YYYY in 124-KlageParam.txt, last calendar year
      *> when absent; a complaint counts in the year it was received.
      *> Per KATEGORI: received, resolved by UDFALD (MEDHOLD, DELVIS,
      *> AFVIST, TRUKKET), still open, answered after FRIST (or open
      *> and past it) and compensation paid. The readable report is
      *> 124-KlageStatistik.txt; the same figures go to the
      *> supervisor in 124-KlageIndberetning.txt as
      *>   AAR;KATEGORI;MODTAGET;MEDHOLD;DELVIS;AFVIST;TRUKKET;AABNE;
      *>   OVER-FRIST;KOMPENSATION
      *> with a TOTAL line last. ---

environment division.
input-output section.
file-control.
       select complaint-file assign to "124-Klager.txt"
           organization line sequential
           file status is WS-COMPLAINT-STATUS.

       select param-file assign to "124-KlageParam.txt"
           organization line sequential
           file status is WS-PARAM-STATUS.

       select report-file assign to "124-KlageStatistik.txt"
           organization line sequential.

       select filing-file assign to "124-KlageIndberetning.txt"
           organization line sequential.

data division.
file section.
FD complaint-file.
       01 COMPLAINT-CSV-RECORD pic x(150).

FD param-file.
       01 PARAM-RECORD pic x(40).

FD report-file.
       01 REPORT-RECORD pic x(150).

FD filing-file.
       01 FILING-RECORD pic x(150).

WORKING-STORAGE SECTION.
       01 WS-COMPLAINT-STATUS pic XX value spaces.
       01 WS-PARAM-STATUS pic XX value spaces.

       01 END-OF-COMPLAINT-FILE pic x value "N".
       01 END-OF-PARAM-FILE pic x value "N".

       01 WS-PARAM-NOEGLE pic x(20) value spaces.
       01 WS-PARAM-VAERDI pic x(20) value spaces.
       01 WS-AAR pic x(4) value spaces.
       01 WS-AAR-NUM pic 9(4) value 0.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.

       01 WS-ROW-SAG-ID pic x(8) value spaces.
       01 WS-ROW-CPR pic x(15) value spaces.
       01 WS-ROW-KATEGORI pic x(12) value spaces.
       01 WS-ROW-MODTAGET pic x(10) value spaces.
       01 WS-ROW-ENHED pic x(20) value spaces.
       01 WS-ROW-STATUS pic x(8) value spaces.
       01 WS-ROW-UDFALD pic x(8) value spaces.
       01 WS-ROW-KOMPENSATION pic x(15) value spaces.
       01 WS-ROW-FRIST pic x(10) value spaces.
       01 WS-ROW-AFGJORT pic x(10) value spaces.

      *> --- one row per category; the last row is the total ---
       01 WS-KATEGORI-NAVNE.
           05 filler pic x(12) value "GEBYR".
           05 filler pic x(12) value "RAADGIVNING".
           05 filler pic x(12) value "SERVICE".
           05 filler pic x(12) value "KONTOUDTOG".
           05 filler pic x(12) value "BETALING".
           05 filler pic x(12) value "KREDIT".
           05 filler pic x(12) value "ANDET".
           05 filler pic x(12) value "TOTAL".
       01 WS-KATEGORI-TABLE redefines WS-KATEGORI-NAVNE.
           05 WS-KAT-NAVN pic x(12) occurs 8 times.

       01 WS-STAT-TABLE.
           05 WS-STAT-ENTRY occurs 8 times.
               10 ST-MODTAGET pic 9(7).
               10 ST-MEDHOLD pic 9(7).
               10 ST-DELVIS pic 9(7).
               10 ST-AFVIST pic 9(7).
               10 ST-TRUKKET pic 9(7).
               10 ST-AABNE pic 9(7).
               10 ST-OVER-FRIST pic 9(7).
               10 ST-KOMPENSATION pic S9(13)v99.
       01 WS-KAT-IX pic 9(2) value 0.
       01 WS-ROW-IX pic 9(2) value 0.
       01 WS-KOMP-NUM pic S9(13)v99 value 0.

       01 WS-CNT-1 pic Z(7)9.
       01 WS-CNT-2 pic Z(7)9.
       01 WS-CNT-3 pic Z(7)9.
       01 WS-CNT-4 pic Z(7)9.
       01 WS-CNT-5 pic Z(7)9.
       01 WS-CNT-6 pic Z(7)9.
       01 WS-CNT-7 pic Z(8)9.
       01 WS-AMOUNT-DISPLAY pic -Z(12)9.99.

PROCEDURE DIVISION.
       OPEN INPUT complaint-file
       IF WS-COMPLAINT-STATUS = "35"
           DISPLAY "KlageStatistik: 124-Klager.txt blev ikke fundet"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS
       MOVE WS-TODAY-DATE(1:4) TO WS-AAR-NUM
       SUBTRACT 1 FROM WS-AAR-NUM
       MOVE WS-AAR-NUM TO WS-AAR

       perform LOAD-STATISTICS-PARAMETERS
       INITIALIZE WS-STAT-TABLE

       PERFORM UNTIL END-OF-COMPLAINT-FILE = "Y"
           READ complaint-file
               AT END
                   MOVE "Y" TO END-OF-COMPLAINT-FILE
               NOT AT END
                   perform COUNT-ONE-COMPLAINT
           END-READ
       END-PERFORM
       CLOSE complaint-file

       perform WRITE-STATISTICS-REPORT
       perform WRITE-SUPERVISOR-FILING
stop run.

       LOAD-STATISTICS-PARAMETERS.
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
                           WHEN "AAR"
                               IF WS-PARAM-VAERDI(1:4) IS NUMERIC
                                   MOVE WS-PARAM-VAERDI(1:4) TO WS-AAR
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE param-file
       exit.

      *> --- SAG-ID,CPR,KATEGORI,MODTAGET,ENHED,STATUS,UDFALD,
      *> KOMPENSATION,FRIST,AFGJORT; unknown categories count as
      *> ANDET ---
       COUNT-ONE-COMPLAINT.
           MOVE SPACES TO WS-ROW-KATEGORI
           MOVE SPACES TO WS-ROW-MODTAGET
           MOVE SPACES TO WS-ROW-STATUS
           MOVE SPACES TO WS-ROW-UDFALD
           MOVE SPACES TO WS-ROW-KOMPENSATION
           MOVE SPACES TO WS-ROW-FRIST
           MOVE SPACES TO WS-ROW-AFGJORT
           UNSTRING COMPLAINT-CSV-RECORD DELIMITED BY ","
               INTO WS-ROW-SAG-ID, WS-ROW-CPR, WS-ROW-KATEGORI,
                    WS-ROW-MODTAGET, WS-ROW-ENHED, WS-ROW-STATUS,
                    WS-ROW-UDFALD, WS-ROW-KOMPENSATION, WS-ROW-FRIST,
                    WS-ROW-AFGJORT
           IF WS-ROW-MODTAGET(1:4) NOT = WS-AAR
               EXIT PARAGRAPH
           END-IF

           MOVE 7 TO WS-KAT-IX
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1 UNTIL WS-ROW-IX > 7
               IF WS-KAT-NAVN(WS-ROW-IX) = WS-ROW-KATEGORI
                   MOVE WS-ROW-IX TO WS-KAT-IX
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE 0 TO WS-KOMP-NUM
           IF WS-ROW-KOMPENSATION NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-ROW-KOMPENSATION) = 0
               COMPUTE WS-KOMP-NUM = FUNCTION NUMVAL(WS-ROW-KOMPENSATION)
           END-IF

           *> the category row, then the same into the total row
           MOVE WS-KAT-IX TO WS-ROW-IX
           perform ADD-TO-STAT-ROW
           MOVE 8 TO WS-ROW-IX
           perform ADD-TO-STAT-ROW
       exit.

       ADD-TO-STAT-ROW.
           ADD 1 TO ST-MODTAGET(WS-ROW-IX)
           IF FUNCTION TRIM(WS-ROW-STATUS) = "AABEN"
               ADD 1 TO ST-AABNE(WS-ROW-IX)
               IF WS-ROW-FRIST < WS-TODAY-DATE
                   ADD 1 TO ST-OVER-FRIST(WS-ROW-IX)
               END-IF
           ELSE
               EVALUATE FUNCTION TRIM(WS-ROW-UDFALD)
                   WHEN "MEDHOLD"
                       ADD 1 TO ST-MEDHOLD(WS-ROW-IX)
                   WHEN "DELVIS"
                       ADD 1 TO ST-DELVIS(WS-ROW-IX)
                   WHEN "AFVIST"
                       ADD 1 TO ST-AFVIST(WS-ROW-IX)
                   WHEN "TRUKKET"
                       ADD 1 TO ST-TRUKKET(WS-ROW-IX)
               END-EVALUATE
               IF WS-ROW-AFGJORT > WS-ROW-FRIST
                   ADD 1 TO ST-OVER-FRIST(WS-ROW-IX)
               END-IF
           END-IF
           ADD WS-KOMP-NUM TO ST-KOMPENSATION(WS-ROW-IX)
       exit.

       WRITE-STATISTICS-REPORT.
           OPEN OUTPUT report-file
           MOVE SPACES TO REPORT-RECORD
           STRING "Klagestatistik for " DELIMITED BY SIZE
                  WS-AAR DELIMITED BY SIZE
                  " (dannet " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  ")" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Kategori     Modtaget   Medhold    Delvis    Afvist"
                  "   Trukket     Aabne  Forsinket      Kompensation"
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM VARYING WS-ROW-IX FROM 1 BY 1 UNTIL WS-ROW-IX > 8
               IF WS-ROW-IX = 8
                   MOVE SPACES TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
               MOVE ST-MODTAGET(WS-ROW-IX) TO WS-CNT-1
               MOVE ST-MEDHOLD(WS-ROW-IX) TO WS-CNT-2
               MOVE ST-DELVIS(WS-ROW-IX) TO WS-CNT-3
               MOVE ST-AFVIST(WS-ROW-IX) TO WS-CNT-4
               MOVE ST-TRUKKET(WS-ROW-IX) TO WS-CNT-5
               MOVE ST-AABNE(WS-ROW-IX) TO WS-CNT-6
               MOVE ST-OVER-FRIST(WS-ROW-IX) TO WS-CNT-7
               MOVE ST-KOMPENSATION(WS-ROW-IX) TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO REPORT-RECORD
               STRING WS-KAT-NAVN(WS-ROW-IX) DELIMITED BY SIZE
                      " " WS-CNT-1 "  " WS-CNT-2 "  " WS-CNT-3
                      "  " WS-CNT-4 "  " WS-CNT-5 "  " WS-CNT-6
                      "  " WS-CNT-7 " " WS-AMOUNT-DISPLAY
                      DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           CLOSE report-file
       exit.

       WRITE-SUPERVISOR-FILING.
           OPEN OUTPUT filing-file
           PERFORM VARYING WS-ROW-IX FROM 1 BY 1 UNTIL WS-ROW-IX > 8
               MOVE ST-MODTAGET(WS-ROW-IX) TO WS-CNT-1
               MOVE ST-MEDHOLD(WS-ROW-IX) TO WS-CNT-2
               MOVE ST-DELVIS(WS-ROW-IX) TO WS-CNT-3
               MOVE ST-AFVIST(WS-ROW-IX) TO WS-CNT-4
               MOVE ST-TRUKKET(WS-ROW-IX) TO WS-CNT-5
               MOVE ST-AABNE(WS-ROW-IX) TO WS-CNT-6
               MOVE ST-OVER-FRIST(WS-ROW-IX) TO WS-CNT-7
               MOVE ST-KOMPENSATION(WS-ROW-IX) TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO FILING-RECORD
               STRING WS-AAR ";"
                      FUNCTION TRIM(WS-KAT-NAVN(WS-ROW-IX)) ";"
                      FUNCTION TRIM(WS-CNT-1) ";"
                      FUNCTION TRIM(WS-CNT-2) ";"
                      FUNCTION TRIM(WS-CNT-3) ";"
                      FUNCTION TRIM(WS-CNT-4) ";"
                      FUNCTION TRIM(WS-CNT-5) ";"
                      FUNCTION TRIM(WS-CNT-6) ";"
                      FUNCTION TRIM(WS-CNT-7) ";"
                      FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                      DELIMITED BY SIZE INTO FILING-RECORD
               WRITE FILING-RECORD
           END-PERFORM
           CLOSE filing-file
       exit.
