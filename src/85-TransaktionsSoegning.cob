      *>   search, default 2020 - the same convention the GDPR
      *>   extract scans the purged generations with).
      *> Matching rows land in 85-SoegeResultat.txt in the master
      *> layout, each prefixed with the file the hit came from.
      *> OPERATOR,<id> and FORMAAL,<code> lines name who searches and
      *> why (purpose SOEGNING when absent); every customer with a
      *> hit is logged once as a customer-data read in
      *> 127-LaesAdgangLog.txt. ---

environment division.
input-output section.
       select result-file assign to "85-SoegeResultat.txt"
           organization line sequential.

      *> --- the CPRs already logged as read in this search ---
       select read-cpr-file assign to "WS-SoegeCpr.tmp"
           organization is indexed
           access mode is dynamic
           record key is READ-CPR
           file status is WS-READ-CPR-STATUS.

data division.
file section.
FD criteria-file.
FD result-file.
       01 RESULT-RECORD pic x(280).

FD read-cpr-file.
       01 READ-CPR-RECORD.
           05 READ-CPR pic x(15).

WORKING-STORAGE SECTION.
       01 WS-CRITERIA-STATUS pic XX value spaces.
       01 WS-TRANS-STATUS pic XX value spaces.
       01 WS-KRIT-DATO-TIL pic x(10) value spaces.
       01 WS-START-YEAR pic 9(4) value 2020.

      *> --- who searches and why, for the read-access log ---
       01 WS-READ-OPERATOR pic x(10) value spaces.
       01 WS-READ-FORMAAL pic x(12) value "SOEGNING".
       01 WS-READ-CPR-STATUS pic XX value spaces.
       01 WS-ADGANG.
           copy "127-ADGANGREC.cpy".
       01 WS-ADGANG-STATUS pic XX value spaces.

      *> --- dated-rate lookup, same as the statement run uses ---
       01 WS-KURS-VALUTA pic x(3) value spaces.
       01 WS-KURS-DATO pic x(10) value spaces.
       01 WS-SCAN-MONTH pic 9(2) value 0.
       01 WS-CURRENT-YEAR pic 9(4) value 0.
       01 WS-CURRENT-MONTH pic 9(2) value 0.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-HIT-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

PROCEDURE DIVISION.
       perform LOAD-CRITERIA

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS
       MOVE WS-TODAY-DATE(1:4) TO WS-CURRENT-YEAR
       MOVE WS-TODAY-DATE(6:2) TO WS-CURRENT-MONTH

       OPEN OUTPUT result-file
       OPEN OUTPUT read-cpr-file
       CLOSE read-cpr-file
       OPEN I-O read-cpr-file

       perform SEARCH-LIVE-MASTER
       perform SEARCH-ARCHIVE-GENERATIONS
       WRITE RESULT-RECORD

       close result-file
       close read-cpr-file

       MOVE WS-HIT-COUNT TO WS-COUNT-DISPLAY
       DISPLAY "TransaktionsSoegning: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                   IF WS-KRIT-VAERDI(1:4) NUMERIC
                       MOVE WS-KRIT-VAERDI(1:4) TO WS-START-YEAR
                   END-IF
               WHEN "OPERATOR"
                   MOVE WS-KRIT-VAERDI TO WS-READ-OPERATOR
               WHEN "FORMAAL"
                   IF WS-KRIT-VAERDI NOT = SPACES
                       MOVE WS-KRIT-VAERDI TO WS-READ-FORMAAL
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
                      archive-in DELIMITED BY SIZE
                      INTO RESULT-RECORD
               WRITE RESULT-RECORD
               perform RECORD-CUSTOMER-READ
           END-IF
       exit.

      *> --- the first hit on a CPR logs the read; later hits on the
      *> same customer in this search do not ---
       RECORD-CUSTOMER-READ.
           MOVE CPR OF archive-in TO READ-CPR
           WRITE READ-CPR-RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-WRITE
           MOVE SPACES TO WS-ADGANG
           MOVE WS-READ-OPERATOR TO AL-OPERATOR
           MOVE CPR OF archive-in TO AL-CPR
           MOVE WS-READ-FORMAAL TO AL-FORMAAL
           MOVE "TransaktionsSoegning" TO AL-PROGRAM
           MOVE "85-SoegeResultat.txt" TO AL-DETALJE
           CALL "AdgangsLogRegistrer" USING WS-ADGANG WS-ADGANG-STATUS
       exit.

      *> --- the range compares DKK at the row's own date, so "about
      *> 4.000 kr" finds the USD row too; both bounds are optional ---
       CHECK-AMOUNT-RANGE.
