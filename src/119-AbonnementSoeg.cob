identification division.
       program-id. AbonnementSoeg.

      *> --- Recurring-payment detection per customer, answering "what
      *> am I actually subscribed to?". Every outflow with a BUTIK in
      *> 10-Transaktioner.txt over the last 13 months is rolled up by
      *> CPR and the merchant's canonical name (shared ButikOpslag).
      *> A merchant is a recurring payment when
      *>   MAANED - the last three charges lie 26-35 days apart, or
      *>   AAR    - the last two charges lie 350-380 days apart,
      *> and the earlier charges agree within 20 pct of each other;
      *> the latest may differ by up to double, and a rise is flagged
      *> PRISSTIGNING. The expected next charge is the last date one
      *> month (or year) on, at the last amount. A MAANED item more
      *> than 10 days overdue (AAR: 30 days) is STOPPET.
      *> 119-AbonnementOpsigelser.txt (CPR,BUTIK,OPSAGT-DATO, written
      *> by the self-service channel) holds the items the customer
      *> has marked cancelled: such an item is OPSAGT, and a charge
      *> dated after the cancellation is flagged OPSAGT-TRAEK so the
      *> customer sees it.
      *> The register 119-Abonnementer.txt is rebuilt every run:
      *> CPR,BUTIK,KADENCE,SENESTE-DATO,SENESTE-BELOEB,FORVENTET-DATO,
      *> FORVENTET-BELOEB,STATUS,FLAG,FORRIGE-BELOEB (DKK, positive)
      *> and is read by the statement and the budget report. The run
      *> summary goes to 119-AbonnementRapport.txt. ---

environment division.
input-output section.
file-control.
       select transactions-file assign to "10-Transaktioner.txt"
           organization is indexed
           access mode is sequential
           record key is CPR of transactions-in with duplicates
           alternate record key is TRANS-REF of transactions-in
               with duplicates
           alternate record key is BUTIK of transactions-in
               with duplicates
           file status is WS-TRANS-STATUS.

       select cancel-file assign to "119-AbonnementOpsigelser.txt"
           organization line sequential
           file status is WS-CANCEL-STATUS.

       select subscription-file assign to "119-Abonnementer.txt"
           organization line sequential
           file status is WS-SUBSCRIPTION-STATUS.

       select report-file assign to "119-AbonnementRapport.txt"
           organization line sequential.

      *> --- every charge keyed CPR+BUTIK+DATO, so a merchant's
      *> charges come back in date order ---
       select charge-index-file assign to "WS-AbonnementTraek.tmp"
           organization is indexed
           access mode is dynamic
           record key is TR-KEY
           file status is WS-CHARGE-INDEX-STATUS.

       select cancel-index-file assign to "WS-AbonnementOpsagt.tmp"
           organization is indexed
           access mode is dynamic
           record key is OP-KEY
           file status is WS-CANCEL-INDEX-STATUS.

data division.
file section.
FD transactions-file.
01 transactions-in.
       copy "10-TRANSAKTIONER.cpy".

FD cancel-file.
       01 CANCEL-RECORD pic x(60).

FD subscription-file.
       01 SUBSCRIPTION-RECORD pic x(160).

FD report-file.
       01 REPORT-RECORD pic x(132).

FD charge-index-file.
       01 CHARGE-INDEX-RECORD.
           05 TR-KEY.
               10 TR-CPR pic x(15).
               10 TR-BUTIK pic x(15).
               10 TR-DATO pic x(10).
               10 TR-SEQ pic 9(7).
           05 TR-BELOEB pic S9(13)v99.

FD cancel-index-file.
       01 CANCEL-INDEX-RECORD.
           05 OP-KEY.
               10 OP-CPR pic x(15).
               10 OP-BUTIK pic x(15).
           05 OP-DATO pic x(10).

WORKING-STORAGE SECTION.
       01 WS-TRANS-STATUS pic XX value spaces.
       01 WS-CANCEL-STATUS pic XX value spaces.
       01 WS-SUBSCRIPTION-STATUS pic XX value spaces.
       01 WS-CHARGE-INDEX-STATUS pic XX value spaces.
       01 WS-CANCEL-INDEX-STATUS pic XX value spaces.

       01 END-OF-TRANSACTIONS-FILE pic x value "N".
       01 END-OF-CANCEL-FILE pic x value "N".
       01 END-OF-CHARGE-SCAN pic x value "N".

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-TODAY-INTEGER pic 9(8) value 0.
       01 WS-FROM-DATE pic x(10) value spaces.
       01 WS-DATE-YYYYMMDD pic 9(8) value 0.
       01 WS-DATE-INTEGER pic 9(8) value 0.
       01 WS-DATE-YYYY pic 9(4) value 0.
       01 WS-DATE-MM pic 9(2) value 0.
       01 WS-DATE-DD pic 9(2) value 0.
       01 WS-MDR-IX pic 9(2) value 0.
       01 WS-MDR-COUNT pic 9(2) value 0.

       01 WS-SEQ pic 9(7) value 0.
       01 WS-BELOEB-NUM pic S9(13)v99 value 0.
       01 WS-RESOLVED-BUTIK pic x(15) value spaces.
       01 WS-BUTIK-KATEGORI pic x(15) value spaces.
       01 WS-BUTIK-STATUS pic XX value spaces.
       01 WS-KURS-VALUTA pic x(3) value spaces.
       01 WS-KURS-DATO pic x(10) value spaces.
       01 WS-KURS pic S9(5)v9999 value 0.
       01 WS-KURS-STATUS pic XX value spaces.

       01 WS-OP-CPR-TEXT pic x(15) value spaces.
       01 WS-OP-BUTIK-TEXT pic x(15) value spaces.
       01 WS-OP-DATO-TEXT pic x(10) value spaces.

      *> --- one merchant's charges in date order; the newest 60 ---
       01 WS-GROUP-CPR pic x(15) value spaces.
       01 WS-GROUP-BUTIK pic x(15) value spaces.
       01 WS-CHARGE-COUNT pic 9(2) value 0.
       01 WS-CHARGE-IX pic 9(2) value 0.
       01 WS-CHARGE-TABLE OCCURS 60 TIMES.
           05 CH-DATO pic x(10).
           05 CH-DAG pic 9(8).
           05 CH-BELOEB pic S9(13)v99.

       01 WS-KADENCE pic x(6) value spaces.
       01 WS-GAP-1 pic S9(8) value 0.
       01 WS-GAP-2 pic S9(8) value 0.
       01 WS-SENESTE pic S9(13)v99 value 0.
       01 WS-FORRIGE pic S9(13)v99 value 0.
       01 WS-FOER-FORRIGE pic S9(13)v99 value 0.
       01 WS-LIGNER pic x value "N".
       01 WS-FORVENTET-DATO pic x(10) value spaces.
       01 WS-GRACE-DAGE pic 9(3) value 0.
       01 WS-STATUS pic x(8) value spaces.
       01 WS-FLAG pic x(12) value spaces.
       01 WS-OPSAGT-DATO pic x(10) value spaces.

       01 WS-AKTIV-COUNT pic 9(7) value 0.
       01 WS-STOPPET-COUNT pic 9(7) value 0.
       01 WS-OPSAGT-COUNT pic 9(7) value 0.
       01 WS-PRIS-COUNT pic 9(7) value 0.
       01 WS-TRAEK-COUNT pic 9(7) value 0.

       01 WS-AMOUNT-DISPLAY pic -Z(12)9.99.
       01 WS-AMOUNT-DISPLAY-2 pic -Z(12)9.99.
       01 WS-COUNT-DISPLAY pic Z(6)9.

PROCEDURE DIVISION.
       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS
       MOVE WS-TODAY-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4)
       MOVE WS-TODAY-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2)
       MOVE WS-TODAY-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2)
       COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)

       *> thirteen months back, so a yearly charge is seen twice
       COMPUTE WS-DATE-INTEGER = WS-TODAY-INTEGER - 396
       COMPUTE WS-DATE-YYYYMMDD = FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
       MOVE WS-DATE-YYYYMMDD(1:4) TO WS-FROM-DATE(1:4)
       MOVE "-" TO WS-FROM-DATE(5:1)
       MOVE WS-DATE-YYYYMMDD(5:2) TO WS-FROM-DATE(6:2)
       MOVE "-" TO WS-FROM-DATE(8:1)
       MOVE WS-DATE-YYYYMMDD(7:2) TO WS-FROM-DATE(9:2)

       perform LOAD-CANCELLATIONS
       perform LOAD-CHARGES

       OPEN OUTPUT subscription-file
       OPEN OUTPUT report-file
       MOVE SPACES TO REPORT-RECORD
       STRING "Faste betalinger og abonnementer - koersel " WS-TODAY-DATE
              " (traek fra " WS-FROM-DATE ")"
              DELIMITED BY SIZE INTO REPORT-RECORD
       WRITE REPORT-RECORD
       MOVE SPACES TO REPORT-RECORD
       WRITE REPORT-RECORD

       perform SCAN-CHARGES
       perform WRITE-REPORT-TRAILER

       CLOSE subscription-file
       CLOSE report-file
       CLOSE charge-index-file
       CLOSE cancel-index-file
stop run.

       LOAD-CANCELLATIONS.
           OPEN OUTPUT cancel-index-file
           CLOSE cancel-index-file
           OPEN I-O cancel-index-file

           OPEN INPUT cancel-file
           IF WS-CANCEL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-CANCEL-FILE = "Y"
               READ cancel-file
                   AT END
                       MOVE "Y" TO END-OF-CANCEL-FILE
                   NOT AT END
                       MOVE SPACES TO WS-OP-CPR-TEXT
                       MOVE SPACES TO WS-OP-BUTIK-TEXT
                       MOVE SPACES TO WS-OP-DATO-TEXT
                       UNSTRING CANCEL-RECORD DELIMITED BY ","
                           INTO WS-OP-CPR-TEXT, WS-OP-BUTIK-TEXT,
                                WS-OP-DATO-TEXT
                       MOVE WS-OP-CPR-TEXT TO OP-CPR
                       MOVE FUNCTION UPPER-CASE(WS-OP-BUTIK-TEXT) TO OP-BUTIK
                       MOVE WS-OP-DATO-TEXT TO OP-DATO
                       *> a later line for the same item replaces the earlier
                       WRITE CANCEL-INDEX-RECORD
                           INVALID KEY
                               REWRITE CANCEL-INDEX-RECORD
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE cancel-file
       exit.

      *> --- outflows with a merchant, DKK at the row's date, under
      *> the merchant's canonical name ---
       LOAD-CHARGES.
           OPEN OUTPUT charge-index-file
           CLOSE charge-index-file
           OPEN I-O charge-index-file

           OPEN INPUT transactions-file
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "AbonnementSoeg: 10-Transaktioner.txt blev ikke fundet"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-TRANSACTIONS-FILE = "Y"
               READ transactions-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-TRANSACTIONS-FILE
                   NOT AT END
                       IF BUTIK NOT = SPACES
                           AND TIDSPUNKT(1:10) >= WS-FROM-DATE
                           AND FUNCTION TEST-NUMVAL(BELOEB) = 0
                           perform LOAD-ONE-CHARGE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE transactions-file
       exit.

       LOAD-ONE-CHARGE.
           COMPUTE WS-BELOEB-NUM = FUNCTION NUMVAL(BELOEB)
           IF WS-BELOEB-NUM >= 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(VALUTA) NOT = "DKK" AND VALUTA NOT = SPACES
               MOVE VALUTA TO WS-KURS-VALUTA
               MOVE TIDSPUNKT(1:10) TO WS-KURS-DATO
               CALL "KursopslagDato" USING WS-KURS-VALUTA WS-KURS-DATO
                   WS-KURS WS-KURS-STATUS
               IF WS-KURS-STATUS = "00"
                   MULTIPLY WS-KURS BY WS-BELOEB-NUM
               END-IF
           END-IF

           MOVE SPACES TO WS-RESOLVED-BUTIK
           MOVE SPACES TO WS-BUTIK-KATEGORI
           CALL "ButikOpslag" USING BUTIK WS-RESOLVED-BUTIK
               WS-BUTIK-KATEGORI WS-BUTIK-STATUS

           ADD 1 TO WS-SEQ
           MOVE CPR TO TR-CPR
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RESOLVED-BUTIK))
               TO TR-BUTIK
           MOVE TIDSPUNKT(1:10) TO TR-DATO
           MOVE WS-SEQ TO TR-SEQ
           COMPUTE TR-BELOEB = 0 - WS-BELOEB-NUM
           WRITE CHARGE-INDEX-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
       exit.

      *> --- the charges merchant by merchant; each group is judged
      *> when the next one starts ---
       SCAN-CHARGES.
           MOVE LOW-VALUES TO TR-KEY
           START charge-index-file KEY IS >= TR-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-CHARGE-SCAN
           END-START
           PERFORM UNTIL END-OF-CHARGE-SCAN = "Y"
               READ charge-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-CHARGE-SCAN
                   NOT AT END
                       IF TR-CPR NOT = WS-GROUP-CPR
                           OR TR-BUTIK NOT = WS-GROUP-BUTIK
                           IF WS-CHARGE-COUNT > 0
                               perform JUDGE-GROUP
                           END-IF
                           MOVE TR-CPR TO WS-GROUP-CPR
                           MOVE TR-BUTIK TO WS-GROUP-BUTIK
                           MOVE 0 TO WS-CHARGE-COUNT
                       END-IF
                       perform ADD-CHARGE-TO-GROUP
               END-READ
           END-PERFORM
           IF WS-CHARGE-COUNT > 0
               perform JUDGE-GROUP
           END-IF
       exit.

       ADD-CHARGE-TO-GROUP.
           IF WS-CHARGE-COUNT >= 60
               PERFORM VARYING WS-CHARGE-IX FROM 1 BY 1
                   UNTIL WS-CHARGE-IX > 59
                   MOVE WS-CHARGE-TABLE(WS-CHARGE-IX + 1)
                       TO WS-CHARGE-TABLE(WS-CHARGE-IX)
               END-PERFORM
               MOVE 59 TO WS-CHARGE-COUNT
           END-IF
           ADD 1 TO WS-CHARGE-COUNT
           MOVE TR-DATO TO CH-DATO(WS-CHARGE-COUNT)
           MOVE TR-DATO(1:4) TO WS-DATE-YYYY
           MOVE TR-DATO(6:2) TO WS-DATE-MM
           MOVE TR-DATO(9:2) TO WS-DATE-DD
           COMPUTE WS-DATE-YYYYMMDD =
               WS-DATE-YYYY * 10000 + WS-DATE-MM * 100 + WS-DATE-DD
           COMPUTE CH-DAG(WS-CHARGE-COUNT) =
               FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           MOVE TR-BELOEB TO CH-BELOEB(WS-CHARGE-COUNT)
       exit.

      *> --- cadence, amount agreement, expected next charge and the
      *> item's status; a group that is not recurring writes nothing ---
       JUDGE-GROUP.
           MOVE SPACES TO WS-KADENCE
           MOVE CH-BELOEB(WS-CHARGE-COUNT) TO WS-SENESTE
           MOVE 0 TO WS-FORRIGE
           IF WS-CHARGE-COUNT >= 2
               MOVE CH-BELOEB(WS-CHARGE-COUNT - 1) TO WS-FORRIGE
               COMPUTE WS-GAP-1 = CH-DAG(WS-CHARGE-COUNT)
                   - CH-DAG(WS-CHARGE-COUNT - 1)
           END-IF
           IF WS-CHARGE-COUNT >= 3
               MOVE CH-BELOEB(WS-CHARGE-COUNT - 2) TO WS-FOER-FORRIGE
               COMPUTE WS-GAP-2 = CH-DAG(WS-CHARGE-COUNT - 1)
                   - CH-DAG(WS-CHARGE-COUNT - 2)
               IF WS-GAP-1 >= 26 AND WS-GAP-1 <= 35
                   AND WS-GAP-2 >= 26 AND WS-GAP-2 <= 35
                   MOVE "MAANED" TO WS-KADENCE
               END-IF
           END-IF
           IF WS-KADENCE = SPACES AND WS-CHARGE-COUNT >= 2
               IF WS-GAP-1 >= 350 AND WS-GAP-1 <= 380
                   MOVE "AAR" TO WS-KADENCE
               END-IF
           END-IF
           IF WS-KADENCE = SPACES
               EXIT PARAGRAPH
           END-IF

           *> similar amounts: the earlier pair within 20 pct, the
           *> latest within double of the one before
           MOVE "J" TO WS-LIGNER
           IF WS-KADENCE = "MAANED"
               IF FUNCTION ABS(WS-FORRIGE - WS-FOER-FORRIGE)
                   > WS-FORRIGE * 0.20
                   MOVE "N" TO WS-LIGNER
               END-IF
           END-IF
           IF WS-SENESTE > WS-FORRIGE * 2
               OR WS-SENESTE * 2 < WS-FORRIGE
               MOVE "N" TO WS-LIGNER
           END-IF
           IF WS-LIGNER = "N"
               EXIT PARAGRAPH
           END-IF

           perform CALC-EXPECTED-DATE

           MOVE "AKTIV" TO WS-STATUS
           MOVE SPACES TO WS-FLAG
           IF WS-SENESTE > WS-FORRIGE
               MOVE "PRISSTIGNING" TO WS-FLAG
           END-IF
           IF WS-KADENCE = "MAANED"
               MOVE 10 TO WS-GRACE-DAGE
           ELSE
               MOVE 30 TO WS-GRACE-DAGE
           END-IF
           IF WS-TODAY-INTEGER > WS-DATE-INTEGER + WS-GRACE-DAGE
               MOVE "STOPPET" TO WS-STATUS
               MOVE SPACES TO WS-FLAG
           END-IF

           MOVE SPACES TO WS-OPSAGT-DATO
           MOVE WS-GROUP-CPR TO OP-CPR
           MOVE WS-GROUP-BUTIK TO OP-BUTIK
           READ cancel-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE OP-DATO TO WS-OPSAGT-DATO
           END-READ
           IF WS-OPSAGT-DATO NOT = SPACES
               MOVE "OPSAGT" TO WS-STATUS
               MOVE SPACES TO WS-FLAG
               MOVE SPACES TO WS-FORVENTET-DATO
               IF CH-DATO(WS-CHARGE-COUNT) > WS-OPSAGT-DATO
                   MOVE "OPSAGT-TRAEK" TO WS-FLAG
               END-IF
           END-IF

           EVALUATE WS-STATUS
               WHEN "AKTIV"
                   ADD 1 TO WS-AKTIV-COUNT
               WHEN "STOPPET"
                   ADD 1 TO WS-STOPPET-COUNT
               WHEN "OPSAGT"
                   ADD 1 TO WS-OPSAGT-COUNT
           END-EVALUATE
           perform WRITE-SUBSCRIPTION
       exit.

      *> --- the last charge one month (AAR: twelve) on, the day
      *> clamped to the month; WS-DATE-INTEGER holds it afterwards ---
       CALC-EXPECTED-DATE.
           MOVE CH-DATO(WS-CHARGE-COUNT)(1:4) TO WS-DATE-YYYY
           MOVE CH-DATO(WS-CHARGE-COUNT)(6:2) TO WS-DATE-MM
           MOVE CH-DATO(WS-CHARGE-COUNT)(9:2) TO WS-DATE-DD
           IF WS-KADENCE = "MAANED"
               MOVE 1 TO WS-MDR-COUNT
           ELSE
               MOVE 12 TO WS-MDR-COUNT
           END-IF
           PERFORM VARYING WS-MDR-IX FROM 1 BY 1
               UNTIL WS-MDR-IX > WS-MDR-COUNT
               ADD 1 TO WS-DATE-MM
               IF WS-DATE-MM > 12
                   MOVE 1 TO WS-DATE-MM
                   ADD 1 TO WS-DATE-YYYY
               END-IF
           END-PERFORM
           PERFORM CLAMP-DAY-TO-MONTH
           COMPUTE WS-DATE-YYYYMMDD =
               WS-DATE-YYYY * 10000 + WS-DATE-MM * 100 + WS-DATE-DD
           COMPUTE WS-DATE-INTEGER = FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           MOVE WS-DATE-YYYY TO WS-FORVENTET-DATO(1:4)
           MOVE "-" TO WS-FORVENTET-DATO(5:1)
           MOVE WS-DATE-MM TO WS-FORVENTET-DATO(6:2)
           MOVE "-" TO WS-FORVENTET-DATO(8:1)
           MOVE WS-DATE-DD TO WS-FORVENTET-DATO(9:2)
       exit.

      *> --- walk the day back until the date functions accept it; 28
      *> always exists, so at most three steps ---
       CLAMP-DAY-TO-MONTH.
           PERFORM UNTIL WS-DATE-DD <= 28
               COMPUTE WS-DATE-YYYYMMDD =
                   WS-DATE-YYYY * 10000 + WS-DATE-MM * 100 + WS-DATE-DD
               IF FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD) = 0
                   SUBTRACT 1 FROM WS-DATE-DD
               ELSE
                   EXIT PERFORM
               END-IF
           END-PERFORM
       exit.

       WRITE-SUBSCRIPTION.
           MOVE WS-SENESTE TO WS-AMOUNT-DISPLAY
           MOVE WS-FORRIGE TO WS-AMOUNT-DISPLAY-2
           MOVE SPACES TO SUBSCRIPTION-RECORD
           STRING FUNCTION TRIM(WS-GROUP-CPR) ","
                  FUNCTION TRIM(WS-GROUP-BUTIK) ","
                  FUNCTION TRIM(WS-KADENCE) ","
                  CH-DATO(WS-CHARGE-COUNT) ","
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY) ","
                  FUNCTION TRIM(WS-FORVENTET-DATO) ","
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY) ","
                  FUNCTION TRIM(WS-STATUS) ","
                  FUNCTION TRIM(WS-FLAG) ","
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY-2)
                  DELIMITED BY SIZE INTO SUBSCRIPTION-RECORD
           WRITE SUBSCRIPTION-RECORD

           *> the report lists what needs a look: price rises, stopped
           *> items and charges after a cancellation
           IF WS-FLAG = SPACES AND WS-STATUS = "AKTIV"
               EXIT PARAGRAPH
           END-IF
           IF WS-FLAG = "PRISSTIGNING"
               ADD 1 TO WS-PRIS-COUNT
           END-IF
           IF WS-FLAG = "OPSAGT-TRAEK"
               ADD 1 TO WS-TRAEK-COUNT
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "CPR: " FUNCTION TRIM(WS-GROUP-CPR)
                  ", " FUNCTION TRIM(WS-GROUP-BUTIK)
                  " (" FUNCTION TRIM(WS-KADENCE) "): "
                  FUNCTION TRIM(WS-STATUS) " " FUNCTION TRIM(WS-FLAG)
                  " - seneste " CH-DATO(WS-CHARGE-COUNT)
                  " " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  ", forrige " FUNCTION TRIM(WS-AMOUNT-DISPLAY-2)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-AKTIV-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Aktive: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-PRIS-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "  heraf med prisstigning: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-STOPPET-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Stoppede: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-OPSAGT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Opsagte: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TRAEK-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "  heraf traek efter opsigelse: "
                  FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
