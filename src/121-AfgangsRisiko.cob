identification division.
       program-id. AfgangsRisiko.

      *> --- Monthly attrition early warning and account-opening
      *> cohort report. Every customer seen in 10-Transaktioner.txt
      *> is scored for the month (MAANED;YYYY-MM in
      *> 121-AfgangsParam.txt, default last month) against the three
      *> months before it. Signals and their default points:
      *>   OMSAETNING  turnover fell by FALD-PCT (50) or more      25
      *>   LOEN        Loen credits (the 89 intake) in the three
      *>               months before, none in the month            30
      *>   DRAEN       the month's net outflow took DRAEN-PCT (50)
      *>               or more of the opening balance               25
      *>   ORDRE       fewer standing orders in 21-FasteOrdrer.txt
      *>               than at the previous run                     10
      *>   KLAGE       a 45-Tvister case opened or a complaint
      *>               received (124-Klager.txt) within the last
      *>               three months                                 10
      *> POINT-<signal>;n and HOEJ-RISIKO;n (50) override the
      *> defaults. The opening balance is the carried balance in
      *> 10-SaldoCarry.txt less the month's net flow; the standing
      *> order counts are kept between runs in 121-OrdreBeholdning.txt
      *> (CPR,ANTAL). Customers already switching away (an UD case in
      *> 77-SkifteStatus.txt) are shown but not scored.
      *> High-risk customers go to 121-AfgangsVarsel.txt
      *>   CPR;KONTO-ID;SCORE;SIGNALER
      *> which the adviser worklist run picks up. The cohort section
      *> of 121-AfgangsRisiko.txt groups the accounts in
      *> 8-KontoData.txt by OPENING-DATE quarter: opened, still
      *> active, their balance, closed (CLOSE lines in
      *> 19-KontoLivsLog.txt) and switched out, and for cohorts at
      *> least five quarters old the share still open twelve months
      *> after opening, with the newest four such cohorts compared
      *> against the older ones. ---

environment division.
input-output section.
file-control.
       select param-file assign to "121-AfgangsParam.txt"
           organization line sequential
           file status is WS-PARAM-STATUS.

       select transactions-file assign to "10-Transaktioner.txt"
           organization is indexed
           access mode is sequential
           record key is CPR of transactions-in with duplicates
           alternate record key is TRANS-REF of transactions-in
               with duplicates
           alternate record key is BUTIK of transactions-in
               with duplicates
           file status is WS-TRANS-STATUS.

       select balance-carry-file assign to "10-SaldoCarry.txt"
           organization is indexed
           access mode is dynamic
           record key is CARRY-CPR
           file status is WS-CARRY-STATUS.

       select account-file assign to "8-KontoData.txt"
           organization is line sequential
           file status is WS-ACCOUNT-STATUS.

       select orders-file assign to "21-FasteOrdrer.txt"
           organization line sequential
           file status is WS-ORDERS-STATUS.

       select order-count-file assign to "121-OrdreBeholdning.txt"
           organization line sequential
           file status is WS-ORDER-COUNT-STATUS.

       select dispute-file assign to "45-Tvister.txt"
           organization line sequential
           file status is WS-DISPUTE-STATUS.

       select complaint-file assign to "124-Klager.txt"
           organization line sequential
           file status is WS-COMPLAINT-STATUS.

       select switch-status-file assign to "77-SkifteStatus.txt"
           organization line sequential
           file status is WS-SWITCH-STATUS.

       select lifecycle-log-file assign to "19-KontoLivsLog.txt"
           organization line sequential
           file status is WS-LIFECYCLE-STATUS.

       select warning-file assign to "121-AfgangsVarsel.txt"
           organization line sequential.

       select report-file assign to "121-AfgangsRisiko.txt"
           organization line sequential.

      *> --- per-CPR standing orders, complaints and switching ---
       select customer-index-file assign to "WS-AfgangKunde.tmp"
           organization is indexed
           access mode is dynamic
           record key is KU-CPR
           file status is WS-CUSTOMER-INDEX-STATUS.

      *> --- the scored customers, highest score first ---
       select risk-index-file assign to "WS-AfgangRisiko.tmp"
           organization is indexed
           access mode is dynamic
           record key is RK-KEY
           file status is WS-RISK-INDEX-STATUS.

      *> --- CPR and cohort per account ---
       select account-index-file assign to "WS-AfgangKonto.tmp"
           organization is indexed
           access mode is dynamic
           record key is AK-KONTO-ID
           file status is WS-ACCOUNT-INDEX-STATUS.

      *> --- one line per opening quarter ---
       select cohort-index-file assign to "WS-AfgangKohorte.tmp"
           organization is indexed
           access mode is dynamic
           record key is KH-KVARTAL
           file status is WS-COHORT-INDEX-STATUS.

data division.
file section.
FD param-file.
       01 PARAM-RECORD pic x(40).

FD transactions-file.
01 transactions-in.
       copy "10-TRANSAKTIONER.cpy".

FD balance-carry-file.
01 balance-carry-record.
       copy "10-SALDOCARRY.cpy".

FD account-file.
       01 csv-lines2 pic x(100).

FD orders-file.
       01 ORDER-RECORD pic x(150).

FD order-count-file.
       01 ORDER-COUNT-RECORD pic x(40).

FD dispute-file.
       01 DISPUTE-CSV-RECORD pic x(150).

FD complaint-file.
       01 COMPLAINT-CSV-RECORD pic x(150).

FD switch-status-file.
       01 SWITCH-STATUS-RECORD pic x(80).

FD lifecycle-log-file.
       01 LIFECYCLE-LOG-RECORD pic x(250).

FD warning-file.
       01 WARNING-RECORD pic x(120).

FD report-file.
       01 REPORT-RECORD pic x(132).

FD customer-index-file.
       01 CUSTOMER-INDEX-RECORD.
           05 KU-CPR pic x(15).
           05 KU-ORDRER-NU pic 9(5).
           05 KU-ORDRER-FOER pic 9(5).
           05 KU-ORDRER-KENDT pic x.
           05 KU-KLAGER pic 9(5).
           05 KU-SKIFTER pic x.

FD risk-index-file.
       01 RISK-INDEX-RECORD.
           05 RK-KEY.
               10 RK-SORT pic 9(3).
               10 RK-CPR pic x(15).
           05 RK-KONTO-ID pic x(15).
           05 RK-SCORE pic 9(3).
           05 RK-SIGNALER pic x(50).
           05 RK-OMSAETNING pic S9(13)v99.
           05 RK-OMSAETNING-FOER pic S9(13)v99.
           05 RK-SKIFTER pic x.

FD account-index-file.
       01 ACCOUNT-INDEX-RECORD.
           05 AK-KONTO-ID pic x(15).
           05 AK-CPR pic x(15).
           05 AK-KVARTAL pic x(7).
           05 AK-AABNET pic x(10).

FD cohort-index-file.
       01 COHORT-INDEX-RECORD.
           05 KH-KVARTAL pic x(7).
           05 KH-AABNET pic 9(7).
           05 KH-AKTIVE pic 9(7).
           05 KH-SALDO pic S9(13)v99.
           05 KH-LUKKET pic 9(7).
           05 KH-LUKKET-AAR pic 9(7).
           05 KH-SKIFTET pic 9(7).

WORKING-STORAGE SECTION.
       01 WS-PARAM-STATUS pic XX value spaces.
       01 WS-TRANS-STATUS pic XX value spaces.
       01 WS-CARRY-STATUS pic XX value spaces.
       01 WS-ACCOUNT-STATUS pic XX value spaces.
       01 WS-ORDERS-STATUS pic XX value spaces.
       01 WS-ORDER-COUNT-STATUS pic XX value spaces.
       01 WS-DISPUTE-STATUS pic XX value spaces.
       01 WS-COMPLAINT-STATUS pic XX value spaces.
       01 WS-SWITCH-STATUS pic XX value spaces.
       01 WS-LIFECYCLE-STATUS pic XX value spaces.
       01 WS-CUSTOMER-INDEX-STATUS pic XX value spaces.
       01 WS-RISK-INDEX-STATUS pic XX value spaces.
       01 WS-ACCOUNT-INDEX-STATUS pic XX value spaces.
       01 WS-COHORT-INDEX-STATUS pic XX value spaces.

       01 END-OF-PARAM-FILE pic x value "N".
       01 END-OF-TRANSACTIONS-FILE pic x value "N".
       01 END-OF-ACCOUNT-FILE pic x value "N".
       01 END-OF-ORDERS-FILE pic x value "N".
       01 END-OF-ORDER-COUNT-FILE pic x value "N".
       01 END-OF-DISPUTE-FILE pic x value "N".
       01 END-OF-COMPLAINT-FILE pic x value "N".
       01 END-OF-SWITCH-FILE pic x value "N".
       01 END-OF-LIFECYCLE-FILE pic x value "N".
       01 END-OF-INDEX-FILE pic x value "N".

       01 WS-PARAM-NOEGLE pic x(20) value spaces.
       01 WS-PARAM-VAERDI pic x(20) value spaces.
       01 WS-MAANED pic x(7) value spaces.
       01 WS-MAANED-NUM pic 9(6) value 0.
       01 WS-FALD-PCT pic 9(3) value 50.
       01 WS-DRAEN-PCT pic 9(3) value 50.
       01 WS-HOEJ-RISIKO pic 9(3) value 50.
       01 WS-POINT-OMSAETNING pic 9(3) value 25.
       01 WS-POINT-LOEN pic 9(3) value 30.
       01 WS-POINT-DRAEN pic 9(3) value 25.
       01 WS-POINT-ORDRE pic 9(3) value 10.
       01 WS-POINT-KLAGE pic 9(3) value 10.
       01 WS-CARRY-OPEN pic x value "N".

       01 WS-CALC-MAANED pic x(7) value spaces.
       01 WS-CALC-AAR pic 9(4) value 0.
       01 WS-CALC-MD pic 9(2) value 0.
       01 WS-CALC-NUM pic 9(6) value 0.
       01 WS-CALC-KVARTAL-NUM pic 9(5) value 0.
       01 WS-TODAY-KVARTAL-NUM pic 9(5) value 0.

      *> --- the customer being accumulated ---
       01 WS-CURRENT-CPR pic x(15) value spaces.
       01 WS-CUR-KONTO-ID pic x(15) value spaces.
       01 WS-CUR-OMSAETNING pic S9(13)v99 value 0.
       01 WS-CUR-OMSAETNING-FOER pic S9(13)v99 value 0.
       01 WS-CUR-NETTO pic S9(13)v99 value 0.
       01 WS-CUR-LOEN pic 9(5) value 0.
       01 WS-CUR-LOEN-FOER pic 9(5) value 0.
       01 WS-CUR-AKTIV pic x value "N".

       01 WS-SCORE pic 9(3) value 0.
       01 WS-SIGNALER pic x(50) value spaces.
       01 WS-FOER-SNIT pic S9(13)v99 value 0.
       01 WS-PRIMO-SALDO pic S9(13)v99 value 0.
       01 WS-BELOEB-NUM pic S9(13)v99 value 0.
       01 WS-KURS-VALUTA pic x(3) value spaces.
       01 WS-KURS-DATO pic x(10) value spaces.
       01 WS-KURS pic S9(5)v9999 value 0.
       01 WS-KURS-STATUS pic XX value spaces.

       01 WS-ROW-F1 pic x(20) value spaces.
       01 WS-ROW-F2 pic x(20) value spaces.
       01 WS-ROW-F3 pic x(20) value spaces.
       01 WS-ROW-F4 pic x(20) value spaces.
       01 WS-ROW-F5 pic x(20) value spaces.
       01 WS-ROW-F6 pic x(20) value spaces.
       01 WS-ROW-F7 pic x(20) value spaces.
       01 WS-ROW-F8 pic x(20) value spaces.

       01 WS-KONTO-KUNDE-ID pic x(10) value spaces.
       01 WS-KONTO-ID-TEXT pic x(15) value spaces.
       01 WS-KONTO-TYPE-TEXT pic x(15) value spaces.
       01 WS-KONTO-BALANCE-TEXT pic x(15) value spaces.
       01 WS-KONTO-VALUTA-TEXT pic x(3) value spaces.
       01 WS-KONTO-STATUS-TEXT pic x(6) value spaces.
       01 WS-KONTO-AABNET-TEXT pic x(10) value spaces.
       01 WS-KVARTAL pic x(7) value spaces.

       01 WS-LOG-HANDLING pic x(20) value spaces.
       01 WS-LOG-KONTO-ID pic x(15) value spaces.
       01 WS-LOG-REST pic x(250) value spaces.
       01 WS-DAYS-OPEN pic S9(7) value 0.

       01 WS-RISK-COUNT pic 9(7) value 0.
       01 WS-HOEJ-COUNT pic 9(7) value 0.
       01 WS-SKIFTER-COUNT pic 9(7) value 0.
       01 WS-KUNDE-COUNT pic 9(7) value 0.

       01 WS-MODEN-COUNT pic 9(5) value 0.
       01 WS-MODEN-IX pic 9(5) value 0.
       01 WS-NY-AABNET pic 9(7) value 0.
       01 WS-NY-BEHOLDT pic 9(7) value 0.
       01 WS-GL-AABNET pic 9(7) value 0.
       01 WS-GL-BEHOLDT pic 9(7) value 0.
       01 WS-PCT-NUM pic 9(3)v9 value 0.
       01 WS-PCT-NUM-2 pic 9(3)v9 value 0.
       01 WS-PCT-DISPLAY pic ZZ9.9.
       01 WS-PCT-DISPLAY-2 pic ZZ9.9.
       01 WS-AAR-PCT-TEXT pic x(9) value spaces.
       01 WS-NIVEAU-TEXT pic x(6) value spaces.

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-AMOUNT-DISPLAY pic -Z(12)9.99.
       01 WS-AMOUNT-DISPLAY-2 pic -Z(12)9.99.
       01 WS-COUNT-DISPLAY pic Z(6)9.
       01 WS-COUNT-DISPLAY-2 pic Z(6)9.
       01 WS-COUNT-DISPLAY-3 pic Z(6)9.
       01 WS-COUNT-DISPLAY-4 pic Z(6)9.
       01 WS-SCORE-DISPLAY pic ZZ9.

PROCEDURE DIVISION.
       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       *> default: the month before this one
       MOVE WS-TODAY-DATE(1:7) TO WS-CALC-MAANED
       perform CALC-MONTH-NUMBER
       SUBTRACT 1 FROM WS-CALC-NUM
       COMPUTE WS-CALC-AAR = (WS-CALC-NUM - 1) / 12
       COMPUTE WS-CALC-MD = WS-CALC-NUM - WS-CALC-AAR * 12
       MOVE WS-CALC-AAR TO WS-MAANED(1:4)
       MOVE "-" TO WS-MAANED(5:1)
       MOVE WS-CALC-MD TO WS-MAANED(6:2)

       perform LOAD-ATTRITION-PARAMETERS
       MOVE WS-MAANED TO WS-CALC-MAANED
       perform CALC-MONTH-NUMBER
       MOVE WS-CALC-NUM TO WS-MAANED-NUM
       MOVE WS-TODAY-DATE TO WS-KONTO-AABNET-TEXT
       perform CALC-QUARTER
       MOVE WS-CALC-KVARTAL-NUM TO WS-TODAY-KVARTAL-NUM

       OPEN OUTPUT customer-index-file
       CLOSE customer-index-file
       OPEN I-O customer-index-file
       OPEN OUTPUT risk-index-file
       CLOSE risk-index-file
       OPEN I-O risk-index-file
       OPEN OUTPUT account-index-file
       CLOSE account-index-file
       OPEN I-O account-index-file
       OPEN OUTPUT cohort-index-file
       CLOSE cohort-index-file
       OPEN I-O cohort-index-file

       perform LOAD-ORDER-COUNTS
       perform LOAD-COMPLAINTS
       perform LOAD-COMPLAINT-REGISTER
       perform LOAD-SWITCH-CASES

       OPEN INPUT balance-carry-file
       IF WS-CARRY-STATUS = "00"
           MOVE "Y" TO WS-CARRY-OPEN
       END-IF
       perform SCORE-CUSTOMERS
       IF WS-CARRY-OPEN = "Y"
           CLOSE balance-carry-file
       END-IF
       perform SAVE-ORDER-COUNTS

       perform BUILD-COHORTS
       perform ADD-CLOSED-ACCOUNTS

       OPEN OUTPUT report-file
       OPEN OUTPUT warning-file
       MOVE SPACES TO REPORT-RECORD
       STRING "Afgangsrisiko " WS-MAANED " - koersel " WS-TODAY-DATE
              DELIMITED BY SIZE INTO REPORT-RECORD
       WRITE REPORT-RECORD
       MOVE SPACES TO REPORT-RECORD
       WRITE REPORT-RECORD
       perform WRITE-RISK-SECTION
       close warning-file
       perform WRITE-COHORT-SECTION
       close report-file

       close customer-index-file
       close risk-index-file
       close account-index-file
       close cohort-index-file
stop run.

       LOAD-ATTRITION-PARAMETERS.
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
                           WHEN "MAANED"
                               IF WS-PARAM-VAERDI(1:4) IS NUMERIC
                                   AND WS-PARAM-VAERDI(6:2) IS NUMERIC
                                   MOVE WS-PARAM-VAERDI(1:7) TO WS-MAANED
                               END-IF
                           WHEN "FALD-PCT"
                               IF FUNCTION TEST-NUMVAL(WS-PARAM-VAERDI) = 0
                                   COMPUTE WS-FALD-PCT =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               END-IF
                           WHEN "DRAEN-PCT"
                               IF FUNCTION TEST-NUMVAL(WS-PARAM-VAERDI) = 0
                                   COMPUTE WS-DRAEN-PCT =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               END-IF
                           WHEN "HOEJ-RISIKO"
                               IF FUNCTION TEST-NUMVAL(WS-PARAM-VAERDI) = 0
                                   COMPUTE WS-HOEJ-RISIKO =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               END-IF
                           WHEN "POINT-OMSAETNING"
                               IF FUNCTION TEST-NUMVAL(WS-PARAM-VAERDI) = 0
                                   COMPUTE WS-POINT-OMSAETNING =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               END-IF
                           WHEN "POINT-LOEN"
                               IF FUNCTION TEST-NUMVAL(WS-PARAM-VAERDI) = 0
                                   COMPUTE WS-POINT-LOEN =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               END-IF
                           WHEN "POINT-DRAEN"
                               IF FUNCTION TEST-NUMVAL(WS-PARAM-VAERDI) = 0
                                   COMPUTE WS-POINT-DRAEN =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               END-IF
                           WHEN "POINT-ORDRE"
                               IF FUNCTION TEST-NUMVAL(WS-PARAM-VAERDI) = 0
                                   COMPUTE WS-POINT-ORDRE =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               END-IF
                           WHEN "POINT-KLAGE"
                               IF FUNCTION TEST-NUMVAL(WS-PARAM-VAERDI) = 0
                                   COMPUTE WS-POINT-KLAGE =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE param-file
       exit.

      *> --- WS-CALC-MAANED (YYYY-MM) to a running month number ---
       CALC-MONTH-NUMBER.
           MOVE 0 TO WS-CALC-NUM
           IF WS-CALC-MAANED(1:4) IS NUMERIC
               AND WS-CALC-MAANED(6:2) IS NUMERIC
               MOVE WS-CALC-MAANED(1:4) TO WS-CALC-AAR
               MOVE WS-CALC-MAANED(6:2) TO WS-CALC-MD
               COMPUTE WS-CALC-NUM = WS-CALC-AAR * 12 + WS-CALC-MD
           END-IF
       exit.

      *> --- WS-KONTO-AABNET-TEXT (YYYY-MM-DD) to WS-KVARTAL
      *> (YYYY-Qn) and a running quarter number; UKENDT when the
      *> date is missing ---
       CALC-QUARTER.
           MOVE "UKENDT" TO WS-KVARTAL
           MOVE 0 TO WS-CALC-KVARTAL-NUM
           IF WS-KONTO-AABNET-TEXT(1:4) IS NOT NUMERIC
               OR WS-KONTO-AABNET-TEXT(6:2) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-KONTO-AABNET-TEXT(1:4) TO WS-CALC-AAR
           MOVE WS-KONTO-AABNET-TEXT(6:2) TO WS-CALC-MD
           IF WS-CALC-MD < 1 OR WS-CALC-MD > 12
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CALC-KVARTAL-NUM =
               WS-CALC-AAR * 4 + (WS-CALC-MD - 1) / 3 + 1
           MOVE SPACES TO WS-KVARTAL
           MOVE WS-KONTO-AABNET-TEXT(1:4) TO WS-KVARTAL(1:4)
           MOVE "-Q" TO WS-KVARTAL(5:2)
           COMPUTE WS-CALC-MD = (WS-CALC-MD - 1) / 3 + 1
           MOVE WS-CALC-MD(2:1) TO WS-KVARTAL(7:1)
       exit.

      *> --- KU-CPR read or created ---
       FETCH-CUSTOMER.
           READ customer-index-file
               INVALID KEY
                   MOVE 0 TO KU-ORDRER-NU
                   MOVE 0 TO KU-ORDRER-FOER
                   MOVE "N" TO KU-ORDRER-KENDT
                   MOVE 0 TO KU-KLAGER
                   MOVE "N" TO KU-SKIFTER
                   WRITE CUSTOMER-INDEX-RECORD
                   END-WRITE
           END-READ
       exit.

      *> --- the counts kept from the last run, then today's
      *> register ORDRE-ID,CPR,... ---
       LOAD-ORDER-COUNTS.
           OPEN INPUT order-count-file
           IF WS-ORDER-COUNT-STATUS = "00"
               PERFORM UNTIL END-OF-ORDER-COUNT-FILE = "Y"
                   READ order-count-file
                       AT END
                           MOVE "Y" TO END-OF-ORDER-COUNT-FILE
                       NOT AT END
                           MOVE SPACES TO WS-ROW-F1
                           MOVE SPACES TO WS-ROW-F2
                           UNSTRING ORDER-COUNT-RECORD DELIMITED BY ","
                               INTO WS-ROW-F1, WS-ROW-F2
                           IF WS-ROW-F1 NOT = SPACES
                               AND FUNCTION TEST-NUMVAL(WS-ROW-F2) = 0
                               MOVE WS-ROW-F1 TO KU-CPR
                               perform FETCH-CUSTOMER
                               COMPUTE KU-ORDRER-FOER =
                                   FUNCTION NUMVAL(WS-ROW-F2)
                               MOVE "J" TO KU-ORDRER-KENDT
                               REWRITE CUSTOMER-INDEX-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE order-count-file
           END-IF

           OPEN INPUT orders-file
           IF WS-ORDERS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-ORDERS-FILE = "Y"
               READ orders-file
                   AT END
                       MOVE "Y" TO END-OF-ORDERS-FILE
                   NOT AT END
                       MOVE SPACES TO WS-ROW-F1
                       MOVE SPACES TO WS-ROW-F2
                       UNSTRING ORDER-RECORD DELIMITED BY ","
                           INTO WS-ROW-F1, WS-ROW-F2
                       IF WS-ROW-F2 NOT = SPACES
                           MOVE WS-ROW-F2 TO KU-CPR
                           perform FETCH-CUSTOMER
                           ADD 1 TO KU-ORDRER-NU
                           REWRITE CUSTOMER-INDEX-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE orders-file
       exit.

      *> --- SAG-ID,TRANS-REF,CPR,KONTO-ID,BELOEB,VALUTA,STATUS,
      *> AABNET-DATO,... - cases opened in the month or the two
      *> before it ---
       LOAD-COMPLAINTS.
           OPEN INPUT dispute-file
           IF WS-DISPUTE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-DISPUTE-FILE = "Y"
               READ dispute-file
                   AT END
                       MOVE "Y" TO END-OF-DISPUTE-FILE
                   NOT AT END
                       MOVE SPACES TO WS-ROW-F3
                       MOVE SPACES TO WS-ROW-F8
                       UNSTRING DISPUTE-CSV-RECORD DELIMITED BY ","
                           INTO WS-ROW-F1, WS-ROW-F2, WS-ROW-F3,
                                WS-ROW-F4, WS-ROW-F5, WS-ROW-F6,
                                WS-ROW-F7, WS-ROW-F8
                       MOVE WS-ROW-F8(1:7) TO WS-CALC-MAANED
                       perform CALC-MONTH-NUMBER
                       IF WS-ROW-F3 NOT = SPACES
                           AND WS-CALC-NUM <= WS-MAANED-NUM
                           AND WS-CALC-NUM + 2 >= WS-MAANED-NUM
                           MOVE WS-ROW-F3 TO KU-CPR
                           perform FETCH-CUSTOMER
                           ADD 1 TO KU-KLAGER
                           REWRITE CUSTOMER-INDEX-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE dispute-file
       exit.

      *> --- SAG-ID,CPR,KATEGORI,MODTAGET,... - complaints received
      *> in the month or the two before it ---
       LOAD-COMPLAINT-REGISTER.
           OPEN INPUT complaint-file
           IF WS-COMPLAINT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-COMPLAINT-FILE = "Y"
               READ complaint-file
                   AT END
                       MOVE "Y" TO END-OF-COMPLAINT-FILE
                   NOT AT END
                       MOVE SPACES TO WS-ROW-F2
                       MOVE SPACES TO WS-ROW-F4
                       UNSTRING COMPLAINT-CSV-RECORD DELIMITED BY ","
                           INTO WS-ROW-F1, WS-ROW-F2, WS-ROW-F3,
                                WS-ROW-F4
                       MOVE WS-ROW-F4(1:7) TO WS-CALC-MAANED
                       perform CALC-MONTH-NUMBER
                       IF WS-ROW-F2 NOT = SPACES
                           AND WS-CALC-NUM <= WS-MAANED-NUM
                           AND WS-CALC-NUM + 2 >= WS-MAANED-NUM
                           MOVE WS-ROW-F2 TO KU-CPR
                           perform FETCH-CUSTOMER
                           ADD 1 TO KU-KLAGER
                           REWRITE CUSTOMER-INDEX-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE complaint-file
       exit.

      *> --- SAG-ID,CPR,RETNING,STATUS,FRIST,DATO ---
       LOAD-SWITCH-CASES.
           OPEN INPUT switch-status-file
           IF WS-SWITCH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-SWITCH-FILE = "Y"
               READ switch-status-file
                   AT END
                       MOVE "Y" TO END-OF-SWITCH-FILE
                   NOT AT END
                       MOVE SPACES TO WS-ROW-F2
                       MOVE SPACES TO WS-ROW-F3
                       UNSTRING SWITCH-STATUS-RECORD DELIMITED BY ","
                           INTO WS-ROW-F1, WS-ROW-F2, WS-ROW-F3
                       IF FUNCTION TRIM(WS-ROW-F3) = "UD"
                           AND WS-ROW-F2 NOT = SPACES
                           MOVE WS-ROW-F2 TO KU-CPR
                           perform FETCH-CUSTOMER
                           MOVE "J" TO KU-SKIFTER
                           REWRITE CUSTOMER-INDEX-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE switch-status-file
       exit.

      *> --- the month against the three before it, per CPR ---
       SCORE-CUSTOMERS.
           OPEN INPUT transactions-file
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "AfgangsRisiko: 10-Transaktioner.txt blev ikke fundet"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-TRANSACTIONS-FILE = "Y"
               READ transactions-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-TRANSACTIONS-FILE
                   NOT AT END
                       IF CPR OF transactions-in NOT = WS-CURRENT-CPR
                           IF WS-CURRENT-CPR NOT = SPACES
                               perform SCORE-ONE-CUSTOMER
                           END-IF
                           MOVE CPR OF transactions-in TO WS-CURRENT-CPR
                           MOVE SPACES TO WS-CUR-KONTO-ID
                           MOVE 0 TO WS-CUR-OMSAETNING
                           MOVE 0 TO WS-CUR-OMSAETNING-FOER
                           MOVE 0 TO WS-CUR-NETTO
                           MOVE 0 TO WS-CUR-LOEN
                           MOVE 0 TO WS-CUR-LOEN-FOER
                           MOVE "N" TO WS-CUR-AKTIV
                       END-IF
                       perform ADD-ONE-TRANSACTION
               END-READ
           END-PERFORM
           IF WS-CURRENT-CPR NOT = SPACES
               perform SCORE-ONE-CUSTOMER
           END-IF
           CLOSE transactions-file
       exit.

       ADD-ONE-TRANSACTION.
           IF KONTO-ID OF transactions-in NOT = SPACES
               MOVE KONTO-ID OF transactions-in TO AK-KONTO-ID
               MOVE CPR OF transactions-in TO AK-CPR
               MOVE SPACES TO AK-KVARTAL
               MOVE SPACES TO AK-AABNET
               WRITE ACCOUNT-INDEX-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF

           MOVE TIDSPUNKT OF transactions-in(1:7) TO WS-CALC-MAANED
           perform CALC-MONTH-NUMBER
           IF WS-CALC-NUM > WS-MAANED-NUM
               OR WS-CALC-NUM + 3 < WS-MAANED-NUM
               OR FUNCTION TEST-NUMVAL(BELOEB OF transactions-in) NOT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE "J" TO WS-CUR-AKTIV
           MOVE KONTO-ID OF transactions-in TO WS-CUR-KONTO-ID

           COMPUTE WS-BELOEB-NUM = FUNCTION NUMVAL(BELOEB OF transactions-in)
           IF FUNCTION TRIM(VALUTA OF transactions-in) NOT = "DKK"
               AND VALUTA OF transactions-in NOT = SPACES
               MOVE VALUTA OF transactions-in TO WS-KURS-VALUTA
               MOVE TIDSPUNKT OF transactions-in(1:10) TO WS-KURS-DATO
               CALL "KursopslagDato" USING WS-KURS-VALUTA WS-KURS-DATO
                   WS-KURS WS-KURS-STATUS
               IF WS-KURS-STATUS = "00"
                   COMPUTE WS-BELOEB-NUM ROUNDED = WS-BELOEB-NUM * WS-KURS
               END-IF
           END-IF

           IF WS-CALC-NUM = WS-MAANED-NUM
               ADD FUNCTION ABS(WS-BELOEB-NUM) TO WS-CUR-OMSAETNING
               ADD WS-BELOEB-NUM TO WS-CUR-NETTO
               IF FUNCTION TRIM(TRANSAKTIONSTYPE OF transactions-in) = "Loen"
                   AND WS-BELOEB-NUM > 0
                   ADD 1 TO WS-CUR-LOEN
               END-IF
           ELSE
               ADD FUNCTION ABS(WS-BELOEB-NUM) TO WS-CUR-OMSAETNING-FOER
               IF FUNCTION TRIM(TRANSAKTIONSTYPE OF transactions-in) = "Loen"
                   AND WS-BELOEB-NUM > 0
                   ADD 1 TO WS-CUR-LOEN-FOER
               END-IF
           END-IF
       exit.

       SCORE-ONE-CUSTOMER.
           IF WS-CUR-AKTIV NOT = "J"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-KUNDE-COUNT
           MOVE 0 TO WS-SCORE
           MOVE SPACES TO WS-SIGNALER

           MOVE WS-CURRENT-CPR TO KU-CPR
           perform FETCH-CUSTOMER
           IF KU-SKIFTER = "J"
               ADD 1 TO WS-SKIFTER-COUNT
               MOVE "SKIFTER-UD" TO WS-SIGNALER
               perform FILE-RISK
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-FOER-SNIT ROUNDED = WS-CUR-OMSAETNING-FOER / 3
           IF WS-FOER-SNIT > 0
               AND WS-CUR-OMSAETNING * 100
                   <= WS-FOER-SNIT * (100 - WS-FALD-PCT)
               ADD WS-POINT-OMSAETNING TO WS-SCORE
               STRING FUNCTION TRIM(WS-SIGNALER) " OMSAETNING"
                      DELIMITED BY SIZE INTO WS-SIGNALER
           END-IF

           IF WS-CUR-LOEN-FOER > 0 AND WS-CUR-LOEN = 0
               ADD WS-POINT-LOEN TO WS-SCORE
               STRING FUNCTION TRIM(WS-SIGNALER) " LOEN"
                      DELIMITED BY SIZE INTO WS-SIGNALER
           END-IF

           IF WS-CUR-NETTO < 0 AND WS-CARRY-OPEN = "Y"
               MOVE WS-CURRENT-CPR TO CARRY-CPR
               READ balance-carry-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-PRIMO-SALDO = CARRY-SALDO - WS-CUR-NETTO
                       IF WS-PRIMO-SALDO > 0
                           AND (0 - WS-CUR-NETTO) * 100
                               >= WS-PRIMO-SALDO * WS-DRAEN-PCT
                           ADD WS-POINT-DRAEN TO WS-SCORE
                           STRING FUNCTION TRIM(WS-SIGNALER) " DRAEN"
                                  DELIMITED BY SIZE INTO WS-SIGNALER
                       END-IF
               END-READ
           END-IF

           IF KU-ORDRER-KENDT = "J" AND KU-ORDRER-NU < KU-ORDRER-FOER
               ADD WS-POINT-ORDRE TO WS-SCORE
               STRING FUNCTION TRIM(WS-SIGNALER) " ORDRE"
                      DELIMITED BY SIZE INTO WS-SIGNALER
           END-IF

           IF KU-KLAGER > 0
               ADD WS-POINT-KLAGE TO WS-SCORE
               STRING FUNCTION TRIM(WS-SIGNALER) " KLAGE"
                      DELIMITED BY SIZE INTO WS-SIGNALER
           END-IF

           IF WS-SCORE > 0
               MOVE FUNCTION TRIM(WS-SIGNALER) TO WS-SIGNALER
               perform FILE-RISK
           END-IF
       exit.

       FILE-RISK.
           IF WS-SCORE > 999
               MOVE 999 TO WS-SCORE
           END-IF
           COMPUTE RK-SORT = 999 - WS-SCORE
           MOVE WS-CURRENT-CPR TO RK-CPR
           MOVE WS-CUR-KONTO-ID TO RK-KONTO-ID
           MOVE WS-SCORE TO RK-SCORE
           MOVE WS-SIGNALER TO RK-SIGNALER
           MOVE WS-CUR-OMSAETNING TO RK-OMSAETNING
           MOVE WS-CUR-OMSAETNING-FOER TO RK-OMSAETNING-FOER
           MOVE KU-SKIFTER TO RK-SKIFTER
           WRITE RISK-INDEX-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
       exit.

      *> --- today's order counts become the next run's baseline ---
       SAVE-ORDER-COUNTS.
           OPEN OUTPUT order-count-file
           MOVE "N" TO END-OF-INDEX-FILE
           MOVE LOW-VALUES TO KU-CPR
           START customer-index-file KEY IS >= KU-CPR
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-FILE
           END-START
           PERFORM UNTIL END-OF-INDEX-FILE = "Y"
               READ customer-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-FILE
                   NOT AT END
                       IF KU-ORDRER-NU > 0
                           MOVE KU-ORDRER-NU TO WS-COUNT-DISPLAY
                           MOVE SPACES TO ORDER-COUNT-RECORD
                           STRING FUNCTION TRIM(KU-CPR) ","
                                  FUNCTION TRIM(WS-COUNT-DISPLAY)
                                  DELIMITED BY SIZE INTO ORDER-COUNT-RECORD
                           WRITE ORDER-COUNT-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE order-count-file
       exit.

      *> --- KUNDE-ID,KONTO-ID,KONTO-TYPE,BALANCE,VALUTA,KONTO-STATUS,
      *> OPENING-DATE ---
       BUILD-COHORTS.
           OPEN INPUT account-file
           IF WS-ACCOUNT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-ACCOUNT-FILE = "Y"
               READ account-file INTO csv-lines2
                   AT END
                       MOVE "Y" TO END-OF-ACCOUNT-FILE
                   NOT AT END
                       MOVE SPACES TO WS-KONTO-KUNDE-ID
                       MOVE SPACES TO WS-KONTO-ID-TEXT
                       MOVE SPACES TO WS-KONTO-TYPE-TEXT
                       MOVE SPACES TO WS-KONTO-BALANCE-TEXT
                       MOVE SPACES TO WS-KONTO-VALUTA-TEXT
                       MOVE SPACES TO WS-KONTO-STATUS-TEXT
                       MOVE SPACES TO WS-KONTO-AABNET-TEXT
                       UNSTRING csv-lines2 DELIMITED BY ","
                           INTO WS-KONTO-KUNDE-ID, WS-KONTO-ID-TEXT,
                                WS-KONTO-TYPE-TEXT,
                                WS-KONTO-BALANCE-TEXT,
                                WS-KONTO-VALUTA-TEXT,
                                WS-KONTO-STATUS-TEXT,
                                WS-KONTO-AABNET-TEXT
                       IF WS-KONTO-ID-TEXT NOT = SPACES
                           perform ADD-COHORT-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE account-file
       exit.

       ADD-COHORT-ACCOUNT.
           perform CALC-QUARTER
           MOVE WS-KVARTAL TO KH-KVARTAL
           READ cohort-index-file
               INVALID KEY
                   MOVE 0 TO KH-AABNET
                   MOVE 0 TO KH-AKTIVE
                   MOVE 0 TO KH-SALDO
                   MOVE 0 TO KH-LUKKET
                   MOVE 0 TO KH-LUKKET-AAR
                   MOVE 0 TO KH-SKIFTET
                   WRITE COHORT-INDEX-RECORD
                   END-WRITE
           END-READ
           ADD 1 TO KH-AABNET
           IF FUNCTION TRIM(WS-KONTO-STATUS-TEXT) NOT = "LUKKET"
               ADD 1 TO KH-AKTIVE
               IF FUNCTION TEST-NUMVAL(WS-KONTO-BALANCE-TEXT) = 0
                   COMPUTE WS-BELOEB-NUM =
                       FUNCTION NUMVAL(WS-KONTO-BALANCE-TEXT)
                   IF WS-KONTO-VALUTA-TEXT NOT = SPACES
                       AND WS-KONTO-VALUTA-TEXT NOT = "DKK"
                       MOVE WS-KONTO-VALUTA-TEXT TO WS-KURS-VALUTA
                       CALL "KursopslagDato" USING WS-KURS-VALUTA
                           WS-TODAY-DATE WS-KURS WS-KURS-STATUS
                       IF WS-KURS-STATUS = "00"
                           COMPUTE WS-BELOEB-NUM ROUNDED =
                               WS-BELOEB-NUM * WS-KURS
                       END-IF
                   END-IF
                   ADD WS-BELOEB-NUM TO KH-SALDO
               END-IF
           END-IF

           *> the account's owner, when it has ever posted
           MOVE WS-KONTO-ID-TEXT TO AK-KONTO-ID
           READ account-index-file
               INVALID KEY
                   MOVE SPACES TO AK-CPR
                   MOVE WS-KVARTAL TO AK-KVARTAL
                   MOVE WS-KONTO-AABNET-TEXT TO AK-AABNET
                   WRITE ACCOUNT-INDEX-RECORD
                   END-WRITE
               NOT INVALID KEY
                   MOVE WS-KVARTAL TO AK-KVARTAL
                   MOVE WS-KONTO-AABNET-TEXT TO AK-AABNET
                   REWRITE ACCOUNT-INDEX-RECORD
                   MOVE AK-CPR TO KU-CPR
                   READ customer-index-file
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF KU-SKIFTER = "J"
                               ADD 1 TO KH-SKIFTET
                           END-IF
                   END-READ
           END-READ
           REWRITE COHORT-INDEX-RECORD
       exit.

      *> --- "YYYYMMDD-HHMMSS, Handling: CLOSE, KUNDE-ID: x,
      *> KONTO-ID: y, ..." ---
       ADD-CLOSED-ACCOUNTS.
           OPEN INPUT lifecycle-log-file
           IF WS-LIFECYCLE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-LIFECYCLE-FILE = "Y"
               READ lifecycle-log-file
                   AT END
                       MOVE "Y" TO END-OF-LIFECYCLE-FILE
                   NOT AT END
                       perform ADD-ONE-CLOSED-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE lifecycle-log-file
       exit.

       ADD-ONE-CLOSED-ACCOUNT.
           MOVE SPACES TO WS-LOG-HANDLING
           MOVE SPACES TO WS-LOG-KONTO-ID
           MOVE SPACES TO WS-LOG-REST
           UNSTRING LIFECYCLE-LOG-RECORD DELIMITED BY "Handling: "
               INTO WS-LOG-REST, WS-LOG-REST
           UNSTRING WS-LOG-REST DELIMITED BY ","
               INTO WS-LOG-HANDLING
           IF FUNCTION TRIM(WS-LOG-HANDLING) NOT = "CLOSE"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LOG-REST
           UNSTRING LIFECYCLE-LOG-RECORD DELIMITED BY "KONTO-ID: "
               INTO WS-LOG-REST, WS-LOG-REST
           UNSTRING WS-LOG-REST DELIMITED BY ","
               INTO WS-LOG-KONTO-ID

           MOVE WS-LOG-KONTO-ID TO AK-KONTO-ID
           READ account-index-file
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF AK-KVARTAL = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE AK-KVARTAL TO KH-KVARTAL
           READ cohort-index-file
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO KH-LUKKET

           *> closed within a year of opening
           IF LIFECYCLE-LOG-RECORD(1:8) IS NUMERIC
               AND AK-AABNET(1:4) IS NUMERIC
               AND AK-AABNET(6:2) IS NUMERIC
               AND AK-AABNET(9:2) IS NUMERIC
               COMPUTE WS-DAYS-OPEN =
                   FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(LIFECYCLE-LOG-RECORD(1:8)))
                   - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(AK-AABNET(1:4)) * 10000
                       + FUNCTION NUMVAL(AK-AABNET(6:2)) * 100
                       + FUNCTION NUMVAL(AK-AABNET(9:2)))
               IF WS-DAYS-OPEN <= 365
                   ADD 1 TO KH-LUKKET-AAR
               END-IF
           END-IF
           REWRITE COHORT-INDEX-RECORD
       exit.

      *> --- scored customers, highest first; the high-risk ones also
      *> go to the adviser worklist feed ---
       WRITE-RISK-SECTION.
           MOVE "Kunder med afgangssignaler" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "N" TO END-OF-INDEX-FILE
           MOVE LOW-VALUES TO RK-KEY
           START risk-index-file KEY IS >= RK-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-FILE
           END-START
           PERFORM UNTIL END-OF-INDEX-FILE = "Y"
               READ risk-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-FILE
                   NOT AT END
                       perform WRITE-ONE-RISK-LINE
               END-READ
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-KUNDE-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-RISK-COUNT TO WS-COUNT-DISPLAY-2
           MOVE WS-HOEJ-COUNT TO WS-COUNT-DISPLAY-3
           MOVE WS-SKIFTER-COUNT TO WS-COUNT-DISPLAY-4
           MOVE SPACES TO REPORT-RECORD
           STRING "Kunder vurderet: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  ", med signaler: " FUNCTION TRIM(WS-COUNT-DISPLAY-2)
                  ", hoej risiko: " FUNCTION TRIM(WS-COUNT-DISPLAY-3)
                  ", skifter allerede ud: " FUNCTION TRIM(WS-COUNT-DISPLAY-4)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

       WRITE-ONE-RISK-LINE.
           MOVE RK-SCORE TO WS-SCORE-DISPLAY
           MOVE RK-OMSAETNING TO WS-AMOUNT-DISPLAY
           COMPUTE WS-FOER-SNIT ROUNDED = RK-OMSAETNING-FOER / 3
           MOVE WS-FOER-SNIT TO WS-AMOUNT-DISPLAY-2
           MOVE SPACES TO REPORT-RECORD
           IF RK-SKIFTER = "J"
               STRING "  SKIFTER  CPR: " FUNCTION TRIM(RK-CPR)
                      ", konto " FUNCTION TRIM(RK-KONTO-ID)
                      " - skifteanmodning modtaget"
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-RISK-COUNT
           IF RK-SCORE >= WS-HOEJ-RISIKO
               ADD 1 TO WS-HOEJ-COUNT
               MOVE "HOEJ" TO WS-NIVEAU-TEXT
               MOVE SPACES TO WARNING-RECORD
               STRING FUNCTION TRIM(RK-CPR) ";"
                      FUNCTION TRIM(RK-KONTO-ID) ";"
                      FUNCTION TRIM(WS-SCORE-DISPLAY) ";"
                      FUNCTION TRIM(RK-SIGNALER)
                      DELIMITED BY SIZE INTO WARNING-RECORD
               WRITE WARNING-RECORD
           ELSE
               MOVE "MIDDEL" TO WS-NIVEAU-TEXT
           END-IF
           STRING "  " WS-NIVEAU-TEXT "   CPR: "
                  FUNCTION TRIM(RK-CPR)
                  ", konto " FUNCTION TRIM(RK-KONTO-ID)
                  ", score " FUNCTION TRIM(WS-SCORE-DISPLAY)
                  " (" FUNCTION TRIM(RK-SIGNALER) ")"
                  ", omsaetning " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  " mod snit " FUNCTION TRIM(WS-AMOUNT-DISPLAY-2)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

      *> --- one line per opening quarter, oldest first ---
       WRITE-COHORT-SECTION.
           MOVE "Kohorter efter aabningskvartal" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "  Kvartal    Aabnet   Aktive                Saldo   Lukket  Skiftet  Aabne efter 12 mdr"
               TO REPORT-RECORD
           WRITE REPORT-RECORD

           *> how many cohorts are old enough for the twelve-month view
           MOVE 0 TO WS-MODEN-COUNT
           MOVE "N" TO END-OF-INDEX-FILE
           MOVE LOW-VALUES TO KH-KVARTAL
           START cohort-index-file KEY IS >= KH-KVARTAL
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-FILE
           END-START
           PERFORM UNTIL END-OF-INDEX-FILE = "Y"
               READ cohort-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-FILE
                   NOT AT END
                       perform CALC-COHORT-QUARTER
                       IF WS-CALC-KVARTAL-NUM > 0
                           AND WS-CALC-KVARTAL-NUM + 5 <= WS-TODAY-KVARTAL-NUM
                           ADD 1 TO WS-MODEN-COUNT
                       END-IF
               END-READ
           END-PERFORM

           MOVE 0 TO WS-MODEN-IX
           MOVE "N" TO END-OF-INDEX-FILE
           MOVE LOW-VALUES TO KH-KVARTAL
           START cohort-index-file KEY IS >= KH-KVARTAL
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-FILE
           END-START
           PERFORM UNTIL END-OF-INDEX-FILE = "Y"
               READ cohort-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-FILE
                   NOT AT END
                       perform WRITE-ONE-COHORT-LINE
               END-READ
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-NY-AABNET = 0 OR WS-GL-AABNET = 0
               MOVE "For faa modne kohorter til at sammenligne fastholdelse"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PCT-NUM ROUNDED = WS-NY-BEHOLDT * 100 / WS-NY-AABNET
           COMPUTE WS-PCT-NUM-2 ROUNDED = WS-GL-BEHOLDT * 100 / WS-GL-AABNET
           MOVE WS-PCT-NUM TO WS-PCT-DISPLAY
           MOVE WS-PCT-NUM-2 TO WS-PCT-DISPLAY-2
           MOVE SPACES TO REPORT-RECORD
           STRING "Fastholdelse efter 12 mdr: nyeste 4 modne kohorter "
                  FUNCTION TRIM(WS-PCT-DISPLAY) " pct, aeldre kohorter "
                  FUNCTION TRIM(WS-PCT-DISPLAY-2) " pct"
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-PCT-NUM > WS-PCT-NUM-2
                   MOVE "Nyere kohorter fastholdes bedre end aeldre"
                       TO REPORT-RECORD
               WHEN WS-PCT-NUM < WS-PCT-NUM-2
                   MOVE "Nyere kohorter fastholdes daarligere end aeldre"
                       TO REPORT-RECORD
               WHEN OTHER
                   MOVE "Nyere og aeldre kohorter fastholdes ens"
                       TO REPORT-RECORD
           END-EVALUATE
           WRITE REPORT-RECORD
       exit.

      *> --- KH-KVARTAL back to its running quarter number ---
       CALC-COHORT-QUARTER.
           MOVE 0 TO WS-CALC-KVARTAL-NUM
           IF KH-KVARTAL(1:4) IS NUMERIC AND KH-KVARTAL(7:1) IS NUMERIC
               MOVE KH-KVARTAL(1:4) TO WS-CALC-AAR
               MOVE KH-KVARTAL(7:1) TO WS-CALC-MD
               COMPUTE WS-CALC-KVARTAL-NUM = WS-CALC-AAR * 4 + WS-CALC-MD
           END-IF
       exit.

       WRITE-ONE-COHORT-LINE.
           MOVE SPACES TO WS-AAR-PCT-TEXT
           perform CALC-COHORT-QUARTER
           IF WS-CALC-KVARTAL-NUM > 0
               AND WS-CALC-KVARTAL-NUM + 5 <= WS-TODAY-KVARTAL-NUM
               AND KH-AABNET > 0
               ADD 1 TO WS-MODEN-IX
               COMPUTE WS-PCT-NUM ROUNDED =
                   (KH-AABNET - KH-LUKKET-AAR) * 100 / KH-AABNET
               MOVE WS-PCT-NUM TO WS-PCT-DISPLAY
               STRING FUNCTION TRIM(WS-PCT-DISPLAY) " pct"
                      DELIMITED BY SIZE INTO WS-AAR-PCT-TEXT
               IF WS-MODEN-IX + 4 > WS-MODEN-COUNT
                   ADD KH-AABNET TO WS-NY-AABNET
                   COMPUTE WS-NY-BEHOLDT = WS-NY-BEHOLDT
                       + KH-AABNET - KH-LUKKET-AAR
               ELSE
                   ADD KH-AABNET TO WS-GL-AABNET
                   COMPUTE WS-GL-BEHOLDT = WS-GL-BEHOLDT
                       + KH-AABNET - KH-LUKKET-AAR
               END-IF
           END-IF
           MOVE KH-AABNET TO WS-COUNT-DISPLAY
           MOVE KH-AKTIVE TO WS-COUNT-DISPLAY-2
           MOVE KH-LUKKET TO WS-COUNT-DISPLAY-3
           MOVE KH-SKIFTET TO WS-COUNT-DISPLAY-4
           MOVE KH-SALDO TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "  " KH-KVARTAL "  " WS-COUNT-DISPLAY "  "
                  WS-COUNT-DISPLAY-2 "  " WS-AMOUNT-DISPLAY "  "
                  WS-COUNT-DISPLAY-3 "  " WS-COUNT-DISPLAY-4 "  "
                  WS-AAR-PCT-TEXT
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
