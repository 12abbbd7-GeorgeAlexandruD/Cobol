identification division.
       program-id. SvindelScreening.

      *> --- Velocity fraud rules over the fast money, next to the
      *> period-wide laundering patterns of 24-AmlScreening. Card
      *> purchases (BUTIK rows) are taken from the intake delivery
      *> 16-Leverance.txt and the intraday postings
      *> 74-IntradagBevaegelser.txt, grouped per card number (per
      *> KONTO-ID when the row carries none) in TIDSPUNKT order;
      *> payment orders from 52-BetalingsOrdrer.txt. Rules, each
      *> parameterised in 94-SvindelParam.txt as
      *> REGEL;AKTIV;GRAENSE;VINDUE;ANTAL:
      *>   BYSKIFT    - two purchases in different cities within
      *>                VINDUE minutes (the merchant's city from
      *>                94-ButikByer.txt, BUTIK,BY),
      *>   TESTKOEB   - ANTAL purchases of at most GRAENSE within
      *>                VINDUE minutes,
      *>   NYMODTAGER - a payment order of at least GRAENSE to a
      *>                payee the ordering CPR has never paid before
      *>                (history kept in 94-KendteModtagere.txt).
      *> Hits are appended to the fraud case queue 94-SvindelKoe.txt
      *> (SAGS-ID,REGEL,KILDE,KORT-NR,KONTO-ID,CPR,REF,BELOEB,
      *> TIDSPUNKT,STATUS,OPRETTET) as AABEN cases for
      *> 94-SvindelBehandling; the same rule never raises a second
      *> case on the same reference. ---

environment division.
input-output section.
file-control.
       select delivery-file assign to "16-Leverance.txt"
           organization line sequential
           file status is WS-DELIVERY-STATUS.

       select intraday-file assign to "74-IntradagBevaegelser.txt"
           organization line sequential
           file status is WS-INTRADAY-STATUS.

       select orders-file assign to "52-BetalingsOrdrer.txt"
           organization line sequential
           file status is WS-ORDERS-STATUS.

       select param-file assign to "94-SvindelParam.txt"
           organization line sequential
           file status is WS-PARAM-STATUS.

       select city-file assign to "94-ButikByer.txt"
           organization line sequential
           file status is WS-CITY-STATUS.

       select payee-file assign to "94-KendteModtagere.txt"
           organization line sequential
           file status is WS-PAYEE-STATUS.

       select case-file assign to "94-SvindelKoe.txt"
           organization line sequential
           file status is WS-CASE-STATUS.

       select report-file assign to "94-SvindelRapport.txt"
           organization line sequential.

      *> --- card events keyed card/account + minute + sequence ---
       select event-index-file assign to "WS-SvindelHaendelse.tmp"
           organization is indexed
           access mode is dynamic
           record key is EV-KEY
           file status is WS-EVENT-INDEX-STATUS.

       select city-index-file assign to "WS-SvindelByer.tmp"
           organization is indexed
           access mode is dynamic
           record key is BY-BUTIK
           file status is WS-CITY-INDEX-STATUS.

       select payee-index-file assign to "WS-SvindelModtagere.tmp"
           organization is indexed
           access mode is dynamic
           record key is KM-KEY
           file status is WS-PAYEE-INDEX-STATUS.

      *> --- cases already raised, keyed rule + reference ---
       select case-index-file assign to "WS-SvindelSager.tmp"
           organization is indexed
           access mode is dynamic
           record key is SAG-KEY
           file status is WS-CASE-INDEX-STATUS.

data division.
file section.
FD delivery-file.
01 delivery-in.
       copy "10-TRANSAKTIONER.cpy".
       05 LEVERET-IBAN pic x(34).
       05 LEVERET-KORT-NR pic x(16).

FD intraday-file.
01 intraday-in.
       copy "10-TRANSAKTIONER.cpy".

FD orders-file.
       01 ORDER-RECORD pic x(160).

FD param-file.
       01 PARAM-RECORD pic x(60).

FD city-file.
       01 CITY-RECORD pic x(60).

FD payee-file.
       01 PAYEE-RECORD pic x(60).

FD case-file.
       01 CASE-RECORD pic x(200).

FD report-file.
       01 REPORT-RECORD pic x(150).

FD event-index-file.
       01 EVENT-INDEX-RECORD.
           05 EV-KEY.
               10 EV-NOEGLE pic x(16).
               10 EV-MINUT pic 9(11).
               10 EV-SEQ pic 9(5).
           05 EV-KILDE pic x(10).
           05 EV-KORT-NR pic x(16).
           05 EV-KONTO-ID pic x(15).
           05 EV-CPR pic x(15).
           05 EV-REF pic x(20).
           05 EV-BELOEB pic x(15).
           05 EV-TIDSPUNKT pic x(19).
           05 EV-BY pic x(20).

FD city-index-file.
       01 CITY-INDEX-RECORD.
           05 BY-BUTIK pic x(15).
           05 BY-NAVN pic x(20).

FD payee-index-file.
       01 PAYEE-INDEX-RECORD.
           05 KM-KEY.
               10 KM-CPR pic x(15).
               10 KM-REG-NR pic x(4).
               10 KM-KONTO pic x(15).

FD case-index-file.
       01 CASE-INDEX-RECORD.
           05 SAG-KEY.
               10 SAG-REGEL pic x(10).
               10 SAG-REF pic x(20).

WORKING-STORAGE SECTION.
       01 WS-DELIVERY-STATUS pic XX value spaces.
       01 WS-INTRADAY-STATUS pic XX value spaces.
       01 WS-ORDERS-STATUS pic XX value spaces.
       01 WS-PARAM-STATUS pic XX value spaces.
       01 WS-CITY-STATUS pic XX value spaces.
       01 WS-PAYEE-STATUS pic XX value spaces.
       01 WS-CASE-STATUS pic XX value spaces.
       01 WS-EVENT-INDEX-STATUS pic XX value spaces.
       01 WS-CITY-INDEX-STATUS pic XX value spaces.
       01 WS-PAYEE-INDEX-STATUS pic XX value spaces.
       01 WS-CASE-INDEX-STATUS pic XX value spaces.

       01 END-OF-DELIVERY-FILE pic x value "N".
       01 END-OF-INTRADAY-FILE pic x value "N".
       01 END-OF-ORDERS-FILE pic x value "N".
       01 END-OF-PARAM-FILE pic x value "N".
       01 END-OF-CITY-FILE pic x value "N".
       01 END-OF-PAYEE-FILE pic x value "N".
       01 END-OF-CASE-FILE pic x value "N".
       01 END-OF-EVENT-FILE pic x value "N".

      *> --- rule parameters with their defaults ---
       01 WS-PARAM-REGEL pic x(10) value spaces.
       01 WS-PARAM-AKTIV pic x(3) value spaces.
       01 WS-PARAM-GRAENSE pic x(15) value spaces.
       01 WS-PARAM-VINDUE pic x(6) value spaces.
       01 WS-PARAM-ANTAL pic x(4) value spaces.
       01 WS-BYSKIFT-AKTIV pic x value "J".
       01 WS-BYSKIFT-VINDUE pic 9(5) value 60.
       01 WS-TESTKOEB-AKTIV pic x value "J".
       01 WS-TESTKOEB-GRAENSE pic 9(9)v99 value 20.
       01 WS-TESTKOEB-VINDUE pic 9(5) value 15.
       01 WS-TESTKOEB-ANTAL pic 9(3) value 3.
       01 WS-NYMODT-AKTIV pic x value "J".
       01 WS-NYMODT-GRAENSE pic 9(11)v99 value 25000.

      *> --- event collection ---
       01 WS-EVENT-SEQ pic 9(5) value 0.
       01 WS-EV-DATE-NUM pic 9(8) value 0.
       01 WS-EV-DATE-INT pic 9(8) comp.
       01 WS-EV-HOUR pic 9(2) value 0.
       01 WS-EV-MIN pic 9(2) value 0.
       01 WS-TIDSPUNKT pic x(19) value spaces.
       01 WS-MINUT pic 9(11) value 0.

      *> --- sliding window over the current card's events ---
       01 WS-CUR-NOEGLE pic x(16) value spaces.
       01 WS-WIN-COUNT pic 9(3) value 0.
       01 WS-WIN-IX pic 9(3) value 0.
       01 WS-WIN-TABLE OCCURS 50 TIMES.
           05 WIN-MINUT pic 9(11).
           05 WIN-BY pic x(20).
           05 WIN-SMAA pic x.
       01 WS-SMALL-COUNT pic 9(3) value 0.
       01 WS-OTHER-CITY pic x(20) value spaces.
       01 WS-EV-AMOUNT pic S9(13)v99 value 0.

      *> --- payment order fields ---
       01 WS-ORD-ID pic x(8) value spaces.
       01 WS-ORD-CPR pic x(15) value spaces.
       01 WS-ORD-KONTO-ID pic x(15) value spaces.
       01 WS-ORD-REG-NR pic x(4) value spaces.
       01 WS-ORD-MOD-CPR pic x(15) value spaces.
       01 WS-ORD-MOD-KONTO pic x(15) value spaces.
       01 WS-ORD-MOD-REG-NR pic x(4) value spaces.
       01 WS-ORD-BELOEB pic x(15) value spaces.
       01 WS-ORD-VALUTA pic x(3) value spaces.
       01 WS-ORD-DATO pic x(10) value spaces.
       01 WS-ORD-TID pic x(8) value spaces.

      *> --- case being raised ---
       01 WS-CASE-REGEL pic x(10) value spaces.
       01 WS-CASE-KILDE pic x(10) value spaces.
       01 WS-CASE-KORT-NR pic x(16) value spaces.
       01 WS-CASE-KONTO-ID pic x(15) value spaces.
       01 WS-CASE-CPR pic x(15) value spaces.
       01 WS-CASE-REF pic x(20) value spaces.
       01 WS-CASE-BELOEB pic x(15) value spaces.
       01 WS-CASE-TIDSPUNKT pic x(19) value spaces.
       01 WS-CASE-TEKST pic x(60) value spaces.
       01 WS-CASE-SEQ pic 9(6) value 0.
       01 WS-CASE-ID pic x(10) value spaces.
       01 WS-Q-ID pic x(10) value spaces.
       01 WS-Q-REGEL pic x(10) value spaces.
       01 WS-Q-KILDE pic x(10) value spaces.
       01 WS-Q-KORT pic x(16) value spaces.
       01 WS-Q-KONTO pic x(15) value spaces.
       01 WS-Q-CPR pic x(15) value spaces.
       01 WS-Q-REF pic x(20) value spaces.

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-EVENT-COUNT pic 9(7) value 0.
       01 WS-ORDER-COUNT pic 9(7) value 0.
       01 WS-CASE-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

PROCEDURE DIVISION.
       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       perform LOAD-RULE-PARAMETERS
       perform LOAD-MERCHANT-CITIES
       perform LOAD-KNOWN-PAYEES
       perform LOAD-EXISTING-CASES

       OPEN EXTEND case-file
       IF WS-CASE-STATUS = "35"
           OPEN OUTPUT case-file
       END-IF

       OPEN OUTPUT report-file
       MOVE SPACES TO REPORT-RECORD
       STRING "Svindelscreening " DELIMITED BY SIZE
              WS-TODAY-DATE DELIMITED BY SIZE
              " - nye sager:" DELIMITED BY SIZE
              INTO REPORT-RECORD
       WRITE REPORT-RECORD

       OPEN OUTPUT event-index-file
       CLOSE event-index-file
       OPEN I-O event-index-file

       perform COLLECT-DELIVERY-EVENTS
       perform COLLECT-INTRADAY-EVENTS
       perform SCAN-CARD-EVENTS
       perform SCREEN-PAYMENT-ORDERS
       perform REWRITE-KNOWN-PAYEES

       perform WRITE-REPORT-TRAILER

       close event-index-file
       close city-index-file
       close payee-index-file
       close case-index-file
       close case-file
       close report-file
stop run.

       LOAD-RULE-PARAMETERS.
           OPEN INPUT param-file
           IF WS-PARAM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-PARAM-FILE = "Y"
               READ param-file
                   AT END
                       MOVE "Y" TO END-OF-PARAM-FILE
                   NOT AT END
                       perform APPLY-ONE-PARAMETER
               END-READ
           END-PERFORM
           CLOSE param-file
       exit.

       APPLY-ONE-PARAMETER.
           MOVE SPACES TO WS-PARAM-REGEL
           MOVE SPACES TO WS-PARAM-AKTIV
           MOVE SPACES TO WS-PARAM-GRAENSE
           MOVE SPACES TO WS-PARAM-VINDUE
           MOVE SPACES TO WS-PARAM-ANTAL
           UNSTRING PARAM-RECORD DELIMITED BY ";"
               INTO WS-PARAM-REGEL, WS-PARAM-AKTIV, WS-PARAM-GRAENSE,
                    WS-PARAM-VINDUE, WS-PARAM-ANTAL
           EVALUATE FUNCTION TRIM(WS-PARAM-REGEL)
               WHEN "BYSKIFT"
                   MOVE WS-PARAM-AKTIV(1:1) TO WS-BYSKIFT-AKTIV
                   IF FUNCTION TEST-NUMVAL(WS-PARAM-VINDUE) = 0
                       COMPUTE WS-BYSKIFT-VINDUE =
                           FUNCTION NUMVAL(WS-PARAM-VINDUE)
                   END-IF
               WHEN "TESTKOEB"
                   MOVE WS-PARAM-AKTIV(1:1) TO WS-TESTKOEB-AKTIV
                   IF FUNCTION TEST-NUMVAL(WS-PARAM-GRAENSE) = 0
                       COMPUTE WS-TESTKOEB-GRAENSE =
                           FUNCTION NUMVAL(WS-PARAM-GRAENSE)
                   END-IF
                   IF FUNCTION TEST-NUMVAL(WS-PARAM-VINDUE) = 0
                       COMPUTE WS-TESTKOEB-VINDUE =
                           FUNCTION NUMVAL(WS-PARAM-VINDUE)
                   END-IF
                   IF FUNCTION TEST-NUMVAL(WS-PARAM-ANTAL) = 0
                       COMPUTE WS-TESTKOEB-ANTAL =
                           FUNCTION NUMVAL(WS-PARAM-ANTAL)
                   END-IF
               WHEN "NYMODTAGER"
                   MOVE WS-PARAM-AKTIV(1:1) TO WS-NYMODT-AKTIV
                   IF FUNCTION TEST-NUMVAL(WS-PARAM-GRAENSE) = 0
                       COMPUTE WS-NYMODT-GRAENSE =
                           FUNCTION NUMVAL(WS-PARAM-GRAENSE)
                   END-IF
           END-EVALUATE
       exit.

       LOAD-MERCHANT-CITIES.
           OPEN OUTPUT city-index-file
           CLOSE city-index-file
           OPEN I-O city-index-file

           OPEN INPUT city-file
           IF WS-CITY-STATUS = "00"
               PERFORM UNTIL END-OF-CITY-FILE = "Y"
                   READ city-file
                       AT END
                           MOVE "Y" TO END-OF-CITY-FILE
                       NOT AT END
                           MOVE SPACES TO CITY-INDEX-RECORD
                           UNSTRING CITY-RECORD DELIMITED BY ","
                               INTO BY-BUTIK, BY-NAVN
                           MOVE FUNCTION UPPER-CASE(BY-NAVN) TO BY-NAVN
                           WRITE CITY-INDEX-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE city-file
           END-IF
       exit.

       LOAD-KNOWN-PAYEES.
           OPEN OUTPUT payee-index-file
           CLOSE payee-index-file
           OPEN I-O payee-index-file

           OPEN INPUT payee-file
           IF WS-PAYEE-STATUS = "00"
               PERFORM UNTIL END-OF-PAYEE-FILE = "Y"
                   READ payee-file
                       AT END
                           MOVE "Y" TO END-OF-PAYEE-FILE
                       NOT AT END
                           MOVE SPACES TO PAYEE-INDEX-RECORD
                           UNSTRING PAYEE-RECORD DELIMITED BY ","
                               INTO KM-CPR, KM-REG-NR, KM-KONTO
                           WRITE PAYEE-INDEX-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE payee-file
           END-IF
       exit.

      *> --- the queue so far: rule+reference pairs already raised,
      *> and the highest case number issued ---
       LOAD-EXISTING-CASES.
           OPEN OUTPUT case-index-file
           CLOSE case-index-file
           OPEN I-O case-index-file

           OPEN INPUT case-file
           IF WS-CASE-STATUS = "00"
               PERFORM UNTIL END-OF-CASE-FILE = "Y"
                   READ case-file
                       AT END
                           MOVE "Y" TO END-OF-CASE-FILE
                       NOT AT END
                           MOVE SPACES TO WS-Q-ID
                           MOVE SPACES TO WS-Q-REGEL
                           MOVE SPACES TO WS-Q-KILDE
                           MOVE SPACES TO WS-Q-KORT
                           MOVE SPACES TO WS-Q-KONTO
                           MOVE SPACES TO WS-Q-CPR
                           MOVE SPACES TO WS-Q-REF
                           UNSTRING CASE-RECORD DELIMITED BY ","
                               INTO WS-Q-ID, WS-Q-REGEL, WS-Q-KILDE,
                                    WS-Q-KORT, WS-Q-KONTO, WS-Q-CPR,
                                    WS-Q-REF
                           IF WS-Q-ID(3:6) NUMERIC
                               AND WS-Q-ID(3:6) > WS-CASE-SEQ
                               MOVE WS-Q-ID(3:6) TO WS-CASE-SEQ
                           END-IF
                           MOVE WS-Q-REGEL TO SAG-REGEL
                           MOVE WS-Q-REF TO SAG-REF
                           WRITE CASE-INDEX-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE case-file
           END-IF
       exit.

      *> --- card purchases: debit rows with a BUTIK ---
       COLLECT-DELIVERY-EVENTS.
           OPEN INPUT delivery-file
           IF WS-DELIVERY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-DELIVERY-FILE = "Y"
               READ delivery-file
                   AT END
                       MOVE "Y" TO END-OF-DELIVERY-FILE
                   NOT AT END
                       IF BUTIK OF delivery-in NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(BELOEB OF delivery-in) = 0
                           AND TIDSPUNKT OF delivery-in(5:1) = "-"
                           MOVE SPACES TO EVENT-INDEX-RECORD
                           MOVE "LEVERANCE" TO EV-KILDE
                           MOVE LEVERET-KORT-NR TO EV-KORT-NR
                           MOVE KONTO-ID OF delivery-in TO EV-KONTO-ID
                           MOVE CPR OF delivery-in TO EV-CPR
                           MOVE TRANS-REF OF delivery-in TO EV-REF
                           MOVE BELOEB OF delivery-in TO EV-BELOEB
                           MOVE TIDSPUNKT OF delivery-in TO EV-TIDSPUNKT
                           MOVE BUTIK OF delivery-in TO BY-BUTIK
                           perform STORE-CARD-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE delivery-file
       exit.

       COLLECT-INTRADAY-EVENTS.
           OPEN INPUT intraday-file
           IF WS-INTRADAY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-INTRADAY-FILE = "Y"
               READ intraday-file
                   AT END
                       MOVE "Y" TO END-OF-INTRADAY-FILE
                   NOT AT END
                       IF BUTIK OF intraday-in NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(BELOEB OF intraday-in) = 0
                           AND TIDSPUNKT OF intraday-in(5:1) = "-"
                           MOVE SPACES TO EVENT-INDEX-RECORD
                           MOVE "INTRADAG" TO EV-KILDE
                           MOVE KONTO-ID OF intraday-in TO EV-KONTO-ID
                           MOVE CPR OF intraday-in TO EV-CPR
                           MOVE TRANS-REF OF intraday-in TO EV-REF
                           MOVE BELOEB OF intraday-in TO EV-BELOEB
                           MOVE TIDSPUNKT OF intraday-in TO EV-TIDSPUNKT
                           MOVE BUTIK OF intraday-in TO BY-BUTIK
                           perform STORE-CARD-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE intraday-file
       exit.

      *> --- only debits count; key on the card, or the account when
      *> the row names no card; the minute count orders the window ---
       STORE-CARD-EVENT.
           IF FUNCTION NUMVAL(EV-BELOEB) >= 0
               EXIT PARAGRAPH
           END-IF
           IF EV-KORT-NR NOT = SPACES
               MOVE EV-KORT-NR TO EV-NOEGLE
           ELSE
               MOVE EV-KONTO-ID TO EV-NOEGLE
           END-IF
           MOVE EV-TIDSPUNKT TO WS-TIDSPUNKT
           perform TIDSPUNKT-TO-MINUTES
           MOVE WS-MINUT TO EV-MINUT
           ADD 1 TO WS-EVENT-SEQ
           MOVE WS-EVENT-SEQ TO EV-SEQ
           MOVE SPACES TO EV-BY
           READ city-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE BY-NAVN TO EV-BY
           END-READ
           WRITE EVENT-INDEX-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-EVENT-COUNT
           END-WRITE
       exit.

       TIDSPUNKT-TO-MINUTES.
           MOVE 0 TO WS-MINUT
           IF WS-TIDSPUNKT(1:4) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           STRING WS-TIDSPUNKT(1:4) WS-TIDSPUNKT(6:2) WS-TIDSPUNKT(9:2)
               DELIMITED BY SIZE INTO WS-EV-DATE-NUM
           COMPUTE WS-EV-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-EV-DATE-NUM)
           MOVE 0 TO WS-EV-HOUR
           MOVE 0 TO WS-EV-MIN
           IF WS-TIDSPUNKT(12:2) NUMERIC
               MOVE WS-TIDSPUNKT(12:2) TO WS-EV-HOUR
           END-IF
           IF WS-TIDSPUNKT(15:2) NUMERIC
               MOVE WS-TIDSPUNKT(15:2) TO WS-EV-MIN
           END-IF
           COMPUTE WS-MINUT = WS-EV-DATE-INT * 1440
               + WS-EV-HOUR * 60 + WS-EV-MIN
       exit.

      *> --- per card in time order: each purchase is held against
      *> the earlier ones still inside the rule's window ---
       SCAN-CARD-EVENTS.
           MOVE SPACES TO WS-CUR-NOEGLE
           MOVE 0 TO WS-WIN-COUNT
           MOVE LOW-VALUES TO EV-KEY
           START event-index-file KEY IS >= EV-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-EVENT-FILE
           END-START
           PERFORM UNTIL END-OF-EVENT-FILE = "Y"
               READ event-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-EVENT-FILE
                   NOT AT END
                       IF EV-NOEGLE NOT = WS-CUR-NOEGLE
                           MOVE EV-NOEGLE TO WS-CUR-NOEGLE
                           MOVE 0 TO WS-WIN-COUNT
                       END-IF
                       perform CHECK-ONE-CARD-EVENT
                       perform ADD-EVENT-TO-WINDOW
               END-READ
           END-PERFORM
       exit.

       CHECK-ONE-CARD-EVENT.
           COMPUTE WS-EV-AMOUNT = FUNCTION ABS(FUNCTION NUMVAL(EV-BELOEB))

           IF WS-BYSKIFT-AKTIV = "J" AND EV-BY NOT = SPACES
               MOVE SPACES TO WS-OTHER-CITY
               PERFORM VARYING WS-WIN-IX FROM 1 BY 1
                   UNTIL WS-WIN-IX > WS-WIN-COUNT
                   IF WIN-BY(WS-WIN-IX) NOT = SPACES
                       AND WIN-BY(WS-WIN-IX) NOT = EV-BY
                       AND EV-MINUT - WIN-MINUT(WS-WIN-IX)
                           <= WS-BYSKIFT-VINDUE
                       MOVE WIN-BY(WS-WIN-IX) TO WS-OTHER-CITY
                   END-IF
               END-PERFORM
               IF WS-OTHER-CITY NOT = SPACES
                   MOVE "BYSKIFT" TO WS-CASE-REGEL
                   MOVE SPACES TO WS-CASE-TEKST
                   STRING "Koeb i " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-OTHER-CITY) DELIMITED BY SIZE
                          " og " DELIMITED BY SIZE
                          FUNCTION TRIM(EV-BY) DELIMITED BY SIZE
                          INTO WS-CASE-TEKST
                   perform RAISE-CARD-CASE
               END-IF
           END-IF

           IF WS-TESTKOEB-AKTIV = "J"
               AND WS-EV-AMOUNT <= WS-TESTKOEB-GRAENSE
               MOVE 1 TO WS-SMALL-COUNT
               PERFORM VARYING WS-WIN-IX FROM 1 BY 1
                   UNTIL WS-WIN-IX > WS-WIN-COUNT
                   IF WIN-SMAA(WS-WIN-IX) = "J"
                       AND EV-MINUT - WIN-MINUT(WS-WIN-IX)
                           <= WS-TESTKOEB-VINDUE
                       ADD 1 TO WS-SMALL-COUNT
                   END-IF
               END-PERFORM
               *> one case per burst: raised when the count reaches
               *> the limit, not again for every purchase after it
               IF WS-SMALL-COUNT = WS-TESTKOEB-ANTAL
                   MOVE "TESTKOEB" TO WS-CASE-REGEL
                   MOVE SPACES TO WS-CASE-TEKST
                   STRING FUNCTION TRIM(WS-SMALL-COUNT) DELIMITED BY SIZE
                          " smaa koeb inden for vinduet" DELIMITED BY SIZE
                          INTO WS-CASE-TEKST
                   perform RAISE-CARD-CASE
               END-IF
           END-IF
       exit.

       ADD-EVENT-TO-WINDOW.
           IF WS-WIN-COUNT >= 50
               PERFORM VARYING WS-WIN-IX FROM 1 BY 1
                   UNTIL WS-WIN-IX > 49
                   MOVE WS-WIN-TABLE(WS-WIN-IX + 1)
                       TO WS-WIN-TABLE(WS-WIN-IX)
               END-PERFORM
               MOVE 49 TO WS-WIN-COUNT
           END-IF
           ADD 1 TO WS-WIN-COUNT
           MOVE EV-MINUT TO WIN-MINUT(WS-WIN-COUNT)
           MOVE EV-BY TO WIN-BY(WS-WIN-COUNT)
           IF WS-EV-AMOUNT <= WS-TESTKOEB-GRAENSE
               MOVE "J" TO WIN-SMAA(WS-WIN-COUNT)
           ELSE
               MOVE "N" TO WIN-SMAA(WS-WIN-COUNT)
           END-IF
       exit.

       RAISE-CARD-CASE.
           MOVE EV-KILDE TO WS-CASE-KILDE
           MOVE EV-KORT-NR TO WS-CASE-KORT-NR
           MOVE EV-KONTO-ID TO WS-CASE-KONTO-ID
           MOVE EV-CPR TO WS-CASE-CPR
           MOVE EV-REF TO WS-CASE-REF
           MOVE EV-BELOEB TO WS-CASE-BELOEB
           MOVE EV-TIDSPUNKT TO WS-CASE-TIDSPUNKT
           perform RAISE-CASE
       exit.

      *> --- payment orders: a large amount to a payee this CPR has
      *> never paid; every order's payee joins the history after ---
       SCREEN-PAYMENT-ORDERS.
           OPEN INPUT orders-file
           IF WS-ORDERS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-ORDERS-FILE = "Y"
               READ orders-file
                   AT END
                       MOVE "Y" TO END-OF-ORDERS-FILE
                   NOT AT END
                       perform SCREEN-ONE-ORDER
               END-READ
           END-PERFORM
           CLOSE orders-file
       exit.

       SCREEN-ONE-ORDER.
           MOVE SPACES TO WS-ORD-ID
           MOVE SPACES TO WS-ORD-CPR
           MOVE SPACES TO WS-ORD-KONTO-ID
           MOVE SPACES TO WS-ORD-REG-NR
           MOVE SPACES TO WS-ORD-MOD-CPR
           MOVE SPACES TO WS-ORD-MOD-KONTO
           MOVE SPACES TO WS-ORD-MOD-REG-NR
           MOVE SPACES TO WS-ORD-BELOEB
           MOVE SPACES TO WS-ORD-VALUTA
           MOVE SPACES TO WS-ORD-DATO
           MOVE SPACES TO WS-ORD-TID
           UNSTRING ORDER-RECORD DELIMITED BY ","
               INTO WS-ORD-ID, WS-ORD-CPR, WS-ORD-KONTO-ID,
                    WS-ORD-REG-NR, WS-ORD-MOD-CPR, WS-ORD-MOD-KONTO,
                    WS-ORD-MOD-REG-NR, WS-ORD-BELOEB, WS-ORD-VALUTA,
                    WS-ORD-DATO, WS-ORD-TID
           IF WS-ORD-ID = SPACES
               OR FUNCTION TEST-NUMVAL(WS-ORD-BELOEB) NOT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ORDER-COUNT

           MOVE WS-ORD-CPR TO KM-CPR
           MOVE WS-ORD-MOD-REG-NR TO KM-REG-NR
           MOVE WS-ORD-MOD-KONTO TO KM-KONTO
           READ payee-index-file
               INVALID KEY
                   IF WS-NYMODT-AKTIV = "J"
                       AND FUNCTION ABS(FUNCTION NUMVAL(WS-ORD-BELOEB))
                           >= WS-NYMODT-GRAENSE
                       MOVE "NYMODTAGER" TO WS-CASE-REGEL
                       MOVE "BETALING" TO WS-CASE-KILDE
                       MOVE SPACES TO WS-CASE-KORT-NR
                       MOVE WS-ORD-KONTO-ID TO WS-CASE-KONTO-ID
                       MOVE WS-ORD-CPR TO WS-CASE-CPR
                       MOVE WS-ORD-ID TO WS-CASE-REF
                       MOVE WS-ORD-BELOEB TO WS-CASE-BELOEB
                       MOVE SPACES TO WS-CASE-TIDSPUNKT
                       STRING WS-ORD-DATO DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-ORD-TID DELIMITED BY SIZE
                              INTO WS-CASE-TIDSPUNKT
                       MOVE SPACES TO WS-CASE-TEKST
                       STRING "Ny modtager " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-ORD-MOD-REG-NR)
                                  DELIMITED BY SIZE
                              "-" DELIMITED BY SIZE
                              FUNCTION TRIM(WS-ORD-MOD-KONTO)
                                  DELIMITED BY SIZE
                              INTO WS-CASE-TEKST
                       perform RAISE-CASE
                   END-IF
                   MOVE WS-ORD-CPR TO KM-CPR
                   MOVE WS-ORD-MOD-REG-NR TO KM-REG-NR
                   MOVE WS-ORD-MOD-KONTO TO KM-KONTO
                   WRITE PAYEE-INDEX-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   CONTINUE
           END-READ
       exit.

      *> --- one queue line per new rule+reference ---
       RAISE-CASE.
           MOVE WS-CASE-REGEL TO SAG-REGEL
           MOVE WS-CASE-REF TO SAG-REF
           WRITE CASE-INDEX-RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-WRITE

           ADD 1 TO WS-CASE-SEQ
           ADD 1 TO WS-CASE-COUNT
           MOVE SPACES TO WS-CASE-ID
           STRING "SV" WS-CASE-SEQ DELIMITED BY SIZE INTO WS-CASE-ID

           MOVE SPACES TO CASE-RECORD
           STRING FUNCTION TRIM(WS-CASE-ID) ","
                  FUNCTION TRIM(WS-CASE-REGEL) ","
                  FUNCTION TRIM(WS-CASE-KILDE) ","
                  FUNCTION TRIM(WS-CASE-KORT-NR) ","
                  FUNCTION TRIM(WS-CASE-KONTO-ID) ","
                  FUNCTION TRIM(WS-CASE-CPR) ","
                  FUNCTION TRIM(WS-CASE-REF) ","
                  FUNCTION TRIM(WS-CASE-BELOEB) ","
                  FUNCTION TRIM(WS-CASE-TIDSPUNKT) ","
                  "AABEN," WS-TODAY-DATE
                  DELIMITED BY SIZE INTO CASE-RECORD
           WRITE CASE-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING FUNCTION TRIM(WS-CASE-ID) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CASE-REGEL) DELIMITED BY SIZE
                  " - KONTO-ID: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CASE-KONTO-ID) DELIMITED BY SIZE
                  ", Ref: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CASE-REF) DELIMITED BY SIZE
                  ", Beloeb: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CASE-BELOEB) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CASE-TEKST) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

       REWRITE-KNOWN-PAYEES.
           OPEN OUTPUT payee-file
           MOVE "N" TO END-OF-PAYEE-FILE
           MOVE LOW-VALUES TO KM-KEY
           START payee-index-file KEY IS >= KM-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-PAYEE-FILE
           END-START
           PERFORM UNTIL END-OF-PAYEE-FILE = "Y"
               READ payee-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-PAYEE-FILE
                   NOT AT END
                       MOVE SPACES TO PAYEE-RECORD
                       STRING FUNCTION TRIM(KM-CPR) ","
                              FUNCTION TRIM(KM-REG-NR) ","
                              FUNCTION TRIM(KM-KONTO)
                              DELIMITED BY SIZE INTO PAYEE-RECORD
                       WRITE PAYEE-RECORD
               END-READ
           END-PERFORM
           CLOSE payee-file
       exit.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-EVENT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Kortkoeb screenet: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-ORDER-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Betalingsordrer screenet: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-CASE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Nye svindelsager: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
