identification division.
       program-id. RevisionStikproeve.

      *> --- Internal-audit sampling with an evidence pack per sampled
      *> item. 129-StikproeveParam.txt holds NOEGLE;VAERDI lines:
      *>   POPULATION  TRANSAKTIONER (10-Transaktioner.txt, default),
      *>               JUSTERING (36-JusteringLog.txt), KUNDEAUDIT
      *>               (17-KundeAuditLog.txt), STORPOSTERING
      *>               (84-StorPosteringLog.txt) or KONTOLIV
      *>               (19-KontoLivsLog.txt)
      *>   FRA / TIL   the period, YYYY-MM-DD (default last month)
      *>   ANTAL       the sample size (default 25)
      *>   FROE        the seed (default taken from the clock and
      *>               printed, so the draw can be repeated)
      *>   BAAND       an amount band limit in DKK, one line per limit
      *>               in rising order (up to 8); each item falls in
      *>               the first band whose limit its absolute amount
      *>               stays under, or in the top band. The customer
      *>               audit and lifecycle logs carry no amount and
      *>               fall in the lowest band.
      *> Every item of the period gets a draw from the seeded
      *> Park-Miller generator in file order; per band the items with
      *> the lowest draws are taken, the sample split over the bands
      *> in proportion to their population (at least one item from a
      *> band that has any). The same files, period and seed
      *> therefore always give the same sample.
      *> 129-Stikproeve.txt is the sample list with the parameters in
      *> force; 129-Bevispakke.txt holds per item the source row, the
      *> approvals it passed (the four-eyes decision in
      *> 84-StorPosteringLog.txt, the preparer and approver of an
      *> adjustment, the operator of a maintenance entry), the
      *> statement archive line (10-UdskriftArkiv.txt) that showed it
      *> to the customer and the ledger posting in
      *> 44-HovedbogHistorik.txt it rolled into. ---

environment division.
input-output section.
file-control.
       select param-file assign to "129-StikproeveParam.txt"
           organization line sequential
           file status is WS-PARAM-STATUS.

       select transactions-file assign to "10-Transaktioner.txt"
           organization is indexed
           access mode is dynamic
           record key is CPR of transactions-in with duplicates
           alternate record key is TRANS-REF of transactions-in
               with duplicates
           alternate record key is BUTIK of transactions-in
               with duplicates
           file status is WS-TRANS-STATUS.

       select source-log-file assign to WS-SOURCE-FILENAME
           organization line sequential
           file status is WS-SOURCE-STATUS.

       select approval-log-file assign to "84-StorPosteringLog.txt"
           organization line sequential
           file status is WS-APPROVAL-STATUS.

       select statement-archive-file assign to "10-UdskriftArkiv.txt"
           organization is indexed
           access mode is dynamic
           record key is ARK-KEY
           file status is WS-ARCHIVE-STATUS.

       select gl-history-file assign to "44-HovedbogHistorik.txt"
           organization line sequential
           file status is WS-GL-HISTORY-STATUS.

      *> --- the population of the period, in band and draw order ---
       select sample-file assign to "WS-Stikproeve.tmp"
           organization is indexed
           access mode is dynamic
           record key is SP-KEY
           file status is WS-SAMPLE-STATUS.

       select list-file assign to "129-Stikproeve.txt"
           organization line sequential.

       select evidence-file assign to "129-Bevispakke.txt"
           organization line sequential.

data division.
file section.
FD param-file.
       01 PARAM-RECORD pic x(40).

FD transactions-file.
01 transactions-in.
       copy "10-TRANSAKTIONER.cpy".

FD source-log-file.
       01 SOURCE-LOG-RECORD pic x(350).

FD approval-log-file.
       01 APPROVAL-LOG-RECORD pic x(180).

FD statement-archive-file.
       01 STATEMENT-ARCHIVE-RECORD.
           05 ARK-KEY.
               10 ARK-CPR pic x(15).
               10 ARK-CYKLUS pic x(8).
               10 ARK-LINE-SEQ pic 9(5).
           05 ARK-LINE pic x(100).

FD gl-history-file.
       01 GL-HISTORY-RECORD pic x(80).

FD sample-file.
       01 SAMPLE-RECORD.
           05 SP-KEY.
               10 SP-STRATUM pic 9.
               10 SP-TILFAELDIG pic 9(10).
               10 SP-LOEBENR pic 9(7).
           05 SP-DATO pic x(10).
           05 SP-BELOEB pic S9(13)v99.
           05 SP-RAEKKE pic x(350).

FD list-file.
       01 LIST-RECORD pic x(400).

FD evidence-file.
       01 EVIDENCE-RECORD pic x(400).

WORKING-STORAGE SECTION.
       01 WS-PARAM-STATUS pic XX value spaces.
       01 WS-TRANS-STATUS pic XX value spaces.
       01 WS-SOURCE-STATUS pic XX value spaces.
       01 WS-APPROVAL-STATUS pic XX value spaces.
       01 WS-ARCHIVE-STATUS pic XX value spaces.
       01 WS-GL-HISTORY-STATUS pic XX value spaces.
       01 WS-SAMPLE-STATUS pic XX value spaces.

       01 END-OF-PARAM-FILE pic x value "N".
       01 END-OF-TRANSACTIONS-FILE pic x value "N".
       01 END-OF-SOURCE-FILE pic x value "N".
       01 END-OF-APPROVAL-FILE pic x value "N".
       01 END-OF-ARCHIVE-FILE pic x value "N".
       01 END-OF-GL-HISTORY-FILE pic x value "N".
       01 END-OF-SAMPLE-FILE pic x value "N".
       01 WS-TRANS-OPEN pic x value "N".
       01 WS-ARCHIVE-OPEN pic x value "N".

       01 WS-PARAM-NOEGLE pic x(20) value spaces.
       01 WS-PARAM-VAERDI pic x(20) value spaces.
       01 WS-POPULATION pic x(14) value "TRANSAKTIONER".
       01 WS-SOURCE-FILENAME pic x(40) value spaces.
       01 WS-FRA-DATO pic x(10) value spaces.
       01 WS-TIL-DATO pic x(10) value spaces.
       01 WS-ANTAL pic 9(5) value 25.
       01 WS-FROE pic 9(10) value 0.
       01 WS-YEAR-NUM pic 9(4) value 0.
       01 WS-MONTH-NUM pic 9(2) value 0.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.

      *> --- amount bands: the limits, and population and sample per
      *> band (one band more than there are limits) ---
       01 WS-BAAND-COUNT pic 9 value 0.
       01 WS-BAAND-GRAENSE pic S9(13)v99 OCCURS 8 TIMES.
       01 WS-STRATUM-COUNT pic 9 value 1.
       01 WS-STRATUM-IX pic 9 value 0.
       01 WS-STRATUM-TABLE OCCURS 9 TIMES.
           05 STR-POPULATION pic 9(7).
           05 STR-UDVALG pic 9(7).
           05 STR-TAGET pic 9(7).
       01 WS-POPULATION-TOTAL pic 9(7) value 0.
       01 WS-UDVALG-TOTAL pic 9(7) value 0.

      *> --- Park-Miller minimal standard generator ---
       01 WS-TILFAELDIG pic 9(10) value 1.
       01 WS-PRODUKT pic 9(15) value 0.
       01 WS-KVOTIENT pic 9(15) value 0.

       01 WS-LOEBENR pic 9(7) value 0.
       01 WS-STIKPROEVE-NR pic 9(5) value 0.
       01 WS-ITEM-DATO pic x(10) value spaces.
       01 WS-ITEM-BELOEB pic S9(13)v99 value 0.
       01 WS-ITEM-ABS pic S9(13)v99 value 0.

       01 WS-KURS-VALUTA pic x(3) value spaces.
       01 WS-KURS-DATO pic x(10) value spaces.
       01 WS-KURS pic S9(5)v9999 value 0.
       01 WS-KURS-STATUS pic XX value spaces.

      *> --- pieces of the log lines ---
       01 WS-DEL-FOER pic x(350) value spaces.
       01 WS-DEL-REST pic x(350) value spaces.
       01 WS-FOER-TEKST pic x(20) value spaces.
       01 WS-EFTER-TEKST pic x(20) value spaces.
       01 WS-BELOEB-TEKST pic x(20) value spaces.
       01 WS-VALUTA-TEKST pic x(5) value spaces.
       01 WS-AFGOERELSE-TEKST pic x(10) value spaces.
       01 WS-REF-TEKST pic x(20) value spaces.
       01 WS-FORBEREDER-TEKST pic x(10) value spaces.
       01 WS-GODKENDER-TEKST pic x(10) value spaces.
       01 WS-OPERATOER-TEKST pic x(10) value spaces.

       01 WS-RAEKKE-TEKST pic x(350) value spaces.
       01 WS-MOENSTER pic x(60) value spaces.
       01 WS-MOENSTER-LAENGDE pic 9(3) value 0.
       01 WS-TREFFER pic 9(3) value 0.
       01 WS-FUNDET pic x value "N".

       01 WS-AMOUNT-DISPLAY pic -Z(12)9.99.
       01 WS-COUNT-DISPLAY pic Z(6)9.
       01 WS-COUNT-DISPLAY-2 pic Z(6)9.
       01 WS-SEED-DISPLAY pic Z(9)9.
       01 WS-NR-DISPLAY pic 9(5).
       01 WS-LOEBENR-DISPLAY pic 9(7).

PROCEDURE DIVISION.
       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS
       MOVE WS-TODAY-DATE(1:4) TO WS-YEAR-NUM
       MOVE WS-TODAY-DATE(6:2) TO WS-MONTH-NUM
       IF WS-MONTH-NUM = 1
           MOVE 12 TO WS-MONTH-NUM
           SUBTRACT 1 FROM WS-YEAR-NUM
       ELSE
           SUBTRACT 1 FROM WS-MONTH-NUM
       END-IF
       STRING WS-YEAR-NUM "-" WS-MONTH-NUM "-01" DELIMITED BY SIZE
           INTO WS-FRA-DATO
       STRING WS-YEAR-NUM "-" WS-MONTH-NUM "-31" DELIMITED BY SIZE
           INTO WS-TIL-DATO
       MOVE FUNCTION CURRENT-DATE(7:10) TO WS-FROE

       perform LOAD-SAMPLING-PARAMETERS
       COMPUTE WS-STRATUM-COUNT = WS-BAAND-COUNT + 1
       PERFORM VARYING WS-STRATUM-IX FROM 1 BY 1 UNTIL WS-STRATUM-IX > 9
           MOVE 0 TO STR-POPULATION(WS-STRATUM-IX)
           MOVE 0 TO STR-UDVALG(WS-STRATUM-IX)
           MOVE 0 TO STR-TAGET(WS-STRATUM-IX)
       END-PERFORM

       EVALUATE WS-POPULATION
           WHEN "TRANSAKTIONER"
               CONTINUE
           WHEN "JUSTERING"
               MOVE "36-JusteringLog.txt" TO WS-SOURCE-FILENAME
           WHEN "KUNDEAUDIT"
               MOVE "17-KundeAuditLog.txt" TO WS-SOURCE-FILENAME
           WHEN "STORPOSTERING"
               MOVE "84-StorPosteringLog.txt" TO WS-SOURCE-FILENAME
           WHEN "KONTOLIV"
               MOVE "19-KontoLivsLog.txt" TO WS-SOURCE-FILENAME
           WHEN OTHER
               DISPLAY "RevisionStikproeve: ukendt population "
                   FUNCTION TRIM(WS-POPULATION)
               MOVE 1 TO RETURN-CODE
               STOP RUN
       END-EVALUATE

       DIVIDE WS-FROE BY 2147483647 GIVING WS-KVOTIENT
           REMAINDER WS-TILFAELDIG
       IF WS-TILFAELDIG = 0
           MOVE 1 TO WS-TILFAELDIG
       END-IF

       OPEN INPUT transactions-file
       IF WS-TRANS-STATUS = "00"
           MOVE "Y" TO WS-TRANS-OPEN
       END-IF
       OPEN INPUT statement-archive-file
       IF WS-ARCHIVE-STATUS = "00"
           MOVE "Y" TO WS-ARCHIVE-OPEN
       END-IF

       OPEN OUTPUT sample-file
       CLOSE sample-file
       OPEN I-O sample-file

       IF WS-POPULATION = "TRANSAKTIONER"
           perform BUILD-TRANSACTION-POPULATION
       ELSE
           perform BUILD-LOG-POPULATION
       END-IF
       perform ALLOCATE-SAMPLE

       OPEN OUTPUT list-file
       OPEN OUTPUT evidence-file
       perform WRITE-LIST-HEADER
       perform DRAW-SAMPLE
       CLOSE list-file
       CLOSE evidence-file

       CLOSE sample-file
       IF WS-TRANS-OPEN = "Y"
           CLOSE transactions-file
       END-IF
       IF WS-ARCHIVE-OPEN = "Y"
           CLOSE statement-archive-file
       END-IF

       MOVE WS-STIKPROEVE-NR TO WS-COUNT-DISPLAY
       MOVE WS-POPULATION-TOTAL TO WS-COUNT-DISPLAY-2
       DISPLAY "RevisionStikproeve: " FUNCTION TRIM(WS-COUNT-DISPLAY)
           " udtaget af " FUNCTION TRIM(WS-COUNT-DISPLAY-2) " ("
           FUNCTION TRIM(WS-POPULATION) ")"
stop run.

       LOAD-SAMPLING-PARAMETERS.
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
                           WHEN "POPULATION"
                               MOVE FUNCTION UPPER-CASE(WS-PARAM-VAERDI)
                                   TO WS-POPULATION
                           WHEN "FRA"
                               MOVE WS-PARAM-VAERDI(1:10) TO WS-FRA-DATO
                           WHEN "TIL"
                               MOVE WS-PARAM-VAERDI(1:10) TO WS-TIL-DATO
                           WHEN "ANTAL"
                               IF FUNCTION TEST-NUMVAL(WS-PARAM-VAERDI) = 0
                                   COMPUTE WS-ANTAL =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               END-IF
                           WHEN "FROE"
                               IF FUNCTION TEST-NUMVAL(WS-PARAM-VAERDI) = 0
                                   COMPUTE WS-FROE =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               END-IF
                           WHEN "BAAND"
                               IF FUNCTION TEST-NUMVAL(WS-PARAM-VAERDI) = 0
                                   AND WS-BAAND-COUNT < 8
                                   ADD 1 TO WS-BAAND-COUNT
                                   COMPUTE WS-BAAND-GRAENSE(WS-BAAND-COUNT) =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE param-file
       exit.

      *> --- the posted rows of the period in master key order, the
      *> amount in DKK at the row's own date ---
       BUILD-TRANSACTION-POPULATION.
           IF WS-TRANS-OPEN = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO CPR OF transactions-in
           START transactions-file KEY IS >= CPR OF transactions-in
               INVALID KEY
                   MOVE "Y" TO END-OF-TRANSACTIONS-FILE
           END-START
           PERFORM UNTIL END-OF-TRANSACTIONS-FILE = "Y"
               READ transactions-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-TRANSACTIONS-FILE
                   NOT AT END
                       MOVE TIDSPUNKT OF transactions-in(1:10) TO WS-ITEM-DATO
                       IF WS-ITEM-DATO >= WS-FRA-DATO
                           AND WS-ITEM-DATO <= WS-TIL-DATO
                           MOVE 0 TO WS-ITEM-BELOEB
                           IF FUNCTION TEST-NUMVAL(BELOEB OF transactions-in) = 0
                               COMPUTE WS-ITEM-BELOEB =
                                   FUNCTION NUMVAL(BELOEB OF transactions-in)
                               MOVE VALUTA OF transactions-in TO WS-KURS-VALUTA
                               perform CONVERT-ITEM-TO-DKK
                           END-IF
                           MOVE SPACES TO SP-RAEKKE
                           MOVE transactions-in TO SP-RAEKKE
                           perform ADD-POPULATION-ITEM
                       END-IF
               END-READ
           END-PERFORM
       exit.

      *> --- the log lines of the period; every log starts with the
      *> YYYYMMDD-HHMMSS stamp ---
       BUILD-LOG-POPULATION.
           OPEN INPUT source-log-file
           IF WS-SOURCE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-SOURCE-FILE = "Y"
               READ source-log-file
                   AT END
                       MOVE "Y" TO END-OF-SOURCE-FILE
                   NOT AT END
                       MOVE SPACES TO WS-ITEM-DATO
                       STRING SOURCE-LOG-RECORD(1:4) "-"
                              SOURCE-LOG-RECORD(5:2) "-"
                              SOURCE-LOG-RECORD(7:2)
                              DELIMITED BY SIZE INTO WS-ITEM-DATO
                       IF SOURCE-LOG-RECORD(1:8) IS NUMERIC
                           AND WS-ITEM-DATO >= WS-FRA-DATO
                           AND WS-ITEM-DATO <= WS-TIL-DATO
                           MOVE 0 TO WS-ITEM-BELOEB
                           EVALUATE WS-POPULATION
                               WHEN "JUSTERING"
                                   perform AMOUNT-OF-ADJUSTMENT
                               WHEN "STORPOSTERING"
                                   perform AMOUNT-OF-LARGE-POSTING
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                           MOVE SOURCE-LOG-RECORD TO SP-RAEKKE
                           perform ADD-POPULATION-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE source-log-file
       exit.

      *> --- "..., Foer: <saldo>, Efter: <saldo>, Forbereder: ..." -
      *> the size of an adjustment is the move it made ---
       AMOUNT-OF-ADJUSTMENT.
           MOVE SPACES TO WS-DEL-FOER
           MOVE SPACES TO WS-FOER-TEKST
           MOVE SPACES TO WS-EFTER-TEKST
           MOVE SPACES TO WS-DEL-REST
           UNSTRING SOURCE-LOG-RECORD DELIMITED BY ", Foer: " OR ", Efter: "
               OR ", Forbereder: "
               INTO WS-DEL-FOER, WS-FOER-TEKST, WS-EFTER-TEKST, WS-DEL-REST
           IF FUNCTION TEST-NUMVAL(WS-FOER-TEKST) = 0
               AND FUNCTION TEST-NUMVAL(WS-EFTER-TEKST) = 0
               COMPUTE WS-ITEM-BELOEB = FUNCTION NUMVAL(WS-EFTER-TEKST)
                   - FUNCTION NUMVAL(WS-FOER-TEKST)
           END-IF
       exit.

      *> --- "..., Beloeb: <beloeb> <valuta>[, Memo-advarsel: ...]" ---
       AMOUNT-OF-LARGE-POSTING.
           MOVE SPACES TO WS-DEL-FOER
           MOVE SPACES TO WS-DEL-REST
           MOVE SPACES TO WS-BELOEB-TEKST
           MOVE SPACES TO WS-VALUTA-TEKST
           UNSTRING SOURCE-LOG-RECORD DELIMITED BY ", Beloeb: "
               INTO WS-DEL-FOER, WS-DEL-REST
           UNSTRING WS-DEL-REST DELIMITED BY " " OR ","
               INTO WS-BELOEB-TEKST, WS-VALUTA-TEKST
           IF FUNCTION TEST-NUMVAL(WS-BELOEB-TEKST) = 0
               COMPUTE WS-ITEM-BELOEB = FUNCTION NUMVAL(WS-BELOEB-TEKST)
               MOVE WS-VALUTA-TEKST(1:3) TO WS-KURS-VALUTA
               perform CONVERT-ITEM-TO-DKK
           END-IF
       exit.

       CONVERT-ITEM-TO-DKK.
           IF WS-KURS-VALUTA = "DKK" OR WS-KURS-VALUTA = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ITEM-DATO TO WS-KURS-DATO
           CALL "KursopslagDato" USING WS-KURS-VALUTA WS-KURS-DATO
               WS-KURS WS-KURS-STATUS
           IF WS-KURS-STATUS = "00"
               MULTIPLY WS-KURS BY WS-ITEM-BELOEB
           END-IF
       exit.

      *> --- one draw per item in file order keeps the sample tied to
      *> the seed ---
       ADD-POPULATION-ITEM.
           ADD 1 TO WS-LOEBENR
           COMPUTE WS-PRODUKT = WS-TILFAELDIG * 16807
           DIVIDE WS-PRODUKT BY 2147483647 GIVING WS-KVOTIENT
               REMAINDER WS-TILFAELDIG

           IF WS-ITEM-BELOEB < 0
               COMPUTE WS-ITEM-ABS = 0 - WS-ITEM-BELOEB
           ELSE
               MOVE WS-ITEM-BELOEB TO WS-ITEM-ABS
           END-IF
           MOVE WS-STRATUM-COUNT TO SP-STRATUM
           PERFORM VARYING WS-STRATUM-IX FROM 1 BY 1
                   UNTIL WS-STRATUM-IX > WS-BAAND-COUNT
               IF WS-ITEM-ABS < WS-BAAND-GRAENSE(WS-STRATUM-IX)
                   MOVE WS-STRATUM-IX TO SP-STRATUM
                   EXIT PERFORM
               END-IF
           END-PERFORM

           MOVE WS-TILFAELDIG TO SP-TILFAELDIG
           MOVE WS-LOEBENR TO SP-LOEBENR
           MOVE WS-ITEM-DATO TO SP-DATO
           MOVE WS-ITEM-BELOEB TO SP-BELOEB
           WRITE SAMPLE-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           ADD 1 TO STR-POPULATION(SP-STRATUM)
           ADD 1 TO WS-POPULATION-TOTAL
       exit.

      *> --- proportional split, rounded; a band with items gives at
      *> least one and never more than it has ---
       ALLOCATE-SAMPLE.
           IF WS-POPULATION-TOTAL = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-STRATUM-IX FROM 1 BY 1
                   UNTIL WS-STRATUM-IX > WS-STRATUM-COUNT
               IF STR-POPULATION(WS-STRATUM-IX) > 0
                   IF WS-ANTAL >= WS-POPULATION-TOTAL
                       MOVE STR-POPULATION(WS-STRATUM-IX)
                           TO STR-UDVALG(WS-STRATUM-IX)
                   ELSE
                       COMPUTE STR-UDVALG(WS-STRATUM-IX) ROUNDED =
                           WS-ANTAL * STR-POPULATION(WS-STRATUM-IX)
                               / WS-POPULATION-TOTAL
                       IF STR-UDVALG(WS-STRATUM-IX) = 0
                           MOVE 1 TO STR-UDVALG(WS-STRATUM-IX)
                       END-IF
                       IF STR-UDVALG(WS-STRATUM-IX) >
                           STR-POPULATION(WS-STRATUM-IX)
                           MOVE STR-POPULATION(WS-STRATUM-IX)
                               TO STR-UDVALG(WS-STRATUM-IX)
                       END-IF
                   END-IF
                   ADD STR-UDVALG(WS-STRATUM-IX) TO WS-UDVALG-TOTAL
               END-IF
           END-PERFORM
       exit.

       WRITE-LIST-HEADER.
           MOVE SPACES TO LIST-RECORD
           STRING "Revisionsstikproeve - population "
                  FUNCTION TRIM(WS-POPULATION) ", periode " WS-FRA-DATO
                  " - " WS-TIL-DATO
                  DELIMITED BY SIZE INTO LIST-RECORD
           WRITE LIST-RECORD
           MOVE WS-FROE TO WS-SEED-DISPLAY
           MOVE WS-ANTAL TO WS-COUNT-DISPLAY
           MOVE SPACES TO LIST-RECORD
           STRING "Froe: " FUNCTION TRIM(WS-SEED-DISPLAY)
                  ", oensket antal: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO LIST-RECORD
           WRITE LIST-RECORD
           PERFORM VARYING WS-STRATUM-IX FROM 1 BY 1
                   UNTIL WS-STRATUM-IX > WS-STRATUM-COUNT
               MOVE SPACES TO LIST-RECORD
               STRING "Baand " WS-STRATUM-IX ": " DELIMITED BY SIZE
                   INTO LIST-RECORD
               IF WS-STRATUM-IX <= WS-BAAND-COUNT
                   MOVE WS-BAAND-GRAENSE(WS-STRATUM-IX) TO WS-AMOUNT-DISPLAY
                   STRING FUNCTION TRIM(LIST-RECORD) " under "
                          FUNCTION TRIM(WS-AMOUNT-DISPLAY) " DKK"
                          DELIMITED BY SIZE INTO LIST-RECORD
               ELSE
                   STRING FUNCTION TRIM(LIST-RECORD) " resten"
                          DELIMITED BY SIZE INTO LIST-RECORD
               END-IF
               MOVE STR-POPULATION(WS-STRATUM-IX) TO WS-COUNT-DISPLAY
               MOVE STR-UDVALG(WS-STRATUM-IX) TO WS-COUNT-DISPLAY-2
               STRING FUNCTION TRIM(LIST-RECORD) ", population "
                      FUNCTION TRIM(WS-COUNT-DISPLAY) ", udtages "
                      FUNCTION TRIM(WS-COUNT-DISPLAY-2)
                      DELIMITED BY SIZE INTO LIST-RECORD
               WRITE LIST-RECORD
           END-PERFORM
           MOVE SPACES TO LIST-RECORD
           STRING "NR;BAAND;LOEBENR;DATO;BELOEB-DKK;RAEKKE"
                  DELIMITED BY SIZE INTO LIST-RECORD
           WRITE LIST-RECORD
       exit.

      *> --- per band the lowest draws come first ---
       DRAW-SAMPLE.
           MOVE LOW-VALUES TO SP-KEY
           START sample-file KEY IS >= SP-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-SAMPLE-FILE
           END-START
           PERFORM UNTIL END-OF-SAMPLE-FILE = "Y"
               READ sample-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-SAMPLE-FILE
                   NOT AT END
                       IF STR-TAGET(SP-STRATUM) < STR-UDVALG(SP-STRATUM)
                           ADD 1 TO STR-TAGET(SP-STRATUM)
                           ADD 1 TO WS-STIKPROEVE-NR
                           perform FORMAT-SOURCE-ROW
                           perform WRITE-SAMPLE-LINE
                           perform BUILD-EVIDENCE-PACK
                       END-IF
               END-READ
           END-PERFORM
       exit.

       FORMAT-SOURCE-ROW.
           MOVE SPACES TO WS-RAEKKE-TEKST
           IF WS-POPULATION = "TRANSAKTIONER"
               MOVE SP-RAEKKE TO transactions-in
               STRING FUNCTION TRIM(CPR OF transactions-in) ";"
                      FUNCTION TRIM(KONTO-ID OF transactions-in) ";"
                      FUNCTION TRIM(REG-NR OF transactions-in) ";"
                      FUNCTION TRIM(FILIAL-NR OF transactions-in) ";"
                      TIDSPUNKT OF transactions-in ";"
                      FUNCTION TRIM(TRANSAKTIONSTYPE OF transactions-in) ";"
                      FUNCTION TRIM(BELOEB OF transactions-in) ";"
                      FUNCTION TRIM(VALUTA OF transactions-in) ";"
                      FUNCTION TRIM(BUTIK OF transactions-in) ";"
                      FUNCTION TRIM(TRANS-REF OF transactions-in)
                      DELIMITED BY SIZE INTO WS-RAEKKE-TEKST
           ELSE
               MOVE SP-RAEKKE TO WS-RAEKKE-TEKST
           END-IF
       exit.

       WRITE-SAMPLE-LINE.
           MOVE WS-STIKPROEVE-NR TO WS-NR-DISPLAY
           MOVE SP-LOEBENR TO WS-LOEBENR-DISPLAY
           MOVE SP-BELOEB TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO LIST-RECORD
           STRING WS-NR-DISPLAY ";" SP-STRATUM ";" WS-LOEBENR-DISPLAY ";"
                  SP-DATO ";" FUNCTION TRIM(WS-AMOUNT-DISPLAY) ";"
                  FUNCTION TRIM(WS-RAEKKE-TEKST)
                  DELIMITED BY SIZE INTO LIST-RECORD
           WRITE LIST-RECORD
       exit.

       BUILD-EVIDENCE-PACK.
           MOVE SPACES TO EVIDENCE-RECORD
           WRITE EVIDENCE-RECORD
           MOVE SPACES TO EVIDENCE-RECORD
           STRING "==== Stikproeve " WS-NR-DISPLAY " (baand " SP-STRATUM
                  ", loebenr " WS-LOEBENR-DISPLAY ") ===="
                  DELIMITED BY SIZE INTO EVIDENCE-RECORD
           WRITE EVIDENCE-RECORD
           MOVE SPACES TO EVIDENCE-RECORD
           STRING "Kilde: " FUNCTION TRIM(WS-RAEKKE-TEKST)
                  DELIMITED BY SIZE INTO EVIDENCE-RECORD
           WRITE EVIDENCE-RECORD

           EVALUATE WS-POPULATION
               WHEN "TRANSAKTIONER"
                   perform EVIDENCE-POSTED-ROW
               WHEN "STORPOSTERING"
                   perform EVIDENCE-LARGE-POSTING
               WHEN "JUSTERING"
                   perform EVIDENCE-ADJUSTMENT
               WHEN OTHER
                   perform EVIDENCE-MAINTENANCE
           END-EVALUATE
       exit.

      *> --- a posted row: the four-eyes decision if it was parked,
      *> then the statement and the ledger ---
       EVIDENCE-POSTED-ROW.
           MOVE TRANS-REF OF transactions-in TO WS-REF-TEKST
           perform FIND-FOUR-EYES-DECISION
           perform FIND-STATEMENT-LINE
           perform FIND-LEDGER-POSTING
       exit.

      *> --- the decision is the approval; a released row is followed
      *> to the master by its reference ---
       EVIDENCE-LARGE-POSTING.
           MOVE SPACES TO WS-DEL-FOER
           MOVE SPACES TO WS-DEL-REST
           MOVE SPACES TO WS-AFGOERELSE-TEKST
           MOVE SPACES TO WS-GODKENDER-TEKST
           MOVE SPACES TO WS-REF-TEKST
           UNSTRING SP-RAEKKE DELIMITED BY ", Afgoerelse: "
               INTO WS-DEL-FOER, WS-DEL-REST
           UNSTRING WS-DEL-REST DELIMITED BY ","
               INTO WS-AFGOERELSE-TEKST
           UNSTRING SP-RAEKKE DELIMITED BY ", Godkender: "
               INTO WS-DEL-FOER, WS-DEL-REST
           UNSTRING WS-DEL-REST DELIMITED BY ","
               INTO WS-GODKENDER-TEKST
           UNSTRING SP-RAEKKE DELIMITED BY ", Ref: "
               INTO WS-DEL-FOER, WS-DEL-REST
           UNSTRING WS-DEL-REST DELIMITED BY ","
               INTO WS-REF-TEKST
           MOVE SPACES TO EVIDENCE-RECORD
           STRING "Godkendelse: fire-oejne-afgoerelse "
                  FUNCTION TRIM(WS-AFGOERELSE-TEKST) " af "
                  FUNCTION TRIM(WS-GODKENDER-TEKST)
                  DELIMITED BY SIZE INTO EVIDENCE-RECORD
           WRITE EVIDENCE-RECORD

           IF FUNCTION TRIM(WS-AFGOERELSE-TEKST) NOT = "GODKEND"
               MOVE "Bogfoering: ingen - posteringen blev ikke frigivet"
                   TO EVIDENCE-RECORD
               WRITE EVIDENCE-RECORD
               EXIT PARAGRAPH
           END-IF
           IF WS-TRANS-OPEN = "N"
               MOVE "Bogfoering: transaktionsmasteren kunne ikke aabnes"
                   TO EVIDENCE-RECORD
               WRITE EVIDENCE-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-FUNDET
           MOVE WS-REF-TEKST TO TRANS-REF OF transactions-in
           READ transactions-file KEY IS TRANS-REF OF transactions-in
               INVALID KEY
                   MOVE "N" TO WS-FUNDET
           END-READ
           IF WS-FUNDET = "N"
               MOVE "Bogfoering: ikke fundet i transaktionsmasteren (endnu ikke indlaest)"
                   TO EVIDENCE-RECORD
               WRITE EVIDENCE-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO EVIDENCE-RECORD
           STRING "Bogfoert raekke: "
                  FUNCTION TRIM(CPR OF transactions-in) ";"
                  FUNCTION TRIM(KONTO-ID OF transactions-in) ";"
                  TIDSPUNKT OF transactions-in ";"
                  FUNCTION TRIM(TRANSAKTIONSTYPE OF transactions-in) ";"
                  FUNCTION TRIM(BELOEB OF transactions-in) ";"
                  FUNCTION TRIM(VALUTA OF transactions-in)
                  DELIMITED BY SIZE INTO EVIDENCE-RECORD
           WRITE EVIDENCE-RECORD
           perform FIND-STATEMENT-LINE
           perform FIND-LEDGER-POSTING
       exit.

      *> --- an adjustment carries its own maker/checker pair and
      *> moves the balance directly, outside statement and ledger ---
       EVIDENCE-ADJUSTMENT.
           MOVE SPACES TO WS-DEL-FOER
           MOVE SPACES TO WS-DEL-REST
           MOVE SPACES TO WS-FORBEREDER-TEKST
           MOVE SPACES TO WS-GODKENDER-TEKST
           UNSTRING SP-RAEKKE DELIMITED BY ", Forbereder: "
               INTO WS-DEL-FOER, WS-DEL-REST
           UNSTRING WS-DEL-REST DELIMITED BY ", Godkender: "
               INTO WS-FORBEREDER-TEKST, WS-GODKENDER-TEKST
           MOVE SPACES TO EVIDENCE-RECORD
           STRING "Godkendelse: forberedt af "
                  FUNCTION TRIM(WS-FORBEREDER-TEKST) ", godkendt af "
                  FUNCTION TRIM(WS-GODKENDER-TEKST)
                  DELIMITED BY SIZE INTO EVIDENCE-RECORD
           WRITE EVIDENCE-RECORD
           MOVE "Kontoudskrift: ikke relevant - saldojustering uden transaktionsraekke"
               TO EVIDENCE-RECORD
           WRITE EVIDENCE-RECORD
           MOVE "Hovedbog: ikke relevant - saldojustering uden transaktionsraekke"
               TO EVIDENCE-RECORD
           WRITE EVIDENCE-RECORD
       exit.

      *> --- customer and account maintenance: the operator who made
      *> the change under the maintenance programs' role check ---
       EVIDENCE-MAINTENANCE.
           MOVE SPACES TO WS-DEL-FOER
           MOVE SPACES TO WS-DEL-REST
           MOVE SPACES TO WS-OPERATOER-TEKST
           UNSTRING SP-RAEKKE DELIMITED BY ", Operatoer: "
               INTO WS-DEL-FOER, WS-DEL-REST
           UNSTRING WS-DEL-REST DELIMITED BY ","
               INTO WS-OPERATOER-TEKST
           MOVE SPACES TO EVIDENCE-RECORD
           IF WS-OPERATOER-TEKST = SPACES
               MOVE "Godkendelse: ingen operatoer registreret" TO EVIDENCE-RECORD
           ELSE
               STRING "Godkendelse: udfoert af operatoer "
                      FUNCTION TRIM(WS-OPERATOER-TEKST)
                      DELIMITED BY SIZE INTO EVIDENCE-RECORD
           END-IF
           WRITE EVIDENCE-RECORD
           MOVE "Kontoudskrift: ikke relevant - stamdataaendring"
               TO EVIDENCE-RECORD
           WRITE EVIDENCE-RECORD
           MOVE "Hovedbog: ikke relevant - stamdataaendring"
               TO EVIDENCE-RECORD
           WRITE EVIDENCE-RECORD
       exit.

      *> --- "..., Ref: <ref>, Beloeb: ..." in the four-eyes log ---
       FIND-FOUR-EYES-DECISION.
           MOVE SPACES TO WS-MOENSTER
           STRING "Ref: " FUNCTION TRIM(WS-REF-TEKST) ","
                  DELIMITED BY SIZE INTO WS-MOENSTER
           COMPUTE WS-MOENSTER-LAENGDE =
               FUNCTION LENGTH(FUNCTION TRIM(WS-MOENSTER))
           MOVE "N" TO WS-FUNDET
           MOVE "N" TO END-OF-APPROVAL-FILE
           OPEN INPUT approval-log-file
           IF WS-APPROVAL-STATUS = "00"
               PERFORM UNTIL END-OF-APPROVAL-FILE = "Y"
                   READ approval-log-file
                       AT END
                           MOVE "Y" TO END-OF-APPROVAL-FILE
                       NOT AT END
                           MOVE 0 TO WS-TREFFER
                           INSPECT APPROVAL-LOG-RECORD TALLYING WS-TREFFER
                               FOR ALL WS-MOENSTER(1:WS-MOENSTER-LAENGDE)
                           IF WS-TREFFER > 0
                               MOVE "Y" TO WS-FUNDET
                               MOVE SPACES TO EVIDENCE-RECORD
                               STRING "Godkendelse: "
                                      FUNCTION TRIM(APPROVAL-LOG-RECORD)
                                      DELIMITED BY SIZE INTO EVIDENCE-RECORD
                               WRITE EVIDENCE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE approval-log-file
           END-IF
           IF WS-FUNDET = "N"
               MOVE "Godkendelse: ingen fire-oejne-afgoerelse - under graensen for godkendelse"
                   TO EVIDENCE-RECORD
               WRITE EVIDENCE-RECORD
           END-IF
       exit.

      *> --- the statement line carries "Ref: <ref>" followed by a
      *> blank; every archived cycle of the customer is searched ---
       FIND-STATEMENT-LINE.
           MOVE "N" TO WS-FUNDET
           IF WS-ARCHIVE-OPEN = "Y"
               MOVE SPACES TO WS-MOENSTER
               STRING "Ref: " FUNCTION TRIM(TRANS-REF OF transactions-in)
                      DELIMITED BY SIZE INTO WS-MOENSTER
               COMPUTE WS-MOENSTER-LAENGDE =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-MOENSTER)) + 1
               MOVE "N" TO END-OF-ARCHIVE-FILE
               MOVE CPR OF transactions-in TO ARK-CPR
               MOVE LOW-VALUES TO ARK-CYKLUS
               MOVE 0 TO ARK-LINE-SEQ
               START statement-archive-file KEY IS >= ARK-KEY
                   INVALID KEY
                       MOVE "Y" TO END-OF-ARCHIVE-FILE
               END-START
               PERFORM UNTIL END-OF-ARCHIVE-FILE = "Y"
                   READ statement-archive-file NEXT RECORD
                       AT END
                           MOVE "Y" TO END-OF-ARCHIVE-FILE
                       NOT AT END
                           IF ARK-CPR NOT = CPR OF transactions-in
                               MOVE "Y" TO END-OF-ARCHIVE-FILE
                           ELSE
                               MOVE 0 TO WS-TREFFER
                               INSPECT ARK-LINE TALLYING WS-TREFFER
                                   FOR ALL WS-MOENSTER(1:WS-MOENSTER-LAENGDE)
                               IF WS-TREFFER > 0
                                   MOVE "Y" TO WS-FUNDET
                                   MOVE SPACES TO EVIDENCE-RECORD
                                   STRING "Kontoudskrift: cyklus " ARK-CYKLUS
                                          " linje " ARK-LINE-SEQ ": "
                                          FUNCTION TRIM(ARK-LINE)
                                          DELIMITED BY SIZE INTO EVIDENCE-RECORD
                                   WRITE EVIDENCE-RECORD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-FUNDET = "N"
               MOVE "Kontoudskrift: ikke fundet i udskriftsarkivet (endnu ikke udskrevet)"
                   TO EVIDENCE-RECORD
               WRITE EVIDENCE-RECORD
           END-IF
       exit.

      *> --- the day's pair for the row's type and branch; the row is
      *> one of the amounts aggregated into it ---
       FIND-LEDGER-POSTING.
           MOVE SPACES TO WS-MOENSTER
           STRING "POST;" TIDSPUNKT OF transactions-in(1:10) ";KUNDEKONTI;"
                  FUNCTION TRIM(TRANSAKTIONSTYPE OF transactions-in) ";"
                  FILIAL-NR OF transactions-in ";"
                  DELIMITED BY SIZE INTO WS-MOENSTER
           COMPUTE WS-MOENSTER-LAENGDE =
               FUNCTION LENGTH(FUNCTION TRIM(WS-MOENSTER))
           MOVE "N" TO WS-FUNDET
           MOVE "N" TO END-OF-GL-HISTORY-FILE
           OPEN INPUT gl-history-file
           IF WS-GL-HISTORY-STATUS = "00"
               PERFORM UNTIL END-OF-GL-HISTORY-FILE = "Y"
                   READ gl-history-file
                       AT END
                           MOVE "Y" TO END-OF-GL-HISTORY-FILE
                       NOT AT END
                           IF GL-HISTORY-RECORD(1:WS-MOENSTER-LAENGDE) =
                               WS-MOENSTER(1:WS-MOENSTER-LAENGDE)
                               MOVE "Y" TO WS-FUNDET
                               MOVE SPACES TO EVIDENCE-RECORD
                               STRING "Hovedbog: "
                                      FUNCTION TRIM(GL-HISTORY-RECORD)
                                      DELIMITED BY SIZE INTO EVIDENCE-RECORD
                               WRITE EVIDENCE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE gl-history-file
           END-IF
           IF WS-FUNDET = "N"
               MOVE "Hovedbog: ingen postering fundet for dag, type og filial"
                   TO EVIDENCE-RECORD
               WRITE EVIDENCE-RECORD
           END-IF
       exit.
