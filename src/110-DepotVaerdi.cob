identification division.
       program-id. DepotVaerdi.

      *> --- Nightly valuation of the custody depots. The custody
      *> register 110-DepotRegister.txt holds one holding per line:
      *> DEPOT-ID,CPR,KONTO-ID,PAPIR-ID,ANTAL - KONTO-ID is the
      *> depot's linked cash account, where dividends and
      *> redemptions are paid. Each holding is valued at its latest
      *> price in 110-PapirKurser.txt (loaded by DepotKursIndlaes)
      *> and converted to DKK through the shared dated-rate lookup
      *> on the business date. The valuation goes to
      *> 110-DepotVaerdier.txt, one line per holding:
      *>   CPR,DEPOT-ID,PAPIR-ID,ANTAL,KURS,VALUTA,VAERDI-DKK,KURS-DATO
      *> the file the statement run prints its depot section from,
      *> and 110-DepotVaerdiRapport.txt totals each depot. A holding
      *> without a price or with an unknown currency is valued at
      *> zero and listed so it does not silently understate. ---

environment division.
input-output section.
file-control.
       select depot-file assign to "110-DepotRegister.txt"
           organization line sequential
           file status is WS-DEPOT-STATUS.

       select price-file assign to "110-PapirKurser.txt"
           organization line sequential
           file status is WS-PRICE-STATUS.

       select valuation-file assign to "110-DepotVaerdier.txt"
           organization line sequential.

       select report-file assign to "110-DepotVaerdiRapport.txt"
           organization line sequential.

       select price-index-file assign to "WS-DepotVaerdiKurs.tmp"
           organization is indexed
           access mode is dynamic
           record key is PK-PAPIR-ID
           file status is WS-PRICE-INDEX-STATUS.

      *> --- the running value per depot for the report ---
       select depot-index-file assign to "WS-DepotVaerdi.tmp"
           organization is indexed
           access mode is dynamic
           record key is DV-DEPOT-ID
           file status is WS-DEPOT-INDEX-STATUS.

data division.
file section.
FD depot-file.
       01 DEPOT-RECORD pic x(100).

FD price-file.
       01 PRICE-RECORD pic x(80).

FD valuation-file.
       01 VALUATION-RECORD pic x(150).

FD report-file.
       01 REPORT-RECORD pic x(150).

FD price-index-file.
       01 PRICE-INDEX-RECORD.
           05 PK-PAPIR-ID pic x(15).
           05 PK-VALUTA pic x(3).
           05 PK-KURS pic x(15).
           05 PK-DATO pic x(10).

FD depot-index-file.
       01 DEPOT-INDEX-RECORD.
           05 DV-DEPOT-ID pic x(15).
           05 DV-CPR pic x(15).
           05 DV-KONTO-ID pic x(15).
           05 DV-VAERDI pic S9(13)v99.
           05 DV-BEHOLDNINGER pic 9(5).

WORKING-STORAGE SECTION.
       01 WS-DEPOT-STATUS pic XX value spaces.
       01 WS-PRICE-STATUS pic XX value spaces.
       01 WS-PRICE-INDEX-STATUS pic XX value spaces.
       01 WS-DEPOT-INDEX-STATUS pic XX value spaces.

       01 END-OF-DEPOT-FILE pic x value "N".
       01 END-OF-PRICE-FILE pic x value "N".
       01 END-OF-INDEX-SCAN pic x value "N".

       01 WS-DEP-DEPOT-ID pic x(15) value spaces.
       01 WS-DEP-CPR pic x(15) value spaces.
       01 WS-DEP-KONTO-ID pic x(15) value spaces.
       01 WS-DEP-PAPIR-ID pic x(15) value spaces.
       01 WS-DEP-ANTAL pic x(15) value spaces.

       01 WS-ANTAL-NUM pic S9(11)v9999 value 0.
       01 WS-KURS-NUM pic S9(11)v9999 value 0.
       01 WS-VAERDI-DKK pic S9(13)v99 value 0.
       01 WS-PRICE-FOUND pic x value "N".

      *> --- shared dated-rate lookup ---
       01 WS-RATE-VALUTA pic x(3) value spaces.
       01 WS-RATE-KURS pic S9(5)v9999 value 0.
       01 WS-RATE-STATUS pic XX value spaces.

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-BELOEB-DISPLAY pic -Z(12)9.99.
       01 WS-ANTAL-DISPLAY pic -Z(10)9.9999.

       01 WS-HOLDING-COUNT pic 9(7) value 0.
       01 WS-UNPRICED-COUNT pic 9(7) value 0.
       01 WS-DEPOT-COUNT pic 9(7) value 0.
       01 WS-GRAND-TOTAL pic S9(15)v99 value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.
       01 WS-TOTAL-DISPLAY pic -Z(14)9.99.

PROCEDURE DIVISION.
       OPEN INPUT depot-file
       IF WS-DEPOT-STATUS = "35"
           *> no custody register means no depots yet; the nightly
           *> chain must not abort over that
           DISPLAY "DepotVaerdi: 110-DepotRegister.txt blev ikke"
               " fundet - ingen depoter at vaerdiansaette"
           STOP RUN
       END-IF

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       perform LOAD-PRICES

       OPEN OUTPUT depot-index-file
       CLOSE depot-index-file
       OPEN I-O depot-index-file

       OPEN OUTPUT valuation-file
       OPEN OUTPUT report-file
       MOVE SPACES TO REPORT-RECORD
       STRING "Depotvaerdiansaettelse - " DELIMITED BY SIZE
              WS-TODAY-DATE DELIMITED BY SIZE
              INTO REPORT-RECORD
       WRITE REPORT-RECORD
       MOVE SPACES TO REPORT-RECORD
       WRITE REPORT-RECORD

       PERFORM UNTIL END-OF-DEPOT-FILE = "Y"
           READ depot-file
               AT END
                   MOVE "Y" TO END-OF-DEPOT-FILE
               NOT AT END
                   perform VALUE-ONE-HOLDING
           END-READ
       END-PERFORM
       close depot-file

       perform WRITE-DEPOT-TOTALS
       perform WRITE-REPORT-TRAILER

       close valuation-file
       close report-file
       close price-index-file
       close depot-index-file
stop run.

       LOAD-PRICES.
           OPEN OUTPUT price-index-file
           CLOSE price-index-file
           OPEN I-O price-index-file

           OPEN INPUT price-file
           IF WS-PRICE-STATUS = "00"
               PERFORM UNTIL END-OF-PRICE-FILE = "Y"
                   READ price-file
                       AT END
                           MOVE "Y" TO END-OF-PRICE-FILE
                       NOT AT END
                           MOVE SPACES TO PRICE-INDEX-RECORD
                           UNSTRING PRICE-RECORD DELIMITED BY ","
                               INTO PK-PAPIR-ID, PK-VALUTA, PK-KURS,
                                    PK-DATO
                           IF PK-PAPIR-ID NOT = SPACES
                               WRITE PRICE-INDEX-RECORD
                                   INVALID KEY
                                       REWRITE PRICE-INDEX-RECORD
                               END-WRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE price-file
           END-IF
       exit.

       VALUE-ONE-HOLDING.
           MOVE SPACES TO WS-DEP-DEPOT-ID
           MOVE SPACES TO WS-DEP-CPR
           MOVE SPACES TO WS-DEP-KONTO-ID
           MOVE SPACES TO WS-DEP-PAPIR-ID
           MOVE SPACES TO WS-DEP-ANTAL
           UNSTRING DEPOT-RECORD DELIMITED BY ","
               INTO WS-DEP-DEPOT-ID, WS-DEP-CPR, WS-DEP-KONTO-ID,
                    WS-DEP-PAPIR-ID, WS-DEP-ANTAL
           IF WS-DEP-DEPOT-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HOLDING-COUNT

           IF FUNCTION TEST-NUMVAL(WS-DEP-ANTAL) = 0
               COMPUTE WS-ANTAL-NUM = FUNCTION NUMVAL(WS-DEP-ANTAL)
           ELSE
               MOVE 0 TO WS-ANTAL-NUM
           END-IF

           MOVE 0 TO WS-VAERDI-DKK
           MOVE 0 TO WS-KURS-NUM
           MOVE "N" TO WS-PRICE-FOUND
           MOVE WS-DEP-PAPIR-ID TO PK-PAPIR-ID
           READ price-index-file
               INVALID KEY
                   MOVE SPACES TO PK-VALUTA
                   MOVE SPACES TO PK-KURS
                   MOVE SPACES TO PK-DATO
               NOT INVALID KEY
                   IF FUNCTION TEST-NUMVAL(PK-KURS) = 0
                       MOVE "Y" TO WS-PRICE-FOUND
                       COMPUTE WS-KURS-NUM = FUNCTION NUMVAL(PK-KURS)
                   END-IF
           END-READ

           IF WS-PRICE-FOUND = "Y"
               MOVE PK-VALUTA TO WS-RATE-VALUTA
               CALL "KursopslagDato" USING WS-RATE-VALUTA WS-TODAY-DATE
                   WS-RATE-KURS WS-RATE-STATUS
               IF WS-RATE-STATUS = "00"
                   COMPUTE WS-VAERDI-DKK ROUNDED =
                       WS-ANTAL-NUM * WS-KURS-NUM * WS-RATE-KURS
               ELSE
                   MOVE "N" TO WS-PRICE-FOUND
               END-IF
           END-IF

           IF WS-PRICE-FOUND = "N"
               ADD 1 TO WS-UNPRICED-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "Ikke vaerdiansat - Depot: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DEP-DEPOT-ID) DELIMITED BY SIZE
                      ", papir: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DEP-PAPIR-ID) DELIMITED BY SIZE
                      " - ingen kurs eller ukendt valuta"
                          DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           MOVE WS-ANTAL-NUM TO WS-ANTAL-DISPLAY
           MOVE WS-VAERDI-DKK TO WS-BELOEB-DISPLAY
           MOVE SPACES TO VALUATION-RECORD
           STRING FUNCTION TRIM(WS-DEP-CPR) ","
                  FUNCTION TRIM(WS-DEP-DEPOT-ID) ","
                  FUNCTION TRIM(WS-DEP-PAPIR-ID) ","
                  FUNCTION TRIM(WS-ANTAL-DISPLAY) ","
                  FUNCTION TRIM(PK-KURS) ","
                  FUNCTION TRIM(PK-VALUTA) ","
                  FUNCTION TRIM(WS-BELOEB-DISPLAY) ","
                  PK-DATO
                  DELIMITED BY SIZE INTO VALUATION-RECORD
           WRITE VALUATION-RECORD

           MOVE WS-DEP-DEPOT-ID TO DV-DEPOT-ID
           READ depot-index-file
               INVALID KEY
                   ADD 1 TO WS-DEPOT-COUNT
                   MOVE WS-DEP-DEPOT-ID TO DV-DEPOT-ID
                   MOVE WS-DEP-CPR TO DV-CPR
                   MOVE WS-DEP-KONTO-ID TO DV-KONTO-ID
                   MOVE WS-VAERDI-DKK TO DV-VAERDI
                   MOVE 1 TO DV-BEHOLDNINGER
                   WRITE DEPOT-INDEX-RECORD
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-VAERDI-DKK TO DV-VAERDI
                   ADD 1 TO DV-BEHOLDNINGER
                   REWRITE DEPOT-INDEX-RECORD
           END-READ
           ADD WS-VAERDI-DKK TO WS-GRAND-TOTAL
       exit.

       WRITE-DEPOT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "N" TO END-OF-INDEX-SCAN
           MOVE LOW-VALUES TO DV-DEPOT-ID
           START depot-index-file KEY IS >= DV-DEPOT-ID
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-SCAN
           END-START
           PERFORM UNTIL END-OF-INDEX-SCAN = "Y"
               READ depot-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-SCAN
                   NOT AT END
                       MOVE DV-VAERDI TO WS-BELOEB-DISPLAY
                       MOVE DV-BEHOLDNINGER TO WS-COUNT-DISPLAY
                       MOVE SPACES TO REPORT-RECORD
                       STRING "Depot " DELIMITED BY SIZE
                              FUNCTION TRIM(DV-DEPOT-ID) DELIMITED BY SIZE
                              ", CPR: " DELIMITED BY SIZE
                              FUNCTION TRIM(DV-CPR) DELIMITED BY SIZE
                              ", kontantkonto: " DELIMITED BY SIZE
                              FUNCTION TRIM(DV-KONTO-ID) DELIMITED BY SIZE
                              ", beholdninger: " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-COUNT-DISPLAY)
                                  DELIMITED BY SIZE
                              ", vaerdi: " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-BELOEB-DISPLAY)
                                  DELIMITED BY SIZE
                              " DKK" DELIMITED BY SIZE
                              INTO REPORT-RECORD
                       WRITE REPORT-RECORD
               END-READ
           END-PERFORM
       exit.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-DEPOT-COUNT TO WS-COUNT-DISPLAY
           STRING "Depoter: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-HOLDING-COUNT TO WS-COUNT-DISPLAY
           STRING "Beholdninger: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-UNPRICED-COUNT TO WS-COUNT-DISPLAY
           STRING "Heraf ikke vaerdiansat: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-GRAND-TOTAL TO WS-TOTAL-DISPLAY
           STRING "Samlet depotvaerdi: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TOTAL-DISPLAY) DELIMITED BY SIZE
                  " DKK" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
