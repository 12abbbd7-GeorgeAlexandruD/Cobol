identification division.
       program-id. DepotKursIndlaes.

      *> --- Daily load of security prices for the custody depots.
      *> The feed 110-PapirKursFeed.txt holds PAPIR-ID,VALUTA,KURS
      *> lines (price per unit in the security's trading currency).
      *> Each accepted price updates the price master
      *> 110-PapirKurser.txt (PAPIR-ID,VALUTA,KURS,KURS-DATO), the
      *> file the nightly depot valuation reads; a security not in
      *> the feed keeps its last price and date. Non-numeric or
      *> non-positive prices are rejected, and securities held in
      *> 110-DepotRegister.txt whose price is older than today after
      *> the load are listed in 110-DepotKursRapport.txt so the
      *> valuation's stale prices are visible before it runs. ---

environment division.
input-output section.
file-control.
       select feed-file assign to "110-PapirKursFeed.txt"
           organization line sequential
           file status is WS-FEED-STATUS.

       select price-file assign to "110-PapirKurser.txt"
           organization line sequential
           file status is WS-PRICE-STATUS.

       select depot-file assign to "110-DepotRegister.txt"
           organization line sequential
           file status is WS-DEPOT-STATUS.

       select report-file assign to "110-DepotKursRapport.txt"
           organization line sequential.

      *> --- the price master keyed on PAPIR-ID; updated in place and
      *> written back afterwards ---
       select price-index-file assign to "WS-DepotKurs.tmp"
           organization is indexed
           access mode is dynamic
           record key is PK-PAPIR-ID
           file status is WS-PRICE-INDEX-STATUS.

data division.
file section.
FD feed-file.
       01 FEED-RECORD pic x(60).

FD price-file.
       01 PRICE-RECORD pic x(80).

FD depot-file.
       01 DEPOT-RECORD pic x(100).

FD report-file.
       01 REPORT-RECORD pic x(150).

FD price-index-file.
       01 PRICE-INDEX-RECORD.
           05 PK-PAPIR-ID pic x(15).
           05 PK-VALUTA pic x(3).
           05 PK-KURS pic x(15).
           05 PK-DATO pic x(10).
           05 PK-RAPPORTERET pic x.

WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS pic XX value spaces.
       01 WS-PRICE-STATUS pic XX value spaces.
       01 WS-DEPOT-STATUS pic XX value spaces.
       01 WS-PRICE-INDEX-STATUS pic XX value spaces.

       01 END-OF-FEED-FILE pic x value "N".
       01 END-OF-PRICE-FILE pic x value "N".
       01 END-OF-DEPOT-FILE pic x value "N".
       01 END-OF-INDEX-SCAN pic x value "N".

       01 WS-FEED-PAPIR-ID pic x(15) value spaces.
       01 WS-FEED-VALUTA pic x(3) value spaces.
       01 WS-FEED-KURS pic x(15) value spaces.

       01 WS-DEP-DEPOT-ID pic x(15) value spaces.
       01 WS-DEP-CPR pic x(15) value spaces.
       01 WS-DEP-KONTO-ID pic x(15) value spaces.
       01 WS-DEP-PAPIR-ID pic x(15) value spaces.
       01 WS-DEP-ANTAL pic x(15) value spaces.

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.

       01 WS-UPDATED-COUNT pic 9(7) value 0.
       01 WS-NEW-COUNT pic 9(7) value 0.
       01 WS-REJECTED-COUNT pic 9(7) value 0.
       01 WS-STALE-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

PROCEDURE DIVISION.
       OPEN INPUT feed-file
       IF WS-FEED-STATUS = "35"
           DISPLAY "DepotKursIndlaes: 110-PapirKursFeed.txt blev ikke fundet"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       OPEN OUTPUT report-file
       MOVE SPACES TO REPORT-RECORD
       STRING "Kursindlaesning til depoter - " DELIMITED BY SIZE
              WS-TODAY-DATE DELIMITED BY SIZE
              INTO REPORT-RECORD
       WRITE REPORT-RECORD
       MOVE SPACES TO REPORT-RECORD
       WRITE REPORT-RECORD

       perform LOAD-PRICE-MASTER

       PERFORM UNTIL END-OF-FEED-FILE = "Y"
           READ feed-file
               AT END
                   MOVE "Y" TO END-OF-FEED-FILE
               NOT AT END
                   perform APPLY-ONE-PRICE
           END-READ
       END-PERFORM
       close feed-file

       perform CHECK-STALE-HOLDINGS
       perform WRITE-PRICE-MASTER
       perform WRITE-REPORT-TRAILER

       close price-index-file
       close report-file
stop run.

       LOAD-PRICE-MASTER.
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
                           MOVE "N" TO PK-RAPPORTERET
                           IF PK-PAPIR-ID NOT = SPACES
                               WRITE PRICE-INDEX-RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-WRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE price-file
           END-IF
       exit.

       APPLY-ONE-PRICE.
           MOVE SPACES TO WS-FEED-PAPIR-ID
           MOVE SPACES TO WS-FEED-VALUTA
           MOVE SPACES TO WS-FEED-KURS
           UNSTRING FEED-RECORD DELIMITED BY ","
               INTO WS-FEED-PAPIR-ID, WS-FEED-VALUTA, WS-FEED-KURS
           IF WS-FEED-PAPIR-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(WS-FEED-KURS) NOT = 0
               OR WS-FEED-VALUTA = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "Afvist - ugyldig kurs - Papir: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FEED-PAPIR-ID) DELIMITED BY SIZE
                      ", kurs: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FEED-KURS) DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION NUMVAL(WS-FEED-KURS) <= 0
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "Afvist - kurs ikke positiv - Papir: "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FEED-PAPIR-ID) DELIMITED BY SIZE
                      ", kurs: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FEED-KURS) DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FEED-PAPIR-ID TO PK-PAPIR-ID
           READ price-index-file
               INVALID KEY
                   ADD 1 TO WS-NEW-COUNT
                   MOVE WS-FEED-PAPIR-ID TO PK-PAPIR-ID
                   MOVE WS-FEED-VALUTA TO PK-VALUTA
                   MOVE WS-FEED-KURS TO PK-KURS
                   MOVE WS-TODAY-DATE TO PK-DATO
                   MOVE "N" TO PK-RAPPORTERET
                   WRITE PRICE-INDEX-RECORD
                   MOVE SPACES TO REPORT-RECORD
                   STRING "Nyt papir - " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-FEED-PAPIR-ID) DELIMITED BY SIZE
                          ", kurs: " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-FEED-KURS) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-FEED-VALUTA DELIMITED BY SIZE
                          INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO WS-UPDATED-COUNT
                   MOVE WS-FEED-VALUTA TO PK-VALUTA
                   MOVE WS-FEED-KURS TO PK-KURS
                   MOVE WS-TODAY-DATE TO PK-DATO
                   REWRITE PRICE-INDEX-RECORD
           END-READ
       exit.

      *> --- a held security whose price did not arrive today is
      *> valued on its last price (or not at all when it has none) ---
       CHECK-STALE-HOLDINGS.
           OPEN INPUT depot-file
           IF WS-DEPOT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-DEPOT-FILE = "Y"
               READ depot-file
                   AT END
                       MOVE "Y" TO END-OF-DEPOT-FILE
                   NOT AT END
                       MOVE SPACES TO WS-DEP-DEPOT-ID
                       MOVE SPACES TO WS-DEP-CPR
                       MOVE SPACES TO WS-DEP-KONTO-ID
                       MOVE SPACES TO WS-DEP-PAPIR-ID
                       MOVE SPACES TO WS-DEP-ANTAL
                       UNSTRING DEPOT-RECORD DELIMITED BY ","
                           INTO WS-DEP-DEPOT-ID, WS-DEP-CPR,
                                WS-DEP-KONTO-ID, WS-DEP-PAPIR-ID,
                                WS-DEP-ANTAL
                       IF WS-DEP-PAPIR-ID NOT = SPACES
                           perform CHECK-ONE-HOLDING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE depot-file
       exit.

       CHECK-ONE-HOLDING.
           MOVE WS-DEP-PAPIR-ID TO PK-PAPIR-ID
           READ price-index-file
               INVALID KEY
                   ADD 1 TO WS-STALE-COUNT
                   MOVE WS-DEP-PAPIR-ID TO PK-PAPIR-ID
                   MOVE SPACES TO PK-VALUTA
                   MOVE SPACES TO PK-KURS
                   MOVE SPACES TO PK-DATO
                   MOVE "J" TO PK-RAPPORTERET
                   MOVE SPACES TO REPORT-RECORD
                   STRING "Ingen kurs - Papir: " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-DEP-PAPIR-ID) DELIMITED BY SIZE
                          " (depot " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-DEP-DEPOT-ID) DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                          INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   WRITE PRICE-INDEX-RECORD
                   END-WRITE
               NOT INVALID KEY
                   IF PK-DATO NOT = WS-TODAY-DATE
                       AND PK-RAPPORTERET NOT = "J"
                       ADD 1 TO WS-STALE-COUNT
                       MOVE "J" TO PK-RAPPORTERET
                       REWRITE PRICE-INDEX-RECORD
                       MOVE SPACES TO REPORT-RECORD
                       STRING "Foraeldet kurs - Papir: " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-DEP-PAPIR-ID)
                                  DELIMITED BY SIZE
                              ", senest " DELIMITED BY SIZE
                              PK-DATO DELIMITED BY SIZE
                              INTO REPORT-RECORD
                       WRITE REPORT-RECORD
                   END-IF
           END-READ
       exit.

      *> --- placeholder entries for held securities without any
      *> price are not written back; they only served the report ---
       WRITE-PRICE-MASTER.
           OPEN OUTPUT price-file
           MOVE "N" TO END-OF-INDEX-SCAN
           MOVE LOW-VALUES TO PK-PAPIR-ID
           START price-index-file KEY IS >= PK-PAPIR-ID
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-SCAN
           END-START
           PERFORM UNTIL END-OF-INDEX-SCAN = "Y"
               READ price-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-SCAN
                   NOT AT END
                       IF PK-KURS NOT = SPACES
                           MOVE SPACES TO PRICE-RECORD
                           STRING FUNCTION TRIM(PK-PAPIR-ID) ","
                                  FUNCTION TRIM(PK-VALUTA) ","
                                  FUNCTION TRIM(PK-KURS) ","
                                  PK-DATO
                                  DELIMITED BY SIZE INTO PRICE-RECORD
                           WRITE PRICE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE price-file
       exit.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-UPDATED-COUNT TO WS-COUNT-DISPLAY
           STRING "Kurser opdateret: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-NEW-COUNT TO WS-COUNT-DISPLAY
           STRING "Nye papirer: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
           STRING "Afviste kurser: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-STALE-COUNT TO WS-COUNT-DISPLAY
           STRING "Beholdte papirer uden dagens kurs: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
