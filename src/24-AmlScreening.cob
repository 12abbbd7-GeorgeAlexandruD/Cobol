      *> supporting rows (TRANS-REF, TIDSPUNKT, BELOEB, VALUTA,
      *> BUTIK), ready for compliance review.
      *> 24-AmlParam.txt: GRAENSE,GENTAGELSESDAGE,BELOEBSGRAENSE,
      *> VINDUESDAGE,TOLERANCEPCT - defaults used when absent.
      *> A customer rated HOEJ in 50-KundeRisiko.txt, or living in a
      *> country the country master 143-Lande.txt classes HOEJ or
      *> marks as sanctioned (LAND on the customer master, through
      *> LandOpslag), screens against halved thresholds. ---

environment division.
input-output section.
           record key is RISK-CPR
           file status is WS-RISK-INDEX-STATUS.

      *> --- the customer master, read by CPR for the customer's LAND ---
       select customer-master-file assign to "7-KundeStam.txt"
           organization is indexed
           access mode is dynamic
           record key is KUNDESTAM-ID
           alternate record key is KUNDESTAM-CPR with duplicates
           file status is WS-CUSTOMER-MASTER-STATUS.

data division.
file section.
FD transactions-file.
FD risk-file.
       01 RISK-CSV-RECORD pic x(50).

FD customer-master-file.
       01 CUSTOMER-MASTER-RECORD.
           copy "7-KUNDESTAM.cpy".

FD risk-index-file.
       01 RISK-INDEX-RECORD.
           05 RISK-CPR pic x(15).
       01 WS-AKTIV-STRUKTUR-BUND pic 9(9)v99 value 0.
       01 WS-AKTIV-BELOEBS-GRAENSE pic 9(9)v99 value 0.

      *> --- the customer's country off the master row; WS-RISIKO-LAND
      *> holds its ISO code when the country is HOEJ or sanctioned ---
       01 WS-CUSTOMER-MASTER-STATUS pic XX value spaces.
       01 WS-CUSTOMER-MASTER-OPEN pic x value "N".
       01 WS-ROW-FIELD pic x(30) value spaces.
       01 WS-RISIKO-LAND pic x(2) value spaces.
       01 WS-LAND-MODE pic x value space.
       01 WS-LAND-TEKST pic x(30) value spaces.
       01 WS-LAND.
           copy "143-LAND.cpy".
       01 WS-LAND-STATUS pic XX value spaces.

       01 WS-TRANS-DATE-TEXT pic x(8).
       01 WS-TRANS-DATE-YYYYMMDD pic 9(8).
       01 WS-TRANS-DATE-INTEGER pic 9(8) comp.

       OPEN INPUT transactions-file
       OPEN OUTPUT report-file
       OPEN INPUT customer-master-file
       IF WS-CUSTOMER-MASTER-STATUS = "00"
           MOVE "Y" TO WS-CUSTOMER-MASTER-OPEN
       END-IF

       MOVE "AML-screening - flagede kunder og understoettende posteringer" TO REPORT-RECORD
       WRITE REPORT-RECORD
       close transactions-file
       close report-file
       close risk-index-file
       IF WS-CUSTOMER-MASTER-OPEN = "Y"
           close customer-master-file
       END-IF
stop run.

      *> optional parameter line; defaults stand when the file is absent
           END-IF
       exit.

      *> --- a HOEJ-rated customer, or one living in a high-risk or
      *> sanctioned country, screens against half the global
      *> thresholds; everyone else keeps the configured limits ---
       SET-CUSTOMER-THRESHOLDS.
           MOVE SPACES TO WS-CURRENT-RATING
               NOT INVALID KEY
                   MOVE RISK-RATING TO WS-CURRENT-RATING
           END-READ
           PERFORM CHECK-CUSTOMER-COUNTRY

           IF WS-CURRENT-RATING = "HOEJ" OR WS-RISIKO-LAND NOT = SPACES
               COMPUTE WS-AKTIV-STRUKTUR-GRAENSE = WS-STRUKTUR-GRAENSE / 2
               COMPUTE WS-AKTIV-BELOEBS-GRAENSE = WS-BELOEBS-GRAENSE / 2
               COMPUTE WS-AKTIV-STRUKTUR-BUND =
           END-IF
       exit.

      *> --- LAND is the thirteenth field of the customer's master
      *> row (blank = DK); a customer the master does not know, or no
      *> country master, leaves WS-RISIKO-LAND blank ---
       CHECK-CUSTOMER-COUNTRY.
           MOVE SPACES TO WS-RISIKO-LAND
           IF WS-CUSTOMER-MASTER-OPEN = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPR TO KUNDESTAM-CPR
           READ customer-master-file KEY IS KUNDESTAM-CPR
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO WS-LAND-TEKST
           UNSTRING KUNDESTAM-ROW DELIMITED BY ","
               INTO WS-ROW-FIELD, WS-ROW-FIELD, WS-ROW-FIELD,
                    WS-ROW-FIELD, WS-ROW-FIELD, WS-ROW-FIELD,
                    WS-ROW-FIELD, WS-ROW-FIELD, WS-ROW-FIELD,
                    WS-ROW-FIELD, WS-ROW-FIELD, WS-ROW-FIELD,
                    WS-LAND-TEKST
           MOVE "K" TO WS-LAND-MODE
           CALL "LandOpslag" USING WS-LAND-MODE WS-LAND-TEKST WS-LAND
               WS-LAND-STATUS
           IF WS-LAND-STATUS = "00"
               AND (LAND-RISIKOKLASSE = "HOEJ" OR LAND-SANKTION = "J")
               MOVE LAND-ISO TO WS-RISIKO-LAND
           END-IF
       exit.

      *> --- every DKK conversion goes through the shared dated lookup
      *> with the transaction's own date ---
       CONVERT-BELOEB.
                  FUNCTION TRIM(WS-BELOEB-DISPLAY) DELIMITED BY SIZE
                  " DKK" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-CURRENT-RATING = "HOEJ"
                   STRING FUNCTION TRIM(REPORT-RECORD) DELIMITED BY SIZE
                          " (skaerpet graense, risikoklasse HOEJ)" DELIMITED BY SIZE
                          INTO REPORT-RECORD
               WHEN WS-RISIKO-LAND NOT = SPACES
                   STRING FUNCTION TRIM(REPORT-RECORD) DELIMITED BY SIZE
                          " (skaerpet graense, hoejrisikoland " DELIMITED BY SIZE
                          WS-RISIKO-LAND DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                          INTO REPORT-RECORD
           END-EVALUATE
           WRITE REPORT-RECORD
           MOVE WS-ROW-TEXT TO REPORT-RECORD
           WRITE REPORT-RECORD
