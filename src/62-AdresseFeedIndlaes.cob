identification division.
       program-id. AdresseFeedIndlaes.

      *> --- Folkeregister address-update feed. 62-AdresseFeed.txt,
      *> refused whole unless its integrity seal verifies
      *> (IntegritetsSegl), holds one update per line: CPR,VEJNAVN,
      *> HUSNR,POSTNR,CITY,LAND,BESKYTTET (J/N). The CPR resolves to its KUNDE-ID
      *> through the transaction master's KONTO-ID -> KUNDE-ID link,
      *> the customer's master row is rebuilt with the new address
      *> fields (LAND included; the customer type is kept), and the
      *> change goes out as a CHANGE record with operator id
      *> FOLKEREG in 17-KundeAendringer.txt - so the
      *> update lands through KundeVedligehold's own validation and
      *> audit trail, never by editing the CSV here. BESKYTTET=J
      *> registers the CPR in 62-BeskyttedeAdresser.txt, which the
      *> statement run reads to keep the address off any statement.
      *> Feed rows no customer matches go to the report for
      *> investigation. The feed's LAND - ISO code or country name -
      *> is resolved to its ISO code on the country master
      *> 143-Lande.txt (LandOpslag) and the POSTNR checked against
      *> that country's postal-code format; a row whose country is
      *> unknown or whose postal code does not fit is not queued but
      *> reported for investigation as well. ---

environment division.
input-output section.
       01 csv-lines2 pic x(100).

FD customer-file.
       01 csv-lines pic x(150).

FD changes-file.
       01 CHANGE-RECORD pic x(200).

FD protected-file.
       01 PROTECTED-RECORD pic x(15).
FD customer-index-file.
       01 CUSTOMER-INDEX-RECORD.
           05 KUNDE-MASTER-ID pic x(10).
           05 KUNDE-MASTER-ROW pic x(150).

WORKING-STORAGE SECTION.
       01 WS-FEED-STATUS pic XX value spaces.
       01 WS-ROW-NR pic x(3) value spaces.
       01 WS-ROW-FLOOR pic x(2) value spaces.
       01 WS-ROW-SIDE pic x(3) value spaces.
       01 WS-ROW-POSTNR pic x(10) value spaces.
       01 WS-ROW-CITY pic x(20) value spaces.
       01 WS-ROW-PHONE pic x(15) value spaces.
       01 WS-ROW-EMAIL pic x(30) value spaces.
       01 WS-ROW-KUNDE-TYPE pic x(10) value spaces.
       01 WS-ROW-LAND pic x(20) value spaces.

       01 WS-APPLIED-COUNT pic 9(7) value 0.
       01 WS-UNMATCHED-COUNT pic 9(7) value 0.
       01 WS-PROTECTED-COUNT pic 9(7) value 0.
       01 WS-COUNTRY-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

      *> --- the feed's country resolved on the country master ---
       01 WS-LAND-MODE pic x value space.
       01 WS-LAND-TEKST pic x(30) value spaces.
       01 WS-LAND.
           copy "143-LAND.cpy".
       01 WS-LAND-STATUS pic XX value spaces.

      *> --- integrity seal on the inbound feed ---
       01 WS-SEGL-MODE pic x value space.
       01 WS-SEGL-FILNAVN pic x(40) value spaces.
       01 WS-SEGL-STATUS pic XX value spaces.

PROCEDURE DIVISION.
       OPEN INPUT feed-file
       IF WS-FEED-STATUS = "35"
           STOP RUN
       END-IF

       *> a feed whose integrity seal is missing or does not verify
       *> is refused whole; the failure is logged for the incident
       *> register
       MOVE "V" TO WS-SEGL-MODE
       MOVE "62-AdresseFeed.txt" TO WS-SEGL-FILNAVN
       CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
           WS-SEGL-STATUS
       IF WS-SEGL-STATUS NOT = "00"
           DISPLAY "AdresseFeedIndlaes: 62-AdresseFeed.txt afvist - seglet mangler eller"
               " passer ikke, se 140-SeglLog.txt"
           CLOSE feed-file
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN OUTPUT report-file

       OPEN EXTEND changes-file
               EXIT PARAGRAPH
           END-IF

           perform CHECK-FEED-COUNTRY
           IF REPORT-RECORD NOT = SPACES
               ADD 1 TO WS-COUNTRY-COUNT
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           perform EMIT-CHANGE-RECORD
           IF WS-FEED-BESKYTTET = "J"
               ADD 1 TO WS-PROTECTED-COUNT
           END-IF
       exit.

      *> --- the feed's LAND becomes its ISO code; REPORT-RECORD comes
      *> back holding the line to report when the country is unknown
      *> or the postal code does not fit. Without a country master
      *> the feed's LAND goes through as given ---
       CHECK-FEED-COUNTRY.
           MOVE SPACES TO REPORT-RECORD
           MOVE "N" TO WS-LAND-MODE
           MOVE WS-FEED-LAND TO WS-LAND-TEKST
           CALL "LandOpslag" USING WS-LAND-MODE WS-LAND-TEKST WS-LAND
               WS-LAND-STATUS
           IF WS-LAND-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-LAND-STATUS NOT = "00"
               STRING "Ukendt land - CPR: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FEED-CPR) DELIMITED BY SIZE
                      ", LAND: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FEED-LAND) DELIMITED BY SIZE
                      INTO REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE LAND-ISO TO WS-FEED-LAND

           MOVE "P" TO WS-LAND-MODE
           MOVE WS-FEED-POSTNR TO WS-LAND-TEKST
           CALL "LandOpslag" USING WS-LAND-MODE WS-LAND-TEKST WS-LAND
               WS-LAND-STATUS
           IF WS-LAND-STATUS = "23"
               STRING "POSTNR passer ikke til landets format - CPR: "
                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FEED-CPR) DELIMITED BY SIZE
                      ", LAND: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FEED-LAND) DELIMITED BY SIZE
                      ", POSTNR: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FEED-POSTNR) DELIMITED BY SIZE
                      INTO REPORT-RECORD
           END-IF
       exit.

      *> --- the CPR's first master row leads through its KONTO-ID to
      *> the KUNDE-ID, same link the intake enrichment walks ---
       RESOLVE-KUNDE-ID.
           MOVE SPACES TO WS-ROW-CITY
           MOVE SPACES TO WS-ROW-PHONE
           MOVE SPACES TO WS-ROW-EMAIL
           MOVE SPACES TO WS-ROW-KUNDE-TYPE
           MOVE SPACES TO WS-ROW-LAND
           UNSTRING KUNDE-MASTER-ROW DELIMITED BY ","
               INTO WS-ROW-KUNDE-ID, WS-ROW-FIRST, WS-ROW-LAST,
                    WS-ROW-STREET, WS-ROW-NR, WS-ROW-FLOOR,
                    WS-ROW-SIDE, WS-ROW-POSTNR, WS-ROW-CITY,
                    WS-ROW-PHONE, WS-ROW-EMAIL, WS-ROW-KUNDE-TYPE,
                    WS-ROW-LAND

           MOVE WS-FEED-VEJNAVN TO WS-ROW-STREET
           MOVE WS-FEED-HUSNR(1:3) TO WS-ROW-NR
           MOVE WS-FEED-POSTNR TO WS-ROW-POSTNR
           MOVE WS-FEED-CITY TO WS-ROW-CITY
           MOVE WS-FEED-LAND TO WS-ROW-LAND

           ADD 1 TO WS-APPLIED-COUNT
           MOVE SPACES TO CHANGE-RECORD
                  FUNCTION TRIM(WS-ROW-POSTNR) ","
                  FUNCTION TRIM(WS-ROW-CITY) ","
                  FUNCTION TRIM(WS-ROW-PHONE) ","
                  FUNCTION TRIM(WS-ROW-EMAIL) ","
                  FUNCTION TRIM(WS-ROW-KUNDE-TYPE) ","
                  FUNCTION TRIM(WS-ROW-LAND)
                  DELIMITED BY SIZE INTO CHANGE-RECORD
           WRITE CHANGE-RECORD

                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-COUNTRY-COUNT TO WS-COUNT-DISPLAY
           STRING "Land/POSTNR afvist (til undersoegelse): " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
