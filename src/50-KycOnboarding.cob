      *> The three checklist fields (J/N) record that photo ID was
      *> seen, address proof taken and the purpose of the account
      *> noted; the two risk factors drive the computed rating:
      *> LAV (none), MELLEM (one), HOEJ (two). HOEJRISIKO-LAND also
      *> counts when the row's LAND is a country the country master
      *> 143-Lande.txt classes HOEJ or marks as sanctioned, whatever
      *> the flag says. Only a fully checked
      *> row is released: the customer row goes out as an ADD line in
      *> the DELTA delivery 50-KundeDelta.txt (operators feed it to
      *> the delta-merge load as 7-KundeData.csv), and the rating is
       01 WS-KOE-KUNDE-ID pic x(10) value spaces.
       01 WS-SCAN-PTR pic 9(4) comp value 1.

      *> --- the row's LAND (thirteenth field) through LandOpslag ---
       01 WS-ROW-FIELD pic x(30) value spaces.
       01 WS-LAND-MODE pic x value space.
       01 WS-LAND-TEKST pic x(30) value spaces.
       01 WS-LAND.
           copy "143-LAND.cpy".
       01 WS-LAND-STATUS pic XX value spaces.

       01 WS-RISK-POINTS pic 9 value 0.
       01 WS-RATING pic x(6) value spaces.

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-RELEASED-COUNT pic 9(7) value 0.
       01 WS-WAITING-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.
           OPEN OUTPUT risk-file
       END-IF

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       perform UNTIL END-OF-QUEUE-FILE = "Y"
           read queue-file
           UNSTRING WS-KOE-KUNDEROW DELIMITED BY ","
               INTO WS-KOE-KUNDE-ID

           perform CHECK-PROSPECT-COUNTRY
           perform COMPUTE-RISK-RATING

           IF WS-KOE-ID-SET = "J"
           END-IF
       exit.

      *> --- a high-risk or sanctioned country of residence sets the
      *> country factor; without a country master the flag stands ---
       CHECK-PROSPECT-COUNTRY.
           MOVE SPACES TO WS-LAND-TEKST
           UNSTRING WS-KOE-KUNDEROW DELIMITED BY ","
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
               MOVE "J" TO WS-KOE-RISIKO-LAND
           END-IF
       exit.

      *> --- LAV with no risk factors, MELLEM with one, HOEJ with
      *> both; the rating follows the customer into the risk register ---
       COMPUTE-RISK-RATING.
