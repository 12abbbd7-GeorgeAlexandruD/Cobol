identification division.
       program-id. LandOprydning.

      *> --- Cleanup of the free-text LAND on the customer master
      *> 7-KundeData.csv against the country master 143-Lande.txt.
      *> Every distinct LAND value is resolved through LandOpslag -
      *> the ISO code itself or the country's name in any language,
      *> case ignored - and each customer's POSTNR is checked against
      *> the resolved country's postal-code format (a blank LAND is
      *> DK, as everywhere). 143-LandOprydningRapport.txt lists the
      *> customers whose LAND resolves to no country or whose postal
      *> code does not fit, for manual correction, followed by every
      *> distinct value with the country it resolved to and how many
      *> customers carry it. A value that resolves but is not yet the
      *> bare ISO code goes out as a CHANGE record with LAND set to
      *> the ISO code in 143-LandRettelser.txt - appended to
      *> 17-KundeAendringer.txt it lands through KundeVedligehold's
      *> own validation and audit trail, never by editing the CSV
      *> here. The operator on those records comes from
      *> 143-LandOprydningParam.txt (default LANDRET) and must hold
      *> the VEDLIGEHOLD role when the operator register is in use.
      *> Without a country master nothing can be resolved and the run
      *> stops with return code 1; it ends with return code 1 as well
      *> when any customer is left for manual correction. ---

environment division.
input-output section.
file-control.
       select customer-file assign to "7-KundeData.csv"
           organization is line sequential
           file status is WS-CUSTOMER-STATUS.

       select param-file assign to "143-LandOprydningParam.txt"
           organization line sequential
           file status is WS-PARAM-STATUS.

       select corrections-file assign to "143-LandRettelser.txt"
           organization line sequential.

       select report-file assign to "143-LandOprydningRapport.txt"
           organization line sequential.

data division.
file section.
FD customer-file.
       01 csv-lines pic x(150).

FD param-file.
       01 PARAM-RECORD pic x(20).

FD corrections-file.
       01 CORRECTION-RECORD pic x(200).

FD report-file.
       01 REPORT-RECORD pic x(150).

WORKING-STORAGE SECTION.
       01 WS-CUSTOMER-STATUS pic XX value spaces.
       01 WS-PARAM-STATUS pic XX value spaces.
       01 END-OF-CUSTOMER-FILE pic x value "N".

       01 WS-OPERATOR pic x(10) value "LANDRET".

      *> --- the customer's CSV row, split so LAND can be swapped ---
       01 WS-ROW-KUNDE-ID pic x(10) value spaces.
       01 WS-ROW-FIRST pic x(15) value spaces.
       01 WS-ROW-LAST pic x(15) value spaces.
       01 WS-ROW-STREET pic x(20) value spaces.
       01 WS-ROW-NR pic x(3) value spaces.
       01 WS-ROW-FLOOR pic x(2) value spaces.
       01 WS-ROW-SIDE pic x(3) value spaces.
       01 WS-ROW-POSTNR pic x(10) value spaces.
       01 WS-ROW-CITY pic x(20) value spaces.
       01 WS-ROW-PHONE pic x(15) value spaces.
       01 WS-ROW-EMAIL pic x(30) value spaces.
       01 WS-ROW-KUNDE-TYPE pic x(10) value spaces.
       01 WS-ROW-LAND pic x(20) value spaces.

      *> --- every distinct LAND value met, resolved once ---
       01 WS-VALUE-COUNT pic 9(3) value 0.
       01 WS-VALUE-IX pic 9(3) value 0.
       01 WS-VALUE-FOUND pic 9(3) value 0.
       01 WS-VALUE-TABLE OCCURS 500 TIMES.
           05 VAL-TEKST pic x(20).
           05 VAL-ISO pic x(2).
           05 VAL-NAVN pic x(30).
           05 VAL-KUNDER pic 9(7).

      *> --- LandOpslag ---
       01 WS-LAND-MODE pic x value space.
       01 WS-LAND-TEKST pic x(30) value spaces.
       01 WS-LAND.
           copy "143-LAND.cpy".
       01 WS-LAND-STATUS pic XX value spaces.

       01 WS-CUSTOMER-COUNT pic 9(7) value 0.
       01 WS-UNKNOWN-COUNT pic 9(7) value 0.
       01 WS-POSTNR-COUNT pic 9(7) value 0.
       01 WS-CORRECTION-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

PROCEDURE DIVISION.
      *> a blank lookup answers DK; status 35 means no master at all
       MOVE "K" TO WS-LAND-MODE
       MOVE SPACES TO WS-LAND-TEKST
       CALL "LandOpslag" USING WS-LAND-MODE WS-LAND-TEKST WS-LAND
           WS-LAND-STATUS
       IF WS-LAND-STATUS = "35"
           DISPLAY "LandOprydning: 143-Lande.txt blev ikke fundet"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN INPUT customer-file
       IF WS-CUSTOMER-STATUS = "35"
           DISPLAY "LandOprydning: 7-KundeData.csv blev ikke fundet"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       perform LOAD-OPERATOR

       OPEN OUTPUT corrections-file
       OPEN OUTPUT report-file

       MOVE "Oprydning af LAND - kunder til manuel rettelse" TO REPORT-RECORD
       WRITE REPORT-RECORD
       MOVE SPACES TO REPORT-RECORD
       WRITE REPORT-RECORD

       perform UNTIL END-OF-CUSTOMER-FILE = "Y"
           read customer-file
               at end
                   move "Y" to END-OF-CUSTOMER-FILE
               not at end
                   IF csv-lines NOT = SPACES
                       perform CHECK-ONE-CUSTOMER
                   END-IF
           end-read
       end-perform

       perform WRITE-VALUE-SUMMARY
       perform WRITE-REPORT-TRAILER

       close customer-file
       close corrections-file
       close report-file

       IF WS-UNKNOWN-COUNT > 0 OR WS-POSTNR-COUNT > 0
           MOVE 1 TO RETURN-CODE
       END-IF
stop run.

       LOAD-OPERATOR.
           OPEN INPUT param-file
           IF WS-PARAM-STATUS = "00"
               READ param-file
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARAM-RECORD NOT = SPACES
                           MOVE FUNCTION TRIM(PARAM-RECORD) TO WS-OPERATOR
                       END-IF
               END-READ
               CLOSE param-file
           END-IF
       exit.

       CHECK-ONE-CUSTOMER.
           MOVE SPACES TO WS-ROW-KUNDE-ID
           MOVE SPACES TO WS-ROW-FIRST
           MOVE SPACES TO WS-ROW-LAST
           MOVE SPACES TO WS-ROW-STREET
           MOVE SPACES TO WS-ROW-NR
           MOVE SPACES TO WS-ROW-FLOOR
           MOVE SPACES TO WS-ROW-SIDE
           MOVE SPACES TO WS-ROW-POSTNR
           MOVE SPACES TO WS-ROW-CITY
           MOVE SPACES TO WS-ROW-PHONE
           MOVE SPACES TO WS-ROW-EMAIL
           MOVE SPACES TO WS-ROW-KUNDE-TYPE
           MOVE SPACES TO WS-ROW-LAND
           UNSTRING csv-lines DELIMITED BY ","
               INTO WS-ROW-KUNDE-ID, WS-ROW-FIRST, WS-ROW-LAST,
                    WS-ROW-STREET, WS-ROW-NR, WS-ROW-FLOOR,
                    WS-ROW-SIDE, WS-ROW-POSTNR, WS-ROW-CITY,
                    WS-ROW-PHONE, WS-ROW-EMAIL, WS-ROW-KUNDE-TYPE,
                    WS-ROW-LAND
           ADD 1 TO WS-CUSTOMER-COUNT
           MOVE FUNCTION TRIM(WS-ROW-LAND) TO WS-ROW-LAND

           perform FIND-VALUE
           ADD 1 TO VAL-KUNDER(WS-VALUE-FOUND)

           IF VAL-ISO(WS-VALUE-FOUND) = SPACES
               ADD 1 TO WS-UNKNOWN-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "Ukendt LAND - KUNDE-ID: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ROW-KUNDE-ID) DELIMITED BY SIZE
                      ", LAND: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ROW-LAND) DELIMITED BY SIZE
                      ", POSTNR: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ROW-POSTNR) DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE "P" TO WS-LAND-MODE
           MOVE SPACES TO WS-LAND
           MOVE VAL-ISO(WS-VALUE-FOUND) TO LAND-ISO
           MOVE WS-ROW-POSTNR TO WS-LAND-TEKST
           CALL "LandOpslag" USING WS-LAND-MODE WS-LAND-TEKST WS-LAND
               WS-LAND-STATUS
           IF WS-LAND-STATUS = "23"
               ADD 1 TO WS-POSTNR-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "POSTNR passer ikke til landets format - KUNDE-ID: "
                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ROW-KUNDE-ID) DELIMITED BY SIZE
                      ", LAND: " DELIMITED BY SIZE
                      VAL-ISO(WS-VALUE-FOUND) DELIMITED BY SIZE
                      ", POSTNR: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ROW-POSTNR) DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

      *> a blank LAND already reads as DK and is left alone
           IF WS-ROW-LAND NOT = SPACES
               AND WS-ROW-LAND NOT = VAL-ISO(WS-VALUE-FOUND)
               perform WRITE-CORRECTION
           END-IF
       exit.

      *> --- the value's slot, resolved through LandOpslag the first
      *> time the value is met ---
       FIND-VALUE.
           MOVE 0 TO WS-VALUE-FOUND
           PERFORM VARYING WS-VALUE-IX FROM 1 BY 1
               UNTIL WS-VALUE-IX > WS-VALUE-COUNT
               IF VAL-TEKST(WS-VALUE-IX) = WS-ROW-LAND
                   MOVE WS-VALUE-IX TO WS-VALUE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-VALUE-FOUND > 0
               EXIT PARAGRAPH
           END-IF

           IF WS-VALUE-COUNT < 500
               ADD 1 TO WS-VALUE-COUNT
           END-IF
           MOVE WS-VALUE-COUNT TO WS-VALUE-FOUND
           MOVE WS-ROW-LAND TO VAL-TEKST(WS-VALUE-FOUND)
           MOVE SPACES TO VAL-ISO(WS-VALUE-FOUND)
           MOVE SPACES TO VAL-NAVN(WS-VALUE-FOUND)
           MOVE 0 TO VAL-KUNDER(WS-VALUE-FOUND)

           MOVE "N" TO WS-LAND-MODE
           MOVE WS-ROW-LAND TO WS-LAND-TEKST
           CALL "LandOpslag" USING WS-LAND-MODE WS-LAND-TEKST WS-LAND
               WS-LAND-STATUS
           IF WS-LAND-STATUS = "00"
               MOVE LAND-ISO TO VAL-ISO(WS-VALUE-FOUND)
               MOVE LAND-NAVN(1) TO VAL-NAVN(WS-VALUE-FOUND)
           END-IF
       exit.

      *> --- the row as it stands with only LAND replaced ---
       WRITE-CORRECTION.
           ADD 1 TO WS-CORRECTION-COUNT
           MOVE SPACES TO CORRECTION-RECORD
           STRING "CHANGE," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OPERATOR) ","
                  FUNCTION TRIM(WS-ROW-KUNDE-ID) ","
                  FUNCTION TRIM(WS-ROW-FIRST) ","
                  FUNCTION TRIM(WS-ROW-LAST) ","
                  FUNCTION TRIM(WS-ROW-STREET) ","
                  FUNCTION TRIM(WS-ROW-NR) ","
                  FUNCTION TRIM(WS-ROW-FLOOR) ","
                  FUNCTION TRIM(WS-ROW-SIDE) ","
                  FUNCTION TRIM(WS-ROW-POSTNR) ","
                  FUNCTION TRIM(WS-ROW-CITY) ","
                  FUNCTION TRIM(WS-ROW-PHONE) ","
                  FUNCTION TRIM(WS-ROW-EMAIL) ","
                  FUNCTION TRIM(WS-ROW-KUNDE-TYPE) ","
                  VAL-ISO(WS-VALUE-FOUND)
                  DELIMITED BY SIZE INTO CORRECTION-RECORD
           WRITE CORRECTION-RECORD
       exit.

       WRITE-VALUE-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "Vaerdier i LAND og deres land i 143-Lande.txt" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-VALUE-IX FROM 1 BY 1
               UNTIL WS-VALUE-IX > WS-VALUE-COUNT
               MOVE VAL-KUNDER(WS-VALUE-IX) TO WS-COUNT-DISPLAY
               MOVE SPACES TO REPORT-RECORD
               IF VAL-ISO(WS-VALUE-IX) = SPACES
                   STRING "[" DELIMITED BY SIZE
                          FUNCTION TRIM(VAL-TEKST(WS-VALUE-IX)) DELIMITED BY SIZE
                          "] -> UKENDT, kunder: " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                          INTO REPORT-RECORD
               ELSE
                   STRING "[" DELIMITED BY SIZE
                          FUNCTION TRIM(VAL-TEKST(WS-VALUE-IX)) DELIMITED BY SIZE
                          "] -> " DELIMITED BY SIZE
                          VAL-ISO(WS-VALUE-IX) DELIMITED BY SIZE
                          " (" DELIMITED BY SIZE
                          FUNCTION TRIM(VAL-NAVN(WS-VALUE-IX)) DELIMITED BY SIZE
                          "), kunder: " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                          INTO REPORT-RECORD
               END-IF
               WRITE REPORT-RECORD
           END-PERFORM
       exit.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CUSTOMER-COUNT TO WS-COUNT-DISPLAY
           STRING "Kunder gennemgaaet: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-CORRECTION-COUNT TO WS-COUNT-DISPLAY
           STRING "Rettelser til 17-KundeAendringer.txt: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-UNKNOWN-COUNT TO WS-COUNT-DISPLAY
           STRING "Ukendt LAND (manuel rettelse): " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-POSTNR-COUNT TO WS-COUNT-DISPLAY
           STRING "POSTNR passer ikke (manuel rettelse): " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
