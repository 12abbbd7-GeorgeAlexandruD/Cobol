      *>           CHANGE, is rejected when the customer is missing
      *>           (and ADD, when the customer already exists).
      *> A file with no header is treated as a legacy FULL delivery.
      *> The base is the indexed customer master 7-KundeStam.txt,
      *> updated in place (a replaced customer keeps its CPR, a new
      *> one has it derived from the account holders by
      *> KundeCprOpslag; a FULL delivery deletes the customers it no
      *> longer carries).
      *> 7-KundeOutput.txt is regenerated from it, 7-KundeData.csv is
      *> exported from it for the downstream readers once the
      *> delivery has been read, and the summary states
      *> added/replaced/removed/rejected against the previous base
      *> count - so a partial upstream delivery can never silently
      *> shrink the customer base again.
      *> A row carries eleven fields, optionally followed by
      *> KUNDE-TYPE and LAND (blank = DK); LAND must be a country of
      *> the country master 143-Lande.txt and POSTNR must fit that
      *> country's postal-code format (LandOpslag), else the row is
      *> rejected. Without the master neither is checked. ---

environment division.
input-output section.
       select input-file assign to "7-KundeData.csv"
           organization is line sequential
           file status is WS-INPUT-STATUS.
       select output-file assign to "7-KundeOutput.txt"
           organization line sequential.
       select rejects-file assign to "7-KundeData-rejects.txt"
       select summary-file assign to "7-KundeLoadResume.txt"
           organization line sequential.

      *> --- the customer base keyed on KUNDE-ID, merged in place ---
       select customer-master-file assign to "7-KundeStam.txt"
           organization is indexed
           access mode is dynamic
           record key is KUNDESTAM-ID
           alternate record key is KUNDESTAM-CPR with duplicates
           file status is WS-BASE-INDEX-STATUS.

      *> --- the KUNDE-IDs a FULL delivery carries; a customer not in
      *> it leaves the base ---
       select delivered-index-file assign to "WS-KundeLeveret.tmp"
           organization is indexed
           access mode is dynamic
           record key is LEV-KUNDE-ID
           file status is WS-DELIVERED-STATUS.

data division.
file section.
FD input-file.
       01 csv-lines pic x(150).

FD output-file.
       01 OUTPUT-RECORD pic u(100).

FD rejects-file.
       01 REJECT-RECORD pic x(150).

FD summary-file.
       01 SUMMARY-RECORD pic x(100).

FD customer-master-file.
       01 CUSTOMER-MASTER-RECORD.
           copy "7-KUNDESTAM.cpy".

FD delivered-index-file.
       01 DELIVERED-RECORD.
           05 LEV-KUNDE-ID pic x(10).

 WORKING-STORAGE SECTION.
       01 END-OF-FILE   PIC X VALUE "N".
       01 END-OF-INDEX-FILE PIC X VALUE "N".
       01 WS-INPUT-STATUS pic xx value spaces.
       01 WS-BASE-INDEX-STATUS pic xx value spaces.
       01 WS-DELIVERED-STATUS pic xx value spaces.
       01 WS-FULL-REPLACE pic x value "N".
       01 WS-CUSTOMER-EXISTS pic x value "N".
       01 WS-EKSPORT-MODE pic x value space.
       01 WS-EKSPORT-STATUS pic xx value spaces.

       01 WS-DELIVERY-MODE pic x(5) value "FULL".
       01 WS-HEADER-SEEN pic x value "N".
       01 WS-ROW-ACTION pic x(6) value spaces.
       01 WS-DATA-ROW pic x(150) value spaces.
       01 WS-SCAN-PTR pic 9(4) comp value 1.

       01 WS_CUSTOMER_ID pic x(10).
       01 WS_STREET_NUMBER pic ZZZ.
       01 WS_FLOOR pic ZZ.
       01 WS_SIDE pic x(3).
       01 WS_POSTNR pic x(10).
       01 WS_CITY pic x(20).
       01 WS_PHONE pic x(15).
       01 WS_EMAIL pic x(30).
       01 WS_KUNDE_TYPE pic x(10).
       01 WS_LAND pic x(20).
       01 WS_EXTRA_FIELD pic x(30).
       01 WS_FIELD_COUNT pic 99.
       01 WS_ROW_OK pic x value "Y".

      *> --- LAND and POSTNR checked against the country master ---
       01 WS-LAND-MODE pic x value space.
       01 WS-LAND-TEKST pic x(30) value spaces.
       01 WS-LAND.
           copy "143-LAND.cpy".
       01 WS-LAND-STATUS pic xx value spaces.
       01 WS-KUNDE-CPR-STATUS pic xx value spaces.

       01 WS-BASE-COUNT-BEFORE pic 9(7) value 0.
       01 WS-ADDED-COUNT pic 9(7) value 0.
       01 WS-REPLACED-COUNT pic 9(7) value 0.
       01 WS-REMOVED-COUNT pic 9(7) value 0.
       01 WS-REJECTED-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

       end-perform
       close input-file

       IF WS-FULL-REPLACE = "Y"
           perform REMOVE-UNDELIVERED-CUSTOMERS
           close delivered-index-file
       END-IF
       perform WRITE-FORMATTED-OUTPUT
       close customer-master-file
       perform EXPORT-CUSTOMER-MASTER
       perform WRITE-LOAD-SUMMARY

       close rejects-file
stop run.

      *> --- the customer master, created empty on the very first
      *> delivery; its size goes in the summary so a shrinking base
      *> is visible ---
       LOAD-EXISTING-BASE.
           OPEN I-O customer-master-file
           IF WS-BASE-INDEX-STATUS = "35"
               OPEN OUTPUT customer-master-file
               CLOSE customer-master-file
               OPEN I-O customer-master-file
           END-IF

           MOVE "N" TO END-OF-INDEX-FILE
           MOVE LOW-VALUES TO KUNDESTAM-ID
           START customer-master-file KEY IS >= KUNDESTAM-ID
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-FILE
           END-START
           PERFORM UNTIL END-OF-INDEX-FILE = "Y"
               READ customer-master-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-FILE
                   NOT AT END
                       ADD 1 TO WS-BASE-COUNT-BEFORE
               END-READ
           END-PERFORM
       exit.

      *> --- a full delivery replaces the base: from here on a
      *> customer counts as known only once the delivery has carried
      *> it, and whoever it does not carry is removed afterwards ---
       CLEAR-BASE-INDEX.
           MOVE "Y" TO WS-FULL-REPLACE
           OPEN OUTPUT delivered-index-file
           CLOSE delivered-index-file
           OPEN I-O delivered-index-file
       exit.

      *> --- first line FULL or DELTA; anything else is data in a
                   INTO WS-ROW-ACTION
                   WITH POINTER WS-SCAN-PTR
               MOVE SPACES TO WS-DATA-ROW
               IF WS-SCAN-PTR <= 150
                   MOVE csv-lines(WS-SCAN-PTR:) TO WS-DATA-ROW
               END-IF
           END-IF

           perform VALIDATE-DATA-ROW
           IF WS_ROW_OK = "Y"
               perform CHECK-ROW-COUNTRY
           END-IF
           IF WS_ROW_OK = "N"
               perform WRITE-REJECT-ROW
           ELSE
       VALIDATE-DATA-ROW.
           move spaces to WS_CUSTOMER_ID WS_FIRST_NAME WS_LAST_NAME WS_STREET
           move spaces to WS_SIDE WS_CITY WS_PHONE WS_EMAIL WS_EXTRA_FIELD
           move spaces to WS_POSTNR WS_KUNDE_TYPE WS_LAND
           move zeros to WS_STREET_NUMBER WS_FLOOR
           move 0 to WS_FIELD_COUNT
           move "Y" to WS_ROW_OK

           unstring WS-DATA-ROW delimited by ","
               into WS_CUSTOMER_ID, WS_FIRST_NAME, WS_LAST_NAME, WS_STREET, WS_STREET_NUMBER, WS_FLOOR, WS_SIDE, WS_POSTNR, WS_CITY, WS_PHONE, WS_EMAIL, WS_KUNDE_TYPE, WS_LAND, WS_EXTRA_FIELD
               TALLYING IN WS_FIELD_COUNT

           if WS_FIELD_COUNT < 11 or WS_FIELD_COUNT > 13
               or WS_EXTRA_FIELD <> spaces
               or WS_CUSTOMER_ID = spaces
               move "N" to WS_ROW_OK
           end-if
       exit.

      *> --- the row's LAND must be on the country master and its
      *> POSTNR fit the country's format; status 35 = no master ---
       CHECK-ROW-COUNTRY.
           MOVE "K" TO WS-LAND-MODE
           MOVE WS_LAND TO WS-LAND-TEKST
           CALL "LandOpslag" USING WS-LAND-MODE WS-LAND-TEKST WS-LAND
               WS-LAND-STATUS
           IF WS-LAND-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-LAND-STATUS NOT = "00"
               MOVE "N" TO WS_ROW_OK
               EXIT PARAGRAPH
           END-IF
           MOVE "P" TO WS-LAND-MODE
           MOVE WS_POSTNR TO WS-LAND-TEKST
           CALL "LandOpslag" USING WS-LAND-MODE WS-LAND-TEKST WS-LAND
               WS-LAND-STATUS
           IF WS-LAND-STATUS = "23"
               MOVE "N" TO WS_ROW_OK
           END-IF
       exit.

       APPLY-DATA-ROW.
           perform CHECK-CUSTOMER-KNOWN
           IF WS-CUSTOMER-EXISTS = "N"
               IF FUNCTION TRIM(WS-ROW-ACTION) = "CHANGE"
                   MOVE "N" TO WS_ROW_OK
                   perform WRITE-REJECT-ROW
               ELSE
                   perform STORE-CUSTOMER-ROW
                   ADD 1 TO WS-ADDED-COUNT
               END-IF
           ELSE
               IF FUNCTION TRIM(WS-ROW-ACTION) = "ADD"
                   MOVE "N" TO WS_ROW_OK
                   perform WRITE-REJECT-ROW
               ELSE
                   perform STORE-CUSTOMER-ROW
                   ADD 1 TO WS-REPLACED-COUNT
               END-IF
           END-IF
       exit.

      *> --- known means on the master, or under a FULL delivery
      *> already carried earlier in this delivery ---
       CHECK-CUSTOMER-KNOWN.
           MOVE "N" TO WS-CUSTOMER-EXISTS
           IF WS-FULL-REPLACE = "Y"
               MOVE WS_CUSTOMER_ID TO LEV-KUNDE-ID
               READ delivered-index-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CUSTOMER-EXISTS
               END-READ
           ELSE
               MOVE WS_CUSTOMER_ID TO KUNDESTAM-ID
               READ customer-master-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-CUSTOMER-EXISTS
               END-READ
           END-IF
       exit.

      *> --- the row lands on the master; a customer already there
      *> keeps its CPR, a new one (or one still without) has it
      *> derived from the account holders (KundeCprOpslag) ---
       STORE-CUSTOMER-ROW.
           IF WS-FULL-REPLACE = "Y"
               MOVE WS_CUSTOMER_ID TO LEV-KUNDE-ID
               WRITE DELIVERED-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           MOVE WS_CUSTOMER_ID TO KUNDESTAM-ID
           READ customer-master-file
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-MASTER-RECORD
                   MOVE WS_CUSTOMER_ID TO KUNDESTAM-ID
                   MOVE WS-DATA-ROW TO KUNDESTAM-ROW
                   CALL "KundeCprOpslag" USING KUNDESTAM-ID
                       KUNDESTAM-CPR WS-KUNDE-CPR-STATUS
                   WRITE CUSTOMER-MASTER-RECORD
               NOT INVALID KEY
                   MOVE WS-DATA-ROW TO KUNDESTAM-ROW
                   IF KUNDESTAM-CPR = SPACES
                       CALL "KundeCprOpslag" USING KUNDESTAM-ID
                           KUNDESTAM-CPR WS-KUNDE-CPR-STATUS
                   END-IF
                   REWRITE CUSTOMER-MASTER-RECORD
           END-READ
       exit.

           display "REJECTED ROW: " FUNCTION TRIM(csv-lines)
       exit.

      *> --- after a FULL delivery every customer it did not carry
      *> leaves the master ---
       REMOVE-UNDELIVERED-CUSTOMERS.
           MOVE "N" TO END-OF-INDEX-FILE
           MOVE LOW-VALUES TO KUNDESTAM-ID
           START customer-master-file KEY IS >= KUNDESTAM-ID
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-FILE
           END-START
           PERFORM UNTIL END-OF-INDEX-FILE = "Y"
               READ customer-master-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-FILE
                   NOT AT END
                       MOVE KUNDESTAM-ID TO LEV-KUNDE-ID
                       READ delivered-index-file
                           INVALID KEY
                               DELETE customer-master-file
                               ADD 1 TO WS-REMOVED-COUNT
                       END-READ
               END-READ
           END-PERFORM
       exit.

      *> --- 7-KundeData.csv exported from the merged master, so the
      *> readers downstream see the whole base, not just the delivery ---
       EXPORT-CUSTOMER-MASTER.
           MOVE "K" TO WS-EKSPORT-MODE
           CALL "StamEksport" USING WS-EKSPORT-MODE WS-EKSPORT-STATUS
           IF WS-EKSPORT-STATUS NOT = "00"
               DISPLAY "ReadWriteFile: 7-KundeData.csv kunne ikke"
                   " eksporteres, status " WS-EKSPORT-STATUS
           END-IF
       exit.

      *> --- 7-KundeOutput.txt regenerated from the merged base, in
           OPEN OUTPUT output-file

           MOVE "N" TO END-OF-INDEX-FILE
           MOVE LOW-VALUES TO KUNDESTAM-ID
           START customer-master-file KEY IS >= KUNDESTAM-ID
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-FILE
           END-START
           PERFORM UNTIL END-OF-INDEX-FILE = "Y"
               READ customer-master-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-FILE
                   NOT AT END
                       MOVE KUNDESTAM-ROW TO WS-DATA-ROW
                       perform VALIDATE-DATA-ROW
                       perform WRITE-ONE-CUSTOMER-BLOCK
               END-READ
                  INTO SUMMARY-RECORD
           WRITE SUMMARY-RECORD

           MOVE WS-REMOVED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO SUMMARY-RECORD
           STRING "Fjernet (ikke i FULL-leverancen): " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO SUMMARY-RECORD
           WRITE SUMMARY-RECORD

           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO SUMMARY-RECORD
           STRING "Afvist: " DELIMITED BY SIZE
