
      *> --- Month-end billing of periodic service charges, priced
      *> from the product catalog so a price change is data. Per open
      *> account in 8-KontoStam.txt three charges are assessed, each
      *> looked up as a flat DKK amount under the account's
      *> KONTO-TYPE in 64-ProduktKatalog.txt (GEBYRFRI lines exempt):
      *>   KONTOGEBYR  - account maintenance, every account,
environment division.
input-output section.
file-control.
       select prefs-file assign to "10-KanalPraefs.txt"
           organization line sequential
           file status is WS-PREFS-STATUS.
           record key is MAP-KUNDE-ID
           file status is WS-CPR-MAP-STATUS.

      *> --- the account master keyed on KONTO-ID, walked for the
      *> billing pass and read by key for the CPR map ---
       select account-index-file assign to "8-KontoStam.txt"
           organization is indexed
           access mode is dynamic
           record key is KONTOSTAM-ID
           alternate record key is KONTOSTAM-KUNDE-ID with duplicates
           alternate record key is KONTOSTAM-CPR with duplicates
           file status is WS-ACCOUNT-INDEX-STATUS.

      *> --- prefs keyed on CPR ---

data division.
file section.
FD prefs-file.
       01 PREFS-CSV-RECORD pic x(60).


FD account-index-file.
       01 ACCOUNT-INDEX-RECORD.
           copy "8-KONTOSTAM.cpy".

FD prefs-index-file.
       01 PREFS-INDEX-RECORD.
       01 WS-JOURNAL-FILENAME pic x(40) value "81-GebyrJournal.txt".
       01 WS-REHEARSAL-PARAM-STATUS pic XX value spaces.

       01 WS-PREFS-STATUS pic XX value spaces.
       01 WS-SNAPSHOT-STATUS pic XX value spaces.
       01 WS-TRANS-STATUS pic XX value spaces.
       01 WS-DELIVERY-STATUS pic XX value spaces.
       01 WS-CPR-MAP-STATUS pic XX value spaces.
       01 WS-ACCOUNT-INDEX-STATUS pic XX value spaces.
       01 WS-ACCOUNT-MASTER-OPEN pic x value "N".
       01 WS-PREFS-INDEX-STATUS pic XX value spaces.
       01 WS-ACTIVITY-INDEX-STATUS pic XX value spaces.

       01 END-OF-SNAPSHOT-FILE pic x value "N".
       01 END-OF-TRANSACTIONS-FILE pic x value "N".

      *> --- account master fields ---
       01 WS-KONTO-KUNDE-ID pic x(10) value spaces.
       01 WS-KONTO-ID-TEXT pic x(15) value spaces.
       01 WS-KONTO-TYPE-TEXT pic x(15) value spaces.
       01 WS-KANAL pic x(5) value spaces.
       01 WS-BELOEB-DISPLAY pic -Z(9).99.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-DORMANT-CUTOFF pic x(10) value spaces.
       01 WS-DATE-YYYYMMDD pic 9(8).
       01 WS-DATE-INTEGER pic 9(8) comp.
       01 WS-NO-CPR-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

      *> --- integrity seal on the shared handoff, proven before
      *> rows are added and renewed afterwards ---
       01 WS-SEGL-MODE pic x value space.
       01 WS-SEGL-FILNAVN pic x(40) value spaces.
       01 WS-LEVERANCE-SEGL pic XX value spaces.

PROCEDURE DIVISION.
       OPEN INPUT rehearsal-param-file
       IF WS-REHEARSAL-PARAM-STATUS = "00"
           CLOSE rehearsal-param-file
       END-IF

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still posts under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       MOVE WS-TODAY-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4)
       MOVE WS-TODAY-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2)
       MOVE WS-TODAY-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2)
       COMPUTE WS-DATE-INTEGER =
           FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD) - 365
       COMPUTE WS-DATE-YYYYMMDD =
       MOVE SPACES TO JOURNAL-RECORD
       WRITE JOURNAL-RECORD

       *> rows are only added to a delivery whose seal still holds
       MOVE "A" TO WS-SEGL-MODE
       MOVE WS-DELIVERY-FILENAME TO WS-SEGL-FILNAVN
       CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
           WS-LEVERANCE-SEGL
       OPEN EXTEND delivery-file
       IF WS-DELIVERY-STATUS = "35"
           OPEN OUTPUT delivery-file
       END-IF

       perform OPEN-ACCOUNT-MASTER
       perform BUILD-CPR-MAP
       perform LOAD-CHANNEL-PREFS
       perform LOAD-ACTIVITY-DATES

       close journal-file
       close delivery-file
       *> the seal is renewed over the added rows; a delivery whose
       *> seal had already failed is left for the receiver to refuse
       IF WS-LEVERANCE-SEGL = "00"
           MOVE "S" TO WS-SEGL-MODE
           MOVE WS-DELIVERY-FILENAME TO WS-SEGL-FILNAVN
           CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
               WS-LEVERANCE-SEGL
       END-IF
       close cpr-map-file
       close account-index-file
       close prefs-index-file
       close activity-index-file
stop run.

      *> --- the account master is read in place; without it there
      *> is nothing to bill ---
       OPEN-ACCOUNT-MASTER.
           OPEN INPUT account-index-file
           IF WS-ACCOUNT-INDEX-STATUS = "00"
               MOVE "Y" TO WS-ACCOUNT-MASTER-OPEN
           ELSE
               DISPLAY "GebyrOpkraevning: 8-KontoStam.txt kan ikke"
                   " aabnes - ingen gebyrer opkraevet"
           END-IF
       exit.

       BUILD-CPR-MAP.
           CLOSE cpr-map-file
           OPEN I-O cpr-map-file

           IF WS-ACCOUNT-MASTER-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT transactions-file
           IF WS-TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH
                   AT END
                       MOVE "Y" TO END-OF-TRANSACTIONS-FILE
                   NOT AT END
                       MOVE KONTO-ID OF transactions-in TO KONTOSTAM-ID
                       READ account-index-file
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE KONTOSTAM-KUNDE-ID TO MAP-KUNDE-ID
                               MOVE CPR OF transactions-in TO MAP-CPR
                               MOVE REG-NR OF transactions-in
                                   TO MAP-REG-NR
       exit.

       BILL-EVERY-ACCOUNT.
           IF WS-ACCOUNT-MASTER-OPEN NOT = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO KONTOSTAM-ID
           START account-index-file KEY IS >= KONTOSTAM-ID
               INVALID KEY
                   MOVE "Y" TO END-OF-ACCOUNT-FILE
           END-START
           PERFORM UNTIL END-OF-ACCOUNT-FILE = "Y"
               READ account-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-ACCOUNT-FILE
                   NOT AT END
                       perform BILL-ONE-ACCOUNT
               END-READ
           END-PERFORM
       exit.

       BILL-ONE-ACCOUNT.
           MOVE KONTOSTAM-KUNDE-ID TO WS-KONTO-KUNDE-ID
           MOVE KONTOSTAM-ID TO WS-KONTO-ID-TEXT
           MOVE KONTOSTAM-TYPE TO WS-KONTO-TYPE-TEXT
           MOVE KONTOSTAM-BALANCE TO WS-KONTO-BALANCE-TEXT
           MOVE KONTOSTAM-VALUTA TO WS-KONTO-VALUTA-TEXT
           MOVE KONTOSTAM-STATUS TO WS-KONTO-STATUS-TEXT
           IF WS-KONTO-ID-TEXT = SPACES
               OR FUNCTION TRIM(WS-KONTO-STATUS-TEXT) = "LUKKET"
               EXIT PARAGRAPH
