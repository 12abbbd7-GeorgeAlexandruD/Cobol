       program-id. Aarsafslutning.

      *> --- Year-end closing run. For the year in 39-AarParam.txt
      *> (default: the year the business date closes - its own year
      *> in December, the one before otherwise) every customer gets an
      *> aarsopgoerelse: balance at 1 January (from the year-opening
      *> carry snapshot 10-SaldoCarry-YYYY.txt, zero when none),
      *> total in and out across the live master and the dated
       select machine-file assign to "39-AarsopgoerelseMaskine.txt"
           organization line sequential.

      *> --- every account's KONTO-TYPE from the account master keyed
      *> on KONTO-ID, so the fee prices from the product catalog per
      *> row ---
       select account-index-file assign to "8-KontoStam.txt"
           organization is indexed
           access mode is dynamic
           record key is KONTOSTAM-ID
           alternate record key is KONTOSTAM-KUNDE-ID with duplicates
           alternate record key is KONTOSTAM-CPR with duplicates
           file status is WS-ACCOUNT-INDEX-STATUS.

      *> --- one bucket per CPR for the year's figures ---
       select year-total-file assign to "WS-AarTotaler.tmp"
           05 AAROP-GEBYR pic S9(11)v99.
           05 AAROP-ULTIMO pic S9(13)v99.

FD account-index-file.
       01 ACCOUNT-INDEX-RECORD.
           copy "8-KONTOSTAM.cpy".

FD year-total-file.
       01 YEAR-TOTAL-RECORD.
       01 WS-SCAN-YEAR pic 9(4) value 0.
       01 WS-CURRENT-YEAR pic 9(4) value 0.
       01 WS-CURRENT-MONTH pic 9(2) value 0.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-YEAR-TEXT pic x(4) value spaces.
       01 WS-SCAN-MONTH pic 9(2) value 0.
       01 WS-ARCHIVE-FILENAME pic x(40) value spaces.

      *> --- product-catalog pricing through the shared ProduktOpslag;
      *> an uncovered product keeps the classic Overforsel fee ---
       01 WS-ACCOUNT-INDEX-STATUS pic XX value spaces.
       01 WS-PROD-MODE pic x value space.
       01 WS-PROD-KONTO-TYPE pic x(15) value spaces.
       01 WS-PROD-NOEGLE pic x(15) value spaces.
       01 WS-COUNT-DISPLAY pic Z(6)9.

PROCEDURE DIVISION.
       *> the business date, not the clock - a missed 31 December
       *> caught up in January still closes the year it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS
       MOVE WS-TODAY-DATE(1:4) TO WS-CURRENT-YEAR
       MOVE WS-TODAY-DATE(6:2) TO WS-CURRENT-MONTH

       perform LOAD-REPORT-YEAR
       MOVE WS-REPORT-YEAR TO WS-YEAR-TEXT
       COMPUTE WS-NEXT-YEAR = WS-REPORT-YEAR + 1

       OPEN OUTPUT year-total-file
       CLOSE year-total-file
       OPEN I-O year-total-file

       perform OPEN-ACCOUNT-MASTER
       perform LOAD-OPENING-BALANCES
       perform ACCUMULATE-LIVE-TRANSACTIONS
       perform ACCUMULATE-ARCHIVED-TRANSACTIONS
       perform SNAPSHOT-CARRY-FILE

       close year-total-file
       close account-index-file

       MOVE WS-CUSTOMER-COUNT TO WS-COUNT-DISPLAY
       DISPLAY "Aarsafslutning " WS-YEAR-TEXT ": "
           FUNCTION TRIM(WS-COUNT-DISPLAY) " aarsopgoerelse(r) skrevet"
stop run.

      *> default: the year being closed - the business date's own
      *> year in December (the chain's year-end step runs on its last
      *> banking day), the year that just ended otherwise
       LOAD-REPORT-YEAR.
           MOVE WS-CURRENT-YEAR TO WS-REPORT-YEAR
           IF WS-CURRENT-MONTH NOT = 12
               SUBTRACT 1 FROM WS-REPORT-YEAR
           END-IF
           OPEN INPUT param-file
           IF WS-PARAM-STATUS = "00"
               READ param-file
           END-IF
       exit.

      *> --- the account master is read in place for each row's
      *> KONTO-TYPE; without it every row keeps the classic fee ---
       OPEN-ACCOUNT-MASTER.
           OPEN INPUT account-index-file
           IF WS-ACCOUNT-INDEX-STATUS NOT = "00"
               DISPLAY "Aarsafslutning: 8-KontoStam.txt kan ikke aabnes"
                   " - gebyrer efter Overforsel-satsen"
           END-IF
       exit.

           *> type; a row the catalog does not cover keeps the classic
           *> Overforsel percentage
           MOVE "35" TO WS-PROD-STATUS
           MOVE KONTO-ID OF archive-in TO KONTOSTAM-ID
           READ account-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "G" TO WS-PROD-MODE
                   MOVE KONTOSTAM-TYPE TO WS-PROD-KONTO-TYPE
                   MOVE TRANSAKTIONSTYPE OF archive-in TO WS-PROD-NOEGLE
                   MOVE 0 TO WS-PROD-BELOEB
                   CALL "ProduktOpslag" USING WS-PROD-MODE
