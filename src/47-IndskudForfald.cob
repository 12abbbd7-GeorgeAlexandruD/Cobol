       select deposit-new-file assign to "47-IndskudRegister.new"
           organization line sequential.

       select delivery-file assign to "16-Leverance.txt"
           organization line sequential
           file status is WS-DELIVERY-STATUS.
       select preview-file assign to "47-IndskudVarsel.txt"
           organization line sequential.

      *> --- the account master keyed on KONTO-ID so the deposit's
      *> balance and KUNDE-ID come from one keyed READ ---
       select account-index-file assign to "8-KontoStam.txt"
           organization is indexed
           access mode is dynamic
           record key is KONTOSTAM-ID
           alternate record key is KONTOSTAM-KUNDE-ID with duplicates
           alternate record key is KONTOSTAM-CPR with duplicates
           file status is WS-ACCOUNT-INDEX-STATUS.

data division.
FD deposit-new-file.
       01 DEPOSIT-NEW-RECORD pic x(120).

FD delivery-file.
01 delivery-out.
       copy "10-TRANSAKTIONER.cpy".
      *> balance converted only when the arithmetic needs it ---
FD account-index-file.
       01 ACCOUNT-INDEX-RECORD.
           copy "8-KONTOSTAM.cpy".

WORKING-STORAGE SECTION.
       01 WS-DEPOSIT-STATUS pic XX value spaces.
       01 WS-DELIVERY-STATUS pic XX value spaces.
       01 WS-KONTO-REQ-STATUS pic XX value spaces.
       01 WS-ACCOUNT-INDEX-STATUS pic XX value spaces.

       01 END-OF-DEPOSIT-FILE pic x value "N".

       01 WS-IND-KONTO-ID pic x(15) value spaces.
       01 WS-IND-CPR pic x(15) value spaces.

      *> --- date arithmetic for the rollover and the 30-day preview ---
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-PREVIEW-LIMIT pic x(10) value spaces.
       01 WS-DATE-YYYYMMDD pic 9(8).
       01 WS-DATE-INTEGER pic 9(8) comp.
       01 WS-PREVIEW-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

      *> --- integrity seal on the shared handoff, proven before
      *> rows are added and renewed afterwards ---
       01 WS-SEGL-MODE pic x value space.
       01 WS-SEGL-FILNAVN pic x(40) value spaces.
       01 WS-LEVERANCE-SEGL pic XX value spaces.

PROCEDURE DIVISION.
       OPEN INPUT deposit-file
       IF WS-DEPOSIT-STATUS = "35"
       OPEN OUTPUT report-file
       OPEN OUTPUT preview-file

       *> rows are only added to a delivery whose seal still holds
       MOVE "A" TO WS-SEGL-MODE
       MOVE "16-Leverance.txt" TO WS-SEGL-FILNAVN
       CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
           WS-LEVERANCE-SEGL
       OPEN EXTEND delivery-file
       IF WS-DELIVERY-STATUS = "35"
           OPEN OUTPUT delivery-file
           OPEN OUTPUT konto-requests-file
       END-IF

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still posts under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       MOVE WS-TODAY-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4)
       MOVE WS-TODAY-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2)
       MOVE WS-TODAY-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2)
       COMPUTE WS-DATE-INTEGER =
           FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD) + 30
       COMPUTE WS-DATE-YYYYMMDD =
       MOVE SPACES TO PREVIEW-RECORD
       WRITE PREVIEW-RECORD

       perform OPEN-ACCOUNT-MASTER

       perform UNTIL END-OF-DEPOSIT-FILE = "Y"
           read deposit-file
       close deposit-new-file
       close account-index-file
       close delivery-file
       *> the seal is renewed over the added rows; a delivery whose
       *> seal had already failed is left for the receiver to refuse
       IF WS-LEVERANCE-SEGL = "00"
           MOVE "S" TO WS-SEGL-MODE
           MOVE "16-Leverance.txt" TO WS-SEGL-FILNAVN
           CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
               WS-LEVERANCE-SEGL
       END-IF
       close konto-requests-file
       close report-file
       close preview-file
      *> swap 47-IndskudRegister.new over 47-IndskudRegister.txt
stop run.

      *> --- the account master is read in place; without it every
      *> maturing deposit is refused and carried forward ---
       OPEN-ACCOUNT-MASTER.
           OPEN INPUT account-index-file
           IF WS-ACCOUNT-INDEX-STATUS NOT = "00"
               DISPLAY "IndskudForfald: 8-KontoStam.txt kan ikke aabnes"
           END-IF
       exit.

       PROCESS-ONE-DEPOSIT.
       MATURE-ONE-DEPOSIT.
           ADD 1 TO WS-MATURED-COUNT
           MOVE "N" TO WS-ACCOUNT-FOUND
           MOVE WS-IND-KONTO-ID TO KONTOSTAM-ID
           READ account-index-file
               INVALID KEY
                   CONTINUE
           END-READ
           IF WS-ACCOUNT-FOUND = "N"
               MOVE SPACES TO REPORT-RECORD
               STRING "Afvist - konto ikke i 8-KontoStam.txt - Konto: "
                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-IND-KONTO-ID) DELIMITED BY SIZE
                      INTO REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-HOVEDSTOL = FUNCTION NUMVAL(KONTOSTAM-BALANCE)
           COMPUTE WS-LOEBETID-NUM = FUNCTION NUMVAL(WS-IND-LOEBETID)
           COMPUTE WS-TERM-RENTE ROUNDED = WS-HOVEDSTOL
               * FUNCTION NUMVAL(WS-IND-RENTE-PCT) / 100
           *> that register is installed
           MOVE SPACES TO KONTO-REQUEST-RECORD
           STRING "CLOSE," DELIMITED BY SIZE
                  FUNCTION TRIM(KONTOSTAM-KUNDE-ID) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IND-KONTO-ID) DELIMITED BY SIZE
                  ",,,,,,INDSKUD" DELIMITED BY SIZE
