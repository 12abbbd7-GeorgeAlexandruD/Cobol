       select register-new-file assign to "76-UdlaegRegister.new"
           organization line sequential.

       select delivery-file assign to "16-Leverance.txt"
           organization line sequential
           file status is WS-DELIVERY-STATUS.
       select report-file assign to "76-UdlaegRapport.txt"
           organization line sequential.

      *> --- account balances from the account master, keyed on
      *> KONTO-ID ---
       select account-index-file assign to "8-KontoStam.txt"
           organization is indexed
           access mode is dynamic
           record key is KONTOSTAM-ID
           alternate record key is KONTOSTAM-KUNDE-ID with duplicates
           alternate record key is KONTOSTAM-CPR with duplicates
           file status is WS-ACCOUNT-INDEX-STATUS.

data division.
FD register-new-file.
       01 REGISTER-NEW-RECORD pic x(130).

FD delivery-file.
01 delivery-out.
       copy "10-TRANSAKTIONER.cpy".

FD account-index-file.
       01 ACCOUNT-INDEX-RECORD.
           copy "8-KONTOSTAM.cpy".

WORKING-STORAGE SECTION.
       01 WS-REGISTER-STATUS pic XX value spaces.
       01 WS-DELIVERY-STATUS pic XX value spaces.
       01 WS-ACCOUNT-INDEX-STATUS pic XX value spaces.

       01 END-OF-REGISTER-FILE pic x value "N".

       01 WS-UDL-KONTO-ID pic x(15) value spaces.
       01 WS-UDL-CPR pic x(15) value spaces.
       01 WS-UDL-STATUS pic x(8) value spaces.
       01 WS-UDL-REG-NR pic x(4) value spaces.

       01 WS-KONTO-BALANCE pic S9(11)v99 value 0.

       01 WS-ORDER-BELOEB pic S9(11)v99 value 0.
       01 WS-MINIMUM pic S9(11)v99 value 0.
       01 WS-BELOEB-DISPLAY pic -Z(11).99.

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-REMITTED-COUNT pic 9(7) value 0.
       01 WS-WAITING-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

      *> --- integrity seal on the shared handoff, proven before
      *> rows are added and renewed afterwards ---
       01 WS-SEGL-MODE pic x value space.
       01 WS-SEGL-FILNAVN pic x(40) value spaces.
       01 WS-LEVERANCE-SEGL pic XX value spaces.

PROCEDURE DIVISION.
       OPEN INPUT register-file
       IF WS-REGISTER-STATUS = "35"
       OPEN OUTPUT register-new-file
       OPEN OUTPUT report-file

       *> rows are only added to a delivery whose seal still holds
       MOVE "A" TO WS-SEGL-MODE
       MOVE "16-Leverance.txt" TO WS-SEGL-FILNAVN
       CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
           WS-LEVERANCE-SEGL
       OPEN EXTEND delivery-file
       IF WS-DELIVERY-STATUS = "35"
           OPEN OUTPUT delivery-file
       END-IF

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still posts under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       perform OPEN-ACCOUNT-MASTER

       perform UNTIL END-OF-REGISTER-FILE = "Y"
           read register-file
       close register-new-file
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
       close report-file

      *> the advanced register replaces the old one next run: operators
      *> swap 76-UdlaegRegister.new over 76-UdlaegRegister.txt
stop run.

      *> --- the account master is read in place; without it every
      *> order waits as not found ---
       OPEN-ACCOUNT-MASTER.
           OPEN INPUT account-index-file
           IF WS-ACCOUNT-INDEX-STATUS NOT = "00"
               DISPLAY "UdlaegBehandling: 8-KontoStam.txt kan ikke"
                   " aabnes"
           END-IF
       exit.

               MOVE 0 TO WS-MINIMUM
           END-IF

           MOVE WS-UDL-KONTO-ID TO KONTOSTAM-ID
           READ account-index-file
               INVALID KEY
                   ADD 1 TO WS-WAITING-COUNT
                   WRITE REPORT-RECORD
                   EXIT PARAGRAPH
           END-READ
           IF FUNCTION TEST-NUMVAL(KONTOSTAM-BALANCE) = 0
               COMPUTE WS-KONTO-BALANCE =
                   FUNCTION NUMVAL(KONTOSTAM-BALANCE)
           ELSE
               MOVE 0 TO WS-KONTO-BALANCE
           END-IF

           *> the remittance row needs the account's REG-NR to pass
           *> the intake; an order missing it stays AABEN and is
           END-IF

           *> funds cover the order only above the protected minimum
           IF WS-KONTO-BALANCE - WS-MINIMUM >= WS-ORDER-BELOEB
               perform EMIT-REMITTANCE-ROW
               MOVE "AFREGNET" TO WS-UDL-STATUS
               ADD 1 TO WS-REMITTED-COUNT
