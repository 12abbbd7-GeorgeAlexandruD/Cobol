identification division.
       program-id. IndbetalingskortIndlaes.

      *> --- Payment-slip (indbetalingskort) intake. Each slip paid by
      *> a customer arrives in 102-Indbetalingskort.txt:
      *> SLIP-ID,CPR,KONTO-ID,KORTTYPE,BETALINGS-ID,KREDITOR-NR,
      *> BELOEB,DATO
      *> and is checked against the creditor agreement register
      *> 102-KreditorAftaler.txt:
      *> KREDITOR-NR,NAVN,REG-NR,KONTO-ID,CPR,KORTTYPER,KONTROL-REGEL,
      *> STATUS
      *>   KORTTYPER      the slip types the creditor issues, e.g.
      *>                  71/75,
      *>   KONTROL-REGEL  MOD10 or MOD11 - the check digit closing
      *>                  the payment ID,
      *>   STATUS         AKTIV; anything else refuses payments.
      *> The card type fixes the payment-ID length: 71 has 15 digits,
      *> 04, 15 and 75 have 16, 01 and 73 carry none. A slip passes
      *> when the creditor is active and issues that type, the payment
      *> ID has the right length and check digit, the paying account
      *> is open and held by the CPR, and the SLIP-ID has not been
      *> paid before. It then posts as two Indbetalingskort legs in
      *> 16-Leverance.txt with the shared TRANS-REF IK+SLIP-ID, and is
      *> kept with its payment ID in 102-Indbetalinger.txt:
      *> REF,DATO,KORTTYPE,BETALINGS-ID,KREDITOR-NR,CPR,KONTO-ID,BELOEB
      *> The day's creditor information file 102-KreditorInfo.txt
      *> lists every payment received per creditor:
      *>   KREDITOR;KREDITOR-NR;NAVN;DATO
      *>   BETALING;DATO;KORTTYPE;BETALINGS-ID;BELOEB;REF
      *>   TOTAL;KREDITOR-NR;ANTAL;BELOEB
      *> Rejected slips are listed in 102-IndbetalingskortRapport.txt. ---

environment division.
input-output section.
file-control.
       select slip-file assign to "102-Indbetalingskort.txt"
           organization line sequential
           file status is WS-SLIP-STATUS.

       select creditor-file assign to "102-KreditorAftaler.txt"
           organization line sequential
           file status is WS-CREDITOR-STATUS.

       select transactions-file assign to "10-Transaktioner.txt"
           organization is indexed
           access mode is sequential
           record key is CPR of transactions-in with duplicates
           alternate record key is TRANS-REF of transactions-in
               with duplicates
           alternate record key is BUTIK of transactions-in
               with duplicates
           file status is WS-TRANS-STATUS.

       select payment-register-file assign to "102-Indbetalinger.txt"
           organization line sequential
           file status is WS-PAYMENT-REGISTER-STATUS.

       select delivery-file assign to "16-Leverance.txt"
           organization line sequential
           file status is WS-DELIVERY-STATUS.

       select info-file assign to "102-KreditorInfo.txt"
           organization line sequential.

       select report-file assign to "102-IndbetalingskortRapport.txt"
           organization line sequential.

      *> --- creditor agreements keyed on KREDITOR-NR ---
       select creditor-index-file assign to "WS-IkKreditor.tmp"
           organization is indexed
           access mode is dynamic
           record key is KA-KREDITOR-NR
           file status is WS-CREDITOR-INDEX-STATUS.

      *> --- paying accounts: owner and status from the account
      *> master keyed on KONTO-ID ---
       select account-index-file assign to "8-KontoStam.txt"
           organization is indexed
           access mode is dynamic
           record key is KONTOSTAM-ID
           alternate record key is KONTOSTAM-KUNDE-ID with duplicates
           alternate record key is KONTOSTAM-CPR with duplicates
           file status is WS-ACCOUNT-INDEX-STATUS.

      *> --- each paying account's REG-NR, from the transaction
      *> master's rows ---
       select reg-index-file assign to "WS-IkRegNr.tmp"
           organization is indexed
           access mode is dynamic
           record key is RG-KONTO-ID
           file status is WS-REG-INDEX-STATUS.

      *> --- references already paid ---
       select done-index-file assign to "WS-IkBetalt.tmp"
           organization is indexed
           access mode is dynamic
           record key is UDF-REF
           file status is WS-DONE-INDEX-STATUS.

      *> --- the run's accepted payments in creditor order ---
       select info-index-file assign to "WS-IkInfo.tmp"
           organization is indexed
           access mode is dynamic
           record key is INF-KEY
           file status is WS-INFO-INDEX-STATUS.

data division.
file section.
FD slip-file.
       01 SLIP-RECORD pic x(150).

FD creditor-file.
       01 CREDITOR-RECORD pic x(150).

FD transactions-file.
01 transactions-in.
       copy "10-TRANSAKTIONER.cpy".

FD payment-register-file.
       01 PAYMENT-REGISTER-RECORD pic x(150).

FD delivery-file.
01 delivery-out.
       copy "10-TRANSAKTIONER.cpy".

FD info-file.
       01 INFO-RECORD pic x(120).

FD report-file.
       01 REPORT-RECORD pic x(150).

FD creditor-index-file.
       01 CREDITOR-INDEX-RECORD.
           05 KA-KREDITOR-NR pic x(8).
           05 KA-NAVN pic x(30).
           05 KA-REG-NR pic x(4).
           05 KA-KONTO-ID pic x(15).
           05 KA-CPR pic x(15).
           05 KA-KORTTYPER pic x(20).
           05 KA-KONTROL-REGEL pic x(6).
           05 KA-STATUS pic x(8).

FD account-index-file.
       01 ACCOUNT-INDEX-RECORD.
           copy "8-KONTOSTAM.cpy".

FD reg-index-file.
       01 REG-INDEX-RECORD.
           05 RG-KONTO-ID pic x(15).
           05 RG-REG-NR pic x(4).

FD done-index-file.
       01 DONE-INDEX-RECORD.
           05 UDF-REF pic x(20).

FD info-index-file.
       01 INFO-INDEX-RECORD.
           05 INF-KEY.
               10 INF-KREDITOR-NR pic x(8).
               10 INF-SEQ pic 9(7).
           05 INF-DATO pic x(10).
           05 INF-KORTTYPE pic x(2).
           05 INF-BETALINGS-ID pic x(16).
           05 INF-BELOEB pic S9(13)v99.
           05 INF-REF pic x(20).

WORKING-STORAGE SECTION.
       01 WS-SLIP-STATUS pic XX value spaces.
       01 WS-CREDITOR-STATUS pic XX value spaces.
       01 WS-TRANS-STATUS pic XX value spaces.
       01 WS-PAYMENT-REGISTER-STATUS pic XX value spaces.
       01 WS-DELIVERY-STATUS pic XX value spaces.
       01 WS-CREDITOR-INDEX-STATUS pic XX value spaces.
       01 WS-ACCOUNT-INDEX-STATUS pic XX value spaces.
       01 WS-REG-INDEX-STATUS pic XX value spaces.
       01 WS-DONE-INDEX-STATUS pic XX value spaces.
       01 WS-INFO-INDEX-STATUS pic XX value spaces.

       01 END-OF-SLIP-FILE pic x value "N".
       01 END-OF-CREDITOR-FILE pic x value "N".
       01 END-OF-TRANSACTIONS-FILE pic x value "N".
       01 END-OF-PAYMENT-REGISTER pic x value "N".
       01 END-OF-INFO-SCAN pic x value "N".

      *> --- slip line fields ---
       01 WS-SLIP-ID pic x(12) value spaces.
       01 WS-SLIP-CPR pic x(15) value spaces.
       01 WS-SLIP-KONTO-ID pic x(15) value spaces.
       01 WS-SLIP-KORTTYPE pic x(2) value spaces.
       01 WS-SLIP-BETALINGS-ID pic x(16) value spaces.
       01 WS-SLIP-KREDITOR-NR pic x(8) value spaces.
       01 WS-SLIP-BELOEB-TEXT pic x(15) value spaces.
       01 WS-SLIP-DATO pic x(10) value spaces.
       01 WS-SLIP-BELOEB pic S9(13)v99 value 0.
       01 WS-REF pic x(20) value spaces.
       01 WS-PAYER-REG-NR pic x(4) value spaces.

       01 WS-SLIP-OK pic x value "Y".
       01 WS-REJECT-REASON pic x(60) value spaces.

      *> --- payment-ID check ---
       01 WS-ID-LAENGDE pic 9(2) value 0.
       01 WS-ID-FAKTISK pic 9(2) value 0.
       01 WS-CIFFER-IX pic 9(2) value 0.
       01 WS-CIFFER pic 9 value 0.
       01 WS-VAEGT pic 9 value 0.
       01 WS-PRODUKT pic 9(3) value 0.
       01 WS-CIFFER-SUM pic 9(5) value 0.
       01 WS-KONTROL-CIFFER pic 9(2) value 0.
       01 WS-FORVENTET pic 9(2) value 0.
       01 WS-ID-OK pic x value "Y".

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-BELOEB-DISPLAY pic -Z(12)9.99.
       01 WS-AMOUNT-DISPLAY pic -Z(12)9.99.
       01 WS-INFO-SEQ pic 9(7) value 0.

      *> --- creditor info block totals ---
       01 WS-INFO-KREDITOR pic x(8) value spaces.
       01 WS-INFO-ANTAL pic 9(7) value 0.
       01 WS-INFO-SUM pic S9(13)v99 value 0.

       01 WS-SLIP-COUNT pic 9(7) value 0.
       01 WS-ACCEPTED-COUNT pic 9(7) value 0.
       01 WS-REJECTED-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

      *> --- integrity seal on the shared handoff, proven before
      *> rows are added and renewed afterwards ---
       01 WS-SEGL-MODE pic x value space.
       01 WS-SEGL-FILNAVN pic x(40) value spaces.
       01 WS-LEVERANCE-SEGL pic XX value spaces.

PROCEDURE DIVISION.
       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still posts under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       OPEN INPUT slip-file
       IF WS-SLIP-STATUS = "35"
           DISPLAY "IndbetalingskortIndlaes: 102-Indbetalingskort.txt blev ikke fundet"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       perform LOAD-CREDITOR-AGREEMENTS
       perform LOAD-ACCOUNTS
       perform LOAD-PAID-REFERENCES

       OPEN OUTPUT info-index-file
       CLOSE info-index-file
       OPEN I-O info-index-file

       OPEN EXTEND payment-register-file
       IF WS-PAYMENT-REGISTER-STATUS = "35"
           OPEN OUTPUT payment-register-file
       END-IF
       *> rows are only added to a delivery whose seal still holds
       MOVE "A" TO WS-SEGL-MODE
       MOVE "16-Leverance.txt" TO WS-SEGL-FILNAVN
       CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
           WS-LEVERANCE-SEGL
       OPEN EXTEND delivery-file
       IF WS-DELIVERY-STATUS = "35"
           OPEN OUTPUT delivery-file
       END-IF
       OPEN OUTPUT report-file
       MOVE SPACES TO REPORT-RECORD
       STRING "Indlaesning af indbetalingskort " WS-TODAY-DATE
              DELIMITED BY SIZE INTO REPORT-RECORD
       WRITE REPORT-RECORD
       MOVE SPACES TO REPORT-RECORD
       WRITE REPORT-RECORD

       perform UNTIL END-OF-SLIP-FILE = "Y"
           read slip-file
               at end
                   move "Y" to END-OF-SLIP-FILE
               not at end
                   if SLIP-RECORD not = spaces
                       perform PROCESS-ONE-SLIP
                   end-if
           end-read
       end-perform

       perform WRITE-CREDITOR-INFO
       perform WRITE-REPORT-TRAILER

       close slip-file
       close payment-register-file
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
       close creditor-index-file
       close account-index-file
       close reg-index-file
       close done-index-file
       close info-index-file
stop run.

       LOAD-CREDITOR-AGREEMENTS.
           OPEN OUTPUT creditor-index-file
           CLOSE creditor-index-file
           OPEN I-O creditor-index-file

           OPEN INPUT creditor-file
           IF WS-CREDITOR-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-CREDITOR-FILE = "Y"
               READ creditor-file
                   AT END
                       MOVE "Y" TO END-OF-CREDITOR-FILE
                   NOT AT END
                       MOVE SPACES TO CREDITOR-INDEX-RECORD
                       UNSTRING CREDITOR-RECORD DELIMITED BY ","
                           INTO KA-KREDITOR-NR, KA-NAVN, KA-REG-NR,
                                KA-KONTO-ID, KA-CPR, KA-KORTTYPER,
                                KA-KONTROL-REGEL, KA-STATUS
                       IF KA-KREDITOR-NR NOT = SPACES
                           WRITE CREDITOR-INDEX-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE creditor-file
       exit.

      *> --- paying accounts are read in place from the account
      *> master; each one's REG-NR is taken from the transaction
      *> master's rows ---
       LOAD-ACCOUNTS.
           OPEN INPUT account-index-file
           IF WS-ACCOUNT-INDEX-STATUS NOT = "00"
               DISPLAY "IndbetalingskortIndlaes: 8-KontoStam.txt kan"
                   " ikke aabnes"
           END-IF

           OPEN OUTPUT reg-index-file
           CLOSE reg-index-file
           OPEN I-O reg-index-file

           OPEN INPUT transactions-file
           IF WS-TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-TRANSACTIONS-FILE = "Y"
               READ transactions-file
                   AT END
                       MOVE "Y" TO END-OF-TRANSACTIONS-FILE
                   NOT AT END
                       MOVE KONTO-ID OF transactions-in TO RG-KONTO-ID
                       MOVE REG-NR OF transactions-in TO RG-REG-NR
                       WRITE REG-INDEX-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE transactions-file
       exit.

       LOAD-PAID-REFERENCES.
           OPEN OUTPUT done-index-file
           CLOSE done-index-file
           OPEN I-O done-index-file

           OPEN INPUT payment-register-file
           IF WS-PAYMENT-REGISTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-PAYMENT-REGISTER = "Y"
               READ payment-register-file
                   AT END
                       MOVE "Y" TO END-OF-PAYMENT-REGISTER
                   NOT AT END
                       MOVE SPACES TO UDF-REF
                       UNSTRING PAYMENT-REGISTER-RECORD DELIMITED BY ","
                           INTO UDF-REF
                       WRITE DONE-INDEX-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE payment-register-file
       exit.

       PROCESS-ONE-SLIP.
           ADD 1 TO WS-SLIP-COUNT
           MOVE SPACES TO WS-SLIP-ID
           MOVE SPACES TO WS-SLIP-CPR
           MOVE SPACES TO WS-SLIP-KONTO-ID
           MOVE SPACES TO WS-SLIP-KORTTYPE
           MOVE SPACES TO WS-SLIP-BETALINGS-ID
           MOVE SPACES TO WS-SLIP-KREDITOR-NR
           MOVE SPACES TO WS-SLIP-BELOEB-TEXT
           MOVE SPACES TO WS-SLIP-DATO
           UNSTRING SLIP-RECORD DELIMITED BY ","
               INTO WS-SLIP-ID, WS-SLIP-CPR, WS-SLIP-KONTO-ID,
                    WS-SLIP-KORTTYPE, WS-SLIP-BETALINGS-ID,
                    WS-SLIP-KREDITOR-NR, WS-SLIP-BELOEB-TEXT,
                    WS-SLIP-DATO
           IF WS-SLIP-DATO = SPACES
               MOVE WS-TODAY-DATE TO WS-SLIP-DATO
           END-IF
           MOVE SPACES TO WS-REF
           STRING "IK" FUNCTION TRIM(WS-SLIP-ID)
                  DELIMITED BY SIZE INTO WS-REF

           perform VALIDATE-SLIP
           IF WS-SLIP-OK = "N"
               ADD 1 TO WS-REJECTED-COUNT
               perform WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           perform EMIT-PAYMENT-LEGS
           perform WRITE-PAYMENT-REGISTER-LINE
           ADD 1 TO WS-ACCEPTED-COUNT
       exit.

       VALIDATE-SLIP.
           MOVE "N" TO WS-SLIP-OK
           MOVE SPACES TO WS-REJECT-REASON

           MOVE 0 TO WS-SLIP-BELOEB
           IF FUNCTION TEST-NUMVAL(WS-SLIP-BELOEB-TEXT) = 0
               COMPUTE WS-SLIP-BELOEB =
                   FUNCTION NUMVAL(WS-SLIP-BELOEB-TEXT)
           END-IF

           MOVE WS-REF TO UDF-REF
           READ done-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Indbetalingen er allerede modtaget"
                       TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ

           IF WS-SLIP-ID = SPACES
               MOVE "SLIP-ID mangler" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-SLIP-BELOEB <= 0
               MOVE "BELOEB ugyldigt" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SLIP-KREDITOR-NR TO KA-KREDITOR-NR
           READ creditor-index-file
               INVALID KEY
                   MOVE "Ukendt kreditornummer" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ
           IF FUNCTION TRIM(KA-STATUS) NOT = "AKTIV"
               MOVE "Kreditoraftalen er ikke aktiv" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-SLIP-KORTTYPE = SPACES
               OR FUNCTION TRIM(KA-KORTTYPER) = SPACES
               MOVE "Korttype ikke aftalt med kreditor"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ID-FAKTISK
           INSPECT KA-KORTTYPER TALLYING WS-ID-FAKTISK
               FOR ALL WS-SLIP-KORTTYPE
           IF WS-ID-FAKTISK = 0
               MOVE "Korttype ikke aftalt med kreditor"
                   TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           perform CHECK-PAYMENT-ID
           IF WS-ID-OK = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SLIP-KONTO-ID TO KONTOSTAM-ID
           READ account-index-file
               INVALID KEY
                   MOVE "Betalende konto findes ikke" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-READ
           IF FUNCTION TRIM(KONTOSTAM-STATUS) = "LUKKET"
               MOVE "Betalende konto er lukket" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF KONTOSTAM-CPR NOT = WS-SLIP-CPR
               MOVE "Konto tilhoerer ikke CPR" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PAYER-REG-NR
           MOVE WS-SLIP-KONTO-ID TO RG-KONTO-ID
           READ reg-index-file
               NOT INVALID KEY
                   MOVE RG-REG-NR TO WS-PAYER-REG-NR
           END-READ
           MOVE "Y" TO WS-SLIP-OK
       exit.

      *> --- length by card type, digits only, and the check digit
      *> by the creditor's rule (weights from the right, the last
      *> digit being the check digit itself) ---
       CHECK-PAYMENT-ID.
           MOVE "Y" TO WS-ID-OK
           EVALUATE WS-SLIP-KORTTYPE
               WHEN "71"
                   MOVE 15 TO WS-ID-LAENGDE
               WHEN "04"
               WHEN "15"
               WHEN "75"
                   MOVE 16 TO WS-ID-LAENGDE
               WHEN "01"
               WHEN "73"
                   MOVE 0 TO WS-ID-LAENGDE
               WHEN OTHER
                   MOVE "N" TO WS-ID-OK
                   MOVE "Ukendt korttype" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE 0 TO WS-ID-FAKTISK
           IF WS-SLIP-BETALINGS-ID NOT = SPACES
               COMPUTE WS-ID-FAKTISK =
                   FUNCTION LENGTH(FUNCTION TRIM(WS-SLIP-BETALINGS-ID))
           END-IF
           IF WS-ID-FAKTISK NOT = WS-ID-LAENGDE
               MOVE "N" TO WS-ID-OK
               MOVE "Betalings-ID har forkert laengde" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-ID-LAENGDE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-SLIP-BETALINGS-ID(1:WS-ID-LAENGDE) IS NOT NUMERIC
               MOVE "N" TO WS-ID-OK
               MOVE "Betalings-ID er ikke numerisk" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CIFFER-SUM
           IF FUNCTION TRIM(KA-KONTROL-REGEL) = "MOD11"
               *> weights 2-7 repeating; remainder 0 gives check 0,
               *> remainder 1 cannot be issued
               MOVE 2 TO WS-VAEGT
               PERFORM VARYING WS-CIFFER-IX FROM WS-ID-LAENGDE BY -1
                   UNTIL WS-CIFFER-IX < 2
                   MOVE WS-SLIP-BETALINGS-ID(WS-CIFFER-IX - 1:1)
                       TO WS-CIFFER
                   COMPUTE WS-PRODUKT = WS-CIFFER * WS-VAEGT
                   ADD WS-PRODUKT TO WS-CIFFER-SUM
                   ADD 1 TO WS-VAEGT
                   IF WS-VAEGT > 7
                       MOVE 2 TO WS-VAEGT
                   END-IF
               END-PERFORM
               COMPUTE WS-FORVENTET = 11 - FUNCTION MOD(WS-CIFFER-SUM, 11)
               IF WS-FORVENTET = 11
                   MOVE 0 TO WS-FORVENTET
               END-IF
           ELSE
               *> modulus 10, weights 2-1 alternating, digits of each
               *> product summed
               MOVE 2 TO WS-VAEGT
               PERFORM VARYING WS-CIFFER-IX FROM WS-ID-LAENGDE BY -1
                   UNTIL WS-CIFFER-IX < 2
                   MOVE WS-SLIP-BETALINGS-ID(WS-CIFFER-IX - 1:1)
                       TO WS-CIFFER
                   COMPUTE WS-PRODUKT = WS-CIFFER * WS-VAEGT
                   IF WS-PRODUKT > 9
                       SUBTRACT 9 FROM WS-PRODUKT
                   END-IF
                   ADD WS-PRODUKT TO WS-CIFFER-SUM
                   IF WS-VAEGT = 2
                       MOVE 1 TO WS-VAEGT
                   ELSE
                       MOVE 2 TO WS-VAEGT
                   END-IF
               END-PERFORM
               COMPUTE WS-FORVENTET =
                   FUNCTION MOD(10 - FUNCTION MOD(WS-CIFFER-SUM, 10), 10)
           END-IF
           MOVE WS-SLIP-BETALINGS-ID(WS-ID-LAENGDE:1) TO WS-CIFFER
           MOVE WS-CIFFER TO WS-KONTROL-CIFFER
           IF WS-FORVENTET NOT = WS-KONTROL-CIFFER
               MOVE "N" TO WS-ID-OK
               MOVE "Betalings-ID har forkert kontrolciffer"
                   TO WS-REJECT-REASON
           END-IF
       exit.

       EMIT-PAYMENT-LEGS.
           *> the payer's account is debited
           MOVE SPACES TO delivery-out
           MOVE WS-SLIP-CPR TO CPR OF delivery-out
           MOVE WS-SLIP-KONTO-ID TO KONTO-ID OF delivery-out
           MOVE WS-PAYER-REG-NR TO REG-NR OF delivery-out
           MOVE "0000" TO FILIAL-NR OF delivery-out
           MOVE SPACES TO TIDSPUNKT OF delivery-out
           STRING WS-SLIP-DATO DELIMITED BY SIZE
                  " 06:00:00" DELIMITED BY SIZE
                  INTO TIDSPUNKT OF delivery-out
           MOVE "Indbetalingskort" TO TRANSAKTIONSTYPE OF delivery-out
           COMPUTE WS-BELOEB-DISPLAY = 0 - WS-SLIP-BELOEB
           MOVE FUNCTION TRIM(WS-BELOEB-DISPLAY) TO BELOEB OF delivery-out
           MOVE "DKK" TO VALUTA OF delivery-out
           MOVE SPACES TO BUTIK OF delivery-out
           MOVE WS-REF TO TRANS-REF OF delivery-out
           WRITE delivery-out

           *> the creditor's agreed account is credited
           MOVE SPACES TO delivery-out
           MOVE KA-CPR TO CPR OF delivery-out
           MOVE KA-KONTO-ID TO KONTO-ID OF delivery-out
           MOVE KA-REG-NR TO REG-NR OF delivery-out
           MOVE "0000" TO FILIAL-NR OF delivery-out
           MOVE SPACES TO TIDSPUNKT OF delivery-out
           STRING WS-SLIP-DATO DELIMITED BY SIZE
                  " 06:00:00" DELIMITED BY SIZE
                  INTO TIDSPUNKT OF delivery-out
           MOVE "Indbetalingskort" TO TRANSAKTIONSTYPE OF delivery-out
           MOVE WS-SLIP-BELOEB TO WS-BELOEB-DISPLAY
           MOVE FUNCTION TRIM(WS-BELOEB-DISPLAY) TO BELOEB OF delivery-out
           MOVE "DKK" TO VALUTA OF delivery-out
           MOVE SPACES TO BUTIK OF delivery-out
           MOVE WS-REF TO TRANS-REF OF delivery-out
           WRITE delivery-out

           MOVE WS-REF TO UDF-REF
           WRITE DONE-INDEX-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           ADD 1 TO WS-INFO-SEQ
           MOVE KA-KREDITOR-NR TO INF-KREDITOR-NR
           MOVE WS-INFO-SEQ TO INF-SEQ
           MOVE WS-SLIP-DATO TO INF-DATO
           MOVE WS-SLIP-KORTTYPE TO INF-KORTTYPE
           MOVE WS-SLIP-BETALINGS-ID TO INF-BETALINGS-ID
           MOVE WS-SLIP-BELOEB TO INF-BELOEB
           MOVE WS-REF TO INF-REF
           WRITE INFO-INDEX-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
       exit.

       WRITE-PAYMENT-REGISTER-LINE.
           MOVE WS-SLIP-BELOEB TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO PAYMENT-REGISTER-RECORD
           STRING FUNCTION TRIM(WS-REF) ","
                  WS-SLIP-DATO ","
                  WS-SLIP-KORTTYPE ","
                  FUNCTION TRIM(WS-SLIP-BETALINGS-ID) ","
                  FUNCTION TRIM(WS-SLIP-KREDITOR-NR) ","
                  FUNCTION TRIM(WS-SLIP-CPR) ","
                  FUNCTION TRIM(WS-SLIP-KONTO-ID) ","
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  DELIMITED BY SIZE INTO PAYMENT-REGISTER-RECORD
           WRITE PAYMENT-REGISTER-RECORD
       exit.

      *> --- one block per creditor with the day's payments ---
       WRITE-CREDITOR-INFO.
           OPEN OUTPUT info-file
           MOVE SPACES TO WS-INFO-KREDITOR
           MOVE "N" TO END-OF-INFO-SCAN
           MOVE LOW-VALUES TO INF-KEY
           START info-index-file KEY IS >= INF-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-INFO-SCAN
           END-START
           PERFORM UNTIL END-OF-INFO-SCAN = "Y"
               READ info-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INFO-SCAN
                   NOT AT END
                       IF INF-KREDITOR-NR NOT = WS-INFO-KREDITOR
                           IF WS-INFO-KREDITOR NOT = SPACES
                               perform WRITE-INFO-TOTAL
                           END-IF
                           perform WRITE-INFO-HEADER
                       END-IF
                       ADD 1 TO WS-INFO-ANTAL
                       ADD INF-BELOEB TO WS-INFO-SUM
                       MOVE INF-BELOEB TO WS-AMOUNT-DISPLAY
                       MOVE SPACES TO INFO-RECORD
                       STRING "BETALING;" INF-DATO ";" INF-KORTTYPE ";"
                              FUNCTION TRIM(INF-BETALINGS-ID) ";"
                              FUNCTION TRIM(WS-AMOUNT-DISPLAY) ";"
                              FUNCTION TRIM(INF-REF)
                              DELIMITED BY SIZE INTO INFO-RECORD
                       WRITE INFO-RECORD
               END-READ
           END-PERFORM
           IF WS-INFO-KREDITOR NOT = SPACES
               perform WRITE-INFO-TOTAL
           END-IF
           CLOSE info-file
       exit.

       WRITE-INFO-HEADER.
           MOVE INF-KREDITOR-NR TO WS-INFO-KREDITOR
           MOVE 0 TO WS-INFO-ANTAL
           MOVE 0 TO WS-INFO-SUM
           MOVE SPACES TO KA-NAVN
           MOVE INF-KREDITOR-NR TO KA-KREDITOR-NR
           READ creditor-index-file
               INVALID KEY
                   CONTINUE
           END-READ
           MOVE SPACES TO INFO-RECORD
           STRING "KREDITOR;" FUNCTION TRIM(INF-KREDITOR-NR) ";"
                  FUNCTION TRIM(KA-NAVN) ";" WS-TODAY-DATE
                  DELIMITED BY SIZE INTO INFO-RECORD
           WRITE INFO-RECORD
       exit.

       WRITE-INFO-TOTAL.
           MOVE WS-INFO-ANTAL TO WS-COUNT-DISPLAY
           MOVE WS-INFO-SUM TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO INFO-RECORD
           STRING "TOTAL;" FUNCTION TRIM(WS-INFO-KREDITOR) ";"
                  FUNCTION TRIM(WS-COUNT-DISPLAY) ";"
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  DELIMITED BY SIZE INTO INFO-RECORD
           WRITE INFO-RECORD
       exit.

       WRITE-REJECT-LINE.
           MOVE SPACES TO REPORT-RECORD
           STRING "Afvist - " FUNCTION TRIM(WS-REJECT-REASON)
                  " - Kort: +" WS-SLIP-KORTTYPE " "
                  FUNCTION TRIM(WS-SLIP-BETALINGS-ID) " +"
                  FUNCTION TRIM(WS-SLIP-KREDITOR-NR)
                  ", Slip: " FUNCTION TRIM(WS-SLIP-ID)
                  ", CPR: " FUNCTION TRIM(WS-SLIP-CPR)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-SLIP-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Indbetalingskort laest: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-ACCEPTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Bogfoert: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Afvist: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
