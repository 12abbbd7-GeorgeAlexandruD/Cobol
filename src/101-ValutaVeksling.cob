identification division.
       program-id. ValutaVeksling.

      *> --- Currency-exchange orders between a customer's own
      *> accounts. 101-VekslingsOrdrer.txt holds one order per line:
      *> ORDRE-ID,CPR,FRA-KONTO-ID,TIL-KONTO-ID,BELOEB,ORDRE-DATO
      *> where BELOEB is what leaves FRA-KONTO-ID, in its currency.
      *> Both accounts must be open, held by the CPR (as the master
      *> shows it) and in different currencies, and the closing
      *> balance of FRA-KONTO-ID must cover BELOEB. The conversion is
      *> priced through DKK at the KursopslagDato rates of the order
      *> date (blank = today) less the customer margin MARGIN-PCT
      *> from 101-VekslingParam.txt (NOEGLE;VAERDI, default 0.50).
      *> Each order becomes two Valutaveksling legs in
      *> 16-Leverance.txt, each in its own account's currency, with
      *> the shared TRANS-REF VX+ORDRE-ID. The margin - DKK value at
      *> the mid rate less DKK value paid out - is booked from
      *> CLEARING to VALUTAINDTAEGT in 44-HovedbogPostering.txt with a
      *> closing KONTROL line. Every conversion is kept in the register
      *> 101-ValutaVekslinger.txt:
      *> REF,DATO,CPR,FRA-KONTO-ID,FRA-VALUTA,FRA-BELOEB,TIL-KONTO-ID,
      *> TIL-VALUTA,TIL-BELOEB,KURS,MARGIN-DKK
      *> which the statement run uses for the confirmation text on
      *> both legs and ValutaPosition reports for treasury. An order
      *> whose reference is already in the register is not repeated. ---

environment division.
input-output section.
file-control.
       select orders-file assign to "101-VekslingsOrdrer.txt"
           organization line sequential
           file status is WS-ORDERS-STATUS.

       select param-file assign to "101-VekslingParam.txt"
           organization line sequential
           file status is WS-PARAM-STATUS.

       select transactions-file assign to "10-Transaktioner.txt"
           organization is indexed
           access mode is sequential
           record key is CPR of transactions-in with duplicates
           alternate record key is TRANS-REF of transactions-in
               with duplicates
           alternate record key is BUTIK of transactions-in
               with duplicates
           file status is WS-TRANS-STATUS.

       select register-file assign to "101-ValutaVekslinger.txt"
           organization line sequential
           file status is WS-REGISTER-STATUS.

       select delivery-file assign to "16-Leverance.txt"
           organization line sequential
           file status is WS-DELIVERY-STATUS.

       select gl-file assign to "44-HovedbogPostering.txt"
           organization line sequential
           file status is WS-GL-STATUS.

       select report-file assign to "101-VekslingRapport.txt"
           organization line sequential.

      *> --- the account master keyed on KONTO-ID: owner, currency,
      *> status and closing balance ---
       select account-index-file assign to "8-KontoStam.txt"
           organization is indexed
           access mode is dynamic
           record key is KONTOSTAM-ID
           alternate record key is KONTOSTAM-KUNDE-ID with duplicates
           alternate record key is KONTOSTAM-CPR with duplicates
           file status is WS-ACCOUNT-INDEX-STATUS.

      *> --- this run's working figures per account: REG-NR and the
      *> amount already exchanged out by earlier orders ---
       select day-index-file assign to "WS-VekslingDag.tmp"
           organization is indexed
           access mode is dynamic
           record key is DG-KONTO-ID
           file status is WS-DAY-INDEX-STATUS.

      *> --- references already converted ---
       select done-index-file assign to "WS-VekslingUdfoert.tmp"
           organization is indexed
           access mode is dynamic
           record key is UDF-REF
           file status is WS-DONE-INDEX-STATUS.

data division.
file section.
FD orders-file.
       01 ORDER-RECORD pic x(120).

FD param-file.
       01 PARAM-RECORD pic x(40).

FD transactions-file.
01 transactions-in.
       copy "10-TRANSAKTIONER.cpy".

FD register-file.
       01 REGISTER-RECORD pic x(200).

FD delivery-file.
01 delivery-out.
       copy "10-TRANSAKTIONER.cpy".

FD gl-file.
       01 GL-RECORD pic x(80).

FD report-file.
       01 REPORT-RECORD pic x(150).

FD account-index-file.
       01 ACCOUNT-INDEX-RECORD.
           copy "8-KONTOSTAM.cpy".

FD day-index-file.
       01 DAY-INDEX-RECORD.
           05 DG-KONTO-ID pic x(15).
           05 DG-REG-NR pic x(4).
           05 DG-FLYTTET pic S9(13)v99.

FD done-index-file.
       01 DONE-INDEX-RECORD.
           05 UDF-REF pic x(20).

WORKING-STORAGE SECTION.
       01 WS-ORDERS-STATUS pic XX value spaces.
       01 WS-PARAM-STATUS pic XX value spaces.
       01 WS-TRANS-STATUS pic XX value spaces.
       01 WS-REGISTER-STATUS pic XX value spaces.
       01 WS-DELIVERY-STATUS pic XX value spaces.
       01 WS-GL-STATUS pic XX value spaces.
       01 WS-ACCOUNT-INDEX-STATUS pic XX value spaces.
       01 WS-DAY-INDEX-STATUS pic XX value spaces.
       01 WS-DONE-INDEX-STATUS pic XX value spaces.

       01 END-OF-ORDERS-FILE pic x value "N".
       01 END-OF-PARAM-FILE pic x value "N".
       01 END-OF-TRANSACTIONS-FILE pic x value "N".
       01 END-OF-REGISTER-FILE pic x value "N".

      *> --- parameters ---
       01 WS-PARAM-NOEGLE pic x(20) value spaces.
       01 WS-PARAM-VAERDI pic x(20) value spaces.
       01 WS-MARGIN-PCT pic 9(3)v9999 value 0.50.

      *> --- order line fields ---
       01 WS-ORDRE-ID pic x(12) value spaces.
       01 WS-ORDRE-CPR pic x(15) value spaces.
       01 WS-ORDRE-FRA pic x(15) value spaces.
       01 WS-ORDRE-TIL pic x(15) value spaces.
       01 WS-ORDRE-BELOEB-TEXT pic x(15) value spaces.
       01 WS-ORDRE-DATO pic x(10) value spaces.
       01 WS-REF pic x(20) value spaces.

      *> --- the two accounts ---
       01 WS-FRA-FOUND pic x value "N".
       01 WS-FRA-CPR pic x(15) value spaces.
       01 WS-FRA-REG-NR pic x(4) value spaces.
       01 WS-FRA-VALUTA pic x(3) value spaces.
       01 WS-FRA-STATUS pic x(10) value spaces.
       01 WS-FRA-SALDO pic S9(13)v99 value 0.
       01 WS-TIL-FOUND pic x value "N".
       01 WS-TIL-CPR pic x(15) value spaces.
       01 WS-TIL-REG-NR pic x(4) value spaces.
       01 WS-TIL-VALUTA pic x(3) value spaces.
       01 WS-TIL-STATUS pic x(10) value spaces.

       01 WS-ORDER-OK pic x value "Y".
       01 WS-REJECT-REASON pic x(60) value spaces.

      *> --- pricing ---
       01 WS-KURS-VALUTA pic x(3) value spaces.
       01 WS-KURS-DATO pic x(10) value spaces.
       01 WS-KURS pic S9(5)v9999 value 0.
       01 WS-KURS-STATUS pic XX value spaces.
       01 WS-FRA-KURS pic S9(5)v9999 value 0.
       01 WS-TIL-KURS pic S9(5)v9999 value 0.
       01 WS-FRA-BELOEB pic S9(13)v99 value 0.
       01 WS-TIL-BELOEB pic S9(13)v99 value 0.
       01 WS-DKK-MIDT pic S9(13)v99 value 0.
       01 WS-DKK-KUNDE pic S9(13)v99 value 0.
       01 WS-MARGIN-DKK pic S9(13)v99 value 0.
       01 WS-KUNDE-KURS pic S9(5)v9999 value 0.

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-BELOEB-DISPLAY pic -Z(12)9.99.
       01 WS-AMOUNT-DISPLAY pic -Z(12)9.99.
       01 WS-AMOUNT-DISPLAY-2 pic -Z(12)9.99.
       01 WS-MARGIN-DISPLAY pic -Z(12)9.99.
       01 WS-KURS-DISPLAY pic -Z(4).9999.

       01 WS-GL-TOTAL pic S9(15)v99 value 0.
       01 WS-GL-DISPLAY pic -Z(14)9.99.

       01 WS-ORDER-COUNT pic 9(7) value 0.
       01 WS-CONVERTED-COUNT pic 9(7) value 0.
       01 WS-REJECTED-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

      *> --- integrity seals on the shared handoffs, proven before
      *> rows are added and renewed afterwards ---
       01 WS-SEGL-MODE pic x value space.
       01 WS-SEGL-FILNAVN pic x(40) value spaces.
       01 WS-LEVERANCE-SEGL pic XX value spaces.
       01 WS-HOVEDBOG-SEGL pic XX value spaces.

PROCEDURE DIVISION.
       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still posts under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       OPEN INPUT orders-file
       IF WS-ORDERS-STATUS = "35"
           DISPLAY "ValutaVeksling: 101-VekslingsOrdrer.txt blev ikke fundet"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       perform LOAD-EXCHANGE-PARAMETERS
       perform OPEN-ACCOUNT-MASTER
       perform LOAD-OWNERS
       perform LOAD-DONE-REFERENCES

       OPEN EXTEND register-file
       IF WS-REGISTER-STATUS = "35"
           OPEN OUTPUT register-file
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
       *> rows are only added to a posting file whose seal still holds
       MOVE "A" TO WS-SEGL-MODE
       MOVE "44-HovedbogPostering.txt" TO WS-SEGL-FILNAVN
       CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
           WS-HOVEDBOG-SEGL
       OPEN EXTEND gl-file
       IF WS-GL-STATUS = "35"
           OPEN OUTPUT gl-file
       END-IF
       OPEN OUTPUT report-file
       MOVE WS-MARGIN-PCT TO WS-KURS-DISPLAY
       MOVE SPACES TO REPORT-RECORD
       STRING "Valutaveksling " WS-TODAY-DATE " - kundemargin "
              FUNCTION TRIM(WS-KURS-DISPLAY) " pct."
              DELIMITED BY SIZE INTO REPORT-RECORD
       WRITE REPORT-RECORD
       MOVE SPACES TO REPORT-RECORD
       WRITE REPORT-RECORD

       perform UNTIL END-OF-ORDERS-FILE = "Y"
           read orders-file
               at end
                   move "Y" to END-OF-ORDERS-FILE
               not at end
                   if ORDER-RECORD not = spaces
                       perform PROCESS-ONE-ORDER
                   end-if
           end-read
       end-perform

       *> the margin postings balance pairwise; the control line
       *> closes this run's block
       IF WS-CONVERTED-COUNT > 0
           MOVE WS-GL-TOTAL TO WS-GL-DISPLAY
           MOVE SPACES TO GL-RECORD
           STRING "KONTROL;" FUNCTION TRIM(WS-GL-DISPLAY) ";"
                  FUNCTION TRIM(WS-GL-DISPLAY)
                  DELIMITED BY SIZE INTO GL-RECORD
           WRITE GL-RECORD
       END-IF

       perform WRITE-REPORT-TRAILER

       close orders-file
       close register-file
       close delivery-file
       *> the seal is renewed over the added rows; a delivery whose
       *> seal had already failed is left for the receiver to refuse
       IF WS-LEVERANCE-SEGL = "00"
           MOVE "S" TO WS-SEGL-MODE
           MOVE "16-Leverance.txt" TO WS-SEGL-FILNAVN
           CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
               WS-LEVERANCE-SEGL
       END-IF
       close gl-file
       *> the seal is renewed over the added rows; a posting file whose
       *> seal had already failed is left for the receiver to refuse
       IF WS-HOVEDBOG-SEGL = "00"
           MOVE "S" TO WS-SEGL-MODE
           MOVE "44-HovedbogPostering.txt" TO WS-SEGL-FILNAVN
           CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
               WS-HOVEDBOG-SEGL
       END-IF
       close report-file
       close account-index-file
       close day-index-file
       close done-index-file
stop run.

      *> --- optional NOEGLE;VAERDI lines; unknown keys are ignored ---
       LOAD-EXCHANGE-PARAMETERS.
           OPEN INPUT param-file
           IF WS-PARAM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-PARAM-FILE = "Y"
               READ param-file
                   AT END
                       MOVE "Y" TO END-OF-PARAM-FILE
                   NOT AT END
                       MOVE SPACES TO WS-PARAM-NOEGLE
                       MOVE SPACES TO WS-PARAM-VAERDI
                       UNSTRING PARAM-RECORD DELIMITED BY ";"
                           INTO WS-PARAM-NOEGLE, WS-PARAM-VAERDI
                       IF FUNCTION TEST-NUMVAL(WS-PARAM-VAERDI) = 0
                           EVALUATE FUNCTION TRIM(WS-PARAM-NOEGLE)
                               WHEN "MARGIN-PCT"
                                   COMPUTE WS-MARGIN-PCT =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE param-file
       exit.

      *> --- owner, currency, status and closing balance are read in
      *> place from the master; without it every order is refused as
      *> an unknown account ---
       OPEN-ACCOUNT-MASTER.
           OPEN INPUT account-index-file
           IF WS-ACCOUNT-INDEX-STATUS NOT = "00"
               DISPLAY "ValutaVeksling: 8-KontoStam.txt kan ikke aabnes"
           END-IF
       exit.

      *> --- the transaction master's rows give each account's REG-NR ---
       LOAD-OWNERS.
           OPEN OUTPUT day-index-file
           CLOSE day-index-file
           OPEN I-O day-index-file

           OPEN INPUT transactions-file
           IF WS-TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-TRANSACTIONS-FILE = "Y"
               READ transactions-file
                   AT END
                       MOVE "Y" TO END-OF-TRANSACTIONS-FILE
                   NOT AT END
                       MOVE KONTO-ID OF transactions-in TO DG-KONTO-ID
                       MOVE REG-NR OF transactions-in TO DG-REG-NR
                       MOVE 0 TO DG-FLYTTET
                       WRITE DAY-INDEX-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE transactions-file
       exit.

       LOAD-DONE-REFERENCES.
           OPEN OUTPUT done-index-file
           CLOSE done-index-file
           OPEN I-O done-index-file

           OPEN INPUT register-file
           IF WS-REGISTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-REGISTER-FILE = "Y"
               READ register-file
                   AT END
                       MOVE "Y" TO END-OF-REGISTER-FILE
                   NOT AT END
                       MOVE SPACES TO UDF-REF
                       UNSTRING REGISTER-RECORD DELIMITED BY ","
                           INTO UDF-REF
                       WRITE DONE-INDEX-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE register-file
       exit.

       PROCESS-ONE-ORDER.
           ADD 1 TO WS-ORDER-COUNT
           MOVE SPACES TO WS-ORDRE-ID
           MOVE SPACES TO WS-ORDRE-CPR
           MOVE SPACES TO WS-ORDRE-FRA
           MOVE SPACES TO WS-ORDRE-TIL
           MOVE SPACES TO WS-ORDRE-BELOEB-TEXT
           MOVE SPACES TO WS-ORDRE-DATO
           UNSTRING ORDER-RECORD DELIMITED BY ","
               INTO WS-ORDRE-ID, WS-ORDRE-CPR, WS-ORDRE-FRA,
                    WS-ORDRE-TIL, WS-ORDRE-BELOEB-TEXT, WS-ORDRE-DATO
           IF WS-ORDRE-DATO = SPACES
               MOVE WS-TODAY-DATE TO WS-ORDRE-DATO
           END-IF
           MOVE SPACES TO WS-REF
           STRING "VX" FUNCTION TRIM(WS-ORDRE-ID)
                  DELIMITED BY SIZE INTO WS-REF

           perform VALIDATE-ORDER
           IF WS-ORDER-OK = "Y"
               perform PRICE-ORDER
           END-IF
           IF WS-ORDER-OK = "N"
               ADD 1 TO WS-REJECTED-COUNT
               perform WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           perform EMIT-CONVERSION-LEGS
           perform POST-MARGIN
           perform WRITE-REGISTER-LINE
           ADD 1 TO WS-CONVERTED-COUNT
       exit.

       VALIDATE-ORDER.
           MOVE "Y" TO WS-ORDER-OK
           MOVE SPACES TO WS-REJECT-REASON

           MOVE WS-REF TO UDF-REF
           READ done-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Ordren er allerede vekslet" TO WS-REJECT-REASON
           END-READ

           *> owner, currency, status and closing balance from the
           *> master; REG-NR and earlier orders' amounts from this
           *> run's working figures
           MOVE "N" TO WS-FRA-FOUND
           MOVE 0 TO WS-FRA-SALDO
           MOVE WS-ORDRE-FRA TO KONTOSTAM-ID
           READ account-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FRA-FOUND
                   MOVE KONTOSTAM-CPR TO WS-FRA-CPR
                   MOVE KONTOSTAM-VALUTA TO WS-FRA-VALUTA
                   MOVE KONTOSTAM-STATUS TO WS-FRA-STATUS
                   IF FUNCTION TEST-NUMVAL(KONTOSTAM-BALANCE) = 0
                       COMPUTE WS-FRA-SALDO =
                           FUNCTION NUMVAL(KONTOSTAM-BALANCE)
                   END-IF
           END-READ
           MOVE SPACES TO WS-FRA-REG-NR
           MOVE WS-ORDRE-FRA TO DG-KONTO-ID
           READ day-index-file
               NOT INVALID KEY
                   MOVE DG-REG-NR TO WS-FRA-REG-NR
                   ADD DG-FLYTTET TO WS-FRA-SALDO
           END-READ

           MOVE "N" TO WS-TIL-FOUND
           MOVE WS-ORDRE-TIL TO KONTOSTAM-ID
           READ account-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-TIL-FOUND
                   MOVE KONTOSTAM-CPR TO WS-TIL-CPR
                   MOVE KONTOSTAM-VALUTA TO WS-TIL-VALUTA
                   MOVE KONTOSTAM-STATUS TO WS-TIL-STATUS
           END-READ
           MOVE SPACES TO WS-TIL-REG-NR
           MOVE WS-ORDRE-TIL TO DG-KONTO-ID
           READ day-index-file
               NOT INVALID KEY
                   MOVE DG-REG-NR TO WS-TIL-REG-NR
           END-READ

           MOVE 0 TO WS-FRA-BELOEB
           IF FUNCTION TEST-NUMVAL(WS-ORDRE-BELOEB-TEXT) = 0
               COMPUTE WS-FRA-BELOEB =
                   FUNCTION NUMVAL(WS-ORDRE-BELOEB-TEXT)
           END-IF

           EVALUATE TRUE
               WHEN WS-REJECT-REASON NOT = SPACES
                   CONTINUE
               WHEN WS-ORDRE-ID = SPACES
                   MOVE "ORDRE-ID mangler" TO WS-REJECT-REASON
               WHEN WS-FRA-BELOEB <= 0
                   MOVE "BELOEB ugyldigt" TO WS-REJECT-REASON
               WHEN WS-FRA-FOUND = "N"
                   MOVE "Fra-konto findes ikke" TO WS-REJECT-REASON
               WHEN WS-TIL-FOUND = "N"
                   MOVE "Til-konto findes ikke" TO WS-REJECT-REASON
               WHEN FUNCTION TRIM(WS-FRA-STATUS) = "LUKKET"
                   OR FUNCTION TRIM(WS-TIL-STATUS) = "LUKKET"
                   MOVE "Konto lukket" TO WS-REJECT-REASON
               WHEN WS-FRA-CPR NOT = WS-ORDRE-CPR
                   OR WS-TIL-CPR NOT = WS-ORDRE-CPR
                   MOVE "Konto tilhoerer ikke CPR" TO WS-REJECT-REASON
               WHEN WS-FRA-VALUTA = WS-TIL-VALUTA
                   MOVE "Konti i samme valuta" TO WS-REJECT-REASON
               WHEN WS-FRA-SALDO < WS-FRA-BELOEB
                   MOVE "Utilstraekkelig saldo" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               MOVE "N" TO WS-ORDER-OK
           END-IF
       exit.

      *> --- through DKK at the order date's rates; the customer gets
      *> the mid value less the margin ---
       PRICE-ORDER.
           MOVE WS-FRA-VALUTA TO WS-KURS-VALUTA
           perform GET-RATE
           MOVE WS-KURS TO WS-FRA-KURS
           IF WS-KURS-STATUS = "00"
               MOVE WS-TIL-VALUTA TO WS-KURS-VALUTA
               perform GET-RATE
               MOVE WS-KURS TO WS-TIL-KURS
           END-IF
           IF WS-KURS-STATUS NOT = "00" OR WS-TIL-KURS <= 0
               MOVE "N" TO WS-ORDER-OK
               MOVE "Ingen kurs for valutaen" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DKK-MIDT ROUNDED = WS-FRA-BELOEB * WS-FRA-KURS
           COMPUTE WS-DKK-KUNDE ROUNDED =
               WS-DKK-MIDT * (100 - WS-MARGIN-PCT) / 100
           COMPUTE WS-TIL-BELOEB ROUNDED = WS-DKK-KUNDE / WS-TIL-KURS
           IF WS-TIL-BELOEB <= 0
               MOVE "N" TO WS-ORDER-OK
               MOVE "Beloebet er for lille" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MARGIN-DKK = WS-DKK-MIDT - WS-DKK-KUNDE
           COMPUTE WS-KUNDE-KURS ROUNDED = WS-TIL-BELOEB / WS-FRA-BELOEB
       exit.

       GET-RATE.
           MOVE "00" TO WS-KURS-STATUS
           IF WS-KURS-VALUTA = "DKK" OR WS-KURS-VALUTA = SPACES
               MOVE 1 TO WS-KURS
           ELSE
               MOVE WS-ORDRE-DATO TO WS-KURS-DATO
               CALL "KursopslagDato" USING WS-KURS-VALUTA WS-KURS-DATO
                   WS-KURS WS-KURS-STATUS
           END-IF
       exit.

       EMIT-CONVERSION-LEGS.
           *> the sold currency leaves the from-account
           MOVE SPACES TO delivery-out
           MOVE WS-ORDRE-CPR TO CPR OF delivery-out
           MOVE WS-ORDRE-FRA TO KONTO-ID OF delivery-out
           MOVE WS-FRA-REG-NR TO REG-NR OF delivery-out
           MOVE "0000" TO FILIAL-NR OF delivery-out
           MOVE SPACES TO TIDSPUNKT OF delivery-out
           STRING WS-ORDRE-DATO DELIMITED BY SIZE
                  " 06:00:00" DELIMITED BY SIZE
                  INTO TIDSPUNKT OF delivery-out
           MOVE "Valutaveksling" TO TRANSAKTIONSTYPE OF delivery-out
           COMPUTE WS-BELOEB-DISPLAY = 0 - WS-FRA-BELOEB
           MOVE FUNCTION TRIM(WS-BELOEB-DISPLAY) TO BELOEB OF delivery-out
           MOVE WS-FRA-VALUTA TO VALUTA OF delivery-out
           MOVE SPACES TO BUTIK OF delivery-out
           MOVE WS-REF TO TRANS-REF OF delivery-out
           WRITE delivery-out

           *> the bought currency lands on the to-account
           MOVE SPACES TO delivery-out
           MOVE WS-ORDRE-CPR TO CPR OF delivery-out
           MOVE WS-ORDRE-TIL TO KONTO-ID OF delivery-out
           MOVE WS-TIL-REG-NR TO REG-NR OF delivery-out
           MOVE "0000" TO FILIAL-NR OF delivery-out
           MOVE SPACES TO TIDSPUNKT OF delivery-out
           STRING WS-ORDRE-DATO DELIMITED BY SIZE
                  " 06:00:00" DELIMITED BY SIZE
                  INTO TIDSPUNKT OF delivery-out
           MOVE "Valutaveksling" TO TRANSAKTIONSTYPE OF delivery-out
           MOVE WS-TIL-BELOEB TO WS-BELOEB-DISPLAY
           MOVE FUNCTION TRIM(WS-BELOEB-DISPLAY) TO BELOEB OF delivery-out
           MOVE WS-TIL-VALUTA TO VALUTA OF delivery-out
           MOVE SPACES TO BUTIK OF delivery-out
           MOVE WS-REF TO TRANS-REF OF delivery-out
           WRITE delivery-out

           *> a second order on the same account sees the reduced
           *> balance
           MOVE WS-ORDRE-FRA TO DG-KONTO-ID
           READ day-index-file
               INVALID KEY
                   MOVE WS-ORDRE-FRA TO DG-KONTO-ID
                   MOVE SPACES TO DG-REG-NR
                   COMPUTE DG-FLYTTET = 0 - WS-FRA-BELOEB
                   WRITE DAY-INDEX-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   SUBTRACT WS-FRA-BELOEB FROM DG-FLYTTET
                   REWRITE DAY-INDEX-RECORD
           END-READ
           MOVE WS-REF TO UDF-REF
           WRITE DONE-INDEX-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
       exit.

      *> --- the ledger export books the two legs at the mid rate, so
      *> the margin stands on CLEARING until it is taken to income ---
       POST-MARGIN.
           IF WS-MARGIN-DKK <= 0
               EXIT PARAGRAPH
           END-IF
           ADD WS-MARGIN-DKK TO WS-GL-TOTAL
           MOVE WS-MARGIN-DKK TO WS-MARGIN-DISPLAY
           MOVE SPACES TO GL-RECORD
           STRING "POST;" WS-ORDRE-DATO ";CLEARING;VALUTAMARGIN;;D;"
                  FUNCTION TRIM(WS-MARGIN-DISPLAY)
                  DELIMITED BY SIZE INTO GL-RECORD
           WRITE GL-RECORD
           MOVE SPACES TO GL-RECORD
           STRING "POST;" WS-ORDRE-DATO ";VALUTAINDTAEGT;VALUTAMARGIN;;K;"
                  FUNCTION TRIM(WS-MARGIN-DISPLAY)
                  DELIMITED BY SIZE INTO GL-RECORD
           WRITE GL-RECORD
       exit.

       WRITE-REGISTER-LINE.
           MOVE WS-FRA-BELOEB TO WS-AMOUNT-DISPLAY
           MOVE WS-TIL-BELOEB TO WS-AMOUNT-DISPLAY-2
           MOVE WS-KUNDE-KURS TO WS-KURS-DISPLAY
           MOVE WS-MARGIN-DKK TO WS-MARGIN-DISPLAY
           MOVE SPACES TO REGISTER-RECORD
           STRING FUNCTION TRIM(WS-REF) ","
                  WS-ORDRE-DATO ","
                  FUNCTION TRIM(WS-ORDRE-CPR) ","
                  FUNCTION TRIM(WS-ORDRE-FRA) ","
                  WS-FRA-VALUTA ","
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY) ","
                  FUNCTION TRIM(WS-ORDRE-TIL) ","
                  WS-TIL-VALUTA ","
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY-2) ","
                  FUNCTION TRIM(WS-KURS-DISPLAY) ","
                  FUNCTION TRIM(WS-MARGIN-DISPLAY)
                  DELIMITED BY SIZE INTO REGISTER-RECORD
           WRITE REGISTER-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING "Vekslet " FUNCTION TRIM(WS-REF) " - "
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY) " " WS-FRA-VALUTA
                  " (" FUNCTION TRIM(WS-ORDRE-FRA) ") = "
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY-2) " " WS-TIL-VALUTA
                  " (" FUNCTION TRIM(WS-ORDRE-TIL) "), kurs "
                  FUNCTION TRIM(WS-KURS-DISPLAY) ", margin "
                  FUNCTION TRIM(WS-MARGIN-DISPLAY) " DKK"
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

       WRITE-REJECT-LINE.
           MOVE SPACES TO REPORT-RECORD
           STRING "Afvist - " FUNCTION TRIM(WS-REJECT-REASON)
                  " - Ordre: " FUNCTION TRIM(WS-ORDRE-ID)
                  ", CPR: " FUNCTION TRIM(WS-ORDRE-CPR)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-ORDER-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Ordrer laest: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CONVERTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Vekslet: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Afvist: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-GL-TOTAL TO WS-GL-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Margin i alt (DKK): " FUNCTION TRIM(WS-GL-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
