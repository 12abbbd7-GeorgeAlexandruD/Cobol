identification division.
       program-id. DepotHaendelser.

      *> --- Dividend and redemption posting for the custody depots,
      *> run daily after DepotVaerdi. 110-Haendelser.txt holds the
      *> corporate events announced for securities:
      *>   HAENDELSE-ID,PAPIR-ID,TYPE,BELOEB-PR-STK,VALUTA,BETALINGSDATO
      *> TYPE is UDBYTTE (dividend per unit) or INDFRIELSE (the
      *> holding is redeemed at the given amount per unit). On or
      *> after the payment date every holding of the security in
      *> 110-DepotRegister.txt is paid: units times amount, converted
      *> through the shared dated-rate lookup into the currency of
      *> the depot's linked cash account, posts as a transaction row
      *> through 16-Leverance.txt (type Udbytte or Indfrielse). A
      *> redemption also sets the holding's ANTAL to zero and the
      *> register is written back. 110-HaendelseLog.txt
      *> (HAENDELSE-ID,DEPOT-ID,DATO) keeps an event from being paid
      *> twice to the same depot; 110-HaendelseRapport.txt lists what
      *> was paid and what could not be. ---

environment division.
input-output section.
file-control.
       select event-file assign to "110-Haendelser.txt"
           organization line sequential
           file status is WS-EVENT-STATUS.

       select depot-file assign to "110-DepotRegister.txt"
           organization line sequential
           file status is WS-DEPOT-STATUS.

       select event-log-file assign to "110-HaendelseLog.txt"
           organization line sequential
           file status is WS-EVENT-LOG-STATUS.

       select transactions-file assign to "10-Transaktioner.txt"
           organization is indexed
           access mode is sequential
           record key is CPR of transactions-in with duplicates
           alternate record key is TRANS-REF of transactions-in
               with duplicates
           alternate record key is BUTIK of transactions-in
               with duplicates
           file status is WS-TRANS-STATUS.

       select delivery-file assign to "16-Leverance.txt"
           organization line sequential
           file status is WS-DELIVERY-STATUS.

       select report-file assign to "110-HaendelseRapport.txt"
           organization line sequential.

      *> --- events already paid per depot ---
       select paid-index-file assign to "WS-DepotHaendelse.tmp"
           organization is indexed
           access mode is dynamic
           record key is PD-KEY
           file status is WS-PAID-INDEX-STATUS.

      *> --- cash-account currency and status from the account
      *> master keyed on KONTO-ID ---
       select account-index-file assign to "8-KontoStam.txt"
           organization is indexed
           access mode is dynamic
           record key is KONTOSTAM-ID
           alternate record key is KONTOSTAM-KUNDE-ID with duplicates
           alternate record key is KONTOSTAM-CPR with duplicates
           file status is WS-ACCOUNT-INDEX-STATUS.

      *> --- each cash account's REG-NR, from the transaction
      *> master's rows ---
       select reg-index-file assign to "WS-DepotRegNr.tmp"
           organization is indexed
           access mode is dynamic
           record key is RG-KONTO-ID
           file status is WS-REG-INDEX-STATUS.

data division.
file section.
FD event-file.
       01 EVENT-RECORD pic x(100).

FD depot-file.
       01 DEPOT-RECORD pic x(100).

FD event-log-file.
       01 EVENT-LOG-RECORD pic x(60).

FD transactions-file.
01 transactions-in.
       copy "10-TRANSAKTIONER.cpy".

FD delivery-file.
01 delivery-out.
       copy "10-TRANSAKTIONER.cpy".

FD report-file.
       01 REPORT-RECORD pic x(150).

FD paid-index-file.
       01 PAID-INDEX-RECORD.
           05 PD-KEY.
               10 PD-HAENDELSE-ID pic x(15).
               10 PD-DEPOT-ID pic x(15).

FD account-index-file.
       01 ACCOUNT-INDEX-RECORD.
           copy "8-KONTOSTAM.cpy".

FD reg-index-file.
       01 REG-INDEX-RECORD.
           05 RG-KONTO-ID pic x(15).
           05 RG-REG-NR pic x(4).

WORKING-STORAGE SECTION.
       01 WS-EVENT-STATUS pic XX value spaces.
       01 WS-DEPOT-STATUS pic XX value spaces.
       01 WS-EVENT-LOG-STATUS pic XX value spaces.
       01 WS-TRANS-STATUS pic XX value spaces.
       01 WS-DELIVERY-STATUS pic XX value spaces.
       01 WS-PAID-INDEX-STATUS pic XX value spaces.
       01 WS-ACCOUNT-INDEX-STATUS pic XX value spaces.
       01 WS-REG-INDEX-STATUS pic XX value spaces.

       01 END-OF-EVENT-FILE pic x value "N".
       01 END-OF-DEPOT-FILE pic x value "N".
       01 END-OF-LOG-FILE pic x value "N".
       01 END-OF-TRANSACTIONS-FILE pic x value "N".

      *> --- the custody register, held while redemptions zero their
      *> holdings and written back when any did ---
       01 WS-HOLDING-COUNT pic 9(5) value 0.
       01 WS-HOLDING-IX pic 9(5) value 0.
       01 WS-HOLDING-TABLE OCCURS 5000 TIMES.
           05 DH-DEPOT-ID pic x(15).
           05 DH-CPR pic x(15).
           05 DH-KONTO-ID pic x(15).
           05 DH-PAPIR-ID pic x(15).
           05 DH-ANTAL pic x(15).
       01 WS-REGISTER-CHANGED pic x value "N".

       01 WS-EVT-ID pic x(15) value spaces.
       01 WS-EVT-PAPIR-ID pic x(15) value spaces.
       01 WS-EVT-TYPE pic x(12) value spaces.
       01 WS-EVT-BELOEB pic x(15) value spaces.
       01 WS-EVT-VALUTA pic x(3) value spaces.
       01 WS-EVT-DATO pic x(10) value spaces.

       01 WS-LOG-ID pic x(15) value spaces.
       01 WS-LOG-DEPOT pic x(15) value spaces.

       01 WS-KONTO-REG-NR pic x(4) value spaces.

       01 WS-ANTAL-NUM pic S9(11)v9999 value 0.
       01 WS-PR-STK-NUM pic S9(11)v9999 value 0.
       01 WS-BELOEB-DKK pic S9(13)v99 value 0.
       01 WS-BELOEB-KONTO pic S9(13)v99 value 0.
       01 WS-TRANS-TYPE pic x(15) value spaces.
       01 WS-BELOEB-DISPLAY pic -Z(11).99.

      *> --- shared dated-rate lookup ---
       01 WS-RATE-VALUTA pic x(3) value spaces.
       01 WS-RATE-KURS pic S9(5)v9999 value 0.
       01 WS-RATE-STATUS pic XX value spaces.
       01 WS-EVT-KURS pic S9(5)v9999 value 0.

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.

       01 WS-EVENT-COUNT pic 9(7) value 0.
       01 WS-PAID-COUNT pic 9(7) value 0.
       01 WS-REJECTED-COUNT pic 9(7) value 0.
       01 WS-REDEEMED-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

      *> --- integrity seal on the shared handoff, proven before
      *> rows are added and renewed afterwards ---
       01 WS-SEGL-MODE pic x value space.
       01 WS-SEGL-FILNAVN pic x(40) value spaces.
       01 WS-LEVERANCE-SEGL pic XX value spaces.

PROCEDURE DIVISION.
       OPEN INPUT event-file
       IF WS-EVENT-STATUS = "35"
           DISPLAY "DepotHaendelser: 110-Haendelser.txt blev ikke"
               " fundet - ingen haendelser at bogfoere"
           STOP RUN
       END-IF

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still posts under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       perform LOAD-HOLDINGS
       perform LOAD-EVENT-LOG
       perform LOAD-ACCOUNTS

       *> rows are only added to a delivery whose seal still holds
       MOVE "A" TO WS-SEGL-MODE
       MOVE "16-Leverance.txt" TO WS-SEGL-FILNAVN
       CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
           WS-LEVERANCE-SEGL
       OPEN EXTEND delivery-file
       IF WS-DELIVERY-STATUS = "35"
           OPEN OUTPUT delivery-file
       END-IF

       OPEN EXTEND event-log-file
       IF WS-EVENT-LOG-STATUS = "35"
           OPEN OUTPUT event-log-file
       END-IF

       OPEN OUTPUT report-file
       MOVE SPACES TO REPORT-RECORD
       STRING "Udbytte og indfrielser - " DELIMITED BY SIZE
              WS-TODAY-DATE DELIMITED BY SIZE
              INTO REPORT-RECORD
       WRITE REPORT-RECORD
       MOVE SPACES TO REPORT-RECORD
       WRITE REPORT-RECORD

       PERFORM UNTIL END-OF-EVENT-FILE = "Y"
           READ event-file
               AT END
                   MOVE "Y" TO END-OF-EVENT-FILE
               NOT AT END
                   perform PROCESS-ONE-EVENT
           END-READ
       END-PERFORM

       IF WS-REGISTER-CHANGED = "Y"
           perform WRITE-HOLDINGS
       END-IF

       perform WRITE-REPORT-TRAILER

       close event-file
       close delivery-file
       *> the seal is renewed over the added rows; a delivery whose
       *> seal had already failed is left for the receiver to refuse
       IF WS-LEVERANCE-SEGL = "00"
           MOVE "S" TO WS-SEGL-MODE
           MOVE "16-Leverance.txt" TO WS-SEGL-FILNAVN
           CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
               WS-LEVERANCE-SEGL
       END-IF
       close event-log-file
       close report-file
       close paid-index-file
       close account-index-file
       close reg-index-file
stop run.

       LOAD-HOLDINGS.
           OPEN INPUT depot-file
           IF WS-DEPOT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-DEPOT-FILE = "Y"
               READ depot-file
                   AT END
                       MOVE "Y" TO END-OF-DEPOT-FILE
                   NOT AT END
                       IF WS-HOLDING-COUNT < 5000
                           ADD 1 TO WS-HOLDING-COUNT
                           MOVE SPACES
                               TO WS-HOLDING-TABLE(WS-HOLDING-COUNT)
                           UNSTRING DEPOT-RECORD DELIMITED BY ","
                               INTO DH-DEPOT-ID(WS-HOLDING-COUNT),
                                    DH-CPR(WS-HOLDING-COUNT),
                                    DH-KONTO-ID(WS-HOLDING-COUNT),
                                    DH-PAPIR-ID(WS-HOLDING-COUNT),
                                    DH-ANTAL(WS-HOLDING-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE depot-file
       exit.

       LOAD-EVENT-LOG.
           OPEN OUTPUT paid-index-file
           CLOSE paid-index-file
           OPEN I-O paid-index-file

           OPEN INPUT event-log-file
           IF WS-EVENT-LOG-STATUS = "00"
               PERFORM UNTIL END-OF-LOG-FILE = "Y"
                   READ event-log-file
                       AT END
                           MOVE "Y" TO END-OF-LOG-FILE
                       NOT AT END
                           MOVE SPACES TO WS-LOG-ID
                           MOVE SPACES TO WS-LOG-DEPOT
                           UNSTRING EVENT-LOG-RECORD DELIMITED BY ","
                               INTO WS-LOG-ID, WS-LOG-DEPOT
                           MOVE WS-LOG-ID TO PD-HAENDELSE-ID
                           MOVE WS-LOG-DEPOT TO PD-DEPOT-ID
                           WRITE PAID-INDEX-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE event-log-file
           END-IF
       exit.

      *> --- cash accounts are read in place from the account master;
      *> each one's REG-NR is taken from the transaction master's
      *> rows ---
       LOAD-ACCOUNTS.
           OPEN INPUT account-index-file
           IF WS-ACCOUNT-INDEX-STATUS NOT = "00"
               DISPLAY "DepotHaendelser: 8-KontoStam.txt kan ikke"
                   " aabnes"
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

       PROCESS-ONE-EVENT.
           MOVE SPACES TO WS-EVT-ID
           MOVE SPACES TO WS-EVT-PAPIR-ID
           MOVE SPACES TO WS-EVT-TYPE
           MOVE SPACES TO WS-EVT-BELOEB
           MOVE SPACES TO WS-EVT-VALUTA
           MOVE SPACES TO WS-EVT-DATO
           UNSTRING EVENT-RECORD DELIMITED BY ","
               INTO WS-EVT-ID, WS-EVT-PAPIR-ID, WS-EVT-TYPE,
                    WS-EVT-BELOEB, WS-EVT-VALUTA, WS-EVT-DATO
           IF WS-EVT-ID = SPACES OR WS-EVT-DATO > WS-TODAY-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(WS-EVT-TYPE) TO WS-EVT-TYPE
           ADD 1 TO WS-EVENT-COUNT

           EVALUATE FUNCTION TRIM(WS-EVT-TYPE)
               WHEN "UDBYTTE"
                   MOVE "Udbytte" TO WS-TRANS-TYPE
               WHEN "INDFRIELSE"
                   MOVE "Indfrielse" TO WS-TRANS-TYPE
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "Afvist - ukendt haendelsestype - Haendelse: "
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EVT-ID) DELIMITED BY SIZE
                          ", type: " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-EVT-TYPE) DELIMITED BY SIZE
                          INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   EXIT PARAGRAPH
           END-EVALUATE

           IF FUNCTION TEST-NUMVAL(WS-EVT-BELOEB) NOT = 0
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "Afvist - ugyldigt beloeb - Haendelse: "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EVT-ID) DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PR-STK-NUM = FUNCTION NUMVAL(WS-EVT-BELOEB)

           MOVE WS-EVT-VALUTA TO WS-RATE-VALUTA
           CALL "KursopslagDato" USING WS-RATE-VALUTA WS-EVT-DATO
               WS-RATE-KURS WS-RATE-STATUS
           IF WS-RATE-STATUS NOT = "00"
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "Afvist - ukendt valuta - Haendelse: "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-EVT-ID) DELIMITED BY SIZE
                      ", valuta: " DELIMITED BY SIZE
                      WS-EVT-VALUTA DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RATE-KURS TO WS-EVT-KURS

           PERFORM VARYING WS-HOLDING-IX FROM 1 BY 1
               UNTIL WS-HOLDING-IX > WS-HOLDING-COUNT
               IF DH-PAPIR-ID(WS-HOLDING-IX) = WS-EVT-PAPIR-ID
                   perform PAY-ONE-HOLDING
               END-IF
           END-PERFORM
       exit.

       PAY-ONE-HOLDING.
           MOVE WS-EVT-ID TO PD-HAENDELSE-ID
           MOVE DH-DEPOT-ID(WS-HOLDING-IX) TO PD-DEPOT-ID
           READ paid-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           IF FUNCTION TEST-NUMVAL(DH-ANTAL(WS-HOLDING-IX)) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ANTAL-NUM = FUNCTION NUMVAL(DH-ANTAL(WS-HOLDING-IX))
           IF WS-ANTAL-NUM <= 0
               EXIT PARAGRAPH
           END-IF

           MOVE DH-KONTO-ID(WS-HOLDING-IX) TO KONTOSTAM-ID
           READ account-index-file
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "Afvist - kontantkonto ukendt - Depot: "
                              DELIMITED BY SIZE
                          FUNCTION TRIM(DH-DEPOT-ID(WS-HOLDING-IX))
                              DELIMITED BY SIZE
                          ", konto: " DELIMITED BY SIZE
                          FUNCTION TRIM(DH-KONTO-ID(WS-HOLDING-IX))
                              DELIMITED BY SIZE
                          INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO WS-KONTO-REG-NR
           MOVE KONTOSTAM-ID TO RG-KONTO-ID
           READ reg-index-file
               NOT INVALID KEY
                   MOVE RG-REG-NR TO WS-KONTO-REG-NR
           END-READ
           IF FUNCTION TRIM(KONTOSTAM-STATUS) = "LUKKET"
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "Afvist - kontantkonto lukket - Depot: "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(DH-DEPOT-ID(WS-HOLDING-IX))
                          DELIMITED BY SIZE
                      ", konto: " DELIMITED BY SIZE
                      FUNCTION TRIM(DH-KONTO-ID(WS-HOLDING-IX))
                          DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           *> event currency to DKK, then DKK to the cash account's
           *> currency on the payment date
           COMPUTE WS-BELOEB-DKK ROUNDED =
               WS-ANTAL-NUM * WS-PR-STK-NUM * WS-EVT-KURS
           MOVE KONTOSTAM-VALUTA TO WS-RATE-VALUTA
           IF WS-RATE-VALUTA = SPACES
               MOVE "DKK" TO WS-RATE-VALUTA
           END-IF
           CALL "KursopslagDato" USING WS-RATE-VALUTA WS-EVT-DATO
               WS-RATE-KURS WS-RATE-STATUS
           IF WS-RATE-STATUS NOT = "00" OR WS-RATE-KURS = 0
               MOVE "DKK" TO WS-RATE-VALUTA
               MOVE 1 TO WS-RATE-KURS
           END-IF
           COMPUTE WS-BELOEB-KONTO ROUNDED = WS-BELOEB-DKK / WS-RATE-KURS

           perform EMIT-EVENT-ROW

           MOVE SPACES TO EVENT-LOG-RECORD
           STRING FUNCTION TRIM(WS-EVT-ID) ","
                  FUNCTION TRIM(DH-DEPOT-ID(WS-HOLDING-IX)) ","
                  WS-TODAY-DATE
                  DELIMITED BY SIZE INTO EVENT-LOG-RECORD
           WRITE EVENT-LOG-RECORD
           MOVE WS-EVT-ID TO PD-HAENDELSE-ID
           MOVE DH-DEPOT-ID(WS-HOLDING-IX) TO PD-DEPOT-ID
           WRITE PAID-INDEX-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           ADD 1 TO WS-PAID-COUNT
           IF WS-TRANS-TYPE = "Indfrielse"
               MOVE "0" TO DH-ANTAL(WS-HOLDING-IX)
               MOVE "Y" TO WS-REGISTER-CHANGED
               ADD 1 TO WS-REDEEMED-COUNT
           END-IF

           MOVE WS-BELOEB-KONTO TO WS-BELOEB-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING FUNCTION TRIM(WS-TRANS-TYPE) DELIMITED BY SIZE
                  " - Depot: " DELIMITED BY SIZE
                  FUNCTION TRIM(DH-DEPOT-ID(WS-HOLDING-IX))
                      DELIMITED BY SIZE
                  ", papir: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EVT-PAPIR-ID) DELIMITED BY SIZE
                  ", antal: " DELIMITED BY SIZE
                  FUNCTION TRIM(DH-ANTAL(WS-HOLDING-IX)) DELIMITED BY SIZE
                  ", konto: " DELIMITED BY SIZE
                  FUNCTION TRIM(KONTOSTAM-ID) DELIMITED BY SIZE
                  ", beloeb: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BELOEB-DISPLAY) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RATE-VALUTA DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

       EMIT-EVENT-ROW.
           MOVE SPACES TO delivery-out
           MOVE DH-CPR(WS-HOLDING-IX) TO CPR OF delivery-out
           MOVE KONTOSTAM-ID TO KONTO-ID OF delivery-out
           MOVE WS-KONTO-REG-NR TO REG-NR OF delivery-out
           MOVE "0000" TO FILIAL-NR OF delivery-out
           *> NAVN/ADRESSE are left for the Indlaes intake to enrich
           *> from the customer master
           MOVE SPACES TO TIDSPUNKT OF delivery-out
           STRING WS-TODAY-DATE DELIMITED BY SIZE
                  " 06:00:00" DELIMITED BY SIZE
                  INTO TIDSPUNKT OF delivery-out
           MOVE WS-TRANS-TYPE TO TRANSAKTIONSTYPE OF delivery-out
           MOVE WS-BELOEB-KONTO TO WS-BELOEB-DISPLAY
           MOVE SPACES TO BELOEB OF delivery-out
           MOVE FUNCTION TRIM(WS-BELOEB-DISPLAY) TO BELOEB OF delivery-out
           MOVE WS-RATE-VALUTA TO VALUTA OF delivery-out
           MOVE SPACES TO BUTIK OF delivery-out
           MOVE SPACES TO TRANS-REF OF delivery-out
           STRING "DP" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-EVT-ID) DELIMITED BY SIZE
                  FUNCTION TRIM(DH-DEPOT-ID(WS-HOLDING-IX))
                      DELIMITED BY SIZE
                  INTO TRANS-REF OF delivery-out
           WRITE delivery-out
       exit.

       WRITE-HOLDINGS.
           OPEN OUTPUT depot-file
           PERFORM VARYING WS-HOLDING-IX FROM 1 BY 1
               UNTIL WS-HOLDING-IX > WS-HOLDING-COUNT
               MOVE SPACES TO DEPOT-RECORD
               STRING FUNCTION TRIM(DH-DEPOT-ID(WS-HOLDING-IX)) ","
                      FUNCTION TRIM(DH-CPR(WS-HOLDING-IX)) ","
                      FUNCTION TRIM(DH-KONTO-ID(WS-HOLDING-IX)) ","
                      FUNCTION TRIM(DH-PAPIR-ID(WS-HOLDING-IX)) ","
                      FUNCTION TRIM(DH-ANTAL(WS-HOLDING-IX))
                      DELIMITED BY SIZE INTO DEPOT-RECORD
               WRITE DEPOT-RECORD
           END-PERFORM
           CLOSE depot-file
       exit.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-EVENT-COUNT TO WS-COUNT-DISPLAY
           STRING "Forfaldne haendelser: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-PAID-COUNT TO WS-COUNT-DISPLAY
           STRING "Bogfoerte betalinger: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-REDEEMED-COUNT TO WS-COUNT-DISPLAY
           STRING "Heraf indfrielser: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
           STRING "Afviste: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
