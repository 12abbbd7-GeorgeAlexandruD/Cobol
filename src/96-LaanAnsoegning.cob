identification division.
       program-id. LaanAnsoegning.

      *> --- Loan origination queue, so a consumer loan no longer
      *> reaches 46-LaanRegister.txt by hand after a paper approval.
      *> 96-LaanAnsoegninger.txt holds one application per line:
      *>   ANSOEGNING-ID,CPR,KONTO-ID,REG-NR,HOVEDSTOL,LOEBETID-MDR,
      *>   FORMAAL,STATUS,RENTE-PCT,YDELSE,TILBUDT-DATO
      *> A new application (STATUS blank or NY) gets the
      *> affordability check:
      *>   - the CPR's rating in 50-KundeRisiko.txt (latest line);
      *>     HOEJ is declined, LAV/MELLEM set the rate add-on,
      *>   - monthly income: the Loen credits the salary intake
      *>     posted to the CPR in the master over the look-back
      *>     period, spread over its months,
      *>   - the average balance of KONTO-ID over the same period in
      *>     9-SaldoHistorik.txt must not be negative,
      *>   - the new YDELSE plus the annuities of the CPR's loans
      *>     already in 46-LaanRegister.txt must stay within the
      *>     maximum share of income.
      *> It either becomes a TILBUD (rate and monthly YDELSE, the
      *> same annuity 46-LaanPlan computes) waiting for the
      *> customer's answer, or is declined with every failing reason.
      *> Answers come from 96-LaanSvar.txt (ANSOEGNING-ID,SVAR,
      *> OPERATOR-ID; SVAR ACCEPT or AFVIS, operator with the
      *> VEDLIGEHOLD role). An accepted offer appends the register
      *> line for 46-LaanPlan (first due date one month out,
      *> RESTGAELD = HOVEDSTOL, NAESTE-TERMIN 1) and posts the
      *> disbursement as a Laaneudbetaling credit on KONTO-ID
      *> through 16-Leverance.txt, reference LU+ANSOEGNING-ID. An
      *> offer left unanswered past its validity lapses. Every
      *> outcome is appended to 96-LaanAfgoerelser.txt; open
      *> applications and offers stay in the queue
      *> (96-LaanAnsoegninger.new). 96-LaanParam.txt (NOEGLE;VAERDI):
      *> BASISRENTE, TILLAEG-LAV, TILLAEG-MELLEM (pct. p.a.),
      *> MAX-BELASTNING (pct. of income), MAX-HOVEDSTOL,
      *> MAX-LOEBETID (months), PERIODE-DAGE (look-back) and
      *> TILBUD-DAGE (offer validity). ---

environment division.
input-output section.
file-control.
       select queue-file assign to "96-LaanAnsoegninger.txt"
           organization line sequential
           file status is WS-QUEUE-STATUS.

       select queue-new-file assign to "96-LaanAnsoegninger.new"
           organization line sequential.

       select answer-file assign to "96-LaanSvar.txt"
           organization line sequential
           file status is WS-ANSWER-STATUS.

       select param-file assign to "96-LaanParam.txt"
           organization line sequential
           file status is WS-PARAM-STATUS.

       select transactions-file assign to "10-Transaktioner.txt"
           organization is indexed
           access mode is dynamic
           record key is CPR of transactions-in with duplicates
           alternate record key is TRANS-REF of transactions-in
               with duplicates
           alternate record key is BUTIK of transactions-in
               with duplicates
           file status is WS-TRANS-STATUS.

       select snapshot-file assign to "9-SaldoHistorik.txt"
           organization line sequential
           file status is WS-SNAPSHOT-STATUS.

       select loan-file assign to "46-LaanRegister.txt"
           organization line sequential
           file status is WS-LOAN-STATUS.

       select risk-file assign to "50-KundeRisiko.txt"
           organization line sequential
           file status is WS-RISK-STATUS.

       select delivery-file assign to "16-Leverance.txt"
           organization line sequential
           file status is WS-DELIVERY-STATUS.

       select decision-file assign to "96-LaanAfgoerelser.txt"
           organization line sequential
           file status is WS-DECISION-STATUS.

       select report-file assign to "96-LaanAnsoegningRapport.txt"
           organization line sequential.

      *> --- only probed at start-up: a present operator register
      *> makes the OPERATOR field on every answer mandatory ---
       select operator-probe-file assign to "80-Operatoerer.txt"
           organization line sequential
           file status is WS-OPERATOR-PROBE-STATUS.

       select answer-index-file assign to "WS-LaanSvar.tmp"
           organization is indexed
           access mode is dynamic
           record key is SV-ANSOEGNING-ID
           file status is WS-ANSWER-INDEX-STATUS.

      *> --- per KONTO-ID: balance total and snapshot count ---
       select balance-index-file assign to "WS-LaanSaldo.tmp"
           organization is indexed
           access mode is dynamic
           record key is BAL-KONTO-ID
           file status is WS-BALANCE-INDEX-STATUS.

      *> --- per CPR: monthly annuities already committed, latest
      *> rating ---
       select obligor-index-file assign to "WS-LaanDebitor.tmp"
           organization is indexed
           access mode is dynamic
           record key is DEB-CPR
           file status is WS-OBLIGOR-INDEX-STATUS.

data division.
file section.
FD queue-file.
       01 QUEUE-RECORD pic x(200).

FD queue-new-file.
       01 QUEUE-NEW-RECORD pic x(200).

FD answer-file.
       01 ANSWER-RECORD pic x(60).

FD param-file.
       01 PARAM-RECORD pic x(40).

FD transactions-file.
01 transactions-in.
       copy "10-TRANSAKTIONER.cpy".

FD snapshot-file.
       01 SNAPSHOT-RECORD pic x(60).

FD loan-file.
       01 LOAN-RECORD pic x(130).

FD risk-file.
       01 RISK-RECORD pic x(50).

FD delivery-file.
01 delivery-out.
       copy "10-TRANSAKTIONER.cpy".

FD decision-file.
       01 DECISION-RECORD pic x(200).

FD report-file.
       01 REPORT-RECORD pic x(150).

FD operator-probe-file.
       01 OPERATOR-PROBE-RECORD pic x(60).

FD answer-index-file.
       01 ANSWER-INDEX-RECORD.
           05 SV-ANSOEGNING-ID pic x(10).
           05 SV-SVAR pic x(6).
           05 SV-OPERATOR pic x(10).

FD balance-index-file.
       01 BALANCE-INDEX-RECORD.
           05 BAL-KONTO-ID pic x(15).
           05 BAL-SUM pic S9(15)v99.
           05 BAL-ANTAL pic 9(5).

FD obligor-index-file.
       01 OBLIGOR-INDEX-RECORD.
           05 DEB-CPR pic x(15).
           05 DEB-YDELSER pic S9(11)v99.
           05 DEB-RATING pic x(6).

WORKING-STORAGE SECTION.
       01 WS-QUEUE-STATUS pic XX value spaces.
       01 WS-ANSWER-STATUS pic XX value spaces.
       01 WS-PARAM-STATUS pic XX value spaces.
       01 WS-TRANS-STATUS pic XX value spaces.
       01 WS-SNAPSHOT-STATUS pic XX value spaces.
       01 WS-LOAN-STATUS pic XX value spaces.
       01 WS-RISK-STATUS pic XX value spaces.
       01 WS-DELIVERY-STATUS pic XX value spaces.
       01 WS-DECISION-STATUS pic XX value spaces.
       01 WS-OPERATOR-PROBE-STATUS pic XX value spaces.
       01 WS-ANSWER-INDEX-STATUS pic XX value spaces.
       01 WS-BALANCE-INDEX-STATUS pic XX value spaces.
       01 WS-OBLIGOR-INDEX-STATUS pic XX value spaces.

       01 END-OF-QUEUE-FILE pic x value "N".
       01 END-OF-ANSWER-FILE pic x value "N".
       01 END-OF-PARAM-FILE pic x value "N".
       01 END-OF-TRANSACTIONS-FILE pic x value "N".
       01 END-OF-SNAPSHOT-FILE pic x value "N".
       01 END-OF-LOAN-FILE pic x value "N".
       01 END-OF-RISK-FILE pic x value "N".

      *> --- application line ---
       01 WS-ANS-ID pic x(10) value spaces.
       01 WS-ANS-CPR pic x(15) value spaces.
       01 WS-ANS-KONTO-ID pic x(15) value spaces.
       01 WS-ANS-REG-NR pic x(4) value spaces.
       01 WS-ANS-HOVEDSTOL-TEXT pic x(15) value spaces.
       01 WS-ANS-LOEBETID-TEXT pic x(4) value spaces.
       01 WS-ANS-FORMAAL pic x(30) value spaces.
       01 WS-ANS-STATUS pic x(8) value spaces.
       01 WS-ANS-RENTE-TEXT pic x(8) value spaces.
       01 WS-ANS-YDELSE-TEXT pic x(15) value spaces.
       01 WS-ANS-TILBUDT-DATO pic x(10) value spaces.

       01 WS-REQ-OPERATOR pic x(10) value spaces.
       01 WS-ROLLE-KRAV pic x(14) value spaces.
       01 WS-OPR-STATUS pic XX value spaces.
       01 WS-REGISTER-PRESENT pic x value "N".

      *> --- parameters with their defaults ---
       01 WS-PARAM-NOEGLE pic x(15) value spaces.
       01 WS-PARAM-VAERDI pic x(20) value spaces.
       01 WS-BASISRENTE pic 9(3)v9(4) value 7.5.
       01 WS-TILLAEG-LAV pic 9(3)v9(4) value 0.
       01 WS-TILLAEG-MELLEM pic 9(3)v9(4) value 2.
       01 WS-MAX-BELASTNING pic 9(3) value 40.
       01 WS-MAX-HOVEDSTOL pic 9(11)v99 value 500000.
       01 WS-MAX-LOEBETID pic 9(4) value 120.
       01 WS-PERIODE-DAGE pic 9(4) value 90.
       01 WS-TILBUD-DAGE pic 9(4) value 30.

      *> --- affordability figures ---
       01 WS-HOVEDSTOL pic S9(11)v99 value 0.
       01 WS-TERMINER pic 9(4) value 0.
       01 WS-RENTE-PCT pic 9(3)v9(4) value 0.
       01 WS-INDKOMST pic S9(13)v99 value 0.
       01 WS-MAANEDS-INDKOMST pic S9(11)v99 value 0.
       01 WS-GNS-SALDO pic S9(13)v99 value 0.
       01 WS-EKSISTERENDE pic S9(11)v99 value 0.
       01 WS-BELASTNING pic S9(11)v99 value 0.
       01 WS-RATING pic x(6) value spaces.
       01 WS-DECLINE-REASONS pic x(120) value spaces.
       01 WS-REASON pic x(40) value spaces.

      *> --- annuity, as 46-LaanPlan computes it ---
       01 WS-ANN-HOVEDSTOL pic S9(11)v99 value 0.
       01 WS-ANN-RENTE-PCT pic 9(3)v9(4) value 0.
       01 WS-ANN-TERMINER pic 9(4) value 0.
       01 WS-ANN-MAANEDS-RENTE pic S9(3)v9(6) value 0.
       01 WS-ANN-FAKTOR pic S9(7)v9(8) value 0.
       01 WS-ANN-YDELSE pic S9(11)v99 value 0.

      *> --- register and history line fields ---
       01 WS-LAAN-KONTO-ID pic x(15) value spaces.
       01 WS-LAAN-CPR pic x(15) value spaces.
       01 WS-LAAN-REG-NR pic x(4) value spaces.
       01 WS-LAAN-HOVEDSTOL pic x(15) value spaces.
       01 WS-LAAN-RENTE-PCT pic x(8) value spaces.
       01 WS-LAAN-LOEBETID pic x(4) value spaces.
       01 WS-SNAP-DATO pic x(10) value spaces.
       01 WS-SNAP-KONTO-ID pic x(15) value spaces.
       01 WS-SNAP-SALDO pic x(15) value spaces.
       01 WS-RISK-CPR pic x(15) value spaces.
       01 WS-RISK-KUNDE-ID pic x(10) value spaces.
       01 WS-RISK-RATING pic x(6) value spaces.

      *> --- dates ---
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-TODAY-YYYYMMDD pic 9(8) value 0.
       01 WS-TODAY-INTEGER pic 9(8) comp.
       01 WS-CUTOFF-DATE pic x(10) value spaces.
       01 WS-DATE-YYYYMMDD pic 9(8) value 0.
       01 WS-DATE-INTEGER pic 9(8) comp.
       01 WS-FIRST-DUE pic x(10) value spaces.
       01 WS-DUE-YEAR pic 9(4) value 0.
       01 WS-DUE-MONTH pic 9(2) value 0.
       01 WS-DUE-DAY pic 9(2) value 0.

       01 WS-AMOUNT-DISPLAY pic -Z(9)9.99.
       01 WS-RENTE-DISPLAY pic ZZ9.99.
       01 WS-OUTCOME pic x(10) value spaces.
       01 WS-KEEP-IN-QUEUE pic x value "N".

       01 WS-OFFER-COUNT pic 9(7) value 0.
       01 WS-DECLINED-COUNT pic 9(7) value 0.
       01 WS-BOOKED-COUNT pic 9(7) value 0.
       01 WS-REFUSED-COUNT pic 9(7) value 0.
       01 WS-LAPSED-COUNT pic 9(7) value 0.
       01 WS-WAITING-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

      *> --- integrity seal on the shared handoff, proven before
      *> rows are added and renewed afterwards ---
       01 WS-SEGL-MODE pic x value space.
       01 WS-SEGL-FILNAVN pic x(40) value spaces.
       01 WS-LEVERANCE-SEGL pic XX value spaces.

PROCEDURE DIVISION.
       OPEN INPUT queue-file
       IF WS-QUEUE-STATUS = "35"
           DISPLAY "LaanAnsoegning: 96-LaanAnsoegninger.txt blev ikke fundet"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN INPUT operator-probe-file
       IF WS-OPERATOR-PROBE-STATUS = "00"
           MOVE "Y" TO WS-REGISTER-PRESENT
           CLOSE operator-probe-file
       END-IF

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS
       MOVE WS-TODAY-DATE(1:4) TO WS-TODAY-YYYYMMDD(1:4)
       MOVE WS-TODAY-DATE(6:2) TO WS-TODAY-YYYYMMDD(5:2)
       MOVE WS-TODAY-DATE(9:2) TO WS-TODAY-YYYYMMDD(7:2)
       COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)

       perform LOAD-LOAN-PARAMETERS

       COMPUTE WS-DATE-INTEGER = WS-TODAY-INTEGER - WS-PERIODE-DAGE
       COMPUTE WS-DATE-YYYYMMDD = FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
       MOVE WS-DATE-YYYYMMDD(1:4) TO WS-CUTOFF-DATE(1:4)
       MOVE "-" TO WS-CUTOFF-DATE(5:1)
       MOVE WS-DATE-YYYYMMDD(5:2) TO WS-CUTOFF-DATE(6:2)
       MOVE "-" TO WS-CUTOFF-DATE(8:1)
       MOVE WS-DATE-YYYYMMDD(7:2) TO WS-CUTOFF-DATE(9:2)

       perform SET-FIRST-DUE-DATE
       perform LOAD-ANSWERS
       perform LOAD-BALANCE-HISTORY
       perform LOAD-OBLIGORS

       OPEN INPUT transactions-file

       OPEN OUTPUT queue-new-file
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
       OPEN EXTEND loan-file
       IF WS-LOAN-STATUS = "35"
           OPEN OUTPUT loan-file
       END-IF
       OPEN EXTEND decision-file
       IF WS-DECISION-STATUS = "35"
           OPEN OUTPUT decision-file
       END-IF

       MOVE SPACES TO REPORT-RECORD
       STRING "Laaneansoegninger " DELIMITED BY SIZE
              WS-TODAY-DATE DELIMITED BY SIZE
              INTO REPORT-RECORD
       WRITE REPORT-RECORD

       perform UNTIL END-OF-QUEUE-FILE = "Y"
           read queue-file
               at end
                   move "Y" to END-OF-QUEUE-FILE
               not at end
                   perform PROCESS-ONE-APPLICATION
           end-read
       end-perform

       perform WRITE-REPORT-TRAILER

       close queue-file
       close queue-new-file
       close transactions-file
       close delivery-file
       *> the seal is renewed over the added rows; a delivery whose
       *> seal had already failed is left for the receiver to refuse
       IF WS-LEVERANCE-SEGL = "00"
           MOVE "S" TO WS-SEGL-MODE
           MOVE "16-Leverance.txt" TO WS-SEGL-FILNAVN
           CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
               WS-LEVERANCE-SEGL
       END-IF
       close loan-file
       close decision-file
       close answer-index-file
       close balance-index-file
       close obligor-index-file
       close report-file

      *> the remaining queue replaces the old one next run: operators
      *> swap 96-LaanAnsoegninger.new over 96-LaanAnsoegninger.txt
      *> and run 46-LaanPlan for the newly booked loans
stop run.

      *> --- optional NOEGLE;VAERDI lines; unknown keys are ignored ---
       LOAD-LOAN-PARAMETERS.
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
                               WHEN "BASISRENTE"
                                   COMPUTE WS-BASISRENTE =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               WHEN "TILLAEG-LAV"
                                   COMPUTE WS-TILLAEG-LAV =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               WHEN "TILLAEG-MELLEM"
                                   COMPUTE WS-TILLAEG-MELLEM =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               WHEN "MAX-BELASTNING"
                                   COMPUTE WS-MAX-BELASTNING =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               WHEN "MAX-HOVEDSTOL"
                                   COMPUTE WS-MAX-HOVEDSTOL =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               WHEN "MAX-LOEBETID"
                                   COMPUTE WS-MAX-LOEBETID =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               WHEN "PERIODE-DAGE"
                                   COMPUTE WS-PERIODE-DAGE =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               WHEN "TILBUD-DAGE"
                                   COMPUTE WS-TILBUD-DAGE =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE param-file
           IF WS-PERIODE-DAGE < 30
               MOVE 30 TO WS-PERIODE-DAGE
           END-IF
       exit.

      *> --- same day next month, capped at the 28th so every month
      *> has the date ---
       SET-FIRST-DUE-DATE.
           MOVE WS-TODAY-YYYYMMDD(1:4) TO WS-DUE-YEAR
           MOVE WS-TODAY-YYYYMMDD(5:2) TO WS-DUE-MONTH
           MOVE WS-TODAY-YYYYMMDD(7:2) TO WS-DUE-DAY
           ADD 1 TO WS-DUE-MONTH
           IF WS-DUE-MONTH > 12
               MOVE 1 TO WS-DUE-MONTH
               ADD 1 TO WS-DUE-YEAR
           END-IF
           IF WS-DUE-DAY > 28
               MOVE 28 TO WS-DUE-DAY
           END-IF
           MOVE WS-DUE-YEAR TO WS-FIRST-DUE(1:4)
           MOVE "-" TO WS-FIRST-DUE(5:1)
           MOVE WS-DUE-MONTH TO WS-FIRST-DUE(6:2)
           MOVE "-" TO WS-FIRST-DUE(8:1)
           MOVE WS-DUE-DAY TO WS-FIRST-DUE(9:2)
       exit.

       LOAD-ANSWERS.
           OPEN OUTPUT answer-index-file
           CLOSE answer-index-file
           OPEN I-O answer-index-file

           OPEN INPUT answer-file
           IF WS-ANSWER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-ANSWER-FILE = "Y"
               READ answer-file
                   AT END
                       MOVE "Y" TO END-OF-ANSWER-FILE
                   NOT AT END
                       MOVE SPACES TO ANSWER-INDEX-RECORD
                       UNSTRING ANSWER-RECORD DELIMITED BY ","
                           INTO SV-ANSOEGNING-ID, SV-SVAR, SV-OPERATOR
                       WRITE ANSWER-INDEX-RECORD
                           INVALID KEY
                               REWRITE ANSWER-INDEX-RECORD
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE answer-file
       exit.

      *> --- balance total and count per account over the look-back ---
       LOAD-BALANCE-HISTORY.
           OPEN OUTPUT balance-index-file
           CLOSE balance-index-file
           OPEN I-O balance-index-file

           OPEN INPUT snapshot-file
           IF WS-SNAPSHOT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-SNAPSHOT-FILE = "Y"
               READ snapshot-file
                   AT END
                       MOVE "Y" TO END-OF-SNAPSHOT-FILE
                   NOT AT END
                       MOVE SPACES TO WS-SNAP-DATO
                       MOVE SPACES TO WS-SNAP-KONTO-ID
                       MOVE SPACES TO WS-SNAP-SALDO
                       UNSTRING SNAPSHOT-RECORD DELIMITED BY ","
                           INTO WS-SNAP-DATO, WS-SNAP-KONTO-ID,
                                WS-SNAP-SALDO
                       IF WS-SNAP-DATO >= WS-CUTOFF-DATE
                           AND FUNCTION TEST-NUMVAL(WS-SNAP-SALDO) = 0
                           MOVE WS-SNAP-KONTO-ID TO BAL-KONTO-ID
                           READ balance-index-file
                               INVALID KEY
                                   MOVE 0 TO BAL-SUM
                                   MOVE 0 TO BAL-ANTAL
                                   COMPUTE BAL-SUM =
                                       FUNCTION NUMVAL(WS-SNAP-SALDO)
                                   MOVE 1 TO BAL-ANTAL
                                   WRITE BALANCE-INDEX-RECORD
                               NOT INVALID KEY
                                   COMPUTE BAL-SUM = BAL-SUM
                                       + FUNCTION NUMVAL(WS-SNAP-SALDO)
                                   ADD 1 TO BAL-ANTAL
                                   REWRITE BALANCE-INDEX-RECORD
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE snapshot-file
       exit.

      *> --- per CPR the annuities of the loans on the register and
      *> the latest risk rating ---
       LOAD-OBLIGORS.
           OPEN OUTPUT obligor-index-file
           CLOSE obligor-index-file
           OPEN I-O obligor-index-file

           OPEN INPUT loan-file
           IF WS-LOAN-STATUS = "00"
               PERFORM UNTIL END-OF-LOAN-FILE = "Y"
                   READ loan-file
                       AT END
                           MOVE "Y" TO END-OF-LOAN-FILE
                       NOT AT END
                           perform REGISTER-EXISTING-LOAN
                   END-READ
               END-PERFORM
               CLOSE loan-file
           END-IF

           OPEN INPUT risk-file
           IF WS-RISK-STATUS = "00"
               PERFORM UNTIL END-OF-RISK-FILE = "Y"
                   READ risk-file
                       AT END
                           MOVE "Y" TO END-OF-RISK-FILE
                       NOT AT END
                           MOVE SPACES TO WS-RISK-CPR
                           MOVE SPACES TO WS-RISK-KUNDE-ID
                           MOVE SPACES TO WS-RISK-RATING
                           UNSTRING RISK-RECORD DELIMITED BY ","
                               INTO WS-RISK-CPR, WS-RISK-KUNDE-ID,
                                    WS-RISK-RATING
                           MOVE WS-RISK-CPR TO DEB-CPR
                           READ obligor-index-file
                               INVALID KEY
                                   MOVE 0 TO DEB-YDELSER
                                   MOVE WS-RISK-RATING TO DEB-RATING
                                   WRITE OBLIGOR-INDEX-RECORD
                               NOT INVALID KEY
                                   MOVE WS-RISK-RATING TO DEB-RATING
                                   REWRITE OBLIGOR-INDEX-RECORD
                           END-READ
                   END-READ
               END-PERFORM
               CLOSE risk-file
           END-IF
       exit.

       REGISTER-EXISTING-LOAN.
           MOVE SPACES TO WS-LAAN-KONTO-ID
           MOVE SPACES TO WS-LAAN-CPR
           MOVE SPACES TO WS-LAAN-REG-NR
           MOVE SPACES TO WS-LAAN-HOVEDSTOL
           MOVE SPACES TO WS-LAAN-RENTE-PCT
           MOVE SPACES TO WS-LAAN-LOEBETID
           UNSTRING LOAN-RECORD DELIMITED BY ","
               INTO WS-LAAN-KONTO-ID, WS-LAAN-CPR, WS-LAAN-REG-NR,
                    WS-LAAN-HOVEDSTOL, WS-LAAN-RENTE-PCT,
                    WS-LAAN-LOEBETID
           IF FUNCTION TEST-NUMVAL(WS-LAAN-HOVEDSTOL) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-LAAN-RENTE-PCT) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-LAAN-LOEBETID) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ANN-HOVEDSTOL = FUNCTION NUMVAL(WS-LAAN-HOVEDSTOL)
           COMPUTE WS-ANN-RENTE-PCT = FUNCTION NUMVAL(WS-LAAN-RENTE-PCT)
           COMPUTE WS-ANN-TERMINER = FUNCTION NUMVAL(WS-LAAN-LOEBETID)
           perform COMPUTE-ANNUITY

           MOVE WS-LAAN-CPR TO DEB-CPR
           READ obligor-index-file
               INVALID KEY
                   MOVE WS-ANN-YDELSE TO DEB-YDELSER
                   MOVE SPACES TO DEB-RATING
                   WRITE OBLIGOR-INDEX-RECORD
               NOT INVALID KEY
                   ADD WS-ANN-YDELSE TO DEB-YDELSER
                   REWRITE OBLIGOR-INDEX-RECORD
           END-READ
       exit.

       COMPUTE-ANNUITY.
           MOVE 0 TO WS-ANN-YDELSE
           IF WS-ANN-TERMINER = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ANN-MAANEDS-RENTE = WS-ANN-RENTE-PCT / 100 / 12
           IF WS-ANN-MAANEDS-RENTE = 0
               COMPUTE WS-ANN-YDELSE ROUNDED =
                   WS-ANN-HOVEDSTOL / WS-ANN-TERMINER
           ELSE
               COMPUTE WS-ANN-FAKTOR =
                   (1 + WS-ANN-MAANEDS-RENTE) ** WS-ANN-TERMINER
               COMPUTE WS-ANN-YDELSE ROUNDED =
                   WS-ANN-HOVEDSTOL * WS-ANN-MAANEDS-RENTE * WS-ANN-FAKTOR
                   / (WS-ANN-FAKTOR - 1)
           END-IF
       exit.

       PROCESS-ONE-APPLICATION.
           MOVE SPACES TO WS-ANS-ID
           MOVE SPACES TO WS-ANS-CPR
           MOVE SPACES TO WS-ANS-KONTO-ID
           MOVE SPACES TO WS-ANS-REG-NR
           MOVE SPACES TO WS-ANS-HOVEDSTOL-TEXT
           MOVE SPACES TO WS-ANS-LOEBETID-TEXT
           MOVE SPACES TO WS-ANS-FORMAAL
           MOVE SPACES TO WS-ANS-STATUS
           MOVE SPACES TO WS-ANS-RENTE-TEXT
           MOVE SPACES TO WS-ANS-YDELSE-TEXT
           MOVE SPACES TO WS-ANS-TILBUDT-DATO
           UNSTRING QUEUE-RECORD DELIMITED BY ","
               INTO WS-ANS-ID, WS-ANS-CPR, WS-ANS-KONTO-ID,
                    WS-ANS-REG-NR, WS-ANS-HOVEDSTOL-TEXT,
                    WS-ANS-LOEBETID-TEXT, WS-ANS-FORMAAL,
                    WS-ANS-STATUS, WS-ANS-RENTE-TEXT,
                    WS-ANS-YDELSE-TEXT, WS-ANS-TILBUDT-DATO
           IF WS-ANS-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-KEEP-IN-QUEUE
           EVALUATE WS-ANS-STATUS
               WHEN SPACES
               WHEN "NY"
                   perform ASSESS-APPLICATION
               WHEN "TILBUD"
                   perform HANDLE-OFFER-ANSWER
               WHEN OTHER
                   MOVE "Y" TO WS-KEEP-IN-QUEUE
           END-EVALUATE

           IF WS-KEEP-IN-QUEUE = "Y"
               ADD 1 TO WS-WAITING-COUNT
               perform WRITE-QUEUE-LINE
           END-IF
       exit.

      *> --- every failing check is named, not just the first ---
       ASSESS-APPLICATION.
           MOVE SPACES TO WS-DECLINE-REASONS
           IF FUNCTION TEST-NUMVAL(WS-ANS-HOVEDSTOL-TEXT) NOT = 0
               OR FUNCTION TEST-NUMVAL(WS-ANS-LOEBETID-TEXT) NOT = 0
               MOVE "Ugyldig HOVEDSTOL eller loebetid" TO WS-REASON
               perform ADD-DECLINE-REASON
               perform DECLINE-APPLICATION
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-HOVEDSTOL = FUNCTION NUMVAL(WS-ANS-HOVEDSTOL-TEXT)
           COMPUTE WS-TERMINER = FUNCTION NUMVAL(WS-ANS-LOEBETID-TEXT)

           IF WS-HOVEDSTOL <= 0 OR WS-HOVEDSTOL > WS-MAX-HOVEDSTOL
               MOVE "HOVEDSTOL uden for rammen" TO WS-REASON
               perform ADD-DECLINE-REASON
           END-IF
           IF WS-TERMINER = 0 OR WS-TERMINER > WS-MAX-LOEBETID
               MOVE "Loebetid uden for rammen" TO WS-REASON
               perform ADD-DECLINE-REASON
           END-IF

           MOVE 0 TO WS-EKSISTERENDE
           MOVE SPACES TO WS-RATING
           MOVE WS-ANS-CPR TO DEB-CPR
           READ obligor-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DEB-YDELSER TO WS-EKSISTERENDE
                   MOVE DEB-RATING TO WS-RATING
           END-READ
           EVALUATE WS-RATING
               WHEN "HOEJ"
                   MOVE "Risikoklasse HOEJ" TO WS-REASON
                   perform ADD-DECLINE-REASON
               WHEN "MELLEM"
                   COMPUTE WS-RENTE-PCT = WS-BASISRENTE + WS-TILLAEG-MELLEM
               WHEN OTHER
                   COMPUTE WS-RENTE-PCT = WS-BASISRENTE + WS-TILLAEG-LAV
           END-EVALUATE

           perform SUM-SALARY-CREDITS
           IF WS-MAANEDS-INDKOMST <= 0
               MOVE "Ingen loenindgang i perioden" TO WS-REASON
               perform ADD-DECLINE-REASON
           END-IF

           MOVE 0 TO WS-GNS-SALDO
           MOVE WS-ANS-KONTO-ID TO BAL-KONTO-ID
           READ balance-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF BAL-ANTAL > 0
                       COMPUTE WS-GNS-SALDO ROUNDED = BAL-SUM / BAL-ANTAL
                   END-IF
           END-READ
           IF WS-GNS-SALDO < 0
               MOVE "Negativ gennemsnitssaldo" TO WS-REASON
               perform ADD-DECLINE-REASON
           END-IF

           MOVE WS-HOVEDSTOL TO WS-ANN-HOVEDSTOL
           MOVE WS-RENTE-PCT TO WS-ANN-RENTE-PCT
           MOVE WS-TERMINER TO WS-ANN-TERMINER
           perform COMPUTE-ANNUITY
           COMPUTE WS-BELASTNING = WS-EKSISTERENDE + WS-ANN-YDELSE
           IF WS-MAANEDS-INDKOMST > 0
               AND WS-BELASTNING * 100
                   > WS-MAANEDS-INDKOMST * WS-MAX-BELASTNING
               MOVE "Ydelser over max. andel af indkomst" TO WS-REASON
               perform ADD-DECLINE-REASON
           END-IF

           IF WS-DECLINE-REASONS NOT = SPACES
               perform DECLINE-APPLICATION
           ELSE
               perform MAKE-OFFER
           END-IF
       exit.

      *> --- the Loen credits the salary intake posted to the CPR over
      *> the look-back, as a monthly figure ---
       SUM-SALARY-CREDITS.
           MOVE 0 TO WS-INDKOMST
           MOVE 0 TO WS-MAANEDS-INDKOMST
           MOVE "N" TO END-OF-TRANSACTIONS-FILE
           MOVE WS-ANS-CPR TO CPR OF transactions-in
           START transactions-file KEY IS = CPR OF transactions-in
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           PERFORM UNTIL END-OF-TRANSACTIONS-FILE = "Y"
               READ transactions-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-TRANSACTIONS-FILE
                   NOT AT END
                       IF CPR OF transactions-in NOT = WS-ANS-CPR
                           MOVE "Y" TO END-OF-TRANSACTIONS-FILE
                       ELSE
                           IF FUNCTION TRIM(TRANSAKTIONSTYPE OF transactions-in)
                                   = "Loen"
                               AND TIDSPUNKT OF transactions-in(1:10)
                                   >= WS-CUTOFF-DATE
                               AND FUNCTION TEST-NUMVAL(BELOEB OF transactions-in)
                                   = 0
                               COMPUTE WS-INDKOMST = WS-INDKOMST
                                   + FUNCTION NUMVAL(BELOEB OF transactions-in)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           COMPUTE WS-MAANEDS-INDKOMST ROUNDED =
               WS-INDKOMST * 30 / WS-PERIODE-DAGE
       exit.

       ADD-DECLINE-REASON.
           IF WS-DECLINE-REASONS = SPACES
               MOVE WS-REASON TO WS-DECLINE-REASONS
           ELSE
               STRING FUNCTION TRIM(WS-DECLINE-REASONS) DELIMITED BY SIZE
                      "; " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-REASON) DELIMITED BY SIZE
                      INTO WS-DECLINE-REASONS
           END-IF
       exit.

       DECLINE-APPLICATION.
           ADD 1 TO WS-DECLINED-COUNT
           MOVE "AFSLAG" TO WS-OUTCOME
           MOVE SPACES TO REPORT-RECORD
           STRING "Afslag - Ansoegning: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANS-ID) DELIMITED BY SIZE
                  ", CPR: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANS-CPR) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DECLINE-REASONS) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           perform WRITE-DECISION-LINE
       exit.

      *> --- the offer waits in the queue for the customer's answer ---
       MAKE-OFFER.
           ADD 1 TO WS-OFFER-COUNT
           MOVE "TILBUD" TO WS-ANS-STATUS
           MOVE WS-RENTE-PCT TO WS-RENTE-DISPLAY
           MOVE FUNCTION TRIM(WS-RENTE-DISPLAY) TO WS-ANS-RENTE-TEXT
           MOVE WS-ANN-YDELSE TO WS-AMOUNT-DISPLAY
           MOVE FUNCTION TRIM(WS-AMOUNT-DISPLAY) TO WS-ANS-YDELSE-TEXT
           MOVE WS-TODAY-DATE TO WS-ANS-TILBUDT-DATO
           MOVE "Y" TO WS-KEEP-IN-QUEUE

           MOVE "TILBUD" TO WS-OUTCOME
           MOVE SPACES TO WS-DECLINE-REASONS
           MOVE SPACES TO REPORT-RECORD
           STRING "Tilbud - Ansoegning: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANS-ID) DELIMITED BY SIZE
                  ", CPR: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANS-CPR) DELIMITED BY SIZE
                  ", HOVEDSTOL: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANS-HOVEDSTOL-TEXT) DELIMITED BY SIZE
                  ", Rente: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANS-RENTE-TEXT) DELIMITED BY SIZE
                  " pct., Ydelse: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANS-YDELSE-TEXT) DELIMITED BY SIZE
                  " x " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANS-LOEBETID-TEXT) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           perform WRITE-DECISION-LINE
       exit.

      *> --- an offer is booked on ACCEPT, dropped on AFVIS and
      *> lapses when left unanswered past its validity ---
       HANDLE-OFFER-ANSWER.
           MOVE WS-ANS-ID TO SV-ANSOEGNING-ID
           READ answer-index-file
               INVALID KEY
                   MOVE SPACES TO SV-SVAR
           END-READ

           IF SV-SVAR NOT = SPACES
               MOVE SV-OPERATOR TO WS-REQ-OPERATOR
               IF WS-REGISTER-PRESENT = "Y"
                   AND WS-REQ-OPERATOR = SPACES
                   MOVE "Svar uden operatoer-ID" TO WS-REASON
                   perform REPORT-ANSWER-REFUSAL
                   EXIT PARAGRAPH
               END-IF
               IF WS-REQ-OPERATOR NOT = SPACES
                   MOVE "VEDLIGEHOLD" TO WS-ROLLE-KRAV
                   CALL "OperatoerOpslag" USING WS-REQ-OPERATOR
                       WS-ROLLE-KRAV WS-OPR-STATUS
                   IF WS-OPR-STATUS NOT = "00"
                       MOVE "Operatoeren mangler vedligeholds-rolle"
                           TO WS-REASON
                       perform REPORT-ANSWER-REFUSAL
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           END-IF

           EVALUATE SV-SVAR
               WHEN "ACCEPT"
                   perform BOOK-ACCEPTED-LOAN
               WHEN "AFVIS"
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE "AFVIST" TO WS-OUTCOME
                   MOVE "Kunden takkede nej" TO WS-DECLINE-REASONS
                   perform WRITE-DECISION-LINE
               WHEN OTHER
                   perform CHECK-OFFER-VALIDITY
           END-EVALUATE
       exit.

       REPORT-ANSWER-REFUSAL.
           MOVE "Y" TO WS-KEEP-IN-QUEUE
           MOVE SPACES TO REPORT-RECORD
           STRING "Afvist svar - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REASON) DELIMITED BY SIZE
                  " - Ansoegning: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANS-ID) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

       CHECK-OFFER-VALIDITY.
           MOVE "Y" TO WS-KEEP-IN-QUEUE
           IF WS-ANS-TILBUDT-DATO(5:1) NOT = "-"
               EXIT PARAGRAPH
           END-IF
           STRING WS-ANS-TILBUDT-DATO(1:4) WS-ANS-TILBUDT-DATO(6:2)
                  WS-ANS-TILBUDT-DATO(9:2)
               DELIMITED BY SIZE INTO WS-DATE-YYYYMMDD
           COMPUTE WS-DATE-INTEGER = FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           IF WS-TODAY-INTEGER - WS-DATE-INTEGER > WS-TILBUD-DAGE
               MOVE "N" TO WS-KEEP-IN-QUEUE
               ADD 1 TO WS-LAPSED-COUNT
               MOVE "BORTFALDET" TO WS-OUTCOME
               MOVE "Tilbuddet udloeb uden svar" TO WS-DECLINE-REASONS
               perform WRITE-DECISION-LINE
           END-IF
       exit.

      *> --- the register line 46-LaanPlan picks up, and the money
      *> out to the customer's account through the intake ---
       BOOK-ACCEPTED-LOAN.
           ADD 1 TO WS-BOOKED-COUNT
           MOVE SPACES TO LOAN-RECORD
           STRING FUNCTION TRIM(WS-ANS-KONTO-ID) ","
                  FUNCTION TRIM(WS-ANS-CPR) ","
                  FUNCTION TRIM(WS-ANS-REG-NR) ","
                  FUNCTION TRIM(WS-ANS-HOVEDSTOL-TEXT) ","
                  FUNCTION TRIM(WS-ANS-RENTE-TEXT) ","
                  FUNCTION TRIM(WS-ANS-LOEBETID-TEXT) ","
                  WS-FIRST-DUE ","
                  FUNCTION TRIM(WS-ANS-HOVEDSTOL-TEXT) ",1"
                  DELIMITED BY SIZE INTO LOAN-RECORD
           WRITE LOAN-RECORD

           MOVE SPACES TO delivery-out
           MOVE WS-ANS-CPR TO CPR OF delivery-out
           MOVE WS-ANS-KONTO-ID TO KONTO-ID OF delivery-out
           MOVE WS-ANS-REG-NR TO REG-NR OF delivery-out
           MOVE "0000" TO FILIAL-NR OF delivery-out
           MOVE SPACES TO TIDSPUNKT OF delivery-out
           STRING WS-TODAY-DATE DELIMITED BY SIZE
                  " 06:00:00" DELIMITED BY SIZE
                  INTO TIDSPUNKT OF delivery-out
           MOVE "Laaneudbetaling" TO TRANSAKTIONSTYPE OF delivery-out
           COMPUTE WS-HOVEDSTOL = FUNCTION NUMVAL(WS-ANS-HOVEDSTOL-TEXT)
           MOVE WS-HOVEDSTOL TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO BELOEB OF delivery-out
           MOVE FUNCTION TRIM(WS-AMOUNT-DISPLAY) TO BELOEB OF delivery-out
           MOVE "DKK" TO VALUTA OF delivery-out
           MOVE SPACES TO BUTIK OF delivery-out
           MOVE SPACES TO TRANS-REF OF delivery-out
           STRING "LU" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANS-ID) DELIMITED BY SIZE
                  INTO TRANS-REF OF delivery-out
           WRITE delivery-out

           MOVE "UDBETALT" TO WS-OUTCOME
           MOVE SPACES TO WS-DECLINE-REASONS
           MOVE SPACES TO REPORT-RECORD
           STRING "Bogfoert - Ansoegning: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANS-ID) DELIMITED BY SIZE
                  ", KONTO-ID: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ANS-KONTO-ID) DELIMITED BY SIZE
                  ", udbetalt: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY) DELIMITED BY SIZE
                  ", foerste forfald: " DELIMITED BY SIZE
                  WS-FIRST-DUE DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           perform WRITE-DECISION-LINE
       exit.

      *> --- ANSOEGNING-ID,CPR,KONTO-ID,HOVEDSTOL,UDFALD,RENTE,YDELSE,
      *> DATO,BEGRUNDELSE ---
       WRITE-DECISION-LINE.
           MOVE SPACES TO DECISION-RECORD
           STRING FUNCTION TRIM(WS-ANS-ID) ","
                  FUNCTION TRIM(WS-ANS-CPR) ","
                  FUNCTION TRIM(WS-ANS-KONTO-ID) ","
                  FUNCTION TRIM(WS-ANS-HOVEDSTOL-TEXT) ","
                  FUNCTION TRIM(WS-OUTCOME) ","
                  FUNCTION TRIM(WS-ANS-RENTE-TEXT) ","
                  FUNCTION TRIM(WS-ANS-YDELSE-TEXT) ","
                  WS-TODAY-DATE ","
                  FUNCTION TRIM(WS-DECLINE-REASONS)
                  DELIMITED BY SIZE INTO DECISION-RECORD
           WRITE DECISION-RECORD
       exit.

       WRITE-QUEUE-LINE.
           MOVE SPACES TO QUEUE-NEW-RECORD
           STRING FUNCTION TRIM(WS-ANS-ID) ","
                  FUNCTION TRIM(WS-ANS-CPR) ","
                  FUNCTION TRIM(WS-ANS-KONTO-ID) ","
                  FUNCTION TRIM(WS-ANS-REG-NR) ","
                  FUNCTION TRIM(WS-ANS-HOVEDSTOL-TEXT) ","
                  FUNCTION TRIM(WS-ANS-LOEBETID-TEXT) ","
                  FUNCTION TRIM(WS-ANS-FORMAAL) ","
                  FUNCTION TRIM(WS-ANS-STATUS) ","
                  FUNCTION TRIM(WS-ANS-RENTE-TEXT) ","
                  FUNCTION TRIM(WS-ANS-YDELSE-TEXT) ","
                  FUNCTION TRIM(WS-ANS-TILBUDT-DATO)
                  DELIMITED BY SIZE INTO QUEUE-NEW-RECORD
           WRITE QUEUE-NEW-RECORD
       exit.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-OFFER-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Tilbud givet: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-DECLINED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Afslag: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-BOOKED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Laan bogfoert og udbetalt: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-REFUSED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Tilbud afslaaet af kunden: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-LAPSED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Tilbud bortfaldet: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-WAITING-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Ventende i koeen: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
