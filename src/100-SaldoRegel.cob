identification division.
       program-id. SaldoRegel.

      *> --- Balance-driven sweeps between a customer's own accounts,
      *> run after the nightly postings against the closing balances
      *> in the account master 8-KontoStam.txt. The rule register 100-SaldoRegler.txt
      *> holds one rule per line:
      *> REGEL-ID,CPR,KILDE-KONTO-ID,MAAL-KONTO-ID,TYPE,GRAENSE,
      *> AFRUNDING,STATUS
      *>   TYPE      LOFT  - everything on KILDE above GRAENSE moves
      *>                     to MAAL ("keep 10,000 on the budget
      *>                     account, the rest to savings"),
      *>             BUND  - when MAAL is below GRAENSE it is topped
      *>                     up from KILDE, as far as KILDE's positive
      *>                     balance reaches,
      *>             INGEN - no balance sweep (round-up only),
      *>   AFRUNDING J rounds each of today's BUTIK purchases on KILDE
      *>             up to the nearest 10 kr and moves the difference
      *>             to MAAL,
      *>   STATUS    AKTIV, or PAUSE to keep the rule without running.
      *> Both accounts must be open, held by the rule's CPR (as the
      *> master shows it) and in the same currency. Rules are taken in
      *> register order against running balances, so two rules on the
      *> same account see each other's moves. Each move is a pair of
      *> legs to 16-Leverance.txt with a shared TRANS-REF - SR (sweep,
      *> type Saldooverforsel) or SA (round-up, type Afrunding) +
      *> REGEL-ID + date - so the statement shows them apart from
      *> ordinary transfers and Afregning leaves them out of clearing.
      *> Moves and rejected rules are listed in 100-SaldoRegelRapport.txt. ---

environment division.
input-output section.
file-control.
       select rule-file assign to "100-SaldoRegler.txt"
           organization line sequential
           file status is WS-RULE-STATUS.

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

       select report-file assign to "100-SaldoRegelRapport.txt"
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

      *> --- this run's working figures per account: REG-NR, today's
      *> round-ups and the net amount already moved by earlier rules ---
       select day-index-file assign to "WS-SaldoRegelDag.tmp"
           organization is indexed
           access mode is dynamic
           record key is DG-KONTO-ID
           file status is WS-DAY-INDEX-STATUS.

data division.
file section.
FD rule-file.
       01 RULE-RECORD pic x(120).

FD transactions-file.
01 transactions-in.
       copy "10-TRANSAKTIONER.cpy".

FD delivery-file.
01 delivery-out.
       copy "10-TRANSAKTIONER.cpy".

FD report-file.
       01 REPORT-RECORD pic x(150).

FD account-index-file.
       01 ACCOUNT-INDEX-RECORD.
           copy "8-KONTOSTAM.cpy".

FD day-index-file.
       01 DAY-INDEX-RECORD.
           05 DG-KONTO-ID pic x(15).
           05 DG-REG-NR pic x(4).
           05 DG-AFRUNDING pic S9(13)v99.
           05 DG-FLYTTET pic S9(13)v99.

WORKING-STORAGE SECTION.
       01 WS-RULE-STATUS pic XX value spaces.
       01 WS-TRANS-STATUS pic XX value spaces.
       01 WS-DELIVERY-STATUS pic XX value spaces.
       01 WS-ACCOUNT-INDEX-STATUS pic XX value spaces.
       01 WS-DAY-INDEX-STATUS pic XX value spaces.

       01 END-OF-RULE-FILE pic x value "N".
       01 END-OF-TRANSACTIONS-FILE pic x value "N".

      *> --- rule line fields ---
       01 WS-REGEL-ID pic x(8) value spaces.
       01 WS-REGEL-CPR pic x(15) value spaces.
       01 WS-REGEL-KILDE pic x(15) value spaces.
       01 WS-REGEL-MAAL pic x(15) value spaces.
       01 WS-REGEL-TYPE pic x(6) value spaces.
       01 WS-REGEL-GRAENSE-TEXT pic x(15) value spaces.
       01 WS-REGEL-AFRUNDING pic x value spaces.
       01 WS-REGEL-STATUS pic x(6) value spaces.
       01 WS-REGEL-GRAENSE pic S9(13)v99 value 0.

      *> --- the two accounts of the rule ---
       01 WS-KILDE-CPR pic x(15) value spaces.
       01 WS-KILDE-REG-NR pic x(4) value spaces.
       01 WS-KILDE-VALUTA pic x(3) value spaces.
       01 WS-KILDE-STATUS pic x(10) value spaces.
       01 WS-KILDE-SALDO pic S9(13)v99 value 0.
       01 WS-KILDE-AFRUNDING pic S9(13)v99 value 0.
       01 WS-MAAL-CPR pic x(15) value spaces.
       01 WS-MAAL-REG-NR pic x(4) value spaces.
       01 WS-MAAL-VALUTA pic x(3) value spaces.
       01 WS-MAAL-STATUS pic x(10) value spaces.
       01 WS-MAAL-SALDO pic S9(13)v99 value 0.
       01 WS-KILDE-FOUND pic x value "N".
       01 WS-MAAL-FOUND pic x value "N".

      *> --- one account's share of a move, for the working figures ---
       01 WS-DAG-KONTO pic x(15) value spaces.
       01 WS-DAG-BELOEB pic S9(13)v99 value 0.

       01 WS-RULE-OK pic x value "Y".
       01 WS-REJECT-REASON pic x(60) value spaces.

      *> --- move being emitted ---
       01 WS-MOVE-AMOUNT pic S9(13)v99 value 0.
       01 WS-MOVE-TYPE pic x(15) value spaces.
       01 WS-MOVE-PREFIX pic x(2) value spaces.
       01 WS-MOVE-NOTE pic x(20) value spaces.
       01 WS-SHARED-REF pic x(20) value spaces.
       01 WS-BELOEB-DISPLAY pic -Z(12)9.99.

      *> --- round-up of one purchase ---
       01 WS-KOEB-BELOEB pic S9(13)v99 value 0.
       01 WS-HELE-TIERE pic 9(13) value 0.
       01 WS-OPRUNDET pic S9(13)v99 value 0.

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-AMOUNT-DISPLAY pic -Z(12)9.99.

       01 WS-RULE-COUNT pic 9(7) value 0.
       01 WS-SWEEP-COUNT pic 9(7) value 0.
       01 WS-ROUNDUP-COUNT pic 9(7) value 0.
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

       OPEN INPUT rule-file
       IF WS-RULE-STATUS = "35"
           DISPLAY "SaldoRegel: 100-SaldoRegler.txt blev ikke fundet"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       perform OPEN-ACCOUNT-MASTER
       perform LOAD-OWNERS-AND-PURCHASES

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
       STRING "Saldoregler - koersel " WS-TODAY-DATE
              DELIMITED BY SIZE INTO REPORT-RECORD
       WRITE REPORT-RECORD
       MOVE SPACES TO REPORT-RECORD
       WRITE REPORT-RECORD

       perform UNTIL END-OF-RULE-FILE = "Y"
           read rule-file
               at end
                   move "Y" to END-OF-RULE-FILE
               not at end
                   if RULE-RECORD not = spaces
                       perform PROCESS-ONE-RULE
                   end-if
           end-read
       end-perform

       perform WRITE-REPORT-TRAILER

       close rule-file
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
       close account-index-file
       close day-index-file
stop run.

      *> --- closing balance per account, in its own currency, read
      *> in place from the master; without it every rule is refused
      *> as an unknown account ---
       OPEN-ACCOUNT-MASTER.
           OPEN INPUT account-index-file
           IF WS-ACCOUNT-INDEX-STATUS NOT = "00"
               DISPLAY "SaldoRegel: 8-KontoStam.txt kan ikke aabnes"
           END-IF
       exit.

      *> --- one pass over the transaction master: each account's
      *> REG-NR, and the round-up of every BUTIK purchase booked
      *> today ---
       LOAD-OWNERS-AND-PURCHASES.
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
                       perform NOTE-MASTER-ROW
               END-READ
           END-PERFORM
           CLOSE transactions-file
       exit.

       NOTE-MASTER-ROW.
           MOVE KONTO-ID OF transactions-in TO DG-KONTO-ID
           READ day-index-file
               INVALID KEY
                   MOVE KONTO-ID OF transactions-in TO DG-KONTO-ID
                   MOVE REG-NR OF transactions-in TO DG-REG-NR
                   MOVE 0 TO DG-AFRUNDING
                   MOVE 0 TO DG-FLYTTET
                   WRITE DAY-INDEX-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-READ
           IF TIDSPUNKT OF transactions-in(1:10) = WS-TODAY-DATE
               AND BUTIK OF transactions-in NOT = SPACES
               AND FUNCTION TEST-NUMVAL(BELOEB OF transactions-in) = 0
               COMPUTE WS-KOEB-BELOEB =
                   FUNCTION NUMVAL(BELOEB OF transactions-in)
               IF WS-KOEB-BELOEB < 0
                   COMPUTE WS-KOEB-BELOEB = 0 - WS-KOEB-BELOEB
                   *> whole tens below the purchase; anything above
                   *> them is rounded up to the next ten
                   COMPUTE WS-HELE-TIERE = WS-KOEB-BELOEB / 10
                   COMPUTE WS-OPRUNDET = WS-HELE-TIERE * 10
                   IF WS-OPRUNDET < WS-KOEB-BELOEB
                       COMPUTE DG-AFRUNDING = DG-AFRUNDING
                           + WS-OPRUNDET + 10 - WS-KOEB-BELOEB
                   END-IF
               END-IF
           END-IF
           REWRITE DAY-INDEX-RECORD
       exit.

       PROCESS-ONE-RULE.
           ADD 1 TO WS-RULE-COUNT
           MOVE SPACES TO WS-REGEL-ID
           MOVE SPACES TO WS-REGEL-CPR
           MOVE SPACES TO WS-REGEL-KILDE
           MOVE SPACES TO WS-REGEL-MAAL
           MOVE SPACES TO WS-REGEL-TYPE
           MOVE SPACES TO WS-REGEL-GRAENSE-TEXT
           MOVE SPACES TO WS-REGEL-AFRUNDING
           MOVE SPACES TO WS-REGEL-STATUS
           UNSTRING RULE-RECORD DELIMITED BY ","
               INTO WS-REGEL-ID, WS-REGEL-CPR, WS-REGEL-KILDE,
                    WS-REGEL-MAAL, WS-REGEL-TYPE, WS-REGEL-GRAENSE-TEXT,
                    WS-REGEL-AFRUNDING, WS-REGEL-STATUS

           IF FUNCTION TRIM(WS-REGEL-STATUS) = "PAUSE"
               EXIT PARAGRAPH
           END-IF

           perform VALIDATE-RULE
           IF WS-RULE-OK = "N"
               ADD 1 TO WS-REJECTED-COUNT
               perform WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           *> round-ups first: they belong to the day's purchases and
           *> reduce what a ceiling sweep then finds on KILDE
           IF WS-REGEL-AFRUNDING = "J" AND WS-KILDE-AFRUNDING > 0
               MOVE WS-KILDE-AFRUNDING TO WS-MOVE-AMOUNT
               MOVE "Afrunding" TO WS-MOVE-TYPE
               MOVE "SA" TO WS-MOVE-PREFIX
               MOVE "afrunding" TO WS-MOVE-NOTE
               perform EMIT-MOVE
               ADD 1 TO WS-ROUNDUP-COUNT
               *> a second rule on the same KILDE does not round again
               MOVE WS-REGEL-KILDE TO DG-KONTO-ID
               READ day-index-file
                   NOT INVALID KEY
                       MOVE 0 TO DG-AFRUNDING
                       REWRITE DAY-INDEX-RECORD
               END-READ
           END-IF

           MOVE 0 TO WS-MOVE-AMOUNT
           EVALUATE FUNCTION TRIM(WS-REGEL-TYPE)
               WHEN "LOFT"
                   IF WS-KILDE-SALDO > WS-REGEL-GRAENSE
                       COMPUTE WS-MOVE-AMOUNT =
                           WS-KILDE-SALDO - WS-REGEL-GRAENSE
                   END-IF
                   MOVE "loft" TO WS-MOVE-NOTE
               WHEN "BUND"
                   IF WS-MAAL-SALDO < WS-REGEL-GRAENSE
                       COMPUTE WS-MOVE-AMOUNT =
                           WS-REGEL-GRAENSE - WS-MAAL-SALDO
                       IF WS-MOVE-AMOUNT > WS-KILDE-SALDO
                           MOVE WS-KILDE-SALDO TO WS-MOVE-AMOUNT
                           MOVE "bund (delvis)" TO WS-MOVE-NOTE
                       ELSE
                           MOVE "bund" TO WS-MOVE-NOTE
                       END-IF
                   END-IF
           END-EVALUATE
           IF WS-MOVE-AMOUNT > 0
               MOVE "Saldooverforsel" TO WS-MOVE-TYPE
               MOVE "SR" TO WS-MOVE-PREFIX
               perform EMIT-MOVE
               ADD 1 TO WS-SWEEP-COUNT
           END-IF
       exit.

       VALIDATE-RULE.
           MOVE "Y" TO WS-RULE-OK
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0 TO WS-REGEL-GRAENSE
           IF FUNCTION TEST-NUMVAL(WS-REGEL-GRAENSE-TEXT) = 0
               COMPUTE WS-REGEL-GRAENSE =
                   FUNCTION NUMVAL(WS-REGEL-GRAENSE-TEXT)
           ELSE
               IF FUNCTION TRIM(WS-REGEL-TYPE) NOT = "INGEN"
                   MOVE "N" TO WS-RULE-OK
                   MOVE "GRAENSE ikke numerisk" TO WS-REJECT-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF FUNCTION TRIM(WS-REGEL-TYPE) NOT = "LOFT"
               AND FUNCTION TRIM(WS-REGEL-TYPE) NOT = "BUND"
               AND FUNCTION TRIM(WS-REGEL-TYPE) NOT = "INGEN"
               MOVE "N" TO WS-RULE-OK
               MOVE "Ukendt regeltype" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-REGEL-KILDE = WS-REGEL-MAAL
               MOVE "N" TO WS-RULE-OK
               MOVE "Kilde og maal er samme konto" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           *> owner, currency, status and closing balance from the
           *> master; REG-NR, round-ups and earlier rules' moves from
           *> this run's working figures
           MOVE "N" TO WS-KILDE-FOUND
           MOVE 0 TO WS-KILDE-SALDO
           MOVE WS-REGEL-KILDE TO KONTOSTAM-ID
           READ account-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-KILDE-FOUND
                   MOVE KONTOSTAM-CPR TO WS-KILDE-CPR
                   MOVE KONTOSTAM-VALUTA TO WS-KILDE-VALUTA
                   MOVE KONTOSTAM-STATUS TO WS-KILDE-STATUS
                   IF FUNCTION TEST-NUMVAL(KONTOSTAM-BALANCE) = 0
                       COMPUTE WS-KILDE-SALDO =
                           FUNCTION NUMVAL(KONTOSTAM-BALANCE)
                   END-IF
           END-READ
           MOVE SPACES TO WS-KILDE-REG-NR
           MOVE 0 TO WS-KILDE-AFRUNDING
           MOVE WS-REGEL-KILDE TO DG-KONTO-ID
           READ day-index-file
               NOT INVALID KEY
                   MOVE DG-REG-NR TO WS-KILDE-REG-NR
                   MOVE DG-AFRUNDING TO WS-KILDE-AFRUNDING
                   ADD DG-FLYTTET TO WS-KILDE-SALDO
           END-READ

           MOVE "N" TO WS-MAAL-FOUND
           MOVE 0 TO WS-MAAL-SALDO
           MOVE WS-REGEL-MAAL TO KONTOSTAM-ID
           READ account-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MAAL-FOUND
                   MOVE KONTOSTAM-CPR TO WS-MAAL-CPR
                   MOVE KONTOSTAM-VALUTA TO WS-MAAL-VALUTA
                   MOVE KONTOSTAM-STATUS TO WS-MAAL-STATUS
                   IF FUNCTION TEST-NUMVAL(KONTOSTAM-BALANCE) = 0
                       COMPUTE WS-MAAL-SALDO =
                           FUNCTION NUMVAL(KONTOSTAM-BALANCE)
                   END-IF
           END-READ
           MOVE SPACES TO WS-MAAL-REG-NR
           MOVE WS-REGEL-MAAL TO DG-KONTO-ID
           READ day-index-file
               NOT INVALID KEY
                   MOVE DG-REG-NR TO WS-MAAL-REG-NR
                   ADD DG-FLYTTET TO WS-MAAL-SALDO
           END-READ

           EVALUATE TRUE
               WHEN WS-KILDE-FOUND = "N"
                   MOVE "Kildekonto findes ikke" TO WS-REJECT-REASON
               WHEN WS-MAAL-FOUND = "N"
                   MOVE "Maalkonto findes ikke" TO WS-REJECT-REASON
               WHEN FUNCTION TRIM(WS-KILDE-STATUS) = "LUKKET"
                   OR FUNCTION TRIM(WS-MAAL-STATUS) = "LUKKET"
                   MOVE "Konto lukket" TO WS-REJECT-REASON
               WHEN WS-KILDE-CPR NOT = WS-REGEL-CPR
                   OR WS-MAAL-CPR NOT = WS-REGEL-CPR
                   MOVE "Konto tilhoerer ikke CPR" TO WS-REJECT-REASON
               WHEN WS-KILDE-VALUTA NOT = WS-MAAL-VALUTA
                   MOVE "Konti i forskellig valuta" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               MOVE "N" TO WS-RULE-OK
           END-IF
       exit.

      *> --- debit KILDE, credit MAAL, shared reference; the running
      *> balances move with them for the rules further down ---
       EMIT-MOVE.
           MOVE SPACES TO WS-SHARED-REF
           STRING WS-MOVE-PREFIX DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REGEL-ID) DELIMITED BY SIZE
                  WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                  WS-TODAY-DATE(6:2) DELIMITED BY SIZE
                  WS-TODAY-DATE(9:2) DELIMITED BY SIZE
                  INTO WS-SHARED-REF

           *> debit leg on the source account
           MOVE SPACES TO delivery-out
           MOVE WS-REGEL-CPR TO CPR OF delivery-out
           MOVE WS-REGEL-KILDE TO KONTO-ID OF delivery-out
           MOVE WS-KILDE-REG-NR TO REG-NR OF delivery-out
           MOVE "0000" TO FILIAL-NR OF delivery-out
           MOVE SPACES TO TIDSPUNKT OF delivery-out
           STRING WS-TODAY-DATE DELIMITED BY SIZE
                  " 06:00:00" DELIMITED BY SIZE
                  INTO TIDSPUNKT OF delivery-out
           MOVE WS-MOVE-TYPE TO TRANSAKTIONSTYPE OF delivery-out
           COMPUTE WS-BELOEB-DISPLAY = 0 - WS-MOVE-AMOUNT
           MOVE FUNCTION TRIM(WS-BELOEB-DISPLAY) TO BELOEB OF delivery-out
           MOVE WS-KILDE-VALUTA TO VALUTA OF delivery-out
           MOVE SPACES TO BUTIK OF delivery-out
           MOVE WS-SHARED-REF TO TRANS-REF OF delivery-out
           WRITE delivery-out

           *> credit leg on the target account
           MOVE SPACES TO delivery-out
           MOVE WS-REGEL-CPR TO CPR OF delivery-out
           MOVE WS-REGEL-MAAL TO KONTO-ID OF delivery-out
           MOVE WS-MAAL-REG-NR TO REG-NR OF delivery-out
           MOVE "0000" TO FILIAL-NR OF delivery-out
           MOVE SPACES TO TIDSPUNKT OF delivery-out
           STRING WS-TODAY-DATE DELIMITED BY SIZE
                  " 06:00:00" DELIMITED BY SIZE
                  INTO TIDSPUNKT OF delivery-out
           MOVE WS-MOVE-TYPE TO TRANSAKTIONSTYPE OF delivery-out
           MOVE WS-MOVE-AMOUNT TO WS-BELOEB-DISPLAY
           MOVE FUNCTION TRIM(WS-BELOEB-DISPLAY) TO BELOEB OF delivery-out
           MOVE WS-MAAL-VALUTA TO VALUTA OF delivery-out
           MOVE SPACES TO BUTIK OF delivery-out
           MOVE WS-SHARED-REF TO TRANS-REF OF delivery-out
           WRITE delivery-out

           SUBTRACT WS-MOVE-AMOUNT FROM WS-KILDE-SALDO
           ADD WS-MOVE-AMOUNT TO WS-MAAL-SALDO
           MOVE WS-REGEL-KILDE TO WS-DAG-KONTO
           COMPUTE WS-DAG-BELOEB = 0 - WS-MOVE-AMOUNT
           perform ADD-DAY-MOVE
           MOVE WS-REGEL-MAAL TO WS-DAG-KONTO
           MOVE WS-MOVE-AMOUNT TO WS-DAG-BELOEB
           perform ADD-DAY-MOVE

           MOVE WS-MOVE-AMOUNT TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Regel " FUNCTION TRIM(WS-REGEL-ID)
                  " (" FUNCTION TRIM(WS-MOVE-NOTE) ") - "
                  FUNCTION TRIM(WS-REGEL-KILDE) " -> "
                  FUNCTION TRIM(WS-REGEL-MAAL) ": "
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY) " "
                  WS-KILDE-VALUTA ", Ref: " FUNCTION TRIM(WS-SHARED-REF)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

      *> --- the net moved per account, so a later rule on the same
      *> account starts from the balance the earlier one left ---
       ADD-DAY-MOVE.
           MOVE WS-DAG-KONTO TO DG-KONTO-ID
           READ day-index-file
               INVALID KEY
                   MOVE WS-DAG-KONTO TO DG-KONTO-ID
                   MOVE SPACES TO DG-REG-NR
                   MOVE 0 TO DG-AFRUNDING
                   MOVE WS-DAG-BELOEB TO DG-FLYTTET
                   WRITE DAY-INDEX-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   ADD WS-DAG-BELOEB TO DG-FLYTTET
                   REWRITE DAY-INDEX-RECORD
           END-READ
       exit.

       WRITE-REJECT-LINE.
           MOVE SPACES TO REPORT-RECORD
           STRING "Afvist - " FUNCTION TRIM(WS-REJECT-REASON)
                  " - Regel: " FUNCTION TRIM(WS-REGEL-ID)
                  ", CPR: " FUNCTION TRIM(WS-REGEL-CPR)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-RULE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Regler laest: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-SWEEP-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Saldooverfoersler: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-ROUNDUP-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Afrundinger: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Afviste regler: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
