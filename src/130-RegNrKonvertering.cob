identification division.
       program-id. RegNrKonvertering.

      *> --- Conversion run for a bank merger: every account under a
      *> retiring REG-NR moves to the surviving bank. The mapping
      *> file 130-FusionsMapping.txt holds NOEGLE;... lines:
      *>   REG;<gammel REG-NR>;<ny REG-NR>
      *>       every account seen under the old number keeps its
      *>       KONTO-ID and moves to the new bank,
      *>   KONTO;<gammel REG-NR>;<gammel KONTO-ID>;<ny REG-NR>;<ny KONTO-ID>
      *>       one account renumbered (a number already taken at the
      *>       surviving bank); takes precedence over the REG line,
      *>   OVERGANG;<YYYY-MM-DD>
      *>       last day incoming rows with the old numbers are
      *>       redirected by the intake (default 180 days from today).
      *> Both REG-NRs must be banks in 10-Banker.txt and a new
      *> KONTO-ID must not exist already; otherwise nothing is
      *> changed. The run then rewrites consistently:
      *>   - REG-NR and KONTO-ID on the rows of 10-Transaktioner.txt,
      *>   - KONTO-ID in the account master 8-KontoStam.txt (in place,
      *>     8-KontoData.txt exported from it) and 48-KontoHavere.txt,
      *>   - the payer KONTO-ID and the payee REG-NR in the standing
      *>     order and collection register 21-FasteOrdrer.txt,
      *>   - the branches' REG-NR in 114-Filialer.txt.
      *> The retiring bank stays in 10-Banker.txt for the history.
      *> Old and new IBAN come from IbanVaerktoej; each moved account
      *> gets a forwarding line in 130-Omdirigering.txt
      *> (GAMMEL-REG;GAMMEL-KONTO;NY-REG;NY-KONTO;TIL-DATO, plus one
      *> per retiring REG-NR with blank accounts) and a REGNRSKIFT
      *> letter through 43-BrevTriggere.txt. 130-KonverteringRapport.txt
      *> holds the before/after reconciliation: per account balance,
      *> posted sum and row count, and the totals of the account
      *> master, the transaction master and 10-SaldoCarry.txt, which
      *> must all be unchanged. ---

environment division.
input-output section.
file-control.
       select mapping-file assign to "130-FusionsMapping.txt"
           organization line sequential
           file status is WS-MAPPING-STATUS.

       select banks-file assign to "10-Banker.txt"
           organization is indexed
           access mode is dynamic
           record key is REG-NR of banks-in
           file status is WS-BANKS-STATUS.

       select transactions-file assign to "10-Transaktioner.txt"
           organization is indexed
           access mode is dynamic
           record key is CPR of transactions-in with duplicates
           alternate record key is TRANS-REF of transactions-in
               with duplicates
           alternate record key is BUTIK of transactions-in
               with duplicates
           file status is WS-TRANS-STATUS.

       select account-file assign to "8-KontoData.txt"
           organization is line sequential
           file status is WS-ACCOUNT-STATUS.

       select orders-file assign to "21-FasteOrdrer.txt"
           organization line sequential
           file status is WS-ORDERS-STATUS.

       select holders-file assign to "48-KontoHavere.txt"
           organization line sequential
           file status is WS-HOLDERS-STATUS.

       select branch-file assign to "114-Filialer.txt"
           organization is indexed
           access mode is dynamic
           record key is FILIAL-NR of branch-in
           file status is WS-BRANCH-STATUS.

       select balance-carry-file assign to "10-SaldoCarry.txt"
           organization is indexed
           access mode is dynamic
           record key is CARRY-CPR
           file status is WS-CARRY-STATUS.

      *> --- the converted copy of whichever CSV register is being
      *> rewritten; copied back over the original afterwards ---
       select convert-file assign to "WS-Konvertering.tmp"
           organization line sequential.

       select forward-file assign to "130-Omdirigering.txt"
           organization line sequential
           file status is WS-FORWARD-STATUS.

       select trigger-file assign to "43-BrevTriggere.txt"
           organization line sequential
           file status is WS-TRIGGER-STATUS.

       select report-file assign to "130-KonverteringRapport.txt"
           organization line sequential.

      *> --- the accounts that move, keyed on the old KONTO-ID and
      *> reachable by the new one for the after-count ---
       select account-master-file assign to "8-KontoStam.txt"
           organization is indexed
           access mode is dynamic
           record key is KONTOSTAM-ID
           alternate record key is KONTOSTAM-KUNDE-ID with duplicates
           alternate record key is KONTOSTAM-CPR with duplicates
           file status is WS-ACCOUNT-MASTER-STATUS.

       select move-file assign to "WS-FusionKonto.tmp"
           organization is indexed
           access mode is dynamic
           record key is FK-GAMMEL-KONTO
           alternate record key is FK-NY-KONTO
           file status is WS-MOVE-STATUS.

      *> --- every KONTO-ID on the account master, for the check that
      *> a renumbered account does not land on a taken number ---
       select account-set-file assign to "WS-FusionKontoSet.tmp"
           organization is indexed
           access mode is dynamic
           record key is KS-KONTO-ID
           file status is WS-ACCOUNT-SET-STATUS.

data division.
file section.
FD mapping-file.
       01 MAPPING-RECORD pic x(80).

FD banks-file.
01 banks-in.
       copy "10-BANKER.cpy".

FD transactions-file.
01 transactions-in.
       copy "10-TRANSAKTIONER.cpy".

FD account-file.
       01 ACCOUNT-CSV-RECORD pic x(100).

FD account-master-file.
       01 ACCOUNT-MASTER-RECORD.
           copy "8-KONTOSTAM.cpy".

FD orders-file.
       01 ORDER-RECORD pic x(150).

FD holders-file.
       01 HOLDER-CSV-RECORD pic x(100).

FD branch-file.
01 branch-in.
       copy "114-FILIAL.cpy".

FD balance-carry-file.
01 balance-carry-record.
       copy "10-SALDOCARRY.cpy".

FD convert-file.
       01 CONVERT-RECORD pic x(150).

FD forward-file.
       01 FORWARD-RECORD pic x(80).

FD trigger-file.
       01 TRIGGER-RECORD pic x(80).

FD report-file.
       01 REPORT-RECORD pic x(200).

FD move-file.
       01 MOVE-RECORD.
           05 FK-GAMMEL-KONTO pic x(15).
           05 FK-NY-KONTO pic x(15).
           05 FK-GAMMEL-REG pic x(4).
           05 FK-NY-REG pic x(4).
           05 FK-KUNDE-ID pic x(10).
           05 FK-SALDO-FOER pic S9(13)v99.
           05 FK-SALDO-EFTER pic S9(13)v99.
           05 FK-SUM-FOER pic S9(13)v99.
           05 FK-SUM-EFTER pic S9(13)v99.
           05 FK-ANTAL-FOER pic 9(7).
           05 FK-ANTAL-EFTER pic 9(7).

FD account-set-file.
       01 ACCOUNT-SET-RECORD.
           05 KS-KONTO-ID pic x(15).

WORKING-STORAGE SECTION.
       01 WS-MAPPING-STATUS pic XX value spaces.
       01 WS-BANKS-STATUS pic XX value spaces.
       01 WS-TRANS-STATUS pic XX value spaces.
       01 WS-ACCOUNT-STATUS pic XX value spaces.
       01 WS-ACCOUNT-MASTER-STATUS pic XX value spaces.
       01 WS-ORDERS-STATUS pic XX value spaces.
       01 WS-HOLDERS-STATUS pic XX value spaces.
       01 WS-BRANCH-STATUS pic XX value spaces.
       01 WS-CARRY-STATUS pic XX value spaces.
       01 WS-FORWARD-STATUS pic XX value spaces.
       01 WS-TRIGGER-STATUS pic XX value spaces.
       01 WS-MOVE-STATUS pic XX value spaces.
       01 WS-ACCOUNT-SET-STATUS pic XX value spaces.

       01 END-OF-MAPPING-FILE pic x value "N".
       01 END-OF-TRANSACTIONS-FILE pic x value "N".
       01 END-OF-ACCOUNT-FILE pic x value "N".
       01 END-OF-ORDERS-FILE pic x value "N".
       01 END-OF-HOLDERS-FILE pic x value "N".
       01 END-OF-BRANCH-FILE pic x value "N".
       01 END-OF-CARRY-FILE pic x value "N".
       01 END-OF-CONVERT-FILE pic x value "N".
       01 END-OF-MOVE-FILE pic x value "N".

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-TODAY-YYYYMMDD pic 9(8) value 0.
       01 WS-OVERGANG-DATO pic x(10) value spaces.
       01 WS-OVERGANG-YYYYMMDD pic 9(8) value 0.
       01 WS-MAPPING-ERRORS pic 9(5) value 0.
       01 WS-FEJL-TEKST pic x(120) value spaces.

      *> --- mapping line pieces ---
       01 WS-MAP-NOEGLE pic x(10) value spaces.
       01 WS-MAP-FELT-1 pic x(15) value spaces.
       01 WS-MAP-FELT-2 pic x(15) value spaces.
       01 WS-MAP-FELT-3 pic x(15) value spaces.
       01 WS-MAP-FELT-4 pic x(15) value spaces.

      *> --- retiring REG-NR -> surviving REG-NR ---
       01 WS-REG-MAP-COUNT pic 9(2) value 0.
       01 WS-REG-MAP-IX pic 9(2) value 0.
       01 WS-REG-MAP OCCURS 20 TIMES.
           05 RM-GAMMEL pic x(4).
           05 RM-NY pic x(4).
       01 WS-REG-FOUND pic x value "N".
       01 WS-REG-NY pic x(4) value spaces.
       01 WS-CHECK-REG pic x(4) value spaces.

      *> --- CSV pieces of the rewritten registers ---
       01 WS-KD-KUNDE-ID pic x(10) value spaces.
       01 WS-KD-KONTO-ID pic x(15) value spaces.
       01 WS-KD-KONTO-TYPE pic x(15) value spaces.
       01 WS-KD-BALANCE pic x(15) value spaces.
       01 WS-KD-VALUTA pic x(3) value spaces.
       01 WS-KD-STATUS pic x(6) value spaces.
       01 WS-KD-OPENING pic x(10) value spaces.

       01 WS-ORDRE-ID pic x(10) value spaces.
       01 WS-ORDRE-CPR pic x(15) value spaces.
       01 WS-ORDRE-KONTO-ID pic x(15) value spaces.
       01 WS-ORDRE-REG-NR pic x(4) value spaces.
       01 WS-ORDRE-BELOEB pic x(15) value spaces.
       01 WS-ORDRE-VALUTA pic x(3) value spaces.
       01 WS-ORDRE-FREKVENS pic x(8) value spaces.
       01 WS-ORDRE-NAESTE pic x(10) value spaces.
       01 WS-ORDRE-SLUT pic x(10) value spaces.
       01 WS-ORDRE-MODTAGER pic x(40) value spaces.

       01 WS-LINK-KONTO-ID pic x(15) value spaces.
       01 WS-LINK-CPR pic x(15) value spaces.
       01 WS-LINK-KUNDE-ID pic x(10) value spaces.
       01 WS-LINK-ROLLE pic x(10) value spaces.

      *> --- control totals before and after ---
       01 WS-TRANS-ANTAL-FOER pic 9(9) value 0.
       01 WS-TRANS-ANTAL-EFTER pic 9(9) value 0.
       01 WS-TRANS-SUM-FOER pic S9(15)v99 value 0.
       01 WS-TRANS-SUM-EFTER pic S9(15)v99 value 0.
       01 WS-KONTO-ANTAL-FOER pic 9(9) value 0.
       01 WS-KONTO-ANTAL-EFTER pic 9(9) value 0.
       01 WS-SALDO-SUM-FOER pic S9(15)v99 value 0.
       01 WS-SALDO-SUM-EFTER pic S9(15)v99 value 0.
       01 WS-CARRY-SUM-FOER pic S9(15)v99 value 0.
       01 WS-CARRY-SUM-EFTER pic S9(15)v99 value 0.
       01 WS-FASE pic x value "F".
       01 WS-BELOEB-NUM pic S9(13)v99 value 0.
       01 WS-TOTAL-KEY pic x(10) value spaces.

       01 WS-MOVED-ACCOUNTS pic 9(7) value 0.
       01 WS-ROWS-CONVERTED pic 9(9) value 0.
       01 WS-ORDERS-CONVERTED pic 9(7) value 0.
       01 WS-HOLDERS-CONVERTED pic 9(7) value 0.
       01 WS-BRANCHES-CONVERTED pic 9(5) value 0.
       01 WS-DIFFERENCES pic 9(7) value 0.
       01 WS-AFSTEMNING pic x(10) value spaces.

       01 WS-IBAN-MODE pic x value space.
       01 WS-IBAN-REG-NR pic x(4) value spaces.
       01 WS-IBAN-KONTO-ID pic x(15) value spaces.
       01 WS-IBAN pic x(34) value spaces.
       01 WS-IBAN-STATUS pic XX value spaces.
       01 WS-GAMMEL-IBAN pic x(34) value spaces.

       01 WS-EKSPORT-MODE pic x value space.
       01 WS-EKSPORT-STATUS pic XX value spaces.

       01 WS-AMOUNT-DISPLAY pic -Z(14)9.99.
       01 WS-AMOUNT-DISPLAY-2 pic -Z(14)9.99.
       01 WS-COUNT-DISPLAY pic Z(8)9.
       01 WS-COUNT-DISPLAY-2 pic Z(8)9.

PROCEDURE DIVISION.
       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS
       MOVE WS-TODAY-DATE(1:4) TO WS-TODAY-YYYYMMDD(1:4)
       MOVE WS-TODAY-DATE(6:2) TO WS-TODAY-YYYYMMDD(5:2)
       MOVE WS-TODAY-DATE(9:2) TO WS-TODAY-YYYYMMDD(7:2)
       COMPUTE WS-OVERGANG-YYYYMMDD = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD) + 180)
       STRING WS-OVERGANG-YYYYMMDD(1:4) "-" WS-OVERGANG-YYYYMMDD(5:2) "-"
              WS-OVERGANG-YYYYMMDD(7:2)
              DELIMITED BY SIZE INTO WS-OVERGANG-DATO

       OPEN OUTPUT report-file
       MOVE SPACES TO REPORT-RECORD
       STRING "REG-NR-konvertering " WS-TODAY-DATE
              DELIMITED BY SIZE INTO REPORT-RECORD
       WRITE REPORT-RECORD

       OPEN OUTPUT move-file
       CLOSE move-file
       OPEN I-O move-file
       OPEN OUTPUT account-set-file
       CLOSE account-set-file
       OPEN I-O account-set-file

       OPEN INPUT banks-file
       perform LOAD-MERGER-MAPPING
       CLOSE banks-file

       IF WS-REG-MAP-COUNT = 0 AND WS-MAPPING-ERRORS = 0
           perform COUNT-EXPLICIT-MOVES
       END-IF

       *> before: which accounts move, and what they and the
       *> masters hold
       MOVE "F" TO WS-FASE
       perform SCAN-TRANSACTIONS
       perform SCAN-ACCOUNT-MASTER
       perform SCAN-BALANCE-CARRY
       perform CHECK-NEW-NUMBERS-FREE

       IF WS-MAPPING-ERRORS > 0
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "AFBRUDT - mappingen indeholder fejl, intet er aendret"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           perform CLOSE-WORK-FILES
           DISPLAY "RegNrKonvertering: AFBRUDT - se 130-KonverteringRapport.txt"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF
       IF WS-MOVED-ACCOUNTS = 0
           MOVE "Ingen konti at flytte" TO REPORT-RECORD
           WRITE REPORT-RECORD
           perform CLOSE-WORK-FILES
           DISPLAY "RegNrKonvertering: ingen konti at flytte"
           STOP RUN
       END-IF

       perform CONVERT-TRANSACTIONS
       perform CONVERT-ACCOUNT-MASTER
       perform CONVERT-STANDING-ORDERS
       perform CONVERT-ACCOUNT-HOLDERS
       perform CONVERT-BRANCHES

       *> after: the same figures counted again under the new numbers
       MOVE "E" TO WS-FASE
       MOVE "N" TO END-OF-TRANSACTIONS-FILE
       MOVE "N" TO END-OF-ACCOUNT-FILE
       MOVE "N" TO END-OF-CARRY-FILE
       perform SCAN-TRANSACTIONS
       perform SCAN-ACCOUNT-MASTER
       perform SCAN-BALANCE-CARRY

       OPEN EXTEND forward-file
       IF WS-FORWARD-STATUS = "35"
           OPEN OUTPUT forward-file
       END-IF
       OPEN EXTEND trigger-file
       IF WS-TRIGGER-STATUS = "35"
           OPEN OUTPUT trigger-file
       END-IF
       perform REPORT-MOVED-ACCOUNTS
       perform WRITE-REG-FORWARDING
       CLOSE forward-file
       CLOSE trigger-file

       perform REPORT-RECONCILIATION
       perform CLOSE-WORK-FILES

       MOVE WS-MOVED-ACCOUNTS TO WS-COUNT-DISPLAY
       DISPLAY "RegNrKonvertering: " FUNCTION TRIM(WS-COUNT-DISPLAY)
           " konto(er) flyttet, " WS-DIFFERENCES " afvigelse(r)"
       IF WS-DIFFERENCES > 0
           MOVE 1 TO RETURN-CODE
       END-IF
stop run.

       CLOSE-WORK-FILES.
           CLOSE move-file
           CLOSE account-set-file
           CLOSE report-file
       exit.

       LOAD-MERGER-MAPPING.
           OPEN INPUT mapping-file
           IF WS-MAPPING-STATUS NOT = "00"
               MOVE "130-FusionsMapping.txt blev ikke fundet" TO WS-FEJL-TEKST
               perform REPORT-MAPPING-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-MAPPING-FILE = "Y"
               READ mapping-file
                   AT END
                       MOVE "Y" TO END-OF-MAPPING-FILE
                   NOT AT END
                       MOVE SPACES TO WS-MAP-NOEGLE
                       MOVE SPACES TO WS-MAP-FELT-1
                       MOVE SPACES TO WS-MAP-FELT-2
                       MOVE SPACES TO WS-MAP-FELT-3
                       MOVE SPACES TO WS-MAP-FELT-4
                       UNSTRING MAPPING-RECORD DELIMITED BY ";"
                           INTO WS-MAP-NOEGLE, WS-MAP-FELT-1, WS-MAP-FELT-2,
                                WS-MAP-FELT-3, WS-MAP-FELT-4
                       EVALUATE FUNCTION TRIM(WS-MAP-NOEGLE)
                           WHEN "REG"
                               perform ADD-REG-MAPPING
                           WHEN "KONTO"
                               perform ADD-ACCOUNT-MAPPING
                           WHEN "OVERGANG"
                               IF WS-MAP-FELT-1(1:4) IS NUMERIC
                                   MOVE WS-MAP-FELT-1(1:10) TO WS-OVERGANG-DATO
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE mapping-file
           MOVE SPACES TO REPORT-RECORD
           STRING "Omdirigering af gamle numre i indlaesningen til og med "
                  WS-OVERGANG-DATO
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

       ADD-REG-MAPPING.
           MOVE WS-MAP-FELT-1(1:4) TO WS-CHECK-REG
           perform CHECK-BANK-KNOWN
           MOVE WS-MAP-FELT-2(1:4) TO WS-CHECK-REG
           perform CHECK-BANK-KNOWN
           IF WS-MAP-FELT-1(1:4) = WS-MAP-FELT-2(1:4)
               STRING "REG " FUNCTION TRIM(WS-MAP-FELT-1)
                      ": gammelt og nyt REG-NR er ens"
                      DELIMITED BY SIZE INTO WS-FEJL-TEKST
               perform REPORT-MAPPING-ERROR
               EXIT PARAGRAPH
           END-IF
           IF WS-REG-MAP-COUNT < 20
               ADD 1 TO WS-REG-MAP-COUNT
               MOVE WS-MAP-FELT-1(1:4) TO RM-GAMMEL(WS-REG-MAP-COUNT)
               MOVE WS-MAP-FELT-2(1:4) TO RM-NY(WS-REG-MAP-COUNT)
               MOVE SPACES TO REPORT-RECORD
               STRING "REG-NR " WS-MAP-FELT-1(1:4) " -> " WS-MAP-FELT-2(1:4)
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
       exit.

       ADD-ACCOUNT-MAPPING.
           MOVE WS-MAP-FELT-1(1:4) TO WS-CHECK-REG
           perform CHECK-BANK-KNOWN
           MOVE WS-MAP-FELT-3(1:4) TO WS-CHECK-REG
           perform CHECK-BANK-KNOWN
           IF WS-MAP-FELT-2 = SPACES OR WS-MAP-FELT-4 = SPACES
               STRING "KONTO " FUNCTION TRIM(WS-MAP-FELT-2)
                      ": gammelt og nyt KONTO-ID skal begge udfyldes"
                      DELIMITED BY SIZE INTO WS-FEJL-TEKST
               perform REPORT-MAPPING-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MOVE-RECORD
           MOVE WS-MAP-FELT-2 TO FK-GAMMEL-KONTO
           MOVE WS-MAP-FELT-4 TO FK-NY-KONTO
           MOVE WS-MAP-FELT-1(1:4) TO FK-GAMMEL-REG
           MOVE WS-MAP-FELT-3(1:4) TO FK-NY-REG
           MOVE 0 TO FK-SALDO-FOER FK-SALDO-EFTER FK-SUM-FOER
               FK-SUM-EFTER FK-ANTAL-FOER FK-ANTAL-EFTER
           WRITE MOVE-RECORD
               INVALID KEY
                   STRING "KONTO " FUNCTION TRIM(WS-MAP-FELT-2)
                          ": dobbelt angivet eller nyt KONTO-ID brugt to gange"
                          DELIMITED BY SIZE INTO WS-FEJL-TEKST
                   perform REPORT-MAPPING-ERROR
               NOT INVALID KEY
                   ADD 1 TO WS-MOVED-ACCOUNTS
           END-WRITE
       exit.

       CHECK-BANK-KNOWN.
           MOVE WS-CHECK-REG TO REG-NR of banks-in
           READ banks-file
               INVALID KEY
                   STRING "REG-NR " WS-CHECK-REG " findes ikke i 10-Banker.txt"
                          DELIMITED BY SIZE INTO WS-FEJL-TEKST
                   perform REPORT-MAPPING-ERROR
           END-READ
       exit.

       REPORT-MAPPING-ERROR.
           ADD 1 TO WS-MAPPING-ERRORS
           MOVE SPACES TO REPORT-RECORD
           STRING "FEJL: " FUNCTION TRIM(WS-FEJL-TEKST)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-FEJL-TEKST
       exit.

       COUNT-EXPLICIT-MOVES.
           IF WS-MOVED-ACCOUNTS = 0
               MOVE "Mappingen angiver hverken REG- eller KONTO-linjer"
                   TO WS-FEJL-TEKST
               perform REPORT-MAPPING-ERROR
           END-IF
       exit.

       LOOKUP-REG-MAPPING.
           MOVE "N" TO WS-REG-FOUND
           MOVE SPACES TO WS-REG-NY
           PERFORM VARYING WS-REG-MAP-IX FROM 1 BY 1
                   UNTIL WS-REG-MAP-IX > WS-REG-MAP-COUNT
               IF RM-GAMMEL(WS-REG-MAP-IX) = WS-CHECK-REG
                   MOVE "Y" TO WS-REG-FOUND
                   MOVE RM-NY(WS-REG-MAP-IX) TO WS-REG-NY
                   EXIT PERFORM
               END-IF
           END-PERFORM
       exit.

      *> --- before (F): an account under a retiring REG-NR joins the
      *> move set and the rows count per moving account; after (E):
      *> the rows count again under their new numbers ---
       SCAN-TRANSACTIONS.
           OPEN INPUT transactions-file
           IF WS-TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO CPR OF transactions-in
           START transactions-file KEY IS >= CPR OF transactions-in
               INVALID KEY
                   MOVE "Y" TO END-OF-TRANSACTIONS-FILE
           END-START
           PERFORM UNTIL END-OF-TRANSACTIONS-FILE = "Y"
               READ transactions-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-TRANSACTIONS-FILE
                   NOT AT END
                       MOVE 0 TO WS-BELOEB-NUM
                       IF FUNCTION TEST-NUMVAL(BELOEB OF transactions-in) = 0
                           COMPUTE WS-BELOEB-NUM =
                               FUNCTION NUMVAL(BELOEB OF transactions-in)
                       END-IF
                       IF WS-FASE = "F"
                           ADD 1 TO WS-TRANS-ANTAL-FOER
                           ADD WS-BELOEB-NUM TO WS-TRANS-SUM-FOER
                           perform NOTE-ROW-BEFORE
                       ELSE
                           ADD 1 TO WS-TRANS-ANTAL-EFTER
                           ADD WS-BELOEB-NUM TO WS-TRANS-SUM-EFTER
                           perform NOTE-ROW-AFTER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE transactions-file
       exit.

       NOTE-ROW-BEFORE.
           MOVE KONTO-ID OF transactions-in TO FK-GAMMEL-KONTO
           READ move-file
               INVALID KEY
                   MOVE REG-NR OF transactions-in TO WS-CHECK-REG
                   perform LOOKUP-REG-MAPPING
                   IF WS-REG-FOUND = "Y"
                       MOVE SPACES TO MOVE-RECORD
                       MOVE KONTO-ID OF transactions-in TO FK-GAMMEL-KONTO
                       MOVE KONTO-ID OF transactions-in TO FK-NY-KONTO
                       MOVE REG-NR OF transactions-in TO FK-GAMMEL-REG
                       MOVE WS-REG-NY TO FK-NY-REG
                       MOVE 0 TO FK-SALDO-FOER FK-SALDO-EFTER FK-SUM-FOER
                           FK-SUM-EFTER FK-ANTAL-EFTER
                       MOVE 1 TO FK-ANTAL-FOER
                       MOVE WS-BELOEB-NUM TO FK-SUM-FOER
                       WRITE MOVE-RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO WS-MOVED-ACCOUNTS
                       END-WRITE
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO FK-ANTAL-FOER
                   ADD WS-BELOEB-NUM TO FK-SUM-FOER
                   REWRITE MOVE-RECORD
           END-READ
       exit.

       NOTE-ROW-AFTER.
           MOVE KONTO-ID OF transactions-in TO FK-NY-KONTO
           READ move-file KEY IS FK-NY-KONTO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO FK-ANTAL-EFTER
                   ADD WS-BELOEB-NUM TO FK-SUM-EFTER
                   REWRITE MOVE-RECORD
           END-READ
       exit.

       SCAN-ACCOUNT-MASTER.
           OPEN INPUT account-file
           IF WS-ACCOUNT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-ACCOUNT-FILE = "Y"
               READ account-file
                   AT END
                       MOVE "Y" TO END-OF-ACCOUNT-FILE
                   NOT AT END
                       perform SPLIT-ACCOUNT-ROW
                       MOVE 0 TO WS-BELOEB-NUM
                       IF FUNCTION TEST-NUMVAL(WS-KD-BALANCE) = 0
                           COMPUTE WS-BELOEB-NUM =
                               FUNCTION NUMVAL(WS-KD-BALANCE)
                       END-IF
                       IF WS-FASE = "F"
                           ADD 1 TO WS-KONTO-ANTAL-FOER
                           ADD WS-BELOEB-NUM TO WS-SALDO-SUM-FOER
                           MOVE WS-KD-KONTO-ID TO KS-KONTO-ID
                           WRITE ACCOUNT-SET-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                           MOVE WS-KD-KONTO-ID TO FK-GAMMEL-KONTO
                           READ move-file
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE WS-KD-KUNDE-ID TO FK-KUNDE-ID
                                   MOVE WS-BELOEB-NUM TO FK-SALDO-FOER
                                   REWRITE MOVE-RECORD
                           END-READ
                       ELSE
                           ADD 1 TO WS-KONTO-ANTAL-EFTER
                           ADD WS-BELOEB-NUM TO WS-SALDO-SUM-EFTER
                           MOVE WS-KD-KONTO-ID TO FK-NY-KONTO
                           READ move-file KEY IS FK-NY-KONTO
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE WS-BELOEB-NUM TO FK-SALDO-EFTER
                                   REWRITE MOVE-RECORD
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE account-file
       exit.

       SPLIT-ACCOUNT-ROW.
           MOVE SPACES TO WS-KD-KUNDE-ID WS-KD-KONTO-ID WS-KD-KONTO-TYPE
               WS-KD-BALANCE WS-KD-VALUTA WS-KD-STATUS WS-KD-OPENING
           UNSTRING ACCOUNT-CSV-RECORD DELIMITED BY ","
               INTO WS-KD-KUNDE-ID, WS-KD-KONTO-ID, WS-KD-KONTO-TYPE,
                    WS-KD-BALANCE, WS-KD-VALUTA, WS-KD-STATUS,
                    WS-KD-OPENING
       exit.

       SCAN-BALANCE-CARRY.
           OPEN INPUT balance-carry-file
           IF WS-CARRY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO CARRY-CPR
           START balance-carry-file KEY IS >= CARRY-CPR
               INVALID KEY
                   MOVE "Y" TO END-OF-CARRY-FILE
           END-START
           PERFORM UNTIL END-OF-CARRY-FILE = "Y"
               READ balance-carry-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-CARRY-FILE
                   NOT AT END
                       IF WS-FASE = "F"
                           ADD CARRY-SALDO TO WS-CARRY-SUM-FOER
                       ELSE
                           ADD CARRY-SALDO TO WS-CARRY-SUM-EFTER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE balance-carry-file
       exit.

      *> --- a renumbered account may not land on a number the
      *> account master already holds ---
       CHECK-NEW-NUMBERS-FREE.
           OPEN INPUT account-master-file
           IF WS-ACCOUNT-MASTER-STATUS NOT = "00"
               MOVE "8-KontoStam.txt kan ikke aabnes" TO WS-FEJL-TEKST
               perform REPORT-MAPPING-ERROR
           ELSE
               CLOSE account-master-file
           END-IF

           MOVE "N" TO END-OF-MOVE-FILE
           MOVE LOW-VALUES TO FK-GAMMEL-KONTO
           START move-file KEY IS >= FK-GAMMEL-KONTO
               INVALID KEY
                   MOVE "Y" TO END-OF-MOVE-FILE
           END-START
           PERFORM UNTIL END-OF-MOVE-FILE = "Y"
               READ move-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-MOVE-FILE
                   NOT AT END
                       IF FK-NY-KONTO NOT = FK-GAMMEL-KONTO
                           MOVE FK-NY-KONTO TO KS-KONTO-ID
                           READ account-set-file
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   STRING "KONTO " FUNCTION TRIM(FK-GAMMEL-KONTO)
                                          ": nyt KONTO-ID "
                                          FUNCTION TRIM(FK-NY-KONTO)
                                          " findes allerede"
                                          DELIMITED BY SIZE INTO WS-FEJL-TEKST
                                   perform REPORT-MAPPING-ERROR
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
       exit.

      *> --- the master rows are rewritten in place; CPR, the record
      *> key, does not change ---
       CONVERT-TRANSACTIONS.
           OPEN I-O transactions-file
           IF WS-TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-TRANSACTIONS-FILE
           MOVE LOW-VALUES TO CPR OF transactions-in
           START transactions-file KEY IS >= CPR OF transactions-in
               INVALID KEY
                   MOVE "Y" TO END-OF-TRANSACTIONS-FILE
           END-START
           PERFORM UNTIL END-OF-TRANSACTIONS-FILE = "Y"
               READ transactions-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-TRANSACTIONS-FILE
                   NOT AT END
                       MOVE KONTO-ID OF transactions-in TO FK-GAMMEL-KONTO
                       READ move-file
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE FK-NY-REG TO REG-NR OF transactions-in
                               MOVE FK-NY-KONTO TO KONTO-ID OF transactions-in
                               REWRITE transactions-in
                               ADD 1 TO WS-ROWS-CONVERTED
                       END-READ
               END-READ
           END-PERFORM
           CLOSE transactions-file
       exit.

      *> --- a renumbered account is re-keyed on the master (delete
      *> and write under the new KONTO-ID); the CSV export follows ---
       CONVERT-ACCOUNT-MASTER.
           OPEN I-O account-master-file
           MOVE "N" TO END-OF-MOVE-FILE
           MOVE LOW-VALUES TO FK-GAMMEL-KONTO
           START move-file KEY IS >= FK-GAMMEL-KONTO
               INVALID KEY
                   MOVE "Y" TO END-OF-MOVE-FILE
           END-START
           PERFORM UNTIL END-OF-MOVE-FILE = "Y"
               READ move-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-MOVE-FILE
                   NOT AT END
                       IF FK-NY-KONTO NOT = FK-GAMMEL-KONTO
                           perform RENUMBER-MASTER-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE account-master-file

           MOVE "A" TO WS-EKSPORT-MODE
           CALL "StamEksport" USING WS-EKSPORT-MODE WS-EKSPORT-STATUS
           IF WS-EKSPORT-STATUS NOT = "00"
               DISPLAY "RegNrKonvertering: 8-KontoData.txt kunne ikke"
                   " eksporteres, status " WS-EKSPORT-STATUS
           END-IF
       exit.

       RENUMBER-MASTER-ACCOUNT.
           MOVE FK-GAMMEL-KONTO TO KONTOSTAM-ID
           READ account-master-file
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           DELETE account-master-file
           MOVE FK-NY-KONTO TO KONTOSTAM-ID
           WRITE ACCOUNT-MASTER-RECORD
               INVALID KEY
                   DISPLAY "RegNrKonvertering: " FUNCTION TRIM(FK-NY-KONTO)
                       " kunne ikke skrives paa 8-KontoStam.txt"
           END-WRITE
       exit.

      *> --- ORDRE-ID,CPR,KONTO-ID,modtager REG-NR,BELOEB,VALUTA,
      *> FREKVENS,NAESTE-DATO,SLUT-DATO,MODTAGER: the paying account
      *> follows its move, a payee at a retiring bank follows the
      *> merger ---
       CONVERT-STANDING-ORDERS.
           OPEN INPUT orders-file
           IF WS-ORDERS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT convert-file
           PERFORM UNTIL END-OF-ORDERS-FILE = "Y"
               READ orders-file
                   AT END
                       MOVE "Y" TO END-OF-ORDERS-FILE
                   NOT AT END
                       MOVE SPACES TO WS-ORDRE-ID WS-ORDRE-CPR
                           WS-ORDRE-KONTO-ID WS-ORDRE-REG-NR
                           WS-ORDRE-BELOEB WS-ORDRE-VALUTA
                           WS-ORDRE-FREKVENS WS-ORDRE-NAESTE
                           WS-ORDRE-SLUT WS-ORDRE-MODTAGER
                       UNSTRING ORDER-RECORD DELIMITED BY ","
                           INTO WS-ORDRE-ID, WS-ORDRE-CPR, WS-ORDRE-KONTO-ID,
                                WS-ORDRE-REG-NR, WS-ORDRE-BELOEB,
                                WS-ORDRE-VALUTA, WS-ORDRE-FREKVENS,
                                WS-ORDRE-NAESTE, WS-ORDRE-SLUT,
                                WS-ORDRE-MODTAGER
                       MOVE "N" TO WS-REG-FOUND
                       MOVE WS-ORDRE-KONTO-ID TO FK-GAMMEL-KONTO
                       READ move-file
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE FK-NY-KONTO TO WS-ORDRE-KONTO-ID
                               MOVE "Y" TO WS-REG-FOUND
                       END-READ
                       IF WS-REG-FOUND = "Y"
                           ADD 1 TO WS-ORDERS-CONVERTED
                       END-IF
                       MOVE WS-ORDRE-REG-NR TO WS-CHECK-REG
                       perform LOOKUP-REG-MAPPING
                       IF WS-REG-FOUND = "Y"
                           MOVE WS-REG-NY TO WS-ORDRE-REG-NR
                           ADD 1 TO WS-ORDERS-CONVERTED
                       END-IF
                       MOVE SPACES TO CONVERT-RECORD
                       STRING FUNCTION TRIM(WS-ORDRE-ID) ","
                              FUNCTION TRIM(WS-ORDRE-CPR) ","
                              FUNCTION TRIM(WS-ORDRE-KONTO-ID) ","
                              FUNCTION TRIM(WS-ORDRE-REG-NR) ","
                              FUNCTION TRIM(WS-ORDRE-BELOEB) ","
                              FUNCTION TRIM(WS-ORDRE-VALUTA) ","
                              FUNCTION TRIM(WS-ORDRE-FREKVENS) ","
                              FUNCTION TRIM(WS-ORDRE-NAESTE) ","
                              FUNCTION TRIM(WS-ORDRE-SLUT) ","
                              FUNCTION TRIM(WS-ORDRE-MODTAGER)
                              DELIMITED BY SIZE INTO CONVERT-RECORD
                       WRITE CONVERT-RECORD
               END-READ
           END-PERFORM
           CLOSE orders-file
           CLOSE convert-file

           MOVE "N" TO END-OF-CONVERT-FILE
           OPEN INPUT convert-file
           OPEN OUTPUT orders-file
           PERFORM UNTIL END-OF-CONVERT-FILE = "Y"
               READ convert-file
                   AT END
                       MOVE "Y" TO END-OF-CONVERT-FILE
                   NOT AT END
                       MOVE CONVERT-RECORD TO ORDER-RECORD
                       WRITE ORDER-RECORD
               END-READ
           END-PERFORM
           CLOSE convert-file
           CLOSE orders-file
       exit.

      *> --- KONTO-ID,CPR,KUNDE-ID,ROLLE ---
       CONVERT-ACCOUNT-HOLDERS.
           OPEN INPUT holders-file
           IF WS-HOLDERS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT convert-file
           PERFORM UNTIL END-OF-HOLDERS-FILE = "Y"
               READ holders-file
                   AT END
                       MOVE "Y" TO END-OF-HOLDERS-FILE
                   NOT AT END
                       MOVE SPACES TO WS-LINK-KONTO-ID WS-LINK-CPR
                           WS-LINK-KUNDE-ID WS-LINK-ROLLE
                       UNSTRING HOLDER-CSV-RECORD DELIMITED BY ","
                           INTO WS-LINK-KONTO-ID, WS-LINK-CPR,
                                WS-LINK-KUNDE-ID, WS-LINK-ROLLE
                       MOVE WS-LINK-KONTO-ID TO FK-GAMMEL-KONTO
                       READ move-file
                           INVALID KEY
                               MOVE HOLDER-CSV-RECORD TO CONVERT-RECORD
                           NOT INVALID KEY
                               ADD 1 TO WS-HOLDERS-CONVERTED
                               MOVE SPACES TO CONVERT-RECORD
                               STRING FUNCTION TRIM(FK-NY-KONTO) ","
                                      FUNCTION TRIM(WS-LINK-CPR) ","
                                      FUNCTION TRIM(WS-LINK-KUNDE-ID) ","
                                      FUNCTION TRIM(WS-LINK-ROLLE)
                                      DELIMITED BY SIZE INTO CONVERT-RECORD
                       END-READ
                       WRITE CONVERT-RECORD
               END-READ
           END-PERFORM
           CLOSE holders-file
           CLOSE convert-file

           MOVE "N" TO END-OF-CONVERT-FILE
           OPEN INPUT convert-file
           OPEN OUTPUT holders-file
           PERFORM UNTIL END-OF-CONVERT-FILE = "Y"
               READ convert-file
                   AT END
                       MOVE "Y" TO END-OF-CONVERT-FILE
                   NOT AT END
                       MOVE CONVERT-RECORD TO HOLDER-CSV-RECORD
                       WRITE HOLDER-CSV-RECORD
               END-READ
           END-PERFORM
           CLOSE convert-file
           CLOSE holders-file
       exit.

       CONVERT-BRANCHES.
           OPEN I-O branch-file
           IF WS-BRANCH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO FILIAL-NR of branch-in
           START branch-file KEY IS >= FILIAL-NR of branch-in
               INVALID KEY
                   MOVE "Y" TO END-OF-BRANCH-FILE
           END-START
           PERFORM UNTIL END-OF-BRANCH-FILE = "Y"
               READ branch-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-BRANCH-FILE
                   NOT AT END
                       MOVE FILIAL-REG-NR TO WS-CHECK-REG
                       perform LOOKUP-REG-MAPPING
                       IF WS-REG-FOUND = "Y"
                           MOVE WS-REG-NY TO FILIAL-REG-NR
                           REWRITE branch-in
                           ADD 1 TO WS-BRANCHES-CONVERTED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE branch-file
       exit.

      *> --- per moved account: old and new number and IBAN, the
      *> figures before and after, the forwarding line and the
      *> customer's letter ---
       REPORT-MOVED-ACCOUNTS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "GAMMEL-REG;GAMMEL-KONTO;GAMMEL-IBAN;NY-REG;NY-KONTO;NY-IBAN;SALDO-FOER;SALDO-EFTER;ANTAL-FOER;ANTAL-EFTER;STATUS"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "N" TO END-OF-MOVE-FILE
           MOVE LOW-VALUES TO FK-GAMMEL-KONTO
           START move-file KEY IS >= FK-GAMMEL-KONTO
               INVALID KEY
                   MOVE "Y" TO END-OF-MOVE-FILE
           END-START
           PERFORM UNTIL END-OF-MOVE-FILE = "Y"
               READ move-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-MOVE-FILE
                   NOT AT END
                       perform REPORT-ONE-MOVE
               END-READ
           END-PERFORM
       exit.

       REPORT-ONE-MOVE.
           MOVE "G" TO WS-IBAN-MODE
           MOVE FK-GAMMEL-REG TO WS-IBAN-REG-NR
           MOVE FK-GAMMEL-KONTO TO WS-IBAN-KONTO-ID
           CALL "IbanVaerktoej" USING WS-IBAN-MODE WS-IBAN-REG-NR
               WS-IBAN-KONTO-ID WS-IBAN WS-IBAN-STATUS
           MOVE SPACES TO WS-GAMMEL-IBAN
           IF WS-IBAN-STATUS = "00"
               MOVE WS-IBAN TO WS-GAMMEL-IBAN
           END-IF
           MOVE "G" TO WS-IBAN-MODE
           MOVE FK-NY-REG TO WS-IBAN-REG-NR
           MOVE FK-NY-KONTO TO WS-IBAN-KONTO-ID
           CALL "IbanVaerktoej" USING WS-IBAN-MODE WS-IBAN-REG-NR
               WS-IBAN-KONTO-ID WS-IBAN WS-IBAN-STATUS
           IF WS-IBAN-STATUS NOT = "00"
               MOVE SPACES TO WS-IBAN
           END-IF

           IF FK-SALDO-FOER = FK-SALDO-EFTER
               AND FK-SUM-FOER = FK-SUM-EFTER
               AND FK-ANTAL-FOER = FK-ANTAL-EFTER
               MOVE "OK" TO WS-AFSTEMNING
           ELSE
               ADD 1 TO WS-DIFFERENCES
               MOVE "AFVIGELSE" TO WS-AFSTEMNING
           END-IF
           MOVE FK-SALDO-FOER TO WS-AMOUNT-DISPLAY
           MOVE FK-SALDO-EFTER TO WS-AMOUNT-DISPLAY-2
           MOVE FK-ANTAL-FOER TO WS-COUNT-DISPLAY
           MOVE FK-ANTAL-EFTER TO WS-COUNT-DISPLAY-2
           MOVE SPACES TO REPORT-RECORD
           STRING FK-GAMMEL-REG ";" FUNCTION TRIM(FK-GAMMEL-KONTO) ";"
                  FUNCTION TRIM(WS-GAMMEL-IBAN) ";"
                  FK-NY-REG ";" FUNCTION TRIM(FK-NY-KONTO) ";"
                  FUNCTION TRIM(WS-IBAN) ";"
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY) ";"
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY-2) ";"
                  FUNCTION TRIM(WS-COUNT-DISPLAY) ";"
                  FUNCTION TRIM(WS-COUNT-DISPLAY-2) ";"
                  FUNCTION TRIM(WS-AFSTEMNING)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO FORWARD-RECORD
           STRING FK-GAMMEL-REG ";" FUNCTION TRIM(FK-GAMMEL-KONTO) ";"
                  FK-NY-REG ";" FUNCTION TRIM(FK-NY-KONTO) ";"
                  WS-OVERGANG-DATO
                  DELIMITED BY SIZE INTO FORWARD-RECORD
           WRITE FORWARD-RECORD

           IF FK-KUNDE-ID NOT = SPACES
               MOVE SPACES TO TRIGGER-RECORD
               STRING "REGNRSKIFT," FUNCTION TRIM(FK-KUNDE-ID) ","
                      FUNCTION TRIM(FK-NY-KONTO) ",," WS-TODAY-DATE
                      DELIMITED BY SIZE INTO TRIGGER-RECORD
               WRITE TRIGGER-RECORD
           END-IF
       exit.

      *> --- a row under a retiring REG-NR for an account this run
      *> never saw still finds the surviving bank ---
       WRITE-REG-FORWARDING.
           PERFORM VARYING WS-REG-MAP-IX FROM 1 BY 1
                   UNTIL WS-REG-MAP-IX > WS-REG-MAP-COUNT
               MOVE SPACES TO FORWARD-RECORD
               STRING RM-GAMMEL(WS-REG-MAP-IX) ";;" RM-NY(WS-REG-MAP-IX)
                      ";;" WS-OVERGANG-DATO
                      DELIMITED BY SIZE INTO FORWARD-RECORD
               WRITE FORWARD-RECORD
           END-PERFORM
       exit.

       REPORT-RECONCILIATION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "Afstemning foer/efter" TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE "Kontostamdata" TO WS-TOTAL-KEY
           MOVE WS-KONTO-ANTAL-FOER TO WS-COUNT-DISPLAY
           MOVE WS-KONTO-ANTAL-EFTER TO WS-COUNT-DISPLAY-2
           MOVE WS-SALDO-SUM-FOER TO WS-AMOUNT-DISPLAY
           MOVE WS-SALDO-SUM-EFTER TO WS-AMOUNT-DISPLAY-2
           perform WRITE-RECONCILIATION-LINE
           IF WS-KONTO-ANTAL-FOER NOT = WS-KONTO-ANTAL-EFTER
               OR WS-SALDO-SUM-FOER NOT = WS-SALDO-SUM-EFTER
               ADD 1 TO WS-DIFFERENCES
           END-IF

           MOVE "Posteringer" TO WS-TOTAL-KEY
           MOVE WS-TRANS-ANTAL-FOER TO WS-COUNT-DISPLAY
           MOVE WS-TRANS-ANTAL-EFTER TO WS-COUNT-DISPLAY-2
           MOVE WS-TRANS-SUM-FOER TO WS-AMOUNT-DISPLAY
           MOVE WS-TRANS-SUM-EFTER TO WS-AMOUNT-DISPLAY-2
           perform WRITE-RECONCILIATION-LINE
           IF WS-TRANS-ANTAL-FOER NOT = WS-TRANS-ANTAL-EFTER
               OR WS-TRANS-SUM-FOER NOT = WS-TRANS-SUM-EFTER
               ADD 1 TO WS-DIFFERENCES
           END-IF

           MOVE "SaldoCarry" TO WS-TOTAL-KEY
           MOVE 0 TO WS-COUNT-DISPLAY
           MOVE 0 TO WS-COUNT-DISPLAY-2
           MOVE WS-CARRY-SUM-FOER TO WS-AMOUNT-DISPLAY
           MOVE WS-CARRY-SUM-EFTER TO WS-AMOUNT-DISPLAY-2
           perform WRITE-RECONCILIATION-LINE
           IF WS-CARRY-SUM-FOER NOT = WS-CARRY-SUM-EFTER
               ADD 1 TO WS-DIFFERENCES
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-MOVED-ACCOUNTS TO WS-COUNT-DISPLAY
           MOVE WS-ROWS-CONVERTED TO WS-COUNT-DISPLAY-2
           MOVE SPACES TO REPORT-RECORD
           STRING "Konti flyttet: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  ", posteringer omnummereret: "
                  FUNCTION TRIM(WS-COUNT-DISPLAY-2)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-ORDERS-CONVERTED TO WS-COUNT-DISPLAY
           MOVE WS-HOLDERS-CONVERTED TO WS-COUNT-DISPLAY-2
           MOVE SPACES TO REPORT-RECORD
           STRING "Ordrefelter omnummereret: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  ", kontohaverlinjer: " FUNCTION TRIM(WS-COUNT-DISPLAY-2)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-BRANCHES-CONVERTED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Filialer flyttet: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF WS-DIFFERENCES = 0
               MOVE "Afstemning OK - ingen saldo er flyttet" TO REPORT-RECORD
           ELSE
               MOVE WS-DIFFERENCES TO WS-COUNT-DISPLAY
               STRING "AFSTEMNINGSAFVIGELSER: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                      DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
       exit.

       WRITE-RECONCILIATION-LINE.
           MOVE SPACES TO REPORT-RECORD
           STRING WS-TOTAL-KEY ": antal " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  " / " FUNCTION TRIM(WS-COUNT-DISPLAY-2) ", sum "
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY) " / "
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY-2)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
