identification division.
       program-id. RenteSimulering.

      *> --- Net-interest-income simulation under rate scenarios, so
      *> the board's question after a central-bank move has a number.
      *> Today's book is projected 12 months forward, month by month,
      *> with balances held where they stand (static balance sheet):
      *>   + loan interest on RESTGAELD in 46-LaanRegister.txt at
      *>     RENTE-PCT, until the last installment month,
      *>   - deposit interest on every positive balance in
      *>     8-KontoData.txt at the product catalog's tier for the
      *>     KONTO-TYPE and balance (the per-statement rate the
      *>     statement run credits, taken as monthly; the statement
      *>     run's built-in rate where the catalog has no tier),
      *>   - term-deposit interest on the balance of the accounts in
      *>     47-IndskudRegister.txt at RENTE-PCT.
      *> Loan and term-deposit accounts are not counted again as
      *> ordinary deposits; closed accounts are left out; balances
      *> in other currencies are converted at today's rate.
      *> 118-RenteScenarier.txt holds the parameters:
      *>   SCENARIE;<NAVN>;<SKIFT>   a parallel shift in percentage
      *>                             points (-1.00 = one point down);
      *>                             BASIS (no shift) is always first
      *>                             and is the comparison base; with
      *>                             no SCENARIE lines +1.00 and -1.00
      *>                             are run
      *>   GENNEMSLAG;<KONTO-TYPE>;<PCT>   share of the shift passed
      *>                             on to the product
      *>   GENNEMSLAG-STANDARD;<PCT> share for types not listed
      *>                             (default 100)
      *>   FAST;<KONTO-TYPE>         fixed-rate product, never
      *>                             repriced inside the horizon
      *> Term deposits are fixed until FORFALD-DATO; after maturity a
      *> FORNY deposit reprices with the shift and a LUK deposit has
      *> left the book. Rates do not go below zero. Output is the
      *> comparison report 118-RenteSimulering.txt and
      *> 118-RenteSimulering.csv
      *> (SCENARIE,SKIFT,MAANED,RENTEINDTAEGT,RENTEUDGIFT,NETTORENTE)
      *> for the finance department. ---

environment division.
input-output section.
file-control.
       select param-file assign to "118-RenteScenarier.txt"
           organization line sequential
           file status is WS-PARAM-STATUS.

       select account-file assign to "8-KontoData.txt"
           organization is line sequential
           file status is WS-ACCOUNT-STATUS.

       select loan-file assign to "46-LaanRegister.txt"
           organization line sequential
           file status is WS-LOAN-STATUS.

       select deposit-file assign to "47-IndskudRegister.txt"
           organization line sequential
           file status is WS-DEPOSIT-STATUS.

       select report-file assign to "118-RenteSimulering.txt"
           organization line sequential.

       select csv-file assign to "118-RenteSimulering.csv"
           organization line sequential.

      *> --- today's accounts: KONTO-TYPE, DKK balance and whether the
      *> loan or term-deposit book already covers them ---
       select account-index-file assign to "WS-RenteSimKonto.tmp"
           organization is indexed
           access mode is dynamic
           record key is AIX-KONTO-ID
           file status is WS-ACCOUNT-INDEX-STATUS.

data division.
file section.
FD param-file.
       01 PARAM-RECORD pic x(60).

FD account-file.
       01 csv-lines2 pic x(100).

FD loan-file.
       01 LOAN-RECORD pic x(200).

FD deposit-file.
       01 DEPOSIT-RECORD pic x(200).

FD report-file.
       01 REPORT-RECORD pic x(132).

FD csv-file.
       01 CSV-RECORD pic x(100).

FD account-index-file.
       01 ACCOUNT-INDEX-RECORD.
           05 AIX-KONTO-ID pic x(15).
           05 AIX-KONTO-TYPE pic x(15).
           05 AIX-SALDO-DKK pic S9(13)v99.
           05 AIX-BOG pic x.

WORKING-STORAGE SECTION.
       01 WS-PARAM-STATUS pic XX value spaces.
       01 WS-ACCOUNT-STATUS pic XX value spaces.
       01 WS-LOAN-STATUS pic XX value spaces.
       01 WS-DEPOSIT-STATUS pic XX value spaces.
       01 WS-ACCOUNT-INDEX-STATUS pic XX value spaces.

       01 END-OF-PARAM-FILE pic x value "N".
       01 END-OF-ACCOUNT-FILE pic x value "N".
       01 END-OF-LOAN-FILE pic x value "N".
       01 END-OF-DEPOSIT-FILE pic x value "N".
       01 END-OF-INDEX-FILE pic x value "N".

       01 WS-PARAM-NOEGLE pic x(20) value spaces.
       01 WS-PARAM-FELT2 pic x(15) value spaces.
       01 WS-PARAM-FELT3 pic x(15) value spaces.

      *> --- the scenarios; slot 1 is BASIS ---
       01 WS-SC-COUNT pic 99 value 0.
       01 WS-SC-IX pic 99 value 0.
       01 WS-SCENARIE-TABLE OCCURS 20 TIMES.
           05 SC-NAVN pic x(15).
           05 SC-SKIFT pic S9(3)v99.
           05 SC-MAANED OCCURS 12 TIMES.
               10 SC-LAANERENTE pic S9(13)v99.
               10 SC-INDLAANSRENTE pic S9(13)v99.
               10 SC-INDSKUDSRENTE pic S9(13)v99.

      *> --- pass-through share and fixed-rate flag per KONTO-TYPE ---
       01 WS-TP-COUNT pic 99 value 0.
       01 WS-TP-IX pic 99 value 0.
       01 WS-TYPE-PARAM-TABLE OCCURS 50 TIMES.
           05 TP-KONTO-TYPE pic x(15).
           05 TP-GENNEMSLAG pic 9(3)v99.
           05 TP-FAST pic x.
       01 WS-STANDARD-GENNEMSLAG pic 9(3)v99 value 100.
       01 WS-FIND-TYPE pic x(15) value spaces.
       01 WS-GENNEMSLAG pic 9(3)v99 value 0.
       01 WS-FAST pic x value "N".

       01 WS-MD-IX pic 99 value 0.
       01 WS-BASE-MONTH-NUM pic 9(6) value 0.
       01 WS-PROJ-MONTH-NUM pic 9(6) value 0.
       01 WS-END-MONTH-NUM pic 9(6) value 0.
       01 WS-DATE-MONTH-NUM pic 9(6) value 0.
       01 WS-CALC-DATE pic x(10) value spaces.
       01 WS-AAR-NUM pic 9(4) value 0.
       01 WS-MD-NUM pic 9(2) value 0.
       01 WS-MAANED-TEXT pic x(7) value spaces.

       01 WS-KONTO-KUNDE-ID pic x(10) value spaces.
       01 WS-KONTO-ID-TEXT pic x(15) value spaces.
       01 WS-KONTO-TYPE-TEXT pic x(15) value spaces.
       01 WS-KONTO-BALANCE-TEXT pic x(15) value spaces.
       01 WS-KONTO-VALUTA-TEXT pic x(3) value spaces.
       01 WS-KONTO-STATUS-TEXT pic x(10) value spaces.

       01 WS-LAAN-KONTO-ID pic x(15) value spaces.
       01 WS-LAAN-RENTE-PCT pic x(8) value spaces.
       01 WS-LAAN-LOEBETID pic x(5) value spaces.
       01 WS-LAAN-FOERSTE-FORFALD pic x(10) value spaces.
       01 WS-LAAN-RESTGAELD pic x(15) value spaces.

       01 WS-IND-KONTO-ID pic x(15) value spaces.
       01 WS-IND-RENTE-PCT pic x(8) value spaces.
       01 WS-IND-ROLLOVER pic x(6) value spaces.
       01 WS-IND-FORFALD pic x(10) value spaces.
       01 WS-SKIP-FELT pic x(15) value spaces.

       01 WS-SALDO pic S9(13)v99 value 0.
       01 WS-AARS-PCT pic S9(3)v9(6) value 0.
       01 WS-SATS pic S9(5)v9(6) value 0.
       01 WS-SCENARIE-SATS pic S9(5)v9(6) value 0.
       01 WS-RENTE pic S9(13)v99 value 0.
       01 WS-REPRICE pic x value "N".

      *> --- the statement run's built-in rate, for types the
      *> catalog has no tier for ---
       01 WS-INTEREST-RATE pic S9v9(4) value 0.0015.

      *> --- shared dated-rate lookup ---
       01 WS-RATE-VALUTA pic x(3) value spaces.
       01 WS-RATE-DATO pic x(10) value spaces.
       01 WS-RATE-KURS pic S9(5)v9999 value 0.
       01 WS-RATE-STATUS pic XX value spaces.

      *> --- shared product-catalog lookup ---
       01 WS-PROD-MODE pic x value space.
       01 WS-PROD-KONTO-TYPE pic x(15) value spaces.
       01 WS-PROD-NOEGLE pic x(15) value spaces.
       01 WS-PROD-BELOEB pic S9(13)v99 value 0.
       01 WS-PROD-SATS pic S9(5)v9(6) value 0.
       01 WS-PROD-SVAR pic x(12) value spaces.
       01 WS-PROD-STATUS pic XX value spaces.

       01 WS-LAAN-COUNT pic 9(7) value 0.
       01 WS-INDSKUD-COUNT pic 9(7) value 0.
       01 WS-KONTO-COUNT pic 9(7) value 0.
       01 WS-UKENDT-COUNT pic 9(7) value 0.

       01 WS-SUM-LAANERENTE pic S9(13)v99 value 0.
       01 WS-SUM-INDLAANSRENTE pic S9(13)v99 value 0.
       01 WS-SUM-INDSKUDSRENTE pic S9(13)v99 value 0.
       01 WS-SUM-NETTO pic S9(13)v99 value 0.
       01 WS-BASIS-NETTO pic S9(13)v99 value 0.
       01 WS-UDGIFT pic S9(13)v99 value 0.
       01 WS-NETTO pic S9(13)v99 value 0.

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-SKIFT-DISPLAY pic -Z9.99.
       01 WS-AMOUNT-DISPLAY pic -Z(12)9.99.
       01 WS-AMOUNT-DISPLAY-2 pic -Z(12)9.99.
       01 WS-AMOUNT-DISPLAY-3 pic -Z(12)9.99.
       01 WS-AMOUNT-DISPLAY-4 pic -Z(12)9.99.
       01 WS-COUNT-DISPLAY pic Z(6)9.

PROCEDURE DIVISION.
       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS
       MOVE WS-TODAY-DATE TO WS-CALC-DATE
       perform CALC-MONTH-NUMBER
       MOVE WS-DATE-MONTH-NUM TO WS-BASE-MONTH-NUM

       MOVE 1 TO WS-SC-COUNT
       MOVE "BASIS" TO SC-NAVN(1)
       MOVE 0 TO SC-SKIFT(1)
       perform LOAD-SCENARIO-PARAMETERS
       IF WS-SC-COUNT = 1
           MOVE 3 TO WS-SC-COUNT
           MOVE "OP-1PCT" TO SC-NAVN(2)
           MOVE 1.00 TO SC-SKIFT(2)
           MOVE "NED-1PCT" TO SC-NAVN(3)
           MOVE -1.00 TO SC-SKIFT(3)
       END-IF
       PERFORM VARYING WS-SC-IX FROM 1 BY 1 UNTIL WS-SC-IX > WS-SC-COUNT
           PERFORM VARYING WS-MD-IX FROM 1 BY 1 UNTIL WS-MD-IX > 12
               MOVE 0 TO SC-LAANERENTE(WS-SC-IX, WS-MD-IX)
               MOVE 0 TO SC-INDLAANSRENTE(WS-SC-IX, WS-MD-IX)
               MOVE 0 TO SC-INDSKUDSRENTE(WS-SC-IX, WS-MD-IX)
           END-PERFORM
       END-PERFORM

       perform LOAD-ACCOUNTS
       perform PROJECT-LOANS
       perform PROJECT-TERM-DEPOSITS
       perform PROJECT-DEPOSITS
       perform WRITE-SIMULATION

       close account-index-file
stop run.

       LOAD-SCENARIO-PARAMETERS.
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
                       MOVE SPACES TO WS-PARAM-FELT2
                       MOVE SPACES TO WS-PARAM-FELT3
                       UNSTRING PARAM-RECORD DELIMITED BY ";"
                           INTO WS-PARAM-NOEGLE, WS-PARAM-FELT2,
                                WS-PARAM-FELT3
                       EVALUATE FUNCTION TRIM(WS-PARAM-NOEGLE)
                           WHEN "SCENARIE"
                               IF WS-PARAM-FELT2 NOT = SPACES
                                   AND FUNCTION TEST-NUMVAL(WS-PARAM-FELT3) = 0
                                   AND WS-SC-COUNT < 20
                                   ADD 1 TO WS-SC-COUNT
                                   MOVE WS-PARAM-FELT2 TO SC-NAVN(WS-SC-COUNT)
                                   COMPUTE SC-SKIFT(WS-SC-COUNT) =
                                       FUNCTION NUMVAL(WS-PARAM-FELT3)
                               END-IF
                           WHEN "GENNEMSLAG"
                               IF FUNCTION TEST-NUMVAL(WS-PARAM-FELT3) = 0
                                   MOVE WS-PARAM-FELT2 TO WS-FIND-TYPE
                                   perform ADD-TYPE-PARAM
                                   IF WS-TP-IX > 0
                                       COMPUTE TP-GENNEMSLAG(WS-TP-IX) =
                                           FUNCTION NUMVAL(WS-PARAM-FELT3)
                                   END-IF
                               END-IF
                           WHEN "GENNEMSLAG-STANDARD"
                               IF FUNCTION TEST-NUMVAL(WS-PARAM-FELT2) = 0
                                   COMPUTE WS-STANDARD-GENNEMSLAG =
                                       FUNCTION NUMVAL(WS-PARAM-FELT2)
                               END-IF
                           WHEN "FAST"
                               MOVE WS-PARAM-FELT2 TO WS-FIND-TYPE
                               perform ADD-TYPE-PARAM
                               IF WS-TP-IX > 0
                                   MOVE "J" TO TP-FAST(WS-TP-IX)
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE param-file
       exit.

      *> --- WS-FIND-TYPE to WS-TP-IX, adding it with the standard
      *> share when new (the standard may still change further down
      *> the file, so an unset share is marked 999 until used) ---
       ADD-TYPE-PARAM.
           PERFORM VARYING WS-TP-IX FROM 1 BY 1 UNTIL WS-TP-IX > WS-TP-COUNT
               IF TP-KONTO-TYPE(WS-TP-IX) = WS-FIND-TYPE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-TP-COUNT >= 50
               MOVE 0 TO WS-TP-IX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TP-COUNT
           MOVE WS-TP-COUNT TO WS-TP-IX
           MOVE WS-FIND-TYPE TO TP-KONTO-TYPE(WS-TP-IX)
           MOVE 999 TO TP-GENNEMSLAG(WS-TP-IX)
           MOVE "N" TO TP-FAST(WS-TP-IX)
       exit.

      *> --- WS-FIND-TYPE to WS-GENNEMSLAG and WS-FAST ---
       FIND-TYPE-PARAM.
           MOVE WS-STANDARD-GENNEMSLAG TO WS-GENNEMSLAG
           MOVE "N" TO WS-FAST
           PERFORM VARYING WS-TP-IX FROM 1 BY 1 UNTIL WS-TP-IX > WS-TP-COUNT
               IF TP-KONTO-TYPE(WS-TP-IX) = WS-FIND-TYPE
                   IF TP-GENNEMSLAG(WS-TP-IX) NOT = 999
                       MOVE TP-GENNEMSLAG(WS-TP-IX) TO WS-GENNEMSLAG
                   END-IF
                   MOVE TP-FAST(WS-TP-IX) TO WS-FAST
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
       exit.

      *> --- WS-CALC-DATE (YYYY-MM-DD) to a running month number ---
       CALC-MONTH-NUMBER.
           MOVE 0 TO WS-DATE-MONTH-NUM
           IF WS-CALC-DATE(1:4) IS NUMERIC AND WS-CALC-DATE(6:2) IS NUMERIC
               MOVE WS-CALC-DATE(1:4) TO WS-AAR-NUM
               MOVE WS-CALC-DATE(6:2) TO WS-MD-NUM
               COMPUTE WS-DATE-MONTH-NUM = WS-AAR-NUM * 12 + WS-MD-NUM
           END-IF
       exit.

      *> --- WS-PROJ-MONTH-NUM back to YYYY-MM in WS-MAANED-TEXT ---
       MONTH-NUMBER-TO-TEXT.
           COMPUTE WS-AAR-NUM = (WS-PROJ-MONTH-NUM - 1) / 12
           COMPUTE WS-MD-NUM = WS-PROJ-MONTH-NUM - WS-AAR-NUM * 12
           MOVE WS-AAR-NUM TO WS-MAANED-TEXT(1:4)
           MOVE "-" TO WS-MAANED-TEXT(5:1)
           MOVE WS-MD-NUM TO WS-MAANED-TEXT(6:2)
       exit.

       CONVERT-TO-DKK.
           IF WS-RATE-VALUTA = SPACES OR WS-RATE-VALUTA = "DKK"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TODAY-DATE TO WS-RATE-DATO
           CALL "KursopslagDato" USING WS-RATE-VALUTA WS-RATE-DATO
               WS-RATE-KURS WS-RATE-STATUS
           IF WS-RATE-STATUS = "00"
               COMPUTE WS-SALDO ROUNDED = WS-SALDO * WS-RATE-KURS
           END-IF
       exit.

       LOAD-ACCOUNTS.
           OPEN OUTPUT account-index-file
           CLOSE account-index-file
           OPEN I-O account-index-file

           OPEN INPUT account-file
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "RenteSimulering: 8-KontoData.txt blev ikke fundet"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-ACCOUNT-FILE = "Y"
               READ account-file INTO csv-lines2
                   AT END
                       MOVE "Y" TO END-OF-ACCOUNT-FILE
                   NOT AT END
                       MOVE SPACES TO WS-KONTO-KUNDE-ID
                       MOVE SPACES TO WS-KONTO-ID-TEXT
                       MOVE SPACES TO WS-KONTO-TYPE-TEXT
                       MOVE SPACES TO WS-KONTO-BALANCE-TEXT
                       MOVE SPACES TO WS-KONTO-VALUTA-TEXT
                       MOVE SPACES TO WS-KONTO-STATUS-TEXT
                       UNSTRING csv-lines2 DELIMITED BY ","
                           INTO WS-KONTO-KUNDE-ID, WS-KONTO-ID-TEXT,
                                WS-KONTO-TYPE-TEXT,
                                WS-KONTO-BALANCE-TEXT,
                                WS-KONTO-VALUTA-TEXT,
                                WS-KONTO-STATUS-TEXT
                       IF FUNCTION TRIM(WS-KONTO-STATUS-TEXT) NOT = "LUKKET"
                           AND FUNCTION TEST-NUMVAL(WS-KONTO-BALANCE-TEXT) = 0
                           COMPUTE WS-SALDO =
                               FUNCTION NUMVAL(WS-KONTO-BALANCE-TEXT)
                           MOVE WS-KONTO-VALUTA-TEXT TO WS-RATE-VALUTA
                           perform CONVERT-TO-DKK
                           MOVE WS-KONTO-ID-TEXT TO AIX-KONTO-ID
                           MOVE WS-KONTO-TYPE-TEXT TO AIX-KONTO-TYPE
                           MOVE WS-SALDO TO AIX-SALDO-DKK
                           MOVE SPACE TO AIX-BOG
                           WRITE ACCOUNT-INDEX-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE account-file
       exit.

      *> --- KONTO-ID,CPR,REG-NR,HOVEDSTOL,RENTE-PCT,LOEBETID-MDR,
      *> FOERSTE-FORFALD,RESTGAELD,NAESTE-TERMIN ---
       PROJECT-LOANS.
           OPEN INPUT loan-file
           IF WS-LOAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-LOAN-FILE = "Y"
               READ loan-file
                   AT END
                       MOVE "Y" TO END-OF-LOAN-FILE
                   NOT AT END
                       MOVE SPACES TO WS-LAAN-KONTO-ID
                       MOVE SPACES TO WS-LAAN-RENTE-PCT
                       MOVE SPACES TO WS-LAAN-LOEBETID
                       MOVE SPACES TO WS-LAAN-FOERSTE-FORFALD
                       MOVE SPACES TO WS-LAAN-RESTGAELD
                       UNSTRING LOAN-RECORD DELIMITED BY ","
                           INTO WS-LAAN-KONTO-ID, WS-SKIP-FELT,
                                WS-SKIP-FELT, WS-SKIP-FELT,
                                WS-LAAN-RENTE-PCT, WS-LAAN-LOEBETID,
                                WS-LAAN-FOERSTE-FORFALD,
                                WS-LAAN-RESTGAELD
                       IF FUNCTION TEST-NUMVAL(WS-LAAN-RESTGAELD) = 0
                           AND FUNCTION TEST-NUMVAL(WS-LAAN-RENTE-PCT) = 0
                           perform PROJECT-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE loan-file
       exit.

       PROJECT-ONE-LOAN.
           COMPUTE WS-SALDO = FUNCTION NUMVAL(WS-LAAN-RESTGAELD)
           IF WS-SALDO <= 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LAAN-COUNT
           COMPUTE WS-AARS-PCT = FUNCTION NUMVAL(WS-LAAN-RENTE-PCT)

           MOVE "LAAN" TO WS-FIND-TYPE
           MOVE WS-LAAN-KONTO-ID TO AIX-KONTO-ID
           READ account-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF AIX-KONTO-TYPE NOT = SPACES
                       MOVE AIX-KONTO-TYPE TO WS-FIND-TYPE
                   END-IF
                   MOVE "L" TO AIX-BOG
                   REWRITE ACCOUNT-INDEX-RECORD
           END-READ
           perform FIND-TYPE-PARAM

           *> the last installment month; an unreadable plan runs on
           MOVE 999999 TO WS-END-MONTH-NUM
           MOVE WS-LAAN-FOERSTE-FORFALD TO WS-CALC-DATE
           perform CALC-MONTH-NUMBER
           IF WS-DATE-MONTH-NUM > 0
               AND FUNCTION TEST-NUMVAL(WS-LAAN-LOEBETID) = 0
               COMPUTE WS-END-MONTH-NUM = WS-DATE-MONTH-NUM
                   + FUNCTION NUMVAL(WS-LAAN-LOEBETID) - 1
           END-IF

           PERFORM VARYING WS-SC-IX FROM 1 BY 1 UNTIL WS-SC-IX > WS-SC-COUNT
               PERFORM VARYING WS-MD-IX FROM 1 BY 1 UNTIL WS-MD-IX > 12
                   COMPUTE WS-PROJ-MONTH-NUM = WS-BASE-MONTH-NUM + WS-MD-IX
                   IF WS-PROJ-MONTH-NUM <= WS-END-MONTH-NUM
                       MOVE "J" TO WS-REPRICE
                       IF WS-FAST = "J"
                           MOVE "N" TO WS-REPRICE
                       END-IF
                       perform CALC-SCENARIO-PCT
                       COMPUTE WS-RENTE ROUNDED =
                           WS-SALDO * WS-SCENARIE-SATS / 100 / 12
                       ADD WS-RENTE TO SC-LAANERENTE(WS-SC-IX, WS-MD-IX)
                   END-IF
               END-PERFORM
           END-PERFORM
       exit.

      *> --- WS-AARS-PCT moved by the scenario's shift times the
      *> pass-through share when WS-REPRICE, floored at zero ---
       CALC-SCENARIO-PCT.
           MOVE WS-AARS-PCT TO WS-SCENARIE-SATS
           IF WS-REPRICE = "J"
               COMPUTE WS-SCENARIE-SATS = WS-AARS-PCT
                   + SC-SKIFT(WS-SC-IX) * WS-GENNEMSLAG / 100
           END-IF
           IF WS-SCENARIE-SATS < 0
               MOVE 0 TO WS-SCENARIE-SATS
           END-IF
       exit.

      *> --- KONTO-ID,CPR,REG-NR,START-DATO,LOEBETID-MDR,RENTE-PCT,
      *> ROLLOVER,FORFALD-DATO; the principal is the account balance ---
       PROJECT-TERM-DEPOSITS.
           OPEN INPUT deposit-file
           IF WS-DEPOSIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-DEPOSIT-FILE = "Y"
               READ deposit-file
                   AT END
                       MOVE "Y" TO END-OF-DEPOSIT-FILE
                   NOT AT END
                       MOVE SPACES TO WS-IND-KONTO-ID
                       MOVE SPACES TO WS-IND-RENTE-PCT
                       MOVE SPACES TO WS-IND-ROLLOVER
                       MOVE SPACES TO WS-IND-FORFALD
                       UNSTRING DEPOSIT-RECORD DELIMITED BY ","
                           INTO WS-IND-KONTO-ID, WS-SKIP-FELT,
                                WS-SKIP-FELT, WS-SKIP-FELT,
                                WS-SKIP-FELT, WS-IND-RENTE-PCT,
                                WS-IND-ROLLOVER, WS-IND-FORFALD
                       IF FUNCTION TEST-NUMVAL(WS-IND-RENTE-PCT) = 0
                           perform PROJECT-ONE-TERM-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE deposit-file
       exit.

       PROJECT-ONE-TERM-DEPOSIT.
           MOVE WS-IND-KONTO-ID TO AIX-KONTO-ID
           READ account-index-file
               INVALID KEY
                   ADD 1 TO WS-UKENDT-COUNT
                   EXIT PARAGRAPH
           END-READ
           MOVE "T" TO AIX-BOG
           REWRITE ACCOUNT-INDEX-RECORD
           MOVE AIX-SALDO-DKK TO WS-SALDO
           IF WS-SALDO <= 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-INDSKUD-COUNT
           COMPUTE WS-AARS-PCT = FUNCTION NUMVAL(WS-IND-RENTE-PCT)
           MOVE AIX-KONTO-TYPE TO WS-FIND-TYPE
           perform FIND-TYPE-PARAM

           MOVE WS-IND-FORFALD TO WS-CALC-DATE
           perform CALC-MONTH-NUMBER
           MOVE WS-DATE-MONTH-NUM TO WS-END-MONTH-NUM

           PERFORM VARYING WS-SC-IX FROM 1 BY 1 UNTIL WS-SC-IX > WS-SC-COUNT
               PERFORM VARYING WS-MD-IX FROM 1 BY 1 UNTIL WS-MD-IX > 12
                   COMPUTE WS-PROJ-MONTH-NUM = WS-BASE-MONTH-NUM + WS-MD-IX
                   MOVE "N" TO WS-REPRICE
                   IF WS-PROJ-MONTH-NUM > WS-END-MONTH-NUM
                       MOVE "J" TO WS-REPRICE
                   END-IF
                   IF WS-REPRICE = "J"
                       AND FUNCTION TRIM(WS-IND-ROLLOVER) NOT = "FORNY"
                       CONTINUE
                   ELSE
                       perform CALC-SCENARIO-PCT
                       COMPUTE WS-RENTE ROUNDED =
                           WS-SALDO * WS-SCENARIE-SATS / 100 / 12
                       ADD WS-RENTE TO SC-INDSKUDSRENTE(WS-SC-IX, WS-MD-IX)
                   END-IF
               END-PERFORM
           END-PERFORM
       exit.

      *> --- every positive balance the loan and term books did not
      *> take, at the catalog tier ---
       PROJECT-DEPOSITS.
           MOVE LOW-VALUES TO AIX-KONTO-ID
           START account-index-file KEY IS >= AIX-KONTO-ID
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-FILE
           END-START
           PERFORM UNTIL END-OF-INDEX-FILE = "Y"
               READ account-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-FILE
                   NOT AT END
                       IF AIX-BOG = SPACE AND AIX-SALDO-DKK > 0
                           perform PROJECT-ONE-DEPOSIT
                       END-IF
               END-READ
           END-PERFORM
       exit.

       PROJECT-ONE-DEPOSIT.
           ADD 1 TO WS-KONTO-COUNT
           MOVE AIX-SALDO-DKK TO WS-SALDO
           MOVE WS-INTEREST-RATE TO WS-SATS
           MOVE "R" TO WS-PROD-MODE
           MOVE AIX-KONTO-TYPE TO WS-PROD-KONTO-TYPE
           MOVE SPACES TO WS-PROD-NOEGLE
           MOVE WS-SALDO TO WS-PROD-BELOEB
           CALL "ProduktOpslag" USING WS-PROD-MODE WS-PROD-KONTO-TYPE
               WS-PROD-NOEGLE WS-PROD-BELOEB WS-PROD-SATS
               WS-PROD-SVAR WS-PROD-STATUS
           IF WS-PROD-STATUS = "00"
               MOVE WS-PROD-SATS TO WS-SATS
           END-IF
           *> the monthly rate as a yearly percentage, so the shift
           *> applies to it the same way as on loans and term deposits
           COMPUTE WS-AARS-PCT = WS-SATS * 12 * 100
           MOVE AIX-KONTO-TYPE TO WS-FIND-TYPE
           perform FIND-TYPE-PARAM

           PERFORM VARYING WS-SC-IX FROM 1 BY 1 UNTIL WS-SC-IX > WS-SC-COUNT
               PERFORM VARYING WS-MD-IX FROM 1 BY 1 UNTIL WS-MD-IX > 12
                   MOVE "J" TO WS-REPRICE
                   IF WS-FAST = "J"
                       MOVE "N" TO WS-REPRICE
                   END-IF
                   perform CALC-SCENARIO-PCT
                   COMPUTE WS-RENTE ROUNDED =
                       WS-SALDO * WS-SCENARIE-SATS / 100 / 12
                   ADD WS-RENTE TO SC-INDLAANSRENTE(WS-SC-IX, WS-MD-IX)
               END-PERFORM
           END-PERFORM
       exit.

       WRITE-SIMULATION.
           OPEN OUTPUT report-file
           OPEN OUTPUT csv-file

           COMPUTE WS-PROJ-MONTH-NUM = WS-BASE-MONTH-NUM + 1
           perform MONTH-NUMBER-TO-TEXT
           MOVE SPACES TO REPORT-RECORD
           STRING "Nettorentesimulering " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  " - 12 maaneder fra " DELIMITED BY SIZE
                  WS-MAANED-TEXT DELIMITED BY SIZE
                  " (DKK, uaendret balance)" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-LAAN-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Laan: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-INDSKUD-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Tidsindskud: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-KONTO-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Indlaanskonti: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-UKENDT-COUNT > 0
               MOVE WS-UKENDT-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO REPORT-RECORD
               STRING "Tidsindskud uden konto i 8-KontoData.txt: "
                      FUNCTION TRIM(WS-COUNT-DISPLAY)
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "Scenariesammenligning (12 maaneder)" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-SC-IX FROM 1 BY 1 UNTIL WS-SC-IX > WS-SC-COUNT
               perform WRITE-SCENARIO-SUMMARY
           END-PERFORM

           PERFORM VARYING WS-SC-IX FROM 1 BY 1 UNTIL WS-SC-IX > WS-SC-COUNT
               perform WRITE-SCENARIO-MONTHS
           END-PERFORM

           CLOSE report-file
           CLOSE csv-file
       exit.

       WRITE-SCENARIO-SUMMARY.
           MOVE 0 TO WS-SUM-LAANERENTE
           MOVE 0 TO WS-SUM-INDLAANSRENTE
           MOVE 0 TO WS-SUM-INDSKUDSRENTE
           PERFORM VARYING WS-MD-IX FROM 1 BY 1 UNTIL WS-MD-IX > 12
               ADD SC-LAANERENTE(WS-SC-IX, WS-MD-IX) TO WS-SUM-LAANERENTE
               ADD SC-INDLAANSRENTE(WS-SC-IX, WS-MD-IX)
                   TO WS-SUM-INDLAANSRENTE
               ADD SC-INDSKUDSRENTE(WS-SC-IX, WS-MD-IX)
                   TO WS-SUM-INDSKUDSRENTE
           END-PERFORM
           COMPUTE WS-SUM-NETTO = WS-SUM-LAANERENTE
               - WS-SUM-INDLAANSRENTE - WS-SUM-INDSKUDSRENTE
           IF WS-SC-IX = 1
               MOVE WS-SUM-NETTO TO WS-BASIS-NETTO
           END-IF

           MOVE SC-SKIFT(WS-SC-IX) TO WS-SKIFT-DISPLAY
           MOVE WS-SUM-LAANERENTE TO WS-AMOUNT-DISPLAY
           MOVE WS-SUM-INDLAANSRENTE TO WS-AMOUNT-DISPLAY-2
           MOVE WS-SUM-INDSKUDSRENTE TO WS-AMOUNT-DISPLAY-3
           MOVE SPACES TO REPORT-RECORD
           STRING "  " FUNCTION TRIM(SC-NAVN(WS-SC-IX))
                  " (skift " FUNCTION TRIM(WS-SKIFT-DISPLAY) " pct.point)"
                  ": laanerenter " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  ", indlaansrenter " FUNCTION TRIM(WS-AMOUNT-DISPLAY-2)
                  ", tidsindskud " FUNCTION TRIM(WS-AMOUNT-DISPLAY-3)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-SUM-NETTO TO WS-AMOUNT-DISPLAY
           COMPUTE WS-NETTO = WS-SUM-NETTO - WS-BASIS-NETTO
           MOVE WS-NETTO TO WS-AMOUNT-DISPLAY-2
           MOVE SPACES TO REPORT-RECORD
           STRING "      nettorenteindtaegt " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  ", forskel til BASIS " FUNCTION TRIM(WS-AMOUNT-DISPLAY-2)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

       WRITE-SCENARIO-MONTHS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SC-SKIFT(WS-SC-IX) TO WS-SKIFT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Scenarie " FUNCTION TRIM(SC-NAVN(WS-SC-IX))
                  " (skift " FUNCTION TRIM(WS-SKIFT-DISPLAY) " pct.point)"
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-MD-IX FROM 1 BY 1 UNTIL WS-MD-IX > 12
               COMPUTE WS-PROJ-MONTH-NUM = WS-BASE-MONTH-NUM + WS-MD-IX
               perform MONTH-NUMBER-TO-TEXT
               COMPUTE WS-UDGIFT = SC-INDLAANSRENTE(WS-SC-IX, WS-MD-IX)
                   + SC-INDSKUDSRENTE(WS-SC-IX, WS-MD-IX)
               COMPUTE WS-NETTO = SC-LAANERENTE(WS-SC-IX, WS-MD-IX)
                   - WS-UDGIFT
               MOVE SC-LAANERENTE(WS-SC-IX, WS-MD-IX) TO WS-AMOUNT-DISPLAY
               MOVE WS-UDGIFT TO WS-AMOUNT-DISPLAY-2
               MOVE WS-NETTO TO WS-AMOUNT-DISPLAY-3
               MOVE SPACES TO REPORT-RECORD
               STRING "  " WS-MAANED-TEXT
                      "  indtaegt " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                      ", udgift " FUNCTION TRIM(WS-AMOUNT-DISPLAY-2)
                      ", netto " FUNCTION TRIM(WS-AMOUNT-DISPLAY-3)
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO CSV-RECORD
               STRING FUNCTION TRIM(SC-NAVN(WS-SC-IX)) ","
                      FUNCTION TRIM(WS-SKIFT-DISPLAY) ","
                      WS-MAANED-TEXT ","
                      FUNCTION TRIM(WS-AMOUNT-DISPLAY) ","
                      FUNCTION TRIM(WS-AMOUNT-DISPLAY-2) ","
                      FUNCTION TRIM(WS-AMOUNT-DISPLAY-3)
                      DELIMITED BY SIZE INTO CSV-RECORD
               WRITE CSV-RECORD
           END-PERFORM
       exit.
