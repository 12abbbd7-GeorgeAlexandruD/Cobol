identification division.
       program-id. FilialRapport.

      *> --- Monthly branch performance report per branch and region
      *> from the branch master 114-Filialer.txt. The month comes from
      *> 114-FilialRapportParam.txt (MAANED;YYYY-MM, default last
      *> month). Customers and their accounts belong to the home
      *> branch in 114-KundeFilial.txt (KUNDE-ID,FILIAL-NR); a closed
      *> branch's stragglers count at its successor. Per branch:
      *>   - customers in the home-branch register
      *>   - accounts opened and closed in the month, from the OPEN
      *>     and CLOSE lines of 19-KontoLivsLog.txt
      *>   - deposits (positive balances in 8-KontoData.txt) and
      *>     lending (overdrawn balances plus RESTGAELD from
      *>     46-LaanRegister.txt), in DKK at today's rate
      *>   - fee income, the month's Gebyr rows on 10-Transaktioner.txt
      *>   - open dunning cases in 87-RykkerStatus.txt
      *> Anything that cannot be placed on a branch is shown as
      *> "Uden filial". Region subtotals and a grand total follow the
      *> branch lines in 114-FilialRapport.txt. ---

environment division.
input-output section.
file-control.
       select param-file assign to "114-FilialRapportParam.txt"
           organization line sequential
           file status is WS-PARAM-STATUS.

       select branch-file assign to "114-Filialer.txt"
           organization is indexed
           access mode is dynamic
           record key is FILIAL-NR of branch-in
           file status is WS-BRANCH-STATUS.

       select home-branch-file assign to "114-KundeFilial.txt"
           organization line sequential
           file status is WS-HOME-BRANCH-STATUS.

       select account-file assign to "8-KontoData.txt"
           organization is line sequential
           file status is WS-ACCOUNT-STATUS.

       select loan-file assign to "46-LaanRegister.txt"
           organization line sequential
           file status is WS-LOAN-STATUS.

       select lifecycle-log-file assign to "19-KontoLivsLog.txt"
           organization line sequential
           file status is WS-LIFECYCLE-STATUS.

       select dunning-file assign to "87-RykkerStatus.txt"
           organization line sequential
           file status is WS-DUNNING-STATUS.

       select transactions-file assign to "10-Transaktioner.txt"
           organization is indexed
           access mode is sequential
           record key is CPR of transactions-in with duplicates
           alternate record key is TRANS-REF of transactions-in
               with duplicates
           alternate record key is BUTIK of transactions-in
               with duplicates
           file status is WS-TRANS-STATUS.

       select report-file assign to "114-FilialRapport.txt"
           organization line sequential.

      *> --- home branch per customer ---
       select home-index-file assign to "WS-FilialRapKunde.tmp"
           organization is indexed
           access mode is dynamic
           record key is HK-KUNDE-ID
           file status is WS-HOME-INDEX-STATUS.

      *> --- branch table position per account ---
       select account-index-file assign to "WS-FilialRapKonto.tmp"
           organization is indexed
           access mode is dynamic
           record key is AK-KONTO-ID
           file status is WS-ACCOUNT-INDEX-STATUS.

data division.
file section.
FD param-file.
       01 PARAM-RECORD pic x(40).

FD branch-file.
01 branch-in.
       copy "114-FILIAL.cpy".

FD home-branch-file.
       01 HOME-BRANCH-RECORD pic x(40).

FD account-file.
       01 csv-lines2 pic x(100).

FD loan-file.
       01 LOAN-RECORD pic x(200).

FD lifecycle-log-file.
       01 LIFECYCLE-LOG-RECORD pic x(250).

FD dunning-file.
       01 DUNNING-RECORD pic x(80).

FD transactions-file.
01 transactions-in.
       copy "10-TRANSAKTIONER.cpy".

FD report-file.
       01 REPORT-RECORD pic x(150).

FD home-index-file.
       01 HOME-INDEX-RECORD.
           05 HK-KUNDE-ID pic x(10).
           05 HK-BRANCH-IX pic 9(4).

FD account-index-file.
       01 ACCOUNT-INDEX-RECORD.
           05 AK-KONTO-ID pic x(15).
           05 AK-BRANCH-IX pic 9(4).

WORKING-STORAGE SECTION.
       01 WS-PARAM-STATUS pic XX value spaces.
       01 WS-BRANCH-STATUS pic XX value spaces.
       01 WS-HOME-BRANCH-STATUS pic XX value spaces.
       01 WS-ACCOUNT-STATUS pic XX value spaces.
       01 WS-LOAN-STATUS pic XX value spaces.
       01 WS-LIFECYCLE-STATUS pic XX value spaces.
       01 WS-DUNNING-STATUS pic XX value spaces.
       01 WS-TRANS-STATUS pic XX value spaces.
       01 WS-HOME-INDEX-STATUS pic XX value spaces.
       01 WS-ACCOUNT-INDEX-STATUS pic XX value spaces.

       01 END-OF-PARAM-FILE pic x value "N".
       01 END-OF-BRANCH-FILE pic x value "N".
       01 END-OF-HOME-BRANCH-FILE pic x value "N".
       01 END-OF-ACCOUNT-FILE pic x value "N".
       01 END-OF-LOAN-FILE pic x value "N".
       01 END-OF-LIFECYCLE-FILE pic x value "N".
       01 END-OF-DUNNING-FILE pic x value "N".
       01 END-OF-TRANSACTIONS-FILE pic x value "N".

       01 WS-PARAM-NOEGLE pic x(20) value spaces.
       01 WS-PARAM-VAERDI pic x(20) value spaces.
       01 WS-MAANED pic x(7) value spaces.
       01 WS-MAANED-KOMPAKT pic x(6) value spaces.
       01 WS-AAR-NUM pic 9(4) value 0.
       01 WS-MD-NUM pic 9(2) value 0.

      *> --- one line per branch in master order; the last slot is
      *> "Uden filial" for whatever cannot be placed ---
       01 WS-BRANCH-COUNT pic 9(4) value 0.
       01 WS-BRANCH-IX pic 9(4) value 0.
       01 WS-BRANCH-KX pic 9(4) value 0.
       01 WS-NO-BRANCH-IX pic 9(4) value 0.
       01 WS-BRANCH-TABLE OCCURS 500 TIMES.
           05 BR-FILIAL-NR pic x(4).
           05 BR-NAVN pic x(30).
           05 BR-REGION pic x(20).
           05 BR-LEDER pic x(30).
           05 BR-LUKKET pic x(10).
           05 BR-EFTERFOELGER pic x(4).
           05 BR-KUNDER pic 9(7).
           05 BR-NYE-KONTI pic 9(7).
           05 BR-LUKKEDE-KONTI pic 9(7).
           05 BR-INDLAAN pic S9(13)v99.
           05 BR-UDLAAN pic S9(13)v99.
           05 BR-GEBYRER pic S9(13)v99.
           05 BR-RYKKERSAGER pic 9(7).

       01 WS-REGION-COUNT pic 9(4) value 0.
       01 WS-REGION-IX pic 9(4) value 0.
       01 WS-REGION-TABLE OCCURS 100 TIMES.
           05 RG-NAVN pic x(20).
           05 RG-FILIALER pic 9(4).
           05 RG-KUNDER pic 9(7).
           05 RG-NYE-KONTI pic 9(7).
           05 RG-LUKKEDE-KONTI pic 9(7).
           05 RG-INDLAAN pic S9(13)v99.
           05 RG-UDLAAN pic S9(13)v99.
           05 RG-GEBYRER pic S9(13)v99.
           05 RG-RYKKERSAGER pic 9(7).

       01 WS-TOTAL-KUNDER pic 9(7) value 0.
       01 WS-TOTAL-NYE-KONTI pic 9(7) value 0.
       01 WS-TOTAL-LUKKEDE-KONTI pic 9(7) value 0.
       01 WS-TOTAL-INDLAAN pic S9(13)v99 value 0.
       01 WS-TOTAL-UDLAAN pic S9(13)v99 value 0.
       01 WS-TOTAL-GEBYRER pic S9(13)v99 value 0.
       01 WS-TOTAL-RYKKERSAGER pic 9(7) value 0.

       01 WS-FIND-FILIAL-NR pic x(4) value spaces.
       01 WS-HOP-COUNT pic 9(2) value 0.

       01 WS-ROW-KUNDE-ID pic x(10) value spaces.
       01 WS-ROW-FILIAL-NR pic x(4) value spaces.

       01 WS-KONTO-KUNDE-ID pic x(10) value spaces.
       01 WS-KONTO-ID-TEXT pic x(15) value spaces.
       01 WS-KONTO-TYPE-TEXT pic x(15) value spaces.
       01 WS-KONTO-BALANCE-TEXT pic x(15) value spaces.
       01 WS-KONTO-VALUTA-TEXT pic x(3) value spaces.

       01 WS-LAAN-KONTO-ID pic x(15) value spaces.
       01 WS-LAAN-SKIP pic x(15) value spaces.
       01 WS-LAAN-RESTGAELD pic x(15) value spaces.

       01 WS-LOG-HANDLING pic x(10) value spaces.
       01 WS-LOG-KUNDE-ID pic x(10) value spaces.
       01 WS-LOG-REST pic x(250) value spaces.

       01 WS-STAT-KONTO-TEXT pic x(15) value spaces.

       01 WS-BELOEB-NUM pic S9(13)v99 value 0.

      *> --- shared dated-rate lookup ---
       01 WS-RATE-VALUTA pic x(3) value spaces.
       01 WS-RATE-KURS pic S9(5)v9999 value 0.
       01 WS-RATE-STATUS pic XX value spaces.

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-AMOUNT-DISPLAY pic -Z(12)9.99.
       01 WS-AMOUNT-DISPLAY-2 pic -Z(12)9.99.
       01 WS-AMOUNT-DISPLAY-3 pic -Z(12)9.99.
       01 WS-COUNT-DISPLAY pic Z(6)9.
       01 WS-COUNT-DISPLAY-2 pic Z(6)9.
       01 WS-COUNT-DISPLAY-3 pic Z(6)9.
       01 WS-COUNT-DISPLAY-4 pic Z(6)9.

PROCEDURE DIVISION.
       OPEN INPUT branch-file
       IF WS-BRANCH-STATUS = "35"
           DISPLAY "FilialRapport: 114-Filialer.txt blev ikke fundet"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       *> default: the month before this one
       MOVE WS-TODAY-DATE(1:4) TO WS-AAR-NUM
       MOVE WS-TODAY-DATE(6:2) TO WS-MD-NUM
       IF WS-MD-NUM = 1
           SUBTRACT 1 FROM WS-AAR-NUM
           MOVE 12 TO WS-MD-NUM
       ELSE
           SUBTRACT 1 FROM WS-MD-NUM
       END-IF
       MOVE WS-AAR-NUM TO WS-MAANED(1:4)
       MOVE "-" TO WS-MAANED(5:1)
       MOVE WS-MD-NUM TO WS-MAANED(6:2)

       perform LOAD-REPORT-PARAMETERS
       MOVE WS-MAANED(1:4) TO WS-MAANED-KOMPAKT(1:4)
       MOVE WS-MAANED(6:2) TO WS-MAANED-KOMPAKT(5:2)

       perform LOAD-BRANCHES
       perform LOAD-HOME-BRANCHES
       perform LOAD-ACCOUNTS
       perform ADD-LOANS
       perform ADD-LIFECYCLE-EVENTS
       perform ADD-FEE-INCOME
       perform ADD-DUNNING-CASES

       OPEN OUTPUT report-file
       perform WRITE-BRANCH-LINES
       perform WRITE-REGION-LINES
       perform WRITE-REPORT-TRAILER
       close report-file
       close home-index-file
       close account-index-file
stop run.

       LOAD-REPORT-PARAMETERS.
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
                       EVALUATE FUNCTION TRIM(WS-PARAM-NOEGLE)
                           WHEN "MAANED"
                               IF WS-PARAM-VAERDI(1:4) IS NUMERIC
                                   AND WS-PARAM-VAERDI(6:2) IS NUMERIC
                                   MOVE WS-PARAM-VAERDI(1:7) TO WS-MAANED
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE param-file
       exit.

       LOAD-BRANCHES.
           MOVE LOW-VALUES TO FILIAL-NR OF branch-in
           START branch-file KEY IS >= FILIAL-NR OF branch-in
               INVALID KEY
                   MOVE "Y" TO END-OF-BRANCH-FILE
           END-START
           PERFORM UNTIL END-OF-BRANCH-FILE = "Y"
               READ branch-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-BRANCH-FILE
                   NOT AT END
                       IF WS-BRANCH-COUNT < 499
                           ADD 1 TO WS-BRANCH-COUNT
                           MOVE WS-BRANCH-COUNT TO WS-BRANCH-IX
                           perform CLEAR-BRANCH-LINE
                           MOVE FILIAL-NR OF branch-in
                               TO BR-FILIAL-NR(WS-BRANCH-IX)
                           MOVE FILIALNAVN TO BR-NAVN(WS-BRANCH-IX)
                           MOVE REGION TO BR-REGION(WS-BRANCH-IX)
                           MOVE FILIALLEDER TO BR-LEDER(WS-BRANCH-IX)
                           MOVE LUKKET-DATO TO BR-LUKKET(WS-BRANCH-IX)
                           MOVE EFTERFOELGER-NR
                               TO BR-EFTERFOELGER(WS-BRANCH-IX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE branch-file

           ADD 1 TO WS-BRANCH-COUNT
           MOVE WS-BRANCH-COUNT TO WS-BRANCH-IX
           MOVE WS-BRANCH-COUNT TO WS-NO-BRANCH-IX
           perform CLEAR-BRANCH-LINE
           MOVE "----" TO BR-FILIAL-NR(WS-BRANCH-IX)
           MOVE "Uden filial" TO BR-NAVN(WS-BRANCH-IX)
           MOVE "Uden region" TO BR-REGION(WS-BRANCH-IX)
       exit.

       CLEAR-BRANCH-LINE.
           MOVE SPACES TO BR-FILIAL-NR(WS-BRANCH-IX)
           MOVE SPACES TO BR-NAVN(WS-BRANCH-IX)
           MOVE SPACES TO BR-REGION(WS-BRANCH-IX)
           MOVE SPACES TO BR-LEDER(WS-BRANCH-IX)
           MOVE SPACES TO BR-LUKKET(WS-BRANCH-IX)
           MOVE SPACES TO BR-EFTERFOELGER(WS-BRANCH-IX)
           MOVE 0 TO BR-KUNDER(WS-BRANCH-IX)
           MOVE 0 TO BR-NYE-KONTI(WS-BRANCH-IX)
           MOVE 0 TO BR-LUKKEDE-KONTI(WS-BRANCH-IX)
           MOVE 0 TO BR-INDLAAN(WS-BRANCH-IX)
           MOVE 0 TO BR-UDLAAN(WS-BRANCH-IX)
           MOVE 0 TO BR-GEBYRER(WS-BRANCH-IX)
           MOVE 0 TO BR-RYKKERSAGER(WS-BRANCH-IX)
       exit.

      *> --- WS-FIND-FILIAL-NR to WS-BRANCH-IX, following closed
      *> branches to their successor; "Uden filial" when unknown ---
       FIND-BRANCH.
           MOVE 0 TO WS-HOP-COUNT
           MOVE WS-NO-BRANCH-IX TO WS-BRANCH-IX
           PERFORM UNTIL WS-HOP-COUNT > 10
               MOVE WS-NO-BRANCH-IX TO WS-BRANCH-IX
               PERFORM VARYING WS-BRANCH-KX FROM 1 BY 1
                   UNTIL WS-BRANCH-KX >= WS-NO-BRANCH-IX
                   IF BR-FILIAL-NR(WS-BRANCH-KX) = WS-FIND-FILIAL-NR
                       MOVE WS-BRANCH-KX TO WS-BRANCH-IX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-BRANCH-IX = WS-NO-BRANCH-IX
                   OR BR-LUKKET(WS-BRANCH-IX) = SPACES
                   OR BR-EFTERFOELGER(WS-BRANCH-IX) = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE BR-EFTERFOELGER(WS-BRANCH-IX) TO WS-FIND-FILIAL-NR
               ADD 1 TO WS-HOP-COUNT
           END-PERFORM
       exit.

       LOAD-HOME-BRANCHES.
           OPEN OUTPUT home-index-file
           CLOSE home-index-file
           OPEN I-O home-index-file

           OPEN INPUT home-branch-file
           IF WS-HOME-BRANCH-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-HOME-BRANCH-FILE = "Y"
               READ home-branch-file
                   AT END
                       MOVE "Y" TO END-OF-HOME-BRANCH-FILE
                   NOT AT END
                       MOVE SPACES TO WS-ROW-KUNDE-ID
                       MOVE SPACES TO WS-ROW-FILIAL-NR
                       UNSTRING HOME-BRANCH-RECORD DELIMITED BY ","
                           INTO WS-ROW-KUNDE-ID, WS-ROW-FILIAL-NR
                       IF WS-ROW-KUNDE-ID NOT = SPACES
                           MOVE WS-ROW-FILIAL-NR TO WS-FIND-FILIAL-NR
                           perform FIND-BRANCH
                           MOVE WS-ROW-KUNDE-ID TO HK-KUNDE-ID
                           MOVE WS-BRANCH-IX TO HK-BRANCH-IX
                           WRITE HOME-INDEX-RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO BR-KUNDER(WS-BRANCH-IX)
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE home-branch-file
       exit.

      *> --- KUNDE-ID to WS-BRANCH-IX through the home-branch index ---
       FIND-CUSTOMER-BRANCH.
           MOVE WS-KONTO-KUNDE-ID TO HK-KUNDE-ID
           READ home-index-file
               INVALID KEY
                   MOVE WS-NO-BRANCH-IX TO WS-BRANCH-IX
               NOT INVALID KEY
                   MOVE HK-BRANCH-IX TO WS-BRANCH-IX
           END-READ
       exit.

       LOAD-ACCOUNTS.
           OPEN OUTPUT account-index-file
           CLOSE account-index-file
           OPEN I-O account-index-file

           OPEN INPUT account-file
           IF WS-ACCOUNT-STATUS NOT = "00"
               EXIT PARAGRAPH
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
                       UNSTRING csv-lines2 DELIMITED BY ","
                           INTO WS-KONTO-KUNDE-ID, WS-KONTO-ID-TEXT,
                                WS-KONTO-TYPE-TEXT,
                                WS-KONTO-BALANCE-TEXT,
                                WS-KONTO-VALUTA-TEXT
                       perform FIND-CUSTOMER-BRANCH
                       MOVE WS-KONTO-ID-TEXT TO AK-KONTO-ID
                       MOVE WS-BRANCH-IX TO AK-BRANCH-IX
                       WRITE ACCOUNT-INDEX-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
                       IF FUNCTION TEST-NUMVAL(WS-KONTO-BALANCE-TEXT) = 0
                           COMPUTE WS-BELOEB-NUM =
                               FUNCTION NUMVAL(WS-KONTO-BALANCE-TEXT)
                           MOVE WS-KONTO-VALUTA-TEXT TO WS-RATE-VALUTA
                           perform CONVERT-TO-DKK
                           IF WS-BELOEB-NUM > 0
                               ADD WS-BELOEB-NUM TO BR-INDLAAN(WS-BRANCH-IX)
                           ELSE
                               SUBTRACT WS-BELOEB-NUM
                                   FROM BR-UDLAAN(WS-BRANCH-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE account-file
       exit.

      *> --- WS-BELOEB-NUM in WS-RATE-VALUTA to DKK at today's rate;
      *> a currency without a rate is taken at face value ---
       CONVERT-TO-DKK.
           IF WS-RATE-VALUTA = SPACES OR WS-RATE-VALUTA = "DKK"
               EXIT PARAGRAPH
           END-IF
           CALL "KursopslagDato" USING WS-RATE-VALUTA WS-TODAY-DATE
               WS-RATE-KURS WS-RATE-STATUS
           IF WS-RATE-STATUS = "00"
               COMPUTE WS-BELOEB-NUM ROUNDED = WS-BELOEB-NUM * WS-RATE-KURS
           END-IF
       exit.

      *> --- KONTO-ID to WS-BRANCH-IX through the account index ---
       FIND-ACCOUNT-BRANCH.
           READ account-index-file
               INVALID KEY
                   MOVE WS-NO-BRANCH-IX TO WS-BRANCH-IX
               NOT INVALID KEY
                   MOVE AK-BRANCH-IX TO WS-BRANCH-IX
           END-READ
       exit.

      *> --- KONTO-ID,CPR,REG-NR,HOVEDSTOL,RENTE-PCT,LOEBETID-MDR,
      *> FOERSTE-FORFALD,RESTGAELD,NAESTE-TERMIN ---
       ADD-LOANS.
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
                       MOVE SPACES TO WS-LAAN-RESTGAELD
                       UNSTRING LOAN-RECORD DELIMITED BY ","
                           INTO WS-LAAN-KONTO-ID, WS-LAAN-SKIP,
                                WS-LAAN-SKIP, WS-LAAN-SKIP,
                                WS-LAAN-SKIP, WS-LAAN-SKIP,
                                WS-LAAN-SKIP, WS-LAAN-RESTGAELD
                       IF FUNCTION TEST-NUMVAL(WS-LAAN-RESTGAELD) = 0
                           MOVE WS-LAAN-KONTO-ID TO AK-KONTO-ID
                           perform FIND-ACCOUNT-BRANCH
                           COMPUTE WS-BELOEB-NUM =
                               FUNCTION NUMVAL(WS-LAAN-RESTGAELD)
                           ADD WS-BELOEB-NUM TO BR-UDLAAN(WS-BRANCH-IX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE loan-file
       exit.

      *> --- "YYYYMMDD-HHMMSS, Handling: OPEN, KUNDE-ID: x, ..." ---
       ADD-LIFECYCLE-EVENTS.
           OPEN INPUT lifecycle-log-file
           IF WS-LIFECYCLE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-LIFECYCLE-FILE = "Y"
               READ lifecycle-log-file
                   AT END
                       MOVE "Y" TO END-OF-LIFECYCLE-FILE
                   NOT AT END
                       IF LIFECYCLE-LOG-RECORD(1:6) = WS-MAANED-KOMPAKT
                           perform ADD-ONE-LIFECYCLE-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE lifecycle-log-file
       exit.

       ADD-ONE-LIFECYCLE-EVENT.
           MOVE SPACES TO WS-LOG-HANDLING
           MOVE SPACES TO WS-LOG-KUNDE-ID
           MOVE SPACES TO WS-LOG-REST
           UNSTRING LIFECYCLE-LOG-RECORD DELIMITED BY "Handling: "
               INTO WS-LOG-REST, WS-LOG-REST
           UNSTRING WS-LOG-REST DELIMITED BY ","
               INTO WS-LOG-HANDLING
           MOVE SPACES TO WS-LOG-REST
           UNSTRING LIFECYCLE-LOG-RECORD DELIMITED BY "KUNDE-ID: "
               INTO WS-LOG-REST, WS-LOG-REST
           UNSTRING WS-LOG-REST DELIMITED BY ","
               INTO WS-LOG-KUNDE-ID

           IF FUNCTION TRIM(WS-LOG-HANDLING) NOT = "OPEN"
               AND FUNCTION TRIM(WS-LOG-HANDLING) NOT = "CLOSE"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LOG-KUNDE-ID TO WS-KONTO-KUNDE-ID
           perform FIND-CUSTOMER-BRANCH
           IF FUNCTION TRIM(WS-LOG-HANDLING) = "OPEN"
               ADD 1 TO BR-NYE-KONTI(WS-BRANCH-IX)
           ELSE
               ADD 1 TO BR-LUKKEDE-KONTI(WS-BRANCH-IX)
           END-IF
       exit.

      *> --- fee rows are charges, so the income is the sign-flipped
      *> amount ---
       ADD-FEE-INCOME.
           OPEN INPUT transactions-file
           IF WS-TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-TRANSACTIONS-FILE = "Y"
               READ transactions-file
                   AT END
                       MOVE "Y" TO END-OF-TRANSACTIONS-FILE
                   NOT AT END
                       IF TIDSPUNKT OF transactions-in(1:7) = WS-MAANED
                           AND FUNCTION TRIM(TRANSAKTIONSTYPE
                                   OF transactions-in) = "Gebyr"
                           AND FUNCTION TEST-NUMVAL(BELOEB
                                   OF transactions-in) = 0
                           COMPUTE WS-BELOEB-NUM = 0 -
                               FUNCTION NUMVAL(BELOEB OF transactions-in)
                           MOVE VALUTA OF transactions-in
                               TO WS-RATE-VALUTA
                           perform CONVERT-TO-DKK
                           MOVE KONTO-ID OF transactions-in TO AK-KONTO-ID
                           perform FIND-ACCOUNT-BRANCH
                           ADD WS-BELOEB-NUM TO BR-GEBYRER(WS-BRANCH-IX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE transactions-file
       exit.

      *> --- KONTO-ID,DAGE-I-TRAEK,NIVEAU,HOLD,SENESTE-DATO ---
       ADD-DUNNING-CASES.
           OPEN INPUT dunning-file
           IF WS-DUNNING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-DUNNING-FILE = "Y"
               READ dunning-file
                   AT END
                       MOVE "Y" TO END-OF-DUNNING-FILE
                   NOT AT END
                       MOVE SPACES TO WS-STAT-KONTO-TEXT
                       UNSTRING DUNNING-RECORD DELIMITED BY ","
                           INTO WS-STAT-KONTO-TEXT
                       IF WS-STAT-KONTO-TEXT NOT = SPACES
                           MOVE WS-STAT-KONTO-TEXT TO AK-KONTO-ID
                           perform FIND-ACCOUNT-BRANCH
                           ADD 1 TO BR-RYKKERSAGER(WS-BRANCH-IX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE dunning-file
       exit.

       WRITE-BRANCH-LINES.
           MOVE SPACES TO REPORT-RECORD
           STRING "Filialrapport for " DELIMITED BY SIZE
                  WS-MAANED DELIMITED BY SIZE
                  ", dannet " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM VARYING WS-BRANCH-IX FROM 1 BY 1
               UNTIL WS-BRANCH-IX > WS-BRANCH-COUNT
               *> a closed branch with nothing left on it is history
               IF BR-LUKKET(WS-BRANCH-IX) = SPACES
                   OR BR-KUNDER(WS-BRANCH-IX) > 0
                   OR BR-NYE-KONTI(WS-BRANCH-IX) > 0
                   OR BR-LUKKEDE-KONTI(WS-BRANCH-IX) > 0
                   OR BR-GEBYRER(WS-BRANCH-IX) NOT = 0
                   perform WRITE-ONE-BRANCH
               END-IF
               perform ADD-TO-REGION
           END-PERFORM
       exit.

       WRITE-ONE-BRANCH.
           IF WS-BRANCH-IX = WS-NO-BRANCH-IX
               AND BR-KUNDER(WS-BRANCH-IX) = 0
               AND BR-NYE-KONTI(WS-BRANCH-IX) = 0
               AND BR-LUKKEDE-KONTI(WS-BRANCH-IX) = 0
               AND BR-INDLAAN(WS-BRANCH-IX) = 0
               AND BR-UDLAAN(WS-BRANCH-IX) = 0
               AND BR-GEBYRER(WS-BRANCH-IX) = 0
               AND BR-RYKKERSAGER(WS-BRANCH-IX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "Filial " BR-FILIAL-NR(WS-BRANCH-IX) " "
                  FUNCTION TRIM(BR-NAVN(WS-BRANCH-IX))
                  " (" FUNCTION TRIM(BR-REGION(WS-BRANCH-IX)) ")"
                  DELIMITED BY SIZE INTO REPORT-RECORD
           IF BR-LEDER(WS-BRANCH-IX) NOT = SPACES
               STRING FUNCTION TRIM(REPORT-RECORD) DELIMITED BY SIZE
                      ", leder: " DELIMITED BY SIZE
                      FUNCTION TRIM(BR-LEDER(WS-BRANCH-IX))
                          DELIMITED BY SIZE
                      INTO REPORT-RECORD
           END-IF
           IF BR-LUKKET(WS-BRANCH-IX) NOT = SPACES
               STRING FUNCTION TRIM(REPORT-RECORD) DELIMITED BY SIZE
                      ", lukket " DELIMITED BY SIZE
                      BR-LUKKET(WS-BRANCH-IX) DELIMITED BY SIZE
                      INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD

           MOVE BR-KUNDER(WS-BRANCH-IX) TO WS-COUNT-DISPLAY
           MOVE BR-NYE-KONTI(WS-BRANCH-IX) TO WS-COUNT-DISPLAY-2
           MOVE BR-LUKKEDE-KONTI(WS-BRANCH-IX) TO WS-COUNT-DISPLAY-3
           MOVE BR-RYKKERSAGER(WS-BRANCH-IX) TO WS-COUNT-DISPLAY-4
           MOVE SPACES TO REPORT-RECORD
           STRING "    kunder " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  ", nye konti " FUNCTION TRIM(WS-COUNT-DISPLAY-2)
                  ", lukkede konti " FUNCTION TRIM(WS-COUNT-DISPLAY-3)
                  ", rykkersager " FUNCTION TRIM(WS-COUNT-DISPLAY-4)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE BR-INDLAAN(WS-BRANCH-IX) TO WS-AMOUNT-DISPLAY
           MOVE BR-UDLAAN(WS-BRANCH-IX) TO WS-AMOUNT-DISPLAY-2
           MOVE BR-GEBYRER(WS-BRANCH-IX) TO WS-AMOUNT-DISPLAY-3
           MOVE SPACES TO REPORT-RECORD
           STRING "    indlaan " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  ", udlaan " FUNCTION TRIM(WS-AMOUNT-DISPLAY-2)
                  ", gebyrindtaegt " FUNCTION TRIM(WS-AMOUNT-DISPLAY-3)
                  " DKK"
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

       ADD-TO-REGION.
           PERFORM VARYING WS-REGION-IX FROM 1 BY 1
               UNTIL WS-REGION-IX > WS-REGION-COUNT
               IF RG-NAVN(WS-REGION-IX) = BR-REGION(WS-BRANCH-IX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-REGION-IX > WS-REGION-COUNT
               IF WS-REGION-COUNT >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-REGION-COUNT
               MOVE WS-REGION-COUNT TO WS-REGION-IX
               MOVE BR-REGION(WS-BRANCH-IX) TO RG-NAVN(WS-REGION-IX)
               MOVE 0 TO RG-FILIALER(WS-REGION-IX)
               MOVE 0 TO RG-KUNDER(WS-REGION-IX)
               MOVE 0 TO RG-NYE-KONTI(WS-REGION-IX)
               MOVE 0 TO RG-LUKKEDE-KONTI(WS-REGION-IX)
               MOVE 0 TO RG-INDLAAN(WS-REGION-IX)
               MOVE 0 TO RG-UDLAAN(WS-REGION-IX)
               MOVE 0 TO RG-GEBYRER(WS-REGION-IX)
               MOVE 0 TO RG-RYKKERSAGER(WS-REGION-IX)
           END-IF
           IF BR-LUKKET(WS-BRANCH-IX) = SPACES
               AND WS-BRANCH-IX NOT = WS-NO-BRANCH-IX
               ADD 1 TO RG-FILIALER(WS-REGION-IX)
           END-IF
           ADD BR-KUNDER(WS-BRANCH-IX) TO RG-KUNDER(WS-REGION-IX)
           ADD BR-NYE-KONTI(WS-BRANCH-IX) TO RG-NYE-KONTI(WS-REGION-IX)
           ADD BR-LUKKEDE-KONTI(WS-BRANCH-IX)
               TO RG-LUKKEDE-KONTI(WS-REGION-IX)
           ADD BR-INDLAAN(WS-BRANCH-IX) TO RG-INDLAAN(WS-REGION-IX)
           ADD BR-UDLAAN(WS-BRANCH-IX) TO RG-UDLAAN(WS-REGION-IX)
           ADD BR-GEBYRER(WS-BRANCH-IX) TO RG-GEBYRER(WS-REGION-IX)
           ADD BR-RYKKERSAGER(WS-BRANCH-IX)
               TO RG-RYKKERSAGER(WS-REGION-IX)

           ADD BR-KUNDER(WS-BRANCH-IX) TO WS-TOTAL-KUNDER
           ADD BR-NYE-KONTI(WS-BRANCH-IX) TO WS-TOTAL-NYE-KONTI
           ADD BR-LUKKEDE-KONTI(WS-BRANCH-IX) TO WS-TOTAL-LUKKEDE-KONTI
           ADD BR-INDLAAN(WS-BRANCH-IX) TO WS-TOTAL-INDLAAN
           ADD BR-UDLAAN(WS-BRANCH-IX) TO WS-TOTAL-UDLAAN
           ADD BR-GEBYRER(WS-BRANCH-IX) TO WS-TOTAL-GEBYRER
           ADD BR-RYKKERSAGER(WS-BRANCH-IX) TO WS-TOTAL-RYKKERSAGER
       exit.

       WRITE-REGION-LINES.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "Regioner" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-REGION-IX FROM 1 BY 1
               UNTIL WS-REGION-IX > WS-REGION-COUNT
               IF RG-FILIALER(WS-REGION-IX) > 0
                   OR RG-KUNDER(WS-REGION-IX) > 0
                   OR RG-INDLAAN(WS-REGION-IX) NOT = 0
                   OR RG-UDLAAN(WS-REGION-IX) NOT = 0
                   OR RG-GEBYRER(WS-REGION-IX) NOT = 0
                   OR RG-RYKKERSAGER(WS-REGION-IX) > 0
                   MOVE RG-FILIALER(WS-REGION-IX) TO WS-COUNT-DISPLAY
                   MOVE RG-KUNDER(WS-REGION-IX) TO WS-COUNT-DISPLAY-2
                   MOVE SPACES TO REPORT-RECORD
                   STRING FUNCTION TRIM(RG-NAVN(WS-REGION-IX))
                          ": aabne filialer " FUNCTION TRIM(WS-COUNT-DISPLAY)
                          ", kunder " FUNCTION TRIM(WS-COUNT-DISPLAY-2)
                          DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE RG-NYE-KONTI(WS-REGION-IX) TO WS-COUNT-DISPLAY
                   MOVE RG-LUKKEDE-KONTI(WS-REGION-IX)
                       TO WS-COUNT-DISPLAY-2
                   MOVE RG-RYKKERSAGER(WS-REGION-IX) TO WS-COUNT-DISPLAY-3
                   MOVE SPACES TO REPORT-RECORD
                   STRING "    nye konti " FUNCTION TRIM(WS-COUNT-DISPLAY)
                          ", lukkede konti "
                          FUNCTION TRIM(WS-COUNT-DISPLAY-2)
                          ", rykkersager " FUNCTION TRIM(WS-COUNT-DISPLAY-3)
                          DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE RG-INDLAAN(WS-REGION-IX) TO WS-AMOUNT-DISPLAY
                   MOVE RG-UDLAAN(WS-REGION-IX) TO WS-AMOUNT-DISPLAY-2
                   MOVE RG-GEBYRER(WS-REGION-IX) TO WS-AMOUNT-DISPLAY-3
                   MOVE SPACES TO REPORT-RECORD
                   STRING "    indlaan " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                          ", udlaan " FUNCTION TRIM(WS-AMOUNT-DISPLAY-2)
                          ", gebyrindtaegt "
                          FUNCTION TRIM(WS-AMOUNT-DISPLAY-3) " DKK"
                          DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM
       exit.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-KUNDER TO WS-COUNT-DISPLAY
           MOVE WS-TOTAL-NYE-KONTI TO WS-COUNT-DISPLAY-2
           MOVE WS-TOTAL-LUKKEDE-KONTI TO WS-COUNT-DISPLAY-3
           MOVE WS-TOTAL-RYKKERSAGER TO WS-COUNT-DISPLAY-4
           STRING "I alt: kunder " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  ", nye konti " FUNCTION TRIM(WS-COUNT-DISPLAY-2)
                  ", lukkede konti " FUNCTION TRIM(WS-COUNT-DISPLAY-3)
                  ", rykkersager " FUNCTION TRIM(WS-COUNT-DISPLAY-4)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-INDLAAN TO WS-AMOUNT-DISPLAY
           MOVE WS-TOTAL-UDLAAN TO WS-AMOUNT-DISPLAY-2
           MOVE WS-TOTAL-GEBYRER TO WS-AMOUNT-DISPLAY-3
           MOVE SPACES TO REPORT-RECORD
           STRING "I alt: indlaan " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  ", udlaan " FUNCTION TRIM(WS-AMOUNT-DISPLAY-2)
                  ", gebyrindtaegt " FUNCTION TRIM(WS-AMOUNT-DISPLAY-3)
                  " DKK"
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
