identification division.
       program-id. KundeRentabilitet.

      *> --- Monthly customer profitability per CPR. The month comes
      *> from 117-RentabilitetParam.txt (MAANED;YYYY-MM, default last
      *> month). Every amount is in DKK and is assigned to the CPR:
      *>   + fee rows (type Gebyr) on 10-Transaktioner.txt in the
      *>     month, the periodic charges from GebyrOpkraevning among
      *>     them
      *>   + the per-transaction fee the statement run charges: the
      *>     product catalog's GEBYR rate for the account's KONTO-TYPE
      *>     and the row's type, else OVERFOERSEL-SATS (default
      *>     0.0025) on transfers
      *>   + loan interest, the RENTE of the 46-LaanPlaner.txt
      *>     installments falling due in the month (the loan's CPR
      *>     from 46-LaanRegister.txt)
      *>   + the conversion margin MARGIN-DKK of the month's orders in
      *>     101-ValutaVekslinger.txt
      *>   + the funding value of deposits: FUNDING-PCT (yearly,
      *>     default 2.00) of every positive balance in 8-KontoData.txt
      *>     for one month
      *>   - interest paid out, from 10-RenteRegister.txt
      *> Customers are ranked by result. Summaries follow by the age
      *> segments Statistiker uses (CVR numbers as Erhverv), by
      *> KONTO-TYPE (interest paid out counts on the customer's
      *> largest deposit account) and by home branch from
      *> 114-KundeFilial.txt. Customers with a result below
      *> TAB-GRAENSE (default 0) are listed as unprofitable
      *> relationships. Everything goes to 117-Rentabilitet.txt. ---

environment division.
input-output section.
file-control.
       select param-file assign to "117-RentabilitetParam.txt"
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

       select account-file assign to "8-KontoData.txt"
           organization is line sequential
           file status is WS-ACCOUNT-STATUS.

       select interest-register-file assign to "10-RenteRegister.txt"
           organization line sequential
           file status is WS-INTEREST-REGISTER-STATUS.

       select loan-file assign to "46-LaanRegister.txt"
           organization line sequential
           file status is WS-LOAN-STATUS.

       select plan-file assign to "46-LaanPlaner.txt"
           organization line sequential
           file status is WS-PLAN-STATUS.

       select exchange-file assign to "101-ValutaVekslinger.txt"
           organization line sequential
           file status is WS-EXCHANGE-STATUS.

       select home-branch-file assign to "114-KundeFilial.txt"
           organization line sequential
           file status is WS-HOME-BRANCH-STATUS.

       select report-file assign to "117-Rentabilitet.txt"
           organization line sequential.

      *> --- CPR, KONTO-TYPE and KUNDE-ID per account ---
       select account-index-file assign to "WS-RentKonto.tmp"
           organization is indexed
           access mode is dynamic
           record key is AC-KONTO-ID
           file status is WS-ACCOUNT-INDEX-STATUS.

      *> --- CPR per KUNDE-ID, for accounts without transactions ---
       select owner-index-file assign to "WS-RentEjer.tmp"
           organization is indexed
           access mode is dynamic
           record key is EI-KUNDE-ID
           file status is WS-OWNER-INDEX-STATUS.

      *> --- the month's figures per customer ---
       select customer-index-file assign to "WS-RentKunde.tmp"
           organization is indexed
           access mode is dynamic
           record key is CU-CPR
           file status is WS-CUSTOMER-INDEX-STATUS.

      *> --- home branch per KUNDE-ID ---
       select home-index-file assign to "WS-RentFilial.tmp"
           organization is indexed
           access mode is dynamic
           record key is HK-KUNDE-ID
           file status is WS-HOME-INDEX-STATUS.

       select result-raw-file assign to "WS-RentRaw.tmp".
       select result-sort-file assign to "WS-RentSort.wrk".
       select result-sorted-file assign to "WS-RentSorted.tmp".

data division.
file section.
FD param-file.
       01 PARAM-RECORD pic x(40).

FD transactions-file.
01 transactions-in.
       copy "10-TRANSAKTIONER.cpy".

FD account-file.
       01 csv-lines2 pic x(100).

FD interest-register-file.
       01 INTEREST-REGISTER-RECORD pic x(50).

FD loan-file.
       01 LOAN-RECORD pic x(200).

FD plan-file.
       01 PLAN-RECORD pic x(120).

FD exchange-file.
       01 EXCHANGE-RECORD pic x(200).

FD home-branch-file.
       01 HOME-BRANCH-RECORD pic x(40).

FD report-file.
       01 REPORT-RECORD pic x(160).

FD account-index-file.
       01 ACCOUNT-INDEX-RECORD.
           05 AC-KONTO-ID pic x(15).
           05 AC-CPR pic x(15).
           05 AC-KONTO-TYPE pic x(15).
           05 AC-KUNDE-ID pic x(10).

FD owner-index-file.
       01 OWNER-INDEX-RECORD.
           05 EI-KUNDE-ID pic x(10).
           05 EI-CPR pic x(15).

FD customer-index-file.
       01 CUSTOMER-INDEX-RECORD.
           05 CU-CPR pic x(15).
           05 CU-KUNDE-ID pic x(10).
           05 CU-GEBYRER pic S9(13)v99.
           05 CU-LAANERENTE pic S9(13)v99.
           05 CU-VALUTAMARGIN pic S9(13)v99.
           05 CU-FUNDING pic S9(13)v99.
           05 CU-RENTEUDGIFT pic S9(13)v99.
           05 CU-HOVED-TYPE pic x(15).
           05 CU-HOVED-SALDO pic S9(13)v99.

FD home-index-file.
       01 HOME-INDEX-RECORD.
           05 HK-KUNDE-ID pic x(10).
           05 HK-FILIAL-NR pic x(4).

FD result-raw-file.
       01 RESULT-RAW-RECORD.
           copy "117-RENTABILITETREC.cpy".

SD result-sort-file.
       01 RESULT-SORT-RECORD.
           copy "117-RENTABILITETREC.cpy".

FD result-sorted-file.
       01 RESULT-SORTED-RECORD.
           copy "117-RENTABILITETREC.cpy".

WORKING-STORAGE SECTION.
       01 WS-PARAM-STATUS pic XX value spaces.
       01 WS-TRANS-STATUS pic XX value spaces.
       01 WS-ACCOUNT-STATUS pic XX value spaces.
       01 WS-INTEREST-REGISTER-STATUS pic XX value spaces.
       01 WS-LOAN-STATUS pic XX value spaces.
       01 WS-PLAN-STATUS pic XX value spaces.
       01 WS-EXCHANGE-STATUS pic XX value spaces.
       01 WS-HOME-BRANCH-STATUS pic XX value spaces.
       01 WS-ACCOUNT-INDEX-STATUS pic XX value spaces.
       01 WS-OWNER-INDEX-STATUS pic XX value spaces.
       01 WS-CUSTOMER-INDEX-STATUS pic XX value spaces.
       01 WS-HOME-INDEX-STATUS pic XX value spaces.

       01 END-OF-PARAM-FILE pic x value "N".
       01 END-OF-TRANSACTIONS-FILE pic x value "N".
       01 END-OF-ACCOUNT-FILE pic x value "N".
       01 END-OF-INTEREST-REGISTER pic x value "N".
       01 END-OF-LOAN-FILE pic x value "N".
       01 END-OF-PLAN-FILE pic x value "N".
       01 END-OF-EXCHANGE-FILE pic x value "N".
       01 END-OF-HOME-BRANCH-FILE pic x value "N".
       01 END-OF-INDEX-FILE pic x value "N".
       01 END-OF-RESULT-SORTED-FILE pic x value "N".

       01 WS-PARAM-NOEGLE pic x(20) value spaces.
       01 WS-PARAM-VAERDI pic x(20) value spaces.
       01 WS-MAANED pic x(7) value spaces.
       01 WS-AAR-NUM pic 9(4) value 0.
       01 WS-MD-NUM pic 9(2) value 0.
       01 WS-FUNDING-PCT pic 9(3)v9999 value 2.00.
       01 WS-OVERFOERSEL-SATS pic S9v9(6) value 0.0025.
       01 WS-TAB-GRAENSE pic S9(13)v99 value 0.

      *> --- segments as in Statistiker: five age bands, then
      *> companies (CVR) and CPRs that give no age ---
       01 WS-SEGMENT-IX pic 9 value 0.
       01 WS-SEGMENT-TABLE OCCURS 7 TIMES.
           05 SG-NAVN pic x(12).
           05 SG-KUNDER pic 9(7).
           05 SG-INDTAEGT pic S9(13)v99.
           05 SG-UDGIFT pic S9(13)v99.

      *> --- one line per KONTO-TYPE met ---
       01 WS-TYPE-COUNT pic 9(3) value 0.
       01 WS-TYPE-IX pic 9(3) value 0.
       01 WS-TYPE-TABLE OCCURS 100 TIMES.
           05 TY-NAVN pic x(15).
           05 TY-KONTI pic 9(7).
           05 TY-INDTAEGT pic S9(13)v99.
           05 TY-UDGIFT pic S9(13)v99.
       01 WS-FIND-TYPE pic x(15) value spaces.

      *> --- one line per home branch met; blank is "Uden filial" ---
       01 WS-BRANCH-COUNT pic 9(3) value 0.
       01 WS-BRANCH-IX pic 9(3) value 0.
       01 WS-BRANCH-TABLE OCCURS 500 TIMES.
           05 BR-FILIAL-NR pic x(4).
           05 BR-KUNDER pic 9(7).
           05 BR-INDTAEGT pic S9(13)v99.
           05 BR-UDGIFT pic S9(13)v99.
       01 WS-FIND-FILIAL-NR pic x(4) value spaces.
       01 WS-BRANCH-LABEL pic x(20) value spaces.

       01 WS-KONTO-KUNDE-ID pic x(10) value spaces.
       01 WS-KONTO-ID-TEXT pic x(15) value spaces.
       01 WS-KONTO-TYPE-TEXT pic x(15) value spaces.
       01 WS-KONTO-BALANCE-TEXT pic x(15) value spaces.
       01 WS-KONTO-VALUTA-TEXT pic x(3) value spaces.
       01 WS-KONTO-CPR pic x(15) value spaces.

       01 WS-ROW-CPR pic x(15) value spaces.
       01 WS-ROW-KONTO-ID pic x(15) value spaces.
       01 WS-ROW-DATO pic x(10) value spaces.
       01 WS-ROW-BELOEB pic x(20) value spaces.
       01 WS-ROW-SKIP pic x(20) value spaces.
       01 WS-ROW-KUNDE-ID pic x(10) value spaces.
       01 WS-ROW-FILIAL-NR pic x(4) value spaces.

       01 WS-BELOEB-NUM pic S9(13)v99 value 0.
       01 WS-FEE-AMOUNT pic S9(13)v99 value 0.
       01 WS-INDTAEGT pic S9(13)v99 value 0.
       01 WS-UDGIFT pic S9(13)v99 value 0.

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

      *> --- age from the CPR birthdate, as Statistiker derives it ---
       01 WS-TODAY-YYYYMMDD pic 9(8) value 0.
       01 WS-BIRTH-YY pic 99 value 0.
       01 WS-BIRTH-YYYY pic 9(4) value 0.
       01 WS-BIRTH-YYYYMMDD pic 9(8) value 0.
       01 WS-CPR-AGE pic 9(3) value 0.

       01 WS-RANK pic 9(7) value 0.
       01 WS-TAB-COUNT pic 9(7) value 0.
       01 WS-TOTAL-KUNDER pic 9(7) value 0.
       01 WS-TOTAL-INDTAEGT pic S9(13)v99 value 0.
       01 WS-TOTAL-UDGIFT pic S9(13)v99 value 0.

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-AMOUNT-DISPLAY pic -Z(12)9.99.
       01 WS-AMOUNT-DISPLAY-2 pic -Z(12)9.99.
       01 WS-AMOUNT-DISPLAY-3 pic -Z(12)9.99.
       01 WS-AMOUNT-DISPLAY-4 pic -Z(12)9.99.
       01 WS-AMOUNT-DISPLAY-5 pic -Z(12)9.99.
       01 WS-AMOUNT-DISPLAY-6 pic -Z(12)9.99.
       01 WS-COUNT-DISPLAY pic Z(6)9.

PROCEDURE DIVISION.
       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS
       MOVE WS-TODAY-DATE(1:4) TO WS-TODAY-YYYYMMDD(1:4)
       MOVE WS-TODAY-DATE(6:2) TO WS-TODAY-YYYYMMDD(5:2)
       MOVE WS-TODAY-DATE(9:2) TO WS-TODAY-YYYYMMDD(7:2)

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

       perform LOAD-PROFIT-PARAMETERS

       MOVE "  0-17" TO SG-NAVN(1)
       MOVE " 18-25" TO SG-NAVN(2)
       MOVE " 26-40" TO SG-NAVN(3)
       MOVE " 41-60" TO SG-NAVN(4)
       MOVE "   60+" TO SG-NAVN(5)
       MOVE "Erhverv" TO SG-NAVN(6)
       MOVE "Ukendt" TO SG-NAVN(7)
       PERFORM VARYING WS-SEGMENT-IX FROM 1 BY 1 UNTIL WS-SEGMENT-IX > 7
           MOVE 0 TO SG-KUNDER(WS-SEGMENT-IX)
           MOVE 0 TO SG-INDTAEGT(WS-SEGMENT-IX)
           MOVE 0 TO SG-UDGIFT(WS-SEGMENT-IX)
       END-PERFORM

       OPEN OUTPUT customer-index-file
       CLOSE customer-index-file
       OPEN I-O customer-index-file

       perform LOAD-ACCOUNT-OWNERS
       perform ADD-ACCOUNTS
       perform ADD-TRANSACTION-FEES
       perform ADD-INTEREST-PAID
       perform ADD-LOAN-INTEREST
       perform ADD-EXCHANGE-MARGINS
       perform LOAD-HOME-BRANCHES
       perform BUILD-RESULTS

       SORT result-sort-file ON DESCENDING KEY RR-RESULTAT OF RESULT-SORT-RECORD
           USING result-raw-file
           GIVING result-sorted-file

       OPEN OUTPUT report-file
       MOVE SPACES TO REPORT-RECORD
       STRING "Kunderentabilitet " WS-MAANED " - koersel " WS-TODAY-DATE
              DELIMITED BY SIZE INTO REPORT-RECORD
       WRITE REPORT-RECORD
       perform WRITE-RANKING
       perform WRITE-SEGMENT-SECTION
       perform WRITE-TYPE-SECTION
       perform WRITE-BRANCH-SECTION
       perform WRITE-UNPROFITABLE-SECTION
       perform WRITE-REPORT-TRAILER
       close report-file

       close account-index-file
       close owner-index-file
       close customer-index-file
       close home-index-file
stop run.

       LOAD-PROFIT-PARAMETERS.
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
                           WHEN "FUNDING-PCT"
                               IF FUNCTION TEST-NUMVAL(WS-PARAM-VAERDI) = 0
                                   COMPUTE WS-FUNDING-PCT =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               END-IF
                           WHEN "OVERFOERSEL-SATS"
                               IF FUNCTION TEST-NUMVAL(WS-PARAM-VAERDI) = 0
                                   COMPUTE WS-OVERFOERSEL-SATS =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               END-IF
                           WHEN "TAB-GRAENSE"
                               IF FUNCTION TEST-NUMVAL(WS-PARAM-VAERDI) = 0
                                   COMPUTE WS-TAB-GRAENSE =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE param-file
       exit.

      *> --- CPR per account from the transactions, then KONTO-TYPE
      *> and KUNDE-ID from the account file, and CPR per KUNDE-ID ---
       LOAD-ACCOUNT-OWNERS.
           OPEN OUTPUT account-index-file
           CLOSE account-index-file
           OPEN I-O account-index-file
           OPEN OUTPUT owner-index-file
           CLOSE owner-index-file
           OPEN I-O owner-index-file

           OPEN INPUT transactions-file
           IF WS-TRANS-STATUS = "00"
               PERFORM UNTIL END-OF-TRANSACTIONS-FILE = "Y"
                   READ transactions-file NEXT RECORD
                       AT END
                           MOVE "Y" TO END-OF-TRANSACTIONS-FILE
                       NOT AT END
                           IF KONTO-ID OF transactions-in NOT = SPACES
                               MOVE SPACES TO ACCOUNT-INDEX-RECORD
                               MOVE KONTO-ID OF transactions-in
                                   TO AC-KONTO-ID
                               MOVE CPR OF transactions-in TO AC-CPR
                               WRITE ACCOUNT-INDEX-RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-WRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE transactions-file
           END-IF

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
                       UNSTRING csv-lines2 DELIMITED BY ","
                           INTO WS-KONTO-KUNDE-ID, WS-KONTO-ID-TEXT,
                                WS-KONTO-TYPE-TEXT
                       MOVE WS-KONTO-ID-TEXT TO AC-KONTO-ID
                       READ account-index-file
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE WS-KONTO-TYPE-TEXT TO AC-KONTO-TYPE
                               MOVE WS-KONTO-KUNDE-ID TO AC-KUNDE-ID
                               REWRITE ACCOUNT-INDEX-RECORD
                               MOVE WS-KONTO-KUNDE-ID TO EI-KUNDE-ID
                               MOVE AC-CPR TO EI-CPR
                               WRITE OWNER-INDEX-RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-WRITE
                       END-READ
               END-READ
           END-PERFORM
           CLOSE account-file
       exit.

      *> --- WS-KONTO-CPR into CUSTOMER-INDEX-RECORD, zero if new ---
       READ-CUSTOMER.
           MOVE WS-KONTO-CPR TO CU-CPR
           READ customer-index-file
               INVALID KEY
                   MOVE SPACES TO CU-KUNDE-ID
                   MOVE 0 TO CU-GEBYRER
                   MOVE 0 TO CU-LAANERENTE
                   MOVE 0 TO CU-VALUTAMARGIN
                   MOVE 0 TO CU-FUNDING
                   MOVE 0 TO CU-RENTEUDGIFT
                   MOVE SPACES TO CU-HOVED-TYPE
                   MOVE 0 TO CU-HOVED-SALDO
                   MOVE WS-KONTO-CPR TO CU-CPR
           END-READ
       exit.

       SAVE-CUSTOMER.
           REWRITE CUSTOMER-INDEX-RECORD
               INVALID KEY
                   WRITE CUSTOMER-INDEX-RECORD
                   END-WRITE
           END-REWRITE
       exit.

      *> --- WS-FIND-TYPE to WS-TYPE-IX, adding it when new; a full
      *> table leaves WS-TYPE-IX at 0 ---
       FIND-TYPE.
           IF WS-FIND-TYPE = SPACES
               MOVE "(ukendt)" TO WS-FIND-TYPE
           END-IF
           PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
               UNTIL WS-TYPE-IX > WS-TYPE-COUNT
               IF TY-NAVN(WS-TYPE-IX) = WS-FIND-TYPE
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-TYPE-COUNT >= 100
               MOVE 0 TO WS-TYPE-IX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TYPE-COUNT
           MOVE WS-TYPE-COUNT TO WS-TYPE-IX
           MOVE WS-FIND-TYPE TO TY-NAVN(WS-TYPE-IX)
           MOVE 0 TO TY-KONTI(WS-TYPE-IX)
           MOVE 0 TO TY-INDTAEGT(WS-TYPE-IX)
           MOVE 0 TO TY-UDGIFT(WS-TYPE-IX)
       exit.

      *> --- WS-FEE-AMOUNT as income on WS-FIND-TYPE ---
       ADD-TYPE-INCOME.
           perform FIND-TYPE
           IF WS-TYPE-IX > 0
               ADD WS-FEE-AMOUNT TO TY-INDTAEGT(WS-TYPE-IX)
           END-IF
       exit.

       CONVERT-TO-DKK.
           IF WS-RATE-VALUTA = SPACES OR WS-RATE-VALUTA = "DKK"
               EXIT PARAGRAPH
           END-IF
           CALL "KursopslagDato" USING WS-RATE-VALUTA WS-RATE-DATO
               WS-RATE-KURS WS-RATE-STATUS
           IF WS-RATE-STATUS = "00"
               COMPUTE WS-BELOEB-NUM ROUNDED = WS-BELOEB-NUM * WS-RATE-KURS
           END-IF
       exit.

      *> --- every account: owner, funding value of a positive
      *> balance, and the customer's largest deposit account ---
       ADD-ACCOUNTS.
           MOVE "N" TO END-OF-ACCOUNT-FILE
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
                       perform ADD-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE account-file
       exit.

       ADD-ONE-ACCOUNT.
           MOVE SPACES TO WS-KONTO-CPR
           MOVE WS-KONTO-ID-TEXT TO AC-KONTO-ID
           READ account-index-file
               INVALID KEY
                   MOVE WS-KONTO-KUNDE-ID TO EI-KUNDE-ID
                   READ owner-index-file
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE EI-CPR TO WS-KONTO-CPR
                           MOVE WS-KONTO-ID-TEXT TO AC-KONTO-ID
                           MOVE EI-CPR TO AC-CPR
                           MOVE WS-KONTO-TYPE-TEXT TO AC-KONTO-TYPE
                           MOVE WS-KONTO-KUNDE-ID TO AC-KUNDE-ID
                           WRITE ACCOUNT-INDEX-RECORD
                           END-WRITE
                   END-READ
               NOT INVALID KEY
                   MOVE AC-CPR TO WS-KONTO-CPR
           END-READ

           MOVE WS-KONTO-TYPE-TEXT TO WS-FIND-TYPE
           perform FIND-TYPE
           IF WS-TYPE-IX > 0
               ADD 1 TO TY-KONTI(WS-TYPE-IX)
           END-IF
           IF WS-KONTO-CPR = SPACES
               EXIT PARAGRAPH
           END-IF

           perform READ-CUSTOMER
           MOVE WS-KONTO-KUNDE-ID TO CU-KUNDE-ID
           IF FUNCTION TEST-NUMVAL(WS-KONTO-BALANCE-TEXT) = 0
               COMPUTE WS-BELOEB-NUM =
                   FUNCTION NUMVAL(WS-KONTO-BALANCE-TEXT)
               MOVE WS-KONTO-VALUTA-TEXT TO WS-RATE-VALUTA
               MOVE WS-TODAY-DATE TO WS-RATE-DATO
               perform CONVERT-TO-DKK
               IF WS-BELOEB-NUM > 0
                   COMPUTE WS-FEE-AMOUNT ROUNDED =
                       WS-BELOEB-NUM * WS-FUNDING-PCT / 100 / 12
                   ADD WS-FEE-AMOUNT TO CU-FUNDING
                   IF WS-TYPE-IX > 0
                       ADD WS-FEE-AMOUNT TO TY-INDTAEGT(WS-TYPE-IX)
                   END-IF
                   IF WS-BELOEB-NUM > CU-HOVED-SALDO
                       MOVE WS-BELOEB-NUM TO CU-HOVED-SALDO
                       MOVE WS-KONTO-TYPE-TEXT TO CU-HOVED-TYPE
                   END-IF
               END-IF
           END-IF
           perform SAVE-CUSTOMER
       exit.

      *> --- the month's rows: Gebyr rows are fee income; every row
      *> also carries the statement run's transaction fee ---
       ADD-TRANSACTION-FEES.
           MOVE "N" TO END-OF-TRANSACTIONS-FILE
           OPEN INPUT transactions-file
           IF WS-TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-TRANSACTIONS-FILE = "Y"
               READ transactions-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-TRANSACTIONS-FILE
                   NOT AT END
                       IF TIDSPUNKT OF transactions-in(1:7) = WS-MAANED
                           perform ADD-ONE-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE transactions-file
       exit.

       ADD-ONE-TRANSACTION.
           IF FUNCTION TEST-NUMVAL(BELOEB OF transactions-in) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BELOEB-NUM = FUNCTION NUMVAL(BELOEB OF transactions-in)
           MOVE VALUTA OF transactions-in TO WS-RATE-VALUTA
           MOVE TIDSPUNKT OF transactions-in(1:10) TO WS-RATE-DATO
           perform CONVERT-TO-DKK

           MOVE SPACES TO WS-FIND-TYPE
           MOVE KONTO-ID OF transactions-in TO AC-KONTO-ID
           READ account-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AC-KONTO-TYPE TO WS-FIND-TYPE
           END-READ

           MOVE 0 TO WS-FEE-AMOUNT
           IF FUNCTION TRIM(TRANSAKTIONSTYPE OF transactions-in) = "Gebyr"
               COMPUTE WS-FEE-AMOUNT = 0 - WS-BELOEB-NUM
           END-IF

           MOVE "35" TO WS-PROD-STATUS
           IF WS-FIND-TYPE NOT = SPACES
               MOVE "G" TO WS-PROD-MODE
               MOVE WS-FIND-TYPE TO WS-PROD-KONTO-TYPE
               MOVE TRANSAKTIONSTYPE OF transactions-in TO WS-PROD-NOEGLE
               MOVE 0 TO WS-PROD-BELOEB
               CALL "ProduktOpslag" USING WS-PROD-MODE
                   WS-PROD-KONTO-TYPE WS-PROD-NOEGLE WS-PROD-BELOEB
                   WS-PROD-SATS WS-PROD-SVAR WS-PROD-STATUS
           END-IF
           IF WS-PROD-STATUS = "00"
               IF WS-PROD-SATS > 0
                   COMPUTE WS-FEE-AMOUNT ROUNDED = WS-FEE-AMOUNT
                       + FUNCTION ABS(WS-BELOEB-NUM) * WS-PROD-SATS
               END-IF
           ELSE
               IF FUNCTION TRIM(TRANSAKTIONSTYPE OF transactions-in)
                   = "Overforsel"
                   COMPUTE WS-FEE-AMOUNT ROUNDED = WS-FEE-AMOUNT
                       + FUNCTION ABS(WS-BELOEB-NUM) * WS-OVERFOERSEL-SATS
               END-IF
           END-IF
           IF WS-FEE-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF

           MOVE CPR OF transactions-in TO WS-KONTO-CPR
           perform READ-CUSTOMER
           ADD WS-FEE-AMOUNT TO CU-GEBYRER
           perform SAVE-CUSTOMER
           perform ADD-TYPE-INCOME
       exit.

      *> --- CPR,DATO,BELOEB credited by the statement run ---
       ADD-INTEREST-PAID.
           OPEN INPUT interest-register-file
           IF WS-INTEREST-REGISTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-INTEREST-REGISTER = "Y"
               READ interest-register-file
                   AT END
                       MOVE "Y" TO END-OF-INTEREST-REGISTER
                   NOT AT END
                       MOVE SPACES TO WS-ROW-CPR
                       MOVE SPACES TO WS-ROW-DATO
                       MOVE SPACES TO WS-ROW-BELOEB
                       UNSTRING INTEREST-REGISTER-RECORD DELIMITED BY ","
                           INTO WS-ROW-CPR, WS-ROW-DATO, WS-ROW-BELOEB
                       IF WS-ROW-DATO(1:7) = WS-MAANED
                           AND FUNCTION TEST-NUMVAL(WS-ROW-BELOEB) = 0
                           MOVE WS-ROW-CPR TO WS-KONTO-CPR
                           perform READ-CUSTOMER
                           COMPUTE CU-RENTEUDGIFT = CU-RENTEUDGIFT
                               + FUNCTION NUMVAL(WS-ROW-BELOEB)
                           perform SAVE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE interest-register-file
       exit.

      *> --- the loan's CPR from the register, then the RENTE of the
      *> installments due in the month from the plan:
      *> KONTO-ID,TERMIN-NR,FORFALDS-DATO,YDELSE,RENTE,AFDRAG,RESTGAELD ---
       ADD-LOAN-INTEREST.
           OPEN INPUT loan-file
           IF WS-LOAN-STATUS = "00"
               PERFORM UNTIL END-OF-LOAN-FILE = "Y"
                   READ loan-file
                       AT END
                           MOVE "Y" TO END-OF-LOAN-FILE
                       NOT AT END
                           MOVE SPACES TO WS-ROW-KONTO-ID
                           MOVE SPACES TO WS-ROW-CPR
                           UNSTRING LOAN-RECORD DELIMITED BY ","
                               INTO WS-ROW-KONTO-ID, WS-ROW-CPR
                           MOVE WS-ROW-KONTO-ID TO AC-KONTO-ID
                           READ account-index-file
                               INVALID KEY
                                   MOVE SPACES TO ACCOUNT-INDEX-RECORD
                                   MOVE WS-ROW-KONTO-ID TO AC-KONTO-ID
                                   MOVE WS-ROW-CPR TO AC-CPR
                                   MOVE "LAAN" TO AC-KONTO-TYPE
                                   WRITE ACCOUNT-INDEX-RECORD
                                   END-WRITE
                               NOT INVALID KEY
                                   MOVE WS-ROW-CPR TO AC-CPR
                                   REWRITE ACCOUNT-INDEX-RECORD
                           END-READ
                   END-READ
               END-PERFORM
               CLOSE loan-file
           END-IF

           OPEN INPUT plan-file
           IF WS-PLAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-PLAN-FILE = "Y"
               READ plan-file
                   AT END
                       MOVE "Y" TO END-OF-PLAN-FILE
                   NOT AT END
                       MOVE SPACES TO WS-ROW-KONTO-ID
                       MOVE SPACES TO WS-ROW-DATO
                       MOVE SPACES TO WS-ROW-BELOEB
                       UNSTRING PLAN-RECORD DELIMITED BY ","
                           INTO WS-ROW-KONTO-ID, WS-ROW-SKIP,
                                WS-ROW-DATO, WS-ROW-SKIP, WS-ROW-BELOEB
                       IF WS-ROW-DATO(1:7) = WS-MAANED
                           AND FUNCTION TEST-NUMVAL(WS-ROW-BELOEB) = 0
                           MOVE WS-ROW-KONTO-ID TO AC-KONTO-ID
                           READ account-index-file
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   COMPUTE WS-FEE-AMOUNT =
                                       FUNCTION NUMVAL(WS-ROW-BELOEB)
                                   MOVE AC-CPR TO WS-KONTO-CPR
                                   perform READ-CUSTOMER
                                   ADD WS-FEE-AMOUNT TO CU-LAANERENTE
                                   perform SAVE-CUSTOMER
                                   MOVE AC-KONTO-TYPE TO WS-FIND-TYPE
                                   perform ADD-TYPE-INCOME
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE plan-file
       exit.

      *> --- REF,DATO,CPR,FRA-KONTO-ID,FRA-VALUTA,FRA-BELOEB,
      *> TIL-KONTO-ID,TIL-VALUTA,TIL-BELOEB,KURS,MARGIN-DKK ---
       ADD-EXCHANGE-MARGINS.
           OPEN INPUT exchange-file
           IF WS-EXCHANGE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-EXCHANGE-FILE = "Y"
               READ exchange-file
                   AT END
                       MOVE "Y" TO END-OF-EXCHANGE-FILE
                   NOT AT END
                       MOVE SPACES TO WS-ROW-DATO
                       MOVE SPACES TO WS-ROW-CPR
                       MOVE SPACES TO WS-ROW-KONTO-ID
                       MOVE SPACES TO WS-ROW-BELOEB
                       UNSTRING EXCHANGE-RECORD DELIMITED BY ","
                           INTO WS-ROW-SKIP, WS-ROW-DATO, WS-ROW-CPR,
                                WS-ROW-KONTO-ID, WS-ROW-SKIP,
                                WS-ROW-SKIP, WS-ROW-SKIP, WS-ROW-SKIP,
                                WS-ROW-SKIP, WS-ROW-SKIP, WS-ROW-BELOEB
                       IF WS-ROW-DATO(1:7) = WS-MAANED
                           AND FUNCTION TEST-NUMVAL(WS-ROW-BELOEB) = 0
                           COMPUTE WS-FEE-AMOUNT =
                               FUNCTION NUMVAL(WS-ROW-BELOEB)
                           MOVE WS-ROW-CPR TO WS-KONTO-CPR
                           perform READ-CUSTOMER
                           ADD WS-FEE-AMOUNT TO CU-VALUTAMARGIN
                           perform SAVE-CUSTOMER
                           MOVE SPACES TO WS-FIND-TYPE
                           MOVE WS-ROW-KONTO-ID TO AC-KONTO-ID
                           READ account-index-file
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE AC-KONTO-TYPE TO WS-FIND-TYPE
                           END-READ
                           perform ADD-TYPE-INCOME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE exchange-file
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
                           MOVE WS-ROW-KUNDE-ID TO HK-KUNDE-ID
                           MOVE WS-ROW-FILIAL-NR TO HK-FILIAL-NR
                           WRITE HOME-INDEX-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE home-branch-file
       exit.

      *> --- one result row per customer; segment and branch totals ---
       BUILD-RESULTS.
           OPEN OUTPUT result-raw-file
           MOVE "N" TO END-OF-INDEX-FILE
           MOVE LOW-VALUES TO CU-CPR
           START customer-index-file KEY IS >= CU-CPR
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-FILE
           END-START
           PERFORM UNTIL END-OF-INDEX-FILE = "Y"
               READ customer-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-FILE
                   NOT AT END
                       perform BUILD-ONE-RESULT
               END-READ
           END-PERFORM
           CLOSE result-raw-file
       exit.

       BUILD-ONE-RESULT.
           COMPUTE WS-INDTAEGT = CU-GEBYRER + CU-LAANERENTE
               + CU-VALUTAMARGIN + CU-FUNDING
           MOVE CU-RENTEUDGIFT TO WS-UDGIFT

           MOVE CU-CPR TO RR-CPR OF RESULT-RAW-RECORD
           COMPUTE RR-RESULTAT OF RESULT-RAW-RECORD =
               WS-INDTAEGT - WS-UDGIFT
           MOVE CU-GEBYRER TO RR-GEBYRER OF RESULT-RAW-RECORD
           MOVE CU-LAANERENTE TO RR-LAANERENTE OF RESULT-RAW-RECORD
           MOVE CU-VALUTAMARGIN TO RR-VALUTAMARGIN OF RESULT-RAW-RECORD
           MOVE CU-FUNDING TO RR-FUNDING OF RESULT-RAW-RECORD
           MOVE CU-RENTEUDGIFT TO RR-RENTEUDGIFT OF RESULT-RAW-RECORD

           perform DERIVE-SEGMENT
           MOVE WS-SEGMENT-IX TO RR-SEGMENT OF RESULT-RAW-RECORD
           ADD 1 TO SG-KUNDER(WS-SEGMENT-IX)
           ADD WS-INDTAEGT TO SG-INDTAEGT(WS-SEGMENT-IX)
           ADD WS-UDGIFT TO SG-UDGIFT(WS-SEGMENT-IX)

           MOVE SPACES TO WS-FIND-FILIAL-NR
           IF CU-KUNDE-ID NOT = SPACES
               MOVE CU-KUNDE-ID TO HK-KUNDE-ID
               READ home-index-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE HK-FILIAL-NR TO WS-FIND-FILIAL-NR
               END-READ
           END-IF
           MOVE WS-FIND-FILIAL-NR TO RR-FILIAL-NR OF RESULT-RAW-RECORD
           perform FIND-BRANCH
           IF WS-BRANCH-IX > 0
               ADD 1 TO BR-KUNDER(WS-BRANCH-IX)
               ADD WS-INDTAEGT TO BR-INDTAEGT(WS-BRANCH-IX)
               ADD WS-UDGIFT TO BR-UDGIFT(WS-BRANCH-IX)
           END-IF

           IF CU-RENTEUDGIFT NOT = 0
               MOVE CU-HOVED-TYPE TO WS-FIND-TYPE
               perform FIND-TYPE
               IF WS-TYPE-IX > 0
                   ADD CU-RENTEUDGIFT TO TY-UDGIFT(WS-TYPE-IX)
               END-IF
           END-IF

           ADD 1 TO WS-TOTAL-KUNDER
           ADD WS-INDTAEGT TO WS-TOTAL-INDTAEGT
           ADD WS-UDGIFT TO WS-TOTAL-UDGIFT
           WRITE RESULT-RAW-RECORD
       exit.

      *> --- CU-CPR to WS-SEGMENT-IX: the CPR's birthdate DDMMYY with
      *> the century pivoting on today, a CVR number is Erhverv ---
       DERIVE-SEGMENT.
           MOVE 7 TO WS-SEGMENT-IX
           IF CU-CPR(1:8) NUMERIC AND CU-CPR(9:7) = SPACES
               MOVE 6 TO WS-SEGMENT-IX
               EXIT PARAGRAPH
           END-IF
           IF CU-CPR(1:6) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE CU-CPR(5:2) TO WS-BIRTH-YY
           MOVE WS-BIRTH-YY TO WS-BIRTH-YYYY
           ADD 2000 TO WS-BIRTH-YYYY
           COMPUTE WS-BIRTH-YYYYMMDD =
               WS-BIRTH-YYYY * 10000
               + FUNCTION NUMVAL(CU-CPR(3:2)) * 100
               + FUNCTION NUMVAL(CU-CPR(1:2))
           IF WS-BIRTH-YYYYMMDD > WS-TODAY-YYYYMMDD
               SUBTRACT 1000000 FROM WS-BIRTH-YYYYMMDD
           END-IF
           COMPUTE WS-CPR-AGE =
               (WS-TODAY-YYYYMMDD - WS-BIRTH-YYYYMMDD) / 10000
           EVALUATE TRUE
               WHEN WS-CPR-AGE < 18
                   MOVE 1 TO WS-SEGMENT-IX
               WHEN WS-CPR-AGE < 26
                   MOVE 2 TO WS-SEGMENT-IX
               WHEN WS-CPR-AGE < 41
                   MOVE 3 TO WS-SEGMENT-IX
               WHEN WS-CPR-AGE < 61
                   MOVE 4 TO WS-SEGMENT-IX
               WHEN OTHER
                   MOVE 5 TO WS-SEGMENT-IX
           END-EVALUATE
       exit.

      *> --- WS-FIND-FILIAL-NR to WS-BRANCH-IX, adding it when new ---
       FIND-BRANCH.
           PERFORM VARYING WS-BRANCH-IX FROM 1 BY 1
               UNTIL WS-BRANCH-IX > WS-BRANCH-COUNT
               IF BR-FILIAL-NR(WS-BRANCH-IX) = WS-FIND-FILIAL-NR
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-BRANCH-COUNT >= 500
               MOVE 0 TO WS-BRANCH-IX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BRANCH-COUNT
           MOVE WS-BRANCH-COUNT TO WS-BRANCH-IX
           MOVE WS-FIND-FILIAL-NR TO BR-FILIAL-NR(WS-BRANCH-IX)
           MOVE 0 TO BR-KUNDER(WS-BRANCH-IX)
           MOVE 0 TO BR-INDTAEGT(WS-BRANCH-IX)
           MOVE 0 TO BR-UDGIFT(WS-BRANCH-IX)
       exit.

       WRITE-RANKING.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "Kunder efter resultat (DKK)" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 0 TO WS-RANK
           MOVE "N" TO END-OF-RESULT-SORTED-FILE
           OPEN INPUT result-sorted-file
           PERFORM UNTIL END-OF-RESULT-SORTED-FILE = "Y"
               READ result-sorted-file
                   AT END
                       MOVE "Y" TO END-OF-RESULT-SORTED-FILE
                   NOT AT END
                       ADD 1 TO WS-RANK
                       perform WRITE-CUSTOMER-LINE
               END-READ
           END-PERFORM
           CLOSE result-sorted-file
       exit.

       WRITE-CUSTOMER-LINE.
           MOVE WS-RANK TO WS-COUNT-DISPLAY
           MOVE RR-RESULTAT OF RESULT-SORTED-RECORD TO WS-AMOUNT-DISPLAY
           MOVE RR-GEBYRER OF RESULT-SORTED-RECORD TO WS-AMOUNT-DISPLAY-2
           MOVE RR-LAANERENTE OF RESULT-SORTED-RECORD TO WS-AMOUNT-DISPLAY-3
           MOVE RR-VALUTAMARGIN OF RESULT-SORTED-RECORD
               TO WS-AMOUNT-DISPLAY-4
           MOVE RR-FUNDING OF RESULT-SORTED-RECORD TO WS-AMOUNT-DISPLAY-5
           MOVE RR-RENTEUDGIFT OF RESULT-SORTED-RECORD TO WS-AMOUNT-DISPLAY-6
           MOVE SPACES TO REPORT-RECORD
           STRING FUNCTION TRIM(WS-COUNT-DISPLAY) ". CPR: "
                  FUNCTION TRIM(RR-CPR OF RESULT-SORTED-RECORD)
                  ", resultat " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  " (gebyrer " FUNCTION TRIM(WS-AMOUNT-DISPLAY-2)
                  ", laanerente " FUNCTION TRIM(WS-AMOUNT-DISPLAY-3)
                  ", valutamargin " FUNCTION TRIM(WS-AMOUNT-DISPLAY-4)
                  ", funding " FUNCTION TRIM(WS-AMOUNT-DISPLAY-5)
                  ", renteudgift " FUNCTION TRIM(WS-AMOUNT-DISPLAY-6) ")"
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

       WRITE-SEGMENT-SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "Pr. segment (alder)" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-SEGMENT-IX FROM 1 BY 1 UNTIL WS-SEGMENT-IX > 7
               IF SG-KUNDER(WS-SEGMENT-IX) > 0
                   MOVE SG-KUNDER(WS-SEGMENT-IX) TO WS-COUNT-DISPLAY
                   MOVE SG-INDTAEGT(WS-SEGMENT-IX) TO WS-AMOUNT-DISPLAY
                   MOVE SG-UDGIFT(WS-SEGMENT-IX) TO WS-AMOUNT-DISPLAY-2
                   COMPUTE WS-BELOEB-NUM = SG-INDTAEGT(WS-SEGMENT-IX)
                       - SG-UDGIFT(WS-SEGMENT-IX)
                   MOVE WS-BELOEB-NUM TO WS-AMOUNT-DISPLAY-3
                   MOVE SPACES TO REPORT-RECORD
                   STRING "  " FUNCTION TRIM(SG-NAVN(WS-SEGMENT-IX))
                          ": kunder " FUNCTION TRIM(WS-COUNT-DISPLAY)
                          ", indtaegt " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                          ", udgift " FUNCTION TRIM(WS-AMOUNT-DISPLAY-2)
                          ", resultat " FUNCTION TRIM(WS-AMOUNT-DISPLAY-3)
                          DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM
       exit.

       WRITE-TYPE-SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "Pr. KONTO-TYPE" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
               UNTIL WS-TYPE-IX > WS-TYPE-COUNT
               MOVE TY-KONTI(WS-TYPE-IX) TO WS-COUNT-DISPLAY
               MOVE TY-INDTAEGT(WS-TYPE-IX) TO WS-AMOUNT-DISPLAY
               MOVE TY-UDGIFT(WS-TYPE-IX) TO WS-AMOUNT-DISPLAY-2
               COMPUTE WS-BELOEB-NUM = TY-INDTAEGT(WS-TYPE-IX)
                   - TY-UDGIFT(WS-TYPE-IX)
               MOVE WS-BELOEB-NUM TO WS-AMOUNT-DISPLAY-3
               MOVE SPACES TO REPORT-RECORD
               STRING "  " FUNCTION TRIM(TY-NAVN(WS-TYPE-IX))
                      ": konti " FUNCTION TRIM(WS-COUNT-DISPLAY)
                      ", indtaegt " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                      ", udgift " FUNCTION TRIM(WS-AMOUNT-DISPLAY-2)
                      ", resultat " FUNCTION TRIM(WS-AMOUNT-DISPLAY-3)
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
       exit.

       WRITE-BRANCH-SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "Pr. filial" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-BRANCH-IX FROM 1 BY 1
               UNTIL WS-BRANCH-IX > WS-BRANCH-COUNT
               MOVE BR-KUNDER(WS-BRANCH-IX) TO WS-COUNT-DISPLAY
               MOVE BR-INDTAEGT(WS-BRANCH-IX) TO WS-AMOUNT-DISPLAY
               MOVE BR-UDGIFT(WS-BRANCH-IX) TO WS-AMOUNT-DISPLAY-2
               COMPUTE WS-BELOEB-NUM = BR-INDTAEGT(WS-BRANCH-IX)
                   - BR-UDGIFT(WS-BRANCH-IX)
               MOVE WS-BELOEB-NUM TO WS-AMOUNT-DISPLAY-3
               MOVE SPACES TO WS-BRANCH-LABEL
               IF BR-FILIAL-NR(WS-BRANCH-IX) = SPACES
                   MOVE "Uden filial" TO WS-BRANCH-LABEL
               ELSE
                   STRING "Filial " FUNCTION TRIM(BR-FILIAL-NR(WS-BRANCH-IX))
                          DELIMITED BY SIZE INTO WS-BRANCH-LABEL
               END-IF
               MOVE SPACES TO REPORT-RECORD
               STRING "  " FUNCTION TRIM(WS-BRANCH-LABEL)
                      ": kunder " FUNCTION TRIM(WS-COUNT-DISPLAY)
                      ", indtaegt " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                      ", udgift " FUNCTION TRIM(WS-AMOUNT-DISPLAY-2)
                      ", resultat " FUNCTION TRIM(WS-AMOUNT-DISPLAY-3)
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
       exit.

      *> --- the tail of the ranking, below TAB-GRAENSE ---
       WRITE-UNPROFITABLE-SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TAB-GRAENSE TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Uloensomme kundeforhold (resultat under "
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY) " DKK)"
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 0 TO WS-RANK
           MOVE "N" TO END-OF-RESULT-SORTED-FILE
           OPEN INPUT result-sorted-file
           PERFORM UNTIL END-OF-RESULT-SORTED-FILE = "Y"
               READ result-sorted-file
                   AT END
                       MOVE "Y" TO END-OF-RESULT-SORTED-FILE
                   NOT AT END
                       ADD 1 TO WS-RANK
                       IF RR-RESULTAT OF RESULT-SORTED-RECORD < WS-TAB-GRAENSE
                           ADD 1 TO WS-TAB-COUNT
                           perform WRITE-CUSTOMER-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE result-sorted-file
       exit.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-KUNDER TO WS-COUNT-DISPLAY
           MOVE WS-TOTAL-INDTAEGT TO WS-AMOUNT-DISPLAY
           MOVE WS-TOTAL-UDGIFT TO WS-AMOUNT-DISPLAY-2
           COMPUTE WS-BELOEB-NUM = WS-TOTAL-INDTAEGT - WS-TOTAL-UDGIFT
           MOVE WS-BELOEB-NUM TO WS-AMOUNT-DISPLAY-3
           MOVE SPACES TO REPORT-RECORD
           STRING "I alt: kunder " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  ", indtaegt " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  ", udgift " FUNCTION TRIM(WS-AMOUNT-DISPLAY-2)
                  ", resultat " FUNCTION TRIM(WS-AMOUNT-DISPLAY-3) " DKK"
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TAB-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Uloensomme kundeforhold: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
