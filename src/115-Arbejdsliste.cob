identification division.
       program-id. Arbejdsliste.

      *> --- Daily adviser worklists and portfolio summary. Customers
      *> belong to the adviser in 115-Portefoeljer.txt
      *> (CPR,RAADGIVER-ID,TILDELT-DATO); advisers come from
      *> 115-Raadgivere.txt. The day's items for each customer are
      *> gathered from:
      *>   - 47-IndskudVarsel.txt      time deposits nearing maturity
      *>   - 87-RykkerStatus.txt       open dunning cases
      *>   - 60-HenvisningsKoe.txt     postings parked for referral
      *>   - 10-Alarmer.txt            alert notifications
      *>   - 9-Afstemningsrapport.txt  dormant ("Inaktiv konto") lines
      *>   - 121-AfgangsVarsel.txt     customers at high risk of leaving
      *> Files keyed on KONTO-ID reach the customer through the CPR
      *> seen on the account in 10-Transaktioner.txt, or failing that
      *> through another account of the same KUNDE-ID in
      *> 8-KontoData.txt. Items whose customer has no adviser are
      *> listed under "Uden raadgiver" so the gap gets closed.
      *> 115-Arbejdsliste.txt holds one section per adviser;
      *> 115-PortefoeljeOversigt.txt gives per adviser the number of
      *> customers and accounts, the total balance in DKK at today's
      *> rate and the number of worklist items. ---

environment division.
input-output section.
file-control.
       select adviser-file assign to "115-Raadgivere.txt"
           organization line sequential
           file status is WS-ADVISER-STATUS.

       select portfolio-file assign to "115-Portefoeljer.txt"
           organization line sequential
           file status is WS-PORTFOLIO-STATUS.

       select account-file assign to "8-KontoData.txt"
           organization is line sequential
           file status is WS-ACCOUNT-STATUS.

       select transactions-file assign to "10-Transaktioner.txt"
           organization is indexed
           access mode is sequential
           record key is CPR of transactions-in with duplicates
           alternate record key is TRANS-REF of transactions-in
               with duplicates
           alternate record key is BUTIK of transactions-in
               with duplicates
           file status is WS-TRANS-STATUS.

       select deposit-notice-file assign to "47-IndskudVarsel.txt"
           organization line sequential
           file status is WS-DEPOSIT-NOTICE-STATUS.

       select dunning-file assign to "87-RykkerStatus.txt"
           organization line sequential
           file status is WS-DUNNING-STATUS.

       select referral-file assign to "60-HenvisningsKoe.txt"
           organization line sequential
           file status is WS-REFERRAL-STATUS.

       select alert-file assign to "10-Alarmer.txt"
           organization line sequential
           file status is WS-ALERT-STATUS.

       select reconciliation-file assign to "9-Afstemningsrapport.txt"
           organization line sequential
           file status is WS-RECONCILIATION-STATUS.

       select attrition-file assign to "121-AfgangsVarsel.txt"
           organization line sequential
           file status is WS-ATTRITION-STATUS.

       select worklist-file assign to "115-Arbejdsliste.txt"
           organization line sequential.

       select summary-file assign to "115-PortefoeljeOversigt.txt"
           organization line sequential.

      *> --- adviser table position per customer ---
       select customer-index-file assign to "WS-ArbListeKunde.tmp"
           organization is indexed
           access mode is dynamic
           record key is KI-CPR
           file status is WS-CUSTOMER-INDEX-STATUS.

      *> --- CPR per account, from the transactions ---
       select account-index-file assign to "WS-ArbListeKonto.tmp"
           organization is indexed
           access mode is dynamic
           record key is AI-KONTO-ID
           file status is WS-ACCOUNT-INDEX-STATUS.

      *> --- CPR per KUNDE-ID, for accounts without transactions ---
       select owner-index-file assign to "WS-ArbListeEjer.tmp"
           organization is indexed
           access mode is dynamic
           record key is EI-KUNDE-ID
           file status is WS-OWNER-INDEX-STATUS.

      *> --- the items, in adviser order ---
       select item-index-file assign to "WS-ArbListePunkt.tmp"
           organization is indexed
           access mode is dynamic
           record key is PI-KEY
           file status is WS-ITEM-INDEX-STATUS.

data division.
file section.
FD adviser-file.
       01 ADVISER-RECORD pic x(100).

FD portfolio-file.
       01 PORTFOLIO-RECORD pic x(60).

FD account-file.
       01 csv-lines2 pic x(100).

FD transactions-file.
01 transactions-in.
       copy "10-TRANSAKTIONER.cpy".

FD deposit-notice-file.
       01 DEPOSIT-NOTICE-RECORD pic x(150).

FD dunning-file.
       01 DUNNING-RECORD pic x(80).

FD referral-file.
01 referral-in.
       copy "10-TRANSAKTIONER.cpy".

FD alert-file.
       01 ALERT-RECORD pic x(150).

FD reconciliation-file.
       01 RECONCILIATION-RECORD pic x(250).

FD attrition-file.
       01 ATTRITION-RECORD pic x(120).

FD worklist-file.
       01 WORKLIST-RECORD pic x(150).

FD summary-file.
       01 SUMMARY-RECORD pic x(150).

FD customer-index-file.
       01 CUSTOMER-INDEX-RECORD.
           05 KI-CPR pic x(15).
           05 KI-ADVISER-IX pic 9(4).

FD account-index-file.
       01 ACCOUNT-INDEX-RECORD.
           05 AI-KONTO-ID pic x(15).
           05 AI-CPR pic x(15).

FD owner-index-file.
       01 OWNER-INDEX-RECORD.
           05 EI-KUNDE-ID pic x(10).
           05 EI-CPR pic x(15).

FD item-index-file.
       01 ITEM-INDEX-RECORD.
           05 PI-KEY.
               10 PI-ADVISER-IX pic 9(4).
               10 PI-SEQ pic 9(7).
           05 PI-KILDE pic x(10).
           05 PI-CPR pic x(15).
           05 PI-KONTO-ID pic x(15).
           05 PI-TEKST pic x(90).

WORKING-STORAGE SECTION.
       01 WS-ADVISER-STATUS pic XX value spaces.
       01 WS-PORTFOLIO-STATUS pic XX value spaces.
       01 WS-ACCOUNT-STATUS pic XX value spaces.
       01 WS-TRANS-STATUS pic XX value spaces.
       01 WS-DEPOSIT-NOTICE-STATUS pic XX value spaces.
       01 WS-DUNNING-STATUS pic XX value spaces.
       01 WS-REFERRAL-STATUS pic XX value spaces.
       01 WS-ALERT-STATUS pic XX value spaces.
       01 WS-RECONCILIATION-STATUS pic XX value spaces.
       01 WS-ATTRITION-STATUS pic XX value spaces.
       01 WS-CUSTOMER-INDEX-STATUS pic XX value spaces.
       01 WS-ACCOUNT-INDEX-STATUS pic XX value spaces.
       01 WS-OWNER-INDEX-STATUS pic XX value spaces.
       01 WS-ITEM-INDEX-STATUS pic XX value spaces.

       01 END-OF-ADVISER-FILE pic x value "N".
       01 END-OF-PORTFOLIO-FILE pic x value "N".
       01 END-OF-ACCOUNT-FILE pic x value "N".
       01 END-OF-TRANSACTIONS-FILE pic x value "N".
       01 END-OF-DEPOSIT-NOTICE-FILE pic x value "N".
       01 END-OF-DUNNING-FILE pic x value "N".
       01 END-OF-REFERRAL-FILE pic x value "N".
       01 END-OF-ALERT-FILE pic x value "N".
       01 END-OF-RECONCILIATION-FILE pic x value "N".
       01 END-OF-ATTRITION-FILE pic x value "N".
       01 END-OF-ITEM-FILE pic x value "N".

      *> --- one line per adviser in register order; the last slot
      *> is "Uden raadgiver" ---
       01 WS-ADVISER-COUNT pic 9(4) value 0.
       01 WS-ADVISER-IX pic 9(4) value 0.
       01 WS-NO-ADVISER-IX pic 9(4) value 0.
       01 WS-ADVISER-TABLE OCCURS 1001 TIMES.
           05 RG-RAADGIVER-ID pic x(10).
           05 RG-FILIAL-NR pic x(4).
           05 RG-NAVN pic x(40).
           05 RG-STATUS pic x(10).
           05 RG-KUNDER pic 9(7).
           05 RG-KONTI pic 9(7).
           05 RG-SALDO pic S9(13)v99.
           05 RG-PUNKTER pic 9(7).

       01 WS-TOTAL-KUNDER pic 9(7) value 0.
       01 WS-TOTAL-KONTI pic 9(7) value 0.
       01 WS-TOTAL-SALDO pic S9(13)v99 value 0.
       01 WS-TOTAL-PUNKTER pic 9(7) value 0.

       01 WS-ROW-CPR pic x(15) value spaces.
       01 WS-ROW-RAADGIVER-ID pic x(10) value spaces.
       01 WS-ROW-TILDELT pic x(10) value spaces.

       01 WS-KONTO-KUNDE-ID pic x(10) value spaces.
       01 WS-KONTO-ID-TEXT pic x(15) value spaces.
       01 WS-KONTO-TYPE-TEXT pic x(15) value spaces.
       01 WS-KONTO-BALANCE-TEXT pic x(15) value spaces.
       01 WS-KONTO-VALUTA-TEXT pic x(3) value spaces.

      *> --- the item being filed ---
       01 WS-ITEM-KILDE pic x(10) value spaces.
       01 WS-ITEM-CPR pic x(15) value spaces.
       01 WS-ITEM-KONTO-ID pic x(15) value spaces.
       01 WS-ITEM-TEKST pic x(90) value spaces.
       01 WS-ITEM-SEQ pic 9(7) value 0.

       01 WS-FIELD-1 pic x(40) value spaces.
       01 WS-FIELD-2 pic x(40) value spaces.
       01 WS-FIELD-3 pic x(40) value spaces.
       01 WS-FIELD-4 pic x(40) value spaces.
       01 WS-FIELD-5 pic x(40) value spaces.
       01 WS-FIELD-REST pic x(150) value spaces.

       01 WS-LAST-ADVISER-IX pic 9(4) value 0.
       01 WS-BELOEB-NUM pic S9(13)v99 value 0.

      *> --- shared dated-rate lookup ---
       01 WS-RATE-VALUTA pic x(3) value spaces.
       01 WS-RATE-KURS pic S9(5)v9999 value 0.
       01 WS-RATE-STATUS pic XX value spaces.

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-AMOUNT-DISPLAY pic -Z(12)9.99.
       01 WS-COUNT-DISPLAY pic Z(6)9.
       01 WS-COUNT-DISPLAY-2 pic Z(6)9.
       01 WS-COUNT-DISPLAY-3 pic Z(6)9.

PROCEDURE DIVISION.
       OPEN INPUT adviser-file
       IF WS-ADVISER-STATUS = "35"
           DISPLAY "Arbejdsliste: 115-Raadgivere.txt blev ikke fundet"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       perform LOAD-ADVISERS
       perform LOAD-PORTFOLIO
       perform LOAD-ACCOUNT-OWNERS
       perform ADD-ACCOUNTS

       OPEN OUTPUT item-index-file
       CLOSE item-index-file
       OPEN I-O item-index-file

       perform COLLECT-DEPOSIT-NOTICES
       perform COLLECT-DUNNING-CASES
       perform COLLECT-REFERRALS
       perform COLLECT-ALERTS
       perform COLLECT-DORMANT-ACCOUNTS
       perform COLLECT-ATTRITION-RISKS

       OPEN OUTPUT worklist-file
       perform WRITE-WORKLISTS
       close worklist-file

       OPEN OUTPUT summary-file
       perform WRITE-SUMMARY-LINES
       perform WRITE-SUMMARY-TRAILER
       close summary-file

       close customer-index-file
       close account-index-file
       close owner-index-file
       close item-index-file
stop run.

       LOAD-ADVISERS.
           PERFORM UNTIL END-OF-ADVISER-FILE = "Y"
               READ adviser-file
                   AT END
                       MOVE "Y" TO END-OF-ADVISER-FILE
                   NOT AT END
                       IF ADVISER-RECORD NOT = SPACES
                           AND WS-ADVISER-COUNT < 1000
                           ADD 1 TO WS-ADVISER-COUNT
                           MOVE WS-ADVISER-COUNT TO WS-ADVISER-IX
                           perform CLEAR-ADVISER-LINE
                           UNSTRING ADVISER-RECORD DELIMITED BY ","
                               INTO RG-RAADGIVER-ID(WS-ADVISER-IX),
                                    RG-FILIAL-NR(WS-ADVISER-IX),
                                    RG-NAVN(WS-ADVISER-IX),
                                    RG-STATUS(WS-ADVISER-IX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE adviser-file

           ADD 1 TO WS-ADVISER-COUNT
           MOVE WS-ADVISER-COUNT TO WS-NO-ADVISER-IX
           MOVE WS-NO-ADVISER-IX TO WS-ADVISER-IX
           perform CLEAR-ADVISER-LINE
           MOVE "Uden raadgiver" TO RG-NAVN(WS-ADVISER-IX)
       exit.

       CLEAR-ADVISER-LINE.
           MOVE SPACES TO RG-RAADGIVER-ID(WS-ADVISER-IX)
           MOVE SPACES TO RG-FILIAL-NR(WS-ADVISER-IX)
           MOVE SPACES TO RG-NAVN(WS-ADVISER-IX)
           MOVE SPACES TO RG-STATUS(WS-ADVISER-IX)
           MOVE 0 TO RG-KUNDER(WS-ADVISER-IX)
           MOVE 0 TO RG-KONTI(WS-ADVISER-IX)
           MOVE 0 TO RG-SALDO(WS-ADVISER-IX)
           MOVE 0 TO RG-PUNKTER(WS-ADVISER-IX)
       exit.

      *> --- RAADGIVER-ID in WS-ROW-RAADGIVER-ID to WS-ADVISER-IX ---
       FIND-ADVISER.
           PERFORM VARYING WS-ADVISER-IX FROM 1 BY 1
               UNTIL WS-ADVISER-IX >= WS-NO-ADVISER-IX
               IF RG-RAADGIVER-ID(WS-ADVISER-IX) = WS-ROW-RAADGIVER-ID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE WS-NO-ADVISER-IX TO WS-ADVISER-IX
       exit.

       LOAD-PORTFOLIO.
           OPEN OUTPUT customer-index-file
           CLOSE customer-index-file
           OPEN I-O customer-index-file

           OPEN INPUT portfolio-file
           IF WS-PORTFOLIO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-PORTFOLIO-FILE = "Y"
               READ portfolio-file
                   AT END
                       MOVE "Y" TO END-OF-PORTFOLIO-FILE
                   NOT AT END
                       MOVE SPACES TO WS-ROW-CPR
                       MOVE SPACES TO WS-ROW-RAADGIVER-ID
                       MOVE SPACES TO WS-ROW-TILDELT
                       UNSTRING PORTFOLIO-RECORD DELIMITED BY ","
                           INTO WS-ROW-CPR, WS-ROW-RAADGIVER-ID,
                                WS-ROW-TILDELT
                       IF WS-ROW-CPR NOT = SPACES
                           perform FIND-ADVISER
                           MOVE WS-ROW-CPR TO KI-CPR
                           MOVE WS-ADVISER-IX TO KI-ADVISER-IX
                           WRITE CUSTOMER-INDEX-RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO RG-KUNDER(WS-ADVISER-IX)
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE portfolio-file
       exit.

      *> --- WS-ITEM-CPR to WS-ADVISER-IX through the portfolio ---
       FIND-CUSTOMER-ADVISER.
           MOVE WS-ITEM-CPR TO KI-CPR
           READ customer-index-file
               INVALID KEY
                   MOVE WS-NO-ADVISER-IX TO WS-ADVISER-IX
               NOT INVALID KEY
                   MOVE KI-ADVISER-IX TO WS-ADVISER-IX
           END-READ
       exit.

      *> --- the CPR behind every account that has seen a posting,
      *> then the same CPR per KUNDE-ID from the account file ---
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
                               MOVE KONTO-ID OF transactions-in
                                   TO AI-KONTO-ID
                               MOVE CPR OF transactions-in TO AI-CPR
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
                       UNSTRING csv-lines2 DELIMITED BY ","
                           INTO WS-KONTO-KUNDE-ID, WS-KONTO-ID-TEXT
                       MOVE WS-KONTO-ID-TEXT TO AI-KONTO-ID
                       READ account-index-file
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE WS-KONTO-KUNDE-ID TO EI-KUNDE-ID
                               MOVE AI-CPR TO EI-CPR
                               WRITE OWNER-INDEX-RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-WRITE
                       END-READ
               END-READ
           END-PERFORM
           CLOSE account-file
       exit.

      *> --- WS-ITEM-KONTO-ID (and WS-KONTO-KUNDE-ID when known) to
      *> WS-ITEM-CPR; spaces when the owner cannot be found ---
       FIND-ACCOUNT-CPR.
           MOVE SPACES TO WS-ITEM-CPR
           MOVE WS-ITEM-KONTO-ID TO AI-KONTO-ID
           READ account-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AI-CPR TO WS-ITEM-CPR
           END-READ
           IF WS-ITEM-CPR = SPACES AND WS-KONTO-KUNDE-ID NOT = SPACES
               MOVE WS-KONTO-KUNDE-ID TO EI-KUNDE-ID
               READ owner-index-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EI-CPR TO WS-ITEM-CPR
               END-READ
           END-IF
       exit.

      *> --- accounts and balances per adviser ---
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
                       MOVE WS-KONTO-ID-TEXT TO WS-ITEM-KONTO-ID
                       perform FIND-ACCOUNT-CPR
                       perform FIND-CUSTOMER-ADVISER
                       ADD 1 TO RG-KONTI(WS-ADVISER-IX)
                       IF FUNCTION TEST-NUMVAL(WS-KONTO-BALANCE-TEXT) = 0
                           COMPUTE WS-BELOEB-NUM =
                               FUNCTION NUMVAL(WS-KONTO-BALANCE-TEXT)
                           MOVE WS-KONTO-VALUTA-TEXT TO WS-RATE-VALUTA
                           perform CONVERT-TO-DKK
                           ADD WS-BELOEB-NUM TO RG-SALDO(WS-ADVISER-IX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE account-file
       exit.

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

      *> --- files WS-ITEM-* under the customer's adviser ---
       FILE-ITEM.
           perform FIND-CUSTOMER-ADVISER
           ADD 1 TO WS-ITEM-SEQ
           MOVE WS-ADVISER-IX TO PI-ADVISER-IX
           MOVE WS-ITEM-SEQ TO PI-SEQ
           MOVE WS-ITEM-KILDE TO PI-KILDE
           MOVE WS-ITEM-CPR TO PI-CPR
           MOVE WS-ITEM-KONTO-ID TO PI-KONTO-ID
           MOVE WS-ITEM-TEKST TO PI-TEKST
           WRITE ITEM-INDEX-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO RG-PUNKTER(WS-ADVISER-IX)
           END-WRITE
       exit.

      *> --- "Forfald <dato> - Konto: <id>, CPR: <cpr>, rente: ..." ---
       COLLECT-DEPOSIT-NOTICES.
           OPEN INPUT deposit-notice-file
           IF WS-DEPOSIT-NOTICE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-DEPOSIT-NOTICE-FILE = "Y"
               READ deposit-notice-file
                   AT END
                       MOVE "Y" TO END-OF-DEPOSIT-NOTICE-FILE
                   NOT AT END
                       IF DEPOSIT-NOTICE-RECORD(1:8) = "Forfald "
                           MOVE SPACES TO WS-FIELD-1
                           MOVE SPACES TO WS-FIELD-2
                           MOVE SPACES TO WS-FIELD-3
                           MOVE SPACES TO WS-FIELD-REST
                           UNSTRING DEPOSIT-NOTICE-RECORD
                               DELIMITED BY " - Konto: " OR ", CPR: "
                                   OR ", rente: "
                               INTO WS-FIELD-1, WS-FIELD-2, WS-FIELD-3,
                                    WS-FIELD-REST
                           MOVE "INDSKUD" TO WS-ITEM-KILDE
                           MOVE WS-FIELD-3 TO WS-ITEM-CPR
                           MOVE WS-FIELD-2 TO WS-ITEM-KONTO-ID
                           MOVE SPACES TO WS-ITEM-TEKST
                           STRING "Tidsindskud: " DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-FIELD-1) DELIMITED BY SIZE
                                  ", rente: " DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-FIELD-REST) DELIMITED BY SIZE
                                  INTO WS-ITEM-TEKST
                           perform FILE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE deposit-notice-file
       exit.

      *> --- KONTO-ID,DAGE-I-TRAEK,NIVEAU,HOLD,SENESTE-DATO ---
       COLLECT-DUNNING-CASES.
           OPEN INPUT dunning-file
           IF WS-DUNNING-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-DUNNING-FILE = "Y"
               READ dunning-file
                   AT END
                       MOVE "Y" TO END-OF-DUNNING-FILE
                   NOT AT END
                       MOVE SPACES TO WS-FIELD-1
                       MOVE SPACES TO WS-FIELD-2
                       MOVE SPACES TO WS-FIELD-3
                       MOVE SPACES TO WS-FIELD-4
                       MOVE SPACES TO WS-FIELD-5
                       UNSTRING DUNNING-RECORD DELIMITED BY ","
                           INTO WS-FIELD-1, WS-FIELD-2, WS-FIELD-3,
                                WS-FIELD-4, WS-FIELD-5
                       IF WS-FIELD-1 NOT = SPACES
                           MOVE "RYKKER" TO WS-ITEM-KILDE
                           MOVE WS-FIELD-1 TO WS-ITEM-KONTO-ID
                           MOVE SPACES TO WS-KONTO-KUNDE-ID
                           perform FIND-ACCOUNT-CPR
                           MOVE SPACES TO WS-ITEM-TEKST
                           STRING "Rykkerniveau " DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-FIELD-3) DELIMITED BY SIZE
                                  ", dage i traek: " DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-FIELD-2) DELIMITED BY SIZE
                                  ", seneste: " DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-FIELD-5) DELIMITED BY SIZE
                                  INTO WS-ITEM-TEKST
                           IF FUNCTION TRIM(WS-FIELD-4) = "J"
                               STRING FUNCTION TRIM(WS-ITEM-TEKST)
                                          DELIMITED BY SIZE
                                      " (standset)" DELIMITED BY SIZE
                                      INTO WS-ITEM-TEKST
                           END-IF
                           perform FILE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE dunning-file
       exit.

      *> --- parked delivery rows waiting for a referral decision ---
       COLLECT-REFERRALS.
           OPEN INPUT referral-file
           IF WS-REFERRAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-REFERRAL-FILE = "Y"
               READ referral-file
                   AT END
                       MOVE "Y" TO END-OF-REFERRAL-FILE
                   NOT AT END
                       MOVE "HENVISNING" TO WS-ITEM-KILDE
                       MOVE CPR OF referral-in TO WS-ITEM-CPR
                       MOVE KONTO-ID OF referral-in TO WS-ITEM-KONTO-ID
                       MOVE SPACES TO WS-ITEM-TEKST
                       STRING "Henvist postering " DELIMITED BY SIZE
                              FUNCTION TRIM(TRANSAKTIONSTYPE OF referral-in)
                                  DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              FUNCTION TRIM(BELOEB OF referral-in)
                                  DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              VALUTA OF referral-in DELIMITED BY SIZE
                              ", ref: " DELIMITED BY SIZE
                              FUNCTION TRIM(TRANS-REF OF referral-in)
                                  DELIMITED BY SIZE
                              INTO WS-ITEM-TEKST
                       perform FILE-ITEM
               END-READ
           END-PERFORM
           CLOSE referral-file
       exit.

      *> --- CPR;KONTO-ID;TRIGGER;BELOEB;TRANS-REF;YYYYMMDD-HHMMSS ---
       COLLECT-ALERTS.
           OPEN INPUT alert-file
           IF WS-ALERT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-ALERT-FILE = "Y"
               READ alert-file
                   AT END
                       MOVE "Y" TO END-OF-ALERT-FILE
                   NOT AT END
                       MOVE SPACES TO WS-ITEM-CPR
                       MOVE SPACES TO WS-ITEM-KONTO-ID
                       MOVE SPACES TO WS-FIELD-1
                       MOVE SPACES TO WS-FIELD-2
                       MOVE SPACES TO WS-FIELD-3
                       MOVE SPACES TO WS-FIELD-4
                       UNSTRING ALERT-RECORD DELIMITED BY ";"
                           INTO WS-ITEM-CPR, WS-ITEM-KONTO-ID,
                                WS-FIELD-1, WS-FIELD-2, WS-FIELD-3,
                                WS-FIELD-4
                       IF WS-ITEM-CPR NOT = SPACES
                           MOVE "ALARM" TO WS-ITEM-KILDE
                           MOVE SPACES TO WS-ITEM-TEKST
                           STRING "Alarm " DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-FIELD-1) DELIMITED BY SIZE
                                  ", beloeb: " DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-FIELD-2) DELIMITED BY SIZE
                                  ", " DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-FIELD-4) DELIMITED BY SIZE
                                  INTO WS-ITEM-TEKST
                           perform FILE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE alert-file
       exit.

      *> --- "Inaktiv konto - Konto: <id>, Kundenr: <kunde>, ..." ---
       COLLECT-DORMANT-ACCOUNTS.
           OPEN INPUT reconciliation-file
           IF WS-RECONCILIATION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-RECONCILIATION-FILE = "Y"
               READ reconciliation-file
                   AT END
                       MOVE "Y" TO END-OF-RECONCILIATION-FILE
                   NOT AT END
                       IF RECONCILIATION-RECORD(1:23) = "Inaktiv konto - Konto: "
                           MOVE SPACES TO WS-FIELD-1
                           MOVE SPACES TO WS-FIELD-2
                           MOVE SPACES TO WS-FIELD-3
                           MOVE SPACES TO WS-FIELD-REST
                           UNSTRING RECONCILIATION-RECORD
                               DELIMITED BY "Inaktiv konto - Konto: "
                                   OR ", Kundenr: "
                                   OR ", Kontofil saldo: "
                               INTO WS-FIELD-1, WS-FIELD-2, WS-FIELD-3,
                                    WS-FIELD-REST
                           MOVE "INAKTIV" TO WS-ITEM-KILDE
                           MOVE WS-FIELD-2 TO WS-ITEM-KONTO-ID
                           MOVE WS-FIELD-3 TO WS-KONTO-KUNDE-ID
                           perform FIND-ACCOUNT-CPR
                           MOVE SPACES TO WS-ITEM-TEKST
                           STRING "Inaktiv konto, saldo: " DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-FIELD-REST) DELIMITED BY SIZE
                                  INTO WS-ITEM-TEKST
                           perform FILE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE reconciliation-file
       exit.

      *> --- CPR;KONTO-ID;SCORE;SIGNALER ---
       COLLECT-ATTRITION-RISKS.
           OPEN INPUT attrition-file
           IF WS-ATTRITION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-ATTRITION-FILE = "Y"
               READ attrition-file
                   AT END
                       MOVE "Y" TO END-OF-ATTRITION-FILE
                   NOT AT END
                       MOVE SPACES TO WS-ITEM-CPR
                       MOVE SPACES TO WS-ITEM-KONTO-ID
                       MOVE SPACES TO WS-FIELD-1
                       MOVE SPACES TO WS-FIELD-2
                       UNSTRING ATTRITION-RECORD DELIMITED BY ";"
                           INTO WS-ITEM-CPR, WS-ITEM-KONTO-ID,
                                WS-FIELD-1, WS-FIELD-2
                       IF WS-ITEM-CPR NOT = SPACES
                           MOVE "AFGANG" TO WS-ITEM-KILDE
                           MOVE SPACES TO WS-ITEM-TEKST
                           STRING "Afgangsrisiko, score " DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-FIELD-1) DELIMITED BY SIZE
                                  ": " DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-FIELD-2) DELIMITED BY SIZE
                                  INTO WS-ITEM-TEKST
                           perform FILE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE attrition-file
       exit.

      *> --- one section per adviser with items, in register order ---
       WRITE-WORKLISTS.
           MOVE SPACES TO WORKLIST-RECORD
           STRING "Raadgiveres arbejdsliste " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  INTO WORKLIST-RECORD
           WRITE WORKLIST-RECORD

           MOVE 0 TO WS-LAST-ADVISER-IX
           MOVE LOW-VALUES TO PI-KEY
           START item-index-file KEY IS >= PI-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-ITEM-FILE
           END-START
           PERFORM UNTIL END-OF-ITEM-FILE = "Y"
               READ item-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-ITEM-FILE
                   NOT AT END
                       IF PI-ADVISER-IX NOT = WS-LAST-ADVISER-IX
                           MOVE PI-ADVISER-IX TO WS-LAST-ADVISER-IX
                           MOVE PI-ADVISER-IX TO WS-ADVISER-IX
                           perform WRITE-WORKLIST-HEADING
                       END-IF
                       MOVE SPACES TO WORKLIST-RECORD
                       STRING "  " DELIMITED BY SIZE
                              PI-KILDE DELIMITED BY SIZE
                              " CPR: " DELIMITED BY SIZE
                              FUNCTION TRIM(PI-CPR) DELIMITED BY SIZE
                              ", Konto: " DELIMITED BY SIZE
                              FUNCTION TRIM(PI-KONTO-ID) DELIMITED BY SIZE
                              " - " DELIMITED BY SIZE
                              FUNCTION TRIM(PI-TEKST) DELIMITED BY SIZE
                              INTO WORKLIST-RECORD
                       WRITE WORKLIST-RECORD
               END-READ
           END-PERFORM
       exit.

       WRITE-WORKLIST-HEADING.
           MOVE SPACES TO WORKLIST-RECORD
           WRITE WORKLIST-RECORD
           MOVE RG-PUNKTER(WS-ADVISER-IX) TO WS-COUNT-DISPLAY
           MOVE SPACES TO WORKLIST-RECORD
           IF WS-ADVISER-IX = WS-NO-ADVISER-IX
               STRING "Uden raadgiver - punkter: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                      INTO WORKLIST-RECORD
           ELSE
               STRING "Raadgiver " DELIMITED BY SIZE
                      FUNCTION TRIM(RG-RAADGIVER-ID(WS-ADVISER-IX))
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(RG-NAVN(WS-ADVISER-IX)) DELIMITED BY SIZE
                      ", filial " DELIMITED BY SIZE
                      FUNCTION TRIM(RG-FILIAL-NR(WS-ADVISER-IX))
                          DELIMITED BY SIZE
                      " - punkter: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                      INTO WORKLIST-RECORD
           END-IF
           WRITE WORKLIST-RECORD
       exit.

       WRITE-SUMMARY-LINES.
           MOVE SPACES TO SUMMARY-RECORD
           STRING "Portefoeljeoversigt " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  INTO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE SPACES TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD

           PERFORM VARYING WS-ADVISER-IX FROM 1 BY 1
               UNTIL WS-ADVISER-IX > WS-ADVISER-COUNT
               IF WS-ADVISER-IX < WS-NO-ADVISER-IX
                   OR RG-KONTI(WS-ADVISER-IX) > 0
                   OR RG-PUNKTER(WS-ADVISER-IX) > 0
                   perform WRITE-ONE-SUMMARY-LINE
               END-IF
           END-PERFORM
       exit.

       WRITE-ONE-SUMMARY-LINE.
           MOVE RG-KUNDER(WS-ADVISER-IX) TO WS-COUNT-DISPLAY
           MOVE RG-KONTI(WS-ADVISER-IX) TO WS-COUNT-DISPLAY-2
           MOVE RG-PUNKTER(WS-ADVISER-IX) TO WS-COUNT-DISPLAY-3
           MOVE RG-SALDO(WS-ADVISER-IX) TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO SUMMARY-RECORD
           IF WS-ADVISER-IX = WS-NO-ADVISER-IX
               STRING "Uden raadgiver" DELIMITED BY SIZE
                      INTO SUMMARY-RECORD
           ELSE
               STRING FUNCTION TRIM(RG-RAADGIVER-ID(WS-ADVISER-IX))
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(RG-NAVN(WS-ADVISER-IX)) DELIMITED BY SIZE
                      " (filial " DELIMITED BY SIZE
                      FUNCTION TRIM(RG-FILIAL-NR(WS-ADVISER-IX))
                          DELIMITED BY SIZE
                      ", " DELIMITED BY SIZE
                      FUNCTION TRIM(RG-STATUS(WS-ADVISER-IX)) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO SUMMARY-RECORD
           END-IF
           WRITE SUMMARY-RECORD
           MOVE SPACES TO SUMMARY-RECORD
           STRING "    kunder " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  ", konti " FUNCTION TRIM(WS-COUNT-DISPLAY-2)
                  ", saldo " FUNCTION TRIM(WS-AMOUNT-DISPLAY) " DKK"
                  ", arbejdspunkter " FUNCTION TRIM(WS-COUNT-DISPLAY-3)
                  DELIMITED BY SIZE INTO SUMMARY-RECORD
           WRITE SUMMARY-RECORD

           ADD RG-KUNDER(WS-ADVISER-IX) TO WS-TOTAL-KUNDER
           ADD RG-KONTI(WS-ADVISER-IX) TO WS-TOTAL-KONTI
           ADD RG-SALDO(WS-ADVISER-IX) TO WS-TOTAL-SALDO
           ADD RG-PUNKTER(WS-ADVISER-IX) TO WS-TOTAL-PUNKTER
       exit.

       WRITE-SUMMARY-TRAILER.
           MOVE SPACES TO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
           MOVE WS-TOTAL-KUNDER TO WS-COUNT-DISPLAY
           MOVE WS-TOTAL-KONTI TO WS-COUNT-DISPLAY-2
           MOVE WS-TOTAL-PUNKTER TO WS-COUNT-DISPLAY-3
           MOVE WS-TOTAL-SALDO TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO SUMMARY-RECORD
           STRING "I alt: kunder " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  ", konti " FUNCTION TRIM(WS-COUNT-DISPLAY-2)
                  ", saldo " FUNCTION TRIM(WS-AMOUNT-DISPLAY) " DKK"
                  ", arbejdspunkter " FUNCTION TRIM(WS-COUNT-DISPLAY-3)
                  DELIMITED BY SIZE INTO SUMMARY-RECORD
           WRITE SUMMARY-RECORD
       exit.
