identification division.
       program-id. SalgsLeads.

      *> --- Monthly cross-sell lead run. Three rules, each switched
      *> on or off and tuned in 116-LeadParam.txt (NOEGLE;VAERDI):
      *>   LEDIG-SALDO        positive balance of at least
      *>                      LEDIG-SALDO-GRAENSE DKK (default 100000)
      *>                      on everyday accounts and no savings
      *>                      account
      *>   LOEN-UDEN-PRODUKT  at least LOEN-ANTAL salary credits (type
      *>                      Loen, from LoenIndlaes) in the last
      *>                      LOEN-MDR months and neither a loan in
      *>                      46-LaanRegister.txt nor a pension account
      *>   INDSKUD-FORFALD    a deposit in 47-IndskudRegister.txt with
      *>                      instruction LUK maturing within the next
      *>                      FORFALD-MDR months
      *> REGEL-<navn>;N switches a rule off. Savings and pension
      *> products are the KONTO-TYPEs named by OPSPARINGSTYPE and
      *> PENSIONSTYPE lines (repeatable). MAANED;YYYY-MM sets the run
      *> month (default this month).
      *> A lead needs a GIVET marketing consent (EMAIL, else POST) in
      *> 72-SamtykkeRegister.txt. 116-Leads.txt is the lead register
      *>   LEAD-ID,MAANED,CPR,REGEL,RAADGIVER-ID,FILIAL-NR,KANAL,
      *>   STATUS,UDFALD-DATO
      *> with STATUS AABEN, KONTAKTET, ACCEPTERET or AFVIST; outcomes
      *> come back in 116-LeadUdfald.txt (LEAD-ID,UDFALD,DATO) and
      *> are applied before the rules run. A customer is not pitched
      *> the same rule again while an earlier lead is still open or
      *> contacted, nor within KARENS-MDR months (default 12) of it.
      *> 116-LeadListe.txt lists the month's leads per branch and
      *> adviser (115-Portefoeljer.txt, else the home branch in
      *> 114-KundeFilial.txt); 116-LeadRapport.txt shows the outcome
      *> handling, the skip counts and how each rule converts. ---

environment division.
input-output section.
file-control.
       select param-file assign to "116-LeadParam.txt"
           organization line sequential
           file status is WS-PARAM-STATUS.

       select consent-file assign to "72-SamtykkeRegister.txt"
           organization line sequential
           file status is WS-CONSENT-STATUS.

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

       select loan-file assign to "46-LaanRegister.txt"
           organization line sequential
           file status is WS-LOAN-STATUS.

       select deposit-file assign to "47-IndskudRegister.txt"
           organization line sequential
           file status is WS-DEPOSIT-STATUS.

       select adviser-file assign to "115-Raadgivere.txt"
           organization line sequential
           file status is WS-ADVISER-STATUS.

       select portfolio-file assign to "115-Portefoeljer.txt"
           organization line sequential
           file status is WS-PORTFOLIO-STATUS.

       select home-branch-file assign to "114-KundeFilial.txt"
           organization line sequential
           file status is WS-HOME-BRANCH-STATUS.

       select lead-file assign to "116-Leads.txt"
           organization line sequential
           file status is WS-LEAD-STATUS.

       select outcome-file assign to "116-LeadUdfald.txt"
           organization line sequential
           file status is WS-OUTCOME-STATUS.

       select list-file assign to "116-LeadListe.txt"
           organization line sequential.

       select report-file assign to "116-LeadRapport.txt"
           organization line sequential.

      *> --- marketing channel per CPR ---
       select consent-index-file assign to "WS-LeadSamtykke.tmp"
           organization is indexed
           access mode is dynamic
           record key is SI-CPR
           file status is WS-CONSENT-INDEX-STATUS.

      *> --- CPR per account, from the transactions ---
       select account-index-file assign to "WS-LeadKonto.tmp"
           organization is indexed
           access mode is dynamic
           record key is AI-KONTO-ID
           file status is WS-ACCOUNT-INDEX-STATUS.

      *> --- CPR per KUNDE-ID, for accounts without transactions ---
       select owner-index-file assign to "WS-LeadEjer.tmp"
           organization is indexed
           access mode is dynamic
           record key is EI-KUNDE-ID
           file status is WS-OWNER-INDEX-STATUS.

      *> --- what the rules need to know per customer ---
       select customer-index-file assign to "WS-LeadKunde.tmp"
           organization is indexed
           access mode is dynamic
           record key is CU-CPR
           file status is WS-CUSTOMER-INDEX-STATUS.

      *> --- adviser per CPR ---
       select portfolio-index-file assign to "WS-LeadPortefoelje.tmp"
           organization is indexed
           access mode is dynamic
           record key is PF-CPR
           file status is WS-PORTFOLIO-INDEX-STATUS.

      *> --- home branch per KUNDE-ID ---
       select home-index-file assign to "WS-LeadFilial.tmp"
           organization is indexed
           access mode is dynamic
           record key is HK-KUNDE-ID
           file status is WS-HOME-INDEX-STATUS.

      *> --- the lead register keyed on LEAD-ID ---
       select lead-index-file assign to "WS-LeadRegister.tmp"
           organization is indexed
           access mode is dynamic
           record key is LD-LEAD-ID
           file status is WS-LEAD-INDEX-STATUS.

      *> --- latest lead per CPR and rule ---
       select history-index-file assign to "WS-LeadHistorik.tmp"
           organization is indexed
           access mode is dynamic
           record key is LH-KEY
           file status is WS-HISTORY-INDEX-STATUS.

      *> --- the month's leads in branch and adviser order ---
       select list-index-file assign to "WS-LeadListe.tmp"
           organization is indexed
           access mode is dynamic
           record key is LL-KEY
           file status is WS-LIST-INDEX-STATUS.

data division.
file section.
FD param-file.
       01 PARAM-RECORD pic x(60).

FD consent-file.
       01 CONSENT-RECORD pic x(100).

FD transactions-file.
01 transactions-in.
       copy "10-TRANSAKTIONER.cpy".

FD account-file.
       01 csv-lines2 pic x(100).

FD loan-file.
       01 LOAN-RECORD pic x(200).

FD deposit-file.
       01 DEPOSIT-RECORD pic x(150).

FD adviser-file.
       01 ADVISER-RECORD pic x(100).

FD portfolio-file.
       01 PORTFOLIO-RECORD pic x(60).

FD home-branch-file.
       01 HOME-BRANCH-RECORD pic x(40).

FD lead-file.
       01 LEAD-RECORD pic x(150).

FD outcome-file.
       01 OUTCOME-RECORD pic x(80).

FD list-file.
       01 LIST-RECORD pic x(150).

FD report-file.
       01 REPORT-RECORD pic x(150).

FD consent-index-file.
       01 CONSENT-INDEX-RECORD.
           05 SI-CPR pic x(15).
           05 SI-KANAL pic x(5).

FD account-index-file.
       01 ACCOUNT-INDEX-RECORD.
           05 AI-KONTO-ID pic x(15).
           05 AI-CPR pic x(15).

FD owner-index-file.
       01 OWNER-INDEX-RECORD.
           05 EI-KUNDE-ID pic x(10).
           05 EI-CPR pic x(15).

FD customer-index-file.
       01 CUSTOMER-INDEX-RECORD.
           05 CU-CPR pic x(15).
           05 CU-KUNDE-ID pic x(10).
           05 CU-LEDIG-SALDO pic S9(13)v99.
           05 CU-OPSPARING pic x.
           05 CU-PENSION pic x.
           05 CU-LAAN pic x.
           05 CU-LOEN-ANTAL pic 9(4).

FD portfolio-index-file.
       01 PORTFOLIO-INDEX-RECORD.
           05 PF-CPR pic x(15).
           05 PF-RAADGIVER-ID pic x(10).

FD home-index-file.
       01 HOME-INDEX-RECORD.
           05 HK-KUNDE-ID pic x(10).
           05 HK-FILIAL-NR pic x(4).

FD lead-index-file.
       01 LEAD-INDEX-RECORD.
           05 LD-LEAD-ID pic x(15).
           05 LD-MAANED pic x(7).
           05 LD-CPR pic x(15).
           05 LD-REGEL pic x(20).
           05 LD-RAADGIVER-ID pic x(10).
           05 LD-FILIAL-NR pic x(4).
           05 LD-KANAL pic x(5).
           05 LD-STATUS pic x(10).
           05 LD-UDFALD-DATO pic x(10).

FD history-index-file.
       01 HISTORY-INDEX-RECORD.
           05 LH-KEY.
               10 LH-CPR pic x(15).
               10 LH-REGEL pic x(20).
           05 LH-MAANED-NUM pic 9(6).
           05 LH-STATUS pic x(10).

FD list-index-file.
       01 LIST-INDEX-RECORD.
           05 LL-KEY.
               10 LL-FILIAL-NR pic x(4).
               10 LL-RAADGIVER-ID pic x(10).
               10 LL-LEAD-ID pic x(15).
           05 LL-CPR pic x(15).
           05 LL-REGEL pic x(20).
           05 LL-KANAL pic x(5).
           05 LL-TEKST pic x(60).

WORKING-STORAGE SECTION.
       01 WS-PARAM-STATUS pic XX value spaces.
       01 WS-CONSENT-STATUS pic XX value spaces.
       01 WS-TRANS-STATUS pic XX value spaces.
       01 WS-ACCOUNT-STATUS pic XX value spaces.
       01 WS-LOAN-STATUS pic XX value spaces.
       01 WS-DEPOSIT-STATUS pic XX value spaces.
       01 WS-ADVISER-STATUS pic XX value spaces.
       01 WS-PORTFOLIO-STATUS pic XX value spaces.
       01 WS-HOME-BRANCH-STATUS pic XX value spaces.
       01 WS-LEAD-STATUS pic XX value spaces.
       01 WS-OUTCOME-STATUS pic XX value spaces.
       01 WS-CONSENT-INDEX-STATUS pic XX value spaces.
       01 WS-ACCOUNT-INDEX-STATUS pic XX value spaces.
       01 WS-OWNER-INDEX-STATUS pic XX value spaces.
       01 WS-CUSTOMER-INDEX-STATUS pic XX value spaces.
       01 WS-PORTFOLIO-INDEX-STATUS pic XX value spaces.
       01 WS-HOME-INDEX-STATUS pic XX value spaces.
       01 WS-LEAD-INDEX-STATUS pic XX value spaces.
       01 WS-HISTORY-INDEX-STATUS pic XX value spaces.
       01 WS-LIST-INDEX-STATUS pic XX value spaces.

       01 END-OF-PARAM-FILE pic x value "N".
       01 END-OF-CONSENT-FILE pic x value "N".
       01 END-OF-TRANSACTIONS-FILE pic x value "N".
       01 END-OF-ACCOUNT-FILE pic x value "N".
       01 END-OF-LOAN-FILE pic x value "N".
       01 END-OF-DEPOSIT-FILE pic x value "N".
       01 END-OF-ADVISER-FILE pic x value "N".
       01 END-OF-PORTFOLIO-FILE pic x value "N".
       01 END-OF-HOME-BRANCH-FILE pic x value "N".
       01 END-OF-LEAD-FILE pic x value "N".
       01 END-OF-OUTCOME-FILE pic x value "N".
       01 END-OF-INDEX-FILE pic x value "N".

       01 WS-PARAM-NOEGLE pic x(25) value spaces.
       01 WS-PARAM-VAERDI pic x(25) value spaces.
       01 WS-MAANED pic x(7) value spaces.
       01 WS-MAANED-KOMPAKT pic x(6) value spaces.
       01 WS-MAANED-NUM pic 9(6) value 0.
       01 WS-LEDIG-SALDO-GRAENSE pic S9(13)v99 value 100000.
       01 WS-LOEN-MDR pic 9(2) value 3.
       01 WS-LOEN-ANTAL pic 9(4) value 3.
       01 WS-FORFALD-MDR pic 9(2) value 2.
       01 WS-KARENS-MDR pic 9(3) value 12.
       01 WS-LOEN-FRA-NUM pic 9(6) value 0.
       01 WS-FORFALD-TIL-NUM pic 9(6) value 0.

      *> --- KONTO-TYPEs counting as savings / pension products ---
       01 WS-OPSPARING-COUNT pic 9(2) value 0.
       01 WS-OPSPARING-TYPE pic x(15) OCCURS 20 TIMES.
       01 WS-PENSION-COUNT pic 9(2) value 0.
       01 WS-PENSION-TYPE pic x(15) OCCURS 20 TIMES.
       01 WS-TYPE-IX pic 9(2) value 0.
       01 WS-KONTO-TYPE-UPPER pic x(15) value spaces.
       01 WS-ER-OPSPARING pic x value "N".
       01 WS-ER-PENSION pic x value "N".

      *> --- the rules: name, switch and conversion figures ---
       01 WS-RULE-IX pic 9 value 0.
       01 WS-RULE-TABLE OCCURS 3 TIMES.
           05 RU-NAVN pic x(20).
           05 RU-AKTIV pic x.
           05 RU-NYE pic 9(7).
           05 RU-LEADS pic 9(7).
           05 RU-AABNE pic 9(7).
           05 RU-KONTAKTET pic 9(7).
           05 RU-ACCEPTERET pic 9(7).
           05 RU-AFVIST pic 9(7).

      *> --- adviser to branch ---
       01 WS-ADVISER-COUNT pic 9(4) value 0.
       01 WS-ADVISER-IX pic 9(4) value 0.
       01 WS-ADVISER-TABLE OCCURS 1000 TIMES.
           05 RG-RAADGIVER-ID pic x(10).
           05 RG-FILIAL-NR pic x(4).

       01 WS-ROW-CPR pic x(15) value spaces.
       01 WS-ROW-KUNDE-ID pic x(10) value spaces.
       01 WS-ROW-TYPE pic x(10) value spaces.
       01 WS-ROW-STATUS pic x(10) value spaces.
       01 WS-ROW-RAADGIVER-ID pic x(10) value spaces.
       01 WS-ROW-FILIAL-NR pic x(4) value spaces.
       01 WS-ROW-SKIP pic x(40) value spaces.

       01 WS-KONTO-KUNDE-ID pic x(10) value spaces.
       01 WS-KONTO-ID-TEXT pic x(15) value spaces.
       01 WS-KONTO-TYPE-TEXT pic x(15) value spaces.
       01 WS-KONTO-BALANCE-TEXT pic x(15) value spaces.
       01 WS-KONTO-VALUTA-TEXT pic x(3) value spaces.
       01 WS-KONTO-STATUS-TEXT pic x(10) value spaces.
       01 WS-KONTO-CPR pic x(15) value spaces.

       01 WS-IND-KONTO-ID pic x(15) value spaces.
       01 WS-IND-CPR pic x(15) value spaces.
       01 WS-IND-ROLLOVER pic x(6) value spaces.
       01 WS-IND-FORFALD pic x(10) value spaces.

       01 WS-UDF-LEAD-ID pic x(15) value spaces.
       01 WS-UDF-UDFALD pic x(10) value spaces.
       01 WS-UDF-DATO pic x(10) value spaces.

      *> --- the lead being considered ---
       01 WS-CAND-CPR pic x(15) value spaces.
       01 WS-CAND-REGEL pic x(20) value spaces.
       01 WS-CAND-TEKST pic x(60) value spaces.
       01 WS-CAND-KANAL pic x(5) value spaces.
       01 WS-CAND-KUNDE-ID pic x(10) value spaces.
       01 WS-NEXT-LEAD-SEQ pic 9(5) value 0.
       01 WS-LEAD-SEQ-TEXT pic 9(5) value 0.
       01 WS-LAST-FILIAL-NR pic x(4) value spaces.
       01 WS-LAST-RAADGIVER-ID pic x(10) value spaces.

       01 WS-CALC-MAANED pic x(7) value spaces.
       01 WS-CALC-AAR pic 9(4) value 0.
       01 WS-CALC-MD pic 9(2) value 0.
       01 WS-CALC-NUM pic 9(6) value 0.

       01 WS-BELOEB-NUM pic S9(13)v99 value 0.
       01 WS-PCT-NUM pic 9(3)v9 value 0.
       01 WS-PCT-DISPLAY pic ZZ9.9.

      *> --- shared dated-rate lookup ---
       01 WS-RATE-VALUTA pic x(3) value spaces.
       01 WS-RATE-KURS pic S9(5)v9999 value 0.
       01 WS-RATE-STATUS pic XX value spaces.

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-OUTCOME-APPLIED pic 9(7) value 0.
       01 WS-OUTCOME-REJECTED pic 9(7) value 0.
       01 WS-SKIP-CONSENT pic 9(7) value 0.
       01 WS-SKIP-HISTORY pic 9(7) value 0.
       01 WS-NEW-LEADS pic 9(7) value 0.
       01 WS-AMOUNT-DISPLAY pic -Z(12)9.99.
       01 WS-COUNT-DISPLAY pic Z(6)9.
       01 WS-COUNT-DISPLAY-2 pic Z(6)9.
       01 WS-COUNT-DISPLAY-3 pic Z(6)9.
       01 WS-COUNT-DISPLAY-4 pic Z(6)9.
       01 WS-COUNT-DISPLAY-5 pic Z(6)9.

PROCEDURE DIVISION.
       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS
       MOVE WS-TODAY-DATE(1:7) TO WS-MAANED

       MOVE "LEDIG-SALDO" TO RU-NAVN(1)
       MOVE "LOEN-UDEN-PRODUKT" TO RU-NAVN(2)
       MOVE "INDSKUD-FORFALD" TO RU-NAVN(3)
       PERFORM VARYING WS-RULE-IX FROM 1 BY 1 UNTIL WS-RULE-IX > 3
           MOVE "J" TO RU-AKTIV(WS-RULE-IX)
           MOVE 0 TO RU-NYE(WS-RULE-IX)
           MOVE 0 TO RU-LEADS(WS-RULE-IX)
           MOVE 0 TO RU-AABNE(WS-RULE-IX)
           MOVE 0 TO RU-KONTAKTET(WS-RULE-IX)
           MOVE 0 TO RU-ACCEPTERET(WS-RULE-IX)
           MOVE 0 TO RU-AFVIST(WS-RULE-IX)
       END-PERFORM

       perform LOAD-LEAD-PARAMETERS
       IF WS-OPSPARING-COUNT = 0
           MOVE 2 TO WS-OPSPARING-COUNT
           MOVE "OPSPARING" TO WS-OPSPARING-TYPE(1)
           MOVE "BOERNEOPSPARING" TO WS-OPSPARING-TYPE(2)
       END-IF
       IF WS-PENSION-COUNT = 0
           MOVE 2 TO WS-PENSION-COUNT
           MOVE "RATEPENSION" TO WS-PENSION-TYPE(1)
           MOVE "ALDERSOPSPARING" TO WS-PENSION-TYPE(2)
       END-IF
       MOVE WS-MAANED(1:4) TO WS-MAANED-KOMPAKT(1:4)
       MOVE WS-MAANED(6:2) TO WS-MAANED-KOMPAKT(5:2)
       MOVE WS-MAANED TO WS-CALC-MAANED
       perform CALC-MONTH-NUMBER
       MOVE WS-CALC-NUM TO WS-MAANED-NUM
       COMPUTE WS-LOEN-FRA-NUM = WS-MAANED-NUM - WS-LOEN-MDR + 1
       COMPUTE WS-FORFALD-TIL-NUM = WS-MAANED-NUM + WS-FORFALD-MDR

       OPEN OUTPUT report-file
       MOVE SPACES TO REPORT-RECORD
       STRING "Salgsleads " WS-MAANED " - koersel " WS-TODAY-DATE
              DELIMITED BY SIZE INTO REPORT-RECORD
       WRITE REPORT-RECORD
       MOVE SPACES TO REPORT-RECORD
       WRITE REPORT-RECORD

       perform LOAD-LEADS
       perform APPLY-OUTCOMES
       perform LOAD-LEAD-HISTORY

       perform LOAD-CONSENTS
       perform LOAD-ADVISERS
       perform LOAD-PORTFOLIO
       perform LOAD-HOME-BRANCHES
       perform LOAD-ACCOUNT-OWNERS
       perform ADD-ACCOUNTS
       perform ADD-LOANS

       OPEN OUTPUT list-index-file
       CLOSE list-index-file
       OPEN I-O list-index-file

       IF RU-AKTIV(1) = "J" OR RU-AKTIV(2) = "J"
           perform APPLY-CUSTOMER-RULES
       END-IF
       IF RU-AKTIV(3) = "J"
           perform APPLY-DEPOSIT-RULE
       END-IF

       perform WRITE-LEADS
       perform WRITE-LEAD-LIST
       perform WRITE-RULE-STATISTICS
       perform WRITE-REPORT-TRAILER

       close report-file
       close consent-index-file
       close account-index-file
       close owner-index-file
       close customer-index-file
       close portfolio-index-file
       close home-index-file
       close lead-index-file
       close history-index-file
       close list-index-file
stop run.

       LOAD-LEAD-PARAMETERS.
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
                           WHEN "LEDIG-SALDO-GRAENSE"
                               IF FUNCTION TEST-NUMVAL(WS-PARAM-VAERDI) = 0
                                   COMPUTE WS-LEDIG-SALDO-GRAENSE =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               END-IF
                           WHEN "LOEN-MDR"
                               IF FUNCTION TEST-NUMVAL(WS-PARAM-VAERDI) = 0
                                   COMPUTE WS-LOEN-MDR =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               END-IF
                           WHEN "LOEN-ANTAL"
                               IF FUNCTION TEST-NUMVAL(WS-PARAM-VAERDI) = 0
                                   COMPUTE WS-LOEN-ANTAL =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               END-IF
                           WHEN "FORFALD-MDR"
                               IF FUNCTION TEST-NUMVAL(WS-PARAM-VAERDI) = 0
                                   COMPUTE WS-FORFALD-MDR =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               END-IF
                           WHEN "KARENS-MDR"
                               IF FUNCTION TEST-NUMVAL(WS-PARAM-VAERDI) = 0
                                   COMPUTE WS-KARENS-MDR =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               END-IF
                           WHEN "OPSPARINGSTYPE"
                               IF WS-OPSPARING-COUNT < 20
                                   ADD 1 TO WS-OPSPARING-COUNT
                                   MOVE FUNCTION UPPER-CASE(WS-PARAM-VAERDI)
                                       TO WS-OPSPARING-TYPE(WS-OPSPARING-COUNT)
                               END-IF
                           WHEN "PENSIONSTYPE"
                               IF WS-PENSION-COUNT < 20
                                   ADD 1 TO WS-PENSION-COUNT
                                   MOVE FUNCTION UPPER-CASE(WS-PARAM-VAERDI)
                                       TO WS-PENSION-TYPE(WS-PENSION-COUNT)
                               END-IF
                           WHEN "REGEL-LEDIG-SALDO"
                               MOVE WS-PARAM-VAERDI(1:1) TO RU-AKTIV(1)
                           WHEN "REGEL-LOEN-UDEN-PRODUKT"
                               MOVE WS-PARAM-VAERDI(1:1) TO RU-AKTIV(2)
                           WHEN "REGEL-INDSKUD-FORFALD"
                               MOVE WS-PARAM-VAERDI(1:1) TO RU-AKTIV(3)
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE param-file
           IF WS-LOEN-MDR = 0
               MOVE 1 TO WS-LOEN-MDR
           END-IF
           IF WS-KARENS-MDR = 0
               MOVE 1 TO WS-KARENS-MDR
           END-IF
       exit.

      *> --- WS-CALC-MAANED (YYYY-MM) to a running month number ---
       CALC-MONTH-NUMBER.
           MOVE 0 TO WS-CALC-NUM
           IF WS-CALC-MAANED(1:4) IS NUMERIC
               AND WS-CALC-MAANED(6:2) IS NUMERIC
               MOVE WS-CALC-MAANED(1:4) TO WS-CALC-AAR
               MOVE WS-CALC-MAANED(6:2) TO WS-CALC-MD
               COMPUTE WS-CALC-NUM = WS-CALC-AAR * 12 + WS-CALC-MD
           END-IF
       exit.

      *> --- rule name in WS-CAND-REGEL to WS-RULE-IX ---
       FIND-RULE.
           PERFORM VARYING WS-RULE-IX FROM 1 BY 1 UNTIL WS-RULE-IX > 3
               IF RU-NAVN(WS-RULE-IX) = WS-CAND-REGEL
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE 0 TO WS-RULE-IX
       exit.

       LOAD-LEADS.
           OPEN OUTPUT lead-index-file
           CLOSE lead-index-file
           OPEN I-O lead-index-file

           OPEN INPUT lead-file
           IF WS-LEAD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-LEAD-FILE = "Y"
               READ lead-file
                   AT END
                       MOVE "Y" TO END-OF-LEAD-FILE
                   NOT AT END
                       IF LEAD-RECORD NOT = SPACES
                           MOVE SPACES TO LEAD-INDEX-RECORD
                           UNSTRING LEAD-RECORD DELIMITED BY ","
                               INTO LD-LEAD-ID, LD-MAANED, LD-CPR,
                                    LD-REGEL, LD-RAADGIVER-ID,
                                    LD-FILIAL-NR, LD-KANAL, LD-STATUS,
                                    LD-UDFALD-DATO
                           WRITE LEAD-INDEX-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE lead-file
       exit.

      *> --- LEAD-ID,UDFALD (KONTAKTET/ACCEPTERET/AFVIST),DATO ---
       APPLY-OUTCOMES.
           OPEN INPUT outcome-file
           IF WS-OUTCOME-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-OUTCOME-FILE = "Y"
               READ outcome-file
                   AT END
                       MOVE "Y" TO END-OF-OUTCOME-FILE
                   NOT AT END
                       IF OUTCOME-RECORD NOT = SPACES
                           perform APPLY-ONE-OUTCOME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE outcome-file
       exit.

       APPLY-ONE-OUTCOME.
           MOVE SPACES TO WS-UDF-LEAD-ID
           MOVE SPACES TO WS-UDF-UDFALD
           MOVE SPACES TO WS-UDF-DATO
           UNSTRING OUTCOME-RECORD DELIMITED BY ","
               INTO WS-UDF-LEAD-ID, WS-UDF-UDFALD, WS-UDF-DATO
           IF WS-UDF-DATO = SPACES
               MOVE WS-TODAY-DATE TO WS-UDF-DATO
           END-IF
           MOVE SPACES TO REPORT-RECORD
           IF FUNCTION TRIM(WS-UDF-UDFALD) NOT = "KONTAKTET"
               AND FUNCTION TRIM(WS-UDF-UDFALD) NOT = "ACCEPTERET"
               AND FUNCTION TRIM(WS-UDF-UDFALD) NOT = "AFVIST"
               MOVE "Ukendt udfald (brug KONTAKTET/ACCEPTERET/AFVIST)"
                   TO REPORT-RECORD
           ELSE
               MOVE WS-UDF-LEAD-ID TO LD-LEAD-ID
               READ lead-index-file
                   INVALID KEY
                       MOVE "Lead findes ikke" TO REPORT-RECORD
                   NOT INVALID KEY
                       IF FUNCTION TRIM(LD-STATUS) = "ACCEPTERET"
                           OR FUNCTION TRIM(LD-STATUS) = "AFVIST"
                           MOVE "Lead er allerede afsluttet" TO REPORT-RECORD
                       ELSE
                           MOVE WS-UDF-UDFALD TO LD-STATUS
                           MOVE WS-UDF-DATO TO LD-UDFALD-DATO
                           REWRITE LEAD-INDEX-RECORD
                       END-IF
               END-READ
           END-IF
           IF REPORT-RECORD = SPACES
               ADD 1 TO WS-OUTCOME-APPLIED
           ELSE
               ADD 1 TO WS-OUTCOME-REJECTED
               STRING "Udfald afvist - " DELIMITED BY SIZE
                      FUNCTION TRIM(REPORT-RECORD) DELIMITED BY SIZE
                      " - Lead: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-UDF-LEAD-ID) DELIMITED BY SIZE
                      ", udfald: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-UDF-UDFALD) DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
       exit.

      *> --- latest lead per CPR and rule, and the sequence the
      *> month's new LEAD-IDs continue from ---
       LOAD-LEAD-HISTORY.
           OPEN OUTPUT history-index-file
           CLOSE history-index-file
           OPEN I-O history-index-file

           MOVE "N" TO END-OF-INDEX-FILE
           MOVE LOW-VALUES TO LD-LEAD-ID
           START lead-index-file KEY IS >= LD-LEAD-ID
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-FILE
           END-START
           PERFORM UNTIL END-OF-INDEX-FILE = "Y"
               READ lead-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-FILE
                   NOT AT END
                       IF LD-MAANED = WS-MAANED
                           ADD 1 TO WS-NEXT-LEAD-SEQ
                       END-IF
                       MOVE LD-MAANED TO WS-CALC-MAANED
                       perform CALC-MONTH-NUMBER
                       MOVE LD-CPR TO LH-CPR
                       MOVE LD-REGEL TO LH-REGEL
                       READ history-index-file
                           INVALID KEY
                               MOVE WS-CALC-NUM TO LH-MAANED-NUM
                               MOVE LD-STATUS TO LH-STATUS
                               WRITE HISTORY-INDEX-RECORD
                               END-WRITE
                           NOT INVALID KEY
                               IF WS-CALC-NUM >= LH-MAANED-NUM
                                   MOVE WS-CALC-NUM TO LH-MAANED-NUM
                                   MOVE LD-STATUS TO LH-STATUS
                                   REWRITE HISTORY-INDEX-RECORD
                               END-IF
                       END-READ
               END-READ
           END-PERFORM
       exit.

      *> --- POST or EMAIL consent currently GIVET; EMAIL wins ---
       LOAD-CONSENTS.
           OPEN OUTPUT consent-index-file
           CLOSE consent-index-file
           OPEN I-O consent-index-file

           OPEN INPUT consent-file
           IF WS-CONSENT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-CONSENT-FILE = "Y"
               READ consent-file
                   AT END
                       MOVE "Y" TO END-OF-CONSENT-FILE
                   NOT AT END
                       MOVE SPACES TO WS-ROW-CPR
                       MOVE SPACES TO WS-ROW-KUNDE-ID
                       MOVE SPACES TO WS-ROW-TYPE
                       MOVE SPACES TO WS-ROW-STATUS
                       UNSTRING CONSENT-RECORD DELIMITED BY ","
                           INTO WS-ROW-CPR, WS-ROW-KUNDE-ID,
                                WS-ROW-TYPE, WS-ROW-STATUS
                       IF FUNCTION TRIM(WS-ROW-STATUS) = "GIVET"
                           AND (FUNCTION TRIM(WS-ROW-TYPE) = "EMAIL"
                                OR FUNCTION TRIM(WS-ROW-TYPE) = "POST")
                           MOVE WS-ROW-CPR TO SI-CPR
                           READ consent-index-file
                               INVALID KEY
                                   MOVE WS-ROW-CPR TO SI-CPR
                                   MOVE WS-ROW-TYPE TO SI-KANAL
                                   WRITE CONSENT-INDEX-RECORD
                                   END-WRITE
                               NOT INVALID KEY
                                   IF FUNCTION TRIM(WS-ROW-TYPE) = "EMAIL"
                                       MOVE "EMAIL" TO SI-KANAL
                                       REWRITE CONSENT-INDEX-RECORD
                                   END-IF
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE consent-file
       exit.

       LOAD-ADVISERS.
           OPEN INPUT adviser-file
           IF WS-ADVISER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-ADVISER-FILE = "Y"
               READ adviser-file
                   AT END
                       MOVE "Y" TO END-OF-ADVISER-FILE
                   NOT AT END
                       IF ADVISER-RECORD NOT = SPACES
                           AND WS-ADVISER-COUNT < 1000
                           ADD 1 TO WS-ADVISER-COUNT
                           MOVE SPACES TO WS-ADVISER-TABLE(WS-ADVISER-COUNT)
                           UNSTRING ADVISER-RECORD DELIMITED BY ","
                               INTO RG-RAADGIVER-ID(WS-ADVISER-COUNT),
                                    RG-FILIAL-NR(WS-ADVISER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE adviser-file
       exit.

       LOAD-PORTFOLIO.
           OPEN OUTPUT portfolio-index-file
           CLOSE portfolio-index-file
           OPEN I-O portfolio-index-file

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
                       UNSTRING PORTFOLIO-RECORD DELIMITED BY ","
                           INTO WS-ROW-CPR, WS-ROW-RAADGIVER-ID
                       IF WS-ROW-CPR NOT = SPACES
                           MOVE WS-ROW-CPR TO PF-CPR
                           MOVE WS-ROW-RAADGIVER-ID TO PF-RAADGIVER-ID
                           WRITE PORTFOLIO-INDEX-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE portfolio-file
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

      *> --- CPR per account and the salary credits per customer from
      *> the transactions, then CPR per KUNDE-ID from the accounts ---
       LOAD-ACCOUNT-OWNERS.
           OPEN OUTPUT account-index-file
           CLOSE account-index-file
           OPEN I-O account-index-file
           OPEN OUTPUT owner-index-file
           CLOSE owner-index-file
           OPEN I-O owner-index-file
           OPEN OUTPUT customer-index-file
           CLOSE customer-index-file
           OPEN I-O customer-index-file

           OPEN INPUT transactions-file
           IF WS-TRANS-STATUS = "00"
               PERFORM UNTIL END-OF-TRANSACTIONS-FILE = "Y"
                   READ transactions-file NEXT RECORD
                       AT END
                           MOVE "Y" TO END-OF-TRANSACTIONS-FILE
                       NOT AT END
                           perform ADD-ONE-TRANSACTION
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

       ADD-ONE-TRANSACTION.
           IF KONTO-ID OF transactions-in NOT = SPACES
               MOVE KONTO-ID OF transactions-in TO AI-KONTO-ID
               MOVE CPR OF transactions-in TO AI-CPR
               WRITE ACCOUNT-INDEX-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           IF FUNCTION TRIM(TRANSAKTIONSTYPE OF transactions-in) NOT = "Loen"
               EXIT PARAGRAPH
           END-IF
           MOVE TIDSPUNKT OF transactions-in(1:7) TO WS-CALC-MAANED
           perform CALC-MONTH-NUMBER
           IF WS-CALC-NUM < WS-LOEN-FRA-NUM
               OR WS-CALC-NUM > WS-MAANED-NUM
               EXIT PARAGRAPH
           END-IF
           MOVE CPR OF transactions-in TO WS-KONTO-CPR
           perform READ-CUSTOMER
           ADD 1 TO CU-LOEN-ANTAL
           perform SAVE-CUSTOMER
       exit.

      *> --- WS-KONTO-CPR into CUSTOMER-INDEX-RECORD, blank if new ---
       READ-CUSTOMER.
           MOVE WS-KONTO-CPR TO CU-CPR
           READ customer-index-file
               INVALID KEY
                   MOVE SPACES TO CU-KUNDE-ID
                   MOVE 0 TO CU-LEDIG-SALDO
                   MOVE "N" TO CU-OPSPARING
                   MOVE "N" TO CU-PENSION
                   MOVE "N" TO CU-LAAN
                   MOVE 0 TO CU-LOEN-ANTAL
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

      *> --- product holdings and idle balance per customer ---
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
                       MOVE SPACES TO WS-KONTO-STATUS-TEXT
                       UNSTRING csv-lines2 DELIMITED BY ","
                           INTO WS-KONTO-KUNDE-ID, WS-KONTO-ID-TEXT,
                                WS-KONTO-TYPE-TEXT,
                                WS-KONTO-BALANCE-TEXT,
                                WS-KONTO-VALUTA-TEXT,
                                WS-KONTO-STATUS-TEXT
                       IF FUNCTION TRIM(WS-KONTO-STATUS-TEXT) NOT = "LUKKET"
                           perform ADD-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE account-file
       exit.

       ADD-ONE-ACCOUNT.
           MOVE SPACES TO WS-KONTO-CPR
           MOVE WS-KONTO-ID-TEXT TO AI-KONTO-ID
           READ account-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE AI-CPR TO WS-KONTO-CPR
           END-READ
           IF WS-KONTO-CPR = SPACES
               MOVE WS-KONTO-KUNDE-ID TO EI-KUNDE-ID
               READ owner-index-file
                   INVALID KEY
                       EXIT PARAGRAPH
                   NOT INVALID KEY
                       MOVE EI-CPR TO WS-KONTO-CPR
               END-READ
           END-IF

           MOVE FUNCTION UPPER-CASE(WS-KONTO-TYPE-TEXT) TO WS-KONTO-TYPE-UPPER
           MOVE "N" TO WS-ER-OPSPARING
           MOVE "N" TO WS-ER-PENSION
           PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
               UNTIL WS-TYPE-IX > WS-OPSPARING-COUNT
               IF WS-OPSPARING-TYPE(WS-TYPE-IX) = WS-KONTO-TYPE-UPPER
                   MOVE "J" TO WS-ER-OPSPARING
               END-IF
           END-PERFORM
           PERFORM VARYING WS-TYPE-IX FROM 1 BY 1
               UNTIL WS-TYPE-IX > WS-PENSION-COUNT
               IF WS-PENSION-TYPE(WS-TYPE-IX) = WS-KONTO-TYPE-UPPER
                   MOVE "J" TO WS-ER-PENSION
               END-IF
           END-PERFORM

           perform READ-CUSTOMER
           MOVE WS-KONTO-KUNDE-ID TO CU-KUNDE-ID
           IF WS-ER-OPSPARING = "J"
               MOVE "J" TO CU-OPSPARING
           END-IF
           IF WS-ER-PENSION = "J"
               MOVE "J" TO CU-PENSION
           END-IF
           IF WS-ER-OPSPARING = "N" AND WS-ER-PENSION = "N"
               AND FUNCTION TEST-NUMVAL(WS-KONTO-BALANCE-TEXT) = 0
               COMPUTE WS-BELOEB-NUM =
                   FUNCTION NUMVAL(WS-KONTO-BALANCE-TEXT)
               IF WS-BELOEB-NUM > 0
                   MOVE WS-KONTO-VALUTA-TEXT TO WS-RATE-VALUTA
                   perform CONVERT-TO-DKK
                   ADD WS-BELOEB-NUM TO CU-LEDIG-SALDO
               END-IF
           END-IF
           perform SAVE-CUSTOMER
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

      *> --- KONTO-ID,CPR,REG-NR,HOVEDSTOL,...: a loan on the CPR ---
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
                       MOVE SPACES TO WS-ROW-SKIP
                       MOVE SPACES TO WS-KONTO-CPR
                       UNSTRING LOAN-RECORD DELIMITED BY ","
                           INTO WS-ROW-SKIP, WS-KONTO-CPR
                       IF WS-KONTO-CPR NOT = SPACES
                           perform READ-CUSTOMER
                           MOVE "J" TO CU-LAAN
                           perform SAVE-CUSTOMER
                       END-IF
               END-READ
           END-PERFORM
           CLOSE loan-file
       exit.

       APPLY-CUSTOMER-RULES.
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
                       MOVE CU-CPR TO WS-CAND-CPR
                       MOVE CU-KUNDE-ID TO WS-CAND-KUNDE-ID
                       IF RU-AKTIV(1) = "J"
                           AND CU-OPSPARING = "N"
                           AND CU-LEDIG-SALDO >= WS-LEDIG-SALDO-GRAENSE
                           MOVE CU-LEDIG-SALDO TO WS-AMOUNT-DISPLAY
                           MOVE RU-NAVN(1) TO WS-CAND-REGEL
                           MOVE SPACES TO WS-CAND-TEKST
                           STRING "Ledig saldo " DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                                      DELIMITED BY SIZE
                                  " DKK, ingen opsparing" DELIMITED BY SIZE
                                  INTO WS-CAND-TEKST
                           perform CONSIDER-LEAD
                       END-IF
                       IF RU-AKTIV(2) = "J"
                           AND CU-LOEN-ANTAL >= WS-LOEN-ANTAL
                           AND CU-LAAN = "N"
                           AND CU-PENSION = "N"
                           MOVE CU-LOEN-ANTAL TO WS-COUNT-DISPLAY
                           MOVE RU-NAVN(2) TO WS-CAND-REGEL
                           MOVE SPACES TO WS-CAND-TEKST
                           STRING FUNCTION TRIM(WS-COUNT-DISPLAY)
                                      DELIMITED BY SIZE
                                  " loenindbetalinger, intet laan"
                                      DELIMITED BY SIZE
                                  " eller pension" DELIMITED BY SIZE
                                  INTO WS-CAND-TEKST
                           perform CONSIDER-LEAD
                       END-IF
               END-READ
           END-PERFORM
       exit.

      *> --- KONTO-ID,CPR,REG-NR,START-DATO,LOEBETID-MDR,RENTE-PCT,
      *> ROLLOVER,FORFALD-DATO ---
       APPLY-DEPOSIT-RULE.
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
                       MOVE SPACES TO WS-IND-CPR
                       MOVE SPACES TO WS-IND-ROLLOVER
                       MOVE SPACES TO WS-IND-FORFALD
                       UNSTRING DEPOSIT-RECORD DELIMITED BY ","
                           INTO WS-IND-KONTO-ID, WS-IND-CPR,
                                WS-ROW-SKIP, WS-ROW-SKIP, WS-ROW-SKIP,
                                WS-ROW-SKIP, WS-IND-ROLLOVER,
                                WS-IND-FORFALD
                       MOVE WS-IND-FORFALD(1:7) TO WS-CALC-MAANED
                       perform CALC-MONTH-NUMBER
                       IF FUNCTION TRIM(WS-IND-ROLLOVER) = "LUK"
                           AND WS-CALC-NUM > WS-MAANED-NUM
                           AND WS-CALC-NUM <= WS-FORFALD-TIL-NUM
                           MOVE WS-IND-CPR TO WS-CAND-CPR
                           MOVE WS-IND-CPR TO WS-KONTO-CPR
                           MOVE WS-IND-CPR TO CU-CPR
                           MOVE SPACES TO WS-CAND-KUNDE-ID
                           READ customer-index-file
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   MOVE CU-KUNDE-ID TO WS-CAND-KUNDE-ID
                           END-READ
                           MOVE RU-NAVN(3) TO WS-CAND-REGEL
                           MOVE SPACES TO WS-CAND-TEKST
                           STRING "Indskud " DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-IND-KONTO-ID)
                                      DELIMITED BY SIZE
                                  " forfalder " DELIMITED BY SIZE
                                  WS-IND-FORFALD DELIMITED BY SIZE
                                  " uden fornyelse" DELIMITED BY SIZE
                                  INTO WS-CAND-TEKST
                           perform CONSIDER-LEAD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE deposit-file
       exit.

      *> --- consent and pitch history decide; a lead is then filed
      *> in the register and on the branch/adviser list ---
       CONSIDER-LEAD.
           MOVE WS-CAND-CPR TO SI-CPR
           READ consent-index-file
               INVALID KEY
                   ADD 1 TO WS-SKIP-CONSENT
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   MOVE SI-KANAL TO WS-CAND-KANAL
           END-READ

           MOVE WS-CAND-CPR TO LH-CPR
           MOVE WS-CAND-REGEL TO LH-REGEL
           READ history-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FUNCTION TRIM(LH-STATUS) = "AABEN"
                       OR FUNCTION TRIM(LH-STATUS) = "KONTAKTET"
                       OR WS-MAANED-NUM - LH-MAANED-NUM < WS-KARENS-MDR
                       ADD 1 TO WS-SKIP-HISTORY
                       EXIT PARAGRAPH
                   END-IF
           END-READ

           ADD 1 TO WS-NEXT-LEAD-SEQ
           MOVE WS-NEXT-LEAD-SEQ TO WS-LEAD-SEQ-TEXT
           MOVE SPACES TO LEAD-INDEX-RECORD
           STRING "LD" WS-MAANED-KOMPAKT "-" WS-LEAD-SEQ-TEXT
                  DELIMITED BY SIZE INTO LD-LEAD-ID
           MOVE WS-MAANED TO LD-MAANED
           MOVE WS-CAND-CPR TO LD-CPR
           MOVE WS-CAND-REGEL TO LD-REGEL
           MOVE WS-CAND-KANAL TO LD-KANAL
           MOVE "AABEN" TO LD-STATUS

           MOVE WS-CAND-CPR TO PF-CPR
           READ portfolio-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PF-RAADGIVER-ID TO LD-RAADGIVER-ID
           END-READ
           IF LD-RAADGIVER-ID NOT = SPACES
               PERFORM VARYING WS-ADVISER-IX FROM 1 BY 1
                   UNTIL WS-ADVISER-IX > WS-ADVISER-COUNT
                   IF RG-RAADGIVER-ID(WS-ADVISER-IX) = LD-RAADGIVER-ID
                       MOVE RG-FILIAL-NR(WS-ADVISER-IX) TO LD-FILIAL-NR
                   END-IF
               END-PERFORM
           END-IF
           IF LD-FILIAL-NR = SPACES AND WS-CAND-KUNDE-ID NOT = SPACES
               MOVE WS-CAND-KUNDE-ID TO HK-KUNDE-ID
               READ home-index-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE HK-FILIAL-NR TO LD-FILIAL-NR
               END-READ
           END-IF
           WRITE LEAD-INDEX-RECORD
               INVALID KEY
                   EXIT PARAGRAPH
           END-WRITE

           MOVE WS-CAND-CPR TO LH-CPR
           MOVE WS-CAND-REGEL TO LH-REGEL
           MOVE WS-MAANED-NUM TO LH-MAANED-NUM
           MOVE "AABEN" TO LH-STATUS
           REWRITE HISTORY-INDEX-RECORD
               INVALID KEY
                   WRITE HISTORY-INDEX-RECORD
                   END-WRITE
           END-REWRITE

           MOVE LD-FILIAL-NR TO LL-FILIAL-NR
           MOVE LD-RAADGIVER-ID TO LL-RAADGIVER-ID
           MOVE LD-LEAD-ID TO LL-LEAD-ID
           MOVE LD-CPR TO LL-CPR
           MOVE LD-REGEL TO LL-REGEL
           MOVE LD-KANAL TO LL-KANAL
           MOVE WS-CAND-TEKST TO LL-TEKST
           WRITE LIST-INDEX-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           ADD 1 TO WS-NEW-LEADS
           perform FIND-RULE
           IF WS-RULE-IX > 0
               ADD 1 TO RU-NYE(WS-RULE-IX)
           END-IF
       exit.

      *> --- the register back in LEAD-ID order, counting each rule's
      *> leads by status on the way ---
       WRITE-LEADS.
           OPEN OUTPUT lead-file
           MOVE "N" TO END-OF-INDEX-FILE
           MOVE LOW-VALUES TO LD-LEAD-ID
           START lead-index-file KEY IS >= LD-LEAD-ID
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-FILE
           END-START
           PERFORM UNTIL END-OF-INDEX-FILE = "Y"
               READ lead-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-FILE
                   NOT AT END
                       MOVE SPACES TO LEAD-RECORD
                       STRING FUNCTION TRIM(LD-LEAD-ID) ","
                              LD-MAANED ","
                              FUNCTION TRIM(LD-CPR) ","
                              FUNCTION TRIM(LD-REGEL) ","
                              FUNCTION TRIM(LD-RAADGIVER-ID) ","
                              FUNCTION TRIM(LD-FILIAL-NR) ","
                              FUNCTION TRIM(LD-KANAL) ","
                              FUNCTION TRIM(LD-STATUS) ","
                              FUNCTION TRIM(LD-UDFALD-DATO)
                              DELIMITED BY SIZE INTO LEAD-RECORD
                       WRITE LEAD-RECORD
                       MOVE LD-REGEL TO WS-CAND-REGEL
                       perform FIND-RULE
                       IF WS-RULE-IX > 0
                           ADD 1 TO RU-LEADS(WS-RULE-IX)
                           EVALUATE FUNCTION TRIM(LD-STATUS)
                               WHEN "KONTAKTET"
                                   ADD 1 TO RU-KONTAKTET(WS-RULE-IX)
                               WHEN "ACCEPTERET"
                                   ADD 1 TO RU-ACCEPTERET(WS-RULE-IX)
                               WHEN "AFVIST"
                                   ADD 1 TO RU-AFVIST(WS-RULE-IX)
                               WHEN OTHER
                                   ADD 1 TO RU-AABNE(WS-RULE-IX)
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE lead-file
       exit.

       WRITE-LEAD-LIST.
           OPEN OUTPUT list-file
           MOVE SPACES TO LIST-RECORD
           STRING "Salgsleads " WS-MAANED " pr. filial og raadgiver"
                  DELIMITED BY SIZE INTO LIST-RECORD
           WRITE LIST-RECORD

           MOVE HIGH-VALUES TO WS-LAST-FILIAL-NR
           MOVE HIGH-VALUES TO WS-LAST-RAADGIVER-ID
           MOVE "N" TO END-OF-INDEX-FILE
           MOVE LOW-VALUES TO LL-KEY
           START list-index-file KEY IS >= LL-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-FILE
           END-START
           PERFORM UNTIL END-OF-INDEX-FILE = "Y"
               READ list-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-FILE
                   NOT AT END
                       IF LL-FILIAL-NR NOT = WS-LAST-FILIAL-NR
                           OR LL-RAADGIVER-ID NOT = WS-LAST-RAADGIVER-ID
                           MOVE LL-FILIAL-NR TO WS-LAST-FILIAL-NR
                           MOVE LL-RAADGIVER-ID TO WS-LAST-RAADGIVER-ID
                           perform WRITE-LIST-HEADING
                       END-IF
                       MOVE SPACES TO LIST-RECORD
                       STRING "  " FUNCTION TRIM(LL-LEAD-ID)
                              " CPR: " FUNCTION TRIM(LL-CPR)
                              " - " FUNCTION TRIM(LL-REGEL)
                              " (" FUNCTION TRIM(LL-KANAL) "): "
                              FUNCTION TRIM(LL-TEKST)
                              DELIMITED BY SIZE INTO LIST-RECORD
                       WRITE LIST-RECORD
               END-READ
           END-PERFORM
           CLOSE list-file
       exit.

       WRITE-LIST-HEADING.
           MOVE SPACES TO LIST-RECORD
           WRITE LIST-RECORD
           MOVE SPACES TO LIST-RECORD
           IF LL-FILIAL-NR = SPACES
               MOVE "Filial: (ukendt)" TO LIST-RECORD
           ELSE
               STRING "Filial: " FUNCTION TRIM(LL-FILIAL-NR)
                      DELIMITED BY SIZE INTO LIST-RECORD
           END-IF
           IF LL-RAADGIVER-ID = SPACES
               STRING FUNCTION TRIM(LIST-RECORD) DELIMITED BY SIZE
                      ", uden raadgiver" DELIMITED BY SIZE
                      INTO LIST-RECORD
           ELSE
               STRING FUNCTION TRIM(LIST-RECORD) DELIMITED BY SIZE
                      ", raadgiver: " DELIMITED BY SIZE
                      FUNCTION TRIM(LL-RAADGIVER-ID) DELIMITED BY SIZE
                      INTO LIST-RECORD
           END-IF
           WRITE LIST-RECORD
       exit.

      *> --- conversion = accepted leads out of those with a final
      *> outcome (accepted or declined) ---
       WRITE-RULE-STATISTICS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "Regelstatistik (alle leads i registret)" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-RULE-IX FROM 1 BY 1 UNTIL WS-RULE-IX > 3
               MOVE 0 TO WS-PCT-NUM
               IF RU-ACCEPTERET(WS-RULE-IX) + RU-AFVIST(WS-RULE-IX) > 0
                   COMPUTE WS-PCT-NUM ROUNDED =
                       RU-ACCEPTERET(WS-RULE-IX) * 100
                       / (RU-ACCEPTERET(WS-RULE-IX) + RU-AFVIST(WS-RULE-IX))
               END-IF
               MOVE WS-PCT-NUM TO WS-PCT-DISPLAY
               MOVE RU-NYE(WS-RULE-IX) TO WS-COUNT-DISPLAY
               MOVE RU-LEADS(WS-RULE-IX) TO WS-COUNT-DISPLAY-2
               MOVE RU-KONTAKTET(WS-RULE-IX) TO WS-COUNT-DISPLAY-3
               MOVE RU-ACCEPTERET(WS-RULE-IX) TO WS-COUNT-DISPLAY-4
               MOVE RU-AFVIST(WS-RULE-IX) TO WS-COUNT-DISPLAY-5
               MOVE SPACES TO REPORT-RECORD
               STRING FUNCTION TRIM(RU-NAVN(WS-RULE-IX))
                      " (aktiv: " RU-AKTIV(WS-RULE-IX) ")"
                      " - nye " FUNCTION TRIM(WS-COUNT-DISPLAY)
                      ", i alt " FUNCTION TRIM(WS-COUNT-DISPLAY-2)
                      ", kontaktet " FUNCTION TRIM(WS-COUNT-DISPLAY-3)
                      ", accepteret " FUNCTION TRIM(WS-COUNT-DISPLAY-4)
                      ", afvist " FUNCTION TRIM(WS-COUNT-DISPLAY-5)
                      ", konvertering " FUNCTION TRIM(WS-PCT-DISPLAY) " pct"
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
       exit.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-OUTCOME-APPLIED TO WS-COUNT-DISPLAY
           MOVE WS-OUTCOME-REJECTED TO WS-COUNT-DISPLAY-2
           MOVE SPACES TO REPORT-RECORD
           STRING "Udfald anvendt: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  ", afvist: " FUNCTION TRIM(WS-COUNT-DISPLAY-2)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-NEW-LEADS TO WS-COUNT-DISPLAY
           MOVE WS-SKIP-CONSENT TO WS-COUNT-DISPLAY-2
           MOVE WS-SKIP-HISTORY TO WS-COUNT-DISPLAY-3
           MOVE SPACES TO REPORT-RECORD
           STRING "Nye leads: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  ", sprunget over uden samtykke: "
                  FUNCTION TRIM(WS-COUNT-DISPLAY-2)
                  ", sprunget over pga. tidligere lead: "
                  FUNCTION TRIM(WS-COUNT-DISPLAY-3)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
