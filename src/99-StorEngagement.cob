identification division.
       program-id. StorEngagement.

      *> --- Large-exposures return on groups of connected clients.
      *> A group is the household 54-Husstande.txt puts the customer
      *> in (HUSSTAND-ID,KUNDE-ID,...); a customer outside every
      *> household is a group of one (K+KUNDE-ID), and a loan whose
      *> KONTO-ID is not in 8-KontoStam.txt stands on its CPR
      *> (C+CPR). Per group:
      *>   LAAN   - RESTGAELD of the loans in 46-LaanRegister.txt,
      *>   TRAEK  - per account the larger of the unexpired overdraft
      *>            facility in 60-TraekFaciliteter.txt and the drawn
      *>            negative balance in 8-KontoStam.txt (DKK at the
      *>            current Kursopslag rate),
      *>   SIKRET - the collateral-covered part of the loans from the
      *>            loan-to-value run's 98-SikretBeloeb.txt,
      *> and NETTO = LAAN + TRAEK - SIKRET as a share of the capital.
      *> 99-StorEngagementParam.txt (NOEGLE;VAERDI): KAPITAL (DKK,
      *> required), INDBERETNING-PCT (default 10) and GRAENSE-PCT
      *> (default 25). Every group at or over the reporting share is
      *> listed in 99-StoreEngagementer.txt, flagged when over the
      *> limit, and written to the supervisory extract
      *> 99-StorEngagementIndberetning.txt in fixed records:
      *>   00 header:  type(2), date(8), capital in oerer 9(15)
      *>   01 group:   type(2), GRUPPE-ID(16), customers 9(5),
      *>               gross, collateral, net in oerer 9(15) each,
      *>               share of capital 9(3)v99, over limit J/N
      *>   99 trailer: type(2), record count 9(9), net sum 9(15)
      *> with the standard .ctl companion. ---

environment division.
input-output section.
file-control.
       select param-file assign to "99-StorEngagementParam.txt"
           organization line sequential
           file status is WS-PARAM-STATUS.

       select household-file assign to "54-Husstande.txt"
           organization line sequential
           file status is WS-HOUSEHOLD-STATUS.

       select facility-file assign to "60-TraekFaciliteter.txt"
           organization line sequential
           file status is WS-FACILITY-STATUS.

       select loan-file assign to "46-LaanRegister.txt"
           organization line sequential
           file status is WS-LOAN-STATUS.

       select secured-file assign to "98-SikretBeloeb.txt"
           organization line sequential
           file status is WS-SECURED-STATUS.

       select report-file assign to "99-StoreEngagementer.txt"
           organization line sequential.

       select return-file assign to "99-StorEngagementIndberetning.txt"
           organization line sequential.

      *> --- KUNDE-ID -> HUSSTAND-ID ---
       select household-index-file assign to "WS-StorEngHusstand.tmp"
           organization is indexed
           access mode is dynamic
           record key is HH-KUNDE-ID
           file status is WS-HOUSEHOLD-INDEX-STATUS.

      *> --- per account: owner, status and balance from the account
      *> master keyed on KONTO-ID ---
       select account-index-file assign to "8-KontoStam.txt"
           organization is indexed
           access mode is dynamic
           record key is KONTOSTAM-ID
           alternate record key is KONTOSTAM-KUNDE-ID with duplicates
           alternate record key is KONTOSTAM-CPR with duplicates
           file status is WS-ACCOUNT-INDEX-STATUS.

      *> --- per account: the unexpired overdraft facility ---
       select facility-index-file assign to "WS-StorEngFacilitet.tmp"
           organization is indexed
           access mode is dynamic
           record key is FC-KONTO-ID
           file status is WS-FACILITY-INDEX-STATUS.

      *> --- per loan KONTO-ID: the collateral-covered part ---
       select secured-index-file assign to "WS-StorEngSikret.tmp"
           organization is indexed
           access mode is dynamic
           record key is SIK-KONTO-ID
           file status is WS-SECURED-INDEX-STATUS.

      *> --- the groups and their exposure buckets ---
       select group-index-file assign to "WS-StorEngGruppe.tmp"
           organization is indexed
           access mode is dynamic
           record key is GR-GRUPPE-ID
           file status is WS-GROUP-INDEX-STATUS.

      *> --- GRUPPE-ID+KUNDE-ID, so each customer counts once ---
       select member-index-file assign to "WS-StorEngMedlem.tmp"
           organization is indexed
           access mode is dynamic
           record key is MD-NOEGLE
           file status is WS-MEMBER-INDEX-STATUS.

data division.
file section.
FD param-file.
       01 PARAM-RECORD pic x(40).

FD household-file.
       01 HOUSEHOLD-RECORD pic x(80).

FD facility-file.
       01 FACILITY-CSV-RECORD pic x(50).

FD loan-file.
       01 LOAN-RECORD pic x(130).

FD secured-file.
       01 SECURED-RECORD pic x(100).

FD report-file.
       01 REPORT-RECORD pic x(150).

FD return-file.
       01 RETURN-RECORD.
           05 RET-REC-TYPE pic x(2).
           05 RET-DATA pic x(80).
       01 RETURN-HEADER-RECORD.
           05 RETH-REC-TYPE pic x(2).
           05 RETH-DATO pic 9(8).
           05 RETH-KAPITAL-OERER pic 9(15).
           05 FILLER pic x(57).
       01 RETURN-GROUP-RECORD.
           05 RETG-REC-TYPE pic x(2).
           05 RETG-GRUPPE-ID pic x(16).
           05 RETG-ANTAL-KUNDER pic 9(5).
           05 RETG-BRUTTO-OERER pic 9(15).
           05 RETG-SIKRET-OERER pic 9(15).
           05 RETG-NETTO-OERER pic 9(15).
           05 RETG-ANDEL pic 9(3)v99.
           05 RETG-OVER-GRAENSE pic x.
           05 FILLER pic x(8).
       01 RETURN-TRAILER-RECORD.
           05 RETT-REC-TYPE pic x(2).
           05 RETT-ANTAL pic 9(9).
           05 RETT-NETTO-OERER pic 9(15).
           05 FILLER pic x(56).

FD household-index-file.
       01 HOUSEHOLD-INDEX-RECORD.
           05 HH-KUNDE-ID pic x(10).
           05 HH-HUSSTAND-ID pic x(8).

FD account-index-file.
       01 ACCOUNT-INDEX-RECORD.
           copy "8-KONTOSTAM.cpy".

FD facility-index-file.
       01 FACILITY-INDEX-RECORD.
           05 FC-KONTO-ID pic x(15).
           05 FC-BELOEB pic S9(13)v99.

FD secured-index-file.
       01 SECURED-INDEX-RECORD.
           05 SIK-KONTO-ID pic x(15).
           05 SIK-SIKRET pic S9(13)v99.

FD group-index-file.
       01 GROUP-INDEX-RECORD.
           05 GR-GRUPPE-ID pic x(16).
           05 GR-ANTAL-KUNDER pic 9(5).
           05 GR-LAAN pic S9(13)v99.
           05 GR-TRAEK pic S9(13)v99.
           05 GR-SIKRET pic S9(13)v99.

FD member-index-file.
       01 MEMBER-INDEX-RECORD.
           05 MD-NOEGLE.
               10 MD-GRUPPE-ID pic x(16).
               10 MD-KUNDE-ID pic x(15).

WORKING-STORAGE SECTION.
       01 WS-PARAM-STATUS pic XX value spaces.
       01 WS-HOUSEHOLD-STATUS pic XX value spaces.
       01 WS-FACILITY-STATUS pic XX value spaces.
       01 WS-LOAN-STATUS pic XX value spaces.
       01 WS-SECURED-STATUS pic XX value spaces.
       01 WS-HOUSEHOLD-INDEX-STATUS pic XX value spaces.
       01 WS-ACCOUNT-INDEX-STATUS pic XX value spaces.
       01 WS-FACILITY-INDEX-STATUS pic XX value spaces.
       01 WS-SECURED-INDEX-STATUS pic XX value spaces.
       01 WS-GROUP-INDEX-STATUS pic XX value spaces.
       01 WS-MEMBER-INDEX-STATUS pic XX value spaces.

       01 END-OF-PARAM-FILE pic x value "N".
       01 END-OF-HOUSEHOLD-FILE pic x value "N".
       01 END-OF-FACILITY-FILE pic x value "N".
       01 END-OF-LOAN-FILE pic x value "N".
       01 END-OF-SECURED-FILE pic x value "N".
       01 END-OF-INDEX-SCAN pic x value "N".

      *> --- parameters ---
       01 WS-PARAM-NOEGLE pic x(20) value spaces.
       01 WS-PARAM-VAERDI pic x(20) value spaces.
       01 WS-KAPITAL pic S9(13)v99 value 0.
       01 WS-INDBERETNING-PCT pic 9(3)v99 value 10.
       01 WS-GRAENSE-PCT pic 9(3)v99 value 25.

      *> --- input line fields ---
       01 WS-HH-HUSSTAND-TEXT pic x(8) value spaces.
       01 WS-HH-KUNDE-TEXT pic x(10) value spaces.
       01 WS-KONTO-TRUKKET pic S9(13)v99 value 0.
       01 WS-KONTO-FACILITET pic S9(13)v99 value 0.
       01 WS-TF-KONTO-TEXT pic x(15) value spaces.
       01 WS-TF-BELOEB-TEXT pic x(15) value spaces.
       01 WS-TF-UDLOEB-TEXT pic x(10) value spaces.
       01 WS-LAAN-KONTO-ID pic x(15) value spaces.
       01 WS-LAAN-CPR pic x(15) value spaces.
       01 WS-LAAN-REG-NR pic x(4) value spaces.
       01 WS-LAAN-HOVEDSTOL pic x(15) value spaces.
       01 WS-LAAN-RENTE-PCT pic x(8) value spaces.
       01 WS-LAAN-LOEBETID pic x(4) value spaces.
       01 WS-LAAN-FOERSTE-FORFALD pic x(10) value spaces.
       01 WS-LAAN-RESTGAELD pic x(15) value spaces.
       01 WS-SIK-KONTO-TEXT pic x(15) value spaces.
       01 WS-SIK-RESTGAELD-TEXT pic x(18) value spaces.
       01 WS-SIK-VURDERING-TEXT pic x(18) value spaces.
       01 WS-SIK-SIKRET-TEXT pic x(18) value spaces.

      *> --- exposure being added ---
       01 WS-GRUPPE-ID pic x(16) value spaces.
       01 WS-MEDLEM-ID pic x(15) value spaces.
       01 WS-ADD-LAAN pic S9(13)v99 value 0.
       01 WS-ADD-TRAEK pic S9(13)v99 value 0.
       01 WS-ADD-SIKRET pic S9(13)v99 value 0.
       01 WS-BELOEB-NUM pic S9(13)v99 value 0.

       01 WS-KURS pic S9(5)v9999 value 0.
       01 WS-KURS-STATUS pic XX value spaces.

      *> --- group figures ---
       01 WS-BRUTTO pic S9(13)v99 value 0.
       01 WS-NETTO pic S9(13)v99 value 0.
       01 WS-ANDEL pic S9(5)v99 value 0.
       01 WS-OERER pic 9(15) value 0.

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-AMOUNT-DISPLAY pic -Z(12)9.99.
       01 WS-AMOUNT-DISPLAY-2 pic -Z(12)9.99.
       01 WS-AMOUNT-DISPLAY-3 pic -Z(12)9.99.
       01 WS-PCT-DISPLAY pic -ZZZZ9.99.

       01 WS-GROUP-COUNT pic 9(7) value 0.
       01 WS-REPORTED-COUNT pic 9(7) value 0.
       01 WS-OVER-LIMIT-COUNT pic 9(7) value 0.
       01 WS-RECORD-COUNT pic 9(9) value 0.
       01 WS-CONTROL-SUM pic S9(15)v99 value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.
       01 WS-REPORT-POINTER pic 9(3) value 1.

      *> --- standard .ctl companion for the receiver ---
       01 WS-CTL-MODE pic x value space.
       01 WS-CTL-FILNAVN pic x(40) value spaces.
       01 WS-CTL-ANTAL pic 9(9) value 0.
       01 WS-CTL-SUM pic S9(15)v99 value 0.
       01 WS-CTL-STATUS pic XX value spaces.

PROCEDURE DIVISION.
       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       perform LOAD-EXPOSURE-PARAMETERS
       IF WS-KAPITAL <= 0
           DISPLAY "StorEngagement: KAPITAL mangler i 99-StorEngagementParam.txt"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN OUTPUT group-index-file
       CLOSE group-index-file
       OPEN I-O group-index-file
       OPEN OUTPUT member-index-file
       CLOSE member-index-file
       OPEN I-O member-index-file

       perform LOAD-HOUSEHOLDS
       perform LOAD-ACCOUNTS
       perform LOAD-FACILITIES
       perform LOAD-SECURED-AMOUNTS
       perform ADD-LOAN-EXPOSURES
       perform ADD-OVERDRAFT-EXPOSURES
       perform WRITE-LARGE-EXPOSURES

       close household-index-file
       close account-index-file
       close facility-index-file
       close secured-index-file
       close group-index-file
       close member-index-file
stop run.

      *> --- NOEGLE;VAERDI lines; unknown keys are ignored ---
       LOAD-EXPOSURE-PARAMETERS.
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
                               WHEN "KAPITAL"
                                   COMPUTE WS-KAPITAL =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               WHEN "INDBERETNING-PCT"
                                   COMPUTE WS-INDBERETNING-PCT =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               WHEN "GRAENSE-PCT"
                                   COMPUTE WS-GRAENSE-PCT =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE param-file
       exit.

       LOAD-HOUSEHOLDS.
           OPEN OUTPUT household-index-file
           CLOSE household-index-file
           OPEN I-O household-index-file

           OPEN INPUT household-file
           IF WS-HOUSEHOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-HOUSEHOLD-FILE = "Y"
               READ household-file
                   AT END
                       MOVE "Y" TO END-OF-HOUSEHOLD-FILE
                   NOT AT END
                       MOVE SPACES TO WS-HH-HUSSTAND-TEXT
                       MOVE SPACES TO WS-HH-KUNDE-TEXT
                       UNSTRING HOUSEHOLD-RECORD DELIMITED BY ","
                           INTO WS-HH-HUSSTAND-TEXT, WS-HH-KUNDE-TEXT
                       MOVE WS-HH-KUNDE-TEXT TO HH-KUNDE-ID
                       MOVE WS-HH-HUSSTAND-TEXT TO HH-HUSSTAND-ID
                       WRITE HOUSEHOLD-INDEX-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE household-file
       exit.

      *> --- the account master is read in place; without it the
      *> loans stand on their CPR and no overdraft is counted ---
       LOAD-ACCOUNTS.
           OPEN INPUT account-index-file
           IF WS-ACCOUNT-INDEX-STATUS NOT = "00"
               DISPLAY "StorEngagement: 8-KontoStam.txt kan ikke"
                   " aabnes"
           END-IF
       exit.

      *> --- the drawn negative balance of the open account in the
      *> master record, in DKK ---
       DRAWN-BALANCE.
           MOVE 0 TO WS-KONTO-TRUKKET
           COMPUTE WS-BELOEB-NUM = FUNCTION NUMVAL(KONTOSTAM-BALANCE)
           IF WS-BELOEB-NUM < 0
               COMPUTE WS-KONTO-TRUKKET = 0 - WS-BELOEB-NUM
               IF KONTOSTAM-VALUTA NOT = SPACES
                   AND KONTOSTAM-VALUTA NOT = "DKK"
                   CALL "Kursopslag" USING KONTOSTAM-VALUTA WS-KURS
                       WS-KURS-STATUS
                   IF WS-KURS-STATUS = "00"
                       COMPUTE WS-KONTO-TRUKKET ROUNDED =
                           WS-KONTO-TRUKKET * WS-KURS
                   END-IF
               END-IF
           END-IF
       exit.

      *> --- 60-TraekFaciliteter.txt: KONTO-ID,BELOEB,UDLOEB-DATO; an
      *> expired facility is no longer a commitment ---
       LOAD-FACILITIES.
           OPEN OUTPUT facility-index-file
           CLOSE facility-index-file
           OPEN I-O facility-index-file

           OPEN INPUT facility-file
           IF WS-FACILITY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FACILITY-FILE = "Y"
               READ facility-file
                   AT END
                       MOVE "Y" TO END-OF-FACILITY-FILE
                   NOT AT END
                       MOVE SPACES TO WS-TF-KONTO-TEXT
                       MOVE SPACES TO WS-TF-BELOEB-TEXT
                       MOVE SPACES TO WS-TF-UDLOEB-TEXT
                       UNSTRING FACILITY-CSV-RECORD DELIMITED BY ","
                           INTO WS-TF-KONTO-TEXT, WS-TF-BELOEB-TEXT,
                                WS-TF-UDLOEB-TEXT
                       IF FUNCTION TEST-NUMVAL(WS-TF-BELOEB-TEXT) = 0
                           AND (WS-TF-UDLOEB-TEXT = SPACES
                                OR WS-TF-UDLOEB-TEXT >= WS-TODAY-DATE)
                           MOVE WS-TF-KONTO-TEXT TO FC-KONTO-ID
                           COMPUTE FC-BELOEB =
                               FUNCTION NUMVAL(WS-TF-BELOEB-TEXT)
                           WRITE FACILITY-INDEX-RECORD
                               INVALID KEY
                                   REWRITE FACILITY-INDEX-RECORD
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE facility-file
       exit.

      *> --- 98-SikretBeloeb.txt: KONTO-ID,RESTGAELD,VURDERING,SIKRET,... ---
       LOAD-SECURED-AMOUNTS.
           OPEN OUTPUT secured-index-file
           CLOSE secured-index-file
           OPEN I-O secured-index-file

           OPEN INPUT secured-file
           IF WS-SECURED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-SECURED-FILE = "Y"
               READ secured-file
                   AT END
                       MOVE "Y" TO END-OF-SECURED-FILE
                   NOT AT END
                       MOVE SPACES TO WS-SIK-KONTO-TEXT
                       MOVE SPACES TO WS-SIK-RESTGAELD-TEXT
                       MOVE SPACES TO WS-SIK-VURDERING-TEXT
                       MOVE SPACES TO WS-SIK-SIKRET-TEXT
                       UNSTRING SECURED-RECORD DELIMITED BY ","
                           INTO WS-SIK-KONTO-TEXT, WS-SIK-RESTGAELD-TEXT,
                                WS-SIK-VURDERING-TEXT, WS-SIK-SIKRET-TEXT
                       IF FUNCTION TEST-NUMVAL(WS-SIK-SIKRET-TEXT) = 0
                           MOVE WS-SIK-KONTO-TEXT TO SIK-KONTO-ID
                           COMPUTE SIK-SIKRET =
                               FUNCTION NUMVAL(WS-SIK-SIKRET-TEXT)
                           WRITE SECURED-INDEX-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE secured-file
       exit.

       ADD-LOAN-EXPOSURES.
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
                       MOVE SPACES TO WS-LAAN-CPR
                       MOVE SPACES TO WS-LAAN-RESTGAELD
                       UNSTRING LOAN-RECORD DELIMITED BY ","
                           INTO WS-LAAN-KONTO-ID, WS-LAAN-CPR,
                                WS-LAAN-REG-NR, WS-LAAN-HOVEDSTOL,
                                WS-LAAN-RENTE-PCT, WS-LAAN-LOEBETID,
                                WS-LAAN-FOERSTE-FORFALD,
                                WS-LAAN-RESTGAELD
                       IF FUNCTION TEST-NUMVAL(WS-LAAN-RESTGAELD) = 0
                           perform ADD-ONE-LOAN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE loan-file
       exit.

       ADD-ONE-LOAN.
           COMPUTE WS-ADD-LAAN = FUNCTION NUMVAL(WS-LAAN-RESTGAELD)
           IF WS-ADD-LAAN <= 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-ADD-TRAEK
           MOVE 0 TO WS-ADD-SIKRET
           MOVE WS-LAAN-KONTO-ID TO SIK-KONTO-ID
           READ secured-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SIK-SIKRET TO WS-ADD-SIKRET
           END-READ
           IF WS-ADD-SIKRET > WS-ADD-LAAN
               MOVE WS-ADD-LAAN TO WS-ADD-SIKRET
           END-IF

           MOVE WS-LAAN-KONTO-ID TO KONTOSTAM-ID
           READ account-index-file
               INVALID KEY
                   MOVE "LUKKET" TO KONTOSTAM-STATUS
           END-READ
           IF FUNCTION TRIM(KONTOSTAM-STATUS) = "LUKKET"
               MOVE SPACES TO WS-GRUPPE-ID
               STRING "C" FUNCTION TRIM(WS-LAAN-CPR)
                   DELIMITED BY SIZE INTO WS-GRUPPE-ID
               MOVE WS-LAAN-CPR TO WS-MEDLEM-ID
           ELSE
               perform RESOLVE-GROUP
           END-IF
           perform ADD-TO-GROUP
       exit.

      *> --- every open account: facility or drawn, whichever is
      *> larger ---
       ADD-OVERDRAFT-EXPOSURES.
           MOVE "N" TO END-OF-INDEX-SCAN
           MOVE LOW-VALUES TO KONTOSTAM-ID
           START account-index-file KEY IS >= KONTOSTAM-ID
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-SCAN
           END-START
           PERFORM UNTIL END-OF-INDEX-SCAN = "Y"
               READ account-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-SCAN
                   NOT AT END
                       IF FUNCTION TRIM(KONTOSTAM-STATUS) NOT = "LUKKET"
                           AND FUNCTION TEST-NUMVAL(KONTOSTAM-BALANCE)
                               = 0
                           perform ADD-ONE-OVERDRAFT
                       END-IF
               END-READ
           END-PERFORM
       exit.

       ADD-ONE-OVERDRAFT.
           perform DRAWN-BALANCE
           MOVE 0 TO WS-KONTO-FACILITET
           MOVE KONTOSTAM-ID TO FC-KONTO-ID
           READ facility-index-file
               NOT INVALID KEY
                   MOVE FC-BELOEB TO WS-KONTO-FACILITET
           END-READ
           IF WS-KONTO-TRUKKET > 0 OR WS-KONTO-FACILITET > 0
               MOVE 0 TO WS-ADD-LAAN
               MOVE 0 TO WS-ADD-SIKRET
               MOVE WS-KONTO-TRUKKET TO WS-ADD-TRAEK
               IF WS-KONTO-FACILITET > WS-ADD-TRAEK
                   MOVE WS-KONTO-FACILITET TO WS-ADD-TRAEK
               END-IF
               perform RESOLVE-GROUP
               perform ADD-TO-GROUP
           END-IF
       exit.

       RESOLVE-GROUP.
           MOVE KONTOSTAM-KUNDE-ID TO WS-MEDLEM-ID
           MOVE KONTOSTAM-KUNDE-ID TO HH-KUNDE-ID
           MOVE SPACES TO WS-GRUPPE-ID
           READ household-index-file
               INVALID KEY
                   STRING "K" FUNCTION TRIM(KONTOSTAM-KUNDE-ID)
                       DELIMITED BY SIZE INTO WS-GRUPPE-ID
               NOT INVALID KEY
                   MOVE HH-HUSSTAND-ID TO WS-GRUPPE-ID
           END-READ
       exit.

       ADD-TO-GROUP.
           MOVE WS-GRUPPE-ID TO GR-GRUPPE-ID
           READ group-index-file
               INVALID KEY
                   MOVE 0 TO GR-ANTAL-KUNDER
                   MOVE WS-ADD-LAAN TO GR-LAAN
                   MOVE WS-ADD-TRAEK TO GR-TRAEK
                   MOVE WS-ADD-SIKRET TO GR-SIKRET
                   WRITE GROUP-INDEX-RECORD
               NOT INVALID KEY
                   ADD WS-ADD-LAAN TO GR-LAAN
                   ADD WS-ADD-TRAEK TO GR-TRAEK
                   ADD WS-ADD-SIKRET TO GR-SIKRET
                   REWRITE GROUP-INDEX-RECORD
           END-READ

           MOVE WS-GRUPPE-ID TO MD-GRUPPE-ID
           MOVE WS-MEDLEM-ID TO MD-KUNDE-ID
           WRITE MEMBER-INDEX-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO GR-ANTAL-KUNDER
                   REWRITE GROUP-INDEX-RECORD
           END-WRITE
       exit.

       WRITE-LARGE-EXPOSURES.
           OPEN OUTPUT report-file
           OPEN OUTPUT return-file

           MOVE WS-KAPITAL TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Store engagementer " WS-TODAY-DATE
                  " - kapital: " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-INDBERETNING-PCT TO WS-PCT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Indberetningsgraense: " FUNCTION TRIM(WS-PCT-DISPLAY)
                  " pct." DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-GRAENSE-PCT TO WS-PCT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Engagementsgraense: " FUNCTION TRIM(WS-PCT-DISPLAY)
                  " pct." DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO RETURN-HEADER-RECORD
           MOVE "00" TO RETH-REC-TYPE
           MOVE WS-TODAY-DATE(1:4) TO RETH-DATO(1:4)
           MOVE WS-TODAY-DATE(6:2) TO RETH-DATO(5:2)
           MOVE WS-TODAY-DATE(9:2) TO RETH-DATO(7:2)
           COMPUTE WS-OERER = WS-KAPITAL * 100
           MOVE WS-OERER TO RETH-KAPITAL-OERER
           WRITE RETURN-HEADER-RECORD

           MOVE "N" TO END-OF-INDEX-SCAN
           MOVE LOW-VALUES TO GR-GRUPPE-ID
           START group-index-file KEY IS >= GR-GRUPPE-ID
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-SCAN
           END-START
           PERFORM UNTIL END-OF-INDEX-SCAN = "Y"
               READ group-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-SCAN
                   NOT AT END
                       perform WRITE-ONE-GROUP
               END-READ
           END-PERFORM

           MOVE SPACES TO RETURN-TRAILER-RECORD
           MOVE "99" TO RETT-REC-TYPE
           MOVE WS-RECORD-COUNT TO RETT-ANTAL
           COMPUTE WS-OERER = WS-CONTROL-SUM * 100
           MOVE WS-OERER TO RETT-NETTO-OERER
           WRITE RETURN-TRAILER-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-GROUP-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Grupper med engagement: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-REPORTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Store engagementer indberettet: "
                  FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-OVER-LIMIT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Over engagementsgraensen: "
                  FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           CLOSE report-file
           CLOSE return-file

           *> companion control record for the receiver's intake
           MOVE "W" TO WS-CTL-MODE
           MOVE "99-StorEngagementIndberetning.txt" TO WS-CTL-FILNAVN
           MOVE WS-RECORD-COUNT TO WS-CTL-ANTAL
           MOVE WS-CONTROL-SUM TO WS-CTL-SUM
           CALL "KontrolTotal" USING WS-CTL-MODE WS-CTL-FILNAVN
               WS-CTL-ANTAL WS-CTL-SUM WS-CTL-STATUS
       exit.

       WRITE-ONE-GROUP.
           ADD 1 TO WS-GROUP-COUNT
           COMPUTE WS-BRUTTO = GR-LAAN + GR-TRAEK
           COMPUTE WS-NETTO = WS-BRUTTO - GR-SIKRET
           IF WS-NETTO < 0
               MOVE 0 TO WS-NETTO
           END-IF
           COMPUTE WS-ANDEL ROUNDED = WS-NETTO * 100 / WS-KAPITAL
               ON SIZE ERROR
                   MOVE 99999.99 TO WS-ANDEL
           END-COMPUTE
           IF WS-ANDEL < WS-INDBERETNING-PCT
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-REPORTED-COUNT
           ADD 1 TO WS-RECORD-COUNT
           ADD WS-NETTO TO WS-CONTROL-SUM

           MOVE SPACES TO RETURN-GROUP-RECORD
           MOVE "01" TO RETG-REC-TYPE
           MOVE GR-GRUPPE-ID TO RETG-GRUPPE-ID
           MOVE GR-ANTAL-KUNDER TO RETG-ANTAL-KUNDER
           COMPUTE WS-OERER = WS-BRUTTO * 100
           MOVE WS-OERER TO RETG-BRUTTO-OERER
           COMPUTE WS-OERER = GR-SIKRET * 100
           MOVE WS-OERER TO RETG-SIKRET-OERER
           COMPUTE WS-OERER = WS-NETTO * 100
           MOVE WS-OERER TO RETG-NETTO-OERER
           IF WS-ANDEL > 999.99
               MOVE 999.99 TO RETG-ANDEL
           ELSE
               MOVE WS-ANDEL TO RETG-ANDEL
           END-IF
           IF WS-ANDEL > WS-GRAENSE-PCT
               MOVE "J" TO RETG-OVER-GRAENSE
               ADD 1 TO WS-OVER-LIMIT-COUNT
           ELSE
               MOVE "N" TO RETG-OVER-GRAENSE
           END-IF
           WRITE RETURN-GROUP-RECORD

           MOVE WS-BRUTTO TO WS-AMOUNT-DISPLAY
           MOVE GR-SIKRET TO WS-AMOUNT-DISPLAY-2
           MOVE WS-NETTO TO WS-AMOUNT-DISPLAY-3
           MOVE WS-ANDEL TO WS-PCT-DISPLAY
           MOVE GR-ANTAL-KUNDER TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           MOVE 1 TO WS-REPORT-POINTER
           STRING "Gruppe " FUNCTION TRIM(GR-GRUPPE-ID)
                  " (" FUNCTION TRIM(WS-COUNT-DISPLAY) " kunder)"
                  " - brutto: " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  ", sikkerhed: " FUNCTION TRIM(WS-AMOUNT-DISPLAY-2)
                  ", netto: " FUNCTION TRIM(WS-AMOUNT-DISPLAY-3)
                  ", andel: " FUNCTION TRIM(WS-PCT-DISPLAY) " pct."
                  DELIMITED BY SIZE INTO REPORT-RECORD
                  WITH POINTER WS-REPORT-POINTER
           IF RETG-OVER-GRAENSE = "J"
               STRING " - OVER GRAENSEN" DELIMITED BY SIZE
                      INTO REPORT-RECORD
                      WITH POINTER WS-REPORT-POINTER
           END-IF
           WRITE REPORT-RECORD
       exit.
