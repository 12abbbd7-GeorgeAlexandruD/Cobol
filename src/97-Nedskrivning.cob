identification division.
       program-id. Nedskrivning.

      *> --- Quarterly expected-credit-loss provisioning for the loans
      *> in 46-LaanRegister.txt (exposure RESTGAELD) and the
      *> overdrawn accounts in 8-KontoData.txt (exposure the
      *> negative balance, in DKK at the current Kursopslag rate).
      *> Each exposure is staged by the days overdrawn and the
      *> dunning level 87-RykkerStatus.txt holds for its account -
      *> a missed installment shows there, since LaanOpkraevning
      *> debits the installment on the loan's KONTO-ID:
      *>   stage 3 (defaulted)       DAGE >= STADIE3-DAGE or NIVEAU 3
      *>   stage 2 (deteriorated)    DAGE >= STADIE2-DAGE or NIVEAU 2
      *>   stage 1 (performing)      otherwise
      *> and provisioned at the loss rate for its stage and product.
      *> 97-NedskrivningParam.txt (NOEGLE;VAERDI): STADIE2-DAGE,
      *> STADIE3-DAGE (defaults 30, 90) and the loss rates in pct.
      *> LAAN-STADIE1/2/3 (defaults 1, 5, 45) and TRAEK-STADIE1/2/3
      *> (defaults 2, 10, 60). Exposures already written off in
      *> 97-Afskrivninger.txt are left out. A loan's loss rate
      *> applies to the part not covered by collateral - the SIKRET
      *> amount the loan-to-value run left in 98-SikretBeloeb.txt
      *> (no line there: unsecured).
      *> 97-Nedskrivninger.txt holds the provision per exposure from
      *> the last run: KONTO-ID,PRODUKT(LAAN/TRAEK),STADIE,DAGE,
      *> NIVEAU,EKSPONERING,NEDSKRIVNING,DATO. It is rewritten with
      *> this run's figures, and the change in provision per product
      *> goes to 44-HovedbogPostering.txt as a self-balancing pair
      *> (TABSUDGIFT mod NEDSKRIVNING-LAAN / NEDSKRIVNING-TRAEK) with
      *> a closing KONTROL line. 97-NedskrivningRapport.txt shows
      *> exposure and provision per product and stage. ---

environment division.
input-output section.
file-control.
       select param-file assign to "97-NedskrivningParam.txt"
           organization line sequential
           file status is WS-PARAM-STATUS.

       select loan-file assign to "46-LaanRegister.txt"
           organization line sequential
           file status is WS-LOAN-STATUS.

       select account-file assign to "8-KontoData.txt"
           organization is line sequential
           file status is WS-ACCOUNT-STATUS.

       select dunning-file assign to "87-RykkerStatus.txt"
           organization line sequential
           file status is WS-DUNNING-STATUS.

       select writeoff-file assign to "97-Afskrivninger.txt"
           organization line sequential
           file status is WS-WRITEOFF-STATUS.

       select secured-file assign to "98-SikretBeloeb.txt"
           organization line sequential
           file status is WS-SECURED-STATUS.

       select memo-file assign to "97-Nedskrivninger.txt"
           organization line sequential
           file status is WS-MEMO-STATUS.

       select gl-file assign to "44-HovedbogPostering.txt"
           organization line sequential
           file status is WS-GL-STATUS.

       select report-file assign to "97-NedskrivningRapport.txt"
           organization line sequential.

      *> --- days overdrawn and dunning level per KONTO-ID ---
       select dunning-index-file assign to "WS-NedskrivRykker.tmp"
           organization is indexed
           access mode is dynamic
           record key is RYK-KONTO-ID
           file status is WS-DUNNING-INDEX-STATUS.

      *> --- exposures already written off, KONTO-ID+PRODUKT ---
       select writeoff-index-file assign to "WS-NedskrivAfskrevet.tmp"
           organization is indexed
           access mode is dynamic
           record key is AFS-NOEGLE
           file status is WS-WRITEOFF-INDEX-STATUS.

      *> --- the collateral-covered part per loan KONTO-ID ---
       select secured-index-file assign to "WS-NedskrivSikret.tmp"
           organization is indexed
           access mode is dynamic
           record key is SIK-KONTO-ID
           file status is WS-SECURED-INDEX-STATUS.

data division.
file section.
FD param-file.
       01 PARAM-RECORD pic x(40).

FD loan-file.
       01 LOAN-RECORD pic x(130).

FD account-file.
       01 csv-lines2 pic x(100).

FD dunning-file.
       01 DUNNING-RECORD pic x(60).

FD writeoff-file.
       01 WRITEOFF-RECORD pic x(120).

FD secured-file.
       01 SECURED-RECORD pic x(100).

FD memo-file.
       01 MEMO-RECORD pic x(120).

FD gl-file.
       01 GL-RECORD pic x(80).

FD report-file.
       01 REPORT-RECORD pic x(130).

FD dunning-index-file.
       01 DUNNING-INDEX-RECORD.
           05 RYK-KONTO-ID pic x(15).
           05 RYK-DAGE pic 9(5).
           05 RYK-NIVEAU pic 9.

FD writeoff-index-file.
       01 WRITEOFF-INDEX-RECORD.
           05 AFS-NOEGLE.
               10 AFS-KONTO-ID pic x(15).
               10 AFS-PRODUKT pic x(5).

FD secured-index-file.
       01 SECURED-INDEX-RECORD.
           05 SIK-KONTO-ID pic x(15).
           05 SIK-SIKRET pic S9(13)v99.

WORKING-STORAGE SECTION.
       01 WS-PARAM-STATUS pic XX value spaces.
       01 WS-LOAN-STATUS pic XX value spaces.
       01 WS-ACCOUNT-STATUS pic XX value spaces.
       01 WS-DUNNING-STATUS pic XX value spaces.
       01 WS-WRITEOFF-STATUS pic XX value spaces.
       01 WS-MEMO-STATUS pic XX value spaces.
       01 WS-GL-STATUS pic XX value spaces.
       01 WS-DUNNING-INDEX-STATUS pic XX value spaces.
       01 WS-WRITEOFF-INDEX-STATUS pic XX value spaces.
       01 WS-SECURED-STATUS pic XX value spaces.
       01 WS-SECURED-INDEX-STATUS pic XX value spaces.

       01 END-OF-PARAM-FILE pic x value "N".
       01 END-OF-LOAN-FILE pic x value "N".
       01 END-OF-ACCOUNT-FILE pic x value "N".
       01 END-OF-DUNNING-FILE pic x value "N".
       01 END-OF-WRITEOFF-FILE pic x value "N".
       01 END-OF-MEMO-FILE pic x value "N".
       01 END-OF-SECURED-FILE pic x value "N".

      *> --- parameters with their defaults ---
       01 WS-PARAM-NOEGLE pic x(15) value spaces.
       01 WS-PARAM-VAERDI pic x(20) value spaces.
       01 WS-STADIE2-DAGE pic 9(5) value 30.
       01 WS-STADIE3-DAGE pic 9(5) value 90.
       01 WS-TABSSATSER.
           05 WS-LAAN-SATS pic 9(3)v9(4) occurs 3 times.
           05 WS-TRAEK-SATS pic 9(3)v9(4) occurs 3 times.

      *> --- exposure in hand ---
       01 WS-EXP-KONTO-ID pic x(15) value spaces.
       01 WS-EXP-PRODUKT pic x(5) value spaces.
       01 WS-EXP-BELOEB pic S9(13)v99 value 0.
       01 WS-EXP-DAGE pic 9(5) value 0.
       01 WS-EXP-NIVEAU pic 9 value 0.
       01 WS-EXP-STADIE pic 9 value 1.
       01 WS-EXP-SATS pic 9(3)v9(4) value 0.
       01 WS-EXP-NEDSKRIVNING pic S9(13)v99 value 0.
       01 WS-EXP-SIKRET pic S9(13)v99 value 0.
       01 WS-EXP-USIKRET pic S9(13)v99 value 0.
       01 WS-LAAN-SIKRET-TOTAL pic S9(13)v99 value 0.

      *> --- totals per stage: index 1-3, product LAAN then TRAEK ---
       01 WS-STAGE-TOTALS.
           05 WS-LAAN-STADIE occurs 3 times.
               10 WS-LAAN-ANTAL pic 9(7).
               10 WS-LAAN-EKSPONERING pic S9(13)v99.
               10 WS-LAAN-NEDSKRIVNING pic S9(13)v99.
           05 WS-TRAEK-STADIE occurs 3 times.
               10 WS-TRAEK-ANTAL pic 9(7).
               10 WS-TRAEK-EKSPONERING pic S9(13)v99.
               10 WS-TRAEK-NEDSKRIVNING pic S9(13)v99.
       01 WS-STAGE-IX pic 9 value 0.

       01 WS-NEW-LAAN-TOTAL pic S9(13)v99 value 0.
       01 WS-NEW-TRAEK-TOTAL pic S9(13)v99 value 0.
       01 WS-PREV-LAAN-TOTAL pic S9(13)v99 value 0.
       01 WS-PREV-TRAEK-TOTAL pic S9(13)v99 value 0.
       01 WS-CHANGE pic S9(13)v99 value 0.
       01 WS-CHANGE-ABS pic S9(13)v99 value 0.
       01 WS-GL-KONTOART pic x(20) value spaces.
       01 WS-GL-TYPE pic x(10) value spaces.
       01 WS-GL-DEBET-TOTAL pic S9(13)v99 value 0.
       01 WS-GL-KREDIT-TOTAL pic S9(13)v99 value 0.
       01 WS-GL-POSTED pic 9(3) value 0.

      *> --- register, account and memo line fields ---
       01 WS-LAAN-KONTO-ID pic x(15) value spaces.
       01 WS-LAAN-CPR pic x(15) value spaces.
       01 WS-LAAN-REG-NR pic x(4) value spaces.
       01 WS-LAAN-HOVEDSTOL pic x(15) value spaces.
       01 WS-LAAN-RENTE-PCT pic x(8) value spaces.
       01 WS-LAAN-LOEBETID pic x(4) value spaces.
       01 WS-LAAN-FOERSTE-FORFALD pic x(10) value spaces.
       01 WS-LAAN-RESTGAELD pic x(15) value spaces.
       01 WS-KONTO-KUNDE-ID pic x(10) value spaces.
       01 WS-KONTO-ID-TEXT pic x(15) value spaces.
       01 WS-KONTO-TYPE-TEXT pic x(15) value spaces.
       01 WS-KONTO-BALANCE-TEXT pic x(15) value spaces.
       01 WS-KONTO-VALUTA-TEXT pic x(3) value spaces.
       01 WS-KONTO-STATUS-TEXT pic x(10) value spaces.
       01 WS-STAT-KONTO-TEXT pic x(15) value spaces.
       01 WS-STAT-DAGE-TEXT pic x(6) value spaces.
       01 WS-STAT-NIVEAU-TEXT pic x(2) value spaces.
       01 WS-AFS-KONTO-TEXT pic x(15) value spaces.
       01 WS-AFS-PRODUKT-TEXT pic x(5) value spaces.
       01 WS-MEMO-KONTO-ID pic x(15) value spaces.
       01 WS-MEMO-PRODUKT pic x(5) value spaces.
       01 WS-MEMO-STADIE pic x(1) value spaces.
       01 WS-MEMO-DAGE pic x(6) value spaces.
       01 WS-MEMO-NIVEAU pic x(2) value spaces.
       01 WS-MEMO-EKSPONERING pic x(18) value spaces.
       01 WS-MEMO-NEDSKRIVNING pic x(18) value spaces.
       01 WS-SIK-KONTO-TEXT pic x(15) value spaces.
       01 WS-SIK-RESTGAELD-TEXT pic x(18) value spaces.
       01 WS-SIK-VURDERING-TEXT pic x(18) value spaces.
       01 WS-SIK-SIKRET-TEXT pic x(18) value spaces.

       01 WS-KURS pic S9(5)v9999 value 0.
       01 WS-KURS-STATUS pic XX value spaces.

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-AMOUNT-DISPLAY pic -Z(12)9.99.
       01 WS-AMOUNT-DISPLAY-2 pic -Z(12)9.99.
       01 WS-DAGE-DISPLAY pic Z(4)9.
       01 WS-COUNT-DISPLAY pic Z(6)9.
       01 WS-UNRATED-COUNT pic 9(7) value 0.

      *> --- integrity seal on the shared handoff, proven before
      *> rows are added and renewed afterwards ---
       01 WS-SEGL-MODE pic x value space.
       01 WS-SEGL-FILNAVN pic x(40) value spaces.
       01 WS-HOVEDBOG-SEGL pic XX value spaces.

PROCEDURE DIVISION.
       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       INITIALIZE WS-STAGE-TOTALS
       MOVE 1 TO WS-LAAN-SATS(1)
       MOVE 5 TO WS-LAAN-SATS(2)
       MOVE 45 TO WS-LAAN-SATS(3)
       MOVE 2 TO WS-TRAEK-SATS(1)
       MOVE 10 TO WS-TRAEK-SATS(2)
       MOVE 60 TO WS-TRAEK-SATS(3)
       perform LOAD-PROVISION-PARAMETERS

       perform LOAD-DUNNING-STATUS
       perform LOAD-WRITTEN-OFF
       perform LOAD-SECURED-AMOUNTS
       perform LOAD-PREVIOUS-PROVISION

       OPEN OUTPUT memo-file
       perform PROVISION-LOANS
       perform PROVISION-OVERDRAFTS
       CLOSE memo-file

       perform POST-PROVISION-CHANGE
       perform WRITE-PROVISION-REPORT

       close dunning-index-file
       close writeoff-index-file
       close secured-index-file
stop run.

      *> --- optional NOEGLE;VAERDI lines; unknown keys are ignored ---
       LOAD-PROVISION-PARAMETERS.
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
                               WHEN "STADIE2-DAGE"
                                   COMPUTE WS-STADIE2-DAGE =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               WHEN "STADIE3-DAGE"
                                   COMPUTE WS-STADIE3-DAGE =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               WHEN "LAAN-STADIE1"
                                   COMPUTE WS-LAAN-SATS(1) =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               WHEN "LAAN-STADIE2"
                                   COMPUTE WS-LAAN-SATS(2) =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               WHEN "LAAN-STADIE3"
                                   COMPUTE WS-LAAN-SATS(3) =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               WHEN "TRAEK-STADIE1"
                                   COMPUTE WS-TRAEK-SATS(1) =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               WHEN "TRAEK-STADIE2"
                                   COMPUTE WS-TRAEK-SATS(2) =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               WHEN "TRAEK-STADIE3"
                                   COMPUTE WS-TRAEK-SATS(3) =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE param-file
       exit.

       LOAD-DUNNING-STATUS.
           OPEN OUTPUT dunning-index-file
           CLOSE dunning-index-file
           OPEN I-O dunning-index-file

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
                       MOVE SPACES TO WS-STAT-DAGE-TEXT
                       MOVE SPACES TO WS-STAT-NIVEAU-TEXT
                       UNSTRING DUNNING-RECORD DELIMITED BY ","
                           INTO WS-STAT-KONTO-TEXT, WS-STAT-DAGE-TEXT,
                                WS-STAT-NIVEAU-TEXT
                       MOVE WS-STAT-KONTO-TEXT TO RYK-KONTO-ID
                       IF FUNCTION TEST-NUMVAL(WS-STAT-DAGE-TEXT) = 0
                           COMPUTE RYK-DAGE =
                               FUNCTION NUMVAL(WS-STAT-DAGE-TEXT)
                       ELSE
                           MOVE 0 TO RYK-DAGE
                       END-IF
                       IF WS-STAT-NIVEAU-TEXT(1:1) NUMERIC
                           MOVE WS-STAT-NIVEAU-TEXT(1:1) TO RYK-NIVEAU
                       ELSE
                           MOVE 0 TO RYK-NIVEAU
                       END-IF
                       WRITE DUNNING-INDEX-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE dunning-file
       exit.

      *> --- 97-Afskrivninger.txt: KONTO-ID,PRODUKT,... ---
       LOAD-WRITTEN-OFF.
           OPEN OUTPUT writeoff-index-file
           CLOSE writeoff-index-file
           OPEN I-O writeoff-index-file

           OPEN INPUT writeoff-file
           IF WS-WRITEOFF-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-WRITEOFF-FILE = "Y"
               READ writeoff-file
                   AT END
                       MOVE "Y" TO END-OF-WRITEOFF-FILE
                   NOT AT END
                       MOVE SPACES TO WS-AFS-KONTO-TEXT
                       MOVE SPACES TO WS-AFS-PRODUKT-TEXT
                       UNSTRING WRITEOFF-RECORD DELIMITED BY ","
                           INTO WS-AFS-KONTO-TEXT, WS-AFS-PRODUKT-TEXT
                       MOVE WS-AFS-KONTO-TEXT TO AFS-KONTO-ID
                       MOVE WS-AFS-PRODUKT-TEXT TO AFS-PRODUKT
                       WRITE WRITEOFF-INDEX-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE writeoff-file
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

      *> --- the provision booked at the last run, per product ---
       LOAD-PREVIOUS-PROVISION.
           OPEN INPUT memo-file
           IF WS-MEMO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-MEMO-FILE = "Y"
               READ memo-file
                   AT END
                       MOVE "Y" TO END-OF-MEMO-FILE
                   NOT AT END
                       MOVE SPACES TO WS-MEMO-KONTO-ID
                       MOVE SPACES TO WS-MEMO-PRODUKT
                       MOVE SPACES TO WS-MEMO-STADIE
                       MOVE SPACES TO WS-MEMO-DAGE
                       MOVE SPACES TO WS-MEMO-NIVEAU
                       MOVE SPACES TO WS-MEMO-EKSPONERING
                       MOVE SPACES TO WS-MEMO-NEDSKRIVNING
                       UNSTRING MEMO-RECORD DELIMITED BY ","
                           INTO WS-MEMO-KONTO-ID, WS-MEMO-PRODUKT,
                                WS-MEMO-STADIE, WS-MEMO-DAGE,
                                WS-MEMO-NIVEAU, WS-MEMO-EKSPONERING,
                                WS-MEMO-NEDSKRIVNING
                       IF FUNCTION TEST-NUMVAL(WS-MEMO-NEDSKRIVNING) = 0
                           EVALUATE FUNCTION TRIM(WS-MEMO-PRODUKT)
                               WHEN "LAAN"
                                   COMPUTE WS-PREV-LAAN-TOTAL =
                                       WS-PREV-LAAN-TOTAL + FUNCTION
                                       NUMVAL(WS-MEMO-NEDSKRIVNING)
                               WHEN "TRAEK"
                                   COMPUTE WS-PREV-TRAEK-TOTAL =
                                       WS-PREV-TRAEK-TOTAL + FUNCTION
                                       NUMVAL(WS-MEMO-NEDSKRIVNING)
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE memo-file
       exit.

       PROVISION-LOANS.
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
                           INTO WS-LAAN-KONTO-ID, WS-LAAN-CPR,
                                WS-LAAN-REG-NR, WS-LAAN-HOVEDSTOL,
                                WS-LAAN-RENTE-PCT, WS-LAAN-LOEBETID,
                                WS-LAAN-FOERSTE-FORFALD,
                                WS-LAAN-RESTGAELD
                       IF FUNCTION TEST-NUMVAL(WS-LAAN-RESTGAELD) = 0
                           MOVE WS-LAAN-KONTO-ID TO WS-EXP-KONTO-ID
                           MOVE "LAAN" TO WS-EXP-PRODUKT
                           COMPUTE WS-EXP-BELOEB =
                               FUNCTION NUMVAL(WS-LAAN-RESTGAELD)
                           IF WS-EXP-BELOEB > 0
                               perform PROVISION-ONE-EXPOSURE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE loan-file
       exit.

      *> --- every open account below zero is an overdraft exposure ---
       PROVISION-OVERDRAFTS.
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
                       IF FUNCTION TRIM(WS-KONTO-STATUS-TEXT)
                           NOT = "LUKKET"
                           AND FUNCTION TEST-NUMVAL(WS-KONTO-BALANCE-TEXT)
                               = 0
                           COMPUTE WS-EXP-BELOEB =
                               0 - FUNCTION NUMVAL(WS-KONTO-BALANCE-TEXT)
                           IF WS-EXP-BELOEB > 0
                               perform CONVERT-OVERDRAFT-TO-DKK
                               MOVE WS-KONTO-ID-TEXT TO WS-EXP-KONTO-ID
                               MOVE "TRAEK" TO WS-EXP-PRODUKT
                               perform PROVISION-ONE-EXPOSURE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE account-file
       exit.

      *> --- a currency without a rate is provisioned at face value
      *> and counted in the report ---
       CONVERT-OVERDRAFT-TO-DKK.
           IF WS-KONTO-VALUTA-TEXT = SPACES
               OR WS-KONTO-VALUTA-TEXT = "DKK"
               EXIT PARAGRAPH
           END-IF
           CALL "Kursopslag" USING WS-KONTO-VALUTA-TEXT WS-KURS
               WS-KURS-STATUS
           IF WS-KURS-STATUS = "00"
               COMPUTE WS-EXP-BELOEB ROUNDED = WS-EXP-BELOEB * WS-KURS
           ELSE
               ADD 1 TO WS-UNRATED-COUNT
           END-IF
       exit.

       PROVISION-ONE-EXPOSURE.
           MOVE WS-EXP-KONTO-ID TO AFS-KONTO-ID
           MOVE WS-EXP-PRODUKT TO AFS-PRODUKT
           READ writeoff-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE 0 TO WS-EXP-DAGE
           MOVE 0 TO WS-EXP-NIVEAU
           MOVE WS-EXP-KONTO-ID TO RYK-KONTO-ID
           READ dunning-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE RYK-DAGE TO WS-EXP-DAGE
                   MOVE RYK-NIVEAU TO WS-EXP-NIVEAU
           END-READ

           EVALUATE TRUE
               WHEN WS-EXP-DAGE >= WS-STADIE3-DAGE
               WHEN WS-EXP-NIVEAU >= 3
                   MOVE 3 TO WS-EXP-STADIE
               WHEN WS-EXP-DAGE >= WS-STADIE2-DAGE
               WHEN WS-EXP-NIVEAU = 2
                   MOVE 2 TO WS-EXP-STADIE
               WHEN OTHER
                   MOVE 1 TO WS-EXP-STADIE
           END-EVALUATE
           MOVE WS-EXP-STADIE TO WS-STAGE-IX

           IF WS-EXP-PRODUKT = "LAAN"
               MOVE WS-LAAN-SATS(WS-STAGE-IX) TO WS-EXP-SATS
           ELSE
               MOVE WS-TRAEK-SATS(WS-STAGE-IX) TO WS-EXP-SATS
           END-IF
           *> a loan's collateral-covered part carries no loss rate
           MOVE 0 TO WS-EXP-SIKRET
           IF WS-EXP-PRODUKT = "LAAN"
               MOVE WS-EXP-KONTO-ID TO SIK-KONTO-ID
               READ secured-index-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE SIK-SIKRET TO WS-EXP-SIKRET
               END-READ
               IF WS-EXP-SIKRET > WS-EXP-BELOEB
                   MOVE WS-EXP-BELOEB TO WS-EXP-SIKRET
               END-IF
               ADD WS-EXP-SIKRET TO WS-LAAN-SIKRET-TOTAL
           END-IF
           COMPUTE WS-EXP-USIKRET = WS-EXP-BELOEB - WS-EXP-SIKRET
           COMPUTE WS-EXP-NEDSKRIVNING ROUNDED =
               WS-EXP-USIKRET * WS-EXP-SATS / 100

           IF WS-EXP-PRODUKT = "LAAN"
               ADD 1 TO WS-LAAN-ANTAL(WS-STAGE-IX)
               ADD WS-EXP-BELOEB TO WS-LAAN-EKSPONERING(WS-STAGE-IX)
               ADD WS-EXP-NEDSKRIVNING TO WS-LAAN-NEDSKRIVNING(WS-STAGE-IX)
               ADD WS-EXP-NEDSKRIVNING TO WS-NEW-LAAN-TOTAL
           ELSE
               ADD 1 TO WS-TRAEK-ANTAL(WS-STAGE-IX)
               ADD WS-EXP-BELOEB TO WS-TRAEK-EKSPONERING(WS-STAGE-IX)
               ADD WS-EXP-NEDSKRIVNING
                   TO WS-TRAEK-NEDSKRIVNING(WS-STAGE-IX)
               ADD WS-EXP-NEDSKRIVNING TO WS-NEW-TRAEK-TOTAL
           END-IF

           MOVE WS-EXP-BELOEB TO WS-AMOUNT-DISPLAY
           MOVE WS-EXP-NEDSKRIVNING TO WS-AMOUNT-DISPLAY-2
           MOVE WS-EXP-DAGE TO WS-DAGE-DISPLAY
           MOVE SPACES TO MEMO-RECORD
           STRING FUNCTION TRIM(WS-EXP-KONTO-ID) ","
                  FUNCTION TRIM(WS-EXP-PRODUKT) ","
                  WS-EXP-STADIE ","
                  FUNCTION TRIM(WS-DAGE-DISPLAY) ","
                  WS-EXP-NIVEAU ","
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY) ","
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY-2) ","
                  WS-TODAY-DATE
                  DELIMITED BY SIZE INTO MEMO-RECORD
           WRITE MEMO-RECORD
       exit.

      *> --- the change against the last run per product; an
      *> increase charges the loss expense, a release credits it ---
       POST-PROVISION-CHANGE.
           *> rows are only added to a posting file whose seal still holds
           MOVE "A" TO WS-SEGL-MODE
           MOVE "44-HovedbogPostering.txt" TO WS-SEGL-FILNAVN
           CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
               WS-HOVEDBOG-SEGL
           OPEN EXTEND gl-file
           IF WS-GL-STATUS = "35"
               OPEN OUTPUT gl-file
           END-IF

           COMPUTE WS-CHANGE = WS-NEW-LAAN-TOTAL - WS-PREV-LAAN-TOTAL
           MOVE "NEDSKRIVNING-LAAN" TO WS-GL-KONTOART
           MOVE "ECL-LAAN" TO WS-GL-TYPE
           perform WRITE-CHANGE-POSTING

           COMPUTE WS-CHANGE = WS-NEW-TRAEK-TOTAL - WS-PREV-TRAEK-TOTAL
           MOVE "NEDSKRIVNING-TRAEK" TO WS-GL-KONTOART
           MOVE "ECL-TRAEK" TO WS-GL-TYPE
           perform WRITE-CHANGE-POSTING

           IF WS-GL-POSTED > 0
               MOVE WS-GL-DEBET-TOTAL TO WS-AMOUNT-DISPLAY
               MOVE WS-GL-KREDIT-TOTAL TO WS-AMOUNT-DISPLAY-2
               MOVE SPACES TO GL-RECORD
               STRING "KONTROL;" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-AMOUNT-DISPLAY) DELIMITED BY SIZE
                      ";" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-AMOUNT-DISPLAY-2) DELIMITED BY SIZE
                      INTO GL-RECORD
               WRITE GL-RECORD
           END-IF
           CLOSE gl-file
           *> the seal is renewed over the added rows; a posting file whose
           *> seal had already failed is left for the receiver to refuse
           IF WS-HOVEDBOG-SEGL = "00"
               MOVE "S" TO WS-SEGL-MODE
               MOVE "44-HovedbogPostering.txt" TO WS-SEGL-FILNAVN
               CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
                   WS-HOVEDBOG-SEGL
           END-IF
       exit.

       WRITE-CHANGE-POSTING.
           IF WS-CHANGE = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GL-POSTED
           COMPUTE WS-CHANGE-ABS = FUNCTION ABS(WS-CHANGE)
           MOVE WS-CHANGE-ABS TO WS-AMOUNT-DISPLAY
           ADD WS-CHANGE-ABS TO WS-GL-DEBET-TOTAL
           ADD WS-CHANGE-ABS TO WS-GL-KREDIT-TOTAL

           IF WS-CHANGE > 0
               MOVE SPACES TO GL-RECORD
               STRING "POST;" WS-TODAY-DATE ";TABSUDGIFT;"
                      FUNCTION TRIM(WS-GL-TYPE) ";;D;"
                      FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                      DELIMITED BY SIZE INTO GL-RECORD
               WRITE GL-RECORD
               MOVE SPACES TO GL-RECORD
               STRING "POST;" WS-TODAY-DATE ";"
                      FUNCTION TRIM(WS-GL-KONTOART) ";"
                      FUNCTION TRIM(WS-GL-TYPE) ";;K;"
                      FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                      DELIMITED BY SIZE INTO GL-RECORD
               WRITE GL-RECORD
           ELSE
               MOVE SPACES TO GL-RECORD
               STRING "POST;" WS-TODAY-DATE ";"
                      FUNCTION TRIM(WS-GL-KONTOART) ";"
                      FUNCTION TRIM(WS-GL-TYPE) ";;D;"
                      FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                      DELIMITED BY SIZE INTO GL-RECORD
               WRITE GL-RECORD
               MOVE SPACES TO GL-RECORD
               STRING "POST;" WS-TODAY-DATE ";TABSUDGIFT;"
                      FUNCTION TRIM(WS-GL-TYPE) ";;K;"
                      FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                      DELIMITED BY SIZE INTO GL-RECORD
               WRITE GL-RECORD
           END-IF
       exit.

       WRITE-PROVISION-REPORT.
           OPEN OUTPUT report-file
           MOVE SPACES TO REPORT-RECORD
           STRING "Nedskrivninger (forventet kredittab) " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD

           PERFORM VARYING WS-STAGE-IX FROM 1 BY 1 UNTIL WS-STAGE-IX > 3
               MOVE WS-LAAN-ANTAL(WS-STAGE-IX) TO WS-COUNT-DISPLAY
               MOVE WS-LAAN-EKSPONERING(WS-STAGE-IX) TO WS-AMOUNT-DISPLAY
               MOVE WS-LAAN-NEDSKRIVNING(WS-STAGE-IX)
                   TO WS-AMOUNT-DISPLAY-2
               MOVE SPACES TO REPORT-RECORD
               STRING "LAAN  stadie " WS-STAGE-IX
                      " - antal: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                      ", eksponering: " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                      ", nedskrivning: " FUNCTION TRIM(WS-AMOUNT-DISPLAY-2)
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           PERFORM VARYING WS-STAGE-IX FROM 1 BY 1 UNTIL WS-STAGE-IX > 3
               MOVE WS-TRAEK-ANTAL(WS-STAGE-IX) TO WS-COUNT-DISPLAY
               MOVE WS-TRAEK-EKSPONERING(WS-STAGE-IX) TO WS-AMOUNT-DISPLAY
               MOVE WS-TRAEK-NEDSKRIVNING(WS-STAGE-IX)
                   TO WS-AMOUNT-DISPLAY-2
               MOVE SPACES TO REPORT-RECORD
               STRING "TRAEK stadie " WS-STAGE-IX
                      " - antal: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                      ", eksponering: " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                      ", nedskrivning: " FUNCTION TRIM(WS-AMOUNT-DISPLAY-2)
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-PREV-LAAN-TOTAL TO WS-AMOUNT-DISPLAY
           MOVE WS-NEW-LAAN-TOTAL TO WS-AMOUNT-DISPLAY-2
           MOVE SPACES TO REPORT-RECORD
           STRING "Nedskrivning LAAN - forrige: "
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  ", ny: " FUNCTION TRIM(WS-AMOUNT-DISPLAY-2)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-PREV-TRAEK-TOTAL TO WS-AMOUNT-DISPLAY
           MOVE WS-NEW-TRAEK-TOTAL TO WS-AMOUNT-DISPLAY-2
           MOVE SPACES TO REPORT-RECORD
           STRING "Nedskrivning TRAEK - forrige: "
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  ", ny: " FUNCTION TRIM(WS-AMOUNT-DISPLAY-2)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-LAAN-SIKRET-TOTAL TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "LAAN daekket af sikkerheder: "
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           IF WS-UNRATED-COUNT > 0
               MOVE WS-UNRATED-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO REPORT-RECORD
               STRING "Overtraek uden valutakurs (paalydende): "
                      FUNCTION TRIM(WS-COUNT-DISPLAY)
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
           CLOSE report-file
       exit.
