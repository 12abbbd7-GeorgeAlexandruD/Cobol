identification division.
       program-id. Cashback.

      *> --- Monthly cashback run for the merchant-category rewards
      *> programme. 120-CashbackKampagner.txt is the rewards
      *> register, one campaign per line:
      *>   KAMPAGNE-ID,ART,NOEGLE,SATS-PCT,GYLDIG-FRA,GYLDIG-TIL,
      *>   MAANEDS-LOFT
      *> ART KATEGORI pays on every purchase in the 33-ButikMaster
      *> category NOEGLE (bank funded), ART BUTIK on purchases at the
      *> partner merchant with BUTIK-ID NOEGLE (partner funded).
      *> MAANEDS-LOFT caps what one CPR earns from the campaign per
      *> month (blank or 0 = no cap).
      *> The month comes from 120-CashbackParam.txt (MAANED;YYYY-MM,
      *> default last month). A purchase is an outflow with a BUTIK
      *> in the month, on an account with a card in
      *> 92-KortRegister.txt (all accounts when the card register is
      *> absent), dated inside the campaign's period. The raw BUTIK
      *> text resolves through the shared ButikOpslag; when several
      *> campaigns match, the highest rate applies. A purchase
      *> already reversed (57-StornoRegister.txt) or credited in a
      *> dispute (45-Tvister.txt, KREDITERET/ENDELIG) earns nothing.
      *> 120-CashbackLedger.txt keeps every reward earned:
      *>   TRANS-REF,KAMPAGNE-ID,CPR,KONTO-ID,REG-NR,BUTIK-ID,MAANED,
      *>   KOEB-BELOEB,CASHBACK,STATUS,TILBAGEFOERT-DATO
      *> STATUS OPTJENT or TILBAGEFOERT. A purchase already in the
      *> ledger is not rewarded again, so a rerun pays nothing twice.
      *> An OPTJENT reward whose purchase has since been reversed or
      *> credited is clawed back (TILBAGEFOERT). The net per CPR -
      *> the month's rewards less the claw-backs - posts through
      *> 16-Leverance.txt as type Cashback, reference CB+YYYYMM+
      *> KONTO-ID, on the account of the customer's latest rewarded
      *> purchase. 120-PartnerFaktura.txt is the funding invoice
      *> extract for the partner merchants:
      *>   BUTIK-ID,KANONISK-NAVN,MAANED,ANTAL,CASHBACK,TILBAGEFOERT,
      *>   NETTO
      *> and 120-CashbackRapport.txt the run summary per campaign. ---

environment division.
input-output section.
file-control.
       select param-file assign to "120-CashbackParam.txt"
           organization line sequential
           file status is WS-PARAM-STATUS.

       select campaign-file assign to "120-CashbackKampagner.txt"
           organization line sequential
           file status is WS-CAMPAIGN-STATUS.

       select merchant-file assign to "33-ButikMaster.txt"
           organization line sequential
           file status is WS-MERCHANT-STATUS.

       select card-file assign to "92-KortRegister.txt"
           organization line sequential
           file status is WS-CARD-STATUS.

       select storno-register-file assign to "57-StornoRegister.txt"
           organization line sequential
           file status is WS-STORNO-STATUS.

       select dispute-file assign to "45-Tvister.txt"
           organization line sequential
           file status is WS-DISPUTE-STATUS.

       select ledger-file assign to "120-CashbackLedger.txt"
           organization line sequential
           file status is WS-LEDGER-STATUS.

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

       select invoice-file assign to "120-PartnerFaktura.txt"
           organization line sequential.

       select report-file assign to "120-CashbackRapport.txt"
           organization line sequential.

      *> --- accounts carrying a card ---
       select card-index-file assign to "WS-CashbackKort.tmp"
           organization is indexed
           access mode is dynamic
           record key is KORT-KONTO-ID
           file status is WS-CARD-INDEX-STATUS.

      *> --- references reversed or credited since they posted ---
       select reversal-index-file assign to "WS-CashbackTilbage.tmp"
           organization is indexed
           access mode is dynamic
           record key is RV-TRANS-REF
           file status is WS-REVERSAL-INDEX-STATUS.

      *> --- the ledger, keyed TRANS-REF+KAMPAGNE-ID ---
       select ledger-index-file assign to "WS-CashbackLedger.tmp"
           organization is indexed
           access mode is dynamic
           record key is LG-KEY
           alternate record key is LG-TRANS-REF with duplicates
           file status is WS-LEDGER-INDEX-STATUS.

      *> --- the run's net payout per CPR ---
       select payout-index-file assign to "WS-CashbackUdbetaling.tmp"
           organization is indexed
           access mode is dynamic
           record key is PO-CPR
           file status is WS-PAYOUT-INDEX-STATUS.

data division.
file section.
FD param-file.
       01 PARAM-RECORD pic x(40).

FD campaign-file.
       01 CAMPAIGN-RECORD pic x(120).

FD merchant-file.
       01 MERCHANT-RECORD pic x(130).

FD card-file.
       01 CARD-RECORD pic x(120).

FD storno-register-file.
       01 STORNO-RECORD pic x(80).

FD dispute-file.
       01 DISPUTE-CSV-RECORD pic x(150).

FD ledger-file.
       01 LEDGER-RECORD pic x(200).

FD transactions-file.
01 transactions-in.
       copy "10-TRANSAKTIONER.cpy".

FD delivery-file.
01 delivery-out.
       copy "10-TRANSAKTIONER.cpy".

FD invoice-file.
       01 INVOICE-RECORD pic x(120).

FD report-file.
       01 REPORT-RECORD pic x(132).

FD card-index-file.
       01 CARD-INDEX-RECORD.
           05 KORT-KONTO-ID pic x(15).

FD reversal-index-file.
       01 REVERSAL-INDEX-RECORD.
           05 RV-TRANS-REF pic x(20).
           05 RV-KILDE pic x(6).

FD ledger-index-file.
       01 LEDGER-INDEX-RECORD.
           05 LG-KEY.
               10 LG-TRANS-REF pic x(20).
               10 LG-KAMPAGNE-ID pic x(10).
           05 LG-CPR pic x(15).
           05 LG-KONTO-ID pic x(15).
           05 LG-REG-NR pic x(4).
           05 LG-BUTIK-ID pic x(8).
           05 LG-MAANED pic x(7).
           05 LG-KOEB-BELOEB pic S9(13)v99.
           05 LG-CASHBACK pic S9(13)v99.
           05 LG-STATUS pic x(12).
           05 LG-TILBAGE-DATO pic x(10).

FD payout-index-file.
       01 PAYOUT-INDEX-RECORD.
           05 PO-CPR pic x(15).
           05 PO-KONTO-ID pic x(15).
           05 PO-REG-NR pic x(4).
           05 PO-OPTJENT pic S9(13)v99.
           05 PO-TILBAGE pic S9(13)v99.

WORKING-STORAGE SECTION.
       01 WS-PARAM-STATUS pic XX value spaces.
       01 WS-CAMPAIGN-STATUS pic XX value spaces.
       01 WS-MERCHANT-STATUS pic XX value spaces.
       01 WS-CARD-STATUS pic XX value spaces.
       01 WS-STORNO-STATUS pic XX value spaces.
       01 WS-DISPUTE-STATUS pic XX value spaces.
       01 WS-LEDGER-STATUS pic XX value spaces.
       01 WS-TRANS-STATUS pic XX value spaces.
       01 WS-DELIVERY-STATUS pic XX value spaces.
       01 WS-CARD-INDEX-STATUS pic XX value spaces.
       01 WS-REVERSAL-INDEX-STATUS pic XX value spaces.
       01 WS-LEDGER-INDEX-STATUS pic XX value spaces.
       01 WS-PAYOUT-INDEX-STATUS pic XX value spaces.

       01 END-OF-PARAM-FILE pic x value "N".
       01 END-OF-CAMPAIGN-FILE pic x value "N".
       01 END-OF-MERCHANT-FILE pic x value "N".
       01 END-OF-CARD-FILE pic x value "N".
       01 END-OF-STORNO-FILE pic x value "N".
       01 END-OF-DISPUTE-FILE pic x value "N".
       01 END-OF-LEDGER-FILE pic x value "N".
       01 END-OF-TRANSACTIONS-FILE pic x value "N".
       01 END-OF-INDEX-FILE pic x value "N".

       01 WS-PARAM-NOEGLE pic x(20) value spaces.
       01 WS-PARAM-VAERDI pic x(20) value spaces.
       01 WS-MAANED pic x(7) value spaces.
       01 WS-AAR-NUM pic 9(4) value 0.
       01 WS-MD-NUM pic 9(2) value 0.
       01 WS-CARDS-PRESENT pic x value "N".

      *> --- the rewards register ---
       01 WS-KAMPAGNE-COUNT pic 9(3) value 0.
       01 WS-KAMPAGNE-IX pic 9(3) value 0.
       01 WS-KAMPAGNE-TABLE OCCURS 100 TIMES.
           05 KP-ID pic x(10).
           05 KP-ART pic x(8).
           05 KP-NOEGLE pic x(15).
           05 KP-SATS pic 9(3)v9(4).
           05 KP-FRA pic x(10).
           05 KP-TIL pic x(10).
           05 KP-LOFT pic 9(9)v99.
           05 KP-ANTAL pic 9(7).
           05 KP-OPTJENT pic S9(13)v99.
           05 KP-TILBAGE pic S9(13)v99.
      *> --- what the current CPR has earned per campaign this month ---
           05 KP-KUNDE-OPTJENT pic S9(13)v99.

       01 WS-KP-ID-TEXT pic x(10) value spaces.
       01 WS-KP-ART-TEXT pic x(8) value spaces.
       01 WS-KP-NOEGLE-TEXT pic x(15) value spaces.
       01 WS-KP-SATS-TEXT pic x(10) value spaces.
       01 WS-KP-FRA-TEXT pic x(10) value spaces.
       01 WS-KP-TIL-TEXT pic x(10) value spaces.
       01 WS-KP-LOFT-TEXT pic x(15) value spaces.

      *> --- canonical merchant name to BUTIK-ID, from the master ---
       01 WS-MERCHANT-COUNT pic 9(3) value 0.
       01 WS-MERCHANT-IX pic 9(3) value 0.
       01 WS-MERCHANT-TABLE OCCURS 100 TIMES.
           05 MT-BUTIK-ID pic x(8).
           05 MT-KANONISK pic x(15).
       01 WS-MT-ID-TEXT pic x(8) value spaces.
       01 WS-MT-NAVN-TEXT pic x(15) value spaces.

      *> --- partner merchants' funding for the invoice extract ---
       01 WS-PARTNER-COUNT pic 9(3) value 0.
       01 WS-PARTNER-IX pic 9(3) value 0.
       01 WS-PARTNER-TABLE OCCURS 100 TIMES.
           05 PT-BUTIK-ID pic x(8).
           05 PT-ANTAL pic 9(7).
           05 PT-OPTJENT pic S9(13)v99.
           05 PT-TILBAGE pic S9(13)v99.
       01 WS-FIND-BUTIK-ID pic x(8) value spaces.

       01 WS-ROW-F1 pic x(20) value spaces.
       01 WS-ROW-F2 pic x(20) value spaces.
       01 WS-ROW-F3 pic x(20) value spaces.
       01 WS-ROW-F4 pic x(20) value spaces.
       01 WS-ROW-F5 pic x(20) value spaces.
       01 WS-ROW-F6 pic x(20) value spaces.
       01 WS-ROW-F7 pic x(20) value spaces.
       01 WS-ROW-F8 pic x(20) value spaces.
       01 WS-ROW-F9 pic x(20) value spaces.
       01 WS-ROW-F10 pic x(20) value spaces.
       01 WS-ROW-F11 pic x(20) value spaces.

       01 WS-CURRENT-CPR pic x(15) value spaces.
       01 WS-BELOEB-NUM pic S9(13)v99 value 0.
       01 WS-CASHBACK pic S9(13)v99 value 0.
       01 WS-RESOLVED-BUTIK pic x(15) value spaces.
       01 WS-BUTIK-KATEGORI pic x(15) value spaces.
       01 WS-BUTIK-STATUS pic XX value spaces.
       01 WS-BUTIK-ID pic x(8) value spaces.
       01 WS-BEST-IX pic 9(3) value 0.
       01 WS-KURS-VALUTA pic x(3) value spaces.
       01 WS-KURS-DATO pic x(10) value spaces.
       01 WS-KURS pic S9(5)v9999 value 0.
       01 WS-KURS-STATUS pic XX value spaces.

       01 WS-KOEB-COUNT pic 9(7) value 0.
       01 WS-BELOENNET-COUNT pic 9(7) value 0.
       01 WS-LOFT-COUNT pic 9(7) value 0.
       01 WS-TILBAGE-COUNT pic 9(7) value 0.
       01 WS-UDBETALING-COUNT pic 9(7) value 0.
       01 WS-TOTAL-OPTJENT pic S9(13)v99 value 0.
       01 WS-TOTAL-TILBAGE pic S9(13)v99 value 0.
       01 WS-TOTAL-NETTO pic S9(13)v99 value 0.
       01 WS-NETTO pic S9(13)v99 value 0.

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-AMOUNT-DISPLAY pic -Z(12)9.99.
       01 WS-AMOUNT-DISPLAY-2 pic -Z(12)9.99.
       01 WS-AMOUNT-DISPLAY-3 pic -Z(12)9.99.
       01 WS-BELOEB-DISPLAY pic -Z(12)9.99.
       01 WS-SATS-DISPLAY pic ZZ9.99.
       01 WS-COUNT-DISPLAY pic Z(6)9.

      *> --- integrity seal on the shared handoff, proven before
      *> rows are added and renewed afterwards ---
       01 WS-SEGL-MODE pic x value space.
       01 WS-SEGL-FILNAVN pic x(40) value spaces.
       01 WS-LEVERANCE-SEGL pic XX value spaces.

PROCEDURE DIVISION.
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

       perform LOAD-CASHBACK-PARAMETERS
       perform LOAD-CAMPAIGNS
       perform LOAD-MERCHANT-IDS
       perform LOAD-CARD-ACCOUNTS
       perform LOAD-REVERSALS
       perform LOAD-LEDGER

       OPEN OUTPUT payout-index-file
       CLOSE payout-index-file
       OPEN I-O payout-index-file

       perform CLAW-BACK-REVERSED
       perform EARN-CASHBACK

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
       STRING "Cashback " WS-MAANED " - koersel " WS-TODAY-DATE
              DELIMITED BY SIZE INTO REPORT-RECORD
       WRITE REPORT-RECORD
       MOVE SPACES TO REPORT-RECORD
       WRITE REPORT-RECORD
       perform POST-PAYOUTS
       close delivery-file
       *> the seal is renewed over the added rows; a delivery whose
       *> seal had already failed is left for the receiver to refuse
       IF WS-LEVERANCE-SEGL = "00"
           MOVE "S" TO WS-SEGL-MODE
           MOVE "16-Leverance.txt" TO WS-SEGL-FILNAVN
           CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
               WS-LEVERANCE-SEGL
       END-IF

       perform SAVE-LEDGER
       perform WRITE-PARTNER-INVOICES
       perform WRITE-CAMPAIGN-SUMMARY
       close report-file

       close card-index-file
       close reversal-index-file
       close ledger-index-file
       close payout-index-file
stop run.

       LOAD-CASHBACK-PARAMETERS.
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

       LOAD-CAMPAIGNS.
           OPEN INPUT campaign-file
           IF WS-CAMPAIGN-STATUS NOT = "00"
               DISPLAY "Cashback: 120-CashbackKampagner.txt blev ikke fundet"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-CAMPAIGN-FILE = "Y"
               READ campaign-file
                   AT END
                       MOVE "Y" TO END-OF-CAMPAIGN-FILE
                   NOT AT END
                       MOVE SPACES TO WS-KP-ID-TEXT
                       MOVE SPACES TO WS-KP-ART-TEXT
                       MOVE SPACES TO WS-KP-NOEGLE-TEXT
                       MOVE SPACES TO WS-KP-SATS-TEXT
                       MOVE SPACES TO WS-KP-FRA-TEXT
                       MOVE SPACES TO WS-KP-TIL-TEXT
                       MOVE SPACES TO WS-KP-LOFT-TEXT
                       UNSTRING CAMPAIGN-RECORD DELIMITED BY ","
                           INTO WS-KP-ID-TEXT, WS-KP-ART-TEXT,
                                WS-KP-NOEGLE-TEXT, WS-KP-SATS-TEXT,
                                WS-KP-FRA-TEXT, WS-KP-TIL-TEXT,
                                WS-KP-LOFT-TEXT
                       IF WS-KP-ID-TEXT NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(WS-KP-SATS-TEXT) = 0
                           AND WS-KAMPAGNE-COUNT < 100
                           perform ADD-CAMPAIGN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE campaign-file
       exit.

       ADD-CAMPAIGN.
           ADD 1 TO WS-KAMPAGNE-COUNT
           MOVE WS-KAMPAGNE-COUNT TO WS-KAMPAGNE-IX
           MOVE WS-KP-ID-TEXT TO KP-ID(WS-KAMPAGNE-IX)
           MOVE FUNCTION UPPER-CASE(WS-KP-ART-TEXT) TO KP-ART(WS-KAMPAGNE-IX)
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-KP-NOEGLE-TEXT))
               TO KP-NOEGLE(WS-KAMPAGNE-IX)
           COMPUTE KP-SATS(WS-KAMPAGNE-IX) = FUNCTION NUMVAL(WS-KP-SATS-TEXT)
           MOVE WS-KP-FRA-TEXT TO KP-FRA(WS-KAMPAGNE-IX)
           MOVE WS-KP-TIL-TEXT TO KP-TIL(WS-KAMPAGNE-IX)
           IF KP-TIL(WS-KAMPAGNE-IX) = SPACES
               MOVE "9999-12-31" TO KP-TIL(WS-KAMPAGNE-IX)
           END-IF
           MOVE 0 TO KP-LOFT(WS-KAMPAGNE-IX)
           IF FUNCTION TEST-NUMVAL(WS-KP-LOFT-TEXT) = 0
               COMPUTE KP-LOFT(WS-KAMPAGNE-IX) =
                   FUNCTION NUMVAL(WS-KP-LOFT-TEXT)
           END-IF
           MOVE 0 TO KP-ANTAL(WS-KAMPAGNE-IX)
           MOVE 0 TO KP-OPTJENT(WS-KAMPAGNE-IX)
           MOVE 0 TO KP-TILBAGE(WS-KAMPAGNE-IX)
           MOVE 0 TO KP-KUNDE-OPTJENT(WS-KAMPAGNE-IX)
       exit.

      *> --- BUTIK-ID,KANONISK-NAVN,KATEGORI,ALIAS1..4 ---
       LOAD-MERCHANT-IDS.
           OPEN INPUT merchant-file
           IF WS-MERCHANT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-MERCHANT-FILE = "Y"
               READ merchant-file
                   AT END
                       MOVE "Y" TO END-OF-MERCHANT-FILE
                   NOT AT END
                       MOVE SPACES TO WS-MT-ID-TEXT
                       MOVE SPACES TO WS-MT-NAVN-TEXT
                       UNSTRING MERCHANT-RECORD DELIMITED BY ","
                           INTO WS-MT-ID-TEXT, WS-MT-NAVN-TEXT
                       IF WS-MT-ID-TEXT NOT = SPACES
                           AND WS-MERCHANT-COUNT < 100
                           ADD 1 TO WS-MERCHANT-COUNT
                           MOVE FUNCTION UPPER-CASE(WS-MT-ID-TEXT)
                               TO MT-BUTIK-ID(WS-MERCHANT-COUNT)
                           MOVE FUNCTION UPPER-CASE(
                               FUNCTION TRIM(WS-MT-NAVN-TEXT))
                               TO MT-KANONISK(WS-MERCHANT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE merchant-file
       exit.

      *> --- KORT-NR,KONTO-ID,CPR,STATUS,UDLOEB,UDSTEDT,ERSTATTER ---
       LOAD-CARD-ACCOUNTS.
           OPEN OUTPUT card-index-file
           CLOSE card-index-file
           OPEN I-O card-index-file

           OPEN INPUT card-file
           IF WS-CARD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-CARDS-PRESENT
           PERFORM UNTIL END-OF-CARD-FILE = "Y"
               READ card-file
                   AT END
                       MOVE "Y" TO END-OF-CARD-FILE
                   NOT AT END
                       MOVE SPACES TO WS-ROW-F1
                       MOVE SPACES TO WS-ROW-F2
                       UNSTRING CARD-RECORD DELIMITED BY ","
                           INTO WS-ROW-F1, WS-ROW-F2
                       MOVE WS-ROW-F2 TO KORT-KONTO-ID
                       WRITE CARD-INDEX-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE card-file
       exit.

      *> --- 57-StornoRegister.txt ORIGINAL-REF,STORNO-REF,DATO and
      *> the credited dispute cases SAG-ID,TRANS-REF,...,STATUS ---
       LOAD-REVERSALS.
           OPEN OUTPUT reversal-index-file
           CLOSE reversal-index-file
           OPEN I-O reversal-index-file

           OPEN INPUT storno-register-file
           IF WS-STORNO-STATUS = "00"
               PERFORM UNTIL END-OF-STORNO-FILE = "Y"
                   READ storno-register-file
                       AT END
                           MOVE "Y" TO END-OF-STORNO-FILE
                       NOT AT END
                           MOVE SPACES TO WS-ROW-F1
                           UNSTRING STORNO-RECORD DELIMITED BY ","
                               INTO WS-ROW-F1
                           MOVE WS-ROW-F1 TO RV-TRANS-REF
                           MOVE "STORNO" TO RV-KILDE
                           WRITE REVERSAL-INDEX-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE storno-register-file
           END-IF

           OPEN INPUT dispute-file
           IF WS-DISPUTE-STATUS = "00"
               PERFORM UNTIL END-OF-DISPUTE-FILE = "Y"
                   READ dispute-file
                       AT END
                           MOVE "Y" TO END-OF-DISPUTE-FILE
                       NOT AT END
                           MOVE SPACES TO WS-ROW-F1
                           MOVE SPACES TO WS-ROW-F2
                           MOVE SPACES TO WS-ROW-F7
                           UNSTRING DISPUTE-CSV-RECORD DELIMITED BY ","
                               INTO WS-ROW-F1, WS-ROW-F2, WS-ROW-F3,
                                    WS-ROW-F4, WS-ROW-F5, WS-ROW-F6,
                                    WS-ROW-F7
                           IF FUNCTION TRIM(WS-ROW-F7) = "KREDITERET"
                               OR FUNCTION TRIM(WS-ROW-F7) = "ENDELIG"
                               MOVE WS-ROW-F2 TO RV-TRANS-REF
                               MOVE "TVIST" TO RV-KILDE
                               WRITE REVERSAL-INDEX-RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-WRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE dispute-file
           END-IF
       exit.

       LOAD-LEDGER.
           OPEN OUTPUT ledger-index-file
           CLOSE ledger-index-file
           OPEN I-O ledger-index-file

           OPEN INPUT ledger-file
           IF WS-LEDGER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-LEDGER-FILE = "Y"
               READ ledger-file
                   AT END
                       MOVE "Y" TO END-OF-LEDGER-FILE
                   NOT AT END
                       MOVE SPACES TO WS-ROW-F8
                       MOVE SPACES TO WS-ROW-F9
                       MOVE SPACES TO LEDGER-INDEX-RECORD
                       UNSTRING LEDGER-RECORD DELIMITED BY ","
                           INTO LG-TRANS-REF, LG-KAMPAGNE-ID, LG-CPR,
                                LG-KONTO-ID, LG-REG-NR, LG-BUTIK-ID,
                                LG-MAANED, WS-ROW-F8, WS-ROW-F9,
                                LG-STATUS, LG-TILBAGE-DATO
                       MOVE 0 TO LG-KOEB-BELOEB
                       MOVE 0 TO LG-CASHBACK
                       IF FUNCTION TEST-NUMVAL(WS-ROW-F8) = 0
                           COMPUTE LG-KOEB-BELOEB = FUNCTION NUMVAL(WS-ROW-F8)
                       END-IF
                       IF FUNCTION TEST-NUMVAL(WS-ROW-F9) = 0
                           COMPUTE LG-CASHBACK = FUNCTION NUMVAL(WS-ROW-F9)
                       END-IF
                       WRITE LEDGER-INDEX-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE ledger-file
       exit.

      *> --- rewards already paid whose purchase has since been
      *> reversed or credited come back in this run's payout ---
       CLAW-BACK-REVERSED.
           MOVE "N" TO END-OF-INDEX-FILE
           MOVE LOW-VALUES TO LG-KEY
           START ledger-index-file KEY IS >= LG-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-FILE
           END-START
           PERFORM UNTIL END-OF-INDEX-FILE = "Y"
               READ ledger-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-FILE
                   NOT AT END
                       IF FUNCTION TRIM(LG-STATUS) = "OPTJENT"
                           MOVE LG-TRANS-REF TO RV-TRANS-REF
                           READ reversal-index-file
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   perform CLAW-BACK-ONE
                           END-READ
                       END-IF
               END-READ
           END-PERFORM
       exit.

       CLAW-BACK-ONE.
           MOVE "TILBAGEFOERT" TO LG-STATUS
           MOVE WS-TODAY-DATE TO LG-TILBAGE-DATO
           REWRITE LEDGER-INDEX-RECORD
           ADD 1 TO WS-TILBAGE-COUNT
           ADD LG-CASHBACK TO WS-TOTAL-TILBAGE

           PERFORM VARYING WS-KAMPAGNE-IX FROM 1 BY 1
               UNTIL WS-KAMPAGNE-IX > WS-KAMPAGNE-COUNT
               IF KP-ID(WS-KAMPAGNE-IX) = LG-KAMPAGNE-ID
                   ADD LG-CASHBACK TO KP-TILBAGE(WS-KAMPAGNE-IX)
               END-IF
           END-PERFORM
           IF LG-BUTIK-ID NOT = SPACES
               MOVE LG-BUTIK-ID TO WS-FIND-BUTIK-ID
               perform FIND-PARTNER
               IF WS-PARTNER-IX > 0
                   ADD LG-CASHBACK TO PT-TILBAGE(WS-PARTNER-IX)
               END-IF
           END-IF

           MOVE LG-CPR TO PO-CPR
           READ payout-index-file
               INVALID KEY
                   MOVE LG-KONTO-ID TO PO-KONTO-ID
                   MOVE LG-REG-NR TO PO-REG-NR
                   MOVE 0 TO PO-OPTJENT
                   MOVE LG-CASHBACK TO PO-TILBAGE
                   WRITE PAYOUT-INDEX-RECORD
                   END-WRITE
               NOT INVALID KEY
                   ADD LG-CASHBACK TO PO-TILBAGE
                   REWRITE PAYOUT-INDEX-RECORD
           END-READ
       exit.

      *> --- WS-FIND-BUTIK-ID to WS-PARTNER-IX, adding it when new ---
       FIND-PARTNER.
           PERFORM VARYING WS-PARTNER-IX FROM 1 BY 1
               UNTIL WS-PARTNER-IX > WS-PARTNER-COUNT
               IF PT-BUTIK-ID(WS-PARTNER-IX) = WS-FIND-BUTIK-ID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-PARTNER-COUNT >= 100
               MOVE 0 TO WS-PARTNER-IX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PARTNER-COUNT
           MOVE WS-PARTNER-COUNT TO WS-PARTNER-IX
           MOVE WS-FIND-BUTIK-ID TO PT-BUTIK-ID(WS-PARTNER-IX)
           MOVE 0 TO PT-ANTAL(WS-PARTNER-IX)
           MOVE 0 TO PT-OPTJENT(WS-PARTNER-IX)
           MOVE 0 TO PT-TILBAGE(WS-PARTNER-IX)
       exit.

      *> --- the month's purchases in CPR order; the monthly caps run
      *> per customer, so they reset when the CPR changes ---
       EARN-CASHBACK.
           OPEN INPUT transactions-file
           IF WS-TRANS-STATUS NOT = "00"
               DISPLAY "Cashback: 10-Transaktioner.txt blev ikke fundet"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL END-OF-TRANSACTIONS-FILE = "Y"
               READ transactions-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-TRANSACTIONS-FILE
                   NOT AT END
                       IF CPR OF transactions-in NOT = WS-CURRENT-CPR
                           MOVE CPR OF transactions-in TO WS-CURRENT-CPR
                           PERFORM VARYING WS-KAMPAGNE-IX FROM 1 BY 1
                               UNTIL WS-KAMPAGNE-IX > WS-KAMPAGNE-COUNT
                               MOVE 0 TO KP-KUNDE-OPTJENT(WS-KAMPAGNE-IX)
                           END-PERFORM
                       END-IF
                       IF TIDSPUNKT OF transactions-in(1:7) = WS-MAANED
                           AND BUTIK OF transactions-in NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(BELOEB OF transactions-in) = 0
                           perform EARN-ONE-PURCHASE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE transactions-file
       exit.

       EARN-ONE-PURCHASE.
           COMPUTE WS-BELOEB-NUM = FUNCTION NUMVAL(BELOEB OF transactions-in)
           IF WS-BELOEB-NUM >= 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CARDS-PRESENT = "Y"
               MOVE KONTO-ID OF transactions-in TO KORT-KONTO-ID
               READ card-index-file
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ
           END-IF
           ADD 1 TO WS-KOEB-COUNT

           MOVE TRANS-REF OF transactions-in TO RV-TRANS-REF
           READ reversal-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           *> once rewarded, never again
           MOVE TRANS-REF OF transactions-in TO LG-TRANS-REF
           START ledger-index-file KEY IS = LG-TRANS-REF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EXIT PARAGRAPH
           END-START

           MOVE SPACES TO WS-RESOLVED-BUTIK
           MOVE SPACES TO WS-BUTIK-KATEGORI
           CALL "ButikOpslag" USING BUTIK OF transactions-in
               WS-RESOLVED-BUTIK WS-BUTIK-KATEGORI WS-BUTIK-STATUS
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RESOLVED-BUTIK))
               TO WS-RESOLVED-BUTIK
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-BUTIK-KATEGORI))
               TO WS-BUTIK-KATEGORI
           MOVE SPACES TO WS-BUTIK-ID
           PERFORM VARYING WS-MERCHANT-IX FROM 1 BY 1
               UNTIL WS-MERCHANT-IX > WS-MERCHANT-COUNT
               IF MT-KANONISK(WS-MERCHANT-IX) = WS-RESOLVED-BUTIK
                   MOVE MT-BUTIK-ID(WS-MERCHANT-IX) TO WS-BUTIK-ID
               END-IF
           END-PERFORM

           *> the best-paying campaign open on the purchase date
           MOVE 0 TO WS-BEST-IX
           PERFORM VARYING WS-KAMPAGNE-IX FROM 1 BY 1
               UNTIL WS-KAMPAGNE-IX > WS-KAMPAGNE-COUNT
               IF TIDSPUNKT OF transactions-in(1:10) >= KP-FRA(WS-KAMPAGNE-IX)
                   AND TIDSPUNKT OF transactions-in(1:10)
                       <= KP-TIL(WS-KAMPAGNE-IX)
                   IF (FUNCTION TRIM(KP-ART(WS-KAMPAGNE-IX)) = "KATEGORI"
                       AND KP-NOEGLE(WS-KAMPAGNE-IX) = WS-BUTIK-KATEGORI)
                       OR (FUNCTION TRIM(KP-ART(WS-KAMPAGNE-IX)) = "BUTIK"
                       AND WS-BUTIK-ID NOT = SPACES
                       AND KP-NOEGLE(WS-KAMPAGNE-IX) = WS-BUTIK-ID)
                       IF WS-BEST-IX = 0
                           MOVE WS-KAMPAGNE-IX TO WS-BEST-IX
                       ELSE
                           IF KP-SATS(WS-KAMPAGNE-IX) > KP-SATS(WS-BEST-IX)
                               MOVE WS-KAMPAGNE-IX TO WS-BEST-IX
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BEST-IX = 0
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(VALUTA OF transactions-in) NOT = "DKK"
               AND VALUTA OF transactions-in NOT = SPACES
               MOVE VALUTA OF transactions-in TO WS-KURS-VALUTA
               MOVE TIDSPUNKT OF transactions-in(1:10) TO WS-KURS-DATO
               CALL "KursopslagDato" USING WS-KURS-VALUTA WS-KURS-DATO
                   WS-KURS WS-KURS-STATUS
               IF WS-KURS-STATUS = "00"
                   MULTIPLY WS-KURS BY WS-BELOEB-NUM
               END-IF
           END-IF
           COMPUTE WS-CASHBACK ROUNDED =
               (0 - WS-BELOEB-NUM) * KP-SATS(WS-BEST-IX) / 100

           IF KP-LOFT(WS-BEST-IX) > 0
               IF KP-KUNDE-OPTJENT(WS-BEST-IX) + WS-CASHBACK
                   > KP-LOFT(WS-BEST-IX)
                   ADD 1 TO WS-LOFT-COUNT
                   COMPUTE WS-CASHBACK = KP-LOFT(WS-BEST-IX)
                       - KP-KUNDE-OPTJENT(WS-BEST-IX)
               END-IF
           END-IF
           IF WS-CASHBACK <= 0
               EXIT PARAGRAPH
           END-IF
           perform RECORD-REWARD
       exit.

       RECORD-REWARD.
           ADD WS-CASHBACK TO KP-KUNDE-OPTJENT(WS-BEST-IX)
           ADD WS-CASHBACK TO KP-OPTJENT(WS-BEST-IX)
           ADD 1 TO KP-ANTAL(WS-BEST-IX)
           ADD 1 TO WS-BELOENNET-COUNT
           ADD WS-CASHBACK TO WS-TOTAL-OPTJENT

           MOVE SPACES TO LEDGER-INDEX-RECORD
           MOVE TRANS-REF OF transactions-in TO LG-TRANS-REF
           MOVE KP-ID(WS-BEST-IX) TO LG-KAMPAGNE-ID
           MOVE CPR OF transactions-in TO LG-CPR
           MOVE KONTO-ID OF transactions-in TO LG-KONTO-ID
           MOVE REG-NR OF transactions-in TO LG-REG-NR
           IF FUNCTION TRIM(KP-ART(WS-BEST-IX)) = "BUTIK"
               MOVE WS-BUTIK-ID TO LG-BUTIK-ID
               MOVE WS-BUTIK-ID TO WS-FIND-BUTIK-ID
               perform FIND-PARTNER
               IF WS-PARTNER-IX > 0
                   ADD 1 TO PT-ANTAL(WS-PARTNER-IX)
                   ADD WS-CASHBACK TO PT-OPTJENT(WS-PARTNER-IX)
               END-IF
           END-IF
           MOVE WS-MAANED TO LG-MAANED
           COMPUTE LG-KOEB-BELOEB = 0 - WS-BELOEB-NUM
           MOVE WS-CASHBACK TO LG-CASHBACK
           MOVE "OPTJENT" TO LG-STATUS
           WRITE LEDGER-INDEX-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           *> the payout lands on the latest rewarded purchase's account
           MOVE CPR OF transactions-in TO PO-CPR
           READ payout-index-file
               INVALID KEY
                   MOVE KONTO-ID OF transactions-in TO PO-KONTO-ID
                   MOVE REG-NR OF transactions-in TO PO-REG-NR
                   MOVE WS-CASHBACK TO PO-OPTJENT
                   MOVE 0 TO PO-TILBAGE
                   WRITE PAYOUT-INDEX-RECORD
                   END-WRITE
               NOT INVALID KEY
                   MOVE KONTO-ID OF transactions-in TO PO-KONTO-ID
                   MOVE REG-NR OF transactions-in TO PO-REG-NR
                   ADD WS-CASHBACK TO PO-OPTJENT
                   REWRITE PAYOUT-INDEX-RECORD
           END-READ
       exit.

      *> --- one Cashback row per CPR with a net movement ---
       POST-PAYOUTS.
           MOVE "N" TO END-OF-INDEX-FILE
           MOVE LOW-VALUES TO PO-CPR
           START payout-index-file KEY IS >= PO-CPR
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-FILE
           END-START
           PERFORM UNTIL END-OF-INDEX-FILE = "Y"
               READ payout-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-FILE
                   NOT AT END
                       COMPUTE WS-NETTO = PO-OPTJENT - PO-TILBAGE
                       IF WS-NETTO NOT = 0
                           perform EMIT-PAYOUT-ROW
                       END-IF
               END-READ
           END-PERFORM
       exit.

       EMIT-PAYOUT-ROW.
           ADD 1 TO WS-UDBETALING-COUNT
           ADD WS-NETTO TO WS-TOTAL-NETTO
           MOVE SPACES TO delivery-out
           MOVE PO-CPR TO CPR OF delivery-out
           MOVE PO-KONTO-ID TO KONTO-ID OF delivery-out
           MOVE PO-REG-NR TO REG-NR OF delivery-out
           MOVE "0000" TO FILIAL-NR OF delivery-out
           *> NAVN/ADRESSE are left for the Indlaes intake to enrich
           *> from the customer master
           MOVE SPACES TO TIDSPUNKT OF delivery-out
           STRING WS-TODAY-DATE DELIMITED BY SIZE
                  " 06:00:00" DELIMITED BY SIZE
                  INTO TIDSPUNKT OF delivery-out
           MOVE "Cashback" TO TRANSAKTIONSTYPE OF delivery-out
           MOVE WS-NETTO TO WS-BELOEB-DISPLAY
           MOVE FUNCTION TRIM(WS-BELOEB-DISPLAY) TO BELOEB OF delivery-out
           MOVE "DKK" TO VALUTA OF delivery-out
           MOVE SPACES TO BUTIK OF delivery-out
           MOVE SPACES TO TRANS-REF OF delivery-out
           STRING "CB" DELIMITED BY SIZE
                  WS-MAANED(1:4) DELIMITED BY SIZE
                  WS-MAANED(6:2) DELIMITED BY SIZE
                  FUNCTION TRIM(PO-KONTO-ID) DELIMITED BY SIZE
                  INTO TRANS-REF OF delivery-out
           WRITE delivery-out

           MOVE PO-OPTJENT TO WS-AMOUNT-DISPLAY
           MOVE PO-TILBAGE TO WS-AMOUNT-DISPLAY-2
           MOVE SPACES TO REPORT-RECORD
           STRING "Udbetalt - CPR: " FUNCTION TRIM(PO-CPR)
                  ", konto " FUNCTION TRIM(PO-KONTO-ID)
                  ": optjent " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  ", tilbagefoert " FUNCTION TRIM(WS-AMOUNT-DISPLAY-2)
                  ", netto " FUNCTION TRIM(WS-BELOEB-DISPLAY) " DKK"
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

       SAVE-LEDGER.
           OPEN OUTPUT ledger-file
           MOVE "N" TO END-OF-INDEX-FILE
           MOVE LOW-VALUES TO LG-KEY
           START ledger-index-file KEY IS >= LG-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-FILE
           END-START
           PERFORM UNTIL END-OF-INDEX-FILE = "Y"
               READ ledger-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-FILE
                   NOT AT END
                       MOVE LG-KOEB-BELOEB TO WS-AMOUNT-DISPLAY
                       MOVE LG-CASHBACK TO WS-AMOUNT-DISPLAY-2
                       MOVE SPACES TO LEDGER-RECORD
                       STRING FUNCTION TRIM(LG-TRANS-REF) ","
                              FUNCTION TRIM(LG-KAMPAGNE-ID) ","
                              FUNCTION TRIM(LG-CPR) ","
                              FUNCTION TRIM(LG-KONTO-ID) ","
                              FUNCTION TRIM(LG-REG-NR) ","
                              FUNCTION TRIM(LG-BUTIK-ID) ","
                              LG-MAANED ","
                              FUNCTION TRIM(WS-AMOUNT-DISPLAY) ","
                              FUNCTION TRIM(WS-AMOUNT-DISPLAY-2) ","
                              FUNCTION TRIM(LG-STATUS) ","
                              FUNCTION TRIM(LG-TILBAGE-DATO)
                              DELIMITED BY SIZE INTO LEDGER-RECORD
                       WRITE LEDGER-RECORD
               END-READ
           END-PERFORM
           CLOSE ledger-file
       exit.

      *> --- what each partner merchant owes for the rewards paid on
      *> its sales, net of the claw-backs ---
       WRITE-PARTNER-INVOICES.
           OPEN OUTPUT invoice-file
           PERFORM VARYING WS-PARTNER-IX FROM 1 BY 1
               UNTIL WS-PARTNER-IX > WS-PARTNER-COUNT
               MOVE SPACES TO WS-RESOLVED-BUTIK
               PERFORM VARYING WS-MERCHANT-IX FROM 1 BY 1
                   UNTIL WS-MERCHANT-IX > WS-MERCHANT-COUNT
                   IF MT-BUTIK-ID(WS-MERCHANT-IX) = PT-BUTIK-ID(WS-PARTNER-IX)
                       MOVE MT-KANONISK(WS-MERCHANT-IX) TO WS-RESOLVED-BUTIK
                   END-IF
               END-PERFORM
               MOVE PT-ANTAL(WS-PARTNER-IX) TO WS-COUNT-DISPLAY
               MOVE PT-OPTJENT(WS-PARTNER-IX) TO WS-AMOUNT-DISPLAY
               MOVE PT-TILBAGE(WS-PARTNER-IX) TO WS-AMOUNT-DISPLAY-2
               COMPUTE WS-NETTO = PT-OPTJENT(WS-PARTNER-IX)
                   - PT-TILBAGE(WS-PARTNER-IX)
               MOVE WS-NETTO TO WS-AMOUNT-DISPLAY-3
               MOVE SPACES TO INVOICE-RECORD
               STRING FUNCTION TRIM(PT-BUTIK-ID(WS-PARTNER-IX)) ","
                      FUNCTION TRIM(WS-RESOLVED-BUTIK) ","
                      WS-MAANED ","
                      FUNCTION TRIM(WS-COUNT-DISPLAY) ","
                      FUNCTION TRIM(WS-AMOUNT-DISPLAY) ","
                      FUNCTION TRIM(WS-AMOUNT-DISPLAY-2) ","
                      FUNCTION TRIM(WS-AMOUNT-DISPLAY-3)
                      DELIMITED BY SIZE INTO INVOICE-RECORD
               WRITE INVOICE-RECORD
           END-PERFORM
           CLOSE invoice-file
       exit.

       WRITE-CAMPAIGN-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "Pr. kampagne" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-KAMPAGNE-IX FROM 1 BY 1
               UNTIL WS-KAMPAGNE-IX > WS-KAMPAGNE-COUNT
               MOVE KP-SATS(WS-KAMPAGNE-IX) TO WS-SATS-DISPLAY
               MOVE KP-ANTAL(WS-KAMPAGNE-IX) TO WS-COUNT-DISPLAY
               MOVE KP-OPTJENT(WS-KAMPAGNE-IX) TO WS-AMOUNT-DISPLAY
               MOVE KP-TILBAGE(WS-KAMPAGNE-IX) TO WS-AMOUNT-DISPLAY-2
               MOVE SPACES TO REPORT-RECORD
               STRING "  " FUNCTION TRIM(KP-ID(WS-KAMPAGNE-IX))
                      " (" FUNCTION TRIM(KP-ART(WS-KAMPAGNE-IX))
                      " " FUNCTION TRIM(KP-NOEGLE(WS-KAMPAGNE-IX))
                      ", " FUNCTION TRIM(WS-SATS-DISPLAY) " pct): koeb "
                      FUNCTION TRIM(WS-COUNT-DISPLAY)
                      ", optjent " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                      ", tilbagefoert " FUNCTION TRIM(WS-AMOUNT-DISPLAY-2)
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-KOEB-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Koeb med kort i maaneden: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-BELOENNET-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Beloennede koeb: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-LOFT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Koeb begraenset af maanedsloft: "
                  FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TILBAGE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Tilbagefoerte beloenninger: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-OPTJENT TO WS-AMOUNT-DISPLAY
           MOVE WS-TOTAL-TILBAGE TO WS-AMOUNT-DISPLAY-2
           MOVE WS-TOTAL-NETTO TO WS-AMOUNT-DISPLAY-3
           MOVE WS-UDBETALING-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "I alt: optjent " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  ", tilbagefoert " FUNCTION TRIM(WS-AMOUNT-DISPLAY-2)
                  ", udbetalt netto " FUNCTION TRIM(WS-AMOUNT-DISPLAY-3)
                  " DKK paa " FUNCTION TRIM(WS-COUNT-DISPLAY) " konti"
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
