           organization line sequential
           file status is WS-ADDRESS-PARAM-STATUS.

      *> --- the indexed customer and account masters, read in
      *> place: the account's KONTO-TYPE prices fees and interest
      *> from the product catalog, and KONTO-ID->KUNDE-ID leads to
      *> the customer's row for the master address ---
       select account-master-file assign to "8-KontoStam.txt"
           organization is indexed
           access mode is dynamic
           record key is KONTOSTAM-ID
           alternate record key is KONTOSTAM-KUNDE-ID with duplicates
           alternate record key is KONTOSTAM-CPR with duplicates
           file status is WS-ACCOUNT-LOOKUP-STATUS.

       select customer-master-file assign to "7-KundeStam.txt"
           organization is indexed
           access mode is dynamic
           record key is KUNDESTAM-ID
           alternate record key is KUNDESTAM-CPR with duplicates
           file status is WS-CUSTOMER-LOOKUP-STATUS.

      *> --- the current customer's finished statement lines, held
           record key is LAAN-KEY
           file status is WS-LOAN-INDEX-STATUS.

      *> --- depot valuation 110-DepotVaerdier.txt from the nightly
      *> DepotVaerdi run: the customer's custody holdings print in a
      *> depot section with their market value in DKK ---
       select depot-value-file assign to "110-DepotVaerdier.txt"
           organization line sequential
           file status is WS-DEPOT-VALUE-STATUS.

       select depot-index-file assign to WS-DEPOTIX-FILENAME
           organization is indexed
           access mode is dynamic
           record key is DEPOT-KEY
           file status is WS-DEPOT-INDEX-STATUS.

      *> --- recurring payments 119-Abonnementer.txt from the nightly
      *> AbonnementSoeg run: the customer's subscriptions print with
      *> the expected next charge, price rises and charges after a
      *> cancellation flagged ---
       select subscription-file assign to "119-Abonnementer.txt"
           organization line sequential
           file status is WS-SUBSCRIPTION-STATUS.

       select subscription-index-file assign to WS-ABONIX-FILENAME
           organization is indexed
           access mode is dynamic
           record key is ABON-KEY
           file status is WS-SUBSCRIPTION-INDEX-STATUS.

      *> --- insert campaign register 83-IndstikKampagner.txt:
      *> KAMPAGNE-ID,SEGMENT,TEKST-NOEGLE,GYLDIG-FRA,GYLDIG-TIL.
      *> SEGMENT is TOPDECIL (carry benchmark H), OVERTRUKKET
           record key is PH-CPR
           file status is WS-MAIL-HOLD-INDEX-STATUS.

      *> --- estate register: an AKTIV doedsbo cuts the customer's
      *> final statement at the date of death ---
       select estate-file assign to "63-DoedsboRegister.txt"
           record key is STIX-REF
           file status is WS-STORNO-INDEX-STATUS.

      *> --- currency-exchange register 101-ValutaVekslinger.txt: both
      *> legs of a conversion get a confirmation line with the amounts
      *> and the customer rate ---
       select exchange-register-file assign to "101-ValutaVekslinger.txt"
           organization line sequential
           file status is WS-EXCHANGE-REGISTER-STATUS.

       select exchange-index-file assign to WS-VEKSLINGIX-FILENAME
           organization is indexed
           access mode is dynamic
           record key is VXIX-REF
           file status is WS-EXCHANGE-INDEX-STATUS.

      *> --- the current customer's valid transactions, keyed on
      *> CPR+TIDSPUNKT+TRANS-REF so the statement block can be replayed
      *> in chronological order at flush time, whatever order the
FD address-param-file.
       01 ADDRESS-PARAM-RECORD pic x(10).

FD account-master-file.
       01 ACCOUNT-MASTER-RECORD.
           copy "8-KONTOSTAM.cpy".

FD customer-master-file.
       01 CUSTOMER-MASTER-RECORD.
           copy "7-KUNDESTAM.cpy".

FD campaign-file.
       01 CAMPAIGN-CSV-RECORD pic x(80).
       01 MAIL-HOLD-INDEX-RECORD.
           05 PH-CPR pic x(15).

FD estate-file.
       01 ESTATE-CSV-RECORD pic x(150).

           05 STIX-MODPART pic x(20).
           05 STIX-ROLLE pic x.

FD exchange-register-file.
       01 EXCHANGE-CSV-RECORD pic x(200).

FD exchange-index-file.
       01 EXCHANGE-INDEX-RECORD.
           05 VXIX-REF pic x(20).
           05 VXIX-FRA-VALUTA pic x(3).
           05 VXIX-FRA-BELOEB pic x(18).
           05 VXIX-TIL-VALUTA pic x(3).
           05 VXIX-TIL-BELOEB pic x(18).
           05 VXIX-KURS pic x(12).

FD loan-register-file.
       01 LOAN-CSV-RECORD pic x(130).

               10 LAAN-KONTO-ID pic x(15).
           05 LAAN-RESTGAELD pic x(15).

FD depot-value-file.
       01 DEPOT-VALUE-RECORD pic x(150).

FD depot-index-file.
       01 DEPOT-INDEX-RECORD.
           05 DEPOT-KEY.
               10 DEPOT-CPR pic x(15).
               10 DEPOT-ID pic x(15).
               10 DEPOT-PAPIR-ID pic x(15).
           05 DEPOT-ANTAL pic x(18).
           05 DEPOT-VAERDI pic x(18).

FD subscription-file.
       01 SUBSCRIPTION-RECORD pic x(160).

FD subscription-index-file.
       01 SUBSCRIPTION-INDEX-RECORD.
           05 ABON-KEY.
               10 ABON-CPR pic x(15).
               10 ABON-BUTIK pic x(15).
           05 ABON-KADENCE pic x(6).
           05 ABON-SENESTE-DATO pic x(10).
           05 ABON-SENESTE-BELOEB pic x(18).
           05 ABON-FORVENTET-DATO pic x(10).
           05 ABON-FORVENTET-BELOEB pic x(18).
           05 ABON-STATUS pic x(8).
           05 ABON-FLAG pic x(12).
           05 ABON-FORRIGE-BELOEB pic x(18).

FD prefs-file.
       01 PREFS-CSV-RECORD pic x(60).

       01 WS-CPR-WEIGHTS-X pic x(10) value "4327654321".
       01 WS-CPR-WEIGHTS-R redefines WS-CPR-WEIGHTS-X.
           05 WS-CPR-WEIGHT pic 9 occurs 10 times.
      *> --- a company's 8-digit CVR number carries the customer's
      *> identity in the same CPR field, with its own weights ---
       01 WS-CVR-DIGITS-X pic x(8) value spaces.
       01 WS-CVR-DIGITS-R redefines WS-CVR-DIGITS-X.
           05 WS-CVR-DIGIT pic 9 occurs 8 times.
       01 WS-CVR-WEIGHTS-X pic x(8) value "27654321".
       01 WS-CVR-WEIGHTS-R redefines WS-CVR-WEIGHTS-X.
           05 WS-CVR-WEIGHT pic 9 occurs 8 times.

      *> --- CPRs failing the modulus-11 check are reported AND rejected:
      *> the pre-pass collects them here so the main loop can skip
      *> --- product-catalog pricing through the shared ProduktOpslag;
      *> a missing catalog or uncovered product keeps the built-in
      *> rate and the classic Overforsel fee ---
       01 WS-ACCOUNT-MASTER-OPEN pic x value "N".
       01 WS-PROD-MODE pic x value space.
       01 WS-PROD-KONTO-TYPE pic x(15) value spaces.
       01 WS-PROD-NOEGLE pic x(15) value spaces.
       01 WS-STORNO-ORIG pic x(20) value spaces.
       01 WS-STORNO-MODPART pic x(20) value spaces.

      *> --- currency-exchange register state ---
       01 WS-EXCHANGE-REGISTER-STATUS pic XX value spaces.
       01 WS-EXCHANGE-INDEX-STATUS pic XX value spaces.
       01 END-OF-EXCHANGE-REGISTER pic x value "N".
       01 WS-VEKSLINGIX-FILENAME pic x(40) value "WS-ValutaVeksling.tmp".
       01 WS-VX-DATO pic x(10) value spaces.
       01 WS-VX-CPR pic x(15) value spaces.
       01 WS-VX-FRA-KONTO pic x(15) value spaces.
       01 WS-VX-TIL-KONTO pic x(15) value spaces.

      *> --- progress heartbeat through the shared writer, so the
      *> console can answer how far a two-hour run has come ---
       01 WS-HB-PROGRAM pic x(15) value "Kontoudskrift".
       01 WS-LAAN-F6-TEXT pic x(4) value spaces.
       01 WS-LAAN-F7-TEXT pic x(10) value spaces.

      *> --- depot valuation state: custody holdings and their DKK
      *> market value for the depot section ---
       01 WS-DEPOT-VALUE-STATUS pic XX value spaces.
       01 WS-DEPOT-INDEX-STATUS pic XX value spaces.
       01 END-OF-DEPOT-VALUES pic x value "N".
       01 END-OF-DEPOT-SCAN pic x value "N".
       01 WS-DEPOTIX-FILENAME pic x(40) value "WS-DepotVaerdi.tmp".
       01 WS-DEPOT-F5-TEXT pic x(15) value spaces.
       01 WS-DEPOT-F6-TEXT pic x(3) value spaces.
       01 WS-DEPOT-TOTAL pic S9(13)v99 value 0.
       01 WS-DEPOT-TOTAL-DISPLAY pic -Z(12)9.99.

      *> --- recurring-payment state for the subscription section ---
       01 WS-SUBSCRIPTION-STATUS pic XX value spaces.
       01 WS-SUBSCRIPTION-INDEX-STATUS pic XX value spaces.
       01 END-OF-SUBSCRIPTIONS pic x value "N".
       01 END-OF-SUBSCRIPTION-SCAN pic x value "N".
       01 WS-ABONIX-FILENAME pic x(40) value "WS-Abonnementer.tmp".
       01 WS-ABON-FIRST pic x value "Y".

      *> --- zero-activity sweep state ---
       01 WS-PROCESSED-STATUS pic XX value spaces.
       01 WS-PROCESSED-FILENAME pic x(40) value "WS-BehandletCpr.tmp".
      *> --- address source: "T" prints the transaction row's values
      *> (legacy), "M" the customer master's, via KONTO-ID->KUNDE-ID ---
       01 WS-ADDRESS-PARAM-STATUS pic XX value spaces.
       01 WS-ACCOUNT-LOOKUP-STATUS pic XX value spaces.
       01 WS-CUSTOMER-LOOKUP-STATUS pic XX value spaces.
       01 WS-ADDRESS-SOURCE pic x value "T".
       01 WS-CUSTOMER-MASTER-OPEN pic x value "N".
       01 WS-MASTER-FOUND pic x value "N".
       01 WS-MASTER-NAVN pic x(50) value spaces.
       01 WS-MASTER-ADRESSE pic x(50) value spaces.
       01 WS-PREFSIX-FILENAME pic x(40) value "WS-KanalPraefs.tmp".
       01 WS-PAGEBUF-FILENAME pic x(40) value "WS-SideBuffer.tmp".
       01 WS-ALERTIX-FILENAME pic x(40) value "WS-AlarmRegister.tmp".
       01 WS-PART-SUMMARY-FILENAME pic x(40) value spaces.
       01 WS-RENTEREG-FILENAME pic x(40) value "10-RenteRegister.txt".
       01 WS-ALARMER-FILENAME pic x(40) value "10-Alarmer.txt".
       01 WS-SUSPENSE-FILENAME pic x(40) value "10-Suspense.txt".
       01 WS-UDSKRARKIV-FILENAME pic x(40) value "10-UdskriftArkiv.txt".

      *> --- the masters the statement run reads, held shared through
      *> the lock register so no maintenance program rewrites them
      *> underneath the run; a partition holds them under its own
      *> name so concurrent partitions release independently ---
       01 WS-LAAS-MODE pic x value space.
       01 WS-LAAS-PROGRAM pic x(20) value "Kontoudskrift".
       01 WS-LAAS-LISTE pic x(80)
           value "7-KundeStam/S 8-KontoStam/S 10-Transaktioner/S 10-SaldoCarry/S".
       01 WS-LAAS-SVAR pic x(100) value spaces.
       01 WS-LAAS-STATUS pic XX value spaces.

      *> --- rehearsal-mode state: WS-SKYGGE-CARRY makes the carry
      *> handling take the partition path (read-only shared carry,
      *> updates to their own keyed file) in a rehearsal too ---
       01 WS-MACHINE-CTL-SUM pic S9(15)v99 value 0.
       01 END-OF-MACHINE-REREAD pic x value "N".

      *> --- the masters must stand in the layout version this run
      *> reads; an unstamped master predates the stamps ---
       01 WS-LAYOUT-VERSIONER.
           copy "139-LAYOUTVERSION.cpy".
       01 WS-LYT-MODE pic x value space.
       01 WS-LYT-FILNAVN pic x(40) value spaces.
       01 WS-LYT-LAYOUT pic x(15) value spaces.
       01 WS-LYT-VERSION pic 9(2) value 0.
       01 WS-LYT-FORVENTET pic 9(2) value 0.
       01 WS-LYT-STATUS pic XX value spaces.

      *> --- interest register for year-end tax reporting ---
       01 WS-INTEREST-REGISTER-STATUS pic XX value spaces.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.

      *> --- every statement and alert goes in the customer contact
      *> history through KontaktRegistrer ---
       01 WS-KONTAKT.
           copy "126-KONTAKTREC.cpy".
       01 WS-KONTAKT-STATUS pic XX value spaces.

      *> --- Run-history audit log, shared with Statistiker ---
       01 WS-AUDIT-LOG-STATUS pic XX value spaces.
PROCEDURE DIVISION.
       perform LOAD-PARTITION-PARAMETER
       perform LOAD-REHEARSAL-MODE
       perform TAKE-MASTER-LOCKS
       perform CHECK-LAYOUTS

       OPEN INPUT banks-file
       OPEN INPUT transactions-file
           IF WS-CARRY-STATUS = "35"
               OPEN OUTPUT balance-carry-file
               CLOSE balance-carry-file
               perform STAMP-NEW-CARRY
               OPEN INPUT balance-carry-file
           END-IF
           OPEN OUTPUT carry-update-file
           IF WS-CARRY-STATUS = "35"
               OPEN OUTPUT balance-carry-file
               CLOSE balance-carry-file
               perform STAMP-NEW-CARRY
               OPEN I-O balance-carry-file
           END-IF
       END-IF
           END-IF
       END-IF

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still posts under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       IF WS-CYKLUS-ACTIVE = "Y"
           MOVE WS-CYKLUS-ID TO WS-ARKIV-CYKLUS
       ELSE
           STRING WS-TODAY-DATE(1:4) WS-TODAY-DATE(6:2)
                  WS-TODAY-DATE(9:2)
                  DELIMITED BY SIZE INTO WS-ARKIV-CYKLUS
       END-IF

       IF WS-PARTITION-ACTIVE = "Y"
       perform LOAD-NETWORK-STATS
       perform LOAD-CHANNEL-PREFS
       perform LOAD-LOAN-REGISTER
       perform LOAD-DEPOT-VALUES
       perform LOAD-SUBSCRIPTIONS
       perform LOAD-STORNO-REGISTER
       perform LOAD-EXCHANGE-REGISTER
       perform LOAD-PROTECTED-ADDRESSES
       perform LOAD-ESTATE-REGISTER
       perform LOAD-KONTO-TYPES
                           perform READ-BALANCE-CARRY
                           perform LOOKUP-ALERT-THRESHOLDS
                           perform LOOKUP-CHANNEL-PREF
                           perform RECORD-STATEMENT-CONTACT
                           perform LOOKUP-MASTER-ADDRESS
                           perform START-PAGE-BUFFER
                           perform USERNAME-LINE
       close bank-split-set
       close statement-archive-file
       close loan-index-file
       close depot-index-file
       close subscription-index-file
       close storno-index-file
       close exchange-index-file
       close protected-index-file
       close estate-index-file
       IF WS-ACCOUNT-MASTER-OPEN = "Y"
           close account-master-file
       END-IF
       IF WS-CUSTOMER-MASTER-OPEN = "Y"
           close customer-master-file
       END-IF
       close mail-hold-index-file
       close garnish-index-file
       close consent-index-file
       perform WRITE-INSERT-CAMPAIGN-REPORT

       perform WRITE-MACHINE-CONTROL-TOTALS
       perform RELEASE-MASTER-LOCKS
stop run.

      *> --- all of the run's masters or none; a maintenance program
      *> holding one exclusively refuses the run with the holder
      *> named (after the register's optional wait) ---
       TAKE-MASTER-LOCKS.
           IF WS-PARTITION-ACTIVE = "Y"
               MOVE SPACES TO WS-LAAS-PROGRAM
               STRING "Kontoudskrift-" FUNCTION TRIM(WS-PARTITION-ID)
                   DELIMITED BY SIZE INTO WS-LAAS-PROGRAM
           END-IF
           MOVE "T" TO WS-LAAS-MODE
           CALL "LaasRegister" USING WS-LAAS-MODE WS-LAAS-PROGRAM
               WS-LAAS-LISTE WS-LAAS-SVAR WS-LAAS-STATUS
           IF WS-LAAS-STATUS NOT = "00"
               DISPLAY "Kontoudskrift: masteren er optaget - "
                   FUNCTION TRIM(WS-LAAS-SVAR)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
       exit.

       RELEASE-MASTER-LOCKS.
           MOVE "F" TO WS-LAAS-MODE
           CALL "LaasRegister" USING WS-LAAS-MODE WS-LAAS-PROGRAM
               WS-LAAS-LISTE WS-LAAS-SVAR WS-LAAS-STATUS
       exit.

      *> --- a master stamped with another layout version than this
      *> run reads is refused before anything is opened; it has to
      *> go through 139-LayoutKonvertering first ---
       CHECK-LAYOUTS.
           MOVE "10-Transaktioner.txt" TO WS-LYT-FILNAVN
           MOVE "TRANSAKTIONER" TO WS-LYT-LAYOUT
           MOVE LV-TRANSAKTIONER TO WS-LYT-FORVENTET
           perform CHECK-ONE-LAYOUT
           MOVE "10-SaldoCarry.txt" TO WS-LYT-FILNAVN
           MOVE "SALDOCARRY" TO WS-LYT-LAYOUT
           MOVE LV-SALDOCARRY TO WS-LYT-FORVENTET
           perform CHECK-ONE-LAYOUT
       exit.

       CHECK-ONE-LAYOUT.
           MOVE "K" TO WS-LYT-MODE
           MOVE WS-LYT-FORVENTET TO WS-LYT-VERSION
           CALL "LayoutStempel" USING WS-LYT-MODE WS-LYT-FILNAVN
               WS-LYT-LAYOUT WS-LYT-VERSION WS-LYT-STATUS
           IF WS-LYT-STATUS = "23"
               DISPLAY "Kontoudskrift: " FUNCTION TRIM(WS-LYT-FILNAVN)
                   " er layout version " WS-LYT-VERSION
                   ", forventet " WS-LYT-FORVENTET
                   " - konverter via 139-LayoutKonvertering"
               perform RELEASE-MASTER-LOCKS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
       exit.

      *> a carry master created by this run is born in the current layout
       STAMP-NEW-CARRY.
           MOVE "W" TO WS-LYT-MODE
           MOVE "10-SaldoCarry.txt" TO WS-LYT-FILNAVN
           MOVE "SALDOCARRY" TO WS-LYT-LAYOUT
           MOVE LV-SALDOCARRY TO WS-LYT-VERSION
           CALL "LayoutStempel" USING WS-LYT-MODE WS-LYT-FILNAVN
               WS-LYT-LAYOUT WS-LYT-VERSION WS-LYT-STATUS
       exit.

      *> --- optional block register; absent file means nobody is
      *> blocked, same as today ---
       LOAD-BLOCK-REGISTER.
                  WS-ALERT-TIMESTAMP(1:8) "-" WS-ALERT-TIMESTAMP(9:6)
                  DELIMITED BY SIZE INTO NOTIFICATION-RECORD
           WRITE NOTIFICATION-RECORD

           MOVE SPACES TO WS-KONTAKT
           MOVE WS-CPR TO KH-CPR
           MOVE WS-TODAY-DATE TO KH-DATO
           MOVE "SMS" TO KH-KANAL
           STRING "ALARM " FUNCTION TRIM(WS-ALERT-CPR-TEXT)
                  DELIMITED BY SIZE INTO KH-DOKTYPE
           MOVE TRANS-REF TO KH-REFERENCE
           CALL "KontaktRegistrer" USING WS-KONTAKT WS-KONTAKT-STATUS
       exit.

      *> --- the statement's channel decided: the contact history
      *> gets the statement, referenced by its archive cycle, with
      *> what became of it ---
       RECORD-STATEMENT-CONTACT.
           MOVE SPACES TO WS-KONTAKT
           MOVE WS-CPR TO KH-CPR
           MOVE WS-TODAY-DATE TO KH-DATO
           MOVE "KONTOUDSKRIFT" TO KH-DOKTYPE
           STRING "UdskriftArkiv " WS-ARKIV-CYKLUS
                  DELIMITED BY SIZE INTO KH-REFERENCE
           EVALUATE WS-CURRENT-CHANNEL
               WHEN "E"
                   MOVE "EMAIL" TO KH-KANAL
                   MOVE "SENDT" TO KH-UDFALD
               WHEN "H"
                   MOVE "BREV" TO KH-KANAL
                   MOVE "TILBAGEHOLDT" TO KH-UDFALD
               WHEN "N"
                   MOVE "BREV" TO KH-KANAL
                   MOVE "IKKE-SENDT" TO KH-UDFALD
               WHEN OTHER
                   MOVE "BREV" TO KH-KANAL
                   MOVE "SENDT" TO KH-UDFALD
           END-EVALUATE
           CALL "KontaktRegistrer" USING WS-KONTAKT WS-KONTAKT-STATUS
       exit.

      *> --- zero-activity sweep: every carry customer the run never
           MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE

           perform LOOKUP-CHANNEL-PREF
           perform RECORD-STATEMENT-CONTACT
           MOVE "N" TO WS-MASTER-FOUND
           perform START-PAGE-BUFFER

                   DISPLAY "Kontoudskrift: kontroltotal-afvigelse paa"
                       " 10-Transaktioner.txt - filen er ufuldstaendig"
                       " eller aendret uden kontrolpost"
                   perform RELEASE-MASTER-LOCKS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES TO WS-ALERTIX-FILENAME
               STRING "WS-AlarmRegister-" FUNCTION TRIM(WS-PARTITION-ID)
                      ".tmp" DELIMITED BY SIZE INTO WS-ALERTIX-FILENAME
               MOVE SPACES TO WS-BLOKIX-FILENAME
               STRING "WS-BlokRegister-" FUNCTION TRIM(WS-PARTITION-ID)
                      ".tmp" DELIMITED BY SIZE INTO WS-BLOKIX-FILENAME
               MOVE SPACES TO WS-LAANIX-FILENAME
               STRING "WS-LaanRegister-" FUNCTION TRIM(WS-PARTITION-ID)
                      ".tmp" DELIMITED BY SIZE INTO WS-LAANIX-FILENAME
               MOVE SPACES TO WS-DEPOTIX-FILENAME
               STRING "WS-DepotVaerdi-" FUNCTION TRIM(WS-PARTITION-ID)
                      ".tmp" DELIMITED BY SIZE INTO WS-DEPOTIX-FILENAME
               MOVE SPACES TO WS-ABONIX-FILENAME
               STRING "WS-Abonnementer-" FUNCTION TRIM(WS-PARTITION-ID)
                      ".tmp" DELIMITED BY SIZE INTO WS-ABONIX-FILENAME
               MOVE SPACES TO WS-STORNOIX-FILENAME
               STRING "WS-StornoRegister-" FUNCTION TRIM(WS-PARTITION-ID)
                      ".tmp" DELIMITED BY SIZE INTO WS-STORNOIX-FILENAME
               MOVE SPACES TO WS-VEKSLINGIX-FILENAME
               STRING "WS-ValutaVeksling-" FUNCTION TRIM(WS-PARTITION-ID)
                      ".tmp" DELIMITED BY SIZE INTO WS-VEKSLINGIX-FILENAME
               MOVE SPACES TO WS-BESKYTIX-FILENAME
               STRING "WS-BeskytAdresse-" FUNCTION TRIM(WS-PARTITION-ID)
                      ".tmp" DELIMITED BY SIZE INTO WS-BESKYTIX-FILENAME
               MOVE SPACES TO WS-DOEDSBOIX-FILENAME
               STRING "WS-Doedsbo-" FUNCTION TRIM(WS-PARTITION-ID)
                      ".tmp" DELIMITED BY SIZE INTO WS-DOEDSBOIX-FILENAME
               MOVE SPACES TO WS-POSTHOLDIX-FILENAME
               STRING "WS-PostHold-" FUNCTION TRIM(WS-PARTITION-ID)
                      ".tmp" DELIMITED BY SIZE INTO WS-POSTHOLDIX-FILENAME
           END-IF

           IF WS-ADDRESS-SOURCE = "M"
               OPEN INPUT customer-master-file
               IF WS-CUSTOMER-LOOKUP-STATUS = "00"
                   MOVE "Y" TO WS-CUSTOMER-MASTER-OPEN
               END-IF
           END-IF
       exit.

      *> --- a customer the master does not know keeps the transaction
      *> row's values, same fallback as the intake's enrichment; the
      *> name and address are built from the master's row the same
      *> way the intake builds them ---
       LOOKUP-MASTER-ADDRESS.
           MOVE "N" TO WS-MASTER-FOUND
           IF WS-CUSTOMER-MASTER-OPEN = "N"
               OR WS-ACCOUNT-MASTER-OPEN = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE KONTO-ID OF transactions-in TO KONTOSTAM-ID
           READ account-master-file
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE KONTOSTAM-KUNDE-ID TO KUNDESTAM-ID
           READ customer-master-file
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ

           MOVE "Y" TO WS-MASTER-FOUND
           MOVE SPACES TO WS-SRC-KUNDE-ID
           MOVE SPACES TO WS-SRC-FIRST-NAME
           MOVE SPACES TO WS-SRC-LAST-NAME
           MOVE SPACES TO WS-SRC-STREET
           MOVE SPACES TO WS-SRC-STREET-NUMBER
           MOVE SPACES TO WS-SRC-FLOOR
           MOVE SPACES TO WS-SRC-SIDE
           MOVE SPACES TO WS-SRC-POSTNR
           MOVE SPACES TO WS-SRC-CITY
           UNSTRING KUNDESTAM-ROW DELIMITED BY ","
               INTO WS-SRC-KUNDE-ID, WS-SRC-FIRST-NAME,
                    WS-SRC-LAST-NAME, WS-SRC-STREET,
                    WS-SRC-STREET-NUMBER, WS-SRC-FLOOR,
                    WS-SRC-SIDE, WS-SRC-POSTNR,
                    WS-SRC-CITY
           MOVE SPACES TO WS-MASTER-NAVN
           STRING FUNCTION TRIM(WS-SRC-FIRST-NAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SRC-LAST-NAME) DELIMITED BY SIZE
                  INTO WS-MASTER-NAVN
           MOVE SPACES TO WS-MASTER-ADRESSE
           STRING FUNCTION TRIM(WS-SRC-STREET) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SRC-STREET-NUMBER) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SRC-POSTNR) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SRC-CITY) DELIMITED BY SIZE
                  INTO WS-MASTER-ADRESSE
       exit.

      *> --- the statement run bills the single OPEN cycle; a register
               IF WS-CYKLUS-ACTIVE = "N"
                   DISPLAY "Kontoudskrift: ingen aaben cyklus i 10-Cyklus.txt"
                       " - perioden er allerede afregnet og lukket"
                   perform RELEASE-MASTER-LOCKS
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-PERFORM
       exit.

       LOAD-DEPOT-VALUES.
           OPEN OUTPUT depot-index-file
           CLOSE depot-index-file
           OPEN I-O depot-index-file

           OPEN INPUT depot-value-file
           IF WS-DEPOT-VALUE-STATUS = "00"
               PERFORM UNTIL END-OF-DEPOT-VALUES = "Y"
                   READ depot-value-file
                       AT END
                           MOVE "Y" TO END-OF-DEPOT-VALUES
                       NOT AT END
                           MOVE SPACES TO DEPOT-INDEX-RECORD
                           UNSTRING DEPOT-VALUE-RECORD DELIMITED BY ","
                               INTO DEPOT-CPR, DEPOT-ID,
                                    DEPOT-PAPIR-ID, DEPOT-ANTAL,
                                    WS-DEPOT-F5-TEXT, WS-DEPOT-F6-TEXT,
                                    DEPOT-VAERDI
                           WRITE DEPOT-INDEX-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE depot-value-file
           END-IF
       exit.

      *> --- the customer's custody holdings at last night's market
      *> value and their total; a customer without a depot prints
      *> nothing here ---
       WRITE-DEPOT-SECTION.
           MOVE 0 TO WS-DEPOT-TOTAL
           MOVE "N" TO END-OF-DEPOT-SCAN
           MOVE WS-CPR TO DEPOT-CPR
           MOVE LOW-VALUES TO DEPOT-ID
           MOVE LOW-VALUES TO DEPOT-PAPIR-ID
           START depot-index-file KEY IS >= DEPOT-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-DEPOT-SCAN
           END-START
           PERFORM UNTIL END-OF-DEPOT-SCAN = "Y"
               READ depot-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-DEPOT-SCAN
                   NOT AT END
                       IF DEPOT-CPR NOT = WS-CPR
                           MOVE "Y" TO END-OF-DEPOT-SCAN
                       ELSE
                           STRING "Depot " DELIMITED BY SIZE
                                  FUNCTION TRIM(DEPOT-ID)
                                      DELIMITED BY SIZE
                                  ": " DELIMITED BY SIZE
                                  FUNCTION TRIM(DEPOT-PAPIR-ID)
                                      DELIMITED BY SIZE
                                  ", antal " DELIMITED BY SIZE
                                  FUNCTION TRIM(DEPOT-ANTAL)
                                      DELIMITED BY SIZE
                                  ", kursvaerdi " DELIMITED BY SIZE
                                  FUNCTION TRIM(DEPOT-VAERDI)
                                      DELIMITED BY SIZE
                                  " DKK" DELIMITED BY SIZE
                                  INTO OUTPUT-RECORD
                           perform WRITE-LINE
                           IF FUNCTION TEST-NUMVAL(DEPOT-VAERDI) = 0
                               COMPUTE WS-DEPOT-TOTAL = WS-DEPOT-TOTAL
                                   + FUNCTION NUMVAL(DEPOT-VAERDI)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-DEPOT-TOTAL NOT = 0
               MOVE WS-DEPOT-TOTAL TO WS-DEPOT-TOTAL-DISPLAY
               STRING "Depotvaerdi i alt: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DEPOT-TOTAL-DISPLAY)
                          DELIMITED BY SIZE
                      " DKK" DELIMITED BY SIZE
                      INTO OUTPUT-RECORD
               perform WRITE-LINE
           END-IF
       exit.

      *> --- optional recurring-payment register; absent file means
      *> no subscription section on any statement ---
       LOAD-SUBSCRIPTIONS.
           OPEN OUTPUT subscription-index-file
           CLOSE subscription-index-file
           OPEN I-O subscription-index-file

           OPEN INPUT subscription-file
           IF WS-SUBSCRIPTION-STATUS = "00"
               PERFORM UNTIL END-OF-SUBSCRIPTIONS = "Y"
                   READ subscription-file
                       AT END
                           MOVE "Y" TO END-OF-SUBSCRIPTIONS
                       NOT AT END
                           MOVE SPACES TO SUBSCRIPTION-INDEX-RECORD
                           UNSTRING SUBSCRIPTION-RECORD DELIMITED BY ","
                               INTO ABON-CPR, ABON-BUTIK, ABON-KADENCE,
                                    ABON-SENESTE-DATO,
                                    ABON-SENESTE-BELOEB,
                                    ABON-FORVENTET-DATO,
                                    ABON-FORVENTET-BELOEB,
                                    ABON-STATUS, ABON-FLAG,
                                    ABON-FORRIGE-BELOEB
                           WRITE SUBSCRIPTION-INDEX-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE subscription-file
           END-IF
       exit.

      *> --- the customer's recurring payments: active ones with the
      *> expected next charge, stopped and cancelled ones marked, and
      *> a warning on a charge after the customer's cancellation; a
      *> customer without any prints nothing here ---
       WRITE-SUBSCRIPTION-SECTION.
           MOVE "Y" TO WS-ABON-FIRST
           MOVE "N" TO END-OF-SUBSCRIPTION-SCAN
           MOVE WS-CPR TO ABON-CPR
           MOVE LOW-VALUES TO ABON-BUTIK
           START subscription-index-file KEY IS >= ABON-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-SUBSCRIPTION-SCAN
           END-START
           PERFORM UNTIL END-OF-SUBSCRIPTION-SCAN = "Y"
               READ subscription-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-SUBSCRIPTION-SCAN
                   NOT AT END
                       IF ABON-CPR NOT = WS-CPR
                           MOVE "Y" TO END-OF-SUBSCRIPTION-SCAN
                       ELSE
                           IF WS-ABON-FIRST = "Y"
                               MOVE "N" TO WS-ABON-FIRST
                               MOVE "Faste betalinger og abonnementer:"
                                   TO OUTPUT-RECORD
                               perform WRITE-LINE
                           END-IF
                           perform SUBSCRIPTION-LINE
                           perform WRITE-LINE
                           IF FUNCTION TRIM(ABON-FLAG) = "OPSAGT-TRAEK"
                               STRING "  OBS: traek " DELIMITED BY SIZE
                                      ABON-SENESTE-DATO DELIMITED BY SIZE
                                      " efter din opsigelse - kontakt "
                                          DELIMITED BY SIZE
                                      "banken" DELIMITED BY SIZE
                                      INTO OUTPUT-RECORD
                               perform WRITE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-ABON-FIRST = "N"
               perform WRITE-LINE
           END-IF
       exit.

       SUBSCRIPTION-LINE.
           EVALUATE FUNCTION TRIM(ABON-STATUS)
               WHEN "AKTIV"
                   STRING "  " DELIMITED BY SIZE
                          FUNCTION TRIM(ABON-BUTIK) DELIMITED BY SIZE
                          " (" DELIMITED BY SIZE
                          FUNCTION TRIM(ABON-KADENCE) DELIMITED BY SIZE
                          "): naeste traek ca. " DELIMITED BY SIZE
                          ABON-FORVENTET-DATO DELIMITED BY SIZE
                          ", " DELIMITED BY SIZE
                          FUNCTION TRIM(ABON-FORVENTET-BELOEB)
                              DELIMITED BY SIZE
                          " DKK" DELIMITED BY SIZE
                          INTO OUTPUT-RECORD
                   IF FUNCTION TRIM(ABON-FLAG) = "PRISSTIGNING"
                       STRING FUNCTION TRIM(OUTPUT-RECORD) DELIMITED BY SIZE
                              " - prisen er steget fra " DELIMITED BY SIZE
                              FUNCTION TRIM(ABON-FORRIGE-BELOEB)
                                  DELIMITED BY SIZE
                              INTO OUTPUT-RECORD
                   END-IF
               WHEN "STOPPET"
                   STRING "  " DELIMITED BY SIZE
                          FUNCTION TRIM(ABON-BUTIK) DELIMITED BY SIZE
                          " (" DELIMITED BY SIZE
                          FUNCTION TRIM(ABON-KADENCE) DELIMITED BY SIZE
                          "): ophoert, seneste traek " DELIMITED BY SIZE
                          ABON-SENESTE-DATO DELIMITED BY SIZE
                          INTO OUTPUT-RECORD
               WHEN OTHER
                   STRING "  " DELIMITED BY SIZE
                          FUNCTION TRIM(ABON-BUTIK) DELIMITED BY SIZE
                          " (" DELIMITED BY SIZE
                          FUNCTION TRIM(ABON-KADENCE) DELIMITED BY SIZE
                          "): opsagt, seneste traek " DELIMITED BY SIZE
                          ABON-SENESTE-DATO DELIMITED BY SIZE
                          INTO OUTPUT-RECORD
           END-EVALUATE
       exit.

      *> --- Decide the finished lines' destination before the first
      *> header line of the customer is written: print spool (default),
      *> the e-mail file (with the address on a header line), or
           IF KONTO-ID OF transactions-in = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-ACCOUNT-MASTER-OPEN = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE KONTO-ID OF transactions-in TO KONTOSTAM-ID
           READ account-master-file
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE "U" TO WS-PROD-MODE
           MOVE KONTOSTAM-TYPE TO WS-PROD-KONTO-TYPE
           MOVE SPACES TO WS-PROD-NOEGLE
           MOVE 0 TO WS-PROD-BELOEB
           CALL "ProduktOpslag" USING WS-PROD-MODE WS-PROD-KONTO-TYPE
                           perform CHECK-CUSTOMER-ALERTS
                           perform TRANSACTION-LINE
                           perform WRITE-LINE
                           perform EXCHANGE-CONFIRMATION-LINE

                           perform TOTAL-INDBETALT
                           perform TOTAL-UDBETALT
           perform WRITE-ACCOUNT-SUBTOTALS-SECTION
           perform WRITE-LINE
           perform WRITE-LOAN-SECTION
           perform WRITE-DEPOT-SECTION
           perform WRITE-SUBSCRIPTION-SECTION
           perform WRITE-GARNISHMENT-SECTION
           perform WRITE-KATEGORI-SUBTOTALS-SECTION
           perform WRITE-LINE
           MOVE "N" TO END-OF-TRANSACTIONS-FILE
       exit.

      *> --- Danish CPR modulus-11 check digit validation, format DDMMYY-XXXX;
      *> an 8-digit CVR number (company customer) is checked by its own rule ---
       CHECK-CPR-MODULUS11.
           MOVE "Y" TO WS-CPR-VALID
           IF WS-CPR-CHECK(1:8) IS NUMERIC AND WS-CPR-CHECK(9:7) = SPACES
               PERFORM CHECK-CVR-MODULUS11
               EXIT PARAGRAPH
           END-IF
           IF WS-CPR-CHECK(7:1) <> "-"
               MOVE "N" TO WS-CPR-VALID
           ELSE
           END-IF
       exit.

      *> --- Danish CVR modulus-11, weights 2765 4321 over the 8 digits ---
       CHECK-CVR-MODULUS11.
           MOVE "Y" TO WS-CPR-VALID
           MOVE WS-CPR-CHECK(1:8) TO WS-CVR-DIGITS-X
           MOVE 0 TO WS-CPR-SUM
           PERFORM VARYING WS-CPR-IX FROM 1 BY 1 UNTIL WS-CPR-IX > 8
               MULTIPLY WS-CVR-DIGIT(WS-CPR-IX) BY WS-CVR-WEIGHT(WS-CPR-IX) GIVING WS-CPR-PRODUCT
               ADD WS-CPR-PRODUCT TO WS-CPR-SUM
           END-PERFORM
           DIVIDE WS-CPR-SUM BY 11 GIVING WS-CPR-QUOTIENT REMAINDER WS-CPR-REMAINDER
           IF WS-CPR-REMAINDER <> 0
               MOVE "N" TO WS-CPR-VALID
           END-IF
       exit.

      *> --- looks the current transaction's CPR up in the invalid table
      *> built by VALIDATE-CPR-NUMBERS's pre-pass, so the main loop can
      *> reject (skip) a customer instead of only reporting it ---
       exit.

       LOOKUP-PRODUCT-RATE.
           IF WS-ACCOUNT-MASTER-OPEN = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE KONTO-ID OF transactions-in TO KONTOSTAM-ID
           READ account-master-file
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE "R" TO WS-PROD-MODE
           MOVE KONTOSTAM-TYPE TO WS-PROD-KONTO-TYPE
           MOVE SPACES TO WS-PROD-NOEGLE
           MOVE WS-OPENING-BALANCE TO WS-PROD-BELOEB
           CALL "ProduktOpslag" USING WS-PROD-MODE WS-PROD-KONTO-TYPE

           MOVE 0 TO WS-FEE-AMOUNT
           MOVE "35" TO WS-PROD-STATUS
           IF WS-ACCOUNT-MASTER-OPEN = "Y"
               MOVE KONTO-ID OF transactions-in TO KONTOSTAM-ID
               READ account-master-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "G" TO WS-PROD-MODE
                       MOVE KONTOSTAM-TYPE TO WS-PROD-KONTO-TYPE
                       MOVE TRANSAKTIONSTYPE TO WS-PROD-NOEGLE
                       MOVE 0 TO WS-PROD-BELOEB
                       CALL "ProduktOpslag" USING WS-PROD-MODE
                           WS-PROD-KONTO-TYPE WS-PROD-NOEGLE WS-PROD-BELOEB
                           WS-PROD-SATS WS-PROD-SVAR WS-PROD-STATUS
               END-READ
           END-IF

           IF WS-PROD-STATUS = "00"
               COMPUTE WS-FEE-AMOUNT =
           END-IF
       exit.

      *> --- optional exchange register, keyed on the shared
      *> reference of the two legs ---
       LOAD-EXCHANGE-REGISTER.
           OPEN OUTPUT exchange-index-file
           CLOSE exchange-index-file
           OPEN I-O exchange-index-file

           OPEN INPUT exchange-register-file
           IF WS-EXCHANGE-REGISTER-STATUS = "00"
               PERFORM UNTIL END-OF-EXCHANGE-REGISTER = "Y"
                   READ exchange-register-file
                       AT END
                           MOVE "Y" TO END-OF-EXCHANGE-REGISTER
                       NOT AT END
                           MOVE SPACES TO EXCHANGE-INDEX-RECORD
                           UNSTRING EXCHANGE-CSV-RECORD DELIMITED BY ","
                               INTO VXIX-REF, WS-VX-DATO, WS-VX-CPR,
                                    WS-VX-FRA-KONTO, VXIX-FRA-VALUTA,
                                    VXIX-FRA-BELOEB, WS-VX-TIL-KONTO,
                                    VXIX-TIL-VALUTA, VXIX-TIL-BELOEB,
                                    VXIX-KURS
                           WRITE EXCHANGE-INDEX-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE exchange-register-file
           END-IF
       exit.

       EXCHANGE-CONFIRMATION-LINE.
           IF FUNCTION TRIM(TRANSAKTIONSTYPE) NOT = "Valutaveksling"
               EXIT PARAGRAPH
           END-IF
           MOVE TRANS-REF TO VXIX-REF
           READ exchange-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO OUTPUT-RECORD
                   STRING "    Veksling: " DELIMITED BY SIZE
                          FUNCTION TRIM(VXIX-FRA-BELOEB) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          VXIX-FRA-VALUTA DELIMITED BY SIZE
                          " = " DELIMITED BY SIZE
                          FUNCTION TRIM(VXIX-TIL-BELOEB) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          VXIX-TIL-VALUTA DELIMITED BY SIZE
                          ", kurs " DELIMITED BY SIZE
                          FUNCTION TRIM(VXIX-KURS) DELIMITED BY SIZE
                          INTO OUTPUT-RECORD
                   perform WRITE-LINE
           END-READ
       exit.

       TRANSACTION-LINE.
           string TIDSPUNKT(1:10)  delimited by size
               " " delimited by size
                  INTO OUTPUT-RECORD
       exit.

      *> --- the account master gives every account's type for the
      *> product catalog pricing; without it the built-in rates stand ---
       LOAD-KONTO-TYPES.
           OPEN INPUT account-master-file
           IF WS-ACCOUNT-LOOKUP-STATUS = "00"
               MOVE "Y" TO WS-ACCOUNT-MASTER-OPEN
           END-IF
       exit.

