       program-id. Indlaes.

      *> --- Controlled intake of a daily transaction delivery into the
      *> indexed 10-Transaktioner.txt master. A delivery whose
      *> integrity seal is missing or does not verify (IntegritetsSegl)
      *> is refused whole. Each delivered row is
      *> validated (CPR modulus-11, REG-NR known in 10-Banker.txt,
      *> numeric BELOEB, known VALUTA), checked for a duplicate
      *> TRANS-REF against the master and the delivery itself, and has
      *> NAVN/ADRESSE enriched from the indexed customer master
      *> 7-KundeStam.txt (via the account master 8-KontoStam.txt's
      *> KONTO-ID -> KUNDE-ID link) instead of trusting
      *> the upstream values. Only rows passing every check are
      *> WRITEd to the master; everything else goes to the rejected
      *> section of the control report. A minor's debit beyond the
      *> available funds is refused outright unless a guardian stands
      *> in the guardian register (VaergeOpslag). Restricted savings
      *> accounts keep the catalog's annual deposit cap and withdrawal
      *> lock-up (LOFT/BINDING in the product catalog). Debits on an
      *> escrow account are refused until the escrow is released.
      *> After a bank merger a row still carrying a retired REG-NR
      *> (or a renumbered KONTO-ID) is redirected to the surviving
      *> number through 130-Omdirigering.txt until the forwarding's
      *> last day, and rejected after it. The transaction, account
      *> and customer masters must stand in the layout version this
      *> program was built for (LayoutStempel); a master stamped with
      *> another version stops the intake before anything posts. ---

environment division.
input-output section.
           record key is REG-NR of banks-in
           file status is WS-BANKS-STATUS.

       select report-file assign to "16-IndlaesRapport.txt"
           organization line sequential.

           record key is TRANS-REF-KEY
           file status is WS-TRANS-REF-STATUS.

      *> --- the account master keyed on KONTO-ID, so the delivered
      *> row's account leads to its KUNDE-ID with one keyed READ ---
       select account-index-file assign to "8-KontoStam.txt"
           organization is indexed
           access mode is dynamic
           record key is KONTOSTAM-ID
           alternate record key is KONTOSTAM-KUNDE-ID with duplicates
           alternate record key is KONTOSTAM-CPR with duplicates
           file status is WS-ACCOUNT-INDEX-STATUS.

      *> --- overdraft facility register 60-TraekFaciliteter.txt
           organization line sequential
           file status is WS-ESTATE-HOLD-STATUS.

      *> --- restricted savings (ratepension, boerneopsparing): the
      *> product catalog's LOFT caps a KONTO-TYPE's deposits per
      *> calendar year and BINDING locks withdrawals until the
      *> holder's release age; 108-BindingsDatoer.txt (KONTO-ID,
      *> FRIGIVELSES-DATO) fixes an account's own release date
      *> instead. A deposit past the cap is rejected, a withdrawal
      *> from a locked account is referred like an overdraft ---
       select lockup-file assign to "108-BindingsDatoer.txt"
           organization line sequential
           file status is WS-LOCKUP-STATUS.

       select lockup-index-file assign to "WS-IndlaesBinding.tmp"
           organization is indexed
           access mode is dynamic
           record key is BND-KONTO-ID
           file status is WS-LOCKUP-INDEX-STATUS.

      *> --- the calendar year's deposits so far per account, from
      *> the master's pre-pass plus the rows posted in this run ---
       select contribution-index-file assign to "WS-IndlaesIndskud.tmp"
           organization is indexed
           access mode is dynamic
           record key is IND-KONTO-ID
           file status is WS-CONTRIBUTION-INDEX-STATUS.

      *> --- escrow register: every debit on a deponering account is
      *> refused until DeponeringFrigiv has released it (STATUS
      *> FRIGIVET) ---
       select escrow-file assign to "111-Deponeringer.txt"
           organization line sequential
           file status is WS-ESCROW-STATUS.

       select escrow-index-file assign to "WS-IndlaesDeponering.tmp"
           organization is indexed
           access mode is dynamic
           record key is DEP-KONTO-ID
           file status is WS-ESCROW-INDEX-STATUS.

      *> --- merger forwarding table written by RegNrKonvertering
      *> (GAMMEL-REG;GAMMEL-KONTO;NY-REG;NY-KONTO;TIL-DATO); a blank
      *> GAMMEL-KONTO covers every account under the old REG-NR ---
       select forward-file assign to "130-Omdirigering.txt"
           organization line sequential
           file status is WS-FORWARD-STATUS.

       select forward-index-file assign to "WS-IndlaesOmdirigering.tmp"
           organization is indexed
           access mode is dynamic
           record key is OM-KEY
           file status is WS-FORWARD-INDEX-STATUS.

      *> --- card register: a BUTIK row carrying a card number is
      *> refused when the card is blocked, lost or past its expiry
      *> month, so one card stops without stopping the customer ---
       select card-file assign to "92-KortRegister.txt"
           organization line sequential
           file status is WS-CARD-STATUS.

       select card-index-file assign to "WS-IndlaesKort.tmp"
           organization is indexed
           access mode is dynamic
           record key is KORT-INDEX-NR
           file status is WS-CARD-INDEX-STATUS.

      *> --- spending limits through the shared ForbrugsGraense: a
      *> debit that would take the customer past a daily or monthly
      *> cap is rejected, or parked in 95-GraenseParkeret.txt when
      *> the limit says PARKER; a TRANS-REF in
      *> 95-GraenseFrigivelser.txt was released by an approver
      *> (GraenseGodkend) and is booked against the limits unchecked ---
       select limit-park-file assign to "95-GraenseParkeret.txt"
           organization line sequential
           file status is WS-LIMIT-PARK-STATUS.

       select limit-release-file assign to "95-GraenseFrigivelser.txt"
           organization line sequential
           file status is WS-LIMIT-RELEASE-STATUS.

       select limit-release-index-file assign to "WS-GraenseFrigiv.tmp"
           organization is indexed
           access mode is dynamic
           record key is GFRI-REF
           file status is WS-LIMIT-RELEASE-INDEX-STATUS.

      *> --- the customer master keyed on KUNDE-ID, whose row gives
      *> the name and address that overwrite the delivered values ---
       select customer-index-file assign to "7-KundeStam.txt"
           organization is indexed
           access mode is dynamic
           record key is KUNDESTAM-ID
           alternate record key is KUNDESTAM-CPR with duplicates
           file status is WS-CUSTOMER-INDEX-STATUS.

data division.
file section.
      *> --- an optional IBAN may trail the fixed row: it validates by
      *> country length and modulus-97, and a Danish IBAN resolves
      *> the row's REG-NR and KONTO-ID when those arrived blank;
      *> a card purchase may carry the card number after it ---
FD delivery-file.
01 delivery-in.
       copy "10-TRANSAKTIONER.cpy".
       05 LEVERET-IBAN pic x(34).
       05 LEVERET-KORT-NR pic x(16).

FD card-file.
       01 CARD-CSV-RECORD pic x(120).

FD limit-park-file.
01 limit-park-out.
       copy "10-TRANSAKTIONER.cpy".
       05 PARKERET-IBAN pic x(34).
       05 PARKERET-KORT-NR pic x(16).

FD limit-release-file.
       01 LIMIT-RELEASE-RECORD pic x(30).

FD limit-release-index-file.
       01 LIMIT-RELEASE-INDEX-RECORD.
           05 GFRI-REF pic x(20).

FD card-index-file.
       01 CARD-INDEX-RECORD.
           05 KORT-INDEX-NR pic x(16).
           05 KORT-INDEX-KONTO-ID pic x(15).
           05 KORT-INDEX-STATUS pic x(8).
           05 KORT-INDEX-UDLOEB pic x(7).

FD transactions-file.
01 transactions-in.
01 banks-in.
       copy "10-BANKER.cpy".

FD report-file.
       01 REPORT-RECORD pic x(120).


FD account-index-file.
       01 ACCOUNT-INDEX-RECORD.
           copy "8-KONTOSTAM.cpy".

FD customer-index-file.
       01 CUSTOMER-INDEX-RECORD.
           copy "7-KUNDESTAM.cpy".

FD facility-file.
       01 FACILITY-CSV-RECORD pic x(50).
       01 ESTATE-INDEX-RECORD.
           05 BO-CPR pic x(15).

FD lockup-file.
       01 LOCKUP-CSV-RECORD pic x(40).

FD lockup-index-file.
       01 LOCKUP-INDEX-RECORD.
           05 BND-KONTO-ID pic x(15).
           05 BND-DATO pic x(10).

FD contribution-index-file.
       01 CONTRIBUTION-INDEX-RECORD.
           05 IND-KONTO-ID pic x(15).
           05 IND-BELOEB pic S9(13)v99.

FD escrow-file.
       01 ESCROW-CSV-RECORD pic x(200).

FD escrow-index-file.
       01 ESCROW-INDEX-RECORD.
           05 DEP-KONTO-ID pic x(15).

FD forward-file.
       01 FORWARD-RECORD pic x(80).

FD forward-index-file.
       01 FORWARD-INDEX-RECORD.
           05 OM-KEY.
               10 OM-GAMMEL-REG pic x(4).
               10 OM-GAMMEL-KONTO pic x(15).
           05 OM-NY-REG pic x(4).
           05 OM-NY-KONTO pic x(15).
           05 OM-TIL-DATO pic x(10).

FD estate-hold-file.
01 estate-hold-out.
       copy "10-TRANSAKTIONER.cpy".
       01 WS-DELIVERY-STATUS pic XX value spaces.
       01 WS-TRANS-STATUS pic XX value spaces.
       01 WS-BANKS-STATUS pic XX value spaces.
       01 WS-TRANS-REF-STATUS pic XX value spaces.
       01 WS-ACCOUNT-INDEX-STATUS pic XX value spaces.
       01 WS-CUSTOMER-INDEX-STATUS pic XX value spaces.

       01 END-OF-DELIVERY-FILE pic x value "N".
       01 END-OF-TRANSACTIONS-FILE pic x value "N".
       01 WS-ACCOUNT-MASTER-OPEN pic x value "N".
       01 WS-CUSTOMER-MASTER-OPEN pic x value "N".

       01 WS-ROW-OK pic x value "Y".
       01 WS-REJECT-REASON pic x(40) value spaces.
       01 WS-BO-STATUS-TEXT pic x(8) value spaces.
       01 WS-ESTATE-HELD-COUNT pic 9(7) value 0.

      *> --- escrow state ---
       01 WS-ESCROW-STATUS pic XX value spaces.
       01 WS-ESCROW-INDEX-STATUS pic XX value spaces.
       01 END-OF-ESCROW-FILE pic x value "N".
       01 WS-DEP-KONTO-TEXT pic x(15) value spaces.
       01 WS-DEP-SKIP-TEXT pic x(60) value spaces.
       01 WS-DEP-STATUS-TEXT pic x(10) value spaces.

      *> --- merger forwarding state ---
       01 WS-FORWARD-STATUS pic XX value spaces.
       01 WS-FORWARD-INDEX-STATUS pic XX value spaces.
       01 END-OF-FORWARD-FILE pic x value "N".
       01 WS-OM-GAMMEL-REG pic x(4) value spaces.
       01 WS-OM-GAMMEL-KONTO pic x(15) value spaces.
       01 WS-OM-NY-REG pic x(4) value spaces.
       01 WS-OM-NY-KONTO pic x(15) value spaces.
       01 WS-OM-TIL-DATO pic x(10) value spaces.
       01 WS-OM-FUNDET pic x value "N".
       01 WS-FORWARDED-COUNT pic 9(7) value 0.

      *> --- restricted-savings state ---
       01 WS-LOCKUP-STATUS pic XX value spaces.
       01 WS-LOCKUP-INDEX-STATUS pic XX value spaces.
       01 WS-CONTRIBUTION-INDEX-STATUS pic XX value spaces.
       01 END-OF-LOCKUP-FILE pic x value "N".
       01 WS-BND-KONTO-TEXT pic x(15) value spaces.
       01 WS-BND-DATO-TEXT pic x(10) value spaces.
       01 WS-CONTRIBUTION pic S9(13)v99 value 0.
       01 WS-ROW-LOCKED pic x value "N".
       01 WS-REFERRAL-REASON pic x(20) value "overtraek".

      *> --- card register ---
       01 WS-CARD-STATUS pic XX value spaces.
       01 WS-CARD-INDEX-STATUS pic XX value spaces.
       01 END-OF-CARD-FILE pic x value "N".
       01 WS-KR-KORT-TEXT pic x(16) value spaces.
       01 WS-KR-KONTO-TEXT pic x(15) value spaces.
       01 WS-KR-CPR-TEXT pic x(15) value spaces.
       01 WS-KR-STATUS-TEXT pic x(8) value spaces.
       01 WS-KR-UDLOEB-TEXT pic x(7) value spaces.

      *> --- spending-limit state ---
       01 WS-LIMIT-PARK-STATUS pic XX value spaces.
       01 WS-ROW-LIMIT-PARKED pic x value "N".
       01 WS-LIMIT-PARKED-COUNT pic 9(7) value 0.
       01 WS-LIMIT-RELEASE-STATUS pic XX value spaces.
       01 WS-LIMIT-RELEASE-INDEX-STATUS pic XX value spaces.
       01 END-OF-LIMIT-RELEASE-FILE pic x value "N".
       01 WS-FG-MODE pic x value space.
       01 WS-FG-CPR pic x(15) value spaces.
       01 WS-FG-KONTO-ID pic x(15) value spaces.
       01 WS-FG-TYPE pic x(15) value spaces.
       01 WS-FG-BUTIK-FLAG pic x value "N".
       01 WS-FG-DATO pic x(10) value spaces.
       01 WS-FG-BELOEB pic S9(13)v99 value 0.
       01 WS-FG-HANDLING pic x(6) value spaces.
       01 WS-FG-STATUS pic XX value spaces.

      *> --- overdraft-facility referral state ---
       01 WS-FACILITY-STATUS pic XX value spaces.
       01 WS-FACILITY-INDEX-STATUS pic XX value spaces.
       01 WS-DEBIT-DKK pic S9(13)v99 value 0.
       01 WS-REFERRED-COUNT pic 9(7) value 0.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.

      *> --- a minor (under 18 by the CPR birthdate) may only be
      *> referred for an overdraft while a guardian stands in
      *> 105-Vaergemaal.txt; without one the debit is refused ---
       01 WS-TODAY-YYYYMMDD pic 9(8) value 0.
       01 WS-BIRTH-YY pic 99 value 0.
       01 WS-BIRTH-YYYY pic 9(4) value 0.
       01 WS-BIRTH-YYYYMMDD pic 9(8) value 0.
       01 WS-CPR-AGE pic 9(3) value 0.
       01 WS-AGE-CPR pic x(15) value spaces.
       01 WS-VG-MINDREAARIG pic x(15) value spaces.
       01 WS-VG-VAERGE pic x(15) value spaces.
       01 WS-VG-STATUS pic XX value spaces.

      *> --- the product catalog's NEGATIV rule: an account type the
      *> catalog forbids going negative gets no benefit from a granted
       01 WS-MASTER-CTL-COUNT pic 9(9) value 0.
       01 WS-MASTER-CTL-SUM pic S9(15)v99 value 0.

      *> --- layout version of the masters read and written ---
       01 WS-LAYOUT-VERSIONER.
           copy "139-LAYOUTVERSION.cpy".
       01 WS-LYT-MODE pic x value space.
       01 WS-LYT-FILNAVN pic x(40) value spaces.
       01 WS-LYT-LAYOUT pic x(15) value spaces.
       01 WS-LYT-VERSION pic 9(2) value 0.
       01 WS-LYT-FORVENTET pic 9(2) value 0.
       01 WS-LYT-STATUS pic XX value spaces.

      *> --- Danish CPR modulus-11 working fields, same check the
      *> statement run applies in its pre-pass ---
       01 WS-CPR-CHECK pic x(15) value spaces.
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

      *> --- customer-master CSV fields, same layout 7-ReadWriteFile reads ---
       01 WS-KUNDE-ID pic x(10).
       01 WS-PHONE pic x(15).
       01 WS-EMAIL pic x(30).

      *> --- integrity seal on the inbound feed ---
       01 WS-SEGL-MODE pic x value space.
       01 WS-SEGL-FILNAVN pic x(40) value spaces.
       01 WS-SEGL-STATUS pic XX value spaces.

PROCEDURE DIVISION.
       OPEN INPUT delivery-file
       IF WS-DELIVERY-STATUS = "35"
           STOP RUN
       END-IF

       *> a feed whose integrity seal is missing or does not verify
       *> is refused whole; the failure is logged for the incident
       *> register
       MOVE "V" TO WS-SEGL-MODE
       MOVE "16-Leverance.txt" TO WS-SEGL-FILNAVN
       CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
           WS-SEGL-STATUS
       IF WS-SEGL-STATUS NOT = "00"
           DISPLAY "Indlaes: 16-Leverance.txt afvist - seglet mangler eller"
               " passer ikke, se 140-SeglLog.txt"
           CLOSE delivery-file
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       perform CHECK-VOLUME-HOLD
       perform CHECK-DELIVERY-SEQUENCE
       perform CHECK-LAYOUTS

       OPEN INPUT banks-file
       OPEN OUTPUT report-file
           OPEN OUTPUT transactions-file
           CLOSE transactions-file
           OPEN I-O transactions-file
           *> a new master is born in the current layout
           MOVE "W" TO WS-LYT-MODE
           MOVE "10-Transaktioner.txt" TO WS-LYT-FILNAVN
           MOVE "TRANSAKTIONER" TO WS-LYT-LAYOUT
           MOVE LV-TRANSAKTIONER TO WS-LYT-VERSION
           CALL "LayoutStempel" USING WS-LYT-MODE WS-LYT-FILNAVN
               WS-LYT-LAYOUT WS-LYT-VERSION WS-LYT-STATUS
       END-IF

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still posts under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       OPEN OUTPUT contribution-index-file
       CLOSE contribution-index-file
       OPEN I-O contribution-index-file

       perform LOAD-MASTER-TRANS-REFS
       perform OPEN-CUSTOMER-ACCOUNT-MASTERS
       perform LOAD-FACILITY-REGISTER
       perform LOAD-RELEASE-LIST
       perform LOAD-ESTATE-REGISTER
       perform LOAD-ESCROW-REGISTER
       perform LOAD-FORWARDING-TABLE
       perform LOAD-LOCKUP-DATES
       perform LOAD-GARNISH-REGISTER
       perform LOAD-LARGE-POSTING-CONTROL
       perform LOAD-LIMIT-RELEASES
       perform LOAD-CARD-REGISTER

       OPEN EXTEND large-queue-file
       IF WS-LARGE-QUEUE-STATUS = "35"
           OPEN OUTPUT estate-hold-file
       END-IF

       OPEN EXTEND limit-park-file
       IF WS-LIMIT-PARK-STATUS = "35"
           OPEN OUTPUT limit-park-file
       END-IF

       perform WRITE-REPORT-HEADER

       *> the header line itself is not a transaction row
                   move "Y" to END-OF-DELIVERY-FILE
               not at end
                   perform VALIDATE-DELIVERED-ROW
                   if WS-ROW-OK = "Y"
                       perform CHECK-ESCROW-BLOCK
                   end-if
                   if WS-ROW-OK = "Y"
                       perform CHECK-ESTATE-HOLD
                   end-if
                   if WS-ROW-OK = "Y" and WS-ROW-ESTATE-HELD = "N"
                       perform CHECK-OVERDRAFT-FACILITY
                   end-if
                   if WS-ROW-OK = "Y" and WS-ROW-ESTATE-HELD = "N"
                       and WS-ROW-REFERRED = "N"
                       perform CHECK-RESTRICTED-SAVINGS
                   end-if
                   if WS-ROW-OK = "Y" and WS-ROW-ESTATE-HELD = "N"
                       and WS-ROW-REFERRED = "N"
                       perform CHECK-LARGE-POSTING
                   end-if
                   move "N" to WS-ROW-LIMIT-PARKED
                   if WS-ROW-OK = "Y" and WS-ROW-ESTATE-HELD = "N"
                       and WS-ROW-REFERRED = "N" and WS-ROW-PARKED = "N"
                       perform CHECK-SPENDING-LIMIT
                   end-if
                   if WS-ROW-OK = "Y"
                       if WS-ROW-ESTATE-HELD = "Y"
                           perform WRITE-ESTATE-HOLD-ROW
                               if WS-ROW-PARKED = "Y"
                                   perform WRITE-PARKED-ROW
                               else
                                   if WS-ROW-LIMIT-PARKED = "Y"
                                       perform WRITE-LIMIT-PARKED-ROW
                                   else
                                       perform ENRICH-AND-POST-ROW
                                   end-if
                               end-if
                           end-if
                       end-if
       close banks-file
       close transactions-file
       close trans-ref-file
       IF WS-ACCOUNT-MASTER-OPEN = "Y"
           close account-index-file
       END-IF
       IF WS-CUSTOMER-MASTER-OPEN = "Y"
           close customer-index-file
       END-IF
       close facility-index-file
       close release-index-file
       close referral-file
       close estate-index-file
       close estate-hold-file
       close escrow-index-file
       close forward-index-file
       close lockup-index-file
       close contribution-index-file
       close garnish-index-file
       close large-queue-file
       close large-release-index-file
       close card-index-file
       close limit-park-file
       close limit-release-index-file
       close report-file

       *> the day's usage back to the limit register's companion
       MOVE "G" TO WS-FG-MODE
       CALL "ForbrugsGraense" USING WS-FG-MODE WS-FG-CPR WS-FG-KONTO-ID
           WS-FG-TYPE WS-FG-BUTIK-FLAG WS-FG-DATO WS-FG-BELOEB
           WS-FG-HANDLING WS-FG-STATUS

       *> companion control record for the consumers of the master
       MOVE "W" TO WS-CTL-MODE
       MOVE "10-Transaktioner.txt" TO WS-CTL-FILNAVN
       perform REGISTER-LOADED-SEQUENCE
stop run.

      *> --- an unstamped master predates the stamps and is read as
      *> current; another stamped version must be converted first ---
       CHECK-LAYOUTS.
           MOVE "10-Transaktioner.txt" TO WS-LYT-FILNAVN
           MOVE "TRANSAKTIONER" TO WS-LYT-LAYOUT
           MOVE LV-TRANSAKTIONER TO WS-LYT-FORVENTET
           perform CHECK-ONE-LAYOUT
           MOVE "8-KontoStam.txt" TO WS-LYT-FILNAVN
           MOVE "KONTOSTAM" TO WS-LYT-LAYOUT
           MOVE LV-KONTOSTAM TO WS-LYT-FORVENTET
           perform CHECK-ONE-LAYOUT
           MOVE "7-KundeStam.txt" TO WS-LYT-FILNAVN
           MOVE "KUNDESTAM" TO WS-LYT-LAYOUT
           MOVE LV-KUNDESTAM TO WS-LYT-FORVENTET
           perform CHECK-ONE-LAYOUT
       exit.

       CHECK-ONE-LAYOUT.
           MOVE "K" TO WS-LYT-MODE
           MOVE WS-LYT-FORVENTET TO WS-LYT-VERSION
           CALL "LayoutStempel" USING WS-LYT-MODE WS-LYT-FILNAVN
               WS-LYT-LAYOUT WS-LYT-VERSION WS-LYT-STATUS
           IF WS-LYT-STATUS = "23"
               DISPLAY "Indlaes: " FUNCTION TRIM(WS-LYT-FILNAVN)
                   " er layout version " WS-LYT-VERSION
                   ", forventet " WS-LYT-FORVENTET
                   " - konverter via 139-LayoutKonvertering"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
       exit.

      *> --- a standing volume hold means VolumenVagt flagged the
      *> delivery and the operator has not decided yet; nothing may
      *> post until then ---
                       END-IF
                       MOVE TRANS-REF OF transactions-in TO WS-REF-KEY
                       perform REGISTER-SEEN-REFERENCE
                       perform NOTE-CONTRIBUTION
               END-READ
           END-PERFORM
       exit.
           END-IF
       exit.

      *> --- The indexed masters are read in place; without them the
      *> rows simply keep their delivered values ---
       OPEN-CUSTOMER-ACCOUNT-MASTERS.
           OPEN INPUT account-index-file
           IF WS-ACCOUNT-INDEX-STATUS = "00"
               MOVE "Y" TO WS-ACCOUNT-MASTER-OPEN
           ELSE
               DISPLAY "Indlaes: 8-KontoStam.txt kan ikke aabnes"
                   " - ingen kontoopslag"
           END-IF
           OPEN INPUT customer-index-file
           IF WS-CUSTOMER-INDEX-STATUS = "00"
               MOVE "Y" TO WS-CUSTOMER-MASTER-OPEN
           ELSE
               DISPLAY "Indlaes: 7-KundeStam.txt kan ikke aabnes"
                   " - ingen berigelse af NAVN/ADRESSE"
           END-IF
       exit.

      *> --- the master's name and address from its CSV row, built
      *> the same way the statement run builds them ---
       FORMAT-MASTER-NAME-ADDRESS.
           MOVE SPACES TO WS-KUNDE-ID WS-FIRST-NAME
               WS-LAST-NAME WS-STREET WS-STREET-NUMBER
               WS-FLOOR WS-SIDE WS-POSTNR WS-CITY
               WS-PHONE WS-EMAIL
           UNSTRING KUNDESTAM-ROW DELIMITED BY ","
               INTO WS-KUNDE-ID, WS-FIRST-NAME,
                    WS-LAST-NAME, WS-STREET,
                    WS-STREET-NUMBER, WS-FLOOR,
                    WS-SIDE, WS-POSTNR, WS-CITY,
                    WS-PHONE, WS-EMAIL
           MOVE SPACES TO NAVN OF transactions-in
           STRING FUNCTION TRIM(WS-FIRST-NAME) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LAST-NAME) DELIMITED BY SIZE
                  INTO NAVN OF transactions-in
           MOVE SPACES TO ADRESSE OF transactions-in
           STRING FUNCTION TRIM(WS-STREET) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-STREET-NUMBER) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-POSTNR) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CITY) DELIMITED BY SIZE
                  INTO ADRESSE OF transactions-in
       exit.

      *> --- Every check a delivered row must pass before it may touch
               PERFORM VALIDATE-DELIVERED-IBAN
           END-IF

           IF WS-ROW-OK = "Y"
               PERFORM APPLY-MERGER-FORWARDING
           END-IF

           IF WS-ROW-OK = "Y"
               MOVE REG-NR OF delivery-in TO REG-NR OF banks-in
               READ banks-file
                       END-IF
               END-READ
           END-IF

           IF WS-ROW-OK = "Y" AND BUTIK OF delivery-in NOT = SPACES
               AND LEVERET-KORT-NR NOT = SPACES
               PERFORM CHECK-CARD-STATUS
           END-IF
       exit.

      *> --- optional card register keyed on KORT-NR ---
       LOAD-CARD-REGISTER.
           OPEN OUTPUT card-index-file
           CLOSE card-index-file
           OPEN I-O card-index-file

           OPEN INPUT card-file
           IF WS-CARD-STATUS = "00"
               PERFORM UNTIL END-OF-CARD-FILE = "Y"
                   READ card-file
                       AT END
                           MOVE "Y" TO END-OF-CARD-FILE
                       NOT AT END
                           MOVE SPACES TO WS-KR-KORT-TEXT
                           MOVE SPACES TO WS-KR-KONTO-TEXT
                           MOVE SPACES TO WS-KR-CPR-TEXT
                           MOVE SPACES TO WS-KR-STATUS-TEXT
                           MOVE SPACES TO WS-KR-UDLOEB-TEXT
                           UNSTRING CARD-CSV-RECORD DELIMITED BY ","
                               INTO WS-KR-KORT-TEXT, WS-KR-KONTO-TEXT,
                                    WS-KR-CPR-TEXT, WS-KR-STATUS-TEXT,
                                    WS-KR-UDLOEB-TEXT
                           MOVE WS-KR-KORT-TEXT TO KORT-INDEX-NR
                           MOVE WS-KR-KONTO-TEXT TO KORT-INDEX-KONTO-ID
                           MOVE WS-KR-STATUS-TEXT TO KORT-INDEX-STATUS
                           MOVE WS-KR-UDLOEB-TEXT TO KORT-INDEX-UDLOEB
                           WRITE CARD-INDEX-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE card-file
           END-IF
       exit.

      *> --- a card purchase posts only on a known AKTIV card of the
      *> row's own account whose expiry month has not passed; the
      *> register's UDLOEBET status is set by the nightly card run,
      *> the expiry month is checked here as well so a card never
      *> outlives its plastic. Refunds (credits) on a closed card
      *> still post ---
       CHECK-CARD-STATUS.
           IF FUNCTION NUMVAL(BELOEB OF delivery-in) >= 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CARD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE LEVERET-KORT-NR TO KORT-INDEX-NR
           READ card-index-file
               INVALID KEY
                   MOVE "N" TO WS-ROW-OK
                   MOVE "Ukendt kort" TO WS-REJECT-REASON
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN KORT-INDEX-KONTO-ID NOT = KONTO-ID OF delivery-in
                           MOVE "N" TO WS-ROW-OK
                           MOVE "Kortet tilhoerer ikke kontoen"
                               TO WS-REJECT-REASON
                       WHEN FUNCTION TRIM(KORT-INDEX-STATUS) = "SPAERRET"
                           MOVE "N" TO WS-ROW-OK
                           MOVE "Kortet er spaerret" TO WS-REJECT-REASON
                       WHEN FUNCTION TRIM(KORT-INDEX-STATUS) = "MISTET"
                           MOVE "N" TO WS-ROW-OK
                           MOVE "Kortet er meldt mistet"
                               TO WS-REJECT-REASON
                       WHEN FUNCTION TRIM(KORT-INDEX-STATUS) = "UDLOEBET"
                           MOVE "N" TO WS-ROW-OK
                           MOVE "Kortet er udloebet" TO WS-REJECT-REASON
                       WHEN KORT-INDEX-UDLOEB < TIDSPUNKT OF delivery-in(1:7)
                           MOVE "N" TO WS-ROW-OK
                           MOVE "Kortet er udloebet" TO WS-REJECT-REASON
                   END-EVALUATE
           END-READ
       exit.

      *> --- the dual-control threshold and the approver releases ---
           WRITE REPORT-RECORD
       exit.

      *> --- the references an approver released past the spending
      *> limits ---
       LOAD-LIMIT-RELEASES.
           OPEN OUTPUT limit-release-index-file
           CLOSE limit-release-index-file
           OPEN I-O limit-release-index-file

           OPEN INPUT limit-release-file
           IF WS-LIMIT-RELEASE-STATUS = "00"
               PERFORM UNTIL END-OF-LIMIT-RELEASE-FILE = "Y"
                   READ limit-release-file
                       AT END
                           MOVE "Y" TO END-OF-LIMIT-RELEASE-FILE
                       NOT AT END
                           MOVE SPACES TO GFRI-REF
                           UNSTRING LIMIT-RELEASE-RECORD DELIMITED BY ","
                               INTO GFRI-REF
                           WRITE LIMIT-RELEASE-INDEX-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE limit-release-file
           END-IF
       exit.

      *> --- debits only, in DKK at the row's own date; a breach
      *> rejects the row or parks it as the limit says, and a row an
      *> approver released is booked whatever the limits say. Sweeps
      *> between the customer's own accounts are not spending, and
      *> a payment-order leg (TRANS-REF BO+ORDRE-ID+date) was booked
      *> against the limits by BetalingsIndlaes already ---
       CHECK-SPENDING-LIMIT.
           IF FUNCTION NUMVAL(BELOEB OF delivery-in) >= 0
               EXIT PARAGRAPH
           END-IF
           IF TRANS-REF OF delivery-in(1:2) = "BO"
               AND FUNCTION TRIM(TRANSAKTIONSTYPE OF delivery-in)
                   = "Overforsel"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(TRANSAKTIONSTYPE OF delivery-in)
                   = "Saldooverforsel"
               OR FUNCTION TRIM(TRANSAKTIONSTYPE OF delivery-in)
                   = "Afrunding"
               OR FUNCTION TRIM(TRANSAKTIONSTYPE OF delivery-in)
                   = "Valutaveksling"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FG-BELOEB =
               FUNCTION ABS(FUNCTION NUMVAL(BELOEB OF delivery-in))
           IF FUNCTION TRIM(VALUTA OF delivery-in) NOT = "DKK"
               MOVE VALUTA OF delivery-in TO WS-KURS-VALUTA
               MOVE TIDSPUNKT OF delivery-in(1:10) TO WS-KURS-DATO
               CALL "KursopslagDato" USING WS-KURS-VALUTA WS-KURS-DATO
                   WS-KURS WS-KURS-STATUS
               IF WS-KURS-STATUS = "00"
                   MULTIPLY WS-KURS BY WS-FG-BELOEB
               END-IF
           END-IF
           MOVE "K" TO WS-FG-MODE
           MOVE TRANS-REF OF delivery-in TO GFRI-REF
           READ limit-release-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "B" TO WS-FG-MODE
           END-READ
           MOVE CPR OF delivery-in TO WS-FG-CPR
           MOVE KONTO-ID OF delivery-in TO WS-FG-KONTO-ID
           MOVE TRANSAKTIONSTYPE OF delivery-in TO WS-FG-TYPE
           IF BUTIK OF delivery-in NOT = SPACES
               MOVE "J" TO WS-FG-BUTIK-FLAG
           ELSE
               MOVE "N" TO WS-FG-BUTIK-FLAG
           END-IF
           MOVE TIDSPUNKT OF delivery-in(1:10) TO WS-FG-DATO
           CALL "ForbrugsGraense" USING WS-FG-MODE WS-FG-CPR WS-FG-KONTO-ID
               WS-FG-TYPE WS-FG-BUTIK-FLAG WS-FG-DATO WS-FG-BELOEB
               WS-FG-HANDLING WS-FG-STATUS
           IF WS-FG-STATUS = "10"
               IF WS-FG-HANDLING = "PARKER"
                   MOVE "Y" TO WS-ROW-LIMIT-PARKED
               ELSE
                   MOVE "N" TO WS-ROW-OK
                   MOVE "Forbrugsgraense overskredet" TO WS-REJECT-REASON
               END-IF
           END-IF
       exit.

       WRITE-LIMIT-PARKED-ROW.
           ADD 1 TO WS-LIMIT-PARKED-COUNT
           MOVE delivery-in TO limit-park-out
           WRITE limit-park-out
           MOVE SPACES TO REPORT-RECORD
           STRING "Parkeret (forbrugsgraense) - CPR: " DELIMITED BY SIZE
                  FUNCTION TRIM(CPR OF delivery-in) DELIMITED BY SIZE
                  ", Beloeb: " DELIMITED BY SIZE
                  FUNCTION TRIM(BELOEB OF delivery-in) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(VALUTA OF delivery-in) DELIMITED BY SIZE
                  ", Ref: " DELIMITED BY SIZE
                  FUNCTION TRIM(TRANS-REF OF delivery-in) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

      *> --- optional garnishment register; only AABEN orders hold
      *> money back ---
       LOAD-GARNISH-REGISTER.
           WRITE REPORT-RECORD
       exit.

      *> --- optional escrow register; every escrow not yet
      *> FRIGIVET blocks its account's debits ---
       LOAD-ESCROW-REGISTER.
           OPEN OUTPUT escrow-index-file
           CLOSE escrow-index-file
           OPEN I-O escrow-index-file

           OPEN INPUT escrow-file
           IF WS-ESCROW-STATUS = "00"
               PERFORM UNTIL END-OF-ESCROW-FILE = "Y"
                   READ escrow-file
                       AT END
                           MOVE "Y" TO END-OF-ESCROW-FILE
                       NOT AT END
                           MOVE SPACES TO WS-DEP-KONTO-TEXT
                           MOVE SPACES TO WS-DEP-STATUS-TEXT
                           UNSTRING ESCROW-CSV-RECORD DELIMITED BY ","
                               INTO WS-DEP-KONTO-TEXT, WS-DEP-SKIP-TEXT,
                                    WS-DEP-SKIP-TEXT, WS-DEP-SKIP-TEXT,
                                    WS-DEP-SKIP-TEXT, WS-DEP-SKIP-TEXT,
                                    WS-DEP-STATUS-TEXT
                           IF WS-DEP-KONTO-TEXT NOT = SPACES
                               AND FUNCTION TRIM(WS-DEP-STATUS-TEXT)
                                   NOT = "FRIGIVET"
                               MOVE WS-DEP-KONTO-TEXT TO DEP-KONTO-ID
                               WRITE ESCROW-INDEX-RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-WRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE escrow-file
           END-IF
       exit.

       CHECK-ESCROW-BLOCK.
           IF FUNCTION NUMVAL(BELOEB OF delivery-in) >= 0
               EXIT PARAGRAPH
           END-IF
           MOVE KONTO-ID OF delivery-in TO DEP-KONTO-ID
           READ escrow-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "N" TO WS-ROW-OK
                   MOVE "Deponering ikke frigivet" TO WS-REJECT-REASON
           END-READ
       exit.

      *> --- forwarding lines keyed on old REG-NR plus old KONTO-ID;
      *> a later line for the same key replaces the earlier one, so a
      *> second conversion's forwarding wins ---
       LOAD-FORWARDING-TABLE.
           OPEN OUTPUT forward-index-file
           CLOSE forward-index-file
           OPEN I-O forward-index-file

           OPEN INPUT forward-file
           IF WS-FORWARD-STATUS = "00"
               PERFORM UNTIL END-OF-FORWARD-FILE = "Y"
                   READ forward-file
                       AT END
                           MOVE "Y" TO END-OF-FORWARD-FILE
                       NOT AT END
                           MOVE SPACES TO WS-OM-GAMMEL-REG
                           MOVE SPACES TO WS-OM-GAMMEL-KONTO
                           MOVE SPACES TO WS-OM-NY-REG
                           MOVE SPACES TO WS-OM-NY-KONTO
                           MOVE SPACES TO WS-OM-TIL-DATO
                           UNSTRING FORWARD-RECORD DELIMITED BY ";"
                               INTO WS-OM-GAMMEL-REG, WS-OM-GAMMEL-KONTO,
                                    WS-OM-NY-REG, WS-OM-NY-KONTO,
                                    WS-OM-TIL-DATO
                           IF WS-OM-GAMMEL-REG NOT = SPACES
                               AND WS-OM-NY-REG NOT = SPACES
                               MOVE WS-OM-GAMMEL-REG TO OM-GAMMEL-REG
                               MOVE WS-OM-GAMMEL-KONTO TO OM-GAMMEL-KONTO
                               MOVE WS-OM-NY-REG TO OM-NY-REG
                               MOVE WS-OM-NY-KONTO TO OM-NY-KONTO
                               MOVE WS-OM-TIL-DATO TO OM-TIL-DATO
                               WRITE FORWARD-INDEX-RECORD
                                   INVALID KEY
                                       REWRITE FORWARD-INDEX-RECORD
                               END-WRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE forward-file
           END-IF
       exit.

      *> --- the account's own forwarding first, then the old
      *> REG-NR's; within the window the row takes the surviving
      *> numbers, after it the old number is dead ---
       APPLY-MERGER-FORWARDING.
           MOVE "N" TO WS-OM-FUNDET
           MOVE REG-NR OF delivery-in TO OM-GAMMEL-REG
           MOVE KONTO-ID OF delivery-in TO OM-GAMMEL-KONTO
           READ forward-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-OM-FUNDET
           END-READ
           IF WS-OM-FUNDET = "N"
               MOVE REG-NR OF delivery-in TO OM-GAMMEL-REG
               MOVE SPACES TO OM-GAMMEL-KONTO
               READ forward-index-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-OM-FUNDET
               END-READ
           END-IF
           IF WS-OM-FUNDET = "N"
               EXIT PARAGRAPH
           END-IF

           IF OM-TIL-DATO NOT = SPACES AND WS-TODAY-DATE > OM-TIL-DATO
               MOVE "N" TO WS-ROW-OK
               MOVE "REG-NR nedlagt ved fusion" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-FORWARDED-COUNT
           MOVE REG-NR OF delivery-in TO WS-OM-GAMMEL-REG
           MOVE KONTO-ID OF delivery-in TO WS-OM-GAMMEL-KONTO
           MOVE OM-NY-REG TO REG-NR OF delivery-in
           IF OM-NY-KONTO NOT = SPACES
               MOVE OM-NY-KONTO TO KONTO-ID OF delivery-in
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "Omdirigeret (fusion) - " DELIMITED BY SIZE
                  WS-OM-GAMMEL-REG DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OM-GAMMEL-KONTO) DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  REG-NR OF delivery-in DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(KONTO-ID OF delivery-in) DELIMITED BY SIZE
                  ", Ref: " DELIMITED BY SIZE
                  FUNCTION TRIM(TRANS-REF OF delivery-in) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

      *> --- granted facilities keyed on KONTO-ID ---
       LOAD-FACILITY-REGISTER.
           OPEN OUTPUT facility-index-file
      *> operator-released reference posts regardless ---
       CHECK-OVERDRAFT-FACILITY.
           MOVE "N" TO WS-ROW-REFERRED
           MOVE "overtraek" TO WS-REFERRAL-REASON
           COMPUTE WS-DEBIT-DKK = FUNCTION NUMVAL(BELOEB OF delivery-in)
           IF WS-DEBIT-DKK >= 0
               EXIT PARAGRAPH

           MOVE 0 TO WS-AVAILABLE
           MOVE SPACES TO WS-ROW-KONTO-TYPE
           IF WS-ACCOUNT-MASTER-OPEN = "Y"
               MOVE KONTO-ID OF delivery-in TO KONTOSTAM-ID
               READ account-index-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FUNCTION TEST-NUMVAL(KONTOSTAM-BALANCE) = 0
                           COMPUTE WS-AVAILABLE =
                               FUNCTION NUMVAL(KONTOSTAM-BALANCE)
                       END-IF
                       MOVE KONTOSTAM-TYPE TO WS-ROW-KONTO-TYPE
               END-READ
           END-IF

           *> NEGATIV,<KONTO-TYPE>,N in the catalog overrides any
           *> facility; without a catalog answer the facility decides
           END-PERFORM

           IF FUNCTION ABS(WS-DEBIT-DKK) > WS-AVAILABLE
               PERFORM CHECK-MINOR-OVERDRAFT
               IF WS-ROW-OK = "N"
                   EXIT PARAGRAPH
               END-IF
               MOVE TRANS-REF OF delivery-in TO FRI-REF
               READ release-index-file
                   INVALID KEY
           END-IF
       exit.

       CHECK-MINOR-OVERDRAFT.
           MOVE CPR OF delivery-in TO WS-AGE-CPR
           PERFORM DERIVE-CPR-AGE
           IF WS-CPR-AGE >= 18
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-VG-VAERGE
           MOVE CPR OF delivery-in TO WS-VG-MINDREAARIG
           CALL "VaergeOpslag" USING WS-VG-MINDREAARIG WS-VG-VAERGE
               WS-TODAY-DATE WS-VG-STATUS
           IF WS-VG-STATUS NOT = "00"
               MOVE "N" TO WS-ROW-OK
               MOVE "Overtraek afvist (mindreaarig u/vaerge)"
                   TO WS-REJECT-REASON
           END-IF
       exit.

      *> --- age in whole years from the CPR birthdate, with the same
      *> century pivot as the age bands in the statistics run; a CVR
      *> or a non-numeric CPR counts as of age ---
       DERIVE-CPR-AGE.
           MOVE 999 TO WS-CPR-AGE
           IF WS-AGE-CPR(1:8) NUMERIC AND WS-AGE-CPR(9:7) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-AGE-CPR(1:6) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TODAY-YYYYMMDD =
               FUNCTION NUMVAL(WS-TODAY-DATE(1:4)) * 10000
               + FUNCTION NUMVAL(WS-TODAY-DATE(6:2)) * 100
               + FUNCTION NUMVAL(WS-TODAY-DATE(9:2))
           MOVE WS-AGE-CPR(5:2) TO WS-BIRTH-YY
           MOVE WS-BIRTH-YY TO WS-BIRTH-YYYY
           ADD 2000 TO WS-BIRTH-YYYY
           COMPUTE WS-BIRTH-YYYYMMDD =
               WS-BIRTH-YYYY * 10000
               + FUNCTION NUMVAL(WS-AGE-CPR(3:2)) * 100
               + FUNCTION NUMVAL(WS-AGE-CPR(1:2))
           IF WS-BIRTH-YYYYMMDD > WS-TODAY-YYYYMMDD
               SUBTRACT 1000000 FROM WS-BIRTH-YYYYMMDD
           END-IF
           COMPUTE WS-CPR-AGE =
               (WS-TODAY-YYYYMMDD - WS-BIRTH-YYYYMMDD) / 10000
       exit.

       LOAD-LOCKUP-DATES.
           OPEN OUTPUT lockup-index-file
           CLOSE lockup-index-file
           OPEN I-O lockup-index-file

           OPEN INPUT lockup-file
           IF WS-LOCKUP-STATUS = "00"
               PERFORM UNTIL END-OF-LOCKUP-FILE = "Y"
                   READ lockup-file
                       AT END
                           MOVE "Y" TO END-OF-LOCKUP-FILE
                       NOT AT END
                           MOVE SPACES TO WS-BND-KONTO-TEXT
                           MOVE SPACES TO WS-BND-DATO-TEXT
                           UNSTRING LOCKUP-CSV-RECORD DELIMITED BY ","
                               INTO WS-BND-KONTO-TEXT, WS-BND-DATO-TEXT
                           MOVE WS-BND-KONTO-TEXT TO BND-KONTO-ID
                           MOVE WS-BND-DATO-TEXT TO BND-DATO
                           WRITE LOCKUP-INDEX-RECORD
                               INVALID KEY
                                   REWRITE LOCKUP-INDEX-RECORD
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE lockup-file
           END-IF
       exit.

      *> --- a deposit is a credit in the current calendar year; a
      *> Tilbagefoersel debit takes a mistaken deposit back out ---
       NOTE-CONTRIBUTION.
           IF TIDSPUNKT OF transactions-in(1:4) NOT = WS-TODAY-DATE(1:4)
               OR FUNCTION TEST-NUMVAL(BELOEB OF transactions-in) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CONTRIBUTION =
               FUNCTION NUMVAL(BELOEB OF transactions-in)
           IF FUNCTION TRIM(TRANSAKTIONSTYPE OF transactions-in)
               = "Tilbagefoersel"
               IF WS-CONTRIBUTION > 0
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-CONTRIBUTION <= 0
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE KONTO-ID OF transactions-in TO IND-KONTO-ID
           READ contribution-index-file
               INVALID KEY
                   MOVE WS-CONTRIBUTION TO IND-BELOEB
                   WRITE CONTRIBUTION-INDEX-RECORD
               NOT INVALID KEY
                   ADD WS-CONTRIBUTION TO IND-BELOEB
                   REWRITE CONTRIBUTION-INDEX-RECORD
           END-READ
       exit.

      *> --- the product terms of a restricted savings account: a
      *> deposit may not take the year's deposits past LOFT, and a
      *> withdrawal (fees and reversals aside) before the release
      *> date or age goes for approval unless already released ---
       CHECK-RESTRICTED-SAVINGS.
           MOVE SPACES TO WS-ROW-KONTO-TYPE
           IF WS-ACCOUNT-MASTER-OPEN = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE KONTO-ID OF delivery-in TO KONTOSTAM-ID
           READ account-index-file
               INVALID KEY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   MOVE KONTOSTAM-TYPE TO WS-ROW-KONTO-TYPE
           END-READ
           COMPUTE WS-CONTRIBUTION = FUNCTION NUMVAL(BELOEB OF delivery-in)

           IF WS-CONTRIBUTION > 0
               AND FUNCTION TRIM(TRANSAKTIONSTYPE OF delivery-in)
                   NOT = "Tilbagefoersel"
               MOVE "L" TO WS-PROD-MODE
               MOVE WS-ROW-KONTO-TYPE TO WS-PROD-KONTO-TYPE
               MOVE SPACES TO WS-PROD-NOEGLE
               MOVE 0 TO WS-PROD-BELOEB
               CALL "ProduktOpslag" USING WS-PROD-MODE
                   WS-PROD-KONTO-TYPE WS-PROD-NOEGLE WS-PROD-BELOEB
                   WS-PROD-SATS WS-PROD-SVAR WS-PROD-STATUS
               IF WS-PROD-STATUS = "00"
                   MOVE KONTO-ID OF delivery-in TO IND-KONTO-ID
                   READ contribution-index-file
                       INVALID KEY
                           MOVE 0 TO IND-BELOEB
                   END-READ
                   IF IND-BELOEB + WS-CONTRIBUTION > WS-PROD-BELOEB
                       MOVE "N" TO WS-ROW-OK
                       MOVE "Indskud over aarligt loft"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-CONTRIBUTION >= 0
               OR FUNCTION TRIM(TRANSAKTIONSTYPE OF delivery-in)
                   = "Tilbagefoersel"
               OR FUNCTION TRIM(TRANSAKTIONSTYPE OF delivery-in) = "Gebyr"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-ROW-LOCKED
           MOVE KONTO-ID OF delivery-in TO BND-KONTO-ID
           READ lockup-index-file
               INVALID KEY
                   MOVE "B" TO WS-PROD-MODE
                   MOVE WS-ROW-KONTO-TYPE TO WS-PROD-KONTO-TYPE
                   MOVE SPACES TO WS-PROD-NOEGLE
                   MOVE 0 TO WS-PROD-BELOEB
                   CALL "ProduktOpslag" USING WS-PROD-MODE
                       WS-PROD-KONTO-TYPE WS-PROD-NOEGLE WS-PROD-BELOEB
                       WS-PROD-SATS WS-PROD-SVAR WS-PROD-STATUS
                   IF WS-PROD-STATUS = "00"
                       MOVE CPR OF delivery-in TO WS-AGE-CPR
                       PERFORM DERIVE-CPR-AGE
                       IF WS-CPR-AGE < WS-PROD-SATS
                           MOVE "Y" TO WS-ROW-LOCKED
                       END-IF
                   END-IF
               NOT INVALID KEY
                   IF BND-DATO > WS-TODAY-DATE
                       MOVE "Y" TO WS-ROW-LOCKED
                   END-IF
           END-READ

           IF WS-ROW-LOCKED = "Y"
               MOVE TRANS-REF OF delivery-in TO FRI-REF
               READ release-index-file
                   INVALID KEY
                       MOVE "Y" TO WS-ROW-REFERRED
                       MOVE "bunden opsparing" TO WS-REFERRAL-REASON
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           END-IF
       exit.

       WRITE-REFERRAL-ROW.
           ADD 1 TO WS-REFERRED-COUNT
           MOVE delivery-in TO referral-out
           WRITE referral-out
           MOVE SPACES TO REPORT-RECORD
           STRING "Henvist til godkendelse (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REFERRAL-REASON) DELIMITED BY SIZE
                  ") - KONTO-ID: " DELIMITED BY SIZE
                  FUNCTION TRIM(KONTO-ID OF delivery-in)
                      DELIMITED BY SIZE
                  ", Beloeb: " DELIMITED BY SIZE
           END-IF
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

      *> --- NAVN/ADRESSE come from the customer master when the row's
      *> KONTO-ID leads to a known KUNDE-ID; an account or customer the
      *> master does not know keeps the delivered values unchanged ---
           MOVE delivery-in TO transactions-in
           perform ASSIGN-VALUE-DATE

           IF WS-ACCOUNT-MASTER-OPEN = "Y"
               AND WS-CUSTOMER-MASTER-OPEN = "Y"
               MOVE KONTO-ID OF delivery-in TO KONTOSTAM-ID
               READ account-index-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE KONTOSTAM-KUNDE-ID TO KUNDESTAM-ID
                       READ customer-index-file
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               PERFORM FORMAT-MASTER-NAME-ADDRESS
                               ADD 1 TO WS-ENRICHED-COUNT
                       END-READ
               END-READ
           END-IF

           WRITE transactions-in
           ADD 1 TO WS-ACCEPTED-COUNT
               FUNCTION NUMVAL(BELOEB OF transactions-in)
           MOVE TRANS-REF OF delivery-in TO WS-REF-KEY
           perform REGISTER-SEEN-REFERENCE
           perform NOTE-CONTRIBUTION
       exit.

      *> --- the value date is when the money counts: a Friday-
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-LIMIT-PARKED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Parkeret (forbrugsgraense): " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-FORWARDED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Omdirigeret efter bankfusion: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
