identification division.
       program-id. Afskrivning.

      *> --- Write-off of uncollectable exposures and the recoveries
      *> collected on them afterwards.
      *> 97-AfskrivningAnmodninger.txt: KONTO-ID,PRODUKT(LAAN/TRAEK),
      *> OPERATOR-ID,BEGRUNDELSE - the operator needs the GODKENDER
      *> role. Only an exposure the last provisioning run put in
      *> stage 3 (97-Nedskrivninger.txt) can be written off, once.
      *> The write-off uses up the provision held and charges the
      *> rest to the loss expense in 44-HovedbogPostering.txt
      *> (NEDSKRIVNING-x and TABSUDGIFT mod AFSKRIVNING-x). A loan
      *> leaves the register (46-LaanRegister.new, which operators
      *> swap over 46-LaanRegister.txt); an overdraft is cleared by an
      *> Afskrivning credit for the balance through 16-Leverance.txt,
      *> reference AF+KONTO-ID. The exposure leaves the provision
      *> memo so the next provisioning run does not release it
      *> twice.
      *> 97-Inddrivelser.txt: KONTO-ID,PRODUKT,BELOEB,REFERENCE - money
      *> collected after the write-off, booked against the
      *> write-off (INDKASSO mod TABSUDGIFT) up to the amount still
      *> outstanding.
      *> 97-Afskrivninger.txt is the write-off register: KONTO-ID,
      *> PRODUKT,AFSKREVET,INDDREVET,DATO,OPERATOR,BEGRUNDELSE.
      *> Every write-off and recovery is logged with a timestamp in
      *> 97-AfskrivningLog.txt; 97-AfskrivningRapport.txt lists the
      *> run's outcomes and rejections. ---

environment division.
input-output section.
file-control.
       select request-file assign to "97-AfskrivningAnmodninger.txt"
           organization line sequential
           file status is WS-REQUEST-STATUS.

       select recovery-file assign to "97-Inddrivelser.txt"
           organization line sequential
           file status is WS-RECOVERY-STATUS.

       select writeoff-file assign to "97-Afskrivninger.txt"
           organization line sequential
           file status is WS-WRITEOFF-STATUS.

       select memo-file assign to "97-Nedskrivninger.txt"
           organization line sequential
           file status is WS-MEMO-STATUS.

       select loan-file assign to "46-LaanRegister.txt"
           organization line sequential
           file status is WS-LOAN-STATUS.

       select loan-new-file assign to "46-LaanRegister.new"
           organization line sequential.

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

       select gl-file assign to "44-HovedbogPostering.txt"
           organization line sequential
           file status is WS-GL-STATUS.

       select log-file assign to "97-AfskrivningLog.txt"
           organization line sequential
           file status is WS-LOG-STATUS.

       select report-file assign to "97-AfskrivningRapport.txt"
           organization line sequential.

      *> --- only probed at start-up: a present operator register
      *> makes the OPERATOR field on every request mandatory ---
       select operator-probe-file assign to "80-Operatoerer.txt"
           organization line sequential
           file status is WS-OPERATOR-PROBE-STATUS.

      *> --- the write-off register keyed KONTO-ID+PRODUKT while the
      *> run applies; written back in key order afterwards ---
       select writeoff-index-file assign to "WS-AfskrivRegister.tmp"
           organization is indexed
           access mode is dynamic
           record key is AFS-NOEGLE
           file status is WS-WRITEOFF-INDEX-STATUS.

      *> --- the provision memo keyed the same way ---
       select memo-index-file assign to "WS-AfskrivMemo.tmp"
           organization is indexed
           access mode is dynamic
           record key is NED-NOEGLE
           file status is WS-MEMO-INDEX-STATUS.

      *> --- holder CPR, balance and currency per account from the
      *> account master keyed on KONTO-ID ---
       select account-index-file assign to "8-KontoStam.txt"
           organization is indexed
           access mode is dynamic
           record key is KONTOSTAM-ID
           alternate record key is KONTOSTAM-KUNDE-ID with duplicates
           alternate record key is KONTOSTAM-CPR with duplicates
           file status is WS-ACCOUNT-INDEX-STATUS.

      *> --- each account's REG-NR, from the transaction
      *> master's rows ---
       select reg-index-file assign to "WS-AfskrivRegNr.tmp"
           organization is indexed
           access mode is dynamic
           record key is RG-KONTO-ID
           file status is WS-REG-INDEX-STATUS.

data division.
file section.
FD request-file.
       01 REQUEST-RECORD pic x(120).

FD recovery-file.
       01 RECOVERY-RECORD pic x(80).

FD writeoff-file.
       01 WRITEOFF-RECORD pic x(160).

FD memo-file.
       01 MEMO-RECORD pic x(120).

FD loan-file.
       01 LOAN-RECORD pic x(130).

FD loan-new-file.
       01 LOAN-NEW-RECORD pic x(130).

FD transactions-file.
01 transactions-in.
       copy "10-TRANSAKTIONER.cpy".

FD delivery-file.
01 delivery-out.
       copy "10-TRANSAKTIONER.cpy".

FD gl-file.
       01 GL-RECORD pic x(80).

FD log-file.
       01 LOG-RECORD pic x(180).

FD report-file.
       01 REPORT-RECORD pic x(150).

FD operator-probe-file.
       01 OPERATOR-PROBE-RECORD pic x(60).

FD writeoff-index-file.
       01 WRITEOFF-INDEX-RECORD.
           05 AFS-NOEGLE.
               10 AFS-KONTO-ID pic x(15).
               10 AFS-PRODUKT pic x(5).
           05 AFS-AFSKREVET pic S9(13)v99.
           05 AFS-INDDREVET pic S9(13)v99.
           05 AFS-DATO pic x(10).
           05 AFS-OPERATOR pic x(10).
           05 AFS-BEGRUNDELSE pic x(60).

FD memo-index-file.
       01 MEMO-INDEX-RECORD.
           05 NED-NOEGLE.
               10 NED-KONTO-ID pic x(15).
               10 NED-PRODUKT pic x(5).
           05 NED-LINJE pic x(120).
           05 NED-STADIE pic x(1).
           05 NED-EKSPONERING pic S9(13)v99.
           05 NED-NEDSKRIVNING pic S9(13)v99.

FD account-index-file.
       01 ACCOUNT-INDEX-RECORD.
           copy "8-KONTOSTAM.cpy".

FD reg-index-file.
       01 REG-INDEX-RECORD.
           05 RG-KONTO-ID pic x(15).
           05 RG-REG-NR pic x(4).

WORKING-STORAGE SECTION.
       01 WS-REQUEST-STATUS pic XX value spaces.
       01 WS-RECOVERY-STATUS pic XX value spaces.
       01 WS-WRITEOFF-STATUS pic XX value spaces.
       01 WS-MEMO-STATUS pic XX value spaces.
       01 WS-LOAN-STATUS pic XX value spaces.
       01 WS-TRANS-STATUS pic XX value spaces.
       01 WS-DELIVERY-STATUS pic XX value spaces.
       01 WS-GL-STATUS pic XX value spaces.
       01 WS-LOG-STATUS pic XX value spaces.
       01 WS-OPERATOR-PROBE-STATUS pic XX value spaces.
       01 WS-WRITEOFF-INDEX-STATUS pic XX value spaces.
       01 WS-MEMO-INDEX-STATUS pic XX value spaces.
       01 WS-ACCOUNT-INDEX-STATUS pic XX value spaces.
       01 WS-REG-INDEX-STATUS pic XX value spaces.

       01 END-OF-REQUEST-FILE pic x value "N".
       01 END-OF-RECOVERY-FILE pic x value "N".
       01 END-OF-WRITEOFF-FILE pic x value "N".
       01 END-OF-MEMO-FILE pic x value "N".
       01 END-OF-LOAN-FILE pic x value "N".
       01 END-OF-TRANSACTIONS-FILE pic x value "N".
       01 END-OF-INDEX-SCAN pic x value "N".

      *> --- request and recovery lines ---
       01 WS-REQ-KONTO-ID pic x(15) value spaces.
       01 WS-REQ-PRODUKT pic x(5) value spaces.
       01 WS-REQ-OPERATOR pic x(10) value spaces.
       01 WS-REQ-BEGRUNDELSE pic x(60) value spaces.
       01 WS-REC-KONTO-ID pic x(15) value spaces.
       01 WS-REC-PRODUKT pic x(5) value spaces.
       01 WS-REC-BELOEB-TEXT pic x(15) value spaces.
       01 WS-REC-REFERENCE pic x(20) value spaces.
       01 WS-REC-BELOEB pic S9(13)v99 value 0.
       01 WS-REC-REST pic S9(13)v99 value 0.

       01 WS-ROLLE-KRAV pic x(14) value spaces.
       01 WS-OPR-STATUS pic XX value spaces.
       01 WS-REGISTER-PRESENT pic x value "N".
       01 WS-REASON pic x(50) value spaces.

      *> --- register, memo and account line fields ---
       01 WS-AFS-KONTO-TEXT pic x(15) value spaces.
       01 WS-AFS-PRODUKT-TEXT pic x(5) value spaces.
       01 WS-AFS-AFSKREVET-TEXT pic x(18) value spaces.
       01 WS-AFS-INDDREVET-TEXT pic x(18) value spaces.
       01 WS-AFS-DATO-TEXT pic x(10) value spaces.
       01 WS-AFS-OPERATOR-TEXT pic x(10) value spaces.
       01 WS-AFS-BEGRUNDELSE-TEXT pic x(60) value spaces.
       01 WS-MEMO-KONTO-ID pic x(15) value spaces.
       01 WS-MEMO-PRODUKT pic x(5) value spaces.
       01 WS-MEMO-STADIE pic x(1) value spaces.
       01 WS-MEMO-DAGE pic x(6) value spaces.
       01 WS-MEMO-NIVEAU pic x(2) value spaces.
       01 WS-MEMO-EKSPONERING pic x(18) value spaces.
       01 WS-MEMO-NEDSKRIVNING pic x(18) value spaces.
       01 WS-LAAN-KONTO-ID pic x(15) value spaces.
       01 WS-KONTO-REG-NR pic x(4) value spaces.
       01 WS-KONTO-BALANCE pic S9(13)v99 value 0.

      *> --- write-off amounts ---
       01 WS-AFSKREVET pic S9(13)v99 value 0.
       01 WS-FORBRUGT pic S9(13)v99 value 0.
       01 WS-TAB pic S9(13)v99 value 0.
       01 WS-GL-DEBET-TOTAL pic S9(13)v99 value 0.
       01 WS-GL-KREDIT-TOTAL pic S9(13)v99 value 0.
       01 WS-GL-POSTED pic 9(5) value 0.
       01 WS-GL-KONTOART pic x(20) value spaces.
       01 WS-GL-SIDE pic x value spaces.
       01 WS-GL-TYPE pic x(12) value spaces.
       01 WS-GL-BELOEB pic S9(13)v99 value 0.

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-AUDIT-TIMESTAMP pic x(21) value spaces.
       01 WS-AMOUNT-DISPLAY pic -Z(12)9.99.
       01 WS-AMOUNT-DISPLAY-2 pic -Z(12)9.99.
       01 WS-LOG-HANDLING pic x(10) value spaces.
       01 WS-LOG-BELOEB pic S9(13)v99 value 0.
       01 WS-LOG-TEKST pic x(60) value spaces.

       01 WS-WRITTEN-OFF-COUNT pic 9(7) value 0.
       01 WS-LOAN-WRITEOFF-COUNT pic 9(7) value 0.
       01 WS-RECOVERED-COUNT pic 9(7) value 0.
       01 WS-REJECTED-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

      *> --- integrity seals on the shared handoffs, proven before
      *> rows are added and renewed afterwards ---
       01 WS-SEGL-MODE pic x value space.
       01 WS-SEGL-FILNAVN pic x(40) value spaces.
       01 WS-LEVERANCE-SEGL pic XX value spaces.
       01 WS-HOVEDBOG-SEGL pic XX value spaces.

PROCEDURE DIVISION.
       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still posts under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       OPEN INPUT operator-probe-file
       IF WS-OPERATOR-PROBE-STATUS = "00"
           MOVE "Y" TO WS-REGISTER-PRESENT
           CLOSE operator-probe-file
       END-IF

       perform LOAD-WRITEOFF-REGISTER
       perform LOAD-PROVISION-MEMO
       perform LOAD-ACCOUNTS

       OPEN OUTPUT report-file
       MOVE SPACES TO REPORT-RECORD
       STRING "Afskrivninger og inddrivelser " DELIMITED BY SIZE
              WS-TODAY-DATE DELIMITED BY SIZE
              INTO REPORT-RECORD
       WRITE REPORT-RECORD

       *> rows are only added to a posting file whose seal still holds
       MOVE "A" TO WS-SEGL-MODE
       MOVE "44-HovedbogPostering.txt" TO WS-SEGL-FILNAVN
       CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
           WS-HOVEDBOG-SEGL
       OPEN EXTEND gl-file
       IF WS-GL-STATUS = "35"
           OPEN OUTPUT gl-file
       END-IF
       *> rows are only added to a delivery whose seal still holds
       MOVE "A" TO WS-SEGL-MODE
       MOVE "16-Leverance.txt" TO WS-SEGL-FILNAVN
       CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
           WS-LEVERANCE-SEGL
       OPEN EXTEND delivery-file
       IF WS-DELIVERY-STATUS = "35"
           OPEN OUTPUT delivery-file
       END-IF
       OPEN EXTEND log-file
       IF WS-LOG-STATUS = "35"
           OPEN OUTPUT log-file
       END-IF

       OPEN INPUT request-file
       IF WS-REQUEST-STATUS = "00"
           PERFORM UNTIL END-OF-REQUEST-FILE = "Y"
               READ request-file
                   AT END
                       MOVE "Y" TO END-OF-REQUEST-FILE
                   NOT AT END
                       perform PROCESS-ONE-WRITEOFF
               END-READ
           END-PERFORM
           CLOSE request-file
       END-IF

       OPEN INPUT recovery-file
       IF WS-RECOVERY-STATUS = "00"
           PERFORM UNTIL END-OF-RECOVERY-FILE = "Y"
               READ recovery-file
                   AT END
                       MOVE "Y" TO END-OF-RECOVERY-FILE
                   NOT AT END
                       perform PROCESS-ONE-RECOVERY
               END-READ
           END-PERFORM
           CLOSE recovery-file
       END-IF

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
       close gl-file
       *> the seal is renewed over the added rows; a posting file whose
       *> seal had already failed is left for the receiver to refuse
       IF WS-HOVEDBOG-SEGL = "00"
           MOVE "S" TO WS-SEGL-MODE
           MOVE "44-HovedbogPostering.txt" TO WS-SEGL-FILNAVN
           CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
               WS-HOVEDBOG-SEGL
       END-IF
       close delivery-file
       *> the seal is renewed over the added rows; a delivery whose
       *> seal had already failed is left for the receiver to refuse
       IF WS-LEVERANCE-SEGL = "00"
           MOVE "S" TO WS-SEGL-MODE
           MOVE "16-Leverance.txt" TO WS-SEGL-FILNAVN
           CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
               WS-LEVERANCE-SEGL
       END-IF
       close log-file

       perform REWRITE-WRITEOFF-REGISTER
       perform REWRITE-PROVISION-MEMO
       IF WS-LOAN-WRITEOFF-COUNT > 0
           perform WRITE-NEW-LOAN-REGISTER
       END-IF

       perform WRITE-REPORT-TRAILER
       close report-file
       close writeoff-index-file
       close memo-index-file
       close account-index-file
       close reg-index-file

      *> a written-off loan leaves the register through
      *> 46-LaanRegister.new: operators swap it over
      *> 46-LaanRegister.txt before the next installment run
stop run.

       LOAD-WRITEOFF-REGISTER.
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
                       MOVE SPACES TO WS-AFS-AFSKREVET-TEXT
                       MOVE SPACES TO WS-AFS-INDDREVET-TEXT
                       MOVE SPACES TO WS-AFS-DATO-TEXT
                       MOVE SPACES TO WS-AFS-OPERATOR-TEXT
                       MOVE SPACES TO WS-AFS-BEGRUNDELSE-TEXT
                       UNSTRING WRITEOFF-RECORD DELIMITED BY ","
                           INTO WS-AFS-KONTO-TEXT, WS-AFS-PRODUKT-TEXT,
                                WS-AFS-AFSKREVET-TEXT,
                                WS-AFS-INDDREVET-TEXT, WS-AFS-DATO-TEXT,
                                WS-AFS-OPERATOR-TEXT,
                                WS-AFS-BEGRUNDELSE-TEXT
                       MOVE WS-AFS-KONTO-TEXT TO AFS-KONTO-ID
                       MOVE WS-AFS-PRODUKT-TEXT TO AFS-PRODUKT
                       MOVE 0 TO AFS-AFSKREVET
                       MOVE 0 TO AFS-INDDREVET
                       IF FUNCTION TEST-NUMVAL(WS-AFS-AFSKREVET-TEXT) = 0
                           COMPUTE AFS-AFSKREVET =
                               FUNCTION NUMVAL(WS-AFS-AFSKREVET-TEXT)
                       END-IF
                       IF FUNCTION TEST-NUMVAL(WS-AFS-INDDREVET-TEXT) = 0
                           COMPUTE AFS-INDDREVET =
                               FUNCTION NUMVAL(WS-AFS-INDDREVET-TEXT)
                       END-IF
                       MOVE WS-AFS-DATO-TEXT TO AFS-DATO
                       MOVE WS-AFS-OPERATOR-TEXT TO AFS-OPERATOR
                       MOVE WS-AFS-BEGRUNDELSE-TEXT TO AFS-BEGRUNDELSE
                       WRITE WRITEOFF-INDEX-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE writeoff-file
       exit.

      *> --- the memo line is kept whole so it is written back as
      *> the provisioning run left it ---
       LOAD-PROVISION-MEMO.
           OPEN OUTPUT memo-index-file
           CLOSE memo-index-file
           OPEN I-O memo-index-file

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
                       MOVE WS-MEMO-KONTO-ID TO NED-KONTO-ID
                       MOVE WS-MEMO-PRODUKT TO NED-PRODUKT
                       MOVE MEMO-RECORD TO NED-LINJE
                       MOVE WS-MEMO-STADIE TO NED-STADIE
                       MOVE 0 TO NED-EKSPONERING
                       MOVE 0 TO NED-NEDSKRIVNING
                       IF FUNCTION TEST-NUMVAL(WS-MEMO-EKSPONERING) = 0
                           COMPUTE NED-EKSPONERING =
                               FUNCTION NUMVAL(WS-MEMO-EKSPONERING)
                       END-IF
                       IF FUNCTION TEST-NUMVAL(WS-MEMO-NEDSKRIVNING) = 0
                           COMPUTE NED-NEDSKRIVNING =
                               FUNCTION NUMVAL(WS-MEMO-NEDSKRIVNING)
                       END-IF
                       WRITE MEMO-INDEX-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE memo-file
       exit.

      *> --- overdrawn accounts are read in place from the account
      *> master; each one's REG-NR is taken from the transaction
      *> master's rows ---
       LOAD-ACCOUNTS.
           OPEN INPUT account-index-file
           IF WS-ACCOUNT-INDEX-STATUS NOT = "00"
               DISPLAY "Afskrivning: 8-KontoStam.txt kan ikke"
                   " aabnes"
           END-IF

           OPEN OUTPUT reg-index-file
           CLOSE reg-index-file
           OPEN I-O reg-index-file

           OPEN INPUT transactions-file
           IF WS-TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-TRANSACTIONS-FILE = "Y"
               READ transactions-file
                   AT END
                       MOVE "Y" TO END-OF-TRANSACTIONS-FILE
                   NOT AT END
                       MOVE KONTO-ID OF transactions-in TO RG-KONTO-ID
                       MOVE REG-NR OF transactions-in TO RG-REG-NR
                       WRITE REG-INDEX-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE transactions-file
       exit.

      *> --- REG-NR of the account in KONTOSTAM-ID, spaces when it has
      *> no rows yet ---
       LOOKUP-REG-NR.
           MOVE SPACES TO WS-KONTO-REG-NR
           MOVE KONTOSTAM-ID TO RG-KONTO-ID
           READ reg-index-file
               NOT INVALID KEY
                   MOVE RG-REG-NR TO WS-KONTO-REG-NR
           END-READ
       exit.

       PROCESS-ONE-WRITEOFF.
           MOVE SPACES TO WS-REQ-KONTO-ID
           MOVE SPACES TO WS-REQ-PRODUKT
           MOVE SPACES TO WS-REQ-OPERATOR
           MOVE SPACES TO WS-REQ-BEGRUNDELSE
           UNSTRING REQUEST-RECORD DELIMITED BY ","
               INTO WS-REQ-KONTO-ID, WS-REQ-PRODUKT, WS-REQ-OPERATOR,
                    WS-REQ-BEGRUNDELSE
           IF WS-REQ-KONTO-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           IF WS-REGISTER-PRESENT = "Y" AND WS-REQ-OPERATOR = SPACES
               MOVE "Anmodning uden operatoer-ID" TO WS-REASON
               perform REJECT-WRITEOFF
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-OPERATOR NOT = SPACES
               MOVE "GODKENDER" TO WS-ROLLE-KRAV
               CALL "OperatoerOpslag" USING WS-REQ-OPERATOR
                   WS-ROLLE-KRAV WS-OPR-STATUS
               IF WS-OPR-STATUS NOT = "00"
                   MOVE "Operatoeren mangler godkender-rolle" TO WS-REASON
                   perform REJECT-WRITEOFF
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-REQ-PRODUKT NOT = "LAAN" AND WS-REQ-PRODUKT NOT = "TRAEK"
               MOVE "Ukendt PRODUKT" TO WS-REASON
               perform REJECT-WRITEOFF
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REQ-KONTO-ID TO AFS-KONTO-ID
           MOVE WS-REQ-PRODUKT TO AFS-PRODUKT
           READ writeoff-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Allerede afskrevet" TO WS-REASON
                   perform REJECT-WRITEOFF
                   EXIT PARAGRAPH
           END-READ

           MOVE WS-REQ-KONTO-ID TO NED-KONTO-ID
           MOVE WS-REQ-PRODUKT TO NED-PRODUKT
           READ memo-index-file
               INVALID KEY
                   MOVE "Ikke med i seneste nedskrivning" TO WS-REASON
                   perform REJECT-WRITEOFF
                   EXIT PARAGRAPH
           END-READ
           IF NED-STADIE NOT = "3"
               MOVE "Ikke i stadie 3 (misligholdt)" TO WS-REASON
               perform REJECT-WRITEOFF
               EXIT PARAGRAPH
           END-IF

           IF WS-REQ-PRODUKT = "TRAEK"
               MOVE WS-REQ-KONTO-ID TO KONTOSTAM-ID
               READ account-index-file
                   INVALID KEY
                       MOVE "Kontoen findes ikke" TO WS-REASON
                       perform REJECT-WRITEOFF
                       EXIT PARAGRAPH
               END-READ
               perform LOOKUP-REG-NR
               MOVE 0 TO WS-KONTO-BALANCE
               IF FUNCTION TEST-NUMVAL(KONTOSTAM-BALANCE) = 0
                   COMPUTE WS-KONTO-BALANCE =
                       FUNCTION NUMVAL(KONTOSTAM-BALANCE)
               END-IF
               IF WS-KONTO-BALANCE >= 0 OR KONTOSTAM-CPR = SPACES
                   MOVE "Kontoen er ikke overtrukket" TO WS-REASON
                   perform REJECT-WRITEOFF
                   EXIT PARAGRAPH
               END-IF
               perform POST-OVERDRAFT-CLEARING
           ELSE
               ADD 1 TO WS-LOAN-WRITEOFF-COUNT
           END-IF

           perform BOOK-WRITEOFF
       exit.

      *> --- the provision held is used up first; the rest is loss ---
       BOOK-WRITEOFF.
           ADD 1 TO WS-WRITTEN-OFF-COUNT
           MOVE NED-EKSPONERING TO WS-AFSKREVET
           MOVE NED-NEDSKRIVNING TO WS-FORBRUGT
           IF WS-FORBRUGT > WS-AFSKREVET
               MOVE WS-AFSKREVET TO WS-FORBRUGT
           END-IF
           COMPUTE WS-TAB = WS-AFSKREVET - WS-FORBRUGT

           MOVE "AFSKR-" TO WS-GL-TYPE
           MOVE WS-REQ-PRODUKT TO WS-GL-TYPE(7:5)
           IF WS-FORBRUGT > 0
               MOVE SPACES TO WS-GL-KONTOART
               STRING "NEDSKRIVNING-" FUNCTION TRIM(WS-REQ-PRODUKT)
                      DELIMITED BY SIZE INTO WS-GL-KONTOART
               MOVE "D" TO WS-GL-SIDE
               MOVE WS-FORBRUGT TO WS-GL-BELOEB
               perform WRITE-GL-LINE
           END-IF
           IF WS-TAB > 0
               MOVE "TABSUDGIFT" TO WS-GL-KONTOART
               MOVE "D" TO WS-GL-SIDE
               MOVE WS-TAB TO WS-GL-BELOEB
               perform WRITE-GL-LINE
           END-IF
           MOVE SPACES TO WS-GL-KONTOART
           STRING "AFSKRIVNING-" FUNCTION TRIM(WS-REQ-PRODUKT)
                  DELIMITED BY SIZE INTO WS-GL-KONTOART
           MOVE "K" TO WS-GL-SIDE
           MOVE WS-AFSKREVET TO WS-GL-BELOEB
           perform WRITE-GL-LINE

           MOVE WS-REQ-KONTO-ID TO AFS-KONTO-ID
           MOVE WS-REQ-PRODUKT TO AFS-PRODUKT
           MOVE WS-AFSKREVET TO AFS-AFSKREVET
           MOVE 0 TO AFS-INDDREVET
           MOVE WS-TODAY-DATE TO AFS-DATO
           MOVE WS-REQ-OPERATOR TO AFS-OPERATOR
           MOVE WS-REQ-BEGRUNDELSE TO AFS-BEGRUNDELSE
           WRITE WRITEOFF-INDEX-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           DELETE memo-index-file RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE

           MOVE "AFSKREVET" TO WS-LOG-HANDLING
           MOVE WS-AFSKREVET TO WS-LOG-BELOEB
           MOVE WS-REQ-BEGRUNDELSE TO WS-LOG-TEKST
           MOVE WS-REQ-KONTO-ID TO WS-REC-KONTO-ID
           MOVE WS-REQ-PRODUKT TO WS-REC-PRODUKT
           perform WRITE-AUDIT-LINE

           MOVE WS-AFSKREVET TO WS-AMOUNT-DISPLAY
           MOVE WS-FORBRUGT TO WS-AMOUNT-DISPLAY-2
           MOVE SPACES TO REPORT-RECORD
           STRING "Afskrevet - " FUNCTION TRIM(WS-REQ-PRODUKT)
                  " KONTO-ID: " FUNCTION TRIM(WS-REQ-KONTO-ID)
                  ", beloeb: " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  ", heraf nedskrivning: "
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY-2)
                  ", operatoer: " FUNCTION TRIM(WS-REQ-OPERATOR)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

      *> --- the overdraft is cleared on the account itself in its
      *> own currency ---
       POST-OVERDRAFT-CLEARING.
           MOVE SPACES TO delivery-out
           MOVE KONTOSTAM-CPR TO CPR OF delivery-out
           MOVE KONTOSTAM-ID TO KONTO-ID OF delivery-out
           MOVE WS-KONTO-REG-NR TO REG-NR OF delivery-out
           MOVE "0000" TO FILIAL-NR OF delivery-out
           MOVE SPACES TO TIDSPUNKT OF delivery-out
           STRING WS-TODAY-DATE DELIMITED BY SIZE
                  " 06:00:00" DELIMITED BY SIZE
                  INTO TIDSPUNKT OF delivery-out
           MOVE "Afskrivning" TO TRANSAKTIONSTYPE OF delivery-out
           COMPUTE WS-GL-BELOEB = 0 - WS-KONTO-BALANCE
           MOVE WS-GL-BELOEB TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO BELOEB OF delivery-out
           MOVE FUNCTION TRIM(WS-AMOUNT-DISPLAY) TO BELOEB OF delivery-out
           IF KONTOSTAM-VALUTA = SPACES
               MOVE "DKK" TO VALUTA OF delivery-out
           ELSE
               MOVE KONTOSTAM-VALUTA TO VALUTA OF delivery-out
           END-IF
           MOVE SPACES TO BUTIK OF delivery-out
           MOVE SPACES TO TRANS-REF OF delivery-out
           STRING "AF" DELIMITED BY SIZE
                  FUNCTION TRIM(KONTOSTAM-ID) DELIMITED BY SIZE
                  INTO TRANS-REF OF delivery-out
           WRITE delivery-out
       exit.

       REJECT-WRITEOFF.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "Afvist - " FUNCTION TRIM(WS-REASON)
                  " - KONTO-ID: " FUNCTION TRIM(WS-REQ-KONTO-ID)
                  ", PRODUKT: " FUNCTION TRIM(WS-REQ-PRODUKT)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

      *> --- money collected after the write-off reduces the loss ---
       PROCESS-ONE-RECOVERY.
           MOVE SPACES TO WS-REC-KONTO-ID
           MOVE SPACES TO WS-REC-PRODUKT
           MOVE SPACES TO WS-REC-BELOEB-TEXT
           MOVE SPACES TO WS-REC-REFERENCE
           UNSTRING RECOVERY-RECORD DELIMITED BY ","
               INTO WS-REC-KONTO-ID, WS-REC-PRODUKT, WS-REC-BELOEB-TEXT,
                    WS-REC-REFERENCE
           IF WS-REC-KONTO-ID = SPACES
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(WS-REC-BELOEB-TEXT) NOT = 0
               MOVE "Ugyldigt beloeb" TO WS-REASON
               perform REJECT-RECOVERY
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-REC-BELOEB = FUNCTION NUMVAL(WS-REC-BELOEB-TEXT)
           IF WS-REC-BELOEB <= 0
               MOVE "Ugyldigt beloeb" TO WS-REASON
               perform REJECT-RECOVERY
               EXIT PARAGRAPH
           END-IF

           MOVE WS-REC-KONTO-ID TO AFS-KONTO-ID
           MOVE WS-REC-PRODUKT TO AFS-PRODUKT
           READ writeoff-index-file
               INVALID KEY
                   MOVE "Ingen afskrivning paa kontoen" TO WS-REASON
                   perform REJECT-RECOVERY
                   EXIT PARAGRAPH
           END-READ
           COMPUTE WS-REC-REST = AFS-AFSKREVET - AFS-INDDREVET
           IF WS-REC-BELOEB > WS-REC-REST
               MOVE "Overstiger det afskrevne" TO WS-REASON
               perform REJECT-RECOVERY
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-RECOVERED-COUNT
           ADD WS-REC-BELOEB TO AFS-INDDREVET
           REWRITE WRITEOFF-INDEX-RECORD

           MOVE "INDDR-" TO WS-GL-TYPE
           MOVE WS-REC-PRODUKT TO WS-GL-TYPE(7:5)
           MOVE "INDKASSO" TO WS-GL-KONTOART
           MOVE "D" TO WS-GL-SIDE
           MOVE WS-REC-BELOEB TO WS-GL-BELOEB
           perform WRITE-GL-LINE
           MOVE "TABSUDGIFT" TO WS-GL-KONTOART
           MOVE "K" TO WS-GL-SIDE
           perform WRITE-GL-LINE

           MOVE "INDDREVET" TO WS-LOG-HANDLING
           MOVE WS-REC-BELOEB TO WS-LOG-BELOEB
           MOVE WS-REC-REFERENCE TO WS-LOG-TEKST
           MOVE SPACES TO WS-REQ-OPERATOR
           perform WRITE-AUDIT-LINE

           MOVE WS-REC-BELOEB TO WS-AMOUNT-DISPLAY
           MOVE AFS-INDDREVET TO WS-AMOUNT-DISPLAY-2
           MOVE SPACES TO REPORT-RECORD
           STRING "Inddrevet - " FUNCTION TRIM(WS-REC-PRODUKT)
                  " KONTO-ID: " FUNCTION TRIM(WS-REC-KONTO-ID)
                  ", beloeb: " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  ", inddrevet i alt: " FUNCTION TRIM(WS-AMOUNT-DISPLAY-2)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

       REJECT-RECOVERY.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "Afvist inddrivelse - " FUNCTION TRIM(WS-REASON)
                  " - KONTO-ID: " FUNCTION TRIM(WS-REC-KONTO-ID)
                  ", reference: " FUNCTION TRIM(WS-REC-REFERENCE)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

       WRITE-GL-LINE.
           ADD 1 TO WS-GL-POSTED
           IF WS-GL-SIDE = "D"
               ADD WS-GL-BELOEB TO WS-GL-DEBET-TOTAL
           ELSE
               ADD WS-GL-BELOEB TO WS-GL-KREDIT-TOTAL
           END-IF
           MOVE WS-GL-BELOEB TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO GL-RECORD
           STRING "POST;" WS-TODAY-DATE ";"
                  FUNCTION TRIM(WS-GL-KONTOART) ";"
                  FUNCTION TRIM(WS-GL-TYPE) ";;"
                  WS-GL-SIDE ";"
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  DELIMITED BY SIZE INTO GL-RECORD
           WRITE GL-RECORD
       exit.

      *> --- TIMESTAMP,OPERATOR,KONTO-ID,PRODUKT,HANDLING,BELOEB,TEKST ---
       WRITE-AUDIT-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE WS-LOG-BELOEB TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO LOG-RECORD
           STRING WS-AUDIT-TIMESTAMP(1:8) "-" WS-AUDIT-TIMESTAMP(9:6) ","
                  FUNCTION TRIM(WS-REQ-OPERATOR) ","
                  FUNCTION TRIM(WS-REC-KONTO-ID) ","
                  FUNCTION TRIM(WS-REC-PRODUKT) ","
                  FUNCTION TRIM(WS-LOG-HANDLING) ","
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY) ","
                  FUNCTION TRIM(WS-LOG-TEKST)
                  DELIMITED BY SIZE INTO LOG-RECORD
           WRITE LOG-RECORD
       exit.

       REWRITE-WRITEOFF-REGISTER.
           MOVE "N" TO END-OF-INDEX-SCAN
           MOVE LOW-VALUES TO AFS-NOEGLE
           START writeoff-index-file KEY IS >= AFS-NOEGLE
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-SCAN
           END-START

           OPEN OUTPUT writeoff-file
           PERFORM UNTIL END-OF-INDEX-SCAN = "Y"
               READ writeoff-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-SCAN
                   NOT AT END
                       MOVE AFS-AFSKREVET TO WS-AMOUNT-DISPLAY
                       MOVE AFS-INDDREVET TO WS-AMOUNT-DISPLAY-2
                       MOVE SPACES TO WRITEOFF-RECORD
                       STRING FUNCTION TRIM(AFS-KONTO-ID) ","
                              FUNCTION TRIM(AFS-PRODUKT) ","
                              FUNCTION TRIM(WS-AMOUNT-DISPLAY) ","
                              FUNCTION TRIM(WS-AMOUNT-DISPLAY-2) ","
                              AFS-DATO ","
                              FUNCTION TRIM(AFS-OPERATOR) ","
                              FUNCTION TRIM(AFS-BEGRUNDELSE)
                              DELIMITED BY SIZE INTO WRITEOFF-RECORD
                       WRITE WRITEOFF-RECORD
               END-READ
           END-PERFORM
           CLOSE writeoff-file
       exit.

       REWRITE-PROVISION-MEMO.
           MOVE "N" TO END-OF-INDEX-SCAN
           MOVE LOW-VALUES TO NED-NOEGLE
           START memo-index-file KEY IS >= NED-NOEGLE
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-SCAN
           END-START

           OPEN OUTPUT memo-file
           PERFORM UNTIL END-OF-INDEX-SCAN = "Y"
               READ memo-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-SCAN
                   NOT AT END
                       MOVE NED-LINJE TO MEMO-RECORD
                       WRITE MEMO-RECORD
               END-READ
           END-PERFORM
           CLOSE memo-file
       exit.

      *> --- the register without the loans written off today ---
       WRITE-NEW-LOAN-REGISTER.
           OPEN INPUT loan-file
           IF WS-LOAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT loan-new-file
           PERFORM UNTIL END-OF-LOAN-FILE = "Y"
               READ loan-file
                   AT END
                       MOVE "Y" TO END-OF-LOAN-FILE
                   NOT AT END
                       MOVE SPACES TO WS-LAAN-KONTO-ID
                       UNSTRING LOAN-RECORD DELIMITED BY ","
                           INTO WS-LAAN-KONTO-ID
                       MOVE WS-LAAN-KONTO-ID TO AFS-KONTO-ID
                       MOVE "LAAN" TO AFS-PRODUKT
                       READ writeoff-index-file
                           INVALID KEY
                               MOVE LOAN-RECORD TO LOAN-NEW-RECORD
                               WRITE LOAN-NEW-RECORD
                       END-READ
               END-READ
           END-PERFORM
           CLOSE loan-file
           CLOSE loan-new-file
       exit.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-WRITTEN-OFF-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Afskrevet: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-RECOVERED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Inddrivelser bogfoert: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Afvist: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
