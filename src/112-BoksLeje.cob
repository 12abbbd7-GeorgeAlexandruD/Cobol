identification division.
       program-id. BoksLeje.

      *> --- Safe-deposit box register run: annual rent billing and
      *> the estate flag. 112-BoksRegister.txt holds one box per
      *> line per branch:
      *>   FILIAL-NR,BOKS-NR,LEJER-CPR,LEJE-KONTO-ID,AARSLEJE,
      *>   NAESTE-OPKRAEVNING,STATUS
      *> (STATUS AKTIV or OPSAGT); the authorised key holders are in
      *> 112-BoksNoegleholdere.txt (FILIAL-NR,BOKS-NR,CPR,NAVN) and
      *> every visit is logged by BoksAdgang. An AKTIV box whose
      *> NAESTE-OPKRAEVNING has come bills its rent as a fee row
      *> (type Gebyr, reference BL+FILIAL-NR+BOKS-NR+year) through
      *> 16-Leverance.txt against LEJE-KONTO-ID and moves the date a
      *> year on. When the account's balance in 8-KontoStam.txt does
      *> not cover the rent, the row's reference also goes into
      *> 60-Frigivelser.txt so the intake posts it into overdraft
      *> rather than parking it - the debt is then RykkerTrappe's
      *> to dun like any overdraft - and the box is listed as in
      *> arrears. Boxes whose renter has an AKTIV estate in
      *> 63-DoedsboRegister.txt are flagged for the estate process.
      *> Everything lands in 112-BoksRapport.txt. ---

environment division.
input-output section.
file-control.
       select box-file assign to "112-BoksRegister.txt"
           organization line sequential
           file status is WS-BOX-STATUS.

       select keyholder-file assign to "112-BoksNoegleholdere.txt"
           organization line sequential
           file status is WS-KEYHOLDER-STATUS.

       select estate-file assign to "63-DoedsboRegister.txt"
           organization line sequential
           file status is WS-ESTATE-STATUS.

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

       select release-file assign to "60-Frigivelser.txt"
           organization line sequential
           file status is WS-RELEASE-STATUS.

       select report-file assign to "112-BoksRapport.txt"
           organization line sequential.

      *> --- AKTIV estates keyed on CPR ---
       select estate-index-file assign to "WS-BoksDoedsbo.tmp"
           organization is indexed
           access mode is dynamic
           record key is BO-CPR
           file status is WS-ESTATE-INDEX-STATUS.

      *> --- balance and status per account from the account master
      *> keyed on KONTO-ID ---
       select account-index-file assign to "8-KontoStam.txt"
           organization is indexed
           access mode is dynamic
           record key is KONTOSTAM-ID
           alternate record key is KONTOSTAM-KUNDE-ID with duplicates
           alternate record key is KONTOSTAM-CPR with duplicates
           file status is WS-ACCOUNT-INDEX-STATUS.

      *> --- each rent account's REG-NR, from the transaction
      *> master's rows ---
       select reg-index-file assign to "WS-BoksRegNr.tmp"
           organization is indexed
           access mode is dynamic
           record key is RG-KONTO-ID
           file status is WS-REG-INDEX-STATUS.

data division.
file section.
FD box-file.
       01 BOX-RECORD pic x(120).

FD keyholder-file.
       01 KEYHOLDER-RECORD pic x(100).

FD estate-file.
       01 ESTATE-CSV-RECORD pic x(150).

FD transactions-file.
01 transactions-in.
       copy "10-TRANSAKTIONER.cpy".

FD delivery-file.
01 delivery-out.
       copy "10-TRANSAKTIONER.cpy".

FD release-file.
       01 RELEASE-RECORD pic x(30).

FD report-file.
       01 REPORT-RECORD pic x(150).

FD estate-index-file.
       01 ESTATE-INDEX-RECORD.
           05 BO-CPR pic x(15).

FD account-index-file.
       01 ACCOUNT-INDEX-RECORD.
           copy "8-KONTOSTAM.cpy".

FD reg-index-file.
       01 REG-INDEX-RECORD.
           05 RG-KONTO-ID pic x(15).
           05 RG-REG-NR pic x(4).

WORKING-STORAGE SECTION.
       01 WS-BOX-STATUS pic XX value spaces.
       01 WS-KEYHOLDER-STATUS pic XX value spaces.
       01 WS-ESTATE-STATUS pic XX value spaces.
       01 WS-TRANS-STATUS pic XX value spaces.
       01 WS-DELIVERY-STATUS pic XX value spaces.
       01 WS-RELEASE-STATUS pic XX value spaces.
       01 WS-ESTATE-INDEX-STATUS pic XX value spaces.
       01 WS-ACCOUNT-INDEX-STATUS pic XX value spaces.
       01 WS-REG-INDEX-STATUS pic XX value spaces.

       01 END-OF-BOX-FILE pic x value "N".
       01 END-OF-KEYHOLDER-FILE pic x value "N".
       01 END-OF-ESTATE-FILE pic x value "N".
       01 END-OF-TRANSACTIONS-FILE pic x value "N".

      *> --- the box register, held while billing moves the next
      *> billing date and written back when any did ---
       01 WS-BOX-COUNT pic 9(4) value 0.
       01 WS-BOX-IX pic 9(4) value 0.
       01 WS-BOX-TABLE OCCURS 2000 TIMES.
           05 BX-FILIAL-NR pic x(4).
           05 BX-BOKS-NR pic x(8).
           05 BX-LEJER-CPR pic x(15).
           05 BX-KONTO-ID pic x(15).
           05 BX-AARSLEJE pic x(12).
           05 BX-NAESTE pic x(10).
           05 BX-STATUS pic x(8).
           05 BX-NOEGLER pic 9(3).
       01 WS-REGISTER-CHANGED pic x value "N".

       01 WS-NH-FILIAL-NR pic x(4) value spaces.
       01 WS-NH-BOKS-NR pic x(8) value spaces.
       01 WS-NH-CPR pic x(15) value spaces.

       01 WS-BO-CPR-TEXT pic x(15) value spaces.
       01 WS-BO-KUNDE-TEXT pic x(10) value spaces.
       01 WS-BO-DATO-TEXT pic x(10) value spaces.
       01 WS-BO-STATUS-TEXT pic x(8) value spaces.

       01 WS-KONTO-REG-NR pic x(4) value spaces.
       01 WS-KONTO-BALANCE pic S9(13)v99 value 0.

       01 WS-LEJE-NUM pic S9(11)v99 value 0.
       01 WS-BELOEB-DISPLAY pic -Z(11).99.
       01 WS-ARREARS pic x value "N".
       01 WS-BOX-REF pic x(20) value spaces.
       01 WS-NH-DISPLAY pic ZZ9.

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-NEXT-YEAR pic 9(4) value 0.

       01 WS-BOX-ACTIVE-COUNT pic 9(7) value 0.
       01 WS-BILLED-COUNT pic 9(7) value 0.
       01 WS-ARREARS-COUNT pic 9(7) value 0.
       01 WS-ESTATE-COUNT pic 9(7) value 0.
       01 WS-REJECTED-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

      *> --- integrity seal on the shared handoff, proven before
      *> rows are added and renewed afterwards ---
       01 WS-SEGL-MODE pic x value space.
       01 WS-SEGL-FILNAVN pic x(40) value spaces.
       01 WS-LEVERANCE-SEGL pic XX value spaces.

PROCEDURE DIVISION.
       OPEN INPUT box-file
       IF WS-BOX-STATUS = "35"
           DISPLAY "BoksLeje: 112-BoksRegister.txt blev ikke fundet"
               " - ingen bokse"
           STOP RUN
       END-IF

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still posts under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       perform LOAD-BOXES
       perform COUNT-KEYHOLDERS
       perform LOAD-ESTATE-REGISTER
       perform LOAD-ACCOUNTS

       *> rows are only added to a delivery whose seal still holds
       MOVE "A" TO WS-SEGL-MODE
       MOVE "16-Leverance.txt" TO WS-SEGL-FILNAVN
       CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
           WS-LEVERANCE-SEGL
       OPEN EXTEND delivery-file
       IF WS-DELIVERY-STATUS = "35"
           OPEN OUTPUT delivery-file
       END-IF

       OPEN EXTEND release-file
       IF WS-RELEASE-STATUS = "35"
           OPEN OUTPUT release-file
       END-IF

       OPEN OUTPUT report-file
       MOVE SPACES TO REPORT-RECORD
       STRING "Bokse - lejeopkraevning og registerkontrol "
                  DELIMITED BY SIZE
              WS-TODAY-DATE DELIMITED BY SIZE
              INTO REPORT-RECORD
       WRITE REPORT-RECORD
       MOVE SPACES TO REPORT-RECORD
       WRITE REPORT-RECORD

       PERFORM VARYING WS-BOX-IX FROM 1 BY 1
           UNTIL WS-BOX-IX > WS-BOX-COUNT
           IF FUNCTION TRIM(BX-STATUS(WS-BOX-IX)) = "AKTIV"
               ADD 1 TO WS-BOX-ACTIVE-COUNT
               perform CHECK-BOX-ESTATE
               IF BX-NAESTE(WS-BOX-IX) NOT = SPACES
                   AND BX-NAESTE(WS-BOX-IX) <= WS-TODAY-DATE
                   perform BILL-ONE-BOX
               END-IF
           END-IF
       END-PERFORM

       IF WS-REGISTER-CHANGED = "Y"
           perform WRITE-BOXES
       END-IF

       perform WRITE-REPORT-TRAILER

       close delivery-file
       *> the seal is renewed over the added rows; a delivery whose
       *> seal had already failed is left for the receiver to refuse
       IF WS-LEVERANCE-SEGL = "00"
           MOVE "S" TO WS-SEGL-MODE
           MOVE "16-Leverance.txt" TO WS-SEGL-FILNAVN
           CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
               WS-LEVERANCE-SEGL
       END-IF
       close release-file
       close report-file
       close estate-index-file
       close account-index-file
       close reg-index-file
stop run.

       LOAD-BOXES.
           PERFORM UNTIL END-OF-BOX-FILE = "Y"
               READ box-file
                   AT END
                       MOVE "Y" TO END-OF-BOX-FILE
                   NOT AT END
                       IF WS-BOX-COUNT < 2000
                           ADD 1 TO WS-BOX-COUNT
                           MOVE SPACES TO WS-BOX-TABLE(WS-BOX-COUNT)
                           UNSTRING BOX-RECORD DELIMITED BY ","
                               INTO BX-FILIAL-NR(WS-BOX-COUNT),
                                    BX-BOKS-NR(WS-BOX-COUNT),
                                    BX-LEJER-CPR(WS-BOX-COUNT),
                                    BX-KONTO-ID(WS-BOX-COUNT),
                                    BX-AARSLEJE(WS-BOX-COUNT),
                                    BX-NAESTE(WS-BOX-COUNT),
                                    BX-STATUS(WS-BOX-COUNT)
                           MOVE 0 TO BX-NOEGLER(WS-BOX-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE box-file
       exit.

      *> --- key holders per box, for the register listing ---
       COUNT-KEYHOLDERS.
           OPEN INPUT keyholder-file
           IF WS-KEYHOLDER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-KEYHOLDER-FILE = "Y"
               READ keyholder-file
                   AT END
                       MOVE "Y" TO END-OF-KEYHOLDER-FILE
                   NOT AT END
                       MOVE SPACES TO WS-NH-FILIAL-NR
                       MOVE SPACES TO WS-NH-BOKS-NR
                       MOVE SPACES TO WS-NH-CPR
                       UNSTRING KEYHOLDER-RECORD DELIMITED BY ","
                           INTO WS-NH-FILIAL-NR, WS-NH-BOKS-NR, WS-NH-CPR
                       PERFORM VARYING WS-BOX-IX FROM 1 BY 1
                           UNTIL WS-BOX-IX > WS-BOX-COUNT
                           IF BX-FILIAL-NR(WS-BOX-IX) = WS-NH-FILIAL-NR
                               AND BX-BOKS-NR(WS-BOX-IX) = WS-NH-BOKS-NR
                               ADD 1 TO BX-NOEGLER(WS-BOX-IX)
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE keyholder-file
       exit.

      *> --- optional estate register; only AKTIV estates flag ---
       LOAD-ESTATE-REGISTER.
           OPEN OUTPUT estate-index-file
           CLOSE estate-index-file
           OPEN I-O estate-index-file

           OPEN INPUT estate-file
           IF WS-ESTATE-STATUS = "00"
               PERFORM UNTIL END-OF-ESTATE-FILE = "Y"
                   READ estate-file
                       AT END
                           MOVE "Y" TO END-OF-ESTATE-FILE
                       NOT AT END
                           MOVE SPACES TO WS-BO-CPR-TEXT
                           MOVE SPACES TO WS-BO-KUNDE-TEXT
                           MOVE SPACES TO WS-BO-DATO-TEXT
                           MOVE SPACES TO WS-BO-STATUS-TEXT
                           UNSTRING ESTATE-CSV-RECORD DELIMITED BY ","
                               INTO WS-BO-CPR-TEXT, WS-BO-KUNDE-TEXT,
                                    WS-BO-DATO-TEXT, WS-BO-STATUS-TEXT
                           IF FUNCTION TRIM(WS-BO-STATUS-TEXT) = "AKTIV"
                               MOVE WS-BO-CPR-TEXT TO BO-CPR
                               WRITE ESTATE-INDEX-RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-WRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE estate-file
           END-IF
       exit.

      *> --- rent accounts are read in place from the account
      *> master; each one's REG-NR is taken from the transaction
      *> master's rows ---
       LOAD-ACCOUNTS.
           OPEN INPUT account-index-file
           IF WS-ACCOUNT-INDEX-STATUS NOT = "00"
               DISPLAY "BoksLeje: 8-KontoStam.txt kan ikke"
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

       CHECK-BOX-ESTATE.
           MOVE BX-LEJER-CPR(WS-BOX-IX) TO BO-CPR
           READ estate-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ESTATE-COUNT
                   MOVE BX-NOEGLER(WS-BOX-IX) TO WS-NH-DISPLAY
                   MOVE SPACES TO REPORT-RECORD
                   STRING "Doedsbo - Filial: " DELIMITED BY SIZE
                          BX-FILIAL-NR(WS-BOX-IX) DELIMITED BY SIZE
                          ", boks: " DELIMITED BY SIZE
                          FUNCTION TRIM(BX-BOKS-NR(WS-BOX-IX))
                              DELIMITED BY SIZE
                          ", lejer: " DELIMITED BY SIZE
                          FUNCTION TRIM(BX-LEJER-CPR(WS-BOX-IX))
                              DELIMITED BY SIZE
                          ", noegleholdere: " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-NH-DISPLAY) DELIMITED BY SIZE
                          " - boksen skal med i boopgoerelsen"
                              DELIMITED BY SIZE
                          INTO REPORT-RECORD
                   WRITE REPORT-RECORD
           END-READ
       exit.

      *> --- the rent row posts whether or not the account covers
      *> it; an uncovered rent is pre-released so it lands as an
      *> overdraft for the dunning ladder instead of waiting in the
      *> referral queue ---
       BILL-ONE-BOX.
           IF FUNCTION TEST-NUMVAL(BX-AARSLEJE(WS-BOX-IX)) NOT = 0
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "Afvist - ugyldig leje - Filial: " DELIMITED BY SIZE
                      BX-FILIAL-NR(WS-BOX-IX) DELIMITED BY SIZE
                      ", boks: " DELIMITED BY SIZE
                      FUNCTION TRIM(BX-BOKS-NR(WS-BOX-IX))
                          DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LEJE-NUM = FUNCTION NUMVAL(BX-AARSLEJE(WS-BOX-IX))

           MOVE BX-KONTO-ID(WS-BOX-IX) TO KONTOSTAM-ID
           READ account-index-file
               INVALID KEY
                   MOVE "LUKKET" TO KONTOSTAM-STATUS
           END-READ
           IF FUNCTION TRIM(KONTOSTAM-STATUS) = "LUKKET"
               ADD 1 TO WS-REJECTED-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "Afvist - lejekonto ukendt eller lukket - Filial: "
                          DELIMITED BY SIZE
                      BX-FILIAL-NR(WS-BOX-IX) DELIMITED BY SIZE
                      ", boks: " DELIMITED BY SIZE
                      FUNCTION TRIM(BX-BOKS-NR(WS-BOX-IX))
                          DELIMITED BY SIZE
                      ", konto: " DELIMITED BY SIZE
                      FUNCTION TRIM(BX-KONTO-ID(WS-BOX-IX))
                          DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-BOX-REF
           STRING "BL" DELIMITED BY SIZE
                  FUNCTION TRIM(BX-FILIAL-NR(WS-BOX-IX)) DELIMITED BY SIZE
                  FUNCTION TRIM(BX-BOKS-NR(WS-BOX-IX)) DELIMITED BY SIZE
                  BX-NAESTE(WS-BOX-IX)(1:4) DELIMITED BY SIZE
                  INTO WS-BOX-REF

           perform LOOKUP-REG-NR
           MOVE 0 TO WS-KONTO-BALANCE
           IF FUNCTION TEST-NUMVAL(KONTOSTAM-BALANCE) = 0
               COMPUTE WS-KONTO-BALANCE =
                   FUNCTION NUMVAL(KONTOSTAM-BALANCE)
           END-IF

           MOVE "N" TO WS-ARREARS
           IF WS-KONTO-BALANCE < WS-LEJE-NUM
               MOVE "Y" TO WS-ARREARS
               ADD 1 TO WS-ARREARS-COUNT
               MOVE SPACES TO RELEASE-RECORD
               MOVE WS-BOX-REF TO RELEASE-RECORD
               WRITE RELEASE-RECORD
           END-IF

           perform EMIT-RENT-ROW
           ADD 1 TO WS-BILLED-COUNT

           MOVE BX-NAESTE(WS-BOX-IX)(1:4) TO WS-NEXT-YEAR
           ADD 1 TO WS-NEXT-YEAR
           MOVE WS-NEXT-YEAR TO BX-NAESTE(WS-BOX-IX)(1:4)
           MOVE "Y" TO WS-REGISTER-CHANGED

           MOVE WS-LEJE-NUM TO WS-BELOEB-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           IF WS-ARREARS = "Y"
               STRING "Restance - Filial: " DELIMITED BY SIZE
                      BX-FILIAL-NR(WS-BOX-IX) DELIMITED BY SIZE
                      ", boks: " DELIMITED BY SIZE
                      FUNCTION TRIM(BX-BOKS-NR(WS-BOX-IX))
                          DELIMITED BY SIZE
                      ", konto: " DELIMITED BY SIZE
                      FUNCTION TRIM(BX-KONTO-ID(WS-BOX-IX))
                          DELIMITED BY SIZE
                      ", leje: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BELOEB-DISPLAY) DELIMITED BY SIZE
                      " - daekkes ikke, overgaar til rykkerforloeb"
                          DELIMITED BY SIZE
                      INTO REPORT-RECORD
           ELSE
               STRING "Opkraevet - Filial: " DELIMITED BY SIZE
                      BX-FILIAL-NR(WS-BOX-IX) DELIMITED BY SIZE
                      ", boks: " DELIMITED BY SIZE
                      FUNCTION TRIM(BX-BOKS-NR(WS-BOX-IX))
                          DELIMITED BY SIZE
                      ", konto: " DELIMITED BY SIZE
                      FUNCTION TRIM(BX-KONTO-ID(WS-BOX-IX))
                          DELIMITED BY SIZE
                      ", leje: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BELOEB-DISPLAY) DELIMITED BY SIZE
                      ", naeste: " DELIMITED BY SIZE
                      BX-NAESTE(WS-BOX-IX) DELIMITED BY SIZE
                      INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
       exit.

       EMIT-RENT-ROW.
           MOVE SPACES TO delivery-out
           MOVE BX-LEJER-CPR(WS-BOX-IX) TO CPR OF delivery-out
           MOVE BX-KONTO-ID(WS-BOX-IX) TO KONTO-ID OF delivery-out
           MOVE WS-KONTO-REG-NR TO REG-NR OF delivery-out
           MOVE BX-FILIAL-NR(WS-BOX-IX) TO FILIAL-NR OF delivery-out
           *> NAVN/ADRESSE are left for the Indlaes intake to enrich
           *> from the customer master
           MOVE SPACES TO TIDSPUNKT OF delivery-out
           STRING WS-TODAY-DATE DELIMITED BY SIZE
                  " 06:00:00" DELIMITED BY SIZE
                  INTO TIDSPUNKT OF delivery-out
           MOVE "Gebyr" TO TRANSAKTIONSTYPE OF delivery-out
           COMPUTE WS-BELOEB-DISPLAY = 0 - WS-LEJE-NUM
           MOVE SPACES TO BELOEB OF delivery-out
           MOVE FUNCTION TRIM(WS-BELOEB-DISPLAY) TO BELOEB OF delivery-out
           MOVE "DKK" TO VALUTA OF delivery-out
           MOVE SPACES TO BUTIK OF delivery-out
           MOVE WS-BOX-REF TO TRANS-REF OF delivery-out
           WRITE delivery-out
       exit.

       WRITE-BOXES.
           OPEN OUTPUT box-file
           PERFORM VARYING WS-BOX-IX FROM 1 BY 1
               UNTIL WS-BOX-IX > WS-BOX-COUNT
               MOVE SPACES TO BOX-RECORD
               STRING FUNCTION TRIM(BX-FILIAL-NR(WS-BOX-IX)) ","
                      FUNCTION TRIM(BX-BOKS-NR(WS-BOX-IX)) ","
                      FUNCTION TRIM(BX-LEJER-CPR(WS-BOX-IX)) ","
                      FUNCTION TRIM(BX-KONTO-ID(WS-BOX-IX)) ","
                      FUNCTION TRIM(BX-AARSLEJE(WS-BOX-IX)) ","
                      FUNCTION TRIM(BX-NAESTE(WS-BOX-IX)) ","
                      FUNCTION TRIM(BX-STATUS(WS-BOX-IX))
                      DELIMITED BY SIZE INTO BOX-RECORD
               WRITE BOX-RECORD
           END-PERFORM
           CLOSE box-file
       exit.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-BOX-ACTIVE-COUNT TO WS-COUNT-DISPLAY
           STRING "Aktive bokse: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-BILLED-COUNT TO WS-COUNT-DISPLAY
           STRING "Lejeopkraevninger: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-ARREARS-COUNT TO WS-COUNT-DISPLAY
           STRING "Heraf i restance: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
           STRING "Afviste: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-ESTATE-COUNT TO WS-COUNT-DISPLAY
           STRING "Bokse med lejer i doedsbo: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
