identification division.
       program-id. KasseAfstem.

      *> --- End-of-day teller cash-drawer balancing per branch.
      *> 113-Kasser.txt is the drawer register,
      *>   FILIAL-NR,KASSERER-ID,BEHOLDNING
      *> BEHOLDNING being the float the drawer opens the day with,
      *> and 113-Hvaelving.txt the branch vault position,
      *>   FILIAL-NR,BEHOLDNING,DATO
      *> DATO being the last business date balanced. For the business
      *> date (param 113-KasseParam.txt DATO;YYYY-MM-DD, default
      *> today) the expected drawer is the float plus the day's DKK
      *> Indbetaling rows less its Udbetaling rows from
      *> 10-Transaktioner.txt, plus cash fetched from the vault less
      *> cash returned to it. A cash row belongs to the teller named
      *> on its slip in 113-KasseBilag.txt (TRANS-REF,FILIAL-NR,
      *> KASSERER-ID); a branch cash row without a slip is listed
      *> for the branch to trace. Vault transfers come from
      *> 113-Hvaelvingsflyt.txt
      *>   FILIAL-NR,KASSERER-ID,RETNING(TIL-KASSE/TIL-HVAELVING),BELOEB
      *> and the counted cash from 113-KasseOptaelling.txt
      *>   FILIAL-NR,KASSERER-ID,OPTALT
      *> An overage or shortage is reported in 113-KasseRapport.txt and
      *> booked in 44-HovedbogPostering.txt against the cash
      *> difference account (param KASSEDIFF-KONTO, default
      *> KASSEDIFFERENCE). The counted cash becomes the drawer's
      *> float for the next day (an uncounted drawer carries its
      *> expected position and is listed) and the vault position is
      *> carried forward; a date already balanced is not run twice. ---

environment division.
input-output section.
file-control.
       select param-file assign to "113-KasseParam.txt"
           organization line sequential
           file status is WS-PARAM-STATUS.

       select drawer-file assign to "113-Kasser.txt"
           organization line sequential
           file status is WS-DRAWER-STATUS.

       select vault-file assign to "113-Hvaelving.txt"
           organization line sequential
           file status is WS-VAULT-STATUS.

       select slip-file assign to "113-KasseBilag.txt"
           organization line sequential
           file status is WS-SLIP-STATUS.

       select transfer-file assign to "113-Hvaelvingsflyt.txt"
           organization line sequential
           file status is WS-TRANSFER-STATUS.

       select count-file assign to "113-KasseOptaelling.txt"
           organization line sequential
           file status is WS-COUNT-STATUS.

       select transactions-file assign to "10-Transaktioner.txt"
           organization is indexed
           access mode is sequential
           record key is CPR of transactions-in with duplicates
           alternate record key is TRANS-REF of transactions-in
               with duplicates
           alternate record key is BUTIK of transactions-in
               with duplicates
           file status is WS-TRANS-STATUS.

       select gl-file assign to "44-HovedbogPostering.txt"
           organization line sequential
           file status is WS-GL-STATUS.

       select report-file assign to "113-KasseRapport.txt"
           organization line sequential.

      *> --- teller slips keyed on TRANS-REF ---
       select slip-index-file assign to "WS-KasseBilag.tmp"
           organization is indexed
           access mode is dynamic
           record key is SL-TRANS-REF
           file status is WS-SLIP-INDEX-STATUS.

data division.
file section.
FD param-file.
       01 PARAM-RECORD pic x(40).

FD drawer-file.
       01 DRAWER-RECORD pic x(80).

FD vault-file.
       01 VAULT-RECORD pic x(80).

FD slip-file.
       01 SLIP-RECORD pic x(80).

FD transfer-file.
       01 TRANSFER-RECORD pic x(80).

FD count-file.
       01 COUNT-RECORD pic x(80).

FD transactions-file.
01 transactions-in.
       copy "10-TRANSAKTIONER.cpy".

FD gl-file.
       01 GL-RECORD pic x(80).

FD report-file.
       01 REPORT-RECORD pic x(150).

FD slip-index-file.
       01 SLIP-INDEX-RECORD.
           05 SL-TRANS-REF pic x(20).
           05 SL-FILIAL-NR pic x(4).
           05 SL-KASSERER-ID pic x(10).

WORKING-STORAGE SECTION.
       01 WS-PARAM-STATUS pic XX value spaces.
       01 WS-DRAWER-STATUS pic XX value spaces.
       01 WS-VAULT-STATUS pic XX value spaces.
       01 WS-SLIP-STATUS pic XX value spaces.
       01 WS-TRANSFER-STATUS pic XX value spaces.
       01 WS-COUNT-STATUS pic XX value spaces.
       01 WS-TRANS-STATUS pic XX value spaces.
       01 WS-GL-STATUS pic XX value spaces.
       01 WS-SLIP-INDEX-STATUS pic XX value spaces.

       01 END-OF-PARAM-FILE pic x value "N".
       01 END-OF-DRAWER-FILE pic x value "N".
       01 END-OF-VAULT-FILE pic x value "N".
       01 END-OF-SLIP-FILE pic x value "N".
       01 END-OF-TRANSFER-FILE pic x value "N".
       01 END-OF-COUNT-FILE pic x value "N".
       01 END-OF-TRANSACTIONS-FILE pic x value "N".

       01 WS-PARAM-NOEGLE pic x(20) value spaces.
       01 WS-PARAM-VAERDI pic x(20) value spaces.
       01 WS-BUSINESS-DATE pic x(10) value spaces.
       01 WS-DIFF-KONTOART pic x(20) value "KASSEDIFFERENCE".

      *> --- drawers, loaded from the register and extended with any
      *> teller the day's slips, transfers or counts name ---
       01 WS-DRAWER-COUNT pic 9(4) value 0.
       01 WS-DRAWER-IX pic 9(4) value 0.
       01 WS-DRAWER-TABLE OCCURS 500 TIMES.
           05 KS-FILIAL-NR pic x(4).
           05 KS-KASSERER-ID pic x(10).
           05 KS-PRIMO pic S9(11)v99.
           05 KS-IND pic S9(11)v99.
           05 KS-UD pic S9(11)v99.
           05 KS-FRA-HVAELVING pic S9(11)v99.
           05 KS-TIL-HVAELVING pic S9(11)v99.
           05 KS-OPTALT pic S9(11)v99.
           05 KS-OPTALT-FLAG pic x.
           05 KS-FORVENTET pic S9(11)v99.

      *> --- vault per branch; a branch that has drawers but no vault
      *> line yet starts from zero ---
       01 WS-VAULT-COUNT pic 9(4) value 0.
       01 WS-VAULT-IX pic 9(4) value 0.
       01 WS-VAULT-TABLE OCCURS 200 TIMES.
           05 HV-FILIAL-NR pic x(4).
           05 HV-BEHOLDNING pic S9(13)v99.
           05 HV-DATO pic x(10).
           05 HV-UDEN-BILAG pic S9(11)v99.
           05 HV-UDEN-BILAG-ANTAL pic 9(5).

       01 WS-KS-FILIAL-NR pic x(4) value spaces.
       01 WS-KS-KASSERER-ID pic x(10) value spaces.
       01 WS-KS-BELOEB-TEXT pic x(20) value spaces.
       01 WS-KS-RETNING pic x(15) value spaces.
       01 WS-HV-DATO-TEXT pic x(10) value spaces.
       01 WS-SL-TRANS-REF pic x(20) value spaces.

       01 WS-BELOEB-NUM pic S9(11)v99 value 0.
       01 WS-DIFFERENCE pic S9(11)v99 value 0.
       01 WS-ALREADY-BALANCED pic x value "N".

       01 WS-GL-DEBET-TOTAL pic S9(13)v99 value 0.
       01 WS-GL-KREDIT-TOTAL pic S9(13)v99 value 0.
       01 WS-GL-POSTED pic 9(5) value 0.
       01 WS-GL-KONTOART pic x(20) value spaces.
       01 WS-GL-SIDE pic x value spaces.
       01 WS-GL-TYPE pic x(12) value spaces.
       01 WS-GL-BELOEB pic S9(13)v99 value 0.

       01 WS-AMOUNT-DISPLAY pic -Z(12)9.99.
       01 WS-AMOUNT-DISPLAY-2 pic -Z(12)9.99.
       01 WS-AMOUNT-DISPLAY-3 pic -Z(12)9.99.

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.

       01 WS-CASH-ROW-COUNT pic 9(7) value 0.
       01 WS-OVERAGE-COUNT pic 9(7) value 0.
       01 WS-SHORTAGE-COUNT pic 9(7) value 0.
       01 WS-UNCOUNTED-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

      *> --- integrity seal on the shared handoff, proven before
      *> rows are added and renewed afterwards ---
       01 WS-SEGL-MODE pic x value space.
       01 WS-SEGL-FILNAVN pic x(40) value spaces.
       01 WS-HOVEDBOG-SEGL pic XX value spaces.

PROCEDURE DIVISION.
       OPEN INPUT drawer-file
       IF WS-DRAWER-STATUS = "35"
           DISPLAY "KasseAfstem: 113-Kasser.txt blev ikke fundet"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS
       MOVE WS-TODAY-DATE TO WS-BUSINESS-DATE

       perform LOAD-CASH-PARAMETERS
       perform LOAD-DRAWERS
       perform LOAD-VAULTS

       IF WS-ALREADY-BALANCED = "Y"
           DISPLAY "KasseAfstem: " WS-BUSINESS-DATE
               " er allerede afstemt"
           STOP RUN
       END-IF

       perform LOAD-SLIPS
       perform ADD-CASH-ROWS
       perform ADD-VAULT-TRANSFERS
       perform LOAD-COUNTS

       *> rows are only added to a posting file whose seal still holds
       MOVE "A" TO WS-SEGL-MODE
       MOVE "44-HovedbogPostering.txt" TO WS-SEGL-FILNAVN
       CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
           WS-HOVEDBOG-SEGL
       OPEN EXTEND gl-file
       IF WS-GL-STATUS = "35"
           OPEN OUTPUT gl-file
       END-IF

       OPEN OUTPUT report-file
       MOVE SPACES TO REPORT-RECORD
       STRING "Kasseafstemning " DELIMITED BY SIZE
              WS-BUSINESS-DATE DELIMITED BY SIZE
              INTO REPORT-RECORD
       WRITE REPORT-RECORD
       MOVE SPACES TO REPORT-RECORD
       WRITE REPORT-RECORD

       PERFORM VARYING WS-DRAWER-IX FROM 1 BY 1
           UNTIL WS-DRAWER-IX > WS-DRAWER-COUNT
           perform BALANCE-ONE-DRAWER
       END-PERFORM

       perform WRITE-VAULT-SECTION

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

       perform WRITE-REPORT-TRAILER

       close gl-file
       *> the seal is renewed over the added rows; a posting file whose
       *> seal had already failed is left for the receiver to refuse
       IF WS-HOVEDBOG-SEGL = "00"
           MOVE "S" TO WS-SEGL-MODE
           MOVE "44-HovedbogPostering.txt" TO WS-SEGL-FILNAVN
           CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
               WS-HOVEDBOG-SEGL
       END-IF
       close report-file
       close slip-index-file

       perform WRITE-DRAWERS
       perform WRITE-VAULTS
stop run.

       LOAD-CASH-PARAMETERS.
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
                           WHEN "DATO"
                               IF WS-PARAM-VAERDI(1:10) NOT = SPACES
                                   MOVE WS-PARAM-VAERDI(1:10)
                                       TO WS-BUSINESS-DATE
                               END-IF
                           WHEN "KASSEDIFF-KONTO"
                               IF WS-PARAM-VAERDI NOT = SPACES
                                   MOVE WS-PARAM-VAERDI
                                       TO WS-DIFF-KONTOART
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE param-file
       exit.

       LOAD-DRAWERS.
           PERFORM UNTIL END-OF-DRAWER-FILE = "Y"
               READ drawer-file
                   AT END
                       MOVE "Y" TO END-OF-DRAWER-FILE
                   NOT AT END
                       IF DRAWER-RECORD NOT = SPACES
                           MOVE SPACES TO WS-KS-FILIAL-NR
                           MOVE SPACES TO WS-KS-KASSERER-ID
                           MOVE SPACES TO WS-KS-BELOEB-TEXT
                           UNSTRING DRAWER-RECORD DELIMITED BY ","
                               INTO WS-KS-FILIAL-NR, WS-KS-KASSERER-ID,
                                    WS-KS-BELOEB-TEXT
                           perform FIND-OR-ADD-DRAWER
                           IF WS-DRAWER-IX > 0
                               AND FUNCTION TEST-NUMVAL(WS-KS-BELOEB-TEXT)
                                   = 0
                               COMPUTE KS-PRIMO(WS-DRAWER-IX) =
                                   FUNCTION NUMVAL(WS-KS-BELOEB-TEXT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE drawer-file
       exit.

       LOAD-VAULTS.
           OPEN INPUT vault-file
           IF WS-VAULT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-VAULT-FILE = "Y"
               READ vault-file
                   AT END
                       MOVE "Y" TO END-OF-VAULT-FILE
                   NOT AT END
                       IF VAULT-RECORD NOT = SPACES
                           MOVE SPACES TO WS-KS-FILIAL-NR
                           MOVE SPACES TO WS-KS-BELOEB-TEXT
                           MOVE SPACES TO WS-HV-DATO-TEXT
                           UNSTRING VAULT-RECORD DELIMITED BY ","
                               INTO WS-KS-FILIAL-NR, WS-KS-BELOEB-TEXT,
                                    WS-HV-DATO-TEXT
                           perform FIND-OR-ADD-VAULT
                           IF WS-VAULT-IX > 0
                               IF FUNCTION TEST-NUMVAL(WS-KS-BELOEB-TEXT)
                                   = 0
                                   COMPUTE HV-BEHOLDNING(WS-VAULT-IX) =
                                       FUNCTION NUMVAL(WS-KS-BELOEB-TEXT)
                               END-IF
                               MOVE WS-HV-DATO-TEXT TO HV-DATO(WS-VAULT-IX)
                               IF WS-HV-DATO-TEXT NOT = SPACES
                                   AND WS-HV-DATO-TEXT >= WS-BUSINESS-DATE
                                   MOVE "Y" TO WS-ALREADY-BALANCED
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE vault-file
       exit.

       LOAD-SLIPS.
           OPEN OUTPUT slip-index-file
           CLOSE slip-index-file
           OPEN I-O slip-index-file

           OPEN INPUT slip-file
           IF WS-SLIP-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-SLIP-FILE = "Y"
               READ slip-file
                   AT END
                       MOVE "Y" TO END-OF-SLIP-FILE
                   NOT AT END
                       MOVE SPACES TO WS-SL-TRANS-REF
                       MOVE SPACES TO WS-KS-FILIAL-NR
                       MOVE SPACES TO WS-KS-KASSERER-ID
                       UNSTRING SLIP-RECORD DELIMITED BY ","
                           INTO WS-SL-TRANS-REF, WS-KS-FILIAL-NR,
                                WS-KS-KASSERER-ID
                       MOVE WS-SL-TRANS-REF TO SL-TRANS-REF
                       MOVE WS-KS-FILIAL-NR TO SL-FILIAL-NR
                       MOVE WS-KS-KASSERER-ID TO SL-KASSERER-ID
                       WRITE SLIP-INDEX-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE slip-file
       exit.

      *> --- the business date's DKK cash rows at a branch counter;
      *> FILIAL-NR 0000 is the central back office, which has no
      *> drawer ---
       ADD-CASH-ROWS.
           OPEN INPUT transactions-file
           IF WS-TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-TRANSACTIONS-FILE = "Y"
               READ transactions-file
                   AT END
                       MOVE "Y" TO END-OF-TRANSACTIONS-FILE
                   NOT AT END
                       IF TIDSPUNKT OF transactions-in(1:10)
                               = WS-BUSINESS-DATE
                           AND FILIAL-NR OF transactions-in NOT = SPACES
                           AND FILIAL-NR OF transactions-in NOT = "0000"
                           AND VALUTA OF transactions-in = "DKK"
                           AND (FUNCTION TRIM(TRANSAKTIONSTYPE
                                    OF transactions-in) = "Indbetaling"
                             OR FUNCTION TRIM(TRANSAKTIONSTYPE
                                    OF transactions-in) = "Udbetaling")
                           AND FUNCTION TEST-NUMVAL(BELOEB
                                   OF transactions-in) = 0
                           perform ADD-ONE-CASH-ROW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE transactions-file
       exit.

       ADD-ONE-CASH-ROW.
           ADD 1 TO WS-CASH-ROW-COUNT
           COMPUTE WS-BELOEB-NUM =
               FUNCTION ABS(FUNCTION NUMVAL(BELOEB OF transactions-in))

           MOVE TRANS-REF OF transactions-in TO SL-TRANS-REF
           READ slip-index-file
               INVALID KEY
                   MOVE SPACES TO SL-KASSERER-ID
           END-READ

           IF SL-KASSERER-ID = SPACES
               MOVE FILIAL-NR OF transactions-in TO WS-KS-FILIAL-NR
               perform FIND-OR-ADD-VAULT
               IF WS-VAULT-IX > 0
                   ADD 1 TO HV-UDEN-BILAG-ANTAL(WS-VAULT-IX)
                   IF FUNCTION TRIM(TRANSAKTIONSTYPE OF transactions-in)
                       = "Indbetaling"
                       ADD WS-BELOEB-NUM TO HV-UDEN-BILAG(WS-VAULT-IX)
                   ELSE
                       SUBTRACT WS-BELOEB-NUM
                           FROM HV-UDEN-BILAG(WS-VAULT-IX)
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE FILIAL-NR OF transactions-in TO WS-KS-FILIAL-NR
           MOVE SL-KASSERER-ID TO WS-KS-KASSERER-ID
           perform FIND-OR-ADD-DRAWER
           IF WS-DRAWER-IX = 0
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(TRANSAKTIONSTYPE OF transactions-in)
               = "Indbetaling"
               ADD WS-BELOEB-NUM TO KS-IND(WS-DRAWER-IX)
           ELSE
               ADD WS-BELOEB-NUM TO KS-UD(WS-DRAWER-IX)
           END-IF
       exit.

       ADD-VAULT-TRANSFERS.
           OPEN INPUT transfer-file
           IF WS-TRANSFER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-TRANSFER-FILE = "Y"
               READ transfer-file
                   AT END
                       MOVE "Y" TO END-OF-TRANSFER-FILE
                   NOT AT END
                       MOVE SPACES TO WS-KS-FILIAL-NR
                       MOVE SPACES TO WS-KS-KASSERER-ID
                       MOVE SPACES TO WS-KS-RETNING
                       MOVE SPACES TO WS-KS-BELOEB-TEXT
                       UNSTRING TRANSFER-RECORD DELIMITED BY ","
                           INTO WS-KS-FILIAL-NR, WS-KS-KASSERER-ID,
                                WS-KS-RETNING, WS-KS-BELOEB-TEXT
                       IF FUNCTION TEST-NUMVAL(WS-KS-BELOEB-TEXT) = 0
                           COMPUTE WS-BELOEB-NUM =
                               FUNCTION NUMVAL(WS-KS-BELOEB-TEXT)
                           perform FIND-OR-ADD-DRAWER
                           perform FIND-OR-ADD-VAULT
                           IF WS-DRAWER-IX > 0 AND WS-VAULT-IX > 0
                               EVALUATE FUNCTION TRIM(WS-KS-RETNING)
                                   WHEN "TIL-KASSE"
                                       ADD WS-BELOEB-NUM
                                           TO KS-FRA-HVAELVING(WS-DRAWER-IX)
                                   WHEN "TIL-HVAELVING"
                                       ADD WS-BELOEB-NUM
                                           TO KS-TIL-HVAELVING(WS-DRAWER-IX)
                               END-EVALUATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE transfer-file
       exit.

       LOAD-COUNTS.
           OPEN INPUT count-file
           IF WS-COUNT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-COUNT-FILE = "Y"
               READ count-file
                   AT END
                       MOVE "Y" TO END-OF-COUNT-FILE
                   NOT AT END
                       MOVE SPACES TO WS-KS-FILIAL-NR
                       MOVE SPACES TO WS-KS-KASSERER-ID
                       MOVE SPACES TO WS-KS-BELOEB-TEXT
                       UNSTRING COUNT-RECORD DELIMITED BY ","
                           INTO WS-KS-FILIAL-NR, WS-KS-KASSERER-ID,
                                WS-KS-BELOEB-TEXT
                       IF FUNCTION TEST-NUMVAL(WS-KS-BELOEB-TEXT) = 0
                           perform FIND-OR-ADD-DRAWER
                           IF WS-DRAWER-IX > 0
                               COMPUTE KS-OPTALT(WS-DRAWER-IX) =
                                   FUNCTION NUMVAL(WS-KS-BELOEB-TEXT)
                               MOVE "Y" TO KS-OPTALT-FLAG(WS-DRAWER-IX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE count-file
       exit.

      *> --- WS-KS-FILIAL-NR + WS-KS-KASSERER-ID to WS-DRAWER-IX; 0
      *> when the table is full ---
       FIND-OR-ADD-DRAWER.
           PERFORM VARYING WS-DRAWER-IX FROM 1 BY 1
               UNTIL WS-DRAWER-IX > WS-DRAWER-COUNT
               IF KS-FILIAL-NR(WS-DRAWER-IX) = WS-KS-FILIAL-NR
                   AND KS-KASSERER-ID(WS-DRAWER-IX) = WS-KS-KASSERER-ID
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-DRAWER-COUNT >= 500
               MOVE 0 TO WS-DRAWER-IX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DRAWER-COUNT
           MOVE WS-DRAWER-COUNT TO WS-DRAWER-IX
           MOVE WS-KS-FILIAL-NR TO KS-FILIAL-NR(WS-DRAWER-IX)
           MOVE WS-KS-KASSERER-ID TO KS-KASSERER-ID(WS-DRAWER-IX)
           MOVE 0 TO KS-PRIMO(WS-DRAWER-IX)
           MOVE 0 TO KS-IND(WS-DRAWER-IX)
           MOVE 0 TO KS-UD(WS-DRAWER-IX)
           MOVE 0 TO KS-FRA-HVAELVING(WS-DRAWER-IX)
           MOVE 0 TO KS-TIL-HVAELVING(WS-DRAWER-IX)
           MOVE 0 TO KS-OPTALT(WS-DRAWER-IX)
           MOVE "N" TO KS-OPTALT-FLAG(WS-DRAWER-IX)
           MOVE 0 TO KS-FORVENTET(WS-DRAWER-IX)
       exit.

       FIND-OR-ADD-VAULT.
           PERFORM VARYING WS-VAULT-IX FROM 1 BY 1
               UNTIL WS-VAULT-IX > WS-VAULT-COUNT
               IF HV-FILIAL-NR(WS-VAULT-IX) = WS-KS-FILIAL-NR
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-VAULT-COUNT >= 200
               MOVE 0 TO WS-VAULT-IX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VAULT-COUNT
           MOVE WS-VAULT-COUNT TO WS-VAULT-IX
           MOVE WS-KS-FILIAL-NR TO HV-FILIAL-NR(WS-VAULT-IX)
           MOVE 0 TO HV-BEHOLDNING(WS-VAULT-IX)
           MOVE SPACES TO HV-DATO(WS-VAULT-IX)
           MOVE 0 TO HV-UDEN-BILAG(WS-VAULT-IX)
           MOVE 0 TO HV-UDEN-BILAG-ANTAL(WS-VAULT-IX)
       exit.

      *> --- expected against counted; the vault gives what the
      *> drawer fetched and takes back what it returned ---
       BALANCE-ONE-DRAWER.
           COMPUTE KS-FORVENTET(WS-DRAWER-IX) =
               KS-PRIMO(WS-DRAWER-IX) + KS-IND(WS-DRAWER-IX)
               - KS-UD(WS-DRAWER-IX) + KS-FRA-HVAELVING(WS-DRAWER-IX)
               - KS-TIL-HVAELVING(WS-DRAWER-IX)

           MOVE KS-FILIAL-NR(WS-DRAWER-IX) TO WS-KS-FILIAL-NR
           perform FIND-OR-ADD-VAULT
           IF WS-VAULT-IX > 0
               SUBTRACT KS-FRA-HVAELVING(WS-DRAWER-IX)
                   FROM HV-BEHOLDNING(WS-VAULT-IX)
               ADD KS-TIL-HVAELVING(WS-DRAWER-IX)
                   TO HV-BEHOLDNING(WS-VAULT-IX)
           END-IF

           MOVE KS-PRIMO(WS-DRAWER-IX) TO WS-AMOUNT-DISPLAY
           MOVE KS-IND(WS-DRAWER-IX) TO WS-AMOUNT-DISPLAY-2
           MOVE KS-UD(WS-DRAWER-IX) TO WS-AMOUNT-DISPLAY-3
           MOVE SPACES TO REPORT-RECORD
           STRING "Filial " KS-FILIAL-NR(WS-DRAWER-IX)
                  ", kasserer " FUNCTION TRIM(KS-KASSERER-ID(WS-DRAWER-IX))
                  ": primo " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  ", ind " FUNCTION TRIM(WS-AMOUNT-DISPLAY-2)
                  ", ud " FUNCTION TRIM(WS-AMOUNT-DISPLAY-3)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE KS-FRA-HVAELVING(WS-DRAWER-IX) TO WS-AMOUNT-DISPLAY
           MOVE KS-TIL-HVAELVING(WS-DRAWER-IX) TO WS-AMOUNT-DISPLAY-2
           MOVE KS-FORVENTET(WS-DRAWER-IX) TO WS-AMOUNT-DISPLAY-3
           MOVE SPACES TO REPORT-RECORD
           STRING "    fra hvaelving " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  ", til hvaelving " FUNCTION TRIM(WS-AMOUNT-DISPLAY-2)
                  ", forventet " FUNCTION TRIM(WS-AMOUNT-DISPLAY-3)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           IF KS-OPTALT-FLAG(WS-DRAWER-IX) NOT = "Y"
               ADD 1 TO WS-UNCOUNTED-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "    Ikke optalt - forventet beholdning overfoeres"
                      " til naeste dag"
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE KS-FORVENTET(WS-DRAWER-IX) TO KS-OPTALT(WS-DRAWER-IX)
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-DIFFERENCE =
               KS-OPTALT(WS-DRAWER-IX) - KS-FORVENTET(WS-DRAWER-IX)
           MOVE KS-OPTALT(WS-DRAWER-IX) TO WS-AMOUNT-DISPLAY
           MOVE WS-DIFFERENCE TO WS-AMOUNT-DISPLAY-2
           MOVE SPACES TO REPORT-RECORD
           EVALUATE TRUE
               WHEN WS-DIFFERENCE > 0
                   ADD 1 TO WS-OVERAGE-COUNT
                   STRING "    optalt " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                          " - OVERSKUD " FUNCTION TRIM(WS-AMOUNT-DISPLAY-2)
                          DELIMITED BY SIZE INTO REPORT-RECORD
               WHEN WS-DIFFERENCE < 0
                   ADD 1 TO WS-SHORTAGE-COUNT
                   STRING "    optalt " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                          " - MANKO " FUNCTION TRIM(WS-AMOUNT-DISPLAY-2)
                          DELIMITED BY SIZE INTO REPORT-RECORD
               WHEN OTHER
                   STRING "    optalt " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                          " - stemmer"
                          DELIMITED BY SIZE INTO REPORT-RECORD
           END-EVALUATE
           WRITE REPORT-RECORD

           IF WS-DIFFERENCE NOT = 0
               perform POST-CASH-DIFFERENCE
           END-IF
       exit.

      *> --- an overage is cash the ledger does not know about (KASSE
      *> mod the difference account); a shortage the reverse ---
       POST-CASH-DIFFERENCE.
           MOVE "KASSEDIFF" TO WS-GL-TYPE
           IF WS-DIFFERENCE > 0
               MOVE WS-DIFFERENCE TO WS-GL-BELOEB
               MOVE "KASSE" TO WS-GL-KONTOART
               MOVE "D" TO WS-GL-SIDE
               perform WRITE-GL-LINE
               MOVE WS-DIFF-KONTOART TO WS-GL-KONTOART
               MOVE "K" TO WS-GL-SIDE
               perform WRITE-GL-LINE
           ELSE
               COMPUTE WS-GL-BELOEB = 0 - WS-DIFFERENCE
               MOVE WS-DIFF-KONTOART TO WS-GL-KONTOART
               MOVE "D" TO WS-GL-SIDE
               perform WRITE-GL-LINE
               MOVE "KASSE" TO WS-GL-KONTOART
               MOVE "K" TO WS-GL-SIDE
               perform WRITE-GL-LINE
           END-IF
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
           STRING "POST;" WS-BUSINESS-DATE ";"
                  FUNCTION TRIM(WS-GL-KONTOART) ";"
                  FUNCTION TRIM(WS-GL-TYPE) ";"
                  KS-FILIAL-NR(WS-DRAWER-IX) ";"
                  WS-GL-SIDE ";"
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  DELIMITED BY SIZE INTO GL-RECORD
           WRITE GL-RECORD
       exit.

       WRITE-VAULT-SECTION.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "Hvaelving pr. filial" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-VAULT-IX FROM 1 BY 1
               UNTIL WS-VAULT-IX > WS-VAULT-COUNT
               MOVE WS-BUSINESS-DATE TO HV-DATO(WS-VAULT-IX)
               MOVE HV-BEHOLDNING(WS-VAULT-IX) TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO REPORT-RECORD
               STRING "Filial " HV-FILIAL-NR(WS-VAULT-IX)
                      ": beholdning " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               IF HV-UDEN-BILAG-ANTAL(WS-VAULT-IX) > 0
                   MOVE HV-UDEN-BILAG-ANTAL(WS-VAULT-IX)
                       TO WS-COUNT-DISPLAY
                   MOVE HV-UDEN-BILAG(WS-VAULT-IX) TO WS-AMOUNT-DISPLAY
                   MOVE SPACES TO REPORT-RECORD
                   STRING "    Kontantposter uden kassebilag: "
                          FUNCTION TRIM(WS-COUNT-DISPLAY)
                          ", netto " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                          DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF
           END-PERFORM
       exit.

      *> --- tomorrow's floats are today's counted cash ---
       WRITE-DRAWERS.
           OPEN OUTPUT drawer-file
           PERFORM VARYING WS-DRAWER-IX FROM 1 BY 1
               UNTIL WS-DRAWER-IX > WS-DRAWER-COUNT
               MOVE KS-OPTALT(WS-DRAWER-IX) TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO DRAWER-RECORD
               STRING FUNCTION TRIM(KS-FILIAL-NR(WS-DRAWER-IX)) ","
                      FUNCTION TRIM(KS-KASSERER-ID(WS-DRAWER-IX)) ","
                      FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                      DELIMITED BY SIZE INTO DRAWER-RECORD
               WRITE DRAWER-RECORD
           END-PERFORM
           CLOSE drawer-file
       exit.

       WRITE-VAULTS.
           OPEN OUTPUT vault-file
           PERFORM VARYING WS-VAULT-IX FROM 1 BY 1
               UNTIL WS-VAULT-IX > WS-VAULT-COUNT
               MOVE HV-BEHOLDNING(WS-VAULT-IX) TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO VAULT-RECORD
               STRING FUNCTION TRIM(HV-FILIAL-NR(WS-VAULT-IX)) ","
                      FUNCTION TRIM(WS-AMOUNT-DISPLAY) ","
                      HV-DATO(WS-VAULT-IX)
                      DELIMITED BY SIZE INTO VAULT-RECORD
               WRITE VAULT-RECORD
           END-PERFORM
           CLOSE vault-file
       exit.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CASH-ROW-COUNT TO WS-COUNT-DISPLAY
           STRING "Kontantposter: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-OVERAGE-COUNT TO WS-COUNT-DISPLAY
           STRING "Kasser med overskud: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-SHORTAGE-COUNT TO WS-COUNT-DISPLAY
           STRING "Kasser med manko: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-UNCOUNTED-COUNT TO WS-COUNT-DISPLAY
           STRING "Kasser ikke optalt: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
