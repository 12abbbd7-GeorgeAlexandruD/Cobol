identification division.
       program-id. DeponeringFrigiv.

      *> --- Conditional release of escrow (deponering) accounts for
      *> property purchases. The escrow register 111-Deponeringer.txt
      *> holds one escrow per line:
      *>   KONTO-ID,KOEBER-CPR,SAELGER-CPR,SAELGER-KONTO-ID,BELOEB,
      *>   BETINGELSER,STATUS,OPRETTET,FORVENTET-FRIGIVELSE
      *> BETINGELSER lists the release conditions separated by ";"
      *> (e.g. TINGLYSNING;ADVOKAT-KOEBER;ADVOKAT-SAELGER); STATUS is
      *> AABEN, FRIGIVET or ANNULLERET. While an escrow is not
      *> FRIGIVET the intake refuses every debit on its account.
      *> Conditions are ticked off in 111-DeponeringOpfyldt.txt
      *> (KONTO-ID,BETINGELSE,OPERATOR,DATO) and the release is
      *> approved in 111-DeponeringGodkend.txt (KONTO-ID,GODKENDER,
      *> DATO). An AABEN escrow is released only when every
      *> condition is ticked and two different operators holding the
      *> GODKENDER role in 80-Operatoerer.txt have approved: the
      *> payout posts through 16-Leverance.txt as a debit on the
      *> escrow account and a credit on the seller's account, and
      *> STATUS becomes FRIGIVET in the register. Escrows still open
      *> past FORVENTET-FRIGIVELSE - or, without one, older than
      *> MAKS-DAGE in 111-DeponeringParam.txt (default 90) - are
      *> listed in 111-DeponeringForsinket.txt; every decision goes
      *> to 111-DeponeringRapport.txt. ---

environment division.
input-output section.
file-control.
       select escrow-file assign to "111-Deponeringer.txt"
           organization line sequential
           file status is WS-ESCROW-STATUS.

       select tick-file assign to "111-DeponeringOpfyldt.txt"
           organization line sequential
           file status is WS-TICK-STATUS.

       select approval-file assign to "111-DeponeringGodkend.txt"
           organization line sequential
           file status is WS-APPROVAL-STATUS.

       select param-file assign to "111-DeponeringParam.txt"
           organization line sequential
           file status is WS-PARAM-STATUS.

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

       select report-file assign to "111-DeponeringRapport.txt"
           organization line sequential.

       select overdue-file assign to "111-DeponeringForsinket.txt"
           organization line sequential.

      *> --- ticked conditions keyed KONTO-ID+BETINGELSE ---
       select tick-index-file assign to "WS-DeponeringOpfyldt.tmp"
           organization is indexed
           access mode is dynamic
           record key is OPF-KEY
           file status is WS-TICK-INDEX-STATUS.

      *> --- valid approvals keyed KONTO-ID+GODKENDER, so the same
      *> approver twice counts once ---
       select approval-index-file assign to "WS-DeponeringGodkend.tmp"
           organization is indexed
           access mode is dynamic
           record key is GDK-KEY
           file status is WS-APPROVAL-INDEX-STATUS.

      *> --- currency and status per account from the account master
      *> keyed on KONTO-ID ---
       select account-index-file assign to "8-KontoStam.txt"
           organization is indexed
           access mode is dynamic
           record key is KONTOSTAM-ID
           alternate record key is KONTOSTAM-KUNDE-ID with duplicates
           alternate record key is KONTOSTAM-CPR with duplicates
           file status is WS-ACCOUNT-INDEX-STATUS.

      *> --- each account's REG-NR, from the transaction
      *> master's rows ---
       select reg-index-file assign to "WS-DeponeringRegNr.tmp"
           organization is indexed
           access mode is dynamic
           record key is RG-KONTO-ID
           file status is WS-REG-INDEX-STATUS.

data division.
file section.
FD escrow-file.
       01 ESCROW-RECORD pic x(200).

FD tick-file.
       01 TICK-RECORD pic x(80).

FD approval-file.
       01 APPROVAL-RECORD pic x(60).

FD param-file.
       01 PARAM-RECORD pic x(40).

FD transactions-file.
01 transactions-in.
       copy "10-TRANSAKTIONER.cpy".

FD delivery-file.
01 delivery-out.
       copy "10-TRANSAKTIONER.cpy".

FD report-file.
       01 REPORT-RECORD pic x(150).

FD overdue-file.
       01 OVERDUE-RECORD pic x(150).

FD tick-index-file.
       01 TICK-INDEX-RECORD.
           05 OPF-KEY.
               10 OPF-KONTO-ID pic x(15).
               10 OPF-BETINGELSE pic x(20).

FD approval-index-file.
       01 APPROVAL-INDEX-RECORD.
           05 GDK-KEY.
               10 GDK-KONTO-ID pic x(15).
               10 GDK-GODKENDER pic x(10).

FD account-index-file.
       01 ACCOUNT-INDEX-RECORD.
           copy "8-KONTOSTAM.cpy".

FD reg-index-file.
       01 REG-INDEX-RECORD.
           05 RG-KONTO-ID pic x(15).
           05 RG-REG-NR pic x(4).

WORKING-STORAGE SECTION.
       01 WS-ESCROW-STATUS pic XX value spaces.
       01 WS-TICK-STATUS pic XX value spaces.
       01 WS-APPROVAL-STATUS pic XX value spaces.
       01 WS-PARAM-STATUS pic XX value spaces.
       01 WS-TRANS-STATUS pic XX value spaces.
       01 WS-DELIVERY-STATUS pic XX value spaces.
       01 WS-TICK-INDEX-STATUS pic XX value spaces.
       01 WS-APPROVAL-INDEX-STATUS pic XX value spaces.
       01 WS-ACCOUNT-INDEX-STATUS pic XX value spaces.
       01 WS-REG-INDEX-STATUS pic XX value spaces.

       01 END-OF-ESCROW-FILE pic x value "N".
       01 END-OF-TICK-FILE pic x value "N".
       01 END-OF-APPROVAL-FILE pic x value "N".
       01 END-OF-PARAM-FILE pic x value "N".
       01 END-OF-TRANSACTIONS-FILE pic x value "N".
       01 END-OF-APPROVAL-SCAN pic x value "N".

      *> --- the escrow register, held while releases change STATUS
      *> and written back when any did ---
       01 WS-ESCROW-COUNT pic 9(4) value 0.
       01 WS-ESCROW-IX pic 9(4) value 0.
       01 WS-ESCROW-TABLE OCCURS 1000 TIMES.
           05 DP-KONTO-ID pic x(15).
           05 DP-KOEBER-CPR pic x(15).
           05 DP-SAELGER-CPR pic x(15).
           05 DP-SAELGER-KONTO pic x(15).
           05 DP-BELOEB pic x(15).
           05 DP-BETINGELSER pic x(60).
           05 DP-STATUS pic x(10).
           05 DP-OPRETTET pic x(10).
           05 DP-FORVENTET pic x(10).
       01 WS-REGISTER-CHANGED pic x value "N".

      *> --- one escrow's conditions split out of BETINGELSER ---
       01 WS-CONDITION-COUNT pic 9(2) value 0.
       01 WS-CONDITION-IX pic 9(2) value 0.
       01 WS-CONDITION-PTR pic 9(3) value 0.
       01 WS-CONDITION-TABLE OCCURS 10 TIMES.
           05 WS-CONDITION pic x(20).
       01 WS-OPEN-CONDITIONS pic 9(2) value 0.
       01 WS-MISSING-TEXT pic x(60) value spaces.
       01 WS-APPROVER-COUNT pic 9(3) value 0.

       01 WS-OPF-KONTO-TEXT pic x(15) value spaces.
       01 WS-OPF-BETINGELSE-TEXT pic x(20) value spaces.
       01 WS-GDK-KONTO-TEXT pic x(15) value spaces.
       01 WS-GDK-GODKENDER-TEXT pic x(10) value spaces.

       01 WS-PARAM-NOEGLE pic x(20) value spaces.
       01 WS-PARAM-VAERDI pic x(20) value spaces.
       01 WS-MAKS-DAGE pic 9(5) value 90.

      *> --- approver role check against 80-Operatoerer.txt ---
       01 WS-ROLLE-KRAV pic x(14) value spaces.
       01 WS-OPR-STATUS pic XX value spaces.
       01 WS-GODKENDER-WORK pic x(10) value spaces.

       01 WS-KONTO-REG-NR pic x(4) value spaces.

       01 WS-ESCROW-VALUTA pic x(3) value spaces.
       01 WS-ESCROW-REG-NR pic x(4) value spaces.
       01 WS-BELOEB-NUM pic S9(13)v99 value 0.
       01 WS-BELOEB-DISPLAY pic -Z(11).99.
       01 WS-ROW-CPR pic x(15) value spaces.
       01 WS-ROW-KONTO-ID pic x(15) value spaces.
       01 WS-ROW-REG-NR pic x(4) value spaces.
       01 WS-ROW-TYPE pic x(15) value spaces.
       01 WS-ROW-BELOEB pic S9(13)v99 value 0.
       01 WS-REJECT-REASON pic x(60) value spaces.

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-DATE-YYYYMMDD pic 9(8).
       01 WS-TODAY-INTEGER pic 9(8) comp.
       01 WS-OPENED-INTEGER pic 9(8) comp.
       01 WS-AGE-DAYS pic 9(7) value 0.
       01 WS-AGE-DISPLAY pic Z(6)9.

       01 WS-RELEASED-COUNT pic 9(7) value 0.
       01 WS-WAITING-COUNT pic 9(7) value 0.
       01 WS-OVERDUE-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

      *> --- integrity seal on the shared handoff, proven before
      *> rows are added and renewed afterwards ---
       01 WS-SEGL-MODE pic x value space.
       01 WS-SEGL-FILNAVN pic x(40) value spaces.
       01 WS-LEVERANCE-SEGL pic XX value spaces.

PROCEDURE DIVISION.
       OPEN INPUT escrow-file
       IF WS-ESCROW-STATUS = "35"
           DISPLAY "DeponeringFrigiv: 111-Deponeringer.txt blev ikke"
               " fundet - ingen deponeringer"
           STOP RUN
       END-IF

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still posts under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS
       MOVE WS-TODAY-DATE(1:4) TO WS-DATE-YYYYMMDD(1:4)
       MOVE WS-TODAY-DATE(6:2) TO WS-DATE-YYYYMMDD(5:2)
       MOVE WS-TODAY-DATE(9:2) TO WS-DATE-YYYYMMDD(7:2)
       COMPUTE WS-TODAY-INTEGER =
           FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)

       perform LOAD-ESCROW-PARAMETERS
       perform LOAD-ESCROWS
       perform LOAD-TICKS
       perform LOAD-APPROVALS
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

       OPEN OUTPUT report-file
       MOVE SPACES TO REPORT-RECORD
       STRING "Deponeringer - frigivelse " DELIMITED BY SIZE
              WS-TODAY-DATE DELIMITED BY SIZE
              INTO REPORT-RECORD
       WRITE REPORT-RECORD
       MOVE SPACES TO REPORT-RECORD
       WRITE REPORT-RECORD

       OPEN OUTPUT overdue-file
       MOVE SPACES TO OVERDUE-RECORD
       STRING "Deponeringer aabne ud over forventet tid - "
                  DELIMITED BY SIZE
              WS-TODAY-DATE DELIMITED BY SIZE
              INTO OVERDUE-RECORD
       WRITE OVERDUE-RECORD
       MOVE SPACES TO OVERDUE-RECORD
       WRITE OVERDUE-RECORD

       PERFORM VARYING WS-ESCROW-IX FROM 1 BY 1
           UNTIL WS-ESCROW-IX > WS-ESCROW-COUNT
           IF FUNCTION TRIM(DP-STATUS(WS-ESCROW-IX)) = "AABEN"
               perform DECIDE-ONE-ESCROW
               IF FUNCTION TRIM(DP-STATUS(WS-ESCROW-IX)) = "AABEN"
                   perform CHECK-OVERDUE
               END-IF
           END-IF
       END-PERFORM

       IF WS-REGISTER-CHANGED = "Y"
           perform WRITE-ESCROWS
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
       close report-file
       close overdue-file
       close tick-index-file
       close approval-index-file
       close account-index-file
       close reg-index-file
stop run.

       LOAD-ESCROW-PARAMETERS.
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
                           WHEN "MAKS-DAGE"
                               IF FUNCTION TEST-NUMVAL(WS-PARAM-VAERDI) = 0
                                   COMPUTE WS-MAKS-DAGE =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE param-file
       exit.

       LOAD-ESCROWS.
           PERFORM UNTIL END-OF-ESCROW-FILE = "Y"
               READ escrow-file
                   AT END
                       MOVE "Y" TO END-OF-ESCROW-FILE
                   NOT AT END
                       IF WS-ESCROW-COUNT < 1000
                           ADD 1 TO WS-ESCROW-COUNT
                           MOVE SPACES TO WS-ESCROW-TABLE(WS-ESCROW-COUNT)
                           UNSTRING ESCROW-RECORD DELIMITED BY ","
                               INTO DP-KONTO-ID(WS-ESCROW-COUNT),
                                    DP-KOEBER-CPR(WS-ESCROW-COUNT),
                                    DP-SAELGER-CPR(WS-ESCROW-COUNT),
                                    DP-SAELGER-KONTO(WS-ESCROW-COUNT),
                                    DP-BELOEB(WS-ESCROW-COUNT),
                                    DP-BETINGELSER(WS-ESCROW-COUNT),
                                    DP-STATUS(WS-ESCROW-COUNT),
                                    DP-OPRETTET(WS-ESCROW-COUNT),
                                    DP-FORVENTET(WS-ESCROW-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE escrow-file
       exit.

       LOAD-TICKS.
           OPEN OUTPUT tick-index-file
           CLOSE tick-index-file
           OPEN I-O tick-index-file

           OPEN INPUT tick-file
           IF WS-TICK-STATUS = "00"
               PERFORM UNTIL END-OF-TICK-FILE = "Y"
                   READ tick-file
                       AT END
                           MOVE "Y" TO END-OF-TICK-FILE
                       NOT AT END
                           MOVE SPACES TO WS-OPF-KONTO-TEXT
                           MOVE SPACES TO WS-OPF-BETINGELSE-TEXT
                           UNSTRING TICK-RECORD DELIMITED BY ","
                               INTO WS-OPF-KONTO-TEXT,
                                    WS-OPF-BETINGELSE-TEXT
                           MOVE WS-OPF-KONTO-TEXT TO OPF-KONTO-ID
                           MOVE FUNCTION UPPER-CASE(WS-OPF-BETINGELSE-TEXT)
                               TO OPF-BETINGELSE
                           WRITE TICK-INDEX-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE tick-file
           END-IF
       exit.

      *> --- an approval counts only from an operator holding the
      *> GODKENDER role; anything else is reported and ignored ---
       LOAD-APPROVALS.
           OPEN OUTPUT approval-index-file
           CLOSE approval-index-file
           OPEN I-O approval-index-file

           OPEN INPUT approval-file
           IF WS-APPROVAL-STATUS = "00"
               PERFORM UNTIL END-OF-APPROVAL-FILE = "Y"
                   READ approval-file
                       AT END
                           MOVE "Y" TO END-OF-APPROVAL-FILE
                       NOT AT END
                           MOVE SPACES TO WS-GDK-KONTO-TEXT
                           MOVE SPACES TO WS-GDK-GODKENDER-TEXT
                           UNSTRING APPROVAL-RECORD DELIMITED BY ","
                               INTO WS-GDK-KONTO-TEXT,
                                    WS-GDK-GODKENDER-TEXT
                           MOVE WS-GDK-GODKENDER-TEXT TO WS-GODKENDER-WORK
                           MOVE "GODKENDER" TO WS-ROLLE-KRAV
                           CALL "OperatoerOpslag" USING WS-GODKENDER-WORK
                               WS-ROLLE-KRAV WS-OPR-STATUS
                           IF WS-OPR-STATUS = "00"
                               MOVE WS-GDK-KONTO-TEXT TO GDK-KONTO-ID
                               MOVE WS-GDK-GODKENDER-TEXT TO GDK-GODKENDER
                               WRITE APPROVAL-INDEX-RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-WRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE approval-file
           END-IF
       exit.

      *> --- escrow and seller accounts are read in place from the
      *> account master; each one's REG-NR is taken from the
      *> transaction master's rows ---
       LOAD-ACCOUNTS.
           OPEN INPUT account-index-file
           IF WS-ACCOUNT-INDEX-STATUS NOT = "00"
               DISPLAY "DeponeringFrigiv: 8-KontoStam.txt kan ikke"
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

      *> --- every condition ticked, two distinct approvers and both
      *> accounts usable in the same currency, or the escrow waits ---
       DECIDE-ONE-ESCROW.
           perform SPLIT-CONDITIONS
           MOVE 0 TO WS-OPEN-CONDITIONS
           MOVE SPACES TO WS-MISSING-TEXT
           MOVE 1 TO WS-CONDITION-PTR
           PERFORM VARYING WS-CONDITION-IX FROM 1 BY 1
               UNTIL WS-CONDITION-IX > WS-CONDITION-COUNT
               MOVE DP-KONTO-ID(WS-ESCROW-IX) TO OPF-KONTO-ID
               MOVE WS-CONDITION(WS-CONDITION-IX) TO OPF-BETINGELSE
               READ tick-index-file
                   INVALID KEY
                       ADD 1 TO WS-OPEN-CONDITIONS
                       STRING FUNCTION TRIM(WS-CONDITION(WS-CONDITION-IX))
                              " " DELIMITED BY SIZE
                              INTO WS-MISSING-TEXT
                              WITH POINTER WS-CONDITION-PTR
                       END-STRING
               END-READ
           END-PERFORM
           IF WS-OPEN-CONDITIONS > 0
               MOVE SPACES TO WS-REJECT-REASON
               STRING "betingelser ikke opfyldt: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MISSING-TEXT) DELIMITED BY SIZE
                      INTO WS-REJECT-REASON
               perform WRITE-WAITING-LINE
               EXIT PARAGRAPH
           END-IF

           perform COUNT-APPROVERS
           IF WS-APPROVER-COUNT < 2
               MOVE WS-APPROVER-COUNT TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-REJECT-REASON
               STRING "mangler to godkendere (har " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO WS-REJECT-REASON
               perform WRITE-WAITING-LINE
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TEST-NUMVAL(DP-BELOEB(WS-ESCROW-IX)) NOT = 0
               MOVE "ugyldigt beloeb i registret" TO WS-REJECT-REASON
               perform WRITE-WAITING-LINE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BELOEB-NUM = FUNCTION NUMVAL(DP-BELOEB(WS-ESCROW-IX))

           MOVE DP-KONTO-ID(WS-ESCROW-IX) TO KONTOSTAM-ID
           READ account-index-file
               INVALID KEY
                   MOVE "deponeringskonto ukendt" TO WS-REJECT-REASON
                   perform WRITE-WAITING-LINE
                   EXIT PARAGRAPH
           END-READ
           perform LOOKUP-REG-NR
           MOVE KONTOSTAM-VALUTA TO WS-ESCROW-VALUTA
           MOVE WS-KONTO-REG-NR TO WS-ESCROW-REG-NR

           MOVE DP-SAELGER-KONTO(WS-ESCROW-IX) TO KONTOSTAM-ID
           READ account-index-file
               INVALID KEY
                   MOVE "saelgers konto ukendt" TO WS-REJECT-REASON
                   perform WRITE-WAITING-LINE
                   EXIT PARAGRAPH
           END-READ
           IF FUNCTION TRIM(KONTOSTAM-STATUS) = "LUKKET"
               MOVE "saelgers konto er lukket" TO WS-REJECT-REASON
               perform WRITE-WAITING-LINE
               EXIT PARAGRAPH
           END-IF
           perform LOOKUP-REG-NR
           IF KONTOSTAM-VALUTA NOT = WS-ESCROW-VALUTA
               MOVE "saelgers konto i anden valuta" TO WS-REJECT-REASON
               perform WRITE-WAITING-LINE
               EXIT PARAGRAPH
           END-IF

           perform RELEASE-ESCROW
       exit.

       SPLIT-CONDITIONS.
           MOVE 0 TO WS-CONDITION-COUNT
           MOVE 1 TO WS-CONDITION-PTR
           PERFORM UNTIL WS-CONDITION-PTR > 60
               OR WS-CONDITION-COUNT >= 10
               ADD 1 TO WS-CONDITION-COUNT
               MOVE SPACES TO WS-CONDITION(WS-CONDITION-COUNT)
               UNSTRING DP-BETINGELSER(WS-ESCROW-IX) DELIMITED BY ";"
                   INTO WS-CONDITION(WS-CONDITION-COUNT)
                   WITH POINTER WS-CONDITION-PTR
               END-UNSTRING
               MOVE FUNCTION UPPER-CASE(WS-CONDITION(WS-CONDITION-COUNT))
                   TO WS-CONDITION(WS-CONDITION-COUNT)
               IF WS-CONDITION(WS-CONDITION-COUNT) = SPACES
                   SUBTRACT 1 FROM WS-CONDITION-COUNT
               END-IF
           END-PERFORM
       exit.

       COUNT-APPROVERS.
           MOVE 0 TO WS-APPROVER-COUNT
           MOVE "N" TO END-OF-APPROVAL-SCAN
           MOVE DP-KONTO-ID(WS-ESCROW-IX) TO GDK-KONTO-ID
           MOVE LOW-VALUES TO GDK-GODKENDER
           START approval-index-file KEY IS >= GDK-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-APPROVAL-SCAN
           END-START
           PERFORM UNTIL END-OF-APPROVAL-SCAN = "Y"
               READ approval-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-APPROVAL-SCAN
                   NOT AT END
                       IF GDK-KONTO-ID NOT = DP-KONTO-ID(WS-ESCROW-IX)
                           MOVE "Y" TO END-OF-APPROVAL-SCAN
                       ELSE
                           ADD 1 TO WS-APPROVER-COUNT
                       END-IF
               END-READ
           END-PERFORM
       exit.

      *> --- the payout leaves the escrow account and lands on the
      *> seller's account as one pair of rows; FRIGIVET lifts the
      *> intake's debit block so the pair posts ---
       RELEASE-ESCROW.
           MOVE DP-KOEBER-CPR(WS-ESCROW-IX) TO WS-ROW-CPR
           MOVE DP-KONTO-ID(WS-ESCROW-IX) TO WS-ROW-KONTO-ID
           MOVE WS-ESCROW-REG-NR TO WS-ROW-REG-NR
           MOVE "Deponering ud" TO WS-ROW-TYPE
           COMPUTE WS-ROW-BELOEB = 0 - WS-BELOEB-NUM
           perform EMIT-ESCROW-ROW

           MOVE DP-SAELGER-CPR(WS-ESCROW-IX) TO WS-ROW-CPR
           MOVE DP-SAELGER-KONTO(WS-ESCROW-IX) TO WS-ROW-KONTO-ID
           MOVE WS-KONTO-REG-NR TO WS-ROW-REG-NR
           MOVE "Deponering ind" TO WS-ROW-TYPE
           MOVE WS-BELOEB-NUM TO WS-ROW-BELOEB
           perform EMIT-ESCROW-ROW

           MOVE "FRIGIVET" TO DP-STATUS(WS-ESCROW-IX)
           MOVE "Y" TO WS-REGISTER-CHANGED
           ADD 1 TO WS-RELEASED-COUNT

           MOVE WS-BELOEB-NUM TO WS-BELOEB-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Frigivet - Konto: " DELIMITED BY SIZE
                  FUNCTION TRIM(DP-KONTO-ID(WS-ESCROW-IX))
                      DELIMITED BY SIZE
                  " til saelgers konto " DELIMITED BY SIZE
                  FUNCTION TRIM(DP-SAELGER-KONTO(WS-ESCROW-IX))
                      DELIMITED BY SIZE
                  ", beloeb: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BELOEB-DISPLAY) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ESCROW-VALUTA DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

       EMIT-ESCROW-ROW.
           MOVE SPACES TO delivery-out
           MOVE WS-ROW-CPR TO CPR OF delivery-out
           MOVE WS-ROW-KONTO-ID TO KONTO-ID OF delivery-out
           MOVE WS-ROW-REG-NR TO REG-NR OF delivery-out
           MOVE "0000" TO FILIAL-NR OF delivery-out
           *> NAVN/ADRESSE are left for the Indlaes intake to enrich
           *> from the customer master
           MOVE SPACES TO TIDSPUNKT OF delivery-out
           STRING WS-TODAY-DATE DELIMITED BY SIZE
                  " 06:00:00" DELIMITED BY SIZE
                  INTO TIDSPUNKT OF delivery-out
           MOVE WS-ROW-TYPE TO TRANSAKTIONSTYPE OF delivery-out
           MOVE WS-ROW-BELOEB TO WS-BELOEB-DISPLAY
           MOVE SPACES TO BELOEB OF delivery-out
           MOVE FUNCTION TRIM(WS-BELOEB-DISPLAY) TO BELOEB OF delivery-out
           MOVE WS-ESCROW-VALUTA TO VALUTA OF delivery-out
           MOVE SPACES TO BUTIK OF delivery-out
           MOVE SPACES TO TRANS-REF OF delivery-out
           IF WS-ROW-BELOEB < 0
               STRING "DPU" DELIMITED BY SIZE
                      FUNCTION TRIM(DP-KONTO-ID(WS-ESCROW-IX))
                          DELIMITED BY SIZE
                      INTO TRANS-REF OF delivery-out
           ELSE
               STRING "DPI" DELIMITED BY SIZE
                      FUNCTION TRIM(DP-KONTO-ID(WS-ESCROW-IX))
                          DELIMITED BY SIZE
                      INTO TRANS-REF OF delivery-out
           END-IF
           WRITE delivery-out
       exit.

       WRITE-WAITING-LINE.
           ADD 1 TO WS-WAITING-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "Afventer - Konto: " DELIMITED BY SIZE
                  FUNCTION TRIM(DP-KONTO-ID(WS-ESCROW-IX))
                      DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

      *> --- past the expected release date, or without one older
      *> than MAKS-DAGE from OPRETTET ---
       CHECK-OVERDUE.
           MOVE 0 TO WS-AGE-DAYS
           IF DP-OPRETTET(WS-ESCROW-IX)(1:4) NUMERIC
               AND DP-OPRETTET(WS-ESCROW-IX)(6:2) NUMERIC
               AND DP-OPRETTET(WS-ESCROW-IX)(9:2) NUMERIC
               COMPUTE WS-DATE-YYYYMMDD =
                   FUNCTION NUMVAL(DP-OPRETTET(WS-ESCROW-IX)(1:4)) * 10000
                   + FUNCTION NUMVAL(DP-OPRETTET(WS-ESCROW-IX)(6:2)) * 100
                   + FUNCTION NUMVAL(DP-OPRETTET(WS-ESCROW-IX)(9:2))
               COMPUTE WS-OPENED-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
               IF WS-OPENED-INTEGER > 0
                   AND WS-OPENED-INTEGER <= WS-TODAY-INTEGER
                   COMPUTE WS-AGE-DAYS =
                       WS-TODAY-INTEGER - WS-OPENED-INTEGER
               END-IF
           END-IF

           IF DP-FORVENTET(WS-ESCROW-IX) NOT = SPACES
               IF DP-FORVENTET(WS-ESCROW-IX) >= WS-TODAY-DATE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF WS-AGE-DAYS <= WS-MAKS-DAGE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO WS-OVERDUE-COUNT
           MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY
           MOVE SPACES TO OVERDUE-RECORD
           STRING "Konto: " DELIMITED BY SIZE
                  FUNCTION TRIM(DP-KONTO-ID(WS-ESCROW-IX))
                      DELIMITED BY SIZE
                  ", koeber: " DELIMITED BY SIZE
                  FUNCTION TRIM(DP-KOEBER-CPR(WS-ESCROW-IX))
                      DELIMITED BY SIZE
                  ", saelger: " DELIMITED BY SIZE
                  FUNCTION TRIM(DP-SAELGER-CPR(WS-ESCROW-IX))
                      DELIMITED BY SIZE
                  ", beloeb: " DELIMITED BY SIZE
                  FUNCTION TRIM(DP-BELOEB(WS-ESCROW-IX))
                      DELIMITED BY SIZE
                  ", oprettet: " DELIMITED BY SIZE
                  DP-OPRETTET(WS-ESCROW-IX) DELIMITED BY SIZE
                  ", forventet: " DELIMITED BY SIZE
                  DP-FORVENTET(WS-ESCROW-IX) DELIMITED BY SIZE
                  ", dage aaben: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AGE-DISPLAY) DELIMITED BY SIZE
                  INTO OVERDUE-RECORD
           WRITE OVERDUE-RECORD
       exit.

       WRITE-ESCROWS.
           OPEN OUTPUT escrow-file
           PERFORM VARYING WS-ESCROW-IX FROM 1 BY 1
               UNTIL WS-ESCROW-IX > WS-ESCROW-COUNT
               MOVE SPACES TO ESCROW-RECORD
               STRING FUNCTION TRIM(DP-KONTO-ID(WS-ESCROW-IX)) ","
                      FUNCTION TRIM(DP-KOEBER-CPR(WS-ESCROW-IX)) ","
                      FUNCTION TRIM(DP-SAELGER-CPR(WS-ESCROW-IX)) ","
                      FUNCTION TRIM(DP-SAELGER-KONTO(WS-ESCROW-IX)) ","
                      FUNCTION TRIM(DP-BELOEB(WS-ESCROW-IX)) ","
                      FUNCTION TRIM(DP-BETINGELSER(WS-ESCROW-IX)) ","
                      FUNCTION TRIM(DP-STATUS(WS-ESCROW-IX)) ","
                      FUNCTION TRIM(DP-OPRETTET(WS-ESCROW-IX)) ","
                      FUNCTION TRIM(DP-FORVENTET(WS-ESCROW-IX))
                      DELIMITED BY SIZE INTO ESCROW-RECORD
               WRITE ESCROW-RECORD
           END-PERFORM
           CLOSE escrow-file
       exit.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-RELEASED-COUNT TO WS-COUNT-DISPLAY
           STRING "Frigivet: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-WAITING-COUNT TO WS-COUNT-DISPLAY
           STRING "Afventer: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-OVERDUE-COUNT TO WS-COUNT-DISPLAY
           STRING "Aabne ud over forventet tid: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE SPACES TO OVERDUE-RECORD
           WRITE OVERDUE-RECORD
           MOVE SPACES TO OVERDUE-RECORD
           STRING "Forsinkede deponeringer: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO OVERDUE-RECORD
           WRITE OVERDUE-RECORD
       exit.
