identification division.
       program-id. KortVedligehold.

      *> --- Debit-card lifecycle against the card register
      *> 92-KortRegister.txt, so a lost card no longer means blocking
      *> the customer's whole relationship in 10-BlokRegister.txt.
      *> Register line: KORT-NR,KONTO-ID,CPR,STATUS,UDLOEB,UDSTEDT,
      *> ERSTATTER with STATUS AKTIV/SPAERRET/MISTET/UDLOEBET and
      *> UDLOEB the card's expiry month (YYYY-MM).
      *> Requests from 92-KortAnmodninger.txt:
      *>   HANDLING,OPERATOR-ID,KORT-NR,KONTO-ID,CPR
      *>   UDSTED  - new card on an open KONTO-ID (KORT-NR ignored,
      *>             the number is generated with a Luhn check digit),
      *>   SPAER   - AKTIV card blocked (temporary, may be reopened),
      *>   GENAABN - SPAERRET card back to AKTIV,
      *>   MISTET  - card lost/stolen: MISTET for good and a
      *>             replacement issued on the same account,
      *>   ERSTAT  - damaged card: old number SPAERRET, replacement
      *>             issued,
      *>   FORNY   - renewal ahead of time: new expiry, same number.
      *> After the requests a renewal pass renews every AKTIV card
      *> expiring within the horizon on an account still AABEN, and
      *> marks cards past their expiry UDLOEBET. New, replacement and
      *> renewed cards become order lines in 92-KortBestillinger.txt
      *> for the card producer; every change is written to
      *> 92-KortLog.txt. 92-KortParam.txt (NOEGLE;VAERDI) may set
      *> BIN (six digits), GYLDIGHED (years) and FORNYELSE (months of
      *> renewal horizon). ---

environment division.
input-output section.
file-control.
       select card-file assign to "92-KortRegister.txt"
           organization line sequential
           file status is WS-CARD-STATUS.

       select requests-file assign to "92-KortAnmodninger.txt"
           organization line sequential
           file status is WS-REQUESTS-STATUS.

       select param-file assign to "92-KortParam.txt"
           organization line sequential
           file status is WS-PARAM-STATUS.

       select order-file assign to "92-KortBestillinger.txt"
           organization line sequential
           file status is WS-ORDER-STATUS.

       select card-log-file assign to "92-KortLog.txt"
           organization line sequential
           file status is WS-CARD-LOG-STATUS.

       select report-file assign to "92-KortRapport.txt"
           organization line sequential.

      *> --- only probed at start-up: a present operator register
      *> makes the OPERATOR field on every request mandatory ---
       select operator-probe-file assign to "80-Operatoerer.txt"
           organization line sequential
           file status is WS-OPERATOR-PROBE-STATUS.

      *> --- the register keyed on KORT-NR while the requests are
      *> applied; written back in key order afterwards ---
       select card-index-file assign to "WS-KortRegister.tmp"
           organization is indexed
           access mode is dynamic
           record key is KR-KORT-NR
           file status is WS-CARD-INDEX-STATUS.

      *> --- KONTO-ID -> status from the account master, so cards
      *> only go to open accounts ---
       select account-index-file assign to "8-KontoStam.txt"
           organization is indexed
           access mode is dynamic
           record key is KONTOSTAM-ID
           alternate record key is KONTOSTAM-KUNDE-ID with duplicates
           alternate record key is KONTOSTAM-CPR with duplicates
           file status is WS-ACCOUNT-INDEX-STATUS.

data division.
file section.
FD card-file.
       01 CARD-CSV-RECORD pic x(120).

FD requests-file.
       01 REQUEST-RECORD pic x(100).

FD param-file.
       01 PARAM-RECORD pic x(40).

FD order-file.
       01 ORDER-RECORD pic x(120).

FD card-log-file.
       01 CARD-LOG-RECORD pic x(150).

FD report-file.
       01 REPORT-RECORD pic x(150).

FD operator-probe-file.
       01 OPERATOR-PROBE-RECORD pic x(60).

FD card-index-file.
       01 CARD-INDEX-RECORD.
           05 KR-KORT-NR pic x(16).
           05 KR-KONTO-ID pic x(15).
           05 KR-CPR pic x(15).
           05 KR-STATUS pic x(8).
           05 KR-UDLOEB pic x(7).
           05 KR-UDSTEDT pic x(10).
           05 KR-ERSTATTER pic x(16).

FD account-index-file.
       01 ACCOUNT-INDEX-RECORD.
           copy "8-KONTOSTAM.cpy".

WORKING-STORAGE SECTION.
       01 WS-CARD-STATUS pic XX value spaces.
       01 WS-REQUESTS-STATUS pic XX value spaces.
       01 WS-PARAM-STATUS pic XX value spaces.
       01 WS-ORDER-STATUS pic XX value spaces.
       01 WS-CARD-LOG-STATUS pic XX value spaces.
       01 WS-CARD-INDEX-STATUS pic XX value spaces.
       01 WS-ACCOUNT-INDEX-STATUS pic XX value spaces.
       01 WS-OPERATOR-PROBE-STATUS pic XX value spaces.

       01 END-OF-CARD-FILE pic x value "N".
       01 END-OF-REQUESTS-FILE pic x value "N".
       01 END-OF-PARAM-FILE pic x value "N".
       01 END-OF-INDEX-FILE pic x value "N".

       01 WS-ACTION pic x(10) value spaces.
       01 WS-REQ-OPERATOR pic x(10) value spaces.
       01 WS-REQ-KORT-NR pic x(16) value spaces.
       01 WS-REQ-KONTO-ID pic x(15) value spaces.
       01 WS-REQ-CPR pic x(15) value spaces.
       01 WS-REJECT-REASON pic x(60) value spaces.

       01 WS-ROLLE-KRAV pic x(14) value spaces.
       01 WS-OPR-STATUS pic XX value spaces.
       01 WS-REGISTER-PRESENT pic x value "N".

      *> --- parameters with their defaults ---
       01 WS-PARAM-NOEGLE pic x(15) value spaces.
       01 WS-PARAM-VAERDI pic x(20) value spaces.
       01 WS-KORT-BIN pic x(6) value "457190".
       01 WS-GYLDIGHED-AAR pic 9(2) value 4.
       01 WS-FORNYELSE-MDR pic 9(2) value 2.

      *> --- card numbers: BIN, nine-digit sequence, Luhn digit ---
       01 WS-MAX-KORT-SEQ pic 9(9) value 0.
       01 WS-KORT-SEQ pic 9(9) value 0.
       01 WS-NEW-KORT-NR pic x(16) value spaces.
       01 WS-LUHN-SUM pic 9(4) value 0.
       01 WS-LUHN-DIGIT pic 9(2) value 0.
       01 WS-LUHN-IX pic 9(2) value 0.
       01 WS-LUHN-POS pic 9(2) value 0.
       01 WS-LUHN-CHECK pic 9 value 0.

      *> --- month arithmetic on YYYY-MM ---
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-TODAY-MONTH pic x(7) value spaces.
       01 WS-HORIZON-MONTH pic x(7) value spaces.
       01 WS-NEW-UDLOEB pic x(7) value spaces.
       01 WS-MONTH-COUNT pic 9(6) value 0.
       01 WS-MONTH-YEAR pic 9(4) value 0.
       01 WS-MONTH-MM pic 9(2) value 0.
       01 WS-MONTH-ADD pic 9(3) value 0.
       01 WS-MONTH-IN pic x(7) value spaces.
       01 WS-MONTH-OUT pic x(7) value spaces.

       01 WS-OLD-KORT-NR pic x(16) value spaces.
       01 WS-ORDER-TYPE pic x(8) value spaces.
       01 WS-LOG-HANDLING pic x(10) value spaces.
       01 WS-AUDIT-TIMESTAMP pic x(21) value spaces.

       01 WS-APPLIED-COUNT pic 9(7) value 0.
       01 WS-REJECTED-COUNT pic 9(7) value 0.
       01 WS-ORDER-COUNT pic 9(7) value 0.
       01 WS-RENEWED-COUNT pic 9(7) value 0.
       01 WS-EXPIRED-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

PROCEDURE DIVISION.
       OPEN INPUT requests-file
       IF WS-REQUESTS-STATUS = "35"
           DISPLAY "KortVedligehold: 92-KortAnmodninger.txt blev ikke fundet"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN OUTPUT report-file
       OPEN OUTPUT order-file

       OPEN INPUT operator-probe-file
       IF WS-OPERATOR-PROBE-STATUS = "00"
           MOVE "Y" TO WS-REGISTER-PRESENT
           CLOSE operator-probe-file
       END-IF

       OPEN EXTEND card-log-file
       IF WS-CARD-LOG-STATUS = "35"
           OPEN OUTPUT card-log-file
       END-IF

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS
       MOVE WS-TODAY-DATE(1:7) TO WS-TODAY-MONTH

       perform LOAD-CARD-PARAMETERS

       MOVE WS-TODAY-MONTH TO WS-MONTH-IN
       MOVE WS-FORNYELSE-MDR TO WS-MONTH-ADD
       perform ADD-MONTHS
       MOVE WS-MONTH-OUT TO WS-HORIZON-MONTH

       MOVE WS-TODAY-MONTH TO WS-MONTH-IN
       COMPUTE WS-MONTH-ADD = WS-GYLDIGHED-AAR * 12
       perform ADD-MONTHS
       MOVE WS-MONTH-OUT TO WS-NEW-UDLOEB

       MOVE SPACES TO REPORT-RECORD
       STRING "Kortvedligehold " DELIMITED BY SIZE
              WS-TODAY-DATE DELIMITED BY SIZE
              " - afviste anmodninger:" DELIMITED BY SIZE
              INTO REPORT-RECORD
       WRITE REPORT-RECORD

       perform LOAD-ACCOUNT-STATUS
       perform LOAD-CARD-REGISTER

       perform UNTIL END-OF-REQUESTS-FILE = "Y"
           read requests-file
               at end
                   move "Y" to END-OF-REQUESTS-FILE
               not at end
                   perform APPLY-ONE-REQUEST
           end-read
       end-perform

       perform RENEW-AND-EXPIRE-CARDS
       perform REWRITE-CARD-REGISTER
       perform WRITE-REPORT-TRAILER

       close requests-file
       close card-index-file
       close account-index-file
       close order-file
       close card-log-file
       close report-file
stop run.

      *> --- optional NOEGLE;VAERDI lines; unknown keys are ignored ---
       LOAD-CARD-PARAMETERS.
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
                           WHEN "BIN"
                               IF WS-PARAM-VAERDI(1:6) NUMERIC
                                   MOVE WS-PARAM-VAERDI(1:6)
                                       TO WS-KORT-BIN
                               END-IF
                           WHEN "GYLDIGHED"
                               IF FUNCTION TEST-NUMVAL(WS-PARAM-VAERDI) = 0
                                   COMPUTE WS-GYLDIGHED-AAR =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               END-IF
                           WHEN "FORNYELSE"
                               IF FUNCTION TEST-NUMVAL(WS-PARAM-VAERDI) = 0
                                   COMPUTE WS-FORNYELSE-MDR =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE param-file
       exit.

      *> --- the account master is read in place; without it no card
      *> can be issued or renewed ---
       LOAD-ACCOUNT-STATUS.
           OPEN INPUT account-index-file
           IF WS-ACCOUNT-INDEX-STATUS NOT = "00"
               DISPLAY "KortVedligehold: 8-KontoStam.txt kan ikke"
                   " aabnes"
           END-IF
       exit.

      *> --- the register keyed on KORT-NR; the highest sequence
      *> under our BIN decides the next number issued ---
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
                           MOVE SPACES TO CARD-INDEX-RECORD
                           UNSTRING CARD-CSV-RECORD DELIMITED BY ","
                               INTO KR-KORT-NR, KR-KONTO-ID, KR-CPR,
                                    KR-STATUS, KR-UDLOEB, KR-UDSTEDT,
                                    KR-ERSTATTER
                           IF KR-KORT-NR(1:6) = WS-KORT-BIN
                               AND KR-KORT-NR(7:9) NUMERIC
                               MOVE KR-KORT-NR(7:9) TO WS-KORT-SEQ
                               IF WS-KORT-SEQ > WS-MAX-KORT-SEQ
                                   MOVE WS-KORT-SEQ TO WS-MAX-KORT-SEQ
                               END-IF
                           END-IF
                           WRITE CARD-INDEX-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE card-file
           END-IF
       exit.

       APPLY-ONE-REQUEST.
           MOVE SPACES TO WS-ACTION
           MOVE SPACES TO WS-REQ-OPERATOR
           MOVE SPACES TO WS-REQ-KORT-NR
           MOVE SPACES TO WS-REQ-KONTO-ID
           MOVE SPACES TO WS-REQ-CPR
           MOVE SPACES TO WS-REJECT-REASON
           UNSTRING REQUEST-RECORD DELIMITED BY ","
               INTO WS-ACTION, WS-REQ-OPERATOR, WS-REQ-KORT-NR,
                    WS-REQ-KONTO-ID, WS-REQ-CPR

           *> a named operator must hold the maintenance role
           IF WS-REGISTER-PRESENT = "Y"
               AND WS-REQ-OPERATOR = SPACES
               MOVE "Operatoer-ID mangler" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-OPERATOR NOT = SPACES
               MOVE "VEDLIGEHOLD" TO WS-ROLLE-KRAV
               CALL "OperatoerOpslag" USING WS-REQ-OPERATOR
                   WS-ROLLE-KRAV WS-OPR-STATUS
               IF WS-OPR-STATUS NOT = "00"
                   MOVE "Operatoeren mangler vedligeholds-rolle"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           EVALUATE FUNCTION TRIM(WS-ACTION)
               WHEN "UDSTED"
                   PERFORM APPLY-ISSUE
               WHEN "SPAER"
                   PERFORM APPLY-BLOCK
               WHEN "GENAABN"
                   PERFORM APPLY-UNBLOCK
               WHEN "MISTET"
                   PERFORM APPLY-LOST
               WHEN "ERSTAT"
                   PERFORM APPLY-REPLACE
               WHEN "FORNY"
                   PERFORM APPLY-RENEW
               WHEN OTHER
                   MOVE "Ukendt handling (brug UDSTED/SPAER/GENAABN/MISTET/ERSTAT/FORNY)"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
           END-EVALUATE
       exit.

      *> --- a new card needs an open account and the holder's CPR ---
       APPLY-ISSUE.
           IF WS-REQ-KONTO-ID = SPACES OR WS-REQ-CPR = SPACES
               MOVE "KONTO-ID og CPR skal udfyldes" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REQ-KONTO-ID TO KONTOSTAM-ID
           READ account-index-file
               INVALID KEY
                   MOVE "Kontoen findes ikke" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF FUNCTION TRIM(KONTOSTAM-STATUS) NOT = "AABEN"
                       MOVE "Kontoen er ikke aaben" TO WS-REJECT-REASON
                   END-IF
           END-READ
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-OLD-KORT-NR
           MOVE "NY" TO WS-ORDER-TYPE
           PERFORM ISSUE-NEW-CARD
       exit.

       APPLY-BLOCK.
           MOVE WS-REQ-KORT-NR TO KR-KORT-NR
           READ card-index-file
               INVALID KEY
                   MOVE "Kortet findes ikke" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF FUNCTION TRIM(KR-STATUS) NOT = "AKTIV"
                       MOVE "Kun et AKTIV kort kan spaerres"
                           TO WS-REJECT-REASON
                   END-IF
           END-READ
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "SPAERRET" TO KR-STATUS
           REWRITE CARD-INDEX-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           MOVE WS-ACTION TO WS-LOG-HANDLING
           PERFORM WRITE-CARD-LOG-LINE
       exit.

       APPLY-UNBLOCK.
           MOVE WS-REQ-KORT-NR TO KR-KORT-NR
           READ card-index-file
               INVALID KEY
                   MOVE "Kortet findes ikke" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF FUNCTION TRIM(KR-STATUS) NOT = "SPAERRET"
                       MOVE "Kun et SPAERRET kort kan genaabnes"
                           TO WS-REJECT-REASON
                   ELSE
                       IF KR-UDLOEB < WS-TODAY-MONTH
                           MOVE "Kortet er udloebet" TO WS-REJECT-REASON
                       END-IF
                   END-IF
           END-READ
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "AKTIV" TO KR-STATUS
           REWRITE CARD-INDEX-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           MOVE WS-ACTION TO WS-LOG-HANDLING
           PERFORM WRITE-CARD-LOG-LINE
       exit.

      *> --- lost or stolen: the old number is dead for good and a
      *> replacement goes to the producer at once ---
       APPLY-LOST.
           MOVE WS-REQ-KORT-NR TO KR-KORT-NR
           READ card-index-file
               INVALID KEY
                   MOVE "Kortet findes ikke" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF FUNCTION TRIM(KR-STATUS) NOT = "AKTIV"
                       AND FUNCTION TRIM(KR-STATUS) NOT = "SPAERRET"
                       MOVE "Kortet er allerede lukket" TO WS-REJECT-REASON
                   END-IF
           END-READ
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "MISTET" TO KR-STATUS
           REWRITE CARD-INDEX-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           MOVE WS-ACTION TO WS-LOG-HANDLING
           PERFORM WRITE-CARD-LOG-LINE
           PERFORM ISSUE-REPLACEMENT
       exit.

      *> --- damaged card: the old number is blocked, not lost ---
       APPLY-REPLACE.
           MOVE WS-REQ-KORT-NR TO KR-KORT-NR
           READ card-index-file
               INVALID KEY
                   MOVE "Kortet findes ikke" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF FUNCTION TRIM(KR-STATUS) NOT = "AKTIV"
                       AND FUNCTION TRIM(KR-STATUS) NOT = "SPAERRET"
                       MOVE "Kortet er allerede lukket" TO WS-REJECT-REASON
                   END-IF
           END-READ
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "SPAERRET" TO KR-STATUS
           REWRITE CARD-INDEX-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           MOVE WS-ACTION TO WS-LOG-HANDLING
           PERFORM WRITE-CARD-LOG-LINE
           PERFORM ISSUE-REPLACEMENT
       exit.

      *> --- the replacement follows the old card's account and
      *> holder, and remembers which number it replaced ---
       ISSUE-REPLACEMENT.
           MOVE KR-KORT-NR TO WS-OLD-KORT-NR
           MOVE KR-KONTO-ID TO WS-REQ-KONTO-ID
           MOVE KR-CPR TO WS-REQ-CPR
           MOVE "ERSTAT" TO WS-ORDER-TYPE
           PERFORM ISSUE-NEW-CARD
       exit.

       APPLY-RENEW.
           MOVE WS-REQ-KORT-NR TO KR-KORT-NR
           READ card-index-file
               INVALID KEY
                   MOVE "Kortet findes ikke" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF FUNCTION TRIM(KR-STATUS) NOT = "AKTIV"
                       MOVE "Kun et AKTIV kort kan fornys"
                           TO WS-REJECT-REASON
                   END-IF
           END-READ
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           PERFORM RENEW-CURRENT-CARD
           ADD 1 TO WS-APPLIED-COUNT
       exit.

      *> --- same number, new expiry, new plastic ---
       RENEW-CURRENT-CARD.
           MOVE WS-NEW-UDLOEB TO KR-UDLOEB
           REWRITE CARD-INDEX-RECORD
           MOVE "FORNY" TO WS-ORDER-TYPE
           MOVE "FORNY" TO WS-LOG-HANDLING
           PERFORM WRITE-ORDER-LINE
           PERFORM WRITE-CARD-LOG-LINE
       exit.

       ISSUE-NEW-CARD.
           ADD 1 TO WS-MAX-KORT-SEQ
           PERFORM BUILD-CARD-NUMBER
           MOVE SPACES TO CARD-INDEX-RECORD
           MOVE WS-NEW-KORT-NR TO KR-KORT-NR
           MOVE WS-REQ-KONTO-ID TO KR-KONTO-ID
           MOVE WS-REQ-CPR TO KR-CPR
           MOVE "AKTIV" TO KR-STATUS
           MOVE WS-NEW-UDLOEB TO KR-UDLOEB
           MOVE WS-TODAY-DATE TO KR-UDSTEDT
           MOVE WS-OLD-KORT-NR TO KR-ERSTATTER
           WRITE CARD-INDEX-RECORD
               INVALID KEY
                   MOVE "Genereret KORT-NR findes allerede"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE "UDSTED" TO WS-LOG-HANDLING
                   PERFORM WRITE-ORDER-LINE
                   PERFORM WRITE-CARD-LOG-LINE
           END-WRITE
       exit.

      *> --- BIN + nine-digit sequence + Luhn check digit: every
      *> second digit from the right of the fifteen is doubled ---
       BUILD-CARD-NUMBER.
           MOVE SPACES TO WS-NEW-KORT-NR
           STRING WS-KORT-BIN DELIMITED BY SIZE
                  WS-MAX-KORT-SEQ DELIMITED BY SIZE
                  INTO WS-NEW-KORT-NR
           MOVE 0 TO WS-LUHN-SUM
           PERFORM VARYING WS-LUHN-IX FROM 1 BY 1 UNTIL WS-LUHN-IX > 15
               COMPUTE WS-LUHN-POS = 16 - WS-LUHN-IX
               MOVE WS-NEW-KORT-NR(WS-LUHN-POS:1) TO WS-LUHN-DIGIT
               IF FUNCTION MOD(WS-LUHN-IX, 2) = 1
                   COMPUTE WS-LUHN-DIGIT = WS-LUHN-DIGIT * 2
                   IF WS-LUHN-DIGIT > 9
                       SUBTRACT 9 FROM WS-LUHN-DIGIT
                   END-IF
               END-IF
               ADD WS-LUHN-DIGIT TO WS-LUHN-SUM
           END-PERFORM
           COMPUTE WS-LUHN-CHECK =
               FUNCTION MOD(10 - FUNCTION MOD(WS-LUHN-SUM, 10), 10)
           MOVE WS-LUHN-CHECK TO WS-NEW-KORT-NR(16:1)
       exit.

      *> --- the nightly sweep: AKTIV cards inside the renewal horizon
      *> on an open account are renewed, cards whose expiry month has
      *> passed become UDLOEBET ---
       RENEW-AND-EXPIRE-CARDS.
           MOVE "N" TO END-OF-INDEX-FILE
           MOVE LOW-VALUES TO KR-KORT-NR
           START card-index-file KEY IS >= KR-KORT-NR
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-FILE
           END-START
           PERFORM UNTIL END-OF-INDEX-FILE = "Y"
               READ card-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-FILE
                   NOT AT END
                       perform SWEEP-ONE-CARD
               END-READ
           END-PERFORM
       exit.

       SWEEP-ONE-CARD.
           IF FUNCTION TRIM(KR-STATUS) NOT = "AKTIV"
               AND FUNCTION TRIM(KR-STATUS) NOT = "SPAERRET"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-ACTION
           MOVE SPACES TO WS-REQ-OPERATOR
           IF KR-UDLOEB < WS-TODAY-MONTH
               MOVE "UDLOEBET" TO KR-STATUS
               REWRITE CARD-INDEX-RECORD
               ADD 1 TO WS-EXPIRED-COUNT
               MOVE "UDLOEBET" TO WS-LOG-HANDLING
               PERFORM WRITE-CARD-LOG-LINE
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(KR-STATUS) = "AKTIV"
               AND KR-UDLOEB <= WS-HORIZON-MONTH
               MOVE KR-KONTO-ID TO KONTOSTAM-ID
               READ account-index-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FUNCTION TRIM(KONTOSTAM-STATUS) = "AABEN"
                           ADD 1 TO WS-RENEWED-COUNT
                           PERFORM RENEW-CURRENT-CARD
                       END-IF
               END-READ
           END-IF
       exit.

      *> --- WS-MONTH-IN (YYYY-MM) plus WS-MONTH-ADD months ---
       ADD-MONTHS.
           MOVE WS-MONTH-IN(1:4) TO WS-MONTH-YEAR
           MOVE WS-MONTH-IN(6:2) TO WS-MONTH-MM
           COMPUTE WS-MONTH-COUNT = WS-MONTH-YEAR * 12 + WS-MONTH-MM - 1
               + WS-MONTH-ADD
           COMPUTE WS-MONTH-YEAR = WS-MONTH-COUNT / 12
           COMPUTE WS-MONTH-MM = WS-MONTH-COUNT
               - WS-MONTH-YEAR * 12 + 1
           MOVE SPACES TO WS-MONTH-OUT
           STRING WS-MONTH-YEAR "-" WS-MONTH-MM DELIMITED BY SIZE
               INTO WS-MONTH-OUT
       exit.

      *> --- the producer's line: ORDRETYPE,KORT-NR,KONTO-ID,CPR,
      *> UDLOEB,ERSTATTER,DATO ---
       WRITE-ORDER-LINE.
           ADD 1 TO WS-ORDER-COUNT
           MOVE SPACES TO ORDER-RECORD
           STRING FUNCTION TRIM(WS-ORDER-TYPE) ","
                  FUNCTION TRIM(KR-KORT-NR) ","
                  FUNCTION TRIM(KR-KONTO-ID) ","
                  FUNCTION TRIM(KR-CPR) ","
                  FUNCTION TRIM(KR-UDLOEB) ","
                  FUNCTION TRIM(KR-ERSTATTER) ","
                  WS-TODAY-DATE
                  DELIMITED BY SIZE INTO ORDER-RECORD
           WRITE ORDER-RECORD
       exit.

       WRITE-CARD-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE SPACES TO CARD-LOG-RECORD
           STRING WS-AUDIT-TIMESTAMP(1:8) "-" WS-AUDIT-TIMESTAMP(9:6) DELIMITED BY SIZE
                  ", Handling: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOG-HANDLING) DELIMITED BY SIZE
                  ", KORT-NR: " DELIMITED BY SIZE
                  FUNCTION TRIM(KR-KORT-NR) DELIMITED BY SIZE
                  ", KONTO-ID: " DELIMITED BY SIZE
                  FUNCTION TRIM(KR-KONTO-ID) DELIMITED BY SIZE
                  ", Status: " DELIMITED BY SIZE
                  FUNCTION TRIM(KR-STATUS) DELIMITED BY SIZE
                  ", Udloeb: " DELIMITED BY SIZE
                  FUNCTION TRIM(KR-UDLOEB) DELIMITED BY SIZE
                  INTO CARD-LOG-RECORD
           IF WS-REQ-OPERATOR NOT = SPACES
               STRING FUNCTION TRIM(CARD-LOG-RECORD) DELIMITED BY SIZE
                      ", Operatoer: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-REQ-OPERATOR) DELIMITED BY SIZE
                      INTO CARD-LOG-RECORD
           END-IF
           WRITE CARD-LOG-RECORD
       exit.

      *> --- the register back in KORT-NR order, same CSV layout ---
       REWRITE-CARD-REGISTER.
           MOVE "N" TO END-OF-INDEX-FILE
           MOVE LOW-VALUES TO KR-KORT-NR
           START card-index-file KEY IS >= KR-KORT-NR
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-FILE
           END-START

           OPEN OUTPUT card-file
           PERFORM UNTIL END-OF-INDEX-FILE = "Y"
               READ card-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-FILE
                   NOT AT END
                       MOVE SPACES TO CARD-CSV-RECORD
                       STRING FUNCTION TRIM(KR-KORT-NR) ","
                              FUNCTION TRIM(KR-KONTO-ID) ","
                              FUNCTION TRIM(KR-CPR) ","
                              FUNCTION TRIM(KR-STATUS) ","
                              FUNCTION TRIM(KR-UDLOEB) ","
                              FUNCTION TRIM(KR-UDSTEDT) ","
                              FUNCTION TRIM(KR-ERSTATTER)
                              DELIMITED BY SIZE INTO CARD-CSV-RECORD
                       WRITE CARD-CSV-RECORD
               END-READ
           END-PERFORM
           CLOSE card-file
       exit.

       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "Afvist - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
                  " - Handling: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACTION) DELIMITED BY SIZE
                  ", KORT-NR: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REQ-KORT-NR) DELIMITED BY SIZE
                  ", KONTO-ID: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REQ-KONTO-ID) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-REJECT-REASON
       exit.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-APPLIED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Anmodninger anvendt: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Anmodninger afvist: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-RENEWED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Kort fornyet automatisk: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-EXPIRED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Kort udloebet: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-ORDER-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Bestillinger til kortproducenten: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
