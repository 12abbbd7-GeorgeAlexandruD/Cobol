identification division.
       program-id. SvindelBehandling.

      *> --- Operator decisions on the fraud case queue
      *> 94-SvindelKoe.txt raised by 94-SvindelScreening. Decisions
      *> come from 94-SvindelAfgoerelser.txt as
      *> SAGS-ID,AFGOERELSE,OPERATOR-ID with AFGOERELSE BEKRAEFT
      *> (fraud confirmed) or AFVIS (cleared); the operator must hold
      *> the GODKENDER role. Only AABEN cases can be decided; the
      *> queue line gets its new STATUS (BEKRAEFTET/AFVIST), the
      *> decision date and the operator appended.
      *>   card cases, confirmed - the card is set SPAERRET in
      *>       92-KortRegister.txt (every AKTIV card on the KONTO-ID
      *>       when the purchase named no card) and logged in
      *>       92-KortLog.txt like a block from 92-KortVedligehold,
      *>   order cases, confirmed - the order held back by
      *>       52-BetalingsIndlaes is dropped from
      *>       52-HoldteOrdrer.txt; should it be sent again the intake
      *>       rejects it on the confirmed case,
      *>   order cases, cleared - the held order is released back
      *>       to 52-BetalingsOrdrer.txt for the next intake run.
      *> Every decision is written to 94-SvindelLog.txt. ---

environment division.
input-output section.
file-control.
       select decisions-file assign to "94-SvindelAfgoerelser.txt"
           organization line sequential
           file status is WS-DECISIONS-STATUS.

       select case-file assign to "94-SvindelKoe.txt"
           organization line sequential
           file status is WS-CASE-STATUS.

       select card-file assign to "92-KortRegister.txt"
           organization line sequential
           file status is WS-CARD-STATUS.

       select card-log-file assign to "92-KortLog.txt"
           organization line sequential
           file status is WS-CARD-LOG-STATUS.

       select held-file assign to "52-HoldteOrdrer.txt"
           organization line sequential
           file status is WS-HELD-STATUS.

       select orders-file assign to "52-BetalingsOrdrer.txt"
           organization line sequential
           file status is WS-ORDERS-STATUS.

       select fraud-log-file assign to "94-SvindelLog.txt"
           organization line sequential
           file status is WS-FRAUD-LOG-STATUS.

       select report-file assign to "94-SvindelBehandlingRapport.txt"
           organization line sequential.

      *> --- only probed at start-up: a present operator register
      *> makes the OPERATOR field on every decision mandatory ---
       select operator-probe-file assign to "80-Operatoerer.txt"
           organization line sequential
           file status is WS-OPERATOR-PROBE-STATUS.

      *> --- the queue keyed on SAGS-ID, written back in key order ---
       select case-index-file assign to "WS-SvindelKoe.tmp"
           organization is indexed
           access mode is dynamic
           record key is SK-SAGS-ID
           file status is WS-CASE-INDEX-STATUS.

       select card-index-file assign to "WS-SvindelKort.tmp"
           organization is indexed
           access mode is dynamic
           record key is KR-KORT-NR
           file status is WS-CARD-INDEX-STATUS.

       select held-index-file assign to "WS-SvindelHoldte.tmp"
           organization is indexed
           access mode is dynamic
           record key is HO-ORDRE-ID
           file status is WS-HELD-INDEX-STATUS.

data division.
file section.
FD decisions-file.
       01 DECISION-RECORD pic x(60).

FD case-file.
       01 CASE-RECORD pic x(200).

FD card-file.
       01 CARD-CSV-RECORD pic x(120).

FD card-log-file.
       01 CARD-LOG-RECORD pic x(150).

FD held-file.
       01 HELD-RECORD pic x(200).

FD orders-file.
       01 ORDER-RECORD pic x(200).

FD fraud-log-file.
       01 FRAUD-LOG-RECORD pic x(150).

FD report-file.
       01 REPORT-RECORD pic x(150).

FD operator-probe-file.
       01 OPERATOR-PROBE-RECORD pic x(60).

FD case-index-file.
       01 CASE-INDEX-RECORD.
           05 SK-SAGS-ID pic x(10).
           05 SK-REGEL pic x(10).
           05 SK-KILDE pic x(10).
           05 SK-KORT-NR pic x(16).
           05 SK-KONTO-ID pic x(15).
           05 SK-CPR pic x(15).
           05 SK-REF pic x(20).
           05 SK-BELOEB pic x(15).
           05 SK-TIDSPUNKT pic x(19).
           05 SK-STATUS pic x(12).
           05 SK-OPRETTET pic x(10).
           05 SK-AFGJORT pic x(10).
           05 SK-OPERATOR pic x(10).

FD card-index-file.
       01 CARD-INDEX-RECORD.
           05 KR-KORT-NR pic x(16).
           05 KR-KONTO-ID pic x(15).
           05 KR-CPR pic x(15).
           05 KR-STATUS pic x(8).
           05 KR-UDLOEB pic x(7).
           05 KR-UDSTEDT pic x(10).
           05 KR-ERSTATTER pic x(16).

FD held-index-file.
       01 HELD-INDEX-RECORD.
           05 HO-ORDRE-ID pic x(20).
           05 HO-LINE pic x(200).

WORKING-STORAGE SECTION.
       01 WS-DECISIONS-STATUS pic XX value spaces.
       01 WS-CASE-STATUS pic XX value spaces.
       01 WS-CARD-STATUS pic XX value spaces.
       01 WS-CARD-LOG-STATUS pic XX value spaces.
       01 WS-HELD-STATUS pic XX value spaces.
       01 WS-ORDERS-STATUS pic XX value spaces.
       01 WS-FRAUD-LOG-STATUS pic XX value spaces.
       01 WS-OPERATOR-PROBE-STATUS pic XX value spaces.
       01 WS-CASE-INDEX-STATUS pic XX value spaces.
       01 WS-CARD-INDEX-STATUS pic XX value spaces.
       01 WS-HELD-INDEX-STATUS pic XX value spaces.

       01 END-OF-DECISIONS-FILE pic x value "N".
       01 END-OF-CASE-FILE pic x value "N".
       01 END-OF-CARD-FILE pic x value "N".
       01 END-OF-HELD-FILE pic x value "N".
       01 END-OF-INDEX-FILE pic x value "N".

       01 WS-DEC-SAGS-ID pic x(10) value spaces.
       01 WS-DEC-AFGOERELSE pic x(10) value spaces.
       01 WS-DEC-OPERATOR pic x(10) value spaces.
       01 WS-REJECT-REASON pic x(60) value spaces.

       01 WS-ROLLE-KRAV pic x(14) value spaces.
       01 WS-OPR-STATUS pic XX value spaces.
       01 WS-REGISTER-PRESENT pic x value "N".

       01 WS-CARD-REGISTER-PRESENT pic x value "N".
       01 WS-CARDS-CHANGED pic x value "N".
       01 WS-HELD-CHANGED pic x value "N".
       01 WS-BLOCKED-COUNT-CASE pic 9(3) value 0.
       01 WS-ACTION-TEXT pic x(60) value spaces.

       01 WS-HELD-ID pic x(20) value spaces.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-AUDIT-TIMESTAMP pic x(21) value spaces.

       01 WS-CONFIRMED-COUNT pic 9(7) value 0.
       01 WS-CLEARED-COUNT pic 9(7) value 0.
       01 WS-REJECTED-COUNT pic 9(7) value 0.
       01 WS-CARDS-BLOCKED pic 9(7) value 0.
       01 WS-ORDERS-RELEASED pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

PROCEDURE DIVISION.
       OPEN INPUT decisions-file
       IF WS-DECISIONS-STATUS = "35"
           DISPLAY "SvindelBehandling: 94-SvindelAfgoerelser.txt blev ikke fundet"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN INPUT operator-probe-file
       IF WS-OPERATOR-PROBE-STATUS = "00"
           MOVE "Y" TO WS-REGISTER-PRESENT
           CLOSE operator-probe-file
       END-IF

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       OPEN OUTPUT report-file
       MOVE SPACES TO REPORT-RECORD
       STRING "Svindelsager afgjort " DELIMITED BY SIZE
              WS-TODAY-DATE DELIMITED BY SIZE
              INTO REPORT-RECORD
       WRITE REPORT-RECORD

       OPEN EXTEND fraud-log-file
       IF WS-FRAUD-LOG-STATUS = "35"
           OPEN OUTPUT fraud-log-file
       END-IF
       OPEN EXTEND card-log-file
       IF WS-CARD-LOG-STATUS = "35"
           OPEN OUTPUT card-log-file
       END-IF
       OPEN EXTEND orders-file
       IF WS-ORDERS-STATUS = "35"
           OPEN OUTPUT orders-file
       END-IF

       perform LOAD-CASE-QUEUE
       perform LOAD-CARD-REGISTER
       perform LOAD-HELD-ORDERS

       perform UNTIL END-OF-DECISIONS-FILE = "Y"
           read decisions-file
               at end
                   move "Y" to END-OF-DECISIONS-FILE
               not at end
                   perform APPLY-ONE-DECISION
           end-read
       end-perform

       perform REWRITE-CASE-QUEUE
       IF WS-CARDS-CHANGED = "Y"
           perform REWRITE-CARD-REGISTER
       END-IF
       IF WS-HELD-CHANGED = "Y"
           perform REWRITE-HELD-ORDERS
       END-IF
       perform WRITE-REPORT-TRAILER

       close decisions-file
       close case-index-file
       close card-index-file
       close held-index-file
       close orders-file
       close card-log-file
       close fraud-log-file
       close report-file
stop run.

       LOAD-CASE-QUEUE.
           OPEN OUTPUT case-index-file
           CLOSE case-index-file
           OPEN I-O case-index-file

           OPEN INPUT case-file
           IF WS-CASE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-CASE-FILE = "Y"
               READ case-file
                   AT END
                       MOVE "Y" TO END-OF-CASE-FILE
                   NOT AT END
                       MOVE SPACES TO CASE-INDEX-RECORD
                       UNSTRING CASE-RECORD DELIMITED BY ","
                           INTO SK-SAGS-ID, SK-REGEL, SK-KILDE,
                                SK-KORT-NR, SK-KONTO-ID, SK-CPR, SK-REF,
                                SK-BELOEB, SK-TIDSPUNKT, SK-STATUS,
                                SK-OPRETTET, SK-AFGJORT, SK-OPERATOR
                       WRITE CASE-INDEX-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE case-file
       exit.

       LOAD-CARD-REGISTER.
           OPEN OUTPUT card-index-file
           CLOSE card-index-file
           OPEN I-O card-index-file

           OPEN INPUT card-file
           IF WS-CARD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-CARD-REGISTER-PRESENT
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
                       WRITE CARD-INDEX-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE card-file
       exit.

       LOAD-HELD-ORDERS.
           OPEN OUTPUT held-index-file
           CLOSE held-index-file
           OPEN I-O held-index-file

           OPEN INPUT held-file
           IF WS-HELD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-HELD-FILE = "Y"
               READ held-file
                   AT END
                       MOVE "Y" TO END-OF-HELD-FILE
                   NOT AT END
                       MOVE SPACES TO HELD-INDEX-RECORD
                       UNSTRING HELD-RECORD DELIMITED BY ","
                           INTO HO-ORDRE-ID
                       MOVE HELD-RECORD TO HO-LINE
                       WRITE HELD-INDEX-RECORD
                           INVALID KEY
                               REWRITE HELD-INDEX-RECORD
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE held-file
       exit.

       APPLY-ONE-DECISION.
           MOVE SPACES TO WS-DEC-SAGS-ID
           MOVE SPACES TO WS-DEC-AFGOERELSE
           MOVE SPACES TO WS-DEC-OPERATOR
           MOVE SPACES TO WS-REJECT-REASON
           UNSTRING DECISION-RECORD DELIMITED BY ","
               INTO WS-DEC-SAGS-ID, WS-DEC-AFGOERELSE, WS-DEC-OPERATOR

           *> deciding a fraud case is an approver's call
           IF WS-REGISTER-PRESENT = "Y"
               AND WS-DEC-OPERATOR = SPACES
               MOVE "Operatoer-ID mangler" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-DEC-OPERATOR NOT = SPACES
               MOVE "GODKENDER" TO WS-ROLLE-KRAV
               CALL "OperatoerOpslag" USING WS-DEC-OPERATOR
                   WS-ROLLE-KRAV WS-OPR-STATUS
               IF WS-OPR-STATUS NOT = "00"
                   MOVE "Operatoeren mangler godkender-rolle"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE WS-DEC-SAGS-ID TO SK-SAGS-ID
           READ case-index-file
               INVALID KEY
                   MOVE "Ukendt sag" TO WS-REJECT-REASON
           END-READ
           IF WS-REJECT-REASON = SPACES
               AND SK-STATUS NOT = "AABEN"
               MOVE "Sagen er allerede afgjort" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-ACTION-TEXT
           EVALUATE FUNCTION TRIM(WS-DEC-AFGOERELSE)
               WHEN "BEKRAEFT"
                   MOVE "BEKRAEFTET" TO SK-STATUS
                   IF SK-KILDE = "BETALING"
                       PERFORM DROP-HELD-ORDER
                   ELSE
                       PERFORM BLOCK-CASE-CARDS
                   END-IF
                   ADD 1 TO WS-CONFIRMED-COUNT
               WHEN "AFVIS"
                   MOVE "AFVIST" TO SK-STATUS
                   IF SK-KILDE = "BETALING"
                       PERFORM RELEASE-HELD-ORDER
                   END-IF
                   ADD 1 TO WS-CLEARED-COUNT
               WHEN OTHER
                   MOVE "Ukendt afgoerelse (brug BEKRAEFT/AFVIS)"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
                   EXIT PARAGRAPH
           END-EVALUATE

           MOVE WS-TODAY-DATE TO SK-AFGJORT
           MOVE WS-DEC-OPERATOR TO SK-OPERATOR
           REWRITE CASE-INDEX-RECORD
           PERFORM WRITE-DECISION-LINES
       exit.

      *> --- the purchase's card, or every AKTIV card on the account
      *> when the purchase named none ---
       BLOCK-CASE-CARDS.
           MOVE 0 TO WS-BLOCKED-COUNT-CASE
           IF WS-CARD-REGISTER-PRESENT = "N"
               MOVE "Intet kortregister - intet kort spaerret"
                   TO WS-ACTION-TEXT
               EXIT PARAGRAPH
           END-IF

           IF SK-KORT-NR NOT = SPACES
               MOVE SK-KORT-NR TO KR-KORT-NR
               READ card-index-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF KR-STATUS = "AKTIV"
                           PERFORM BLOCK-CURRENT-CARD
                       END-IF
               END-READ
           ELSE
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
                           IF KR-KONTO-ID = SK-KONTO-ID
                               AND KR-STATUS = "AKTIV"
                               PERFORM BLOCK-CURRENT-CARD
                           END-IF
                   END-READ
               END-PERFORM
           END-IF

           MOVE SPACES TO WS-ACTION-TEXT
           MOVE WS-BLOCKED-COUNT-CASE TO WS-COUNT-DISPLAY
           STRING "Kort spaerret: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO WS-ACTION-TEXT
       exit.

       BLOCK-CURRENT-CARD.
           MOVE "SPAERRET" TO KR-STATUS
           REWRITE CARD-INDEX-RECORD
           MOVE "Y" TO WS-CARDS-CHANGED
           ADD 1 TO WS-BLOCKED-COUNT-CASE
           ADD 1 TO WS-CARDS-BLOCKED

           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE SPACES TO CARD-LOG-RECORD
           STRING WS-AUDIT-TIMESTAMP(1:8) "-" WS-AUDIT-TIMESTAMP(9:6) DELIMITED BY SIZE
                  ", Handling: SPAER" DELIMITED BY SIZE
                  ", KORT-NR: " DELIMITED BY SIZE
                  FUNCTION TRIM(KR-KORT-NR) DELIMITED BY SIZE
                  ", KONTO-ID: " DELIMITED BY SIZE
                  FUNCTION TRIM(KR-KONTO-ID) DELIMITED BY SIZE
                  ", Status: " DELIMITED BY SIZE
                  FUNCTION TRIM(KR-STATUS) DELIMITED BY SIZE
                  ", Udloeb: " DELIMITED BY SIZE
                  FUNCTION TRIM(KR-UDLOEB) DELIMITED BY SIZE
                  ", Svindelsag: " DELIMITED BY SIZE
                  FUNCTION TRIM(SK-SAGS-ID) DELIMITED BY SIZE
                  INTO CARD-LOG-RECORD
           IF WS-DEC-OPERATOR NOT = SPACES
               STRING FUNCTION TRIM(CARD-LOG-RECORD) DELIMITED BY SIZE
                      ", Operatoer: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-DEC-OPERATOR) DELIMITED BY SIZE
                      INTO CARD-LOG-RECORD
           END-IF
           WRITE CARD-LOG-RECORD
       exit.

       DROP-HELD-ORDER.
           MOVE SK-REF TO HO-ORDRE-ID
           READ held-index-file
               INVALID KEY
                   MOVE "Ordren var ikke tilbageholdt" TO WS-ACTION-TEXT
                   EXIT PARAGRAPH
           END-READ
           DELETE held-index-file RECORD
           MOVE "Y" TO WS-HELD-CHANGED
           MOVE "Tilbageholdt ordre annulleret" TO WS-ACTION-TEXT
       exit.

      *> --- back in the order file; the intake lets it through now
      *> that the case is cleared ---
       RELEASE-HELD-ORDER.
           MOVE SK-REF TO HO-ORDRE-ID
           READ held-index-file
               INVALID KEY
                   MOVE "Ordren var ikke tilbageholdt" TO WS-ACTION-TEXT
                   EXIT PARAGRAPH
           END-READ
           MOVE HO-LINE TO ORDER-RECORD
           WRITE ORDER-RECORD
           DELETE held-index-file RECORD
           MOVE "Y" TO WS-HELD-CHANGED
           ADD 1 TO WS-ORDERS-RELEASED
           MOVE "Ordre frigivet til naeste indlaesning" TO WS-ACTION-TEXT
       exit.

       WRITE-DECISION-LINES.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE SPACES TO FRAUD-LOG-RECORD
           STRING WS-AUDIT-TIMESTAMP(1:8) "-" WS-AUDIT-TIMESTAMP(9:6) DELIMITED BY SIZE
                  ", Sag: " DELIMITED BY SIZE
                  FUNCTION TRIM(SK-SAGS-ID) DELIMITED BY SIZE
                  ", Regel: " DELIMITED BY SIZE
                  FUNCTION TRIM(SK-REGEL) DELIMITED BY SIZE
                  ", KONTO-ID: " DELIMITED BY SIZE
                  FUNCTION TRIM(SK-KONTO-ID) DELIMITED BY SIZE
                  ", Status: " DELIMITED BY SIZE
                  FUNCTION TRIM(SK-STATUS) DELIMITED BY SIZE
                  ", Operatoer: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DEC-OPERATOR) DELIMITED BY SIZE
                  INTO FRAUD-LOG-RECORD
           WRITE FRAUD-LOG-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING FUNCTION TRIM(SK-SAGS-ID) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(SK-STATUS) DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(SK-REGEL) DELIMITED BY SIZE
                  ", Ref: " DELIMITED BY SIZE
                  FUNCTION TRIM(SK-REF) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           IF WS-ACTION-TEXT NOT = SPACES
               STRING FUNCTION TRIM(REPORT-RECORD) DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ACTION-TEXT) DELIMITED BY SIZE
                      INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
       exit.

       REWRITE-CASE-QUEUE.
           MOVE "N" TO END-OF-INDEX-FILE
           MOVE LOW-VALUES TO SK-SAGS-ID
           START case-index-file KEY IS >= SK-SAGS-ID
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-FILE
           END-START

           OPEN OUTPUT case-file
           PERFORM UNTIL END-OF-INDEX-FILE = "Y"
               READ case-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-FILE
                   NOT AT END
                       MOVE SPACES TO CASE-RECORD
                       STRING FUNCTION TRIM(SK-SAGS-ID) ","
                              FUNCTION TRIM(SK-REGEL) ","
                              FUNCTION TRIM(SK-KILDE) ","
                              FUNCTION TRIM(SK-KORT-NR) ","
                              FUNCTION TRIM(SK-KONTO-ID) ","
                              FUNCTION TRIM(SK-CPR) ","
                              FUNCTION TRIM(SK-REF) ","
                              FUNCTION TRIM(SK-BELOEB) ","
                              FUNCTION TRIM(SK-TIDSPUNKT) ","
                              FUNCTION TRIM(SK-STATUS) ","
                              FUNCTION TRIM(SK-OPRETTET)
                              DELIMITED BY SIZE INTO CASE-RECORD
                       IF SK-AFGJORT NOT = SPACES
                           STRING FUNCTION TRIM(CASE-RECORD) ","
                                  FUNCTION TRIM(SK-AFGJORT) ","
                                  FUNCTION TRIM(SK-OPERATOR)
                                  DELIMITED BY SIZE INTO CASE-RECORD
                       END-IF
                       WRITE CASE-RECORD
               END-READ
           END-PERFORM
           CLOSE case-file
       exit.

      *> --- same CSV layout 92-KortVedligehold writes ---
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

       REWRITE-HELD-ORDERS.
           MOVE "N" TO END-OF-INDEX-FILE
           MOVE LOW-VALUES TO HO-ORDRE-ID
           START held-index-file KEY IS >= HO-ORDRE-ID
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-FILE
           END-START

           OPEN OUTPUT held-file
           PERFORM UNTIL END-OF-INDEX-FILE = "Y"
               READ held-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-FILE
                   NOT AT END
                       MOVE HO-LINE TO HELD-RECORD
                       WRITE HELD-RECORD
               END-READ
           END-PERFORM
           CLOSE held-file
       exit.

       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "Afvist - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
                  " - Sag: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DEC-SAGS-ID) DELIMITED BY SIZE
                  ", Afgoerelse: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DEC-AFGOERELSE) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-REJECT-REASON
       exit.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CONFIRMED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Sager bekraeftet: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-CLEARED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Sager afvist: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-CARDS-BLOCKED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Kort spaerret: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-ORDERS-RELEASED TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Ordrer frigivet: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Afgoerelser afvist: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
