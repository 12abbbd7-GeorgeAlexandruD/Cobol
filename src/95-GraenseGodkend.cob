identification division.
       program-id. GraenseGodkend.

      *> --- Release of what the spending limits parked (HANDLING
      *> PARKER in 95-ForbrugsGraenser.txt), the same approver split
      *> StorPosteringGodkend puts on large postings. Two queues:
      *>   95-GraenseParkeret.txt          delivery rows Indlaes
      *>                                   parked, in the delivery
      *>                                   layout, keyed on TRANS-REF,
      *>   95-GraenseParkeredeOrdrer.txt   payment orders
      *>                                   BetalingsIndlaes parked, the
      *>                                   order line, keyed on
      *>                                   ORDRE-ID.
      *> The approver's decisions arrive in 95-GraenseAfgoerelser.txt
      *> as REF,AFGOERELSE,GODKENDER,AARSAG lines (GODKEND/AFVIS, the
      *> approver must hold the approver role in the operator
      *> register). A released row goes back to 16-Leverance.txt
      *> untouched and its TRANS-REF into 95-GraenseFrigivelser.txt; a
      *> released order goes back to 52-BetalingsOrdrer.txt and its
      *> ORDRE-ID into 95-GraenseFrigivneOrdrer.txt - the next intake
      *> run then books it against the limits without stopping it
      *> again. A bounced item drops with the decision and reason
      *> logged to 95-GraenseGodkendLog.txt; everything undecided
      *> stays in its queue (the .new files beside the queues). An
      *> approver may not decide an item of their own or their
      *> household's (KonfliktKontrol): it stays queued for another
      *> approver and the attempt is logged as INHABIL. ---

environment division.
input-output section.
file-control.
       select row-queue-file assign to "95-GraenseParkeret.txt"
           organization line sequential
           file status is WS-ROW-QUEUE-STATUS.

       select row-queue-new-file assign to "95-GraenseParkeret.new"
           organization line sequential.

       select order-queue-file assign to "95-GraenseParkeredeOrdrer.txt"
           organization line sequential
           file status is WS-ORDER-QUEUE-STATUS.

       select order-queue-new-file
           assign to "95-GraenseParkeredeOrdrer.new"
           organization line sequential.

       select decision-file assign to "95-GraenseAfgoerelser.txt"
           organization line sequential
           file status is WS-DECISION-STATUS.

       select delivery-file assign to "16-Leverance.txt"
           organization line sequential
           file status is WS-DELIVERY-STATUS.

       select orders-file assign to "52-BetalingsOrdrer.txt"
           organization line sequential
           file status is WS-ORDERS-STATUS.

       select row-release-file assign to "95-GraenseFrigivelser.txt"
           organization line sequential
           file status is WS-ROW-RELEASE-STATUS.

       select order-release-file
           assign to "95-GraenseFrigivneOrdrer.txt"
           organization line sequential
           file status is WS-ORDER-RELEASE-STATUS.

      *> --- only probed at start-up: without the operator register
      *> a named approver's decision stands unchecked ---
       select operator-probe-file assign to "80-Operatoerer.txt"
           organization line sequential
           file status is WS-OPERATOR-PROBE-STATUS.

       select log-file assign to "95-GraenseGodkendLog.txt"
           organization line sequential
           file status is WS-LOG-STATUS.

      *> --- decisions keyed on TRANS-REF / ORDRE-ID ---
       select decision-index-file assign to "WS-GraenseAfgoer.tmp"
           organization is indexed
           access mode is dynamic
           record key is AFG-REF
           file status is WS-DECISION-INDEX-STATUS.

data division.
file section.
FD row-queue-file.
01 row-queue-in.
       copy "10-TRANSAKTIONER.cpy".
       05 PARKERET-IBAN pic x(34).
       05 PARKERET-KORT-NR pic x(16).

FD row-queue-new-file.
01 row-queue-new-out.
       copy "10-TRANSAKTIONER.cpy".
       05 NY-PARKERET-IBAN pic x(34).
       05 NY-PARKERET-KORT-NR pic x(16).

FD order-queue-file.
       01 ORDER-QUEUE-RECORD pic x(200).

FD order-queue-new-file.
       01 ORDER-QUEUE-NEW-RECORD pic x(200).

FD decision-file.
       01 DECISION-RECORD pic x(90).

FD delivery-file.
01 delivery-out.
       copy "10-TRANSAKTIONER.cpy".
       05 LEVERET-IBAN pic x(34).
       05 LEVERET-KORT-NR pic x(16).

FD orders-file.
       01 ORDER-RECORD pic x(200).

FD row-release-file.
       01 ROW-RELEASE-RECORD pic x(30).

FD order-release-file.
       01 ORDER-RELEASE-RECORD pic x(30).

FD operator-probe-file.
       01 OPERATOR-PROBE-RECORD pic x(60).

FD log-file.
       01 LOG-RECORD pic x(180).

FD decision-index-file.
       01 DECISION-INDEX-RECORD.
           05 AFG-REF pic x(20).
           05 AFG-AFGOERELSE pic x(8).
           05 AFG-GODKENDER pic x(10).
           05 AFG-AARSAG pic x(40).

WORKING-STORAGE SECTION.
       01 WS-ROW-QUEUE-STATUS pic XX value spaces.
       01 WS-ORDER-QUEUE-STATUS pic XX value spaces.
       01 WS-DECISION-STATUS pic XX value spaces.
       01 WS-DELIVERY-STATUS pic XX value spaces.
       01 WS-ORDERS-STATUS pic XX value spaces.
       01 WS-ROW-RELEASE-STATUS pic XX value spaces.
       01 WS-ORDER-RELEASE-STATUS pic XX value spaces.
       01 WS-LOG-STATUS pic XX value spaces.
       01 WS-DECISION-INDEX-STATUS pic XX value spaces.

       01 END-OF-ROW-QUEUE-FILE pic x value "N".
       01 END-OF-ORDER-QUEUE-FILE pic x value "N".
       01 END-OF-DECISION-FILE pic x value "N".

       01 WS-AFG-REF-TEXT pic x(20) value spaces.
       01 WS-AFG-SVAR-TEXT pic x(8) value spaces.
       01 WS-AFG-GODKENDER-TEXT pic x(10) value spaces.
       01 WS-AFG-AARSAG-TEXT pic x(40) value spaces.

      *> --- approver role check against 80-Operatoerer.txt; the
      *> check only bites when the register is installed ---
       01 WS-ROLLE-KRAV pic x(14) value spaces.
       01 WS-OPR-STATUS pic XX value spaces.
       01 WS-GODKENDER-WORK pic x(10) value spaces.
       01 WS-OPERATOR-PROBE-STATUS pic XX value spaces.
       01 WS-REGISTER-PRESENT pic x value "N".

      *> --- the queued item being decided, whichever queue ---
       01 WS-ITEM-REF pic x(20) value spaces.
       01 WS-ITEM-CPR pic x(15) value spaces.
       01 WS-ITEM-KONTO-ID pic x(15) value spaces.
       01 WS-ITEM-BELOEB pic x(20) value spaces.
       01 WS-ITEM-VALUTA pic x(3) value spaces.
       01 WS-ITEM-KILDE pic x(6) value spaces.
       01 WS-ITEM-DECISION pic x value space.
           88 ITEM-RELEASED value "G".
           88 ITEM-BOUNCED value "A".
           88 ITEM-WAITING value "V".

      *> --- ORDRE-ID,CPR,KONTO-ID,...,BELOEB,VALUTA,... ---
       01 WS-ORD-ID pic x(20) value spaces.
       01 WS-ORD-CPR pic x(15) value spaces.
       01 WS-ORD-KONTO-ID pic x(15) value spaces.
       01 WS-ORD-FELT pic x(20) value spaces.
       01 WS-ORD-BELOEB pic x(20) value spaces.
       01 WS-ORD-VALUTA pic x(3) value spaces.

       01 WS-RELEASED-COUNT pic 9(7) value 0.
       01 WS-BOUNCED-COUNT pic 9(7) value 0.
       01 WS-WAITING-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.
       01 WS-AUDIT-TIMESTAMP pic x(21) value spaces.

      *> --- conflict-of-interest check on the approver ---
       01 WS-KONFLIKT.
           copy "128-KONFLIKTREC.cpy".
       01 WS-KONFLIKT-STATUS pic XX value spaces.

      *> --- integrity seal on the shared handoff, proven before
      *> rows are added and renewed afterwards ---
       01 WS-SEGL-MODE pic x value space.
       01 WS-SEGL-FILNAVN pic x(40) value spaces.
       01 WS-LEVERANCE-SEGL pic XX value spaces.

PROCEDURE DIVISION.
       OPEN INPUT row-queue-file
       OPEN INPUT order-queue-file
       IF WS-ROW-QUEUE-STATUS NOT = "00"
           AND WS-ORDER-QUEUE-STATUS NOT = "00"
           DISPLAY "GraenseGodkend: 95-GraenseParkeret.txt og"
               " 95-GraenseParkeredeOrdrer.txt blev ikke fundet"
               " - intet parkeret"
           STOP RUN
       END-IF

       OPEN INPUT operator-probe-file
       IF WS-OPERATOR-PROBE-STATUS = "00"
           MOVE "Y" TO WS-REGISTER-PRESENT
           CLOSE operator-probe-file
       END-IF

       perform LOAD-DECISIONS

       OPEN EXTEND log-file
       IF WS-LOG-STATUS = "35"
           OPEN OUTPUT log-file
       END-IF

       IF WS-ROW-QUEUE-STATUS = "00"
           perform DECIDE-PARKED-ROWS
       END-IF
       IF WS-ORDER-QUEUE-STATUS = "00"
           perform DECIDE-PARKED-ORDERS
       END-IF

       close decision-index-file
       close log-file

       MOVE WS-RELEASED-COUNT TO WS-COUNT-DISPLAY
       DISPLAY "GraenseGodkend: " FUNCTION TRIM(WS-COUNT-DISPLAY)
           " frigivet"
       MOVE WS-BOUNCED-COUNT TO WS-COUNT-DISPLAY
       DISPLAY "GraenseGodkend: " FUNCTION TRIM(WS-COUNT-DISPLAY)
           " afvist"
       MOVE WS-WAITING-COUNT TO WS-COUNT-DISPLAY
       DISPLAY "GraenseGodkend: " FUNCTION TRIM(WS-COUNT-DISPLAY)
           " venter fortsat"

      *> the remaining queues replace the old ones next run: operators
      *> swap the .new files over the .txt queues
stop run.

       LOAD-DECISIONS.
           OPEN OUTPUT decision-index-file
           CLOSE decision-index-file
           OPEN I-O decision-index-file

           OPEN INPUT decision-file
           IF WS-DECISION-STATUS = "00"
               PERFORM UNTIL END-OF-DECISION-FILE = "Y"
                   READ decision-file
                       AT END
                           MOVE "Y" TO END-OF-DECISION-FILE
                       NOT AT END
                           MOVE SPACES TO WS-AFG-REF-TEXT
                           MOVE SPACES TO WS-AFG-SVAR-TEXT
                           MOVE SPACES TO WS-AFG-GODKENDER-TEXT
                           MOVE SPACES TO WS-AFG-AARSAG-TEXT
                           UNSTRING DECISION-RECORD DELIMITED BY ","
                               INTO WS-AFG-REF-TEXT, WS-AFG-SVAR-TEXT,
                                    WS-AFG-GODKENDER-TEXT,
                                    WS-AFG-AARSAG-TEXT
                           MOVE WS-AFG-REF-TEXT TO AFG-REF
                           MOVE WS-AFG-SVAR-TEXT TO AFG-AFGOERELSE
                           MOVE WS-AFG-GODKENDER-TEXT TO AFG-GODKENDER
                           MOVE WS-AFG-AARSAG-TEXT TO AFG-AARSAG
                           WRITE DECISION-INDEX-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE decision-file
           END-IF
       exit.

      *> --- delivery rows: a released row re-enters the delivery
      *> untouched, its original TIDSPUNKT preserved ---
       DECIDE-PARKED-ROWS.
           OPEN OUTPUT row-queue-new-file

           *> rows are only added to a delivery whose seal still holds
           MOVE "A" TO WS-SEGL-MODE
           MOVE "16-Leverance.txt" TO WS-SEGL-FILNAVN
           CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
               WS-LEVERANCE-SEGL
           OPEN EXTEND delivery-file
           IF WS-DELIVERY-STATUS = "35"
               OPEN OUTPUT delivery-file
           END-IF

           OPEN EXTEND row-release-file
           IF WS-ROW-RELEASE-STATUS = "35"
               OPEN OUTPUT row-release-file
           END-IF

           MOVE "RAEKKE" TO WS-ITEM-KILDE
           perform UNTIL END-OF-ROW-QUEUE-FILE = "Y"
               read row-queue-file
                   at end
                       move "Y" to END-OF-ROW-QUEUE-FILE
                   not at end
                       MOVE TRANS-REF OF row-queue-in TO WS-ITEM-REF
                       MOVE CPR OF row-queue-in TO WS-ITEM-CPR
                       MOVE KONTO-ID OF row-queue-in TO WS-ITEM-KONTO-ID
                       MOVE BELOEB OF row-queue-in TO WS-ITEM-BELOEB
                       MOVE VALUTA OF row-queue-in TO WS-ITEM-VALUTA
                       perform DECIDE-ONE-ITEM
                       EVALUATE TRUE
                           WHEN ITEM-RELEASED
                               MOVE row-queue-in TO delivery-out
                               WRITE delivery-out
                               MOVE SPACES TO ROW-RELEASE-RECORD
                               MOVE FUNCTION TRIM(WS-ITEM-REF)
                                   TO ROW-RELEASE-RECORD
                               WRITE ROW-RELEASE-RECORD
                           WHEN ITEM-WAITING
                               MOVE row-queue-in TO row-queue-new-out
                               WRITE row-queue-new-out
                       END-EVALUATE
               end-read
           end-perform

           close row-queue-file
           close row-queue-new-file
           close delivery-file
           *> the seal is renewed over the added rows; a delivery whose
           *> seal had already failed is left for the receiver to refuse
           IF WS-LEVERANCE-SEGL = "00"
               MOVE "S" TO WS-SEGL-MODE
               MOVE "16-Leverance.txt" TO WS-SEGL-FILNAVN
               CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
                   WS-LEVERANCE-SEGL
           END-IF
           close row-release-file
       exit.

      *> --- payment orders: a released order goes back to the order
      *> file whole, signer fields and all ---
       DECIDE-PARKED-ORDERS.
           OPEN OUTPUT order-queue-new-file

           OPEN EXTEND orders-file
           IF WS-ORDERS-STATUS = "35"
               OPEN OUTPUT orders-file
           END-IF

           OPEN EXTEND order-release-file
           IF WS-ORDER-RELEASE-STATUS = "35"
               OPEN OUTPUT order-release-file
           END-IF

           MOVE "ORDRE" TO WS-ITEM-KILDE
           perform UNTIL END-OF-ORDER-QUEUE-FILE = "Y"
               read order-queue-file
                   at end
                       move "Y" to END-OF-ORDER-QUEUE-FILE
                   not at end
                       MOVE SPACES TO WS-ORD-ID
                       MOVE SPACES TO WS-ORD-CPR
                       MOVE SPACES TO WS-ORD-KONTO-ID
                       MOVE SPACES TO WS-ORD-BELOEB
                       MOVE SPACES TO WS-ORD-VALUTA
                       UNSTRING ORDER-QUEUE-RECORD DELIMITED BY ","
                           INTO WS-ORD-ID, WS-ORD-CPR, WS-ORD-KONTO-ID,
                                WS-ORD-FELT, WS-ORD-FELT, WS-ORD-FELT,
                                WS-ORD-FELT, WS-ORD-BELOEB,
                                WS-ORD-VALUTA
                       MOVE WS-ORD-ID TO WS-ITEM-REF
                       MOVE WS-ORD-CPR TO WS-ITEM-CPR
                       MOVE WS-ORD-KONTO-ID TO WS-ITEM-KONTO-ID
                       MOVE WS-ORD-BELOEB TO WS-ITEM-BELOEB
                       MOVE WS-ORD-VALUTA TO WS-ITEM-VALUTA
                       perform DECIDE-ONE-ITEM
                       EVALUATE TRUE
                           WHEN ITEM-RELEASED
                               MOVE ORDER-QUEUE-RECORD TO ORDER-RECORD
                               WRITE ORDER-RECORD
                               MOVE SPACES TO ORDER-RELEASE-RECORD
                               MOVE FUNCTION TRIM(WS-ITEM-REF)
                                   TO ORDER-RELEASE-RECORD
                               WRITE ORDER-RELEASE-RECORD
                           WHEN ITEM-WAITING
                               MOVE ORDER-QUEUE-RECORD
                                   TO ORDER-QUEUE-NEW-RECORD
                               WRITE ORDER-QUEUE-NEW-RECORD
                       END-EVALUATE
               end-read
           end-perform

           close order-queue-file
           close order-queue-new-file
           close orders-file
           close order-release-file
       exit.

      *> --- the decision on the item in WS-ITEM-*: released,
      *> bounced or still waiting ---
       DECIDE-ONE-ITEM.
           SET ITEM-WAITING TO TRUE
           MOVE WS-ITEM-REF TO AFG-REF
           READ decision-index-file
               INVALID KEY
                   ADD 1 TO WS-WAITING-COUNT
                   EXIT PARAGRAPH
           END-READ

           *> the approver must hold the approver role once the
           *> operator register is installed
           MOVE "00" TO WS-OPR-STATUS
           IF WS-REGISTER-PRESENT = "Y"
               MOVE AFG-GODKENDER TO WS-GODKENDER-WORK
               MOVE "GODKENDER" TO WS-ROLLE-KRAV
               CALL "OperatoerOpslag" USING WS-GODKENDER-WORK
                   WS-ROLLE-KRAV WS-OPR-STATUS
           END-IF
           IF WS-OPR-STATUS NOT = "00"
               ADD 1 TO WS-WAITING-COUNT
               MOVE "UGYLDIG GODKENDER" TO AFG-AFGOERELSE
               perform WRITE-DECISION-LOG
               EXIT PARAGRAPH
           END-IF

           *> nobody decides on their own or a household member's
           *> spending; the item waits for an approver without a stake
           MOVE SPACES TO WS-KONFLIKT
           MOVE AFG-GODKENDER TO KF-OPERATOR
           MOVE WS-ITEM-CPR TO KF-CPR
           MOVE WS-ITEM-KONTO-ID TO KF-KONTO-ID
           MOVE "GraenseGodkend" TO KF-PROGRAM
           STRING FUNCTION TRIM(AFG-AFGOERELSE) " "
                  FUNCTION TRIM(WS-ITEM-REF)
                  DELIMITED BY SIZE INTO KF-HANDLING
           CALL "KonfliktKontrol" USING WS-KONFLIKT WS-KONFLIKT-STATUS
           IF WS-KONFLIKT-STATUS NOT = "00"
               ADD 1 TO WS-WAITING-COUNT
               MOVE "INHABIL" TO AFG-AFGOERELSE
               perform WRITE-DECISION-LOG
               EXIT PARAGRAPH
           END-IF

           EVALUATE FUNCTION TRIM(AFG-AFGOERELSE)
               WHEN "GODKEND"
                   ADD 1 TO WS-RELEASED-COUNT
                   SET ITEM-RELEASED TO TRUE
                   perform WRITE-DECISION-LOG
               WHEN "AFVIS"
                   ADD 1 TO WS-BOUNCED-COUNT
                   SET ITEM-BOUNCED TO TRUE
                   perform WRITE-DECISION-LOG
               WHEN OTHER
                   ADD 1 TO WS-WAITING-COUNT
           END-EVALUATE
       exit.

       WRITE-DECISION-LOG.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE SPACES TO LOG-RECORD
           STRING WS-AUDIT-TIMESTAMP(1:8) "-" WS-AUDIT-TIMESTAMP(9:6)
                  DELIMITED BY SIZE
                  ", Afgoerelse: " DELIMITED BY SIZE
                  FUNCTION TRIM(AFG-AFGOERELSE) DELIMITED BY SIZE
                  ", Godkender: " DELIMITED BY SIZE
                  FUNCTION TRIM(AFG-GODKENDER) DELIMITED BY SIZE
                  ", Aarsag: " DELIMITED BY SIZE
                  FUNCTION TRIM(AFG-AARSAG) DELIMITED BY SIZE
                  ", Kilde: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ITEM-KILDE) DELIMITED BY SIZE
                  ", Ref: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ITEM-REF) DELIMITED BY SIZE
                  ", CPR: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ITEM-CPR) DELIMITED BY SIZE
                  ", Beloeb: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ITEM-BELOEB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ITEM-VALUTA) DELIMITED BY SIZE
                  INTO LOG-RECORD
           WRITE LOG-RECORD
       exit.
