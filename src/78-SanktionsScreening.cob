      *>     the CPR resolved through the transaction master's
      *>     account link),
      *>   - every counterparty (BUTIK) on the master's rows (key
      *>     TRANS-REF, the row's own CPR),
      *>   - every customer's country of residence: a LAND the
      *>     country master 143-Lande.txt marks as sanctioned queues
      *>     a SANKTION hit with LISTE-ID LAND-<ISO> and list name
      *>     "Bopael i <land>", decided like any other hit.
      *> Hits land in the review queue 78-HitKoe.txt
      *> (NOEGLE,LISTE-ID,KILDE,CPR,KANDIDAT,LISTENAVN,TYPE,
      *> MEMO-ADVARSEL - the last field the text of a warning memo on
      *> the CPR in 125-KundeMemoer.txt, refreshed each run); the
      *> operator's decisions in 78-HitAfgoerelser.txt
      *> (NOEGLE,LISTE-ID,SAND/FALSK,OPERATOR) are applied first:
      *> FALSK joins the remembered-false list 78-Friholdt.txt and
       01 LIST-CSV-RECORD pic x(70).

FD customer-file.
       01 csv-lines pic x(150).

FD transactions-file.
01 transactions-in.
       01 csv-lines2 pic x(100).

FD queue-file.
       01 QUEUE-RECORD pic x(220).

FD queue-new-file.
       01 QUEUE-NEW-RECORD pic x(220).

FD decision-file.
       01 DECISION-RECORD pic x(60).
       01 WS-HIT-CPR pic x(15) value spaces.
       01 WS-HIT-COUNT pic 9(3) value 0.

      *> --- the list entry a hit is queued against: a list row, or
      *> a sanctioned country of residence ---
       01 WS-HIT-LISTE-ID pic x(8) value spaces.
       01 WS-HIT-LISTENAVN pic x(40) value spaces.
       01 WS-HIT-TYPE pic x(8) value spaces.
       01 WS-HIT-FORBINDELSE pic x(6) value spaces.

      *> --- customer-master CSV fields ---
       01 WS-KUNDE-ID pic x(10).
       01 WS-FIRST-NAME pic x(15).
       01 WS-LAST-NAME pic x(15).
       01 WS-ROW-FIELD pic x(30).

      *> --- the customer's LAND through LandOpslag ---
       01 WS-LAND-MODE pic x value space.
       01 WS-LAND-TEKST pic x(30) value spaces.
       01 WS-LAND.
           copy "143-LAND.cpy".
       01 WS-LAND-STATUS pic XX value spaces.
       01 WS-LAND-NAVN-IX pic 9(2) value 0.
       01 WS-LAND-NAVN pic x(30) value spaces.

      *> --- queue and decision fields ---
       01 WS-KOE-NOEGLE pic x(20) value spaces.
       01 WS-AFGOERELSE pic x(6) value spaces.

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-NEW-HIT-COUNT pic 9(7) value 0.
       01 WS-TRUE-COUNT pic 9(7) value 0.
       01 WS-FALSE-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

      *> --- warning memo on the hit's CPR, carried on the queue line ---
       01 WS-MEMO-LISTE.
           copy "125-MEMOLISTE.cpy".
       01 WS-MEMO-STATUS pic XX value spaces.
       01 WS-MEMO-CPR pic x(15) value spaces.

PROCEDURE DIVISION.
       OPEN OUTPUT report-file
       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       perform LOAD-SANCTIONS-LIST
       IF WS-LIST-COUNT = 0
                   WRITE WHITELIST-RECORD
                   CLOSE whitelist-file
               WHEN OTHER
                   *> carried forward with the memo field refreshed
                   MOVE SPACES TO QUEUE-NEW-RECORD
                   STRING FUNCTION TRIM(WS-KOE-NOEGLE) ","
                          FUNCTION TRIM(WS-KOE-LISTE) ","
                          FUNCTION TRIM(WS-KOE-KILDE) ","
                          FUNCTION TRIM(WS-KOE-CPR) ","
                          FUNCTION TRIM(WS-KOE-KANDIDAT) ","
                          FUNCTION TRIM(WS-KOE-LISTENAVN) ","
                          FUNCTION TRIM(WS-KOE-TYPE)
                          DELIMITED BY SIZE INTO QUEUE-NEW-RECORD
                   MOVE WS-KOE-CPR TO WS-MEMO-CPR
                   perform APPEND-WARNING-MEMO
                   WRITE QUEUE-NEW-RECORD
           END-EVALUATE

                       MOVE SPACES TO WS-KUNDE-ID
                       MOVE SPACES TO WS-FIRST-NAME
                       MOVE SPACES TO WS-LAST-NAME
                       MOVE SPACES TO WS-LAND-TEKST
                       UNSTRING csv-lines DELIMITED BY ","
                           INTO WS-KUNDE-ID, WS-FIRST-NAME, WS-LAST-NAME,
                                WS-ROW-FIELD, WS-ROW-FIELD, WS-ROW-FIELD,
                                WS-ROW-FIELD, WS-ROW-FIELD, WS-ROW-FIELD,
                                WS-ROW-FIELD, WS-ROW-FIELD, WS-ROW-FIELD,
                                WS-LAND-TEKST
                       IF WS-KUNDE-ID NOT = SPACES
                           MOVE SPACES TO WS-KANDIDAT-NAVN
                           STRING FUNCTION TRIM(WS-FIRST-NAME) " "
                                   MOVE MAP-CPR TO WS-HIT-CPR
                           END-READ
                           perform SCREEN-ONE-NAME
                           perform SCREEN-CUSTOMER-COUNTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE customer-file
       exit.

      *> --- a customer living in a sanctioned country is a hit on
      *> the country itself; the country's Danish name, failing that
      *> its first name, names it ---
       SCREEN-CUSTOMER-COUNTRY.
           MOVE "K" TO WS-LAND-MODE
           CALL "LandOpslag" USING WS-LAND-MODE WS-LAND-TEKST WS-LAND
               WS-LAND-STATUS
           IF WS-LAND-STATUS NOT = "00" OR LAND-SANKTION NOT = "J"
               EXIT PARAGRAPH
           END-IF
           MOVE LAND-NAVN(1) TO WS-LAND-NAVN
           PERFORM VARYING WS-LAND-NAVN-IX FROM 1 BY 1
               UNTIL WS-LAND-NAVN-IX > 5
               IF LAND-SPROG(WS-LAND-NAVN-IX) = "DA"
                   MOVE LAND-NAVN(WS-LAND-NAVN-IX) TO WS-LAND-NAVN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LAND-NAVN = SPACES
               MOVE LAND-ISO TO WS-LAND-NAVN
           END-IF

           MOVE SPACES TO WS-HIT-LISTE-ID
           STRING "LAND-" LAND-ISO DELIMITED BY SIZE INTO WS-HIT-LISTE-ID
           MOVE SPACES TO WS-HIT-LISTENAVN
           STRING "Bopael i " FUNCTION TRIM(WS-LAND-NAVN)
                  DELIMITED BY SIZE INTO WS-HIT-LISTENAVN
           MOVE "SANKTION" TO WS-HIT-TYPE
           MOVE "-" TO WS-HIT-FORBINDELSE
           perform QUEUE-HIT-IF-NEW
       exit.

       SCREEN-COUNTERPARTIES.
           OPEN INPUT transactions-file
           IF WS-TRANS-STATUS NOT = "00"
                       (1:FUNCTION LENGTH(
                           FUNCTION TRIM(LST-NORM(WS-LIST-IX))))
               IF WS-HIT-COUNT > 0
                   MOVE LST-ID(WS-LIST-IX) TO WS-HIT-LISTE-ID
                   MOVE LST-NAVN(WS-LIST-IX) TO WS-HIT-LISTENAVN
                   MOVE LST-TYPE(WS-LIST-IX) TO WS-HIT-TYPE
                   MOVE "ligner" TO WS-HIT-FORBINDELSE
                   perform QUEUE-HIT-IF-NEW
               END-IF
           END-PERFORM

       QUEUE-HIT-IF-NEW.
           MOVE WS-NOEGLE TO SEEN-NOEGLE
           MOVE WS-HIT-LISTE-ID TO SEEN-LISTE-ID
           READ seen-index-file
               INVALID KEY
                   CONTINUE
           ADD 1 TO WS-NEW-HIT-COUNT
           MOVE SPACES TO QUEUE-NEW-RECORD
           STRING FUNCTION TRIM(WS-NOEGLE) ","
                  FUNCTION TRIM(WS-HIT-LISTE-ID) ","
                  FUNCTION TRIM(WS-KILDE) ","
                  FUNCTION TRIM(WS-HIT-CPR) ","
                  FUNCTION TRIM(WS-KANDIDAT-NAVN) ","
                  FUNCTION TRIM(WS-HIT-LISTENAVN) ","
                  FUNCTION TRIM(WS-HIT-TYPE)
                  DELIMITED BY SIZE INTO QUEUE-NEW-RECORD
           MOVE WS-HIT-CPR TO WS-MEMO-CPR
           perform APPEND-WARNING-MEMO
           WRITE QUEUE-NEW-RECORD

           MOVE SPACES TO REPORT-RECORD
           STRING "Nyt hit - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-KANDIDAT-NAVN) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HIT-FORBINDELSE) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HIT-LISTENAVN) DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HIT-TYPE) DELIMITED BY SIZE
                  "), noegle: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NOEGLE) DELIMITED BY SIZE
                  INTO REPORT-RECORD
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

      *> --- a warning memo on WS-MEMO-CPR becomes the queue line's
      *> eighth field; commas in the memo text would shift the fields,
      *> so they go out as semicolons ---
       APPEND-WARNING-MEMO.
           IF WS-MEMO-CPR = SPACES
               EXIT PARAGRAPH
           END-IF
           CALL "MemoOpslag" USING WS-MEMO-CPR WS-TODAY-DATE
               WS-MEMO-LISTE WS-MEMO-STATUS
           IF WS-MEMO-STATUS NOT = "00" OR ML-ADVARSEL NOT = "J"
               EXIT PARAGRAPH
           END-IF
           INSPECT ML-ADVARSEL-TEKST REPLACING ALL "," BY ";"
           STRING FUNCTION TRIM(QUEUE-NEW-RECORD) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(ML-ADVARSEL-TEKST) DELIMITED BY SIZE
                  INTO QUEUE-NEW-RECORD
       exit.
