      *> statements keep accumulating in the archive, and queues an
      *> ADRBEKRAEFT letter trigger so the customer is asked to
      *> confirm the address. Customers with repeated returns are
      *> listed for branch follow-up. Every return is noted in the
      *> customer contact history with outcome RETUR. ---

environment division.
input-output section.
       01 WS-ARCHIVE-MATCHED pic x value "N".
       01 WS-KUNDE-ID pic x(10) value spaces.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.

       01 WS-MATCHED-COUNT pic 9(7) value 0.
       01 WS-UNMATCHED-COUNT pic 9(7) value 0.
       01 WS-REPEAT-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

      *> --- the returned mailing goes in the customer contact history ---
       01 WS-KONTAKT.
           copy "126-KONTAKTREC.cpy".
       01 WS-KONTAKT-STATUS pic XX value spaces.

PROCEDURE DIVISION.
       OPEN INPUT return-file
       IF WS-RETURN-STATUS = "35"
           OPEN OUTPUT trigger-file
       END-IF

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       perform LOAD-HOLD-REGISTER
       perform LOAD-ACCOUNT-INDEX
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-KONTAKT
           MOVE WS-RET-CPR TO KH-CPR
           MOVE WS-RET-DATO TO KH-DATO
           IF KH-DATO = SPACES
               MOVE WS-TODAY-DATE TO KH-DATO
           END-IF
           MOVE "BREV" TO KH-KANAL
           MOVE "POSTRETUR" TO KH-DOKTYPE
           MOVE WS-RET-AARSAG TO KH-REFERENCE
           MOVE "RETUR" TO KH-UDFALD
           CALL "KontaktRegistrer" USING WS-KONTAKT WS-KONTAKT-STATUS

           perform MATCH-ARCHIVE
           IF WS-ARCHIVE-MATCHED = "N"
               ADD 1 TO WS-UNMATCHED-COUNT
