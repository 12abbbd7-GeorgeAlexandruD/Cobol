      *> cycle from 10-UdskriftArkiv.txt and delivers a copy under
      *> the secondary holder's own 10-KanalPraefs.txt channel:
      *> print copies land in 48-MedejerUdskrifter.txt, e-mail copies
      *> in 48-MedejerUdskrifterEmail.txt, NONE suppresses. Each copy,
      *> sent or suppressed, goes in the customer contact history. ---

environment division.
input-output section.
       01 WS-CYKLUS-SLUT pic x(10) value spaces.
       01 WS-CYKLUS-STATUS-TEXT pic x(8) value spaces.
       01 WS-ARKIV-CYKLUS pic x(8) value spaces.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.

       01 WS-COPY-COUNT pic 9(7) value 0.
       01 WS-SUPPRESSED-COUNT pic 9(7) value 0.
       01 WS-MISSING-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

      *> --- every copy goes in the customer contact history ---
       01 WS-KONTAKT.
           copy "126-KONTAKTREC.cpy".
       01 WS-KONTAKT-STATUS pic XX value spaces.

PROCEDURE DIVISION.
       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       OPEN INPUT holders-file
       IF WS-HOLDERS-STATUS = "35"
           DISPLAY "MedejerUdskrift: 48-KontoHavere.txt blev ikke fundet"
           IF WS-CYKLUS-ACTIVE = "Y"
               MOVE WS-CYKLUS-ID TO WS-ARKIV-CYKLUS
           ELSE
               MOVE WS-TODAY-DATE(1:4) TO WS-ARKIV-CYKLUS(1:4)
               MOVE WS-TODAY-DATE(6:2) TO WS-ARKIV-CYKLUS(5:2)
               MOVE WS-TODAY-DATE(9:2) TO WS-ARKIV-CYKLUS(7:2)
           END-IF
       exit.

           perform LOOKUP-COPY-CHANNEL
           IF WS-COPY-CHANNEL = "N"
               ADD 1 TO WS-SUPPRESSED-COUNT
               perform RECORD-COPY-CONTACT
               EXIT PARAGRAPH
           END-IF

           perform EMIT-STATEMENT-COPY
           perform RECORD-COPY-CONTACT
       exit.

      *> --- the co-holder's copy, referenced by account and cycle ---
       RECORD-COPY-CONTACT.
           MOVE SPACES TO WS-KONTAKT
           MOVE WS-LINK-CPR TO KH-CPR
           MOVE WS-LINK-KUNDE-ID TO KH-KUNDE-ID
           MOVE WS-TODAY-DATE TO KH-DATO
           MOVE "MEDEJERUDSKRIFT" TO KH-DOKTYPE
           STRING FUNCTION TRIM(WS-LINK-KONTO-ID) " " WS-ARKIV-CYKLUS
                  DELIMITED BY SIZE INTO KH-REFERENCE
           EVALUATE WS-COPY-CHANNEL
               WHEN "E"
                   MOVE "EMAIL" TO KH-KANAL
                   MOVE "SENDT" TO KH-UDFALD
               WHEN "N"
                   MOVE "BREV" TO KH-KANAL
                   MOVE "IKKE-SENDT" TO KH-UDFALD
               WHEN OTHER
                   MOVE "BREV" TO KH-KANAL
                   MOVE "SENDT" TO KH-UDFALD
           END-EVALUATE
           CALL "KontaktRegistrer" USING WS-KONTAKT WS-KONTAKT-STATUS
       exit.

       LOOKUP-COPY-CHANNEL.
