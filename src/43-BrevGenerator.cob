      *>   SKABELON-ID,KUNDE-ID,KONTO-ID,BELOEB,DATO
      *> (the existing reports can feed it). Name and address come
      *> from the customer master. Print-ready letters land in
      *> 43-Breve.txt and every generated letter in the log and in
      *> the customer contact history. ---

environment division.
input-output section.
       01 WS-SKIPPED-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.
       01 WS-AUDIT-TIMESTAMP pic x(21) value spaces.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.

      *> --- every letter goes in the customer contact history ---
       01 WS-KONTAKT.
           copy "126-KONTAKTREC.cpy".
       01 WS-KONTAKT-STATUS pic XX value spaces.

PROCEDURE DIVISION.
       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       OPEN INPUT trigger-file
       IF WS-TRIGGER-STATUS = "35"
           DISPLAY "BrevGenerator: 43-BrevTriggere.txt blev ikke fundet"
                  FUNCTION TRIM(WS-TRIG-KONTO-ID) DELIMITED BY SIZE
                  INTO LOG-RECORD
           WRITE LOG-RECORD

           MOVE SPACES TO WS-KONTAKT
           MOVE WS-TRIG-KUNDE-ID TO KH-KUNDE-ID
           MOVE WS-TODAY-DATE TO KH-DATO
           MOVE "BREV" TO KH-KANAL
           STRING "BREV " FUNCTION TRIM(WS-TRIG-SKABELON)
                  DELIMITED BY SIZE INTO KH-DOKTYPE
           MOVE WS-TRIG-KONTO-ID TO KH-REFERENCE
           MOVE "SENDT" TO KH-UDFALD
           CALL "KontaktRegistrer" USING WS-KONTAKT WS-KONTAKT-STATUS
       exit.

       WRITE-SKIP-LOG.
