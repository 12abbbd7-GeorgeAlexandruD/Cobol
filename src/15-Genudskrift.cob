      *> transaction files as the regular batch run but is strictly
      *> read-only: it never rewrites balance-carry-file, never advances
      *> the checkpoint, and never touches 10-Kontoudskrifter.txt - it
      *> writes to its own 15-Genudskrift.txt instead. Both modes end
      *> with an internal control page listing the customer's standing
      *> memos from 125-KundeMemoer.txt - the page is for the desk
      *> handling the call and is taken off before the copy is sent.
      *> Every reprint is logged as a customer-data read in
      *> 127-LaesAdgangLog.txt with the operator and purpose given in
      *> the parameter file. ---

environment division.
input-output section.
       01 WS-NETWORK-MEDIAN-TEXT pic x(15) value spaces.
       01 WS-CARRY-BENCHMARK pic x value space.

      *> --- standing memos for the control page ---
       01 WS-MEMO-LISTE.
           copy "125-MEMOLISTE.cpy".
       01 WS-MEMO-STATUS pic XX value spaces.
       01 WS-MEMO-IX pic 9(2) value 0.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.

      *> --- the reprint goes in the customer contact history ---
       01 WS-KONTAKT.
           copy "126-KONTAKTREC.cpy".
       01 WS-KONTAKT-STATUS pic XX value spaces.

      *> --- the reprint is a read of the customer's data and goes in
      *> the read-access log with the requesting operator ---
       01 END-OF-PARAM-FILE pic x value "N".
       01 WS-PARAM-VAERDI pic x(20) value spaces.
       01 WS-READ-OPERATOR pic x(10) value spaces.
       01 WS-READ-FORMAAL pic x(12) value "GENUDSKRIFT".
       01 WS-ADGANG.
           copy "127-ADGANGREC.cpy".
       01 WS-ADGANG-STATUS pic XX value spaces.

PROCEDURE DIVISION.
       perform LOAD-TARGET-CPR
       IF WS-CPR = SPACES
           *> the stored original, verbatim - no recomputation at all
           OPEN OUTPUT output-file
           perform PRINT-ARCHIVED-STATEMENT
           perform WRITE-CONTROL-PAGE
           perform RECORD-REPRINT-CONTACT
           perform RECORD-REPRINT-ACCESS
           close output-file
           IF WS-CUSTOMER-FOUND = "N"
               MOVE 1 TO RETURN-CODE
       perform LOAD-NETWORK-STATS

       perform PRINT-CUSTOMER-STATEMENT
       perform WRITE-CONTROL-PAGE
       perform RECORD-REPRINT-CONTACT
       perform RECORD-REPRINT-ACCESS

       close banks-file
       close transactions-file
                   NOT AT END
                       MOVE PARAM-RECORD(1:15) TO WS-CPR
               END-READ
               *> optional further lines: ARKIV,<CYKLUS-ID> switches
               *> to the stored-original reprint (runs made without a
               *> cycle register archived under their run date, so
               *> the key there is ARKIV,YYYYMMDD); OPERATOR,<id> and
               *> FORMAAL,<code> go in the read-access log
               PERFORM UNTIL END-OF-PARAM-FILE = "Y"
                   READ param-file
                       AT END
                           MOVE "Y" TO END-OF-PARAM-FILE
                       NOT AT END
                           MOVE SPACES TO WS-ARCHIVE-MODE-TEXT
                           MOVE SPACES TO WS-PARAM-VAERDI
                           UNSTRING PARAM-RECORD DELIMITED BY ","
                               INTO WS-ARCHIVE-MODE-TEXT, WS-PARAM-VAERDI
                           EVALUATE FUNCTION TRIM(WS-ARCHIVE-MODE-TEXT)
                               WHEN "ARKIV"
                                   MOVE "Y" TO WS-ARCHIVE-MODE
                                   MOVE WS-PARAM-VAERDI TO WS-ARCHIVE-CYKLUS
                               WHEN "OPERATOR"
                                   MOVE WS-PARAM-VAERDI TO WS-READ-OPERATOR
                               WHEN "FORMAAL"
                                   MOVE WS-PARAM-VAERDI TO WS-READ-FORMAAL
                               WHEN OTHER
                                   CONTINUE
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE param-file
           END-IF
       exit.
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
       exit.

      *> --- internal control page: the reprint's CPR and date and the
      *> memos standing on the customer today, warnings marked ---
       WRITE-CONTROL-PAGE.
           *> the business date, not the clock - a run after midnight or
           *> a catch-up day still works under the day it belongs to
           CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

           MOVE SPACES TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE ALL "-" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
           STRING "Kontrolside (intern) - CPR: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CPR) DELIMITED BY SIZE
                  "   Genudskrevet: " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  INTO OUTPUT-RECORD
           WRITE OUTPUT-RECORD

           CALL "MemoOpslag" USING WS-CPR WS-TODAY-DATE
               WS-MEMO-LISTE WS-MEMO-STATUS
           IF WS-MEMO-STATUS NOT = "00"
               MOVE "Ingen gaeldende kundememoer" TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           ELSE
               MOVE "Kundememoer:" TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
               PERFORM VARYING WS-MEMO-IX FROM 1 BY 1
                   UNTIL WS-MEMO-IX > ML-ANTAL
                   MOVE SPACES TO OUTPUT-RECORD
                   IF ML-ADVARSEL-FLAG(WS-MEMO-IX) = "J"
                       MOVE "! " TO OUTPUT-RECORD(1:2)
                   END-IF
                   STRING ML-OPRETTET(WS-MEMO-IX) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          ML-KATEGORI(WS-MEMO-IX) DELIMITED BY SIZE
                          FUNCTION TRIM(ML-TEKST(WS-MEMO-IX))
                              DELIMITED BY SIZE
                          " (" DELIMITED BY SIZE
                          FUNCTION TRIM(ML-OPRETTET-AF(WS-MEMO-IX))
                              DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                          INTO OUTPUT-RECORD(3:)
                   WRITE OUTPUT-RECORD
               END-PERFORM
               IF ML-ADVARSEL = "J"
                   MOVE "! = memo med advarsel" TO OUTPUT-RECORD
                   WRITE OUTPUT-RECORD
               END-IF
           END-IF
           MOVE ALL "-" TO OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           MOVE SPACES TO OUTPUT-RECORD
       exit.

      *> --- a reprint that found the customer is a contact: the
      *> archived copy referenced by its cycle, a recomputed one by
      *> the reprint file; delivery is the desk's business ---
       RECORD-REPRINT-CONTACT.
           IF WS-CUSTOMER-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-KONTAKT
           MOVE WS-CPR TO KH-CPR
           MOVE WS-TODAY-DATE TO KH-DATO
           MOVE "BREV" TO KH-KANAL
           MOVE "GENUDSKRIFT" TO KH-DOKTYPE
           IF WS-ARCHIVE-MODE = "Y"
               STRING "UdskriftArkiv " WS-ARCHIVE-CYKLUS
                      DELIMITED BY SIZE INTO KH-REFERENCE
           ELSE
               MOVE "15-Genudskrift.txt" TO KH-REFERENCE
           END-IF
           CALL "KontaktRegistrer" USING WS-KONTAKT WS-KONTAKT-STATUS
       exit.

      *> --- every reprint is logged as a read, found or not ---
       RECORD-REPRINT-ACCESS.
           MOVE SPACES TO WS-ADGANG
           MOVE WS-READ-OPERATOR TO AL-OPERATOR
           MOVE WS-CPR TO AL-CPR
           MOVE WS-READ-FORMAAL TO AL-FORMAAL
           MOVE "Genudskrift" TO AL-PROGRAM
           IF WS-ARCHIVE-MODE = "Y"
               STRING "UdskriftArkiv " WS-ARCHIVE-CYKLUS
                      DELIMITED BY SIZE INTO AL-DETALJE
           ELSE
               MOVE "Genberegnet udskrift" TO AL-DETALJE
           END-IF
           IF WS-CUSTOMER-FOUND = "N"
               STRING FUNCTION TRIM(AL-DETALJE) " (ikke fundet)"
                      DELIMITED BY SIZE INTO AL-DETALJE
           END-IF
           CALL "AdgangsLogRegistrer" USING WS-ADGANG WS-ADGANG-STATUS
       exit.
