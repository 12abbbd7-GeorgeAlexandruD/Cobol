      *> posting), and the unrealized gain or loss goes as a
      *> self-balancing posting pair with its own KONTOART
      *> (VALUTAPOSITION mod VALUTAREVAL) appended to
      *> 44-HovedbogPostering.txt with a closing KONTROL line.
      *> The day's customer conversions from the exchange register
      *> 101-ValutaVekslinger.txt are summed per currency - bought
      *> from and sold to customers - with the margin earned, as a
      *> closing section of the position report. ---

environment division.
input-output section.
       select report-file assign to "70-ValutaPosition.txt"
           organization line sequential.

       select exchange-register-file assign to "101-ValutaVekslinger.txt"
           organization line sequential
           file status is WS-EXCHANGE-STATUS.

      *> --- the day's customer conversions per currency ---
       select exchange-index-file assign to "WS-ValutaPosVeksling.tmp"
           organization is indexed
           access mode is dynamic
           record key is VX-VALUTA
           file status is WS-EXCHANGE-INDEX-STATUS.

      *> --- the running position per currency ---
       select position-file assign to "WS-ValutaPosition.tmp"
           organization is indexed
FD report-file.
       01 REPORT-RECORD pic x(130).

FD exchange-register-file.
       01 EXCHANGE-CSV-RECORD pic x(200).

FD exchange-index-file.
       01 EXCHANGE-INDEX-RECORD.
           05 VX-VALUTA pic x(3).
           05 VX-KOEBT pic S9(13)v99.
           05 VX-SOLGT pic S9(13)v99.
           05 VX-ANTAL pic 9(7).

FD position-file.
       01 POSITION-RECORD.
           05 POS-VALUTA pic x(3).
       01 WS-MEMO-STATUS pic XX value spaces.
       01 WS-GL-STATUS pic XX value spaces.
       01 WS-POSITION-STATUS pic XX value spaces.
       01 WS-EXCHANGE-STATUS pic XX value spaces.
       01 WS-EXCHANGE-INDEX-STATUS pic XX value spaces.

       01 END-OF-ACCOUNT-FILE pic x value "N".
       01 END-OF-TRANSACTIONS-FILE pic x value "N".
       01 END-OF-MEMO-FILE pic x value "N".
       01 END-OF-POSITION-SCAN pic x value "N".
       01 END-OF-EXCHANGE-FILE pic x value "N".
       01 END-OF-EXCHANGE-SCAN pic x value "N".

      *> --- exchange register line fields ---
       01 WS-VX-REF pic x(20) value spaces.
       01 WS-VX-DATO pic x(10) value spaces.
       01 WS-VX-CPR pic x(15) value spaces.
       01 WS-VX-FRA-KONTO pic x(15) value spaces.
       01 WS-VX-FRA-VALUTA pic x(3) value spaces.
       01 WS-VX-FRA-BELOEB pic x(18) value spaces.
       01 WS-VX-TIL-KONTO pic x(15) value spaces.
       01 WS-VX-TIL-VALUTA pic x(3) value spaces.
       01 WS-VX-TIL-BELOEB pic x(18) value spaces.
       01 WS-VX-KURS pic x(12) value spaces.
       01 WS-VX-MARGIN pic x(18) value spaces.
       01 WS-VX-MARGIN-TOTAL pic S9(13)v99 value 0.
       01 WS-VX-COUNT pic 9(7) value 0.

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-REVAL-MODE pic x value "N".

      *> --- account CSV fields ---
       01 WS-POSTED-COUNT pic 9(5) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

      *> --- integrity seal on the shared handoff, proven before
      *> rows are added and renewed afterwards ---
       01 WS-SEGL-MODE pic x value space.
       01 WS-SEGL-FILNAVN pic x(40) value spaces.
       01 WS-HOVEDBOG-SEGL pic XX value spaces.

PROCEDURE DIVISION.
       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       OPEN INPUT reval-param-file
       IF WS-REVAL-PARAM-STATUS = "00"
       perform ACCUMULATE-DAY-FLOWS
       perform LOAD-REVAL-MEMO
       perform WRITE-POSITION-REPORT
       perform WRITE-EXCHANGE-SECTION
       IF WS-REVAL-MODE = "Y"
           perform WRITE-REVALUATION-POSTINGS
           perform REWRITE-REVAL-MEMO
           WRITE REPORT-RECORD
       exit.

      *> --- the customer side of the day's conversions: what the
      *> customers sold (FRA) the bank bought, and vice versa ---
       WRITE-EXCHANGE-SECTION.
           OPEN OUTPUT exchange-index-file
           CLOSE exchange-index-file
           OPEN I-O exchange-index-file

           OPEN INPUT exchange-register-file
           IF WS-EXCHANGE-STATUS = "00"
               PERFORM UNTIL END-OF-EXCHANGE-FILE = "Y"
                   READ exchange-register-file
                       AT END
                           MOVE "Y" TO END-OF-EXCHANGE-FILE
                       NOT AT END
                           perform NOTE-ONE-EXCHANGE
                   END-READ
               END-PERFORM
               CLOSE exchange-register-file
           END-IF

           OPEN EXTEND report-file
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-VX-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Kundevekslinger i dag: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE "N" TO END-OF-EXCHANGE-SCAN
           MOVE LOW-VALUES TO VX-VALUTA
           START exchange-index-file KEY IS >= VX-VALUTA
               INVALID KEY
                   MOVE "Y" TO END-OF-EXCHANGE-SCAN
           END-START
           PERFORM UNTIL END-OF-EXCHANGE-SCAN = "Y"
               READ exchange-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-EXCHANGE-SCAN
                   NOT AT END
                       MOVE VX-KOEBT TO WS-BELOEB-DISPLAY
                       MOVE VX-SOLGT TO WS-DKK-DISPLAY
                       MOVE SPACES TO REPORT-RECORD
                       STRING VX-VALUTA DELIMITED BY SIZE
                              ": koebt fra kunder " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-BELOEB-DISPLAY)
                                  DELIMITED BY SIZE
                              ", solgt til kunder " DELIMITED BY SIZE
                              FUNCTION TRIM(WS-DKK-DISPLAY)
                                  DELIMITED BY SIZE
                              INTO REPORT-RECORD
                       WRITE REPORT-RECORD
               END-READ
           END-PERFORM

           MOVE WS-VX-MARGIN-TOTAL TO WS-DKK-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Vekslingsmargin: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-DKK-DISPLAY) DELIMITED BY SIZE
                  " DKK" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE report-file
           CLOSE exchange-index-file
       exit.

       NOTE-ONE-EXCHANGE.
           MOVE SPACES TO WS-VX-REF
           MOVE SPACES TO WS-VX-DATO
           MOVE SPACES TO WS-VX-FRA-VALUTA
           MOVE SPACES TO WS-VX-FRA-BELOEB
           MOVE SPACES TO WS-VX-TIL-VALUTA
           MOVE SPACES TO WS-VX-TIL-BELOEB
           MOVE SPACES TO WS-VX-MARGIN
           UNSTRING EXCHANGE-CSV-RECORD DELIMITED BY ","
               INTO WS-VX-REF, WS-VX-DATO, WS-VX-CPR, WS-VX-FRA-KONTO,
                    WS-VX-FRA-VALUTA, WS-VX-FRA-BELOEB, WS-VX-TIL-KONTO,
                    WS-VX-TIL-VALUTA, WS-VX-TIL-BELOEB, WS-VX-KURS,
                    WS-VX-MARGIN
           IF WS-VX-DATO NOT = WS-TODAY-DATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VX-COUNT
           IF FUNCTION TEST-NUMVAL(WS-VX-MARGIN) = 0
               COMPUTE WS-VX-MARGIN-TOTAL = WS-VX-MARGIN-TOTAL
                   + FUNCTION NUMVAL(WS-VX-MARGIN)
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-VX-FRA-BELOEB) = 0
               MOVE WS-VX-FRA-VALUTA TO VX-VALUTA
               perform READ-EXCHANGE-BUCKET
               COMPUTE VX-KOEBT = VX-KOEBT
                   + FUNCTION NUMVAL(WS-VX-FRA-BELOEB)
               ADD 1 TO VX-ANTAL
               REWRITE EXCHANGE-INDEX-RECORD
           END-IF
           IF FUNCTION TEST-NUMVAL(WS-VX-TIL-BELOEB) = 0
               MOVE WS-VX-TIL-VALUTA TO VX-VALUTA
               perform READ-EXCHANGE-BUCKET
               COMPUTE VX-SOLGT = VX-SOLGT
                   + FUNCTION NUMVAL(WS-VX-TIL-BELOEB)
               ADD 1 TO VX-ANTAL
               REWRITE EXCHANGE-INDEX-RECORD
           END-IF
       exit.

       READ-EXCHANGE-BUCKET.
           READ exchange-index-file
               INVALID KEY
                   MOVE 0 TO VX-KOEBT
                   MOVE 0 TO VX-SOLGT
                   MOVE 0 TO VX-ANTAL
                   WRITE EXCHANGE-INDEX-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-READ
       exit.

      *> --- month-end: each non-DKK position marks to the closing
      *> rate; the first revaluation of a currency only seeds the
      *> memo, so no invented gain arises ---
       WRITE-REVALUATION-POSTINGS.
           *> rows are only added to a posting file whose seal still holds
           MOVE "A" TO WS-SEGL-MODE
           MOVE "44-HovedbogPostering.txt" TO WS-SEGL-FILNAVN
           CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
               WS-HOVEDBOG-SEGL
           OPEN EXTEND gl-file
           IF WS-GL-STATUS = "35"
               OPEN OUTPUT gl-file
               WRITE GL-RECORD
           END-IF
           CLOSE gl-file
           *> the seal is renewed over the added rows; a posting file whose
           *> seal had already failed is left for the receiver to refuse
           IF WS-HOVEDBOG-SEGL = "00"
               MOVE "S" TO WS-SEGL-MODE
               MOVE "44-HovedbogPostering.txt" TO WS-SEGL-FILNAVN
               CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
                   WS-HOVEDBOG-SEGL
           END-IF
       exit.

       REVALUE-ONE-POSITION.
