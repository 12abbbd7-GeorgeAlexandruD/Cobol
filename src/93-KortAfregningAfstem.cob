identification division.
       program-id. KortAfregningAfstem.

      *> --- Daily reconciliation of the card scheme's settlement
      *> file against what actually posted to 10-Transaktioner.txt.
      *> 93-KortAfregning.txt holds one cleared item per line:
      *>   TRANS-REF,KORT-NR,KONTO-ID,BELOEB,VALUTA,DATO,BUTIK
      *> Each item is matched to the master by TRANS-REF through the
      *> alternate index; failing that, by KONTO-ID + amount + date
      *> among the master's rows for the same BUTIK. Three kinds of
      *> break are reported in 93-KortAfregningRapport.txt:
      *>   U - cleared by the scheme, never posted here,
      *>   P - a posted card purchase in the settled date range the
      *>       scheme does not know,
      *>   D - matched, but amount or currency differ.
      *> Open breaks carry over in 93-KortAfregningBrud.txt with the
      *> date first seen, until a later run matches them or the back
      *> office lists the reference in 93-KortAfregningAfklaret.txt.
      *> Each kind is held in 10-Suspense.txt under its own key
      *> (KS-U, KS-P, KS-D) with the oldest first-seen date, count
      *> and DKK amount, so 37-SuspenseBehandling ages them with the
      *> other unmatched items. ---

environment division.
input-output section.
file-control.
       select scheme-file assign to "93-KortAfregning.txt"
           organization line sequential
           file status is WS-SCHEME-STATUS.

       select transactions-file assign to "10-Transaktioner.txt"
           organization is indexed
           access mode is dynamic
           record key is CPR of transactions-in with duplicates
           alternate record key is TRANS-REF of transactions-in
               with duplicates
           alternate record key is BUTIK of transactions-in
               with duplicates
           file status is WS-TRANS-STATUS.

       select break-file assign to "93-KortAfregningBrud.txt"
           organization line sequential
           file status is WS-BREAK-STATUS.

       select cleared-file assign to "93-KortAfregningAfklaret.txt"
           organization line sequential
           file status is WS-CLEARED-STATUS.

       select report-file assign to "93-KortAfregningRapport.txt"
           organization line sequential.

       select suspense-file assign to "10-Suspense.txt"
           organization is indexed
           access mode is dynamic
           record key is SUSP-REG-NR
           file status is WS-SUSPENSE-STATUS.

      *> --- posted rows already claimed by a scheme item, keyed on
      *> TRANS-REF + KONTO-ID so a posted row matches only once ---
       select matched-index-file assign to "WS-KortAfstemMatch.tmp"
           organization is indexed
           access mode is dynamic
           record key is MATCH-KEY
           file status is WS-MATCHED-STATUS.

      *> --- this run's open breaks, keyed TYPE + TRANS-REF ---
       select break-index-file assign to "WS-KortAfstemBrud.tmp"
           organization is indexed
           access mode is dynamic
           record key is BRUD-KEY
           file status is WS-BREAK-INDEX-STATUS.

      *> --- references the back office has cleared by hand ---
       select cleared-index-file assign to "WS-KortAfstemAfklaret.tmp"
           organization is indexed
           access mode is dynamic
           record key is AFKL-REF
           file status is WS-CLEARED-INDEX-STATUS.

      *> --- scheme references seen today, for the P check ---
       select scheme-index-file assign to "WS-KortAfstemSkema.tmp"
           organization is indexed
           access mode is dynamic
           record key is SKEMA-REF
           file status is WS-SCHEME-INDEX-STATUS.

data division.
file section.
FD scheme-file.
       01 SCHEME-RECORD pic x(150).

FD transactions-file.
01 transactions-in.
       copy "10-TRANSAKTIONER.cpy".

FD break-file.
       01 BREAK-RECORD pic x(150).

FD cleared-file.
       01 CLEARED-RECORD pic x(40).

FD report-file.
       01 REPORT-RECORD pic x(150).

FD suspense-file.
       01 SUSPENSE-RECORD.
           05 SUSP-REG-NR pic x(4).
           05 SUSP-FIRST-SEEN pic x(10).
           05 SUSP-LAST-SEEN pic x(10).
           05 SUSP-COUNT pic 9(7).
           05 SUSP-BELOEB-DKK pic S9(13)v99.

FD matched-index-file.
       01 MATCHED-INDEX-RECORD.
           05 MATCH-KEY.
               10 MATCH-REF pic x(20).
               10 MATCH-KONTO-ID pic x(15).

FD break-index-file.
       01 BREAK-INDEX-RECORD.
           05 BRUD-KEY.
               10 BRUD-TYPE pic x.
               10 BRUD-REF pic x(20).
           05 BRUD-KONTO-ID pic x(15).
           05 BRUD-BELOEB pic x(15).
           05 BRUD-VALUTA pic x(3).
           05 BRUD-DATO pic x(10).
           05 BRUD-FOERST-SET pic x(10).
           05 BRUD-TEKST pic x(40).

FD cleared-index-file.
       01 CLEARED-INDEX-RECORD.
           05 AFKL-REF pic x(20).

FD scheme-index-file.
       01 SCHEME-INDEX-RECORD.
           05 SKEMA-REF pic x(20).

WORKING-STORAGE SECTION.
       01 WS-SCHEME-STATUS pic XX value spaces.
       01 WS-TRANS-STATUS pic XX value spaces.
       01 WS-BREAK-STATUS pic XX value spaces.
       01 WS-CLEARED-STATUS pic XX value spaces.
       01 WS-SUSPENSE-STATUS pic XX value spaces.
       01 WS-MATCHED-STATUS pic XX value spaces.
       01 WS-BREAK-INDEX-STATUS pic XX value spaces.
       01 WS-CLEARED-INDEX-STATUS pic XX value spaces.
       01 WS-SCHEME-INDEX-STATUS pic XX value spaces.

       01 END-OF-SCHEME-FILE pic x value "N".
       01 END-OF-TRANSACTIONS-FILE pic x value "N".
       01 END-OF-BREAK-FILE pic x value "N".
       01 END-OF-CLEARED-FILE pic x value "N".
       01 END-OF-INDEX-FILE pic x value "N".
       01 END-OF-BUTIK-SCAN pic x value "N".

      *> --- one scheme item ---
       01 WS-SK-REF pic x(20) value spaces.
       01 WS-SK-KORT-NR pic x(16) value spaces.
       01 WS-SK-KONTO-ID pic x(15) value spaces.
       01 WS-SK-BELOEB-TEXT pic x(15) value spaces.
       01 WS-SK-VALUTA pic x(3) value spaces.
       01 WS-SK-DATO pic x(10) value spaces.
       01 WS-SK-BUTIK pic x(15) value spaces.
       01 WS-SK-BELOEB pic S9(13)v99 value 0.
       01 WS-POST-BELOEB pic S9(13)v99 value 0.

       01 WS-MATCH-FOUND pic x value "N".
       01 WS-MATCH-HOW pic x(10) value spaces.
       01 WS-RANGE-FRA pic x(10) value spaces.
       01 WS-RANGE-TIL pic x(10) value spaces.

      *> --- the carried break file's fields ---
       01 WS-BR-TYPE pic x value space.
       01 WS-BR-REF pic x(20) value spaces.
       01 WS-BR-KONTO-ID pic x(15) value spaces.
       01 WS-BR-BELOEB pic x(15) value spaces.
       01 WS-BR-VALUTA pic x(3) value spaces.
       01 WS-BR-DATO pic x(10) value spaces.
       01 WS-BR-FOERST pic x(10) value spaces.
       01 WS-BR-TEKST pic x(40) value spaces.

      *> --- suspense totals per break kind: U, P, D ---
       01 WS-SUSP-TABLE.
           05 WS-SUSP-ENTRY OCCURS 3 TIMES.
               10 WS-SUSP-KEY pic x(4).
               10 WS-SUSP-OLDEST pic x(10).
               10 WS-SUSP-ANTAL pic 9(7).
               10 WS-SUSP-SUM pic S9(13)v99.
       01 WS-SUSP-IX pic 9 value 0.
       01 WS-BELOEB-DKK pic S9(13)v99 value 0.

       01 WS-KURS-VALUTA pic x(3) value spaces.
       01 WS-KURS-DATO pic x(10) value spaces.
       01 WS-KURS pic S9(5)v9999 value 0.
       01 WS-KURS-STATUS pic XX value spaces.

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-BELOEB-DISPLAY pic -Z(11).99.
       01 WS-SCHEME-COUNT pic 9(7) value 0.
       01 WS-MATCHED-COUNT pic 9(7) value 0.
       01 WS-FALLBACK-COUNT pic 9(7) value 0.
       01 WS-RESOLVED-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

PROCEDURE DIVISION.
       OPEN INPUT scheme-file
       IF WS-SCHEME-STATUS = "35"
           DISPLAY "KortAfregningAfstem: 93-KortAfregning.txt blev ikke fundet"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN INPUT transactions-file
       IF WS-TRANS-STATUS NOT = "00"
           DISPLAY "KortAfregningAfstem: 10-Transaktioner.txt kan ikke aabnes"
           close scheme-file
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       MOVE "KS-U" TO WS-SUSP-KEY(1)
       MOVE "KS-P" TO WS-SUSP-KEY(2)
       MOVE "KS-D" TO WS-SUSP-KEY(3)
       PERFORM VARYING WS-SUSP-IX FROM 1 BY 1 UNTIL WS-SUSP-IX > 3
           MOVE SPACES TO WS-SUSP-OLDEST(WS-SUSP-IX)
           MOVE 0 TO WS-SUSP-ANTAL(WS-SUSP-IX)
           MOVE 0 TO WS-SUSP-SUM(WS-SUSP-IX)
       END-PERFORM

       OPEN OUTPUT matched-index-file
       CLOSE matched-index-file
       OPEN I-O matched-index-file
       OPEN OUTPUT break-index-file
       CLOSE break-index-file
       OPEN I-O break-index-file
       OPEN OUTPUT scheme-index-file
       CLOSE scheme-index-file
       OPEN I-O scheme-index-file

       perform LOAD-CLEARED-REFERENCES

       OPEN OUTPUT report-file
       MOVE SPACES TO REPORT-RECORD
       STRING "Kortafregning - afstemning mod bogfoerte posteringer "
                  DELIMITED BY SIZE
              WS-TODAY-DATE DELIMITED BY SIZE
              INTO REPORT-RECORD
       WRITE REPORT-RECORD
       MOVE SPACES TO REPORT-RECORD
       WRITE REPORT-RECORD

       perform UNTIL END-OF-SCHEME-FILE = "Y"
           read scheme-file
               at end
                   move "Y" to END-OF-SCHEME-FILE
               not at end
                   perform MATCH-ONE-SCHEME-ITEM
           end-read
       end-perform

       perform FIND-POSTED-NOT-IN-SCHEME
       perform CARRY-OPEN-BREAKS
       perform WRITE-BREAK-SECTIONS
       perform REWRITE-BREAK-FILE
       perform UPDATE-SUSPENSE
       perform WRITE-REPORT-TRAILER

       close scheme-file
       close transactions-file
       close matched-index-file
       close break-index-file
       close cleared-index-file
       close scheme-index-file
       close report-file
stop run.

       LOAD-CLEARED-REFERENCES.
           OPEN OUTPUT cleared-index-file
           CLOSE cleared-index-file
           OPEN I-O cleared-index-file

           OPEN INPUT cleared-file
           IF WS-CLEARED-STATUS = "00"
               PERFORM UNTIL END-OF-CLEARED-FILE = "Y"
                   READ cleared-file
                       AT END
                           MOVE "Y" TO END-OF-CLEARED-FILE
                       NOT AT END
                           MOVE SPACES TO AFKL-REF
                           UNSTRING CLEARED-RECORD DELIMITED BY ","
                               INTO AFKL-REF
                           WRITE CLEARED-INDEX-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE cleared-file
           END-IF
       exit.

       MATCH-ONE-SCHEME-ITEM.
           MOVE SPACES TO WS-SK-REF
           MOVE SPACES TO WS-SK-KORT-NR
           MOVE SPACES TO WS-SK-KONTO-ID
           MOVE SPACES TO WS-SK-BELOEB-TEXT
           MOVE SPACES TO WS-SK-VALUTA
           MOVE SPACES TO WS-SK-DATO
           MOVE SPACES TO WS-SK-BUTIK
           UNSTRING SCHEME-RECORD DELIMITED BY ","
               INTO WS-SK-REF, WS-SK-KORT-NR, WS-SK-KONTO-ID,
                    WS-SK-BELOEB-TEXT, WS-SK-VALUTA, WS-SK-DATO,
                    WS-SK-BUTIK
           IF WS-SK-REF = SPACES
               OR FUNCTION TEST-NUMVAL(WS-SK-BELOEB-TEXT) NOT = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SCHEME-COUNT
           COMPUTE WS-SK-BELOEB = FUNCTION NUMVAL(WS-SK-BELOEB-TEXT)

           *> the settled date range bounds the P check
           IF WS-RANGE-FRA = SPACES OR WS-SK-DATO < WS-RANGE-FRA
               MOVE WS-SK-DATO TO WS-RANGE-FRA
           END-IF
           IF WS-SK-DATO > WS-RANGE-TIL
               MOVE WS-SK-DATO TO WS-RANGE-TIL
           END-IF
           MOVE WS-SK-REF TO SKEMA-REF
           WRITE SCHEME-INDEX-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           MOVE "N" TO WS-MATCH-FOUND
           MOVE WS-SK-REF TO TRANS-REF OF transactions-in
           READ transactions-file KEY IS TRANS-REF OF transactions-in
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-MATCH-FOUND
                   MOVE "TRANS-REF" TO WS-MATCH-HOW
           END-READ

           IF WS-MATCH-FOUND = "N" AND WS-SK-BUTIK NOT = SPACES
               perform MATCH-BY-ACCOUNT-AMOUNT-DATE
           END-IF

           IF WS-MATCH-FOUND = "N"
               MOVE "U" TO BRUD-TYPE
               MOVE WS-SK-REF TO BRUD-REF
               MOVE WS-SK-KONTO-ID TO BRUD-KONTO-ID
               MOVE WS-SK-BELOEB-TEXT TO BRUD-BELOEB
               MOVE WS-SK-VALUTA TO BRUD-VALUTA
               MOVE WS-SK-DATO TO BRUD-DATO
               MOVE "Afregnet af ordningen, ikke bogfoert" TO BRUD-TEKST
               perform REGISTER-BREAK
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-MATCHED-COUNT
           MOVE TRANS-REF OF transactions-in TO MATCH-REF
           MOVE KONTO-ID OF transactions-in TO MATCH-KONTO-ID
           WRITE MATCHED-INDEX-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           *> matched: the amounts compare without sign, as the
           *> scheme reports what it settled and we post the debit
           COMPUTE WS-POST-BELOEB = FUNCTION NUMVAL(BELOEB OF transactions-in)
           IF FUNCTION ABS(WS-POST-BELOEB) NOT = FUNCTION ABS(WS-SK-BELOEB)
               OR VALUTA OF transactions-in NOT = WS-SK-VALUTA
               MOVE "D" TO BRUD-TYPE
               MOVE WS-SK-REF TO BRUD-REF
               MOVE WS-SK-KONTO-ID TO BRUD-KONTO-ID
               MOVE WS-SK-BELOEB-TEXT TO BRUD-BELOEB
               MOVE WS-SK-VALUTA TO BRUD-VALUTA
               MOVE WS-SK-DATO TO BRUD-DATO
               MOVE SPACES TO BRUD-TEKST
               STRING "Bogfoert " DELIMITED BY SIZE
                      FUNCTION TRIM(BELOEB OF transactions-in)
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      VALUTA OF transactions-in DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-MATCH-HOW) DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO BRUD-TEKST
               perform REGISTER-BREAK
           END-IF
       exit.

      *> --- fallback: the master's rows for the same BUTIK through
      *> the alternate index, the first unclaimed one on the same
      *> KONTO-ID, amount and date ---
       MATCH-BY-ACCOUNT-AMOUNT-DATE.
           MOVE "N" TO END-OF-BUTIK-SCAN
           MOVE WS-SK-BUTIK TO BUTIK OF transactions-in
           START transactions-file KEY IS = BUTIK OF transactions-in
               INVALID KEY
                   MOVE "Y" TO END-OF-BUTIK-SCAN
           END-START
           PERFORM UNTIL END-OF-BUTIK-SCAN = "Y"
               READ transactions-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-BUTIK-SCAN
                   NOT AT END
                       IF BUTIK OF transactions-in NOT = WS-SK-BUTIK
                           MOVE "Y" TO END-OF-BUTIK-SCAN
                       ELSE
                           perform TRY-FALLBACK-CANDIDATE
                       END-IF
               END-READ
           END-PERFORM
       exit.

       TRY-FALLBACK-CANDIDATE.
           IF KONTO-ID OF transactions-in NOT = WS-SK-KONTO-ID
               OR TIDSPUNKT OF transactions-in(1:10) NOT = WS-SK-DATO
               OR FUNCTION TEST-NUMVAL(BELOEB OF transactions-in) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-POST-BELOEB = FUNCTION NUMVAL(BELOEB OF transactions-in)
           IF FUNCTION ABS(WS-POST-BELOEB) NOT = FUNCTION ABS(WS-SK-BELOEB)
               EXIT PARAGRAPH
           END-IF
           MOVE TRANS-REF OF transactions-in TO MATCH-REF
           MOVE KONTO-ID OF transactions-in TO MATCH-KONTO-ID
           READ matched-index-file
               INVALID KEY
                   MOVE "Y" TO WS-MATCH-FOUND
                   MOVE "Y" TO END-OF-BUTIK-SCAN
                   MOVE "KONTO+BEL" TO WS-MATCH-HOW
                   ADD 1 TO WS-FALLBACK-COUNT
               NOT INVALID KEY
                   CONTINUE
           END-READ
       exit.

      *> --- posted card purchases inside the settled date range that
      *> no scheme item claimed ---
       FIND-POSTED-NOT-IN-SCHEME.
           IF WS-RANGE-FRA = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-TRANSACTIONS-FILE
           MOVE LOW-VALUES TO CPR OF transactions-in
           START transactions-file KEY IS >= CPR OF transactions-in
               INVALID KEY
                   MOVE "Y" TO END-OF-TRANSACTIONS-FILE
           END-START
           PERFORM UNTIL END-OF-TRANSACTIONS-FILE = "Y"
               READ transactions-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-TRANSACTIONS-FILE
                   NOT AT END
                       IF BUTIK OF transactions-in NOT = SPACES
                           AND TIDSPUNKT OF transactions-in(1:10)
                               >= WS-RANGE-FRA
                           AND TIDSPUNKT OF transactions-in(1:10)
                               <= WS-RANGE-TIL
                           perform CHECK-ONE-POSTED-ROW
                       END-IF
               END-READ
           END-PERFORM
       exit.

       CHECK-ONE-POSTED-ROW.
           MOVE TRANS-REF OF transactions-in TO MATCH-REF
           MOVE KONTO-ID OF transactions-in TO MATCH-KONTO-ID
           READ matched-index-file
               INVALID KEY
                   MOVE "P" TO BRUD-TYPE
                   MOVE TRANS-REF OF transactions-in TO BRUD-REF
                   MOVE KONTO-ID OF transactions-in TO BRUD-KONTO-ID
                   MOVE BELOEB OF transactions-in TO BRUD-BELOEB
                   MOVE VALUTA OF transactions-in TO BRUD-VALUTA
                   MOVE TIDSPUNKT OF transactions-in(1:10) TO BRUD-DATO
                   MOVE SPACES TO BRUD-TEKST
                   STRING "Bogfoert, ukendt af ordningen - " DELIMITED BY SIZE
                          FUNCTION TRIM(BUTIK OF transactions-in)
                              DELIMITED BY SIZE
                          INTO BRUD-TEKST
                   perform REGISTER-BREAK
               NOT INVALID KEY
                   CONTINUE
           END-READ
       exit.

      *> --- a break the back office cleared is not raised again;
      *> otherwise first seen today ---
       REGISTER-BREAK.
           MOVE BRUD-REF TO AFKL-REF
           READ cleared-index-file
               INVALID KEY
                   MOVE WS-TODAY-DATE TO BRUD-FOERST-SET
                   WRITE BREAK-INDEX-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               NOT INVALID KEY
                   CONTINUE
           END-READ
       exit.

      *> --- yesterday's open breaks: re-raised today they keep their
      *> first-seen date; otherwise a U break stays open until the
      *> row posts, a P break until the scheme settles the reference,
      *> and a D break until it is cleared by hand ---
       CARRY-OPEN-BREAKS.
           OPEN INPUT break-file
           IF WS-BREAK-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-BREAK-FILE = "Y"
               READ break-file
                   AT END
                       MOVE "Y" TO END-OF-BREAK-FILE
                   NOT AT END
                       perform CARRY-ONE-BREAK
               END-READ
           END-PERFORM
           CLOSE break-file
       exit.

       CARRY-ONE-BREAK.
           MOVE SPACES TO WS-BR-TYPE
           MOVE SPACES TO WS-BR-REF
           MOVE SPACES TO WS-BR-KONTO-ID
           MOVE SPACES TO WS-BR-BELOEB
           MOVE SPACES TO WS-BR-VALUTA
           MOVE SPACES TO WS-BR-DATO
           MOVE SPACES TO WS-BR-FOERST
           MOVE SPACES TO WS-BR-TEKST
           UNSTRING BREAK-RECORD DELIMITED BY ","
               INTO WS-BR-TYPE, WS-BR-REF, WS-BR-KONTO-ID, WS-BR-BELOEB,
                    WS-BR-VALUTA, WS-BR-DATO, WS-BR-FOERST, WS-BR-TEKST
           IF WS-BR-REF = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-BR-REF TO AFKL-REF
           READ cleared-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-RESOLVED-COUNT
                   EXIT PARAGRAPH
           END-READ

           MOVE WS-BR-TYPE TO BRUD-TYPE
           MOVE WS-BR-REF TO BRUD-REF
           READ break-index-file
               NOT INVALID KEY
                   MOVE WS-BR-FOERST TO BRUD-FOERST-SET
                   REWRITE BREAK-INDEX-RECORD
                   EXIT PARAGRAPH
           END-READ

           EVALUATE WS-BR-TYPE
               WHEN "U"
                   MOVE WS-BR-REF TO TRANS-REF OF transactions-in
                   READ transactions-file KEY IS TRANS-REF OF transactions-in
                       INVALID KEY
                           perform KEEP-CARRIED-BREAK
                       NOT INVALID KEY
                           ADD 1 TO WS-RESOLVED-COUNT
                   END-READ
               WHEN "P"
                   MOVE WS-BR-REF TO SKEMA-REF
                   READ scheme-index-file
                       INVALID KEY
                           perform KEEP-CARRIED-BREAK
                       NOT INVALID KEY
                           ADD 1 TO WS-RESOLVED-COUNT
                   END-READ
               WHEN OTHER
                   perform KEEP-CARRIED-BREAK
           END-EVALUATE
       exit.

       KEEP-CARRIED-BREAK.
           MOVE WS-BR-TYPE TO BRUD-TYPE
           MOVE WS-BR-REF TO BRUD-REF
           MOVE WS-BR-KONTO-ID TO BRUD-KONTO-ID
           MOVE WS-BR-BELOEB TO BRUD-BELOEB
           MOVE WS-BR-VALUTA TO BRUD-VALUTA
           MOVE WS-BR-DATO TO BRUD-DATO
           MOVE WS-BR-FOERST TO BRUD-FOERST-SET
           MOVE WS-BR-TEKST TO BRUD-TEKST
           WRITE BREAK-INDEX-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
       exit.

      *> --- the open breaks by kind, each line accumulated into the
      *> suspense totals in DKK at the item's own date ---
       WRITE-BREAK-SECTIONS.
           MOVE "U" TO WS-BR-TYPE
           MOVE "Afregnet af ordningen, men ikke bogfoert:" TO REPORT-RECORD
           perform WRITE-ONE-BREAK-SECTION
           MOVE "P" TO WS-BR-TYPE
           MOVE "Bogfoert, men ukendt af ordningen:" TO REPORT-RECORD
           perform WRITE-ONE-BREAK-SECTION
           MOVE "D" TO WS-BR-TYPE
           MOVE "Beloebs- eller valutaafvigelse:" TO REPORT-RECORD
           perform WRITE-ONE-BREAK-SECTION
       exit.

       WRITE-ONE-BREAK-SECTION.
           WRITE REPORT-RECORD
           EVALUATE WS-BR-TYPE
               WHEN "U"
                   MOVE 1 TO WS-SUSP-IX
               WHEN "P"
                   MOVE 2 TO WS-SUSP-IX
               WHEN OTHER
                   MOVE 3 TO WS-SUSP-IX
           END-EVALUATE
           MOVE "N" TO END-OF-INDEX-FILE
           MOVE WS-BR-TYPE TO BRUD-TYPE
           MOVE LOW-VALUES TO BRUD-REF
           START break-index-file KEY IS >= BRUD-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-FILE
           END-START
           PERFORM UNTIL END-OF-INDEX-FILE = "Y"
               READ break-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-FILE
                   NOT AT END
                       IF BRUD-TYPE NOT = WS-BR-TYPE
                           MOVE "Y" TO END-OF-INDEX-FILE
                       ELSE
                           perform WRITE-ONE-BREAK-LINE
                       END-IF
               END-READ
           END-PERFORM
           MOVE WS-SUSP-ANTAL(WS-SUSP-IX) TO WS-COUNT-DISPLAY
           MOVE WS-SUSP-SUM(WS-SUSP-IX) TO WS-BELOEB-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "  I alt: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  " post(er), " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BELOEB-DISPLAY) DELIMITED BY SIZE
                  " DKK" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

       WRITE-ONE-BREAK-LINE.
           MOVE 0 TO WS-BELOEB-DKK
           IF FUNCTION TEST-NUMVAL(BRUD-BELOEB) = 0
               COMPUTE WS-BELOEB-DKK =
                   FUNCTION ABS(FUNCTION NUMVAL(BRUD-BELOEB))
               IF FUNCTION TRIM(BRUD-VALUTA) NOT = "DKK"
                   AND BRUD-VALUTA NOT = SPACES
                   MOVE BRUD-VALUTA TO WS-KURS-VALUTA
                   MOVE BRUD-DATO TO WS-KURS-DATO
                   CALL "KursopslagDato" USING WS-KURS-VALUTA WS-KURS-DATO
                       WS-KURS WS-KURS-STATUS
                   IF WS-KURS-STATUS = "00"
                       MULTIPLY WS-KURS BY WS-BELOEB-DKK
                   END-IF
               END-IF
           END-IF
           ADD 1 TO WS-SUSP-ANTAL(WS-SUSP-IX)
           ADD WS-BELOEB-DKK TO WS-SUSP-SUM(WS-SUSP-IX)
           IF WS-SUSP-OLDEST(WS-SUSP-IX) = SPACES
               OR BRUD-FOERST-SET < WS-SUSP-OLDEST(WS-SUSP-IX)
               MOVE BRUD-FOERST-SET TO WS-SUSP-OLDEST(WS-SUSP-IX)
           END-IF

           MOVE SPACES TO REPORT-RECORD
           STRING "  Ref: " DELIMITED BY SIZE
                  FUNCTION TRIM(BRUD-REF) DELIMITED BY SIZE
                  ", KONTO-ID: " DELIMITED BY SIZE
                  FUNCTION TRIM(BRUD-KONTO-ID) DELIMITED BY SIZE
                  ", Beloeb: " DELIMITED BY SIZE
                  FUNCTION TRIM(BRUD-BELOEB) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  BRUD-VALUTA DELIMITED BY SIZE
                  ", Dato: " DELIMITED BY SIZE
                  BRUD-DATO DELIMITED BY SIZE
                  ", foerst set: " DELIMITED BY SIZE
                  BRUD-FOERST-SET DELIMITED BY SIZE
                  " - " DELIMITED BY SIZE
                  FUNCTION TRIM(BRUD-TEKST) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

       REWRITE-BREAK-FILE.
           OPEN OUTPUT break-file
           MOVE "N" TO END-OF-INDEX-FILE
           MOVE LOW-VALUES TO BRUD-KEY
           START break-index-file KEY IS >= BRUD-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-FILE
           END-START
           PERFORM UNTIL END-OF-INDEX-FILE = "Y"
               READ break-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-FILE
                   NOT AT END
                       MOVE SPACES TO BREAK-RECORD
                       STRING BRUD-TYPE ","
                              FUNCTION TRIM(BRUD-REF) ","
                              FUNCTION TRIM(BRUD-KONTO-ID) ","
                              FUNCTION TRIM(BRUD-BELOEB) ","
                              FUNCTION TRIM(BRUD-VALUTA) ","
                              FUNCTION TRIM(BRUD-DATO) ","
                              FUNCTION TRIM(BRUD-FOERST-SET) ","
                              FUNCTION TRIM(BRUD-TEKST)
                              DELIMITED BY SIZE INTO BREAK-RECORD
                       WRITE BREAK-RECORD
               END-READ
           END-PERFORM
           CLOSE break-file
       exit.

      *> --- one suspense item per break kind, replaced every run so
      *> it always reflects what is still open ---
       UPDATE-SUSPENSE.
           OPEN I-O suspense-file
           IF WS-SUSPENSE-STATUS = "35"
               OPEN OUTPUT suspense-file
               CLOSE suspense-file
               OPEN I-O suspense-file
           END-IF
           IF WS-SUSPENSE-STATUS NOT = "00"
               DISPLAY "KortAfregningAfstem: 10-Suspense.txt kan ikke"
                   " aabnes (status " WS-SUSPENSE-STATUS ")"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SUSP-IX FROM 1 BY 1 UNTIL WS-SUSP-IX > 3
               MOVE WS-SUSP-KEY(WS-SUSP-IX) TO SUSP-REG-NR
               READ suspense-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DELETE suspense-file
               END-READ
               IF WS-SUSP-ANTAL(WS-SUSP-IX) > 0
                   MOVE WS-SUSP-KEY(WS-SUSP-IX) TO SUSP-REG-NR
                   MOVE WS-SUSP-OLDEST(WS-SUSP-IX) TO SUSP-FIRST-SEEN
                   MOVE WS-TODAY-DATE TO SUSP-LAST-SEEN
                   MOVE WS-SUSP-ANTAL(WS-SUSP-IX) TO SUSP-COUNT
                   MOVE WS-SUSP-SUM(WS-SUSP-IX) TO SUSP-BELOEB-DKK
                   WRITE SUSPENSE-RECORD
                       INVALID KEY
                           CONTINUE
                   END-WRITE
               END-IF
           END-PERFORM
           CLOSE suspense-file
       exit.

       WRITE-REPORT-TRAILER.
           MOVE WS-SCHEME-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Poster i afregningsfilen: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-MATCHED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Matchet mod bogfoerte posteringer: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-FALLBACK-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Heraf matchet paa KONTO-ID/beloeb/dato: "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-RESOLVED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Tidligere brud afklaret: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
