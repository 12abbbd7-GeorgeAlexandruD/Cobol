identification division.
       program-id. MemoVedligehold.

      *> --- Customer memo register. 125-KundeMemoer.txt holds the
      *> notes staff keep on a customer, one per line:
      *>   MEMO-ID,CPR,KATEGORI,OPRETTET-AF,OPRETTET,UDLOEB,ADVARSEL,
      *>   TEKST
      *> KATEGORI is GENEREL, SERVICE, KREDIT, SVINDEL or KONTAKT;
      *> ADVARSEL J marks a memo that must be seen before anything is
      *> done on the customer (it follows the customer onto the review
      *> queues); UDLOEB blank means the memo stands until closed.
      *> Requests from 125-MemoAnmodninger.txt:
      *>   OPRET,OPERATOR-ID,CPR,KATEGORI,UDLOEB,ADVARSEL,TEKST
      *>   AFSLUT,OPERATOR-ID,MEMO-ID
      *> TEKST is the rest of the line and may hold commas. Every memo
      *> is signed: the operator must be in 80-Operatoerer.txt with the
      *> maintenance role. AFSLUT does not delete - the memo expires
      *> yesterday, so the history stays for the subject-access
      *> extract. Changes are logged in 125-MemoLog.txt. ---

environment division.
input-output section.
file-control.
       select memo-file assign to "125-KundeMemoer.txt"
           organization line sequential
           file status is WS-MEMO-STATUS.

       select requests-file assign to "125-MemoAnmodninger.txt"
           organization line sequential
           file status is WS-REQUESTS-STATUS.

       select memo-log-file assign to "125-MemoLog.txt"
           organization line sequential
           file status is WS-MEMO-LOG-STATUS.

       select report-file assign to "125-MemoRapport.txt"
           organization line sequential.

      *> --- the register keyed on MEMO-ID while the requests are
      *> applied; written back in key order afterwards ---
       select memo-index-file assign to "WS-KundeMemo.tmp"
           organization is indexed
           access mode is dynamic
           record key is MM-MEMO-ID
           file status is WS-MEMO-INDEX-STATUS.

data division.
file section.
FD memo-file.
       01 MEMO-CSV-RECORD pic x(150).

FD requests-file.
       01 REQUEST-RECORD pic x(150).

FD memo-log-file.
       01 MEMO-LOG-RECORD pic x(200).

FD report-file.
       01 REPORT-RECORD pic x(150).

FD memo-index-file.
       01 MEMO-INDEX-RECORD.
           05 MM-MEMO-ID pic x(10).
           05 MM-CPR pic x(15).
           05 MM-KATEGORI pic x(10).
           05 MM-OPRETTET-AF pic x(10).
           05 MM-OPRETTET pic x(10).
           05 MM-UDLOEB pic x(10).
           05 MM-ADVARSEL pic x(1).
           05 MM-TEKST pic x(60).

WORKING-STORAGE SECTION.
       01 WS-MEMO-STATUS pic XX value spaces.
       01 WS-REQUESTS-STATUS pic XX value spaces.
       01 WS-MEMO-LOG-STATUS pic XX value spaces.
       01 WS-MEMO-INDEX-STATUS pic XX value spaces.

       01 END-OF-MEMO-FILE pic x value "N".
       01 END-OF-REQUESTS-FILE pic x value "N".
       01 END-OF-INDEX-FILE pic x value "N".

       01 WS-ACTION pic x(10) value spaces.
       01 WS-REQ-OPERATOR pic x(10) value spaces.
       01 WS-REQ-F1 pic x(15) value spaces.
       01 WS-REQ-KATEGORI pic x(10) value spaces.
       01 WS-REQ-UDLOEB pic x(10) value spaces.
       01 WS-REQ-ADVARSEL pic x(1) value spaces.
       01 WS-REQ-TEKST pic x(60) value spaces.
       01 WS-REQ-POINTER pic 9(3) value 0.
       01 WS-REJECT-REASON pic x(60) value spaces.

       01 WS-ROLLE-KRAV pic x(14) value spaces.
       01 WS-OPR-STATUS pic XX value spaces.

      *> --- MEMO-ID is M followed by a running number ---
       01 WS-LAST-MEMO-NR pic 9(9) value 0.
       01 WS-MEMO-NR pic 9(9) value 0.
       01 WS-MEMO-NR-TEXT pic x(9) value spaces.

       01 WS-DATE-CHECK pic 9(8) value 0.
       01 WS-DATE-INT pic 9(8) value 0.
       01 WS-YESTERDAY-NUM pic 9(8) value 0.
       01 WS-YESTERDAY-DATE pic x(10) value spaces.

       01 WS-LOG-HANDLING pic x(10) value spaces.
       01 WS-LOG-FOER pic x(40) value spaces.
       01 WS-AUDIT-TIMESTAMP pic x(21) value spaces.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-TODAY-YYYYMMDD pic 9(8) value 0.

       01 WS-APPLIED-COUNT pic 9(7) value 0.
       01 WS-REJECTED-COUNT pic 9(7) value 0.
       01 WS-STANDING-COUNT pic 9(7) value 0.
       01 WS-WARNING-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

PROCEDURE DIVISION.
       OPEN INPUT requests-file
       IF WS-REQUESTS-STATUS = "35"
           DISPLAY "MemoVedligehold: 125-MemoAnmodninger.txt blev ikke fundet"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN OUTPUT report-file

       OPEN EXTEND memo-log-file
       IF WS-MEMO-LOG-STATUS = "35"
           OPEN OUTPUT memo-log-file
       END-IF

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       MOVE WS-TODAY-DATE(1:4) TO WS-TODAY-YYYYMMDD(1:4)
       MOVE WS-TODAY-DATE(6:2) TO WS-TODAY-YYYYMMDD(5:2)
       MOVE WS-TODAY-DATE(9:2) TO WS-TODAY-YYYYMMDD(7:2)
       COMPUTE WS-DATE-INT =
           FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD) - 1
       COMPUTE WS-YESTERDAY-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
       MOVE WS-YESTERDAY-NUM(1:4) TO WS-YESTERDAY-DATE(1:4)
       MOVE "-" TO WS-YESTERDAY-DATE(5:1)
       MOVE WS-YESTERDAY-NUM(5:2) TO WS-YESTERDAY-DATE(6:2)
       MOVE "-" TO WS-YESTERDAY-DATE(8:1)
       MOVE WS-YESTERDAY-NUM(7:2) TO WS-YESTERDAY-DATE(9:2)

       MOVE SPACES TO REPORT-RECORD
       STRING "Kundememoer vedligehold " DELIMITED BY SIZE
              WS-TODAY-DATE DELIMITED BY SIZE
              " - afviste anmodninger:" DELIMITED BY SIZE
              INTO REPORT-RECORD
       WRITE REPORT-RECORD

       perform LOAD-MEMO-REGISTER

       perform UNTIL END-OF-REQUESTS-FILE = "Y"
           read requests-file
               at end
                   move "Y" to END-OF-REQUESTS-FILE
               not at end
                   perform APPLY-ONE-REQUEST
           end-read
       end-perform

       perform REWRITE-MEMO-REGISTER
       perform WRITE-REPORT-TRAILER

       close requests-file
       close memo-index-file
       close memo-log-file
       close report-file
stop run.

       LOAD-MEMO-REGISTER.
           OPEN OUTPUT memo-index-file
           CLOSE memo-index-file
           OPEN I-O memo-index-file

           OPEN INPUT memo-file
           IF WS-MEMO-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-MEMO-FILE = "Y"
               READ memo-file
                   AT END
                       MOVE "Y" TO END-OF-MEMO-FILE
                   NOT AT END
                       MOVE SPACES TO MEMO-INDEX-RECORD
                       MOVE 1 TO WS-REQ-POINTER
                       UNSTRING MEMO-CSV-RECORD DELIMITED BY ","
                           INTO MM-MEMO-ID, MM-CPR, MM-KATEGORI,
                                MM-OPRETTET-AF, MM-OPRETTET, MM-UDLOEB,
                                MM-ADVARSEL
                           WITH POINTER WS-REQ-POINTER
                       IF WS-REQ-POINTER <= 150
                           MOVE MEMO-CSV-RECORD(WS-REQ-POINTER:)
                               TO MM-TEKST
                       END-IF
                       IF MM-MEMO-ID(2:9) IS NUMERIC
                           MOVE MM-MEMO-ID(2:9) TO WS-MEMO-NR
                           IF WS-MEMO-NR > WS-LAST-MEMO-NR
                               MOVE WS-MEMO-NR TO WS-LAST-MEMO-NR
                           END-IF
                       END-IF
                       WRITE MEMO-INDEX-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE memo-file
       exit.

       APPLY-ONE-REQUEST.
           MOVE SPACES TO WS-ACTION
           MOVE SPACES TO WS-REQ-OPERATOR
           MOVE SPACES TO WS-REQ-F1
           MOVE SPACES TO WS-REQ-KATEGORI
           MOVE SPACES TO WS-REQ-UDLOEB
           MOVE SPACES TO WS-REQ-ADVARSEL
           MOVE SPACES TO WS-REQ-TEKST
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 1 TO WS-REQ-POINTER
           UNSTRING REQUEST-RECORD DELIMITED BY ","
               INTO WS-ACTION, WS-REQ-OPERATOR, WS-REQ-F1,
                    WS-REQ-KATEGORI, WS-REQ-UDLOEB, WS-REQ-ADVARSEL
               WITH POINTER WS-REQ-POINTER
           IF WS-REQ-POINTER <= 150
               MOVE REQUEST-RECORD(WS-REQ-POINTER:) TO WS-REQ-TEKST
           END-IF

           *> every memo is signed by a known operator
           IF WS-REQ-OPERATOR = SPACES
               MOVE "Operatoer-ID mangler" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "VEDLIGEHOLD" TO WS-ROLLE-KRAV
           CALL "OperatoerOpslag" USING WS-REQ-OPERATOR
               WS-ROLLE-KRAV WS-OPR-STATUS
           EVALUATE WS-OPR-STATUS
               WHEN "00"
                   CONTINUE
               WHEN "23"
                   MOVE "Operatoeren mangler vedligeholds-rolle"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE "Operatoeren findes ikke i 80-Operatoerer.txt"
                       TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           EVALUATE FUNCTION TRIM(WS-ACTION)
               WHEN "OPRET"
                   PERFORM APPLY-CREATE
               WHEN "AFSLUT"
                   PERFORM APPLY-CLOSE
               WHEN OTHER
                   MOVE "Ukendt handling (brug OPRET/AFSLUT)"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
           END-EVALUATE
       exit.

       APPLY-CREATE.
           IF WS-REQ-F1 = SPACES
               MOVE "CPR skal udfyldes" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES AND WS-REQ-TEKST = SPACES
               MOVE "Memotekst skal udfyldes" TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES
               EVALUATE FUNCTION TRIM(WS-REQ-KATEGORI)
                   WHEN "GENEREL"
                   WHEN "SERVICE"
                   WHEN "KREDIT"
                   WHEN "SVINDEL"
                   WHEN "KONTAKT"
                       CONTINUE
                   WHEN OTHER
                       MOVE "Ukendt kategori" TO WS-REJECT-REASON
               END-EVALUATE
           END-IF
           IF WS-REJECT-REASON = SPACES
               IF WS-REQ-ADVARSEL = SPACES
                   MOVE "N" TO WS-REQ-ADVARSEL
               END-IF
               IF WS-REQ-ADVARSEL NOT = "J" AND WS-REQ-ADVARSEL NOT = "N"
                   MOVE "ADVARSEL skal vaere J eller N" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES AND WS-REQ-UDLOEB NOT = SPACES
               IF WS-REQ-UDLOEB(1:4) IS NUMERIC
                   AND WS-REQ-UDLOEB(6:2) IS NUMERIC
                   AND WS-REQ-UDLOEB(9:2) IS NUMERIC
                   MOVE WS-REQ-UDLOEB(1:4) TO WS-DATE-CHECK(1:4)
                   MOVE WS-REQ-UDLOEB(6:2) TO WS-DATE-CHECK(5:2)
                   MOVE WS-REQ-UDLOEB(9:2) TO WS-DATE-CHECK(7:2)
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-CHECK) NOT = 0
                       MOVE "Ugyldig udloebsdato" TO WS-REJECT-REASON
                   ELSE
                       IF WS-REQ-UDLOEB < WS-TODAY-DATE
                           MOVE "Udloebsdatoen er overskredet"
                               TO WS-REJECT-REASON
                       END-IF
                   END-IF
               ELSE
                   MOVE "Ugyldig udloebsdato" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-LAST-MEMO-NR
           MOVE WS-LAST-MEMO-NR TO WS-MEMO-NR-TEXT
           MOVE SPACES TO MEMO-INDEX-RECORD
           STRING "M" WS-MEMO-NR-TEXT DELIMITED BY SIZE INTO MM-MEMO-ID
           MOVE WS-REQ-F1 TO MM-CPR
           MOVE WS-REQ-KATEGORI TO MM-KATEGORI
           MOVE WS-REQ-OPERATOR TO MM-OPRETTET-AF
           MOVE WS-TODAY-DATE TO MM-OPRETTET
           MOVE WS-REQ-UDLOEB TO MM-UDLOEB
           MOVE WS-REQ-ADVARSEL TO MM-ADVARSEL
           MOVE WS-REQ-TEKST TO MM-TEKST
           WRITE MEMO-INDEX-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           ADD 1 TO WS-APPLIED-COUNT
           MOVE "OPRET" TO WS-LOG-HANDLING
           MOVE SPACES TO WS-LOG-FOER
           PERFORM WRITE-MEMO-LOG-LINE
       exit.

      *> --- the memo expires yesterday; nothing is deleted ---
       APPLY-CLOSE.
           MOVE WS-REQ-F1 TO MM-MEMO-ID
           READ memo-index-file
               INVALID KEY
                   MOVE "Memoet findes ikke" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF MM-UDLOEB NOT = SPACES
                       AND MM-UDLOEB < WS-TODAY-DATE
                       MOVE "Memoet er allerede udloebet"
                           TO WS-REJECT-REASON
                   END-IF
           END-READ
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LOG-FOER
           STRING "Udloeb " DELIMITED BY SIZE
                  FUNCTION TRIM(MM-UDLOEB) DELIMITED BY SIZE
                  INTO WS-LOG-FOER
           MOVE WS-YESTERDAY-DATE TO MM-UDLOEB
           REWRITE MEMO-INDEX-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           MOVE "AFSLUT" TO WS-LOG-HANDLING
           PERFORM WRITE-MEMO-LOG-LINE
       exit.

       WRITE-MEMO-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE SPACES TO MEMO-LOG-RECORD
           STRING WS-AUDIT-TIMESTAMP(1:8) "-" WS-AUDIT-TIMESTAMP(9:6) DELIMITED BY SIZE
                  ", Handling: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOG-HANDLING) DELIMITED BY SIZE
                  ", MEMO-ID: " DELIMITED BY SIZE
                  FUNCTION TRIM(MM-MEMO-ID) DELIMITED BY SIZE
                  ", CPR: " DELIMITED BY SIZE
                  FUNCTION TRIM(MM-CPR) DELIMITED BY SIZE
                  ", Kategori: " DELIMITED BY SIZE
                  FUNCTION TRIM(MM-KATEGORI) DELIMITED BY SIZE
                  ", Advarsel: " DELIMITED BY SIZE
                  MM-ADVARSEL DELIMITED BY SIZE
                  INTO MEMO-LOG-RECORD
           IF WS-LOG-FOER NOT = SPACES
               STRING FUNCTION TRIM(MEMO-LOG-RECORD) DELIMITED BY SIZE
                      ", Foer: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-LOG-FOER) DELIMITED BY SIZE
                      INTO MEMO-LOG-RECORD
           END-IF
           STRING FUNCTION TRIM(MEMO-LOG-RECORD) DELIMITED BY SIZE
                  ", Operatoer: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REQ-OPERATOR) DELIMITED BY SIZE
                  INTO MEMO-LOG-RECORD
           WRITE MEMO-LOG-RECORD
       exit.

      *> --- the register back in MEMO-ID order, same CSV layout ---
       REWRITE-MEMO-REGISTER.
           MOVE "N" TO END-OF-INDEX-FILE
           MOVE LOW-VALUES TO MM-MEMO-ID
           START memo-index-file KEY IS >= MM-MEMO-ID
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-FILE
           END-START

           OPEN OUTPUT memo-file
           PERFORM UNTIL END-OF-INDEX-FILE = "Y"
               READ memo-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-FILE
                   NOT AT END
                       IF MM-UDLOEB = SPACES OR MM-UDLOEB >= WS-TODAY-DATE
                           ADD 1 TO WS-STANDING-COUNT
                           IF MM-ADVARSEL = "J"
                               ADD 1 TO WS-WARNING-COUNT
                           END-IF
                       END-IF
                       MOVE SPACES TO MEMO-CSV-RECORD
                       STRING FUNCTION TRIM(MM-MEMO-ID) ","
                              FUNCTION TRIM(MM-CPR) ","
                              FUNCTION TRIM(MM-KATEGORI) ","
                              FUNCTION TRIM(MM-OPRETTET-AF) ","
                              FUNCTION TRIM(MM-OPRETTET) ","
                              FUNCTION TRIM(MM-UDLOEB) ","
                              MM-ADVARSEL ","
                              FUNCTION TRIM(MM-TEKST)
                              DELIMITED BY SIZE INTO MEMO-CSV-RECORD
                       WRITE MEMO-CSV-RECORD
               END-READ
           END-PERFORM
           CLOSE memo-file
       exit.

       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "Afvist - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
                  " - Handling: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACTION) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REQ-F1) DELIMITED BY SIZE
                  ", Operatoer: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REQ-OPERATOR) DELIMITED BY SIZE
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

           MOVE WS-STANDING-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Gaeldende memoer i registret: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-WARNING-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Heraf med advarsel: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
