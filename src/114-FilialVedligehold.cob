identification division.
       program-id. FilialVedligehold.

      *> --- Maintenance of the indexed branch master 114-Filialer.txt
      *> and of the customers' home branch in 114-KundeFilial.txt
      *> (KUNDE-ID,FILIAL-NR). Reads 114-FilialAendringer.txt:
      *>   ADD/CHANGE,FILIAL-NR,REG-NR,NAVN,ADRESSE,LEDER,REGION,
      *>     AABNET-DATO,OPERATOR-ID
      *>   LUK,FILIAL-NR,EFTERFOELGER-NR,LUKKET-DATO,OPERATOR-ID
      *>   KUNDE,FILIAL-NR,KUNDE-ID,OPERATOR-ID
      *> REG-NR must be a bank in 10-Banker.txt. LUK closes a branch
      *> (LUKKET-DATO defaults to today) and hands its customers to
      *> the successor, which must be an open branch other than the
      *> one closing; KUNDE sets one customer's home branch, which
      *> must be open. A changed customer register is written back in
      *> KUNDE-ID order. Applied and rejected deltas are listed in
      *> 114-FilialVedligeholdRapport.txt. ---

environment division.
input-output section.
file-control.
       select branch-file assign to "114-Filialer.txt"
           organization is indexed
           access mode is dynamic
           record key is FILIAL-NR of branch-in
           file status is WS-BRANCH-STATUS.

       select banks-file assign to "10-Banker.txt"
           organization is indexed
           access mode is dynamic
           record key is REG-NR of banks-in
           file status is WS-BANKS-STATUS.

       select home-branch-file assign to "114-KundeFilial.txt"
           organization line sequential
           file status is WS-HOME-BRANCH-STATUS.

       select changes-file assign to "114-FilialAendringer.txt"
           organization line sequential
           file status is WS-CHANGES-STATUS.

       select report-file assign to "114-FilialVedligeholdRapport.txt"
           organization line sequential.

      *> --- only probed at start-up: a present operator register
      *> makes the OPERATOR-ID field on every delta mandatory ---
       select operator-probe-file assign to "80-Operatoerer.txt"
           organization line sequential
           file status is WS-OPERATOR-PROBE-STATUS.

      *> --- the customer register keyed on KUNDE-ID while the deltas
      *> are applied ---
       select home-index-file assign to "WS-FilialKunde.tmp"
           organization is indexed
           access mode is dynamic
           record key is HK-KUNDE-ID
           file status is WS-HOME-INDEX-STATUS.

data division.
file section.
FD branch-file.
01 branch-in.
       copy "114-FILIAL.cpy".

FD banks-file.
01 banks-in.
       copy "10-BANKER.cpy".

FD home-branch-file.
       01 HOME-BRANCH-RECORD pic x(40).

FD changes-file.
       01 CHANGE-RECORD pic x(250).

FD report-file.
       01 REPORT-RECORD pic x(150).

FD operator-probe-file.
       01 OPERATOR-PROBE-RECORD pic x(60).

FD home-index-file.
       01 HOME-INDEX-RECORD.
           05 HK-KUNDE-ID pic x(10).
           05 HK-FILIAL-NR pic x(4).

WORKING-STORAGE SECTION.
       01 WS-BRANCH-STATUS pic XX value spaces.
       01 WS-BANKS-STATUS pic XX value spaces.
       01 WS-HOME-BRANCH-STATUS pic XX value spaces.
       01 WS-CHANGES-STATUS pic XX value spaces.
       01 WS-HOME-INDEX-STATUS pic XX value spaces.

       01 END-OF-CHANGES-FILE pic x value "N".
       01 END-OF-HOME-BRANCH-FILE pic x value "N".
       01 END-OF-INDEX-FILE pic x value "N".

       01 WS-ACTION pic x(10) value spaces.
       01 WS-CHANGE-FILIAL-NR pic x(4) value spaces.
       01 WS-CHANGE-REG-NR pic x(4) value spaces.
       01 WS-CHANGE-NAVN pic x(30) value spaces.
       01 WS-CHANGE-ADRESSE pic x(50) value spaces.
       01 WS-CHANGE-LEDER pic x(30) value spaces.
       01 WS-CHANGE-REGION pic x(20) value spaces.
       01 WS-CHANGE-AABNET pic x(10) value spaces.
       01 WS-CHANGE-EFTERFOELGER pic x(4) value spaces.
       01 WS-CHANGE-LUKKET pic x(10) value spaces.
       01 WS-CHANGE-KUNDE-ID pic x(10) value spaces.
       01 WS-CHANGE-OPERATOR pic x(10) value spaces.

       01 WS-ROW-KUNDE-ID pic x(10) value spaces.
       01 WS-ROW-FILIAL-NR pic x(4) value spaces.
       01 WS-HOME-CHANGED pic x value "N".
       01 WS-MOVED-COUNT pic 9(7) value 0.

      *> --- operator role check against 80-Operatoerer.txt; with the
      *> register in place a delta without an operator is refused ---
       01 WS-ROLLE-KRAV pic x(14) value spaces.
       01 WS-OPR-STATUS pic XX value spaces.
       01 WS-OPERATOR-PROBE-STATUS pic XX value spaces.
       01 WS-REGISTER-PRESENT pic x value "N".

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.

       01 WS-APPLIED-COUNT pic 9(7) value 0.
       01 WS-REJECTED-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

PROCEDURE DIVISION.
       OPEN INPUT changes-file
       IF WS-CHANGES-STATUS = "35"
           DISPLAY "FilialVedligehold: 114-FilialAendringer.txt blev ikke fundet"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       OPEN I-O branch-file
       IF WS-BRANCH-STATUS = "35"
           OPEN OUTPUT branch-file
           CLOSE branch-file
           OPEN I-O branch-file
       END-IF

       OPEN INPUT banks-file

       OPEN OUTPUT report-file

       OPEN INPUT operator-probe-file
       IF WS-OPERATOR-PROBE-STATUS = "00"
           MOVE "Y" TO WS-REGISTER-PRESENT
           CLOSE operator-probe-file
       END-IF

       perform LOAD-HOME-BRANCHES

       perform UNTIL END-OF-CHANGES-FILE = "Y"
           read changes-file
               at end
                   move "Y" to END-OF-CHANGES-FILE
               not at end
                   IF CHANGE-RECORD NOT = SPACES
                       perform APPLY-ONE-CHANGE
                   END-IF
           end-read
       end-perform

       IF WS-HOME-CHANGED = "Y"
           perform REWRITE-HOME-BRANCHES
       END-IF

       perform WRITE-REPORT-TRAILER

       close changes-file
       close branch-file
       close banks-file
       close home-index-file
       close report-file
stop run.

       LOAD-HOME-BRANCHES.
           OPEN OUTPUT home-index-file
           CLOSE home-index-file
           OPEN I-O home-index-file

           OPEN INPUT home-branch-file
           IF WS-HOME-BRANCH-STATUS = "00"
               PERFORM UNTIL END-OF-HOME-BRANCH-FILE = "Y"
                   READ home-branch-file
                       AT END
                           MOVE "Y" TO END-OF-HOME-BRANCH-FILE
                       NOT AT END
                           MOVE SPACES TO WS-ROW-KUNDE-ID
                           MOVE SPACES TO WS-ROW-FILIAL-NR
                           UNSTRING HOME-BRANCH-RECORD DELIMITED BY ","
                               INTO WS-ROW-KUNDE-ID, WS-ROW-FILIAL-NR
                           IF WS-ROW-KUNDE-ID NOT = SPACES
                               MOVE WS-ROW-KUNDE-ID TO HK-KUNDE-ID
                               MOVE WS-ROW-FILIAL-NR TO HK-FILIAL-NR
                               WRITE HOME-INDEX-RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-WRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE home-branch-file
           END-IF
       exit.

      *> --- the action decides how the rest of the record reads ---
       APPLY-ONE-CHANGE.
           MOVE SPACES TO WS-ACTION
           MOVE SPACES TO WS-CHANGE-FILIAL-NR
           MOVE SPACES TO WS-CHANGE-REG-NR
           MOVE SPACES TO WS-CHANGE-NAVN
           MOVE SPACES TO WS-CHANGE-ADRESSE
           MOVE SPACES TO WS-CHANGE-LEDER
           MOVE SPACES TO WS-CHANGE-REGION
           MOVE SPACES TO WS-CHANGE-AABNET
           MOVE SPACES TO WS-CHANGE-EFTERFOELGER
           MOVE SPACES TO WS-CHANGE-LUKKET
           MOVE SPACES TO WS-CHANGE-KUNDE-ID
           MOVE SPACES TO WS-CHANGE-OPERATOR
           UNSTRING CHANGE-RECORD DELIMITED BY ","
               INTO WS-ACTION
           EVALUATE FUNCTION TRIM(WS-ACTION)
               WHEN "LUK"
                   UNSTRING CHANGE-RECORD DELIMITED BY ","
                       INTO WS-ACTION, WS-CHANGE-FILIAL-NR,
                            WS-CHANGE-EFTERFOELGER, WS-CHANGE-LUKKET,
                            WS-CHANGE-OPERATOR
               WHEN "KUNDE"
                   UNSTRING CHANGE-RECORD DELIMITED BY ","
                       INTO WS-ACTION, WS-CHANGE-FILIAL-NR,
                            WS-CHANGE-KUNDE-ID, WS-CHANGE-OPERATOR
               WHEN OTHER
                   UNSTRING CHANGE-RECORD DELIMITED BY ","
                       INTO WS-ACTION, WS-CHANGE-FILIAL-NR,
                            WS-CHANGE-REG-NR, WS-CHANGE-NAVN,
                            WS-CHANGE-ADRESSE, WS-CHANGE-LEDER,
                            WS-CHANGE-REGION, WS-CHANGE-AABNET,
                            WS-CHANGE-OPERATOR
           END-EVALUATE

           IF WS-REGISTER-PRESENT = "Y"
               AND WS-CHANGE-OPERATOR = SPACES
               MOVE "Operatoer-ID mangler" TO REPORT-RECORD
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-CHANGE-OPERATOR NOT = SPACES
               MOVE "VEDLIGEHOLD" TO WS-ROLLE-KRAV
               CALL "OperatoerOpslag" USING WS-CHANGE-OPERATOR
                   WS-ROLLE-KRAV WS-OPR-STATUS
               IF WS-OPR-STATUS NOT = "00"
                   MOVE "Operatoeren mangler vedligeholds-rolle" TO REPORT-RECORD
                   PERFORM WRITE-REJECT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-CHANGE-FILIAL-NR = SPACES
               MOVE "FILIAL-NR mangler" TO REPORT-RECORD
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           EVALUATE FUNCTION TRIM(WS-ACTION)
               WHEN "ADD"
                   PERFORM APPLY-ADD
               WHEN "CHANGE"
                   PERFORM APPLY-CHANGE
               WHEN "LUK"
                   PERFORM APPLY-CLOSE
               WHEN "KUNDE"
                   PERFORM APPLY-CUSTOMER
               WHEN OTHER
                   MOVE "Ukendt handling (brug ADD/CHANGE/LUK/KUNDE)" TO REPORT-RECORD
                   PERFORM WRITE-REJECT-LINE
           END-EVALUATE
       exit.

      *> --- REG-NR must name a bank on the bank master ---
       CHECK-REG-NR.
           MOVE WS-CHANGE-REG-NR TO REG-NR OF banks-in
           READ banks-file
               INVALID KEY
                   MOVE "REG-NR findes ikke i 10-Banker.txt" TO REPORT-RECORD
           END-READ
       exit.

       APPLY-ADD.
           MOVE SPACES TO REPORT-RECORD
           PERFORM CHECK-REG-NR
           IF REPORT-RECORD NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO branch-in
           MOVE WS-CHANGE-FILIAL-NR TO FILIAL-NR OF branch-in
           MOVE WS-CHANGE-REG-NR TO FILIAL-REG-NR
           MOVE WS-CHANGE-NAVN TO FILIALNAVN
           MOVE WS-CHANGE-ADRESSE TO FILIALADRESSE
           MOVE WS-CHANGE-LEDER TO FILIALLEDER
           MOVE WS-CHANGE-REGION TO REGION
           MOVE WS-CHANGE-AABNET TO AABNET-DATO
           IF AABNET-DATO = SPACES
               MOVE WS-TODAY-DATE TO AABNET-DATO
           END-IF
           WRITE branch-in
               INVALID KEY
                   MOVE "Filialen findes allerede" TO REPORT-RECORD
                   PERFORM WRITE-REJECT-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM WRITE-APPLIED-LINE
           END-WRITE
       exit.

      *> --- a CHANGE keeps the closing fields as they are; closing
      *> goes through LUK so the customers move with it ---
       APPLY-CHANGE.
           MOVE WS-CHANGE-FILIAL-NR TO FILIAL-NR OF branch-in
           READ branch-file
               INVALID KEY
                   MOVE "Filialen findes ikke" TO REPORT-RECORD
                   PERFORM WRITE-REJECT-LINE
                   EXIT PARAGRAPH
           END-READ
           MOVE SPACES TO REPORT-RECORD
           PERFORM CHECK-REG-NR
           IF REPORT-RECORD NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHANGE-REG-NR TO FILIAL-REG-NR
           MOVE WS-CHANGE-NAVN TO FILIALNAVN
           MOVE WS-CHANGE-ADRESSE TO FILIALADRESSE
           MOVE WS-CHANGE-LEDER TO FILIALLEDER
           MOVE WS-CHANGE-REGION TO REGION
           IF WS-CHANGE-AABNET NOT = SPACES
               MOVE WS-CHANGE-AABNET TO AABNET-DATO
           END-IF
           REWRITE branch-in
               INVALID KEY
                   MOVE "Filialen findes ikke" TO REPORT-RECORD
                   PERFORM WRITE-REJECT-LINE
               NOT INVALID KEY
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM WRITE-APPLIED-LINE
           END-REWRITE
       exit.

      *> --- the successor is checked before the closing branch is
      *> touched, so a refused close leaves everything as it was ---
       APPLY-CLOSE.
           IF WS-CHANGE-EFTERFOELGER = SPACES
               OR WS-CHANGE-EFTERFOELGER = WS-CHANGE-FILIAL-NR
               MOVE "Efterfoelgende filial mangler" TO REPORT-RECORD
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHANGE-EFTERFOELGER TO FILIAL-NR OF branch-in
           READ branch-file
               INVALID KEY
                   MOVE "Efterfoelgende filial findes ikke" TO REPORT-RECORD
                   PERFORM WRITE-REJECT-LINE
                   EXIT PARAGRAPH
           END-READ
           IF LUKKET-DATO NOT = SPACES
               MOVE "Efterfoelgende filial er lukket" TO REPORT-RECORD
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CHANGE-FILIAL-NR TO FILIAL-NR OF branch-in
           READ branch-file
               INVALID KEY
                   MOVE "Filialen findes ikke" TO REPORT-RECORD
                   PERFORM WRITE-REJECT-LINE
                   EXIT PARAGRAPH
           END-READ
           IF LUKKET-DATO NOT = SPACES
               MOVE "Filialen er allerede lukket" TO REPORT-RECORD
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-CHANGE-LUKKET = SPACES
               MOVE WS-TODAY-DATE TO WS-CHANGE-LUKKET
           END-IF
           MOVE WS-CHANGE-LUKKET TO LUKKET-DATO
           MOVE WS-CHANGE-EFTERFOELGER TO EFTERFOELGER-NR
           MOVE FILIALNAVN TO WS-CHANGE-NAVN
           REWRITE branch-in
               INVALID KEY
                   MOVE "Filialen findes ikke" TO REPORT-RECORD
                   PERFORM WRITE-REJECT-LINE
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM WRITE-APPLIED-LINE
           PERFORM MOVE-CUSTOMERS-TO-SUCCESSOR
       exit.

       MOVE-CUSTOMERS-TO-SUCCESSOR.
           MOVE 0 TO WS-MOVED-COUNT
           MOVE "N" TO END-OF-INDEX-FILE
           MOVE LOW-VALUES TO HK-KUNDE-ID
           START home-index-file KEY IS >= HK-KUNDE-ID
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-FILE
           END-START
           PERFORM UNTIL END-OF-INDEX-FILE = "Y"
               READ home-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-FILE
                   NOT AT END
                       IF HK-FILIAL-NR = WS-CHANGE-FILIAL-NR
                           MOVE WS-CHANGE-EFTERFOELGER TO HK-FILIAL-NR
                           REWRITE HOME-INDEX-RECORD
                           ADD 1 TO WS-MOVED-COUNT
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MOVED-COUNT > 0
               MOVE "Y" TO WS-HOME-CHANGED
           END-IF
           MOVE WS-MOVED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "    Kunder flyttet til filial " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHANGE-EFTERFOELGER) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

       APPLY-CUSTOMER.
           IF WS-CHANGE-KUNDE-ID = SPACES
               MOVE "KUNDE-ID mangler" TO REPORT-RECORD
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CHANGE-FILIAL-NR TO FILIAL-NR OF branch-in
           READ branch-file
               INVALID KEY
                   MOVE "Filialen findes ikke" TO REPORT-RECORD
                   PERFORM WRITE-REJECT-LINE
                   EXIT PARAGRAPH
           END-READ
           IF LUKKET-DATO NOT = SPACES
               MOVE "Filialen er lukket" TO REPORT-RECORD
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE FILIALNAVN TO WS-CHANGE-NAVN
           MOVE WS-CHANGE-KUNDE-ID TO HK-KUNDE-ID
           MOVE WS-CHANGE-FILIAL-NR TO HK-FILIAL-NR
           WRITE HOME-INDEX-RECORD
               INVALID KEY
                   REWRITE HOME-INDEX-RECORD
           END-WRITE
           MOVE "Y" TO WS-HOME-CHANGED
           ADD 1 TO WS-APPLIED-COUNT
           PERFORM WRITE-APPLIED-LINE
       exit.

       REWRITE-HOME-BRANCHES.
           MOVE "N" TO END-OF-INDEX-FILE
           MOVE LOW-VALUES TO HK-KUNDE-ID
           START home-index-file KEY IS >= HK-KUNDE-ID
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-FILE
           END-START

           OPEN OUTPUT home-branch-file
           PERFORM UNTIL END-OF-INDEX-FILE = "Y"
               READ home-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-FILE
                   NOT AT END
                       MOVE SPACES TO HOME-BRANCH-RECORD
                       STRING FUNCTION TRIM(HK-KUNDE-ID) ","
                              FUNCTION TRIM(HK-FILIAL-NR)
                              DELIMITED BY SIZE INTO HOME-BRANCH-RECORD
                       WRITE HOME-BRANCH-RECORD
               END-READ
           END-PERFORM
           CLOSE home-branch-file
       exit.

       WRITE-APPLIED-LINE.
           MOVE SPACES TO REPORT-RECORD
           STRING "Anvendt - Handling: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACTION) DELIMITED BY SIZE
                  ", FILIAL-NR: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHANGE-FILIAL-NR) DELIMITED BY SIZE
                  ", Filial: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHANGE-NAVN) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           IF WS-CHANGE-KUNDE-ID NOT = SPACES
               STRING FUNCTION TRIM(REPORT-RECORD) DELIMITED BY SIZE
                      ", KUNDE-ID: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CHANGE-KUNDE-ID) DELIMITED BY SIZE
                      INTO REPORT-RECORD
           END-IF
           STRING FUNCTION TRIM(REPORT-RECORD) DELIMITED BY SIZE
                  ", Operatoer: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHANGE-OPERATOR) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
       exit.

      *> REPORT-RECORD arrives holding the reject reason text
       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECTED-COUNT
           STRING "Afvist - " DELIMITED BY SIZE
                  FUNCTION TRIM(REPORT-RECORD) DELIMITED BY SIZE
                  " - Handling: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACTION) DELIMITED BY SIZE
                  ", FILIAL-NR: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CHANGE-FILIAL-NR) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
       exit.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-APPLIED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Aendringer anvendt: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Aendringer afvist: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
