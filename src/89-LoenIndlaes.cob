
      *> --- Employer salary-file intake with a funding check, so
      *> local employers can credit our customers directly. The
      *> salary file is refused whole unless its integrity seal
      *> verifies (IntegritetsSegl). The
      *> employer register 89-Arbejdsgivere.txt holds AG-ID,NAVN,
      *> FUNDING-KONTO-ID,FUNDING-CPR,FUNDING-REG-NR - the CPR and
      *> REG-NR the covering debit posts under, so the funding row
           organization line sequential
           file status is WS-EMPLOYER-STATUS.

       select delivery-file assign to "16-Leverance.txt"
           organization line sequential
           file status is WS-DELIVERY-STATUS.
       select report-file assign to "89-LoenRapport.txt"
           organization line sequential.

      *> --- the account master keyed on KONTO-ID, with owner and
      *> balance ---
       select account-index-file assign to "8-KontoStam.txt"
           organization is indexed
           access mode is dynamic
           record key is KONTOSTAM-ID
           alternate record key is KONTOSTAM-KUNDE-ID with duplicates
           alternate record key is KONTOSTAM-CPR with duplicates
           file status is WS-ACCOUNT-INDEX-STATUS.

data division.
FD employer-file.
       01 EMPLOYER-RECORD pic x(70).

FD delivery-file.
01 delivery-out.
       copy "10-TRANSAKTIONER.cpy".

FD account-index-file.
       01 ACCOUNT-INDEX-RECORD.
           copy "8-KONTOSTAM.cpy".

WORKING-STORAGE SECTION.
       01 WS-SALARY-STATUS pic XX value spaces.
       01 WS-EMPLOYER-STATUS pic XX value spaces.
       01 WS-DELIVERY-STATUS pic XX value spaces.
       01 WS-ACCOUNT-INDEX-STATUS pic XX value spaces.

       01 END-OF-SALARY-FILE pic x value "N".
       01 END-OF-EMPLOYER-FILE pic x value "N".

       01 WS-HEADER-MARKER pic x(8) value spaces.
       01 WS-AG-ID pic x(8) value spaces.
       01 WS-DEKLARERET-TEXT pic x(15) value spaces.
       01 WS-DEKLARERET pic S9(13)v99 value 0.
       01 WS-FUNDING-BALANCE pic S9(13)v99 value 0.

       01 WS-REG-AG-ID pic x(8) value spaces.
       01 WS-REG-NAVN pic x(30) value spaces.
       01 WS-BELOEB-DISPLAY pic -Z(11).99.
       01 WS-SUM-DISPLAY pic -Z(12).99.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-COUNT-DISPLAY pic Z(6)9.

      *> --- Danish CPR modulus-11 working fields, same check the
       01 WS-CPR-WEIGHTS-X pic x(10) value "4327654321".
       01 WS-CPR-WEIGHTS-R redefines WS-CPR-WEIGHTS-X.
           05 WS-CPR-WEIGHT pic 9 occurs 10 times.
      *> --- a company's 8-digit CVR number carries the customer's
      *> identity in the same CPR field, with its own weights ---
       01 WS-CVR-DIGITS-X pic x(8) value spaces.
       01 WS-CVR-DIGITS-R redefines WS-CVR-DIGITS-X.
           05 WS-CVR-DIGIT pic 9 occurs 8 times.
       01 WS-CVR-WEIGHTS-X pic x(8) value "27654321".
       01 WS-CVR-WEIGHTS-R redefines WS-CVR-WEIGHTS-X.
           05 WS-CVR-WEIGHT pic 9 occurs 8 times.

      *> --- integrity seals: the salary file's is verified, the
      *> shared delivery's proven before rows are added and renewed
      *> afterwards ---
       01 WS-SEGL-MODE pic x value space.
       01 WS-SEGL-FILNAVN pic x(40) value spaces.
       01 WS-SEGL-STATUS pic XX value spaces.
       01 WS-LEVERANCE-SEGL pic XX value spaces.

PROCEDURE DIVISION.
       OPEN INPUT salary-file
           STOP RUN
       END-IF

       *> a feed whose integrity seal is missing or does not verify
       *> is refused whole; the failure is logged for the incident
       *> register
       MOVE "V" TO WS-SEGL-MODE
       MOVE "89-LoenFil.txt" TO WS-SEGL-FILNAVN
       CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
           WS-SEGL-STATUS
       IF WS-SEGL-STATUS NOT = "00"
           DISPLAY "LoenIndlaes: 89-LoenFil.txt afvist - seglet mangler eller"
               " passer ikke, se 140-SeglLog.txt"
           CLOSE salary-file
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN OUTPUT report-file

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still posts under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       perform OPEN-ACCOUNT-MASTER
       perform READ-FILE-HEADER
       perform FIND-EMPLOYER
       perform VALIDATE-ALL-ROWS
       END-IF
stop run.

      *> --- the account master is read in place; without it every
      *> row fails its account check ---
       OPEN-ACCOUNT-MASTER.
           OPEN INPUT account-index-file
           IF WS-ACCOUNT-INDEX-STATUS NOT = "00"
               DISPLAY "LoenIndlaes: 8-KontoStam.txt kan ikke aabnes"
           END-IF
       exit.

               EXIT PARAGRAPH
           END-IF

           MOVE WS-ROW-KONTO TO KONTOSTAM-ID
           READ account-index-file
               INVALID KEY
                   perform FAIL-ROW-KONTO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FUNDING-KONTO TO KONTOSTAM-ID
           READ account-index-file
               INVALID KEY
                   MOVE "N" TO WS-FILE-OK
                   WRITE REPORT-RECORD
                   EXIT PARAGRAPH
           END-READ
           IF FUNCTION TEST-NUMVAL(KONTOSTAM-BALANCE) = 0
               COMPUTE WS-FUNDING-BALANCE =
                   FUNCTION NUMVAL(KONTOSTAM-BALANCE)
           ELSE
               MOVE 0 TO WS-FUNDING-BALANCE
           END-IF
           IF WS-FUNDING-BALANCE < WS-DEKLARERET
               MOVE "N" TO WS-FILE-OK
               MOVE "Funding-kontoen daekker ikke totalen" TO REPORT-RECORD
               WRITE REPORT-RECORD
      *> --- all-or-nothing: the credits and the covering funding
      *> debit go out together ---
       POST-WHOLE-FILE.
           *> rows are only added to a delivery whose seal still holds
           MOVE "A" TO WS-SEGL-MODE
           MOVE "16-Leverance.txt" TO WS-SEGL-FILNAVN
           CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
               WS-LEVERANCE-SEGL
           OPEN EXTEND delivery-file
           IF WS-DELIVERY-STATUS = "35"
               OPEN OUTPUT delivery-file

           perform EMIT-FUNDING-DEBIT
           CLOSE delivery-file
           *> the seal is renewed over the added rows; a delivery whose
           *> seal had already failed is left for the receiver to refuse
           IF WS-LEVERANCE-SEGL = "00"
               MOVE "S" TO WS-SEGL-MODE
               MOVE "16-Leverance.txt" TO WS-SEGL-FILNAVN
               CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
                   WS-LEVERANCE-SEGL
           END-IF

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

       EMIT-FUNDING-DEBIT.
           MOVE WS-FUNDING-KONTO TO KONTOSTAM-ID
           READ account-index-file
               INVALID KEY
                   EXIT PARAGRAPH
           WRITE delivery-out
       exit.

      *> --- Danish CPR modulus-11 check digit validation, format DDMMYY-XXXX;
      *> an 8-digit CVR number (company customer) is checked by its own rule ---
       CHECK-CPR-MODULUS11.
           MOVE "Y" TO WS-CPR-VALID
           IF WS-CPR-CHECK(1:8) IS NUMERIC AND WS-CPR-CHECK(9:7) = SPACES
               PERFORM CHECK-CVR-MODULUS11
               EXIT PARAGRAPH
           END-IF
           IF WS-CPR-CHECK(7:1) <> "-"
               MOVE "N" TO WS-CPR-VALID
           ELSE
           END-IF
       exit.

      *> --- Danish CVR modulus-11, weights 2765 4321 over the 8 digits ---
       CHECK-CVR-MODULUS11.
           MOVE "Y" TO WS-CPR-VALID
           MOVE WS-CPR-CHECK(1:8) TO WS-CVR-DIGITS-X
           MOVE 0 TO WS-CPR-SUM
           PERFORM VARYING WS-CPR-IX FROM 1 BY 1 UNTIL WS-CPR-IX > 8
               MULTIPLY WS-CVR-DIGIT(WS-CPR-IX) BY WS-CVR-WEIGHT(WS-CPR-IX) GIVING WS-CPR-PRODUCT
               ADD WS-CPR-PRODUCT TO WS-CPR-SUM
           END-PERFORM
           DIVIDE WS-CPR-SUM BY 11 GIVING WS-CPR-QUOTIENT REMAINDER WS-CPR-REMAINDER
           IF WS-CPR-REMAINDER <> 0
               MOVE "N" TO WS-CPR-VALID
           END-IF
       exit.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
