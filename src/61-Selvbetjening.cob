      *>   GDPRUDTRAEK    - data extract (writes 26-GdprParam.txt,
      *>                    runs GdprUdtraek),
      *>   ADRESSEBEKRAEFT - address confirmation letter (appends a
      *>                    trigger for the letter generator),
      *>   ABONNEMENTOPSIG - the customer marks a recurring payment
      *>                    cancelled; the merchant name as shown on
      *>                    the statement follows as a fourth field
      *>                    and is appended to
      *>                    119-AbonnementOpsigelser.txt, so a later
      *>                    charge is flagged by AbonnementSoeg.
      *> Every request validates first: CPR modulus-11, the customer
      *> known to the master, and not on 10-BlokRegister.txt. The
      *> result manifest 61-SelvbetjeningsManifest.txt goes back to
           organization line sequential
           file status is WS-TRIGGER-STATUS.

       select cancel-file assign to "119-AbonnementOpsigelser.txt"
           organization line sequential
           file status is WS-CANCEL-STATUS.

       select manifest-file assign to "61-SelvbetjeningsManifest.txt"
           organization line sequential.

data division.
file section.
FD queue-file.
       01 QUEUE-RECORD pic x(80).

FD transactions-file.
01 transactions-in.
FD trigger-file.
       01 TRIGGER-RECORD pic x(80).

FD cancel-file.
       01 CANCEL-RECORD pic x(60).

FD manifest-file.
       01 MANIFEST-RECORD pic x(150).

       01 WS-ACCOUNT-STATUS pic XX value spaces.
       01 WS-BLOCK-STATUS pic XX value spaces.
       01 WS-TRIGGER-STATUS pic XX value spaces.
       01 WS-CANCEL-STATUS pic XX value spaces.
       01 WS-ACCOUNT-INDEX-STATUS pic XX value spaces.
       01 WS-BLOCK-INDEX-STATUS pic XX value spaces.

       01 WS-REQ-ID pic x(8) value spaces.
       01 WS-REQ-TYPE pic x(15) value spaces.
       01 WS-REQ-CPR pic x(15) value spaces.
       01 WS-REQ-DETALJE pic x(15) value spaces.
       01 WS-REQ-STATUS pic x(40) value spaces.
       01 WS-RESULT-FILE pic x(30) value spaces.

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

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-DONE-COUNT pic 9(7) value 0.
       01 WS-REJECTED-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

       OPEN OUTPUT manifest-file

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       perform LOAD-ACCOUNT-INDEX
       perform LOAD-BLOCK-REGISTER
           MOVE SPACES TO WS-REQ-ID
           MOVE SPACES TO WS-REQ-TYPE
           MOVE SPACES TO WS-REQ-CPR
           MOVE SPACES TO WS-REQ-DETALJE
           MOVE SPACES TO WS-REQ-STATUS
           MOVE SPACES TO WS-RESULT-FILE
           UNSTRING QUEUE-RECORD DELIMITED BY ","
               INTO WS-REQ-ID, WS-REQ-TYPE, WS-REQ-CPR, WS-REQ-DETALJE

           perform VALIDATE-REQUEST
           IF WS-REQ-STATUS = SPACES
                       perform RUN-GDPRUDTRAEK
                   WHEN "ADRESSEBEKRAEFT"
                       perform EMIT-ADDRESS-LETTER-TRIGGER
                   WHEN "ABONNEMENTOPSIG"
                       perform REGISTER-SUBSCRIPTION-CANCEL
                   WHEN OTHER
                       MOVE "AFVIST - ukendt anmodningstype" TO WS-REQ-STATUS
               END-EVALUATE
           MOVE "43-Breve.txt" TO WS-RESULT-FILE
       exit.

      *> --- the cancellation counts from today; the next detection
      *> run marks the item OPSAGT and flags any later charge ---
       REGISTER-SUBSCRIPTION-CANCEL.
           IF WS-REQ-DETALJE = SPACES
               MOVE "AFVIST - butik mangler" TO WS-REQ-STATUS
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND cancel-file
           IF WS-CANCEL-STATUS = "35"
               OPEN OUTPUT cancel-file
           END-IF
           MOVE SPACES TO CANCEL-RECORD
           STRING FUNCTION TRIM(WS-REQ-CPR) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION UPPER-CASE(FUNCTION TRIM(WS-REQ-DETALJE))
                      DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  INTO CANCEL-RECORD
           WRITE CANCEL-RECORD
           CLOSE cancel-file
           MOVE "UDFOERT" TO WS-REQ-STATUS
           MOVE "119-AbonnementOpsigelser.txt" TO WS-RESULT-FILE
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

       WRITE-MANIFEST-LINE.
           MOVE SPACES TO MANIFEST-RECORD
           STRING FUNCTION TRIM(WS-REQ-ID) ","
