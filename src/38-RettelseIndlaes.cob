       01 WS-OUTSTANDING-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.

      *> --- same validation fields the statement run uses ---
       01 WS-KURS-VALUTA pic x(3) value spaces.
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

      *> --- crash-safe replacement state ---
       01 WS-MARKER-STATUS pic XX value spaces.
           STOP RUN
       END-IF

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still posts under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       OPEN OUTPUT report-file
       OPEN EXTEND resolution-log-file
           WRITE RESOLUTION-LOG-RECORD
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

      *> --- a row still failing the statement run's rules after any
      *> correction is an outstanding exception ---
       CHECK-ROW-OUTSTANDING.
