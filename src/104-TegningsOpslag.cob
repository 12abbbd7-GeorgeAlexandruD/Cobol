identification division.
       program-id. TegningsOpslag.

      *> --- Shared signatory lookup for company customers.
      *> 104-Tegningsberettigede.txt lists who may act for a company,
      *> one line per person and scope: CVR,CPR,OMFANG,TEGNING,
      *> GYLDIG-FRA,GYLDIG-TIL - OMFANG is KUNDE (customer
      *> maintenance), KONTO (account maintenance), BETALING (payment
      *> orders) or ALLE; TEGNING is ALENE (signs alone) or FORENING
      *> (signs together with another signatory). Given the company's
      *> CVR, the acting person's CPR, the scope the action needs and
      *> the action date this answers whether that person may sign.
      *> CALLed per action by the maintenance and payment-order
      *> programs, so the register is loaded on the first call and
      *> kept across calls.
      *> LK-STATUS: 00 = may sign alone, 24 = may sign jointly only,
      *> 23 = not a signatory. ---

environment division.
input-output section.
file-control.
       select signatory-file assign to "104-Tegningsberettigede.txt"
           organization line sequential
           file status is WS-SIGNATORY-STATUS.

data division.
file section.
FD signatory-file.
       01 SIGNATORY-RECORD pic x(80).

WORKING-STORAGE SECTION.
       01 WS-SIGNATORY-STATUS pic XX value spaces.
       01 END-OF-SIGNATORY-FILE pic x value "N".

      *> --- loaded once, kept across calls ---
       01 WS-TABLE-LOADED pic x value "N".
       01 WS-SIGNATORY-COUNT pic 9(3) value 0.
       01 WS-SIGNATORY-IX pic 9(3) value 0.
       01 WS-SIGNATORY-TABLE OCCURS 300 TIMES.
           05 TG-CVR pic x(15).
           05 TG-CPR pic x(15).
           05 TG-OMFANG pic x(8).
           05 TG-TEGNING pic x(8).
           05 TG-FRA pic x(10).
           05 TG-TIL pic x(10).

linkage section.
       01 LK-CVR pic x(15).
       01 LK-CPR pic x(15).
       01 LK-OMFANG pic x(8).
       01 LK-DATO pic x(10).
       01 LK-STATUS pic XX.

procedure division using LK-CVR LK-CPR LK-OMFANG LK-DATO LK-STATUS.
       IF WS-TABLE-LOADED = "N"
           PERFORM LOAD-SIGNATORY-REGISTER
           MOVE "Y" TO WS-TABLE-LOADED
       END-IF

       *> a sole-signing entry wins over a joint one for the same scope
       MOVE "23" TO LK-STATUS
       PERFORM VARYING WS-SIGNATORY-IX FROM 1 BY 1
           UNTIL WS-SIGNATORY-IX > WS-SIGNATORY-COUNT
           IF FUNCTION TRIM(TG-CVR(WS-SIGNATORY-IX))
               = FUNCTION TRIM(LK-CVR)
               AND FUNCTION TRIM(TG-CPR(WS-SIGNATORY-IX))
                   = FUNCTION TRIM(LK-CPR)
               AND (FUNCTION TRIM(TG-OMFANG(WS-SIGNATORY-IX)) = "ALLE"
                   OR FUNCTION TRIM(TG-OMFANG(WS-SIGNATORY-IX))
                       = FUNCTION TRIM(LK-OMFANG))
               AND (TG-FRA(WS-SIGNATORY-IX) = SPACES
                   OR TG-FRA(WS-SIGNATORY-IX) <= LK-DATO)
               AND (TG-TIL(WS-SIGNATORY-IX) = SPACES
                   OR TG-TIL(WS-SIGNATORY-IX) >= LK-DATO)
               IF FUNCTION TRIM(TG-TEGNING(WS-SIGNATORY-IX)) = "FORENING"
                   MOVE "24" TO LK-STATUS
               ELSE
                   MOVE "00" TO LK-STATUS
                   EXIT PERFORM
               END-IF
           END-IF
       END-PERFORM
       GOBACK.

       LOAD-SIGNATORY-REGISTER.
           OPEN INPUT signatory-file
           IF WS-SIGNATORY-STATUS = "00"
               PERFORM UNTIL END-OF-SIGNATORY-FILE = "Y"
                   READ signatory-file
                       AT END
                           MOVE "Y" TO END-OF-SIGNATORY-FILE
                       NOT AT END
                           IF WS-SIGNATORY-COUNT < 300
                               ADD 1 TO WS-SIGNATORY-COUNT
                               MOVE SPACES
                                   TO WS-SIGNATORY-TABLE(WS-SIGNATORY-COUNT)
                               UNSTRING SIGNATORY-RECORD DELIMITED BY ","
                                   INTO TG-CVR(WS-SIGNATORY-COUNT),
                                        TG-CPR(WS-SIGNATORY-COUNT),
                                        TG-OMFANG(WS-SIGNATORY-COUNT),
                                        TG-TEGNING(WS-SIGNATORY-COUNT),
                                        TG-FRA(WS-SIGNATORY-COUNT),
                                        TG-TIL(WS-SIGNATORY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE signatory-file
           END-IF
       exit.
