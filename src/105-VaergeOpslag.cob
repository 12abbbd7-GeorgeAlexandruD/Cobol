identification division.
       program-id. VaergeOpslag.

      *> --- Shared guardian lookup for minor customers.
      *> 105-Vaergemaal.txt links a minor's CPR to one or two
      *> guardians, one line per guardianship: MINDREAARIG-CPR,
      *> VAERGE1-CPR,VAERGE2-CPR,GYLDIG-FRA,GYLDIG-TIL (VAERGE2 may be
      *> blank). Given the minor's CPR, a guardian's CPR and the
      *> action date this answers whether that person is the minor's
      *> guardian on that date; a blank guardian CPR asks whether the
      *> minor has any guardian at all on that date.
      *> CALLed per row by the intake and payment-order programs, so
      *> the register is loaded on the first call and kept across
      *> calls.
      *> LK-STATUS: 00 = guardianship stands, 23 = none. ---

environment division.
input-output section.
file-control.
       select guardian-file assign to "105-Vaergemaal.txt"
           organization line sequential
           file status is WS-GUARDIAN-STATUS.

data division.
file section.
FD guardian-file.
       01 GUARDIAN-RECORD pic x(80).

WORKING-STORAGE SECTION.
       01 WS-GUARDIAN-STATUS pic XX value spaces.
       01 END-OF-GUARDIAN-FILE pic x value "N".

      *> --- loaded once, kept across calls ---
       01 WS-TABLE-LOADED pic x value "N".
       01 WS-GUARDIAN-COUNT pic 9(4) value 0.
       01 WS-GUARDIAN-IX pic 9(4) value 0.
       01 WS-GUARDIAN-TABLE OCCURS 1000 TIMES.
           05 VG-MINDREAARIG pic x(15).
           05 VG-VAERGE1 pic x(15).
           05 VG-VAERGE2 pic x(15).
           05 VG-FRA pic x(10).
           05 VG-TIL pic x(10).

linkage section.
       01 LK-MINDREAARIG-CPR pic x(15).
       01 LK-VAERGE-CPR pic x(15).
       01 LK-DATO pic x(10).
       01 LK-STATUS pic XX.

procedure division using LK-MINDREAARIG-CPR LK-VAERGE-CPR
       LK-DATO LK-STATUS.
       IF WS-TABLE-LOADED = "N"
           PERFORM LOAD-GUARDIAN-REGISTER
           MOVE "Y" TO WS-TABLE-LOADED
       END-IF

       MOVE "23" TO LK-STATUS
       PERFORM VARYING WS-GUARDIAN-IX FROM 1 BY 1
           UNTIL WS-GUARDIAN-IX > WS-GUARDIAN-COUNT
           IF FUNCTION TRIM(VG-MINDREAARIG(WS-GUARDIAN-IX))
               = FUNCTION TRIM(LK-MINDREAARIG-CPR)
               AND (LK-VAERGE-CPR = SPACES
                   OR FUNCTION TRIM(VG-VAERGE1(WS-GUARDIAN-IX))
                       = FUNCTION TRIM(LK-VAERGE-CPR)
                   OR (VG-VAERGE2(WS-GUARDIAN-IX) NOT = SPACES
                       AND FUNCTION TRIM(VG-VAERGE2(WS-GUARDIAN-IX))
                           = FUNCTION TRIM(LK-VAERGE-CPR)))
               AND (VG-FRA(WS-GUARDIAN-IX) = SPACES
                   OR VG-FRA(WS-GUARDIAN-IX) <= LK-DATO)
               AND (VG-TIL(WS-GUARDIAN-IX) = SPACES
                   OR VG-TIL(WS-GUARDIAN-IX) >= LK-DATO)
               MOVE "00" TO LK-STATUS
               EXIT PERFORM
           END-IF
       END-PERFORM
       GOBACK.

       LOAD-GUARDIAN-REGISTER.
           OPEN INPUT guardian-file
           IF WS-GUARDIAN-STATUS = "00"
               PERFORM UNTIL END-OF-GUARDIAN-FILE = "Y"
                   READ guardian-file
                       AT END
                           MOVE "Y" TO END-OF-GUARDIAN-FILE
                       NOT AT END
                           IF WS-GUARDIAN-COUNT < 1000
                               ADD 1 TO WS-GUARDIAN-COUNT
                               MOVE SPACES
                                   TO WS-GUARDIAN-TABLE(WS-GUARDIAN-COUNT)
                               UNSTRING GUARDIAN-RECORD DELIMITED BY ","
                                   INTO VG-MINDREAARIG(WS-GUARDIAN-COUNT),
                                        VG-VAERGE1(WS-GUARDIAN-COUNT),
                                        VG-VAERGE2(WS-GUARDIAN-COUNT),
                                        VG-FRA(WS-GUARDIAN-COUNT),
                                        VG-TIL(WS-GUARDIAN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE guardian-file
           END-IF
       exit.
