identification division.
       program-id. MemoOpslag.

      *> --- Shared customer-memo lookup. 125-KundeMemoer.txt holds
      *> one memo per line:
      *>   MEMO-ID,CPR,KATEGORI,OPRETTET-AF,OPRETTET,UDLOEB,ADVARSEL,
      *>   TEKST
      *> with ADVARSEL J/N and TEKST last so it may hold commas.
      *> Given a CPR and a date this returns the memos standing on
      *> that date - created on or before it and not yet expired
      *> (UDLOEB blank or on/after the date) - in the 125-MEMOLISTE
      *> block, at most ten per customer. CALLed per customer by the
      *> operator console, the statement reprint and the review
      *> queues, so the register is loaded on the first call and kept
      *> across calls.
      *> LK-STATUS: 00 = memos found, 23 = none. ---

environment division.
input-output section.
file-control.
       select memo-file assign to "125-KundeMemoer.txt"
           organization line sequential
           file status is WS-MEMO-STATUS.

data division.
file section.
FD memo-file.
       01 MEMO-RECORD pic x(150).

WORKING-STORAGE SECTION.
       01 WS-MEMO-STATUS pic XX value spaces.
       01 END-OF-MEMO-FILE pic x value "N".
       01 WS-MEMO-POINTER pic 9(3) value 0.

      *> --- loaded once, kept across calls ---
       01 WS-TABLE-LOADED pic x value "N".
       01 WS-MEMO-COUNT pic 9(4) value 0.
       01 WS-MEMO-IX pic 9(4) value 0.
       01 WS-MEMO-TABLE OCCURS 1000 TIMES.
           05 MM-MEMO-ID pic x(10).
           05 MM-CPR pic x(15).
           05 MM-KATEGORI pic x(10).
           05 MM-OPRETTET-AF pic x(10).
           05 MM-OPRETTET pic x(10).
           05 MM-UDLOEB pic x(10).
           05 MM-ADVARSEL pic x(1).
           05 MM-TEKST pic x(60).

linkage section.
       01 LK-CPR pic x(15).
       01 LK-DATO pic x(10).
       01 LK-MEMO-LISTE.
           copy "125-MEMOLISTE.cpy".
       01 LK-STATUS pic XX.

procedure division using LK-CPR LK-DATO LK-MEMO-LISTE LK-STATUS.
       IF WS-TABLE-LOADED = "N"
           PERFORM LOAD-MEMO-REGISTER
           MOVE "Y" TO WS-TABLE-LOADED
       END-IF

       MOVE "23" TO LK-STATUS
       MOVE 0 TO ML-ANTAL
       MOVE "N" TO ML-ADVARSEL
       MOVE SPACES TO ML-ADVARSEL-TEKST
       PERFORM VARYING WS-MEMO-IX FROM 1 BY 1
           UNTIL WS-MEMO-IX > WS-MEMO-COUNT OR ML-ANTAL = 10
           IF FUNCTION TRIM(MM-CPR(WS-MEMO-IX)) = FUNCTION TRIM(LK-CPR)
               AND (MM-OPRETTET(WS-MEMO-IX) = SPACES
                   OR MM-OPRETTET(WS-MEMO-IX) <= LK-DATO)
               AND (MM-UDLOEB(WS-MEMO-IX) = SPACES
                   OR MM-UDLOEB(WS-MEMO-IX) >= LK-DATO)
               ADD 1 TO ML-ANTAL
               MOVE MM-MEMO-ID(WS-MEMO-IX) TO ML-MEMO-ID(ML-ANTAL)
               MOVE MM-KATEGORI(WS-MEMO-IX) TO ML-KATEGORI(ML-ANTAL)
               MOVE MM-OPRETTET-AF(WS-MEMO-IX) TO ML-OPRETTET-AF(ML-ANTAL)
               MOVE MM-OPRETTET(WS-MEMO-IX) TO ML-OPRETTET(ML-ANTAL)
               MOVE MM-UDLOEB(WS-MEMO-IX) TO ML-UDLOEB(ML-ANTAL)
               MOVE MM-ADVARSEL(WS-MEMO-IX) TO ML-ADVARSEL-FLAG(ML-ANTAL)
               MOVE MM-TEKST(WS-MEMO-IX) TO ML-TEKST(ML-ANTAL)
               IF MM-ADVARSEL(WS-MEMO-IX) = "J" AND ML-ADVARSEL = "N"
                   MOVE "J" TO ML-ADVARSEL
                   MOVE MM-TEKST(WS-MEMO-IX) TO ML-ADVARSEL-TEKST
               END-IF
               MOVE "00" TO LK-STATUS
           END-IF
       END-PERFORM
       GOBACK.

       LOAD-MEMO-REGISTER.
           OPEN INPUT memo-file
           IF WS-MEMO-STATUS = "00"
               PERFORM UNTIL END-OF-MEMO-FILE = "Y"
                   READ memo-file
                       AT END
                           MOVE "Y" TO END-OF-MEMO-FILE
                       NOT AT END
                           IF WS-MEMO-COUNT < 1000
                               ADD 1 TO WS-MEMO-COUNT
                               MOVE SPACES TO WS-MEMO-TABLE(WS-MEMO-COUNT)
                               MOVE 1 TO WS-MEMO-POINTER
                               UNSTRING MEMO-RECORD DELIMITED BY ","
                                   INTO MM-MEMO-ID(WS-MEMO-COUNT),
                                        MM-CPR(WS-MEMO-COUNT),
                                        MM-KATEGORI(WS-MEMO-COUNT),
                                        MM-OPRETTET-AF(WS-MEMO-COUNT),
                                        MM-OPRETTET(WS-MEMO-COUNT),
                                        MM-UDLOEB(WS-MEMO-COUNT),
                                        MM-ADVARSEL(WS-MEMO-COUNT)
                                   WITH POINTER WS-MEMO-POINTER
                               *> the text is the rest of the line,
                               *> commas and all
                               IF WS-MEMO-POINTER <= 150
                                   MOVE MEMO-RECORD(WS-MEMO-POINTER:)
                                       TO MM-TEKST(WS-MEMO-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE memo-file
           END-IF
       exit.
