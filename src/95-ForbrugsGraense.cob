identification division.
       program-id. ForbrugsGraense.

      *> --- Shared spending-limit check for the intakes. The limit
      *> register 95-ForbrugsGraenser.txt holds one cap per line:
      *> CPR,KONTO-ID,TRANSAKTIONSTYPE,PERIODE,GRAENSE,HANDLING
      *>   KONTO-ID          blank = every account of the CPR,
      *>   TRANSAKTIONSTYPE  the row's type, KORTKOEB for any card
      *>                     purchase (a debit with a BUTIK) or * for
      *>                     every debit,
      *>   PERIODE           DAG or MAANED (calendar day / month of
      *>                     the row's date),
      *>   GRAENSE           DKK,
      *>   HANDLING          AFVIS (reject the row) or PARKER (park
      *>                     it for the adviser), default AFVIS.
      *> Usage so far per limit and period is kept in
      *> 95-ForbrugsGraenseForbrug.txt (CPR,KONTO-ID,TYPE,PERIODE,
      *> PERIODE-NOEGLE,FORBRUG) across runs; periods before the
      *> current month are dropped when it is saved. Loaded on the
      *> first call, kept across calls.
      *> LK-MODE:     K = check a debit against every matching limit
      *>                  and, when none is breached, book it,
      *>              B = book a debit an approver released past its
      *>                  limits (GraenseGodkend) without checking,
      *>              G = save the usage file (once, at the end).
      *> LK-BUTIK-FLAG J when the row is a card purchase.
      *> LK-BELOEB    the debit in DKK, unsigned.
      *> LK-STATUS:   00 = within limits and booked (B: booked),
      *>              10 = a limit would be breached (nothing booked;
      *>                   LK-HANDLING tells AFVIS or PARKER),
      *>              35 = no limit register on file,
      *>              99 = bad mode. ---

environment division.
input-output section.
file-control.
       select limit-file assign to "95-ForbrugsGraenser.txt"
           organization line sequential
           file status is WS-LIMIT-STATUS.

       select usage-file assign to "95-ForbrugsGraenseForbrug.txt"
           organization line sequential
           file status is WS-USAGE-STATUS.

data division.
file section.
FD limit-file.
       01 LIMIT-CSV-RECORD pic x(100).

FD usage-file.
       01 USAGE-CSV-RECORD pic x(100).

WORKING-STORAGE SECTION.
       01 WS-LIMIT-STATUS pic XX value spaces.
       01 WS-USAGE-STATUS pic XX value spaces.
       01 END-OF-LIMIT-FILE pic x value "N".
       01 END-OF-USAGE-FILE pic x value "N".

      *> --- loaded once, kept across calls ---
       01 WS-TABLE-LOADED pic x value "N".
       01 WS-REGISTER-PRESENT pic x value "N".
       01 WS-LIMIT-COUNT pic 9(4) value 0.
       01 WS-LIMIT-IX pic 9(4) value 0.
       01 WS-LIMIT-TABLE OCCURS 500 TIMES.
           05 GR-CPR pic x(15).
           05 GR-KONTO-ID pic x(15).
           05 GR-TYPE pic x(15).
           05 GR-PERIODE pic x(6).
           05 GR-GRAENSE pic 9(11)v99.
           05 GR-HANDLING pic x(6).
           05 GR-HIT pic x.
           05 GR-USAGE-IX pic 9(4).

       01 WS-USAGE-COUNT pic 9(4) value 0.
       01 WS-USAGE-IX pic 9(4) value 0.
       01 WS-USAGE-TABLE OCCURS 3000 TIMES.
           05 FB-CPR pic x(15).
           05 FB-KONTO-ID pic x(15).
           05 FB-TYPE pic x(15).
           05 FB-PERIODE pic x(6).
           05 FB-NOEGLE pic x(10).
           05 FB-FORBRUG pic S9(13)v99.

       01 WS-GRAENSE-TEXT pic x(15) value spaces.
       01 WS-FORBRUG-TEXT pic x(15) value spaces.
       01 WS-FORBRUG-DISPLAY pic -Z(12)9.99.
       01 WS-PERIOD-KEY pic x(10) value spaces.
       01 WS-KEEP-MONTH pic x(7) value spaces.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-BREACH pic x value "N".

linkage section.
       01 LK-MODE pic x.
       01 LK-CPR pic x(15).
       01 LK-KONTO-ID pic x(15).
       01 LK-TYPE pic x(15).
       01 LK-BUTIK-FLAG pic x.
       01 LK-DATO pic x(10).
       01 LK-BELOEB pic S9(13)v99.
       01 LK-HANDLING pic x(6).
       01 LK-STATUS pic XX.

procedure division using LK-MODE LK-CPR LK-KONTO-ID LK-TYPE
       LK-BUTIK-FLAG LK-DATO LK-BELOEB LK-HANDLING LK-STATUS.
       IF WS-TABLE-LOADED = "N"
           PERFORM LOAD-LIMIT-REGISTER
           PERFORM LOAD-USAGE
           MOVE "Y" TO WS-TABLE-LOADED
       END-IF

       MOVE "00" TO LK-STATUS
       MOVE SPACES TO LK-HANDLING
       IF WS-REGISTER-PRESENT = "N"
           MOVE "35" TO LK-STATUS
           GOBACK
       END-IF

       EVALUATE LK-MODE
           WHEN "K"
               PERFORM CHECK-AND-BOOK
           WHEN "B"
               PERFORM CHECK-AND-BOOK
           WHEN "G"
               PERFORM SAVE-USAGE
           WHEN OTHER
               MOVE "99" TO LK-STATUS
       END-EVALUATE
       GOBACK.

      *> --- every limit that covers the row is tried before anything
      *> is booked, so a rejected row leaves no usage behind; a
      *> released row (B) is booked whatever the limits say, so the
      *> rest of the period still counts it ---
       CHECK-AND-BOOK.
           MOVE "N" TO WS-BREACH
           PERFORM VARYING WS-LIMIT-IX FROM 1 BY 1
               UNTIL WS-LIMIT-IX > WS-LIMIT-COUNT
               MOVE "N" TO GR-HIT(WS-LIMIT-IX)
               IF GR-CPR(WS-LIMIT-IX) = LK-CPR
                   AND (GR-KONTO-ID(WS-LIMIT-IX) = SPACES
                        OR GR-KONTO-ID(WS-LIMIT-IX) = LK-KONTO-ID)
                   AND (GR-TYPE(WS-LIMIT-IX) = "*"
                        OR GR-TYPE(WS-LIMIT-IX) = LK-TYPE
                        OR (GR-TYPE(WS-LIMIT-IX) = "KORTKOEB"
                            AND LK-BUTIK-FLAG = "J"))
                   MOVE "Y" TO GR-HIT(WS-LIMIT-IX)
                   PERFORM FIND-USAGE-ENTRY
                   IF WS-USAGE-IX > 0
                       IF FB-FORBRUG(WS-USAGE-IX) + LK-BELOEB
                           > GR-GRAENSE(WS-LIMIT-IX)
                           MOVE "Y" TO WS-BREACH
                           *> a parking limit wins over a rejecting one
                           IF LK-HANDLING = SPACES
                               OR GR-HANDLING(WS-LIMIT-IX) = "PARKER"
                               MOVE GR-HANDLING(WS-LIMIT-IX) TO LK-HANDLING
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-BREACH = "Y"
               IF LK-MODE = "B"
                   MOVE SPACES TO LK-HANDLING
               ELSE
                   MOVE "10" TO LK-STATUS
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM VARYING WS-LIMIT-IX FROM 1 BY 1
               UNTIL WS-LIMIT-IX > WS-LIMIT-COUNT
               IF GR-HIT(WS-LIMIT-IX) = "Y"
                   AND GR-USAGE-IX(WS-LIMIT-IX) > 0
                   ADD LK-BELOEB TO FB-FORBRUG(GR-USAGE-IX(WS-LIMIT-IX))
               END-IF
           END-PERFORM
       exit.

      *> --- the usage entry for the current limit and the row's
      *> period, created at nil when the period is new; 0 when the
      *> table is full (the row then passes that limit) ---
       FIND-USAGE-ENTRY.
           MOVE SPACES TO WS-PERIOD-KEY
           IF GR-PERIODE(WS-LIMIT-IX) = "MAANED"
               MOVE LK-DATO(1:7) TO WS-PERIOD-KEY
           ELSE
               MOVE LK-DATO TO WS-PERIOD-KEY
           END-IF

           MOVE 0 TO GR-USAGE-IX(WS-LIMIT-IX)
           PERFORM VARYING WS-USAGE-IX FROM 1 BY 1
               UNTIL WS-USAGE-IX > WS-USAGE-COUNT
               IF FB-CPR(WS-USAGE-IX) = GR-CPR(WS-LIMIT-IX)
                   AND FB-KONTO-ID(WS-USAGE-IX) = GR-KONTO-ID(WS-LIMIT-IX)
                   AND FB-TYPE(WS-USAGE-IX) = GR-TYPE(WS-LIMIT-IX)
                   AND FB-PERIODE(WS-USAGE-IX) = GR-PERIODE(WS-LIMIT-IX)
                   AND FB-NOEGLE(WS-USAGE-IX) = WS-PERIOD-KEY
                   MOVE WS-USAGE-IX TO GR-USAGE-IX(WS-LIMIT-IX)
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF GR-USAGE-IX(WS-LIMIT-IX) = 0
               AND WS-USAGE-COUNT < 3000
               ADD 1 TO WS-USAGE-COUNT
               MOVE GR-CPR(WS-LIMIT-IX) TO FB-CPR(WS-USAGE-COUNT)
               MOVE GR-KONTO-ID(WS-LIMIT-IX) TO FB-KONTO-ID(WS-USAGE-COUNT)
               MOVE GR-TYPE(WS-LIMIT-IX) TO FB-TYPE(WS-USAGE-COUNT)
               MOVE GR-PERIODE(WS-LIMIT-IX) TO FB-PERIODE(WS-USAGE-COUNT)
               MOVE WS-PERIOD-KEY TO FB-NOEGLE(WS-USAGE-COUNT)
               MOVE 0 TO FB-FORBRUG(WS-USAGE-COUNT)
               MOVE WS-USAGE-COUNT TO GR-USAGE-IX(WS-LIMIT-IX)
           END-IF
           MOVE GR-USAGE-IX(WS-LIMIT-IX) TO WS-USAGE-IX
       exit.

       LOAD-LIMIT-REGISTER.
           OPEN INPUT limit-file
           IF WS-LIMIT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-REGISTER-PRESENT
           PERFORM UNTIL END-OF-LIMIT-FILE = "Y"
               READ limit-file
                   AT END
                       MOVE "Y" TO END-OF-LIMIT-FILE
                   NOT AT END
                       IF WS-LIMIT-COUNT < 500
                           ADD 1 TO WS-LIMIT-COUNT
                           MOVE SPACES TO WS-LIMIT-TABLE(WS-LIMIT-COUNT)
                           MOVE SPACES TO WS-GRAENSE-TEXT
                           UNSTRING LIMIT-CSV-RECORD DELIMITED BY ","
                               INTO GR-CPR(WS-LIMIT-COUNT),
                                    GR-KONTO-ID(WS-LIMIT-COUNT),
                                    GR-TYPE(WS-LIMIT-COUNT),
                                    GR-PERIODE(WS-LIMIT-COUNT),
                                    WS-GRAENSE-TEXT,
                                    GR-HANDLING(WS-LIMIT-COUNT)
                           IF FUNCTION TEST-NUMVAL(WS-GRAENSE-TEXT) = 0
                               COMPUTE GR-GRAENSE(WS-LIMIT-COUNT) =
                                   FUNCTION NUMVAL(WS-GRAENSE-TEXT)
                           ELSE
                               MOVE 0 TO GR-GRAENSE(WS-LIMIT-COUNT)
                           END-IF
                           IF GR-HANDLING(WS-LIMIT-COUNT) NOT = "PARKER"
                               MOVE "AFVIS" TO GR-HANDLING(WS-LIMIT-COUNT)
                           END-IF
                           IF GR-PERIODE(WS-LIMIT-COUNT) NOT = "MAANED"
                               MOVE "DAG" TO GR-PERIODE(WS-LIMIT-COUNT)
                           END-IF
                           *> a line without CPR or type is no limit
                           IF GR-CPR(WS-LIMIT-COUNT) = SPACES
                               OR GR-TYPE(WS-LIMIT-COUNT) = SPACES
                               SUBTRACT 1 FROM WS-LIMIT-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE limit-file
       exit.

       LOAD-USAGE.
           OPEN INPUT usage-file
           IF WS-USAGE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-USAGE-FILE = "Y"
               READ usage-file
                   AT END
                       MOVE "Y" TO END-OF-USAGE-FILE
                   NOT AT END
                       IF WS-USAGE-COUNT < 3000
                           ADD 1 TO WS-USAGE-COUNT
                           MOVE SPACES TO WS-USAGE-TABLE(WS-USAGE-COUNT)
                           MOVE SPACES TO WS-FORBRUG-TEXT
                           UNSTRING USAGE-CSV-RECORD DELIMITED BY ","
                               INTO FB-CPR(WS-USAGE-COUNT),
                                    FB-KONTO-ID(WS-USAGE-COUNT),
                                    FB-TYPE(WS-USAGE-COUNT),
                                    FB-PERIODE(WS-USAGE-COUNT),
                                    FB-NOEGLE(WS-USAGE-COUNT),
                                    WS-FORBRUG-TEXT
                           IF FUNCTION TEST-NUMVAL(WS-FORBRUG-TEXT) = 0
                               COMPUTE FB-FORBRUG(WS-USAGE-COUNT) =
                                   FUNCTION NUMVAL(WS-FORBRUG-TEXT)
                           ELSE
                               MOVE 0 TO FB-FORBRUG(WS-USAGE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE usage-file
       exit.

      *> --- only the current month's periods are worth keeping ---
       SAVE-USAGE.
           *> the business month, so a run just after midnight on the
           *> 1st does not drop the usage of the month still being posted
           CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS
           MOVE WS-TODAY-DATE(1:7) TO WS-KEEP-MONTH

           OPEN OUTPUT usage-file
           PERFORM VARYING WS-USAGE-IX FROM 1 BY 1
               UNTIL WS-USAGE-IX > WS-USAGE-COUNT
               IF FB-NOEGLE(WS-USAGE-IX)(1:7) >= WS-KEEP-MONTH
                   MOVE FB-FORBRUG(WS-USAGE-IX) TO WS-FORBRUG-DISPLAY
                   MOVE SPACES TO USAGE-CSV-RECORD
                   STRING FUNCTION TRIM(FB-CPR(WS-USAGE-IX)) ","
                          FUNCTION TRIM(FB-KONTO-ID(WS-USAGE-IX)) ","
                          FUNCTION TRIM(FB-TYPE(WS-USAGE-IX)) ","
                          FUNCTION TRIM(FB-PERIODE(WS-USAGE-IX)) ","
                          FUNCTION TRIM(FB-NOEGLE(WS-USAGE-IX)) ","
                          FUNCTION TRIM(WS-FORBRUG-DISPLAY)
                          DELIMITED BY SIZE INTO USAGE-CSV-RECORD
                   WRITE USAGE-CSV-RECORD
               END-IF
           END-PERFORM
           CLOSE usage-file
       exit.
