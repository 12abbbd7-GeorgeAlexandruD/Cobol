      *>   GEBYRFRI,<KONTO-TYPE>,<TRANSAKTIONSTYPE>   (exemption)
      *>   UDSKRIFT,<KONTO-TYPE>,<FREKVENS>
      *>   NEGATIV,<KONTO-TYPE>,<J/N>
      *>   LOFT,<KONTO-TYPE>,<AARLIGT-LOFT>   (restricted savings:
      *>       deposits per calendar year may not exceed the cap)
      *>   BINDING,<KONTO-TYPE>,<FRIGIVELSES-ALDER>   (restricted
      *>       savings: withdrawals locked until the holder's age)
      *> Loaded on the first call, kept across calls.
      *> LK-MODE: R = interest rate for LK-BELOEB's band,
      *>          G = fee rate for LK-NOEGLE (exempt answers zero),
      *>          N = negative balance permitted,
      *>          U = statement frequency into LK-SVAR,
      *>          L = annual deposit cap into LK-BELOEB,
      *>          B = release age for withdrawals into LK-SATS.
      *> LK-STATUS: 00 = answered, 23 = no entry (caller keeps its
      *> built-in default), 35 = no catalog at all, 99 = bad mode. ---

               PERFORM FIND-NEGATIVE-RULE
           WHEN "U"
               PERFORM FIND-STATEMENT-FREQUENCY
           WHEN "L"
               PERFORM FIND-DEPOSIT-CAP
           WHEN "B"
               PERFORM FIND-RELEASE-AGE
           WHEN OTHER
               MOVE "99" TO LK-STATUS
       END-EVALUATE
                   MOVE WS-FELT3-TEXT TO KAT-NOEGLE(WS-ENTRY-COUNT)
               WHEN "NEGATIV"
                   MOVE WS-FELT3-TEXT TO KAT-NOEGLE(WS-ENTRY-COUNT)
               WHEN "LOFT"
                   COMPUTE KAT-GRAENSE(WS-ENTRY-COUNT) =
                       FUNCTION NUMVAL(WS-FELT3-TEXT)
               WHEN "BINDING"
                   COMPUTE KAT-SATS(WS-ENTRY-COUNT) =
                       FUNCTION NUMVAL(WS-FELT3-TEXT)
               WHEN OTHER
                   SUBTRACT 1 FROM WS-ENTRY-COUNT
           END-EVALUATE
               END-IF
           END-PERFORM
       exit.

       FIND-DEPOSIT-CAP.
           PERFORM VARYING WS-ENTRY-IX FROM 1 BY 1
               UNTIL WS-ENTRY-IX > WS-ENTRY-COUNT
               IF KAT-ART(WS-ENTRY-IX) = "LOFT"
                   AND FUNCTION TRIM(KAT-KONTO-TYPE(WS-ENTRY-IX))
                       = FUNCTION TRIM(LK-KONTO-TYPE)
                   MOVE KAT-GRAENSE(WS-ENTRY-IX) TO LK-BELOEB
                   MOVE "00" TO LK-STATUS
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
       exit.

       FIND-RELEASE-AGE.
           PERFORM VARYING WS-ENTRY-IX FROM 1 BY 1
               UNTIL WS-ENTRY-IX > WS-ENTRY-COUNT
               IF KAT-ART(WS-ENTRY-IX) = "BINDING"
                   AND FUNCTION TRIM(KAT-KONTO-TYPE(WS-ENTRY-IX))
                       = FUNCTION TRIM(LK-KONTO-TYPE)
                   MOVE KAT-SATS(WS-ENTRY-IX) TO LK-SATS
                   MOVE "00" TO LK-STATUS
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
       exit.
