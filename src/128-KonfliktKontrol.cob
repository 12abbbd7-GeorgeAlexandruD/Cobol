identification division.
       program-id. KonfliktKontrol.

      *> --- Shared conflict-of-interest check for the maintenance and
      *> approval programs. An operator is linked to their own CPR by
      *> the fourth field of 80-Operatoerer.txt
      *> (OPERATOR-ID,NAVN,ROLLE,CPR). From it the operator's circle
      *> is resolved once per operator and kept until another
      *> operator is checked:
      *>   own      - the accounts the CPR posts on (10-Transaktioner),
      *>              holds jointly (48-KontoHavere.txt), the KUNDE-IDs
      *>              owning them (8-KontoData.txt) and every account
      *>              of those KUNDE-IDs,
      *>   related  - the other customers in the operator's households
      *>              (54-Husstande.txt) and their accounts.
      *> A refused action is appended to 128-KonfliktLog.txt as
      *>   TIDSSTEMPEL,OPERATOR,PROGRAM,EGEN/HUSSTAND,CPR,KUNDE-ID,
      *>   KONTO-ID,HANDLING
      *> LK-STATUS: 00 = no conflict (or the operator has no CPR
      *> registered), 41 = the operator's own customer, 42 = a
      *> customer in the operator's household. ---

environment division.
input-output section.
file-control.
       select operator-file assign to "80-Operatoerer.txt"
           organization line sequential
           file status is WS-OPERATOR-STATUS.

       select transactions-file assign to "10-Transaktioner.txt"
           organization is indexed
           access mode is dynamic
           record key is CPR of transactions-in with duplicates
           alternate record key is TRANS-REF of transactions-in
               with duplicates
           alternate record key is BUTIK of transactions-in
               with duplicates
           file status is WS-TRANS-STATUS.

       select holders-file assign to "48-KontoHavere.txt"
           organization line sequential
           file status is WS-HOLDERS-STATUS.

       select account-file assign to "8-KontoData.txt"
           organization is line sequential
           file status is WS-ACCOUNT-STATUS.

       select household-file assign to "54-Husstande.txt"
           organization line sequential
           file status is WS-HOUSEHOLD-STATUS.

       select conflict-log-file assign to "128-KonfliktLog.txt"
           organization line sequential
           file status is WS-CONFLICT-LOG-STATUS.

data division.
file section.
FD operator-file.
       01 OPERATOR-CSV-RECORD pic x(70).

FD transactions-file.
01 transactions-in.
       copy "10-TRANSAKTIONER.cpy".

FD holders-file.
       01 HOLDER-CSV-RECORD pic x(80).

FD account-file.
       01 csv-lines2 pic x(100).

FD household-file.
       01 HOUSEHOLD-CSV-RECORD pic x(100).

FD conflict-log-file.
       01 CONFLICT-LOG-RECORD pic x(200).

WORKING-STORAGE SECTION.
       01 WS-OPERATOR-STATUS pic XX value spaces.
       01 WS-TRANS-STATUS pic XX value spaces.
       01 WS-HOLDERS-STATUS pic XX value spaces.
       01 WS-ACCOUNT-STATUS pic XX value spaces.
       01 WS-HOUSEHOLD-STATUS pic XX value spaces.
       01 WS-CONFLICT-LOG-STATUS pic XX value spaces.

       01 END-OF-OPERATOR-FILE pic x value "N".
       01 END-OF-TRANSACTIONS-FILE pic x value "N".
       01 END-OF-HOLDERS-FILE pic x value "N".
       01 END-OF-ACCOUNT-FILE pic x value "N".
       01 END-OF-HOUSEHOLD-FILE pic x value "N".

      *> --- the operator register, loaded once, kept across calls ---
       01 WS-TABLE-LOADED pic x value "N".
       01 WS-OPERATOR-COUNT pic 9(3) value 0.
       01 WS-OPERATOR-IX pic 9(3) value 0.
       01 WS-OPERATOR-TABLE OCCURS 100 TIMES.
           05 OPR-ID pic x(10).
           05 OPR-CPR pic x(15).
       01 WS-OPR-NAVN-TEXT pic x(30) value spaces.
       01 WS-OPR-ROLLE-TEXT pic x(14) value spaces.

      *> --- the circle of the operator last checked ---
       01 WS-CIRCLE-OPERATOR pic x(10) value spaces.
       01 WS-CIRCLE-CPR pic x(15) value spaces.
       01 WS-OWN-KONTO-COUNT pic 9(3) value 0.
       01 WS-OWN-KONTO-SET OCCURS 50 TIMES.
           05 OWN-KONTO-ID pic x(15).
       01 WS-OWN-KUNDE-COUNT pic 9(3) value 0.
       01 WS-OWN-KUNDE-SET OCCURS 20 TIMES.
           05 OWN-KUNDE-ID pic x(10).
       01 WS-HUSSTAND-COUNT pic 9(3) value 0.
       01 WS-HUSSTAND-SET OCCURS 20 TIMES.
           05 SET-HUSSTAND-ID pic x(10).
       01 WS-REL-KUNDE-COUNT pic 9(3) value 0.
       01 WS-REL-KUNDE-SET OCCURS 50 TIMES.
           05 REL-KUNDE-ID pic x(10).
       01 WS-REL-KONTO-COUNT pic 9(3) value 0.
       01 WS-REL-KONTO-SET OCCURS 100 TIMES.
           05 REL-KONTO-ID pic x(15).
       01 WS-SET-IX pic 9(3) value 0.
       01 WS-IN-SET pic x value "N".

       01 WS-WORK-KONTO-ID pic x(15) value spaces.
       01 WS-WORK-KUNDE-ID pic x(10) value spaces.
       01 WS-WORK-HUSSTAND-ID pic x(10) value spaces.
       01 WS-WORK-CPR pic x(15) value spaces.
       01 WS-WORK-ROLLE pic x(10) value spaces.
       01 WS-CSV-KUNDE-ID pic x(10) value spaces.
       01 WS-CSV-KONTO-ID pic x(15) value spaces.

       01 WS-KONFLIKT-TEKST pic x(8) value spaces.
       01 WS-AUDIT-TIMESTAMP pic x(21) value spaces.

linkage section.
       01 LK-KONFLIKT.
           copy "128-KONFLIKTREC.cpy".
       01 LK-STATUS pic XX.

procedure division using LK-KONFLIKT LK-STATUS.
       MOVE "00" TO LK-STATUS
       IF KF-OPERATOR = SPACES
           GOBACK
       END-IF
       IF WS-TABLE-LOADED = "N"
           PERFORM LOAD-OPERATOR-REGISTER
           MOVE "Y" TO WS-TABLE-LOADED
       END-IF
       IF KF-OPERATOR NOT = WS-CIRCLE-OPERATOR
           PERFORM RESOLVE-OPERATOR-CIRCLE
       END-IF
       IF WS-CIRCLE-CPR = SPACES
           GOBACK
       END-IF

       IF KF-CPR NOT = SPACES AND KF-CPR = WS-CIRCLE-CPR
           MOVE "41" TO LK-STATUS
       END-IF
       IF LK-STATUS = "00" AND KF-KUNDE-ID NOT = SPACES
           PERFORM VARYING WS-SET-IX FROM 1 BY 1 UNTIL WS-SET-IX > WS-OWN-KUNDE-COUNT
               IF OWN-KUNDE-ID(WS-SET-IX) = KF-KUNDE-ID
                   MOVE "41" TO LK-STATUS
                   EXIT PERFORM
               END-IF
           END-PERFORM
       END-IF
       IF LK-STATUS = "00" AND KF-KONTO-ID NOT = SPACES
           PERFORM VARYING WS-SET-IX FROM 1 BY 1 UNTIL WS-SET-IX > WS-OWN-KONTO-COUNT
               IF OWN-KONTO-ID(WS-SET-IX) = KF-KONTO-ID
                   MOVE "41" TO LK-STATUS
                   EXIT PERFORM
               END-IF
           END-PERFORM
       END-IF
       IF LK-STATUS = "00" AND KF-KUNDE-ID NOT = SPACES
           PERFORM VARYING WS-SET-IX FROM 1 BY 1 UNTIL WS-SET-IX > WS-REL-KUNDE-COUNT
               IF REL-KUNDE-ID(WS-SET-IX) = KF-KUNDE-ID
                   MOVE "42" TO LK-STATUS
                   EXIT PERFORM
               END-IF
           END-PERFORM
       END-IF
       IF LK-STATUS = "00" AND KF-KONTO-ID NOT = SPACES
           PERFORM VARYING WS-SET-IX FROM 1 BY 1 UNTIL WS-SET-IX > WS-REL-KONTO-COUNT
               IF REL-KONTO-ID(WS-SET-IX) = KF-KONTO-ID
                   MOVE "42" TO LK-STATUS
                   EXIT PERFORM
               END-IF
           END-PERFORM
       END-IF

       IF LK-STATUS NOT = "00"
           PERFORM WRITE-CONFLICT-LOG
       END-IF
       GOBACK.

       LOAD-OPERATOR-REGISTER.
           OPEN INPUT operator-file
           IF WS-OPERATOR-STATUS = "00"
               PERFORM UNTIL END-OF-OPERATOR-FILE = "Y"
                   READ operator-file
                       AT END
                           MOVE "Y" TO END-OF-OPERATOR-FILE
                       NOT AT END
                           IF WS-OPERATOR-COUNT < 100
                               ADD 1 TO WS-OPERATOR-COUNT
                               MOVE SPACES TO WS-OPERATOR-TABLE(WS-OPERATOR-COUNT)
                               UNSTRING OPERATOR-CSV-RECORD DELIMITED BY ","
                                   INTO OPR-ID(WS-OPERATOR-COUNT),
                                        WS-OPR-NAVN-TEXT, WS-OPR-ROLLE-TEXT,
                                        OPR-CPR(WS-OPERATOR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE operator-file
           END-IF
       exit.

      *> --- own accounts and customers first, then the households
      *> they sit in, then every account of either ---
       RESOLVE-OPERATOR-CIRCLE.
           MOVE KF-OPERATOR TO WS-CIRCLE-OPERATOR
           MOVE SPACES TO WS-CIRCLE-CPR
           MOVE 0 TO WS-OWN-KONTO-COUNT
           MOVE 0 TO WS-OWN-KUNDE-COUNT
           MOVE 0 TO WS-HUSSTAND-COUNT
           MOVE 0 TO WS-REL-KUNDE-COUNT
           MOVE 0 TO WS-REL-KONTO-COUNT
           PERFORM VARYING WS-OPERATOR-IX FROM 1 BY 1
               UNTIL WS-OPERATOR-IX > WS-OPERATOR-COUNT
               IF FUNCTION TRIM(OPR-ID(WS-OPERATOR-IX))
                   = FUNCTION TRIM(KF-OPERATOR)
                   MOVE OPR-CPR(WS-OPERATOR-IX) TO WS-CIRCLE-CPR
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CIRCLE-CPR = SPACES
               EXIT PARAGRAPH
           END-IF

           PERFORM COLLECT-POSTED-ACCOUNTS
           PERFORM COLLECT-HELD-ACCOUNTS
           PERFORM COLLECT-OWN-CUSTOMERS
           PERFORM COLLECT-HOUSEHOLDS
           PERFORM COLLECT-HOUSEHOLD-MEMBERS
           PERFORM COLLECT-CIRCLE-ACCOUNTS
       exit.

       COLLECT-POSTED-ACCOUNTS.
           OPEN INPUT transactions-file
           IF WS-TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-TRANSACTIONS-FILE
           MOVE WS-CIRCLE-CPR TO CPR OF transactions-in
           START transactions-file KEY IS EQUAL TO CPR OF transactions-in
               INVALID KEY
                   MOVE "Y" TO END-OF-TRANSACTIONS-FILE
           END-START
           PERFORM UNTIL END-OF-TRANSACTIONS-FILE = "Y"
               READ transactions-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-TRANSACTIONS-FILE
                   NOT AT END
                       IF CPR OF transactions-in <> WS-CIRCLE-CPR
                           MOVE "Y" TO END-OF-TRANSACTIONS-FILE
                       ELSE
                           MOVE KONTO-ID OF transactions-in TO WS-WORK-KONTO-ID
                           PERFORM ADD-OWN-KONTO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE transactions-file
       exit.

      *> --- KONTO-ID,CPR,KUNDE-ID,ROLLE: joint accounts the operator
      *> holds count as their own ---
       COLLECT-HELD-ACCOUNTS.
           OPEN INPUT holders-file
           IF WS-HOLDERS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-HOLDERS-FILE
           PERFORM UNTIL END-OF-HOLDERS-FILE = "Y"
               READ holders-file
                   AT END
                       MOVE "Y" TO END-OF-HOLDERS-FILE
                   NOT AT END
                       MOVE SPACES TO WS-WORK-KONTO-ID
                       MOVE SPACES TO WS-WORK-CPR
                       MOVE SPACES TO WS-WORK-KUNDE-ID
                       MOVE SPACES TO WS-WORK-ROLLE
                       UNSTRING HOLDER-CSV-RECORD DELIMITED BY ","
                           INTO WS-WORK-KONTO-ID, WS-WORK-CPR,
                                WS-WORK-KUNDE-ID, WS-WORK-ROLLE
                       IF WS-WORK-CPR = WS-CIRCLE-CPR
                           PERFORM ADD-OWN-KONTO
                           IF WS-WORK-KUNDE-ID NOT = SPACES
                               PERFORM ADD-OWN-KUNDE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE holders-file
       exit.

       COLLECT-OWN-CUSTOMERS.
           IF WS-OWN-KONTO-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT account-file
           IF WS-ACCOUNT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-ACCOUNT-FILE
           PERFORM UNTIL END-OF-ACCOUNT-FILE = "Y"
               READ account-file
                   AT END
                       MOVE "Y" TO END-OF-ACCOUNT-FILE
                   NOT AT END
                       MOVE SPACES TO WS-CSV-KUNDE-ID
                       MOVE SPACES TO WS-CSV-KONTO-ID
                       UNSTRING csv-lines2 DELIMITED BY ","
                           INTO WS-CSV-KUNDE-ID, WS-CSV-KONTO-ID
                       PERFORM VARYING WS-SET-IX FROM 1 BY 1 UNTIL WS-SET-IX > WS-OWN-KONTO-COUNT
                           IF OWN-KONTO-ID(WS-SET-IX) = WS-CSV-KONTO-ID
                               MOVE WS-CSV-KUNDE-ID TO WS-WORK-KUNDE-ID
                               PERFORM ADD-OWN-KUNDE
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE account-file
       exit.

      *> --- HUSSTAND-ID,KUNDE-ID,ADRESSENOEGLE ---
       COLLECT-HOUSEHOLDS.
           IF WS-OWN-KUNDE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT household-file
           IF WS-HOUSEHOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-HOUSEHOLD-FILE
           PERFORM UNTIL END-OF-HOUSEHOLD-FILE = "Y"
               READ household-file
                   AT END
                       MOVE "Y" TO END-OF-HOUSEHOLD-FILE
                   NOT AT END
                       MOVE SPACES TO WS-WORK-HUSSTAND-ID
                       MOVE SPACES TO WS-WORK-KUNDE-ID
                       UNSTRING HOUSEHOLD-CSV-RECORD DELIMITED BY ","
                           INTO WS-WORK-HUSSTAND-ID, WS-WORK-KUNDE-ID
                       PERFORM VARYING WS-SET-IX FROM 1 BY 1 UNTIL WS-SET-IX > WS-OWN-KUNDE-COUNT
                           IF OWN-KUNDE-ID(WS-SET-IX) = WS-WORK-KUNDE-ID
                               AND WS-HUSSTAND-COUNT < 20
                               ADD 1 TO WS-HUSSTAND-COUNT
                               MOVE WS-WORK-HUSSTAND-ID
                                   TO SET-HUSSTAND-ID(WS-HUSSTAND-COUNT)
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE household-file
       exit.

       COLLECT-HOUSEHOLD-MEMBERS.
           IF WS-HUSSTAND-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT household-file
           IF WS-HOUSEHOLD-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-HOUSEHOLD-FILE
           PERFORM UNTIL END-OF-HOUSEHOLD-FILE = "Y"
               READ household-file
                   AT END
                       MOVE "Y" TO END-OF-HOUSEHOLD-FILE
                   NOT AT END
                       MOVE SPACES TO WS-WORK-HUSSTAND-ID
                       MOVE SPACES TO WS-WORK-KUNDE-ID
                       UNSTRING HOUSEHOLD-CSV-RECORD DELIMITED BY ","
                           INTO WS-WORK-HUSSTAND-ID, WS-WORK-KUNDE-ID
                       PERFORM VARYING WS-SET-IX FROM 1 BY 1 UNTIL WS-SET-IX > WS-HUSSTAND-COUNT
                           IF SET-HUSSTAND-ID(WS-SET-IX) = WS-WORK-HUSSTAND-ID
                               PERFORM ADD-REL-KUNDE
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE household-file
       exit.

       COLLECT-CIRCLE-ACCOUNTS.
           IF WS-OWN-KUNDE-COUNT = 0 AND WS-REL-KUNDE-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT account-file
           IF WS-ACCOUNT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-ACCOUNT-FILE
           PERFORM UNTIL END-OF-ACCOUNT-FILE = "Y"
               READ account-file
                   AT END
                       MOVE "Y" TO END-OF-ACCOUNT-FILE
                   NOT AT END
                       MOVE SPACES TO WS-CSV-KUNDE-ID
                       MOVE SPACES TO WS-CSV-KONTO-ID
                       UNSTRING csv-lines2 DELIMITED BY ","
                           INTO WS-CSV-KUNDE-ID, WS-CSV-KONTO-ID
                       MOVE WS-CSV-KONTO-ID TO WS-WORK-KONTO-ID
                       PERFORM VARYING WS-SET-IX FROM 1 BY 1 UNTIL WS-SET-IX > WS-OWN-KUNDE-COUNT
                           IF OWN-KUNDE-ID(WS-SET-IX) = WS-CSV-KUNDE-ID
                               PERFORM ADD-OWN-KONTO
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
                       PERFORM VARYING WS-SET-IX FROM 1 BY 1 UNTIL WS-SET-IX > WS-REL-KUNDE-COUNT
                           IF REL-KUNDE-ID(WS-SET-IX) = WS-CSV-KUNDE-ID
                               AND WS-REL-KONTO-COUNT < 100
                               ADD 1 TO WS-REL-KONTO-COUNT
                               MOVE WS-CSV-KONTO-ID TO REL-KONTO-ID(WS-REL-KONTO-COUNT)
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE account-file
       exit.

       ADD-OWN-KONTO.
           MOVE "N" TO WS-IN-SET
           PERFORM VARYING WS-SET-IX FROM 1 BY 1 UNTIL WS-SET-IX > WS-OWN-KONTO-COUNT
               IF OWN-KONTO-ID(WS-SET-IX) = WS-WORK-KONTO-ID
                   MOVE "Y" TO WS-IN-SET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-IN-SET = "N" AND WS-OWN-KONTO-COUNT < 50
               ADD 1 TO WS-OWN-KONTO-COUNT
               MOVE WS-WORK-KONTO-ID TO OWN-KONTO-ID(WS-OWN-KONTO-COUNT)
           END-IF
       exit.

       ADD-OWN-KUNDE.
           MOVE "N" TO WS-IN-SET
           PERFORM VARYING WS-SET-IX FROM 1 BY 1 UNTIL WS-SET-IX > WS-OWN-KUNDE-COUNT
               IF OWN-KUNDE-ID(WS-SET-IX) = WS-WORK-KUNDE-ID
                   MOVE "Y" TO WS-IN-SET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-IN-SET = "N" AND WS-OWN-KUNDE-COUNT < 20
               ADD 1 TO WS-OWN-KUNDE-COUNT
               MOVE WS-WORK-KUNDE-ID TO OWN-KUNDE-ID(WS-OWN-KUNDE-COUNT)
           END-IF
       exit.

      *> --- a household member who is not the operator's own ---
       ADD-REL-KUNDE.
           MOVE "N" TO WS-IN-SET
           PERFORM VARYING WS-SET-IX FROM 1 BY 1 UNTIL WS-SET-IX > WS-OWN-KUNDE-COUNT
               IF OWN-KUNDE-ID(WS-SET-IX) = WS-WORK-KUNDE-ID
                   MOVE "Y" TO WS-IN-SET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SET-IX FROM 1 BY 1 UNTIL WS-SET-IX > WS-REL-KUNDE-COUNT
               IF REL-KUNDE-ID(WS-SET-IX) = WS-WORK-KUNDE-ID
                   MOVE "Y" TO WS-IN-SET
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-IN-SET = "N" AND WS-REL-KUNDE-COUNT < 50
               ADD 1 TO WS-REL-KUNDE-COUNT
               MOVE WS-WORK-KUNDE-ID TO REL-KUNDE-ID(WS-REL-KUNDE-COUNT)
           END-IF
       exit.

       WRITE-CONFLICT-LOG.
           IF LK-STATUS = "41"
               MOVE "EGEN" TO WS-KONFLIKT-TEKST
           ELSE
               MOVE "HUSSTAND" TO WS-KONFLIKT-TEKST
           END-IF
           OPEN EXTEND conflict-log-file
           IF WS-CONFLICT-LOG-STATUS = "35"
               OPEN OUTPUT conflict-log-file
           END-IF
           IF WS-CONFLICT-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE SPACES TO CONFLICT-LOG-RECORD
           STRING WS-AUDIT-TIMESTAMP(1:8) "-" WS-AUDIT-TIMESTAMP(9:6) ","
                  FUNCTION TRIM(KF-OPERATOR) ","
                  FUNCTION TRIM(KF-PROGRAM) ","
                  FUNCTION TRIM(WS-KONFLIKT-TEKST) ","
                  FUNCTION TRIM(KF-CPR) ","
                  FUNCTION TRIM(KF-KUNDE-ID) ","
                  FUNCTION TRIM(KF-KONTO-ID) ","
                  FUNCTION TRIM(KF-HANDLING)
                  DELIMITED BY SIZE INTO CONFLICT-LOG-RECORD
           WRITE CONFLICT-LOG-RECORD
           CLOSE conflict-log-file
       exit.
