identification division.
       program-id. KundeCprOpslag.

      *> --- Shared CPR derivation for a customer row. The customer
      *> CSV carries no CPR, so the master's alternate key is derived
      *> the way StamOpbyg derives it when the master is rebuilt:
      *>   the CPR a PRIMAER holder row in 48-KontoHavere.txt names
      *>   for the KUNDE-ID, else the CPR of the customer's first
      *>   account on 8-KontoStam.txt that has one.
      *> CALLed by the programs that insert customers on 7-KundeStam.txt
      *> (and by those that find a row there still without a CPR), so
      *> the holder register is loaded on the first call and the
      *> account master kept open across calls.
      *> LK-STATUS: 00 = CPR found in LK-CPR, 23 = none (LK-CPR
      *> blank). ---

environment division.
input-output section.
file-control.
       select holders-file assign to "48-KontoHavere.txt"
           organization line sequential
           file status is WS-HOLDERS-STATUS.

       select account-master-file assign to "8-KontoStam.txt"
           organization is indexed
           access mode is dynamic
           record key is KONTOSTAM-ID
           alternate record key is KONTOSTAM-KUNDE-ID with duplicates
           alternate record key is KONTOSTAM-CPR with duplicates
           file status is WS-ACCOUNT-MASTER-STATUS.

data division.
file section.
FD holders-file.
       01 HOLDER-CSV-RECORD pic x(80).

FD account-master-file.
       01 ACCOUNT-MASTER-RECORD.
           copy "8-KONTOSTAM.cpy".

WORKING-STORAGE SECTION.
       01 WS-HOLDERS-STATUS pic XX value spaces.
       01 WS-ACCOUNT-MASTER-STATUS pic XX value spaces.
       01 END-OF-HOLDERS-FILE pic x value "N".
       01 END-OF-KUNDE-ACCOUNTS pic x value "N".
       01 WS-ACCOUNT-MASTER-OPEN pic x value "N".

       01 WS-H-KONTO-ID pic x(10) value spaces.
       01 WS-H-CPR pic x(15) value spaces.
       01 WS-H-KUNDE-ID pic x(10) value spaces.
       01 WS-H-ROLLE pic x(10) value spaces.

      *> --- loaded once, kept across calls: the PRIMAER rows that
      *> name a customer ---
       01 WS-TABLE-LOADED pic x value "N".
       01 WS-HOLDER-COUNT pic 9(5) value 0.
       01 WS-HOLDER-IX pic 9(5) value 0.
       01 WS-HOLDER-TABLE OCCURS 20000 TIMES.
           05 KH-KUNDE-ID pic x(10).
           05 KH-CPR pic x(15).

linkage section.
       01 LK-KUNDE-ID pic x(10).
       01 LK-CPR pic x(15).
       01 LK-STATUS pic XX.

procedure division using LK-KUNDE-ID LK-CPR LK-STATUS.
       IF WS-TABLE-LOADED = "N"
           PERFORM LOAD-PRIMARY-HOLDERS
           OPEN INPUT account-master-file
           IF WS-ACCOUNT-MASTER-STATUS = "00"
               MOVE "Y" TO WS-ACCOUNT-MASTER-OPEN
           END-IF
           MOVE "Y" TO WS-TABLE-LOADED
       END-IF

       MOVE SPACES TO LK-CPR
       PERFORM VARYING WS-HOLDER-IX FROM 1 BY 1
           UNTIL WS-HOLDER-IX > WS-HOLDER-COUNT
           IF KH-KUNDE-ID(WS-HOLDER-IX) = LK-KUNDE-ID
               MOVE KH-CPR(WS-HOLDER-IX) TO LK-CPR
               EXIT PERFORM
           END-IF
       END-PERFORM
       IF LK-CPR = SPACES
           PERFORM FIND-CPR-ON-ACCOUNTS
       END-IF

       IF LK-CPR = SPACES
           MOVE "23" TO LK-STATUS
       ELSE
           MOVE "00" TO LK-STATUS
       END-IF
       GOBACK.

      *> --- KONTO-ID,CPR,KUNDE-ID,ROLLE ---
       LOAD-PRIMARY-HOLDERS.
           OPEN INPUT holders-file
           IF WS-HOLDERS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-HOLDERS-FILE = "Y"
               READ holders-file
                   AT END
                       MOVE "Y" TO END-OF-HOLDERS-FILE
                   NOT AT END
                       MOVE SPACES TO WS-H-KONTO-ID
                       MOVE SPACES TO WS-H-CPR
                       MOVE SPACES TO WS-H-KUNDE-ID
                       MOVE SPACES TO WS-H-ROLLE
                       UNSTRING HOLDER-CSV-RECORD DELIMITED BY ","
                           INTO WS-H-KONTO-ID, WS-H-CPR,
                                WS-H-KUNDE-ID, WS-H-ROLLE
                       IF FUNCTION TRIM(WS-H-ROLLE) = "PRIMAER"
                           AND WS-H-CPR NOT = SPACES
                           AND WS-H-KUNDE-ID NOT = SPACES
                           AND WS-HOLDER-COUNT < 20000
                           ADD 1 TO WS-HOLDER-COUNT
                           MOVE WS-H-KUNDE-ID
                               TO KH-KUNDE-ID(WS-HOLDER-COUNT)
                           MOVE WS-H-CPR TO KH-CPR(WS-HOLDER-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE holders-file
       exit.

      *> --- the first of the customer's accounts (alternate key
      *> KUNDE-ID) that carries a CPR ---
       FIND-CPR-ON-ACCOUNTS.
           IF WS-ACCOUNT-MASTER-OPEN = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-KUNDE-ACCOUNTS
           MOVE LK-KUNDE-ID TO KONTOSTAM-KUNDE-ID
           START account-master-file KEY IS = KONTOSTAM-KUNDE-ID
               INVALID KEY
                   MOVE "Y" TO END-OF-KUNDE-ACCOUNTS
           END-START
           PERFORM UNTIL END-OF-KUNDE-ACCOUNTS = "Y"
               READ account-master-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-KUNDE-ACCOUNTS
                   NOT AT END
                       IF KONTOSTAM-KUNDE-ID NOT = LK-KUNDE-ID
                           MOVE "Y" TO END-OF-KUNDE-ACCOUNTS
                       ELSE
                           IF KONTOSTAM-CPR NOT = SPACES
                               MOVE KONTOSTAM-CPR TO LK-CPR
                               MOVE "Y" TO END-OF-KUNDE-ACCOUNTS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       exit.
