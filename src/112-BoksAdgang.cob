identification division.
       program-id. BoksAdgang.

      *> --- Safe-deposit box access log. Each visit the branch
      *> registers in 112-BoksBesoeg.txt
      *>   FILIAL-NR,BOKS-NR,CPR,TIDSPUNKT
      *> is checked against 112-BoksRegister.txt and
      *> 112-BoksNoegleholdere.txt: the box must be AKTIV, the
      *> visitor must be the renter or an authorised key holder, and
      *> the renter must not have an AKTIV estate in
      *> 63-DoedsboRegister.txt (the box is then sealed until the
      *> estate is settled). Every visit, allowed or not, is appended
      *> to 112-BoksAdgangLog.txt
      *>   FILIAL-NR,BOKS-NR,CPR,TIDSPUNKT,GODKENDT|AFVIST,AARSAG
      *> which is never rewritten. ---

environment division.
input-output section.
file-control.
       select visit-file assign to "112-BoksBesoeg.txt"
           organization line sequential
           file status is WS-VISIT-STATUS.

       select box-file assign to "112-BoksRegister.txt"
           organization line sequential
           file status is WS-BOX-STATUS.

       select keyholder-file assign to "112-BoksNoegleholdere.txt"
           organization line sequential
           file status is WS-KEYHOLDER-STATUS.

       select estate-file assign to "63-DoedsboRegister.txt"
           organization line sequential
           file status is WS-ESTATE-STATUS.

       select access-log-file assign to "112-BoksAdgangLog.txt"
           organization line sequential
           file status is WS-ACCESS-LOG-STATUS.

      *> --- boxes keyed on FILIAL-NR+BOKS-NR ---
       select box-index-file assign to "WS-BoksAdgangBoks.tmp"
           organization is indexed
           access mode is dynamic
           record key is BI-KEY
           file status is WS-BOX-INDEX-STATUS.

      *> --- authorised key holders keyed on box and CPR ---
       select keyholder-index-file assign to "WS-BoksAdgangNoegle.tmp"
           organization is indexed
           access mode is dynamic
           record key is NI-KEY
           file status is WS-KEYHOLDER-INDEX-STATUS.

      *> --- AKTIV estates keyed on CPR ---
       select estate-index-file assign to "WS-BoksAdgangDoedsbo.tmp"
           organization is indexed
           access mode is dynamic
           record key is BO-CPR
           file status is WS-ESTATE-INDEX-STATUS.

data division.
file section.
FD visit-file.
       01 VISIT-RECORD pic x(100).

FD box-file.
       01 BOX-RECORD pic x(120).

FD keyholder-file.
       01 KEYHOLDER-RECORD pic x(100).

FD estate-file.
       01 ESTATE-CSV-RECORD pic x(150).

FD access-log-file.
       01 ACCESS-LOG-RECORD pic x(150).

FD box-index-file.
       01 BOX-INDEX-RECORD.
           05 BI-KEY.
               10 BI-FILIAL-NR pic x(4).
               10 BI-BOKS-NR pic x(8).
           05 BI-LEJER-CPR pic x(15).
           05 BI-STATUS pic x(8).

FD keyholder-index-file.
       01 KEYHOLDER-INDEX-RECORD.
           05 NI-KEY.
               10 NI-FILIAL-NR pic x(4).
               10 NI-BOKS-NR pic x(8).
               10 NI-CPR pic x(15).

FD estate-index-file.
       01 ESTATE-INDEX-RECORD.
           05 BO-CPR pic x(15).

WORKING-STORAGE SECTION.
       01 WS-VISIT-STATUS pic XX value spaces.
       01 WS-BOX-STATUS pic XX value spaces.
       01 WS-KEYHOLDER-STATUS pic XX value spaces.
       01 WS-ESTATE-STATUS pic XX value spaces.
       01 WS-ACCESS-LOG-STATUS pic XX value spaces.
       01 WS-BOX-INDEX-STATUS pic XX value spaces.
       01 WS-KEYHOLDER-INDEX-STATUS pic XX value spaces.
       01 WS-ESTATE-INDEX-STATUS pic XX value spaces.

       01 END-OF-VISIT-FILE pic x value "N".
       01 END-OF-BOX-FILE pic x value "N".
       01 END-OF-KEYHOLDER-FILE pic x value "N".
       01 END-OF-ESTATE-FILE pic x value "N".

       01 WS-BX-FILIAL-NR pic x(4) value spaces.
       01 WS-BX-BOKS-NR pic x(8) value spaces.
       01 WS-BX-LEJER-CPR pic x(15) value spaces.
       01 WS-BX-KONTO-ID pic x(15) value spaces.
       01 WS-BX-AARSLEJE pic x(12) value spaces.
       01 WS-BX-NAESTE pic x(10) value spaces.
       01 WS-BX-STATUS pic x(8) value spaces.

       01 WS-NH-FILIAL-NR pic x(4) value spaces.
       01 WS-NH-BOKS-NR pic x(8) value spaces.
       01 WS-NH-CPR pic x(15) value spaces.

       01 WS-BO-CPR-TEXT pic x(15) value spaces.
       01 WS-BO-KUNDE-TEXT pic x(10) value spaces.
       01 WS-BO-DATO-TEXT pic x(10) value spaces.
       01 WS-BO-STATUS-TEXT pic x(8) value spaces.

       01 WS-BS-FILIAL-NR pic x(4) value spaces.
       01 WS-BS-BOKS-NR pic x(8) value spaces.
       01 WS-BS-CPR pic x(15) value spaces.
       01 WS-BS-TIDSPUNKT pic x(20) value spaces.

       01 WS-BS-RESULTAT pic x(8) value spaces.
       01 WS-BS-AARSAG pic x(40) value spaces.

       01 WS-VISIT-COUNT pic 9(7) value 0.
       01 WS-GRANTED-COUNT pic 9(7) value 0.
       01 WS-DENIED-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

PROCEDURE DIVISION.
       OPEN INPUT visit-file
       IF WS-VISIT-STATUS = "35"
           DISPLAY "BoksAdgang: 112-BoksBesoeg.txt blev ikke fundet"
               " - ingen besoeg"
           STOP RUN
       END-IF

       perform LOAD-BOXES
       perform LOAD-KEYHOLDERS
       perform LOAD-ESTATE-REGISTER

       OPEN EXTEND access-log-file
       IF WS-ACCESS-LOG-STATUS = "35"
           OPEN OUTPUT access-log-file
       END-IF

       PERFORM UNTIL END-OF-VISIT-FILE = "Y"
           READ visit-file
               AT END
                   MOVE "Y" TO END-OF-VISIT-FILE
               NOT AT END
                   IF VISIT-RECORD NOT = SPACES
                       perform CHECK-VISIT
                   END-IF
           END-READ
       END-PERFORM

       close visit-file
       close access-log-file
       close box-index-file
       close keyholder-index-file
       close estate-index-file

       MOVE WS-VISIT-COUNT TO WS-COUNT-DISPLAY
       DISPLAY "BoksAdgang: besoeg " FUNCTION TRIM(WS-COUNT-DISPLAY)
       MOVE WS-GRANTED-COUNT TO WS-COUNT-DISPLAY
       DISPLAY "BoksAdgang: godkendt " FUNCTION TRIM(WS-COUNT-DISPLAY)
       MOVE WS-DENIED-COUNT TO WS-COUNT-DISPLAY
       DISPLAY "BoksAdgang: afvist " FUNCTION TRIM(WS-COUNT-DISPLAY)
stop run.

       LOAD-BOXES.
           OPEN OUTPUT box-index-file
           CLOSE box-index-file
           OPEN I-O box-index-file

           OPEN INPUT box-file
           IF WS-BOX-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-BOX-FILE = "Y"
               READ box-file
                   AT END
                       MOVE "Y" TO END-OF-BOX-FILE
                   NOT AT END
                       MOVE SPACES TO WS-BX-FILIAL-NR
                       MOVE SPACES TO WS-BX-BOKS-NR
                       MOVE SPACES TO WS-BX-LEJER-CPR
                       MOVE SPACES TO WS-BX-KONTO-ID
                       MOVE SPACES TO WS-BX-AARSLEJE
                       MOVE SPACES TO WS-BX-NAESTE
                       MOVE SPACES TO WS-BX-STATUS
                       UNSTRING BOX-RECORD DELIMITED BY ","
                           INTO WS-BX-FILIAL-NR, WS-BX-BOKS-NR,
                                WS-BX-LEJER-CPR, WS-BX-KONTO-ID,
                                WS-BX-AARSLEJE, WS-BX-NAESTE,
                                WS-BX-STATUS
                       MOVE WS-BX-FILIAL-NR TO BI-FILIAL-NR
                       MOVE WS-BX-BOKS-NR TO BI-BOKS-NR
                       MOVE WS-BX-LEJER-CPR TO BI-LEJER-CPR
                       MOVE WS-BX-STATUS TO BI-STATUS
                       WRITE BOX-INDEX-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE box-file
       exit.

       LOAD-KEYHOLDERS.
           OPEN OUTPUT keyholder-index-file
           CLOSE keyholder-index-file
           OPEN I-O keyholder-index-file

           OPEN INPUT keyholder-file
           IF WS-KEYHOLDER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-KEYHOLDER-FILE = "Y"
               READ keyholder-file
                   AT END
                       MOVE "Y" TO END-OF-KEYHOLDER-FILE
                   NOT AT END
                       MOVE SPACES TO WS-NH-FILIAL-NR
                       MOVE SPACES TO WS-NH-BOKS-NR
                       MOVE SPACES TO WS-NH-CPR
                       UNSTRING KEYHOLDER-RECORD DELIMITED BY ","
                           INTO WS-NH-FILIAL-NR, WS-NH-BOKS-NR, WS-NH-CPR
                       MOVE WS-NH-FILIAL-NR TO NI-FILIAL-NR
                       MOVE WS-NH-BOKS-NR TO NI-BOKS-NR
                       MOVE WS-NH-CPR TO NI-CPR
                       WRITE KEYHOLDER-INDEX-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE keyholder-file
       exit.

       LOAD-ESTATE-REGISTER.
           OPEN OUTPUT estate-index-file
           CLOSE estate-index-file
           OPEN I-O estate-index-file

           OPEN INPUT estate-file
           IF WS-ESTATE-STATUS = "00"
               PERFORM UNTIL END-OF-ESTATE-FILE = "Y"
                   READ estate-file
                       AT END
                           MOVE "Y" TO END-OF-ESTATE-FILE
                       NOT AT END
                           MOVE SPACES TO WS-BO-CPR-TEXT
                           MOVE SPACES TO WS-BO-KUNDE-TEXT
                           MOVE SPACES TO WS-BO-DATO-TEXT
                           MOVE SPACES TO WS-BO-STATUS-TEXT
                           UNSTRING ESTATE-CSV-RECORD DELIMITED BY ","
                               INTO WS-BO-CPR-TEXT, WS-BO-KUNDE-TEXT,
                                    WS-BO-DATO-TEXT, WS-BO-STATUS-TEXT
                           IF FUNCTION TRIM(WS-BO-STATUS-TEXT) = "AKTIV"
                               MOVE WS-BO-CPR-TEXT TO BO-CPR
                               WRITE ESTATE-INDEX-RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-WRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE estate-file
           END-IF
       exit.

      *> --- first failing rule decides the reason; a visit that
      *> passes every rule is logged GODKENDT ---
       CHECK-VISIT.
           ADD 1 TO WS-VISIT-COUNT
           MOVE SPACES TO WS-BS-FILIAL-NR
           MOVE SPACES TO WS-BS-BOKS-NR
           MOVE SPACES TO WS-BS-CPR
           MOVE SPACES TO WS-BS-TIDSPUNKT
           UNSTRING VISIT-RECORD DELIMITED BY ","
               INTO WS-BS-FILIAL-NR, WS-BS-BOKS-NR, WS-BS-CPR,
                    WS-BS-TIDSPUNKT

           MOVE "GODKENDT" TO WS-BS-RESULTAT
           MOVE SPACES TO WS-BS-AARSAG

           MOVE WS-BS-FILIAL-NR TO BI-FILIAL-NR
           MOVE WS-BS-BOKS-NR TO BI-BOKS-NR
           READ box-index-file
               INVALID KEY
                   MOVE "AFVIST" TO WS-BS-RESULTAT
                   MOVE "Ukendt boks" TO WS-BS-AARSAG
           END-READ

           IF WS-BS-RESULTAT = "GODKENDT"
               AND FUNCTION TRIM(BI-STATUS) NOT = "AKTIV"
               MOVE "AFVIST" TO WS-BS-RESULTAT
               MOVE "Boksen er opsagt" TO WS-BS-AARSAG
           END-IF

           IF WS-BS-RESULTAT = "GODKENDT"
               MOVE BI-LEJER-CPR TO BO-CPR
               READ estate-index-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "AFVIST" TO WS-BS-RESULTAT
                       MOVE "Lejer i doedsbo - boksen er forseglet"
                           TO WS-BS-AARSAG
               END-READ
           END-IF

           IF WS-BS-RESULTAT = "GODKENDT"
               AND WS-BS-CPR NOT = BI-LEJER-CPR
               MOVE WS-BS-FILIAL-NR TO NI-FILIAL-NR
               MOVE WS-BS-BOKS-NR TO NI-BOKS-NR
               MOVE WS-BS-CPR TO NI-CPR
               READ keyholder-index-file
                   INVALID KEY
                       MOVE "AFVIST" TO WS-BS-RESULTAT
                       MOVE "Ikke lejer eller noegleholder"
                           TO WS-BS-AARSAG
               END-READ
           END-IF

           IF WS-BS-RESULTAT = "GODKENDT"
               ADD 1 TO WS-GRANTED-COUNT
           ELSE
               ADD 1 TO WS-DENIED-COUNT
           END-IF

           MOVE SPACES TO ACCESS-LOG-RECORD
           STRING FUNCTION TRIM(WS-BS-FILIAL-NR) ","
                  FUNCTION TRIM(WS-BS-BOKS-NR) ","
                  FUNCTION TRIM(WS-BS-CPR) ","
                  FUNCTION TRIM(WS-BS-TIDSPUNKT) ","
                  FUNCTION TRIM(WS-BS-RESULTAT) ","
                  FUNCTION TRIM(WS-BS-AARSAG)
                  DELIMITED BY SIZE INTO ACCESS-LOG-RECORD
           WRITE ACCESS-LOG-RECORD
       exit.
