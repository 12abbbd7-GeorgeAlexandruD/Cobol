identification division.
       program-id. DaekningsKontrol.

      *> --- Shared funds check for the payment generators (standing
      *> orders, outbound collections), asked before a payment row is
      *> written instead of letting the intake overdraw the account.
      *> Available is worked out the way the Indlaes intake does it:
      *> the balance on the account master 8-KontoStam.txt, plus an
      *> unexpired facility from 60-TraekFaciliteter.txt (unless the
      *> product catalog's NEGATIV rule forbids the account type going
      *> negative), less open garnishments in 76-UdlaegRegister.txt.
      *> A covered payment is reserved for the rest of the business
      *> day in 141-Reservationer.txt (DATO,KONTO-ID,BELOEB in DKK):
      *> the day's lines are loaded on the first call and every
      *> covered debit is appended, so the standing-order run and the
      *> collection run that follows it cannot both spend the same
      *> money on one account. BatchDriver empties the file when the
      *> business date rolls.
      *> The retry schedule comes from 141-GenforsoegParam.txt, one
      *> line of comma-separated banking-day offsets counted from the
      *> original due date, one per retry, at most five (default
      *> 1,3,5); a zero or blank field ends the schedule. Loaded on
      *> the first call.
      *> LK-MODE:
      *>   D - is LK-BELOEB (a positive debit in LK-VALUTA) covered on
      *>       LK-KONTO-ID as of LK-DATO; LK-KUNDE-ID is filled from
      *>       the master for the customer letter,
      *>   F - LK-SVAR-DATO = the date of retry LK-FORSOEG for a
      *>       payment originally due LK-DATO.
      *> LK-STATUS: 00 = covered / retry date given, 51 = not covered,
      *> 35 = account not on the master (the intake decides), 23 = no
      *> such retry - the schedule is used up, 99 = bad mode. ---

environment division.
input-output section.
file-control.
       select account-index-file assign to "8-KontoStam.txt"
           organization is indexed
           access mode is dynamic
           record key is KONTOSTAM-ID
           alternate record key is KONTOSTAM-KUNDE-ID with duplicates
           alternate record key is KONTOSTAM-CPR with duplicates
           file status is WS-ACCOUNT-INDEX-STATUS.

       select facility-file assign to "60-TraekFaciliteter.txt"
           organization line sequential
           file status is WS-FACILITY-STATUS.

       select facility-index-file assign to "WS-DaekningFacilitet.tmp"
           organization is indexed
           access mode is dynamic
           record key is TF-KONTO-ID
           file status is WS-FACILITY-INDEX-STATUS.

       select garnish-file assign to "76-UdlaegRegister.txt"
           organization line sequential
           file status is WS-GARNISH-STATUS.

       select garnish-index-file assign to "WS-DaekningUdlaeg.tmp"
           organization is indexed
           access mode is dynamic
           record key is UDL-KEY
           file status is WS-GARNISH-INDEX-STATUS.

       select param-file assign to "141-GenforsoegParam.txt"
           organization line sequential
           file status is WS-PARAM-STATUS.

       select reservation-file assign to "141-Reservationer.txt"
           organization line sequential
           file status is WS-RESERVATION-STATUS.

data division.
file section.
FD account-index-file.
       01 ACCOUNT-INDEX-RECORD.
           copy "8-KONTOSTAM.cpy".

FD facility-file.
       01 FACILITY-CSV-RECORD pic x(50).

FD facility-index-file.
       01 FACILITY-INDEX-RECORD.
           05 TF-KONTO-ID pic x(15).
           05 TF-BELOEB pic S9(11)v99.
           05 TF-UDLOEB pic x(10).

FD garnish-file.
       01 GARNISH-CSV-RECORD pic x(130).

FD garnish-index-file.
       01 GARNISH-INDEX-RECORD.
           05 UDL-KEY.
               10 UDL-KONTO-ID pic x(15).
               10 UDL-SAGSNR pic x(12).
           05 UDL-BELOEB pic S9(11)v99.

FD param-file.
       01 PARAM-RECORD pic x(80).

FD reservation-file.
       01 RESERVATION-RECORD pic x(60).

WORKING-STORAGE SECTION.
       01 WS-ACCOUNT-INDEX-STATUS pic XX value spaces.
       01 WS-FACILITY-STATUS pic XX value spaces.
       01 WS-FACILITY-INDEX-STATUS pic XX value spaces.
       01 WS-GARNISH-STATUS pic XX value spaces.
       01 WS-GARNISH-INDEX-STATUS pic XX value spaces.
       01 WS-PARAM-STATUS pic XX value spaces.
       01 WS-RESERVATION-STATUS pic XX value spaces.
       01 END-OF-FACILITY-FILE pic x value "N".
       01 END-OF-GARNISH-FILE pic x value "N".
       01 END-OF-GARNISH-SCAN pic x value "N".
       01 END-OF-RESERVATION-FILE pic x value "N".

      *> --- loaded once, kept across calls ---
       01 WS-TABLES-LOADED pic x value "N".
       01 WS-ACCOUNT-MASTER-OPEN pic x value "N".

       01 WS-TF-KONTO-TEXT pic x(15) value spaces.
       01 WS-TF-BELOEB-TEXT pic x(15) value spaces.
       01 WS-TF-UDLOEB-TEXT pic x(10) value spaces.

       01 WS-UDL-KONTO-TEXT pic x(15) value spaces.
       01 WS-UDL-CPR-TEXT pic x(15) value spaces.
       01 WS-UDL-KREDITOR-TEXT pic x(15) value spaces.
       01 WS-UDL-SAGSNR-TEXT pic x(12) value spaces.
       01 WS-UDL-BELOEB-TEXT pic x(15) value spaces.
       01 WS-UDL-MIN-TEXT pic x(15) value spaces.
       01 WS-UDL-STATUS-TEXT pic x(8) value spaces.

      *> --- retry schedule: banking days after the original due date ---
       01 WS-PLAN-TEXT OCCURS 5 TIMES pic x(5).
       01 WS-PLAN-COUNT pic 9(2) value 0.
       01 WS-PLAN-IX pic 9(2) value 0.
       01 WS-PLAN-DAGE OCCURS 5 TIMES pic 9(3) value 0.
       01 WS-PLAN-DEFAULTS.
           05 filler pic 9(3) value 1.
           05 filler pic 9(3) value 3.
           05 filler pic 9(3) value 5.
       01 WS-PLAN-DEFAULT-TABLE redefines WS-PLAN-DEFAULTS.
           05 PLAN-DEFAULT pic 9(3) occurs 3 times.

      *> --- what the business day has already reserved per account ---
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-RES-DATO-TEXT pic x(10) value spaces.
       01 WS-RES-KONTO-TEXT pic x(15) value spaces.
       01 WS-RES-BELOEB-TEXT pic x(20) value spaces.
       01 WS-RES-BELOEB pic S9(13)v99 value 0.
       01 WS-AMOUNT-DISPLAY pic -Z(12)9.99.
       01 WS-RES-COUNT pic 9(5) value 0.
       01 WS-RES-IX pic 9(5) value 0.
       01 WS-RES-FOUND pic 9(5) value 0.
       01 WS-RES-TABLE OCCURS 5000 TIMES.
           05 RES-KONTO-ID pic x(15).
           05 RES-BELOEB pic S9(13)v99.

       01 WS-AVAILABLE pic S9(13)v99 value 0.
       01 WS-DEBIT-DKK pic S9(13)v99 value 0.
       01 WS-NEGATIV-TILLADT pic x value "J".
       01 WS-PROD-MODE pic x value space.
       01 WS-PROD-KONTO-TYPE pic x(15) value spaces.
       01 WS-PROD-NOEGLE pic x(15) value spaces.
       01 WS-PROD-BELOEB pic S9(13)v99 value 0.
       01 WS-PROD-SATS pic S9(5)v9(6) value 0.
       01 WS-PROD-SVAR pic x(12) value spaces.
       01 WS-PROD-STATUS pic XX value spaces.
       01 WS-KURS-VALUTA pic x(3) value spaces.
       01 WS-KURS-DATO pic x(10) value spaces.
       01 WS-KURS pic S9(5)v9999 value 0.
       01 WS-KURS-STATUS pic XX value spaces.

      *> --- banking-day stepping ---
       01 WS-KAL-MODE pic x value space.
       01 WS-KAL-DATO pic x(10) value spaces.
       01 WS-KAL-SVAR pic x(10) value spaces.
       01 WS-KAL-STATUS pic XX value spaces.
       01 WS-DAY-IX pic 9(3) value 0.
       01 WS-DATE-YYYYMMDD pic 9(8).
       01 WS-DATE-INTEGER pic 9(8) comp.

linkage section.
       01 LK-MODE pic x.
       01 LK-KONTO-ID pic x(15).
       01 LK-BELOEB pic S9(13)v99.
       01 LK-VALUTA pic x(3).
       01 LK-DATO pic x(10).
       01 LK-FORSOEG pic 9(2).
       01 LK-SVAR-DATO pic x(10).
       01 LK-KUNDE-ID pic x(10).
       01 LK-STATUS pic XX.

procedure division using LK-MODE LK-KONTO-ID LK-BELOEB LK-VALUTA
                         LK-DATO LK-FORSOEG LK-SVAR-DATO LK-KUNDE-ID
                         LK-STATUS.
       IF WS-TABLES-LOADED = "N"
           PERFORM LOAD-RETRY-SCHEDULE
           PERFORM LOAD-FACILITY-REGISTER
           PERFORM LOAD-GARNISH-REGISTER
           PERFORM LOAD-RESERVATIONS
           OPEN INPUT account-index-file
           IF WS-ACCOUNT-INDEX-STATUS = "00"
               MOVE "Y" TO WS-ACCOUNT-MASTER-OPEN
           END-IF
           MOVE "Y" TO WS-TABLES-LOADED
       END-IF

       MOVE "00" TO LK-STATUS
       EVALUATE LK-MODE
           WHEN "D"
               PERFORM CHECK-COVERAGE
           WHEN "F"
               PERFORM FIND-RETRY-DATE
           WHEN OTHER
               MOVE "99" TO LK-STATUS
       END-EVALUATE
       GOBACK.

      *> --- the schedule's first line; without a usable one the
      *> default 1,3,5 ---
       LOAD-RETRY-SCHEDULE.
           MOVE 0 TO WS-PLAN-COUNT
           OPEN INPUT param-file
           IF WS-PARAM-STATUS = "00"
               READ param-file
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM VARYING WS-PLAN-IX FROM 1 BY 1
                           UNTIL WS-PLAN-IX > 5
                           MOVE SPACES TO WS-PLAN-TEXT(WS-PLAN-IX)
                       END-PERFORM
                       UNSTRING PARAM-RECORD DELIMITED BY ","
                           INTO WS-PLAN-TEXT(1), WS-PLAN-TEXT(2),
                                WS-PLAN-TEXT(3), WS-PLAN-TEXT(4),
                                WS-PLAN-TEXT(5)
                       PERFORM VARYING WS-PLAN-IX FROM 1 BY 1
                           UNTIL WS-PLAN-IX > 5
                           IF WS-PLAN-TEXT(WS-PLAN-IX) = SPACES
                               OR FUNCTION TEST-NUMVAL(WS-PLAN-TEXT(WS-PLAN-IX))
                                   NOT = 0
                               EXIT PERFORM
                           END-IF
                           IF FUNCTION NUMVAL(WS-PLAN-TEXT(WS-PLAN-IX)) < 1
                               EXIT PERFORM
                           END-IF
                           ADD 1 TO WS-PLAN-COUNT
                           COMPUTE WS-PLAN-DAGE(WS-PLAN-COUNT) =
                               FUNCTION NUMVAL(WS-PLAN-TEXT(WS-PLAN-IX))
                       END-PERFORM
               END-READ
               CLOSE param-file
           END-IF

           IF WS-PLAN-COUNT = 0
               PERFORM VARYING WS-PLAN-IX FROM 1 BY 1 UNTIL WS-PLAN-IX > 3
                   MOVE PLAN-DEFAULT(WS-PLAN-IX) TO WS-PLAN-DAGE(WS-PLAN-IX)
               END-PERFORM
               MOVE 3 TO WS-PLAN-COUNT
           END-IF
       exit.

      *> --- granted facilities keyed on KONTO-ID ---
       LOAD-FACILITY-REGISTER.
           OPEN OUTPUT facility-index-file
           CLOSE facility-index-file
           OPEN I-O facility-index-file

           OPEN INPUT facility-file
           IF WS-FACILITY-STATUS = "00"
               PERFORM UNTIL END-OF-FACILITY-FILE = "Y"
                   READ facility-file
                       AT END
                           MOVE "Y" TO END-OF-FACILITY-FILE
                       NOT AT END
                           MOVE SPACES TO WS-TF-KONTO-TEXT
                           MOVE SPACES TO WS-TF-BELOEB-TEXT
                           MOVE SPACES TO WS-TF-UDLOEB-TEXT
                           UNSTRING FACILITY-CSV-RECORD DELIMITED BY ","
                               INTO WS-TF-KONTO-TEXT, WS-TF-BELOEB-TEXT,
                                    WS-TF-UDLOEB-TEXT
                           IF FUNCTION TEST-NUMVAL(WS-TF-BELOEB-TEXT) = 0
                               MOVE WS-TF-KONTO-TEXT TO TF-KONTO-ID
                               COMPUTE TF-BELOEB =
                                   FUNCTION NUMVAL(WS-TF-BELOEB-TEXT)
                               MOVE WS-TF-UDLOEB-TEXT TO TF-UDLOEB
                               WRITE FACILITY-INDEX-RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-WRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE facility-file
           END-IF
       exit.

      *> --- open garnishments keyed on KONTO-ID + case number ---
       LOAD-GARNISH-REGISTER.
           OPEN OUTPUT garnish-index-file
           CLOSE garnish-index-file
           OPEN I-O garnish-index-file

           OPEN INPUT garnish-file
           IF WS-GARNISH-STATUS = "00"
               PERFORM UNTIL END-OF-GARNISH-FILE = "Y"
                   READ garnish-file
                       AT END
                           MOVE "Y" TO END-OF-GARNISH-FILE
                       NOT AT END
                           MOVE SPACES TO WS-UDL-KONTO-TEXT
                           MOVE SPACES TO WS-UDL-CPR-TEXT
                           MOVE SPACES TO WS-UDL-KREDITOR-TEXT
                           MOVE SPACES TO WS-UDL-SAGSNR-TEXT
                           MOVE SPACES TO WS-UDL-BELOEB-TEXT
                           MOVE SPACES TO WS-UDL-MIN-TEXT
                           MOVE SPACES TO WS-UDL-STATUS-TEXT
                           UNSTRING GARNISH-CSV-RECORD DELIMITED BY ","
                               INTO WS-UDL-KONTO-TEXT, WS-UDL-CPR-TEXT,
                                    WS-UDL-KREDITOR-TEXT,
                                    WS-UDL-SAGSNR-TEXT,
                                    WS-UDL-BELOEB-TEXT, WS-UDL-MIN-TEXT,
                                    WS-UDL-STATUS-TEXT
                           IF FUNCTION TRIM(WS-UDL-STATUS-TEXT) = "AABEN"
                               AND FUNCTION TEST-NUMVAL(WS-UDL-BELOEB-TEXT)
                                   = 0
                               MOVE WS-UDL-KONTO-TEXT TO UDL-KONTO-ID
                               MOVE WS-UDL-SAGSNR-TEXT TO UDL-SAGSNR
                               COMPUTE UDL-BELOEB =
                                   FUNCTION NUMVAL(WS-UDL-BELOEB-TEXT)
                               WRITE GARNISH-INDEX-RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-WRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE garnish-file
           END-IF
       exit.

      *> --- today's reservations from earlier runs, summed per
      *> account; lines from another date are left for BatchDriver ---
       LOAD-RESERVATIONS.
           MOVE 0 TO WS-RES-COUNT
           CALL "ForretningsDato" USING WS-TODAY-DATE
               WS-FORRETNINGSDATO-STATUS
           OPEN INPUT reservation-file
           IF WS-RESERVATION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-RESERVATION-FILE = "Y"
               READ reservation-file
                   AT END
                       MOVE "Y" TO END-OF-RESERVATION-FILE
                   NOT AT END
                       MOVE SPACES TO WS-RES-DATO-TEXT
                       MOVE SPACES TO WS-RES-KONTO-TEXT
                       MOVE SPACES TO WS-RES-BELOEB-TEXT
                       UNSTRING RESERVATION-RECORD DELIMITED BY ","
                           INTO WS-RES-DATO-TEXT, WS-RES-KONTO-TEXT,
                                WS-RES-BELOEB-TEXT
                       IF WS-RES-DATO-TEXT = WS-TODAY-DATE
                           AND WS-RES-KONTO-TEXT NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(WS-RES-BELOEB-TEXT)
                               = 0
                           COMPUTE WS-RES-BELOEB =
                               FUNCTION NUMVAL(WS-RES-BELOEB-TEXT)
                           PERFORM ADD-RESERVATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE reservation-file
       exit.

      *> --- WS-RES-BELOEB onto WS-RES-KONTO-TEXT's running total ---
       ADD-RESERVATION.
           MOVE 0 TO WS-RES-FOUND
           PERFORM VARYING WS-RES-IX FROM 1 BY 1
               UNTIL WS-RES-IX > WS-RES-COUNT
               IF RES-KONTO-ID(WS-RES-IX) = WS-RES-KONTO-TEXT
                   MOVE WS-RES-IX TO WS-RES-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RES-FOUND > 0
               ADD WS-RES-BELOEB TO RES-BELOEB(WS-RES-FOUND)
           ELSE
               IF WS-RES-COUNT < 5000
                   ADD 1 TO WS-RES-COUNT
                   MOVE WS-RES-KONTO-TEXT TO RES-KONTO-ID(WS-RES-COUNT)
                   MOVE WS-RES-BELOEB TO RES-BELOEB(WS-RES-COUNT)
               END-IF
           END-IF
       exit.

      *> --- the covered debit goes on the day's file at once, so a
      *> later run sees it even if this one stops ---
       WRITE-RESERVATION.
           OPEN EXTEND reservation-file
           IF WS-RESERVATION-STATUS = "35"
               OPEN OUTPUT reservation-file
           END-IF
           IF WS-RESERVATION-STATUS NOT = "00"
               DISPLAY "DaekningsKontrol: 141-Reservationer.txt kan"
                   " ikke skrives"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RES-BELOEB TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO RESERVATION-RECORD
           STRING WS-TODAY-DATE DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RES-KONTO-TEXT) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY) DELIMITED BY SIZE
                  INTO RESERVATION-RECORD
           WRITE RESERVATION-RECORD
           CLOSE reservation-file
       exit.

      *> --- balance plus facility less garnishments less what the
      *> day already reserved; a covered debit is reserved in turn ---
       CHECK-COVERAGE.
           MOVE SPACES TO LK-KUNDE-ID
           IF WS-ACCOUNT-MASTER-OPEN = "N"
               MOVE "35" TO LK-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE LK-KONTO-ID TO KONTOSTAM-ID
           READ account-index-file
               INVALID KEY
                   MOVE "35" TO LK-STATUS
           END-READ
           IF LK-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           MOVE KONTOSTAM-KUNDE-ID TO LK-KUNDE-ID

           MOVE FUNCTION ABS(LK-BELOEB) TO WS-DEBIT-DKK
           IF LK-VALUTA NOT = SPACES AND LK-VALUTA NOT = "DKK"
               MOVE LK-VALUTA TO WS-KURS-VALUTA
               MOVE LK-DATO TO WS-KURS-DATO
               CALL "KursopslagDato" USING WS-KURS-VALUTA WS-KURS-DATO
                   WS-KURS WS-KURS-STATUS
               IF WS-KURS-STATUS = "00"
                   MULTIPLY WS-KURS BY WS-DEBIT-DKK
               END-IF
           END-IF

           MOVE 0 TO WS-AVAILABLE
           IF FUNCTION TEST-NUMVAL(KONTOSTAM-BALANCE) = 0
               COMPUTE WS-AVAILABLE = FUNCTION NUMVAL(KONTOSTAM-BALANCE)
           END-IF

           *> NEGATIV,<KONTO-TYPE>,N in the catalog overrides any
           *> facility; without a catalog answer the facility decides
           MOVE "J" TO WS-NEGATIV-TILLADT
           IF KONTOSTAM-TYPE NOT = SPACES
               MOVE "N" TO WS-PROD-MODE
               MOVE KONTOSTAM-TYPE TO WS-PROD-KONTO-TYPE
               MOVE SPACES TO WS-PROD-NOEGLE
               MOVE 0 TO WS-PROD-BELOEB
               CALL "ProduktOpslag" USING WS-PROD-MODE
                   WS-PROD-KONTO-TYPE WS-PROD-NOEGLE WS-PROD-BELOEB
                   WS-PROD-SATS WS-PROD-SVAR WS-PROD-STATUS
               IF WS-PROD-STATUS = "00" AND WS-PROD-SVAR(1:1) = "N"
                   MOVE "N" TO WS-NEGATIV-TILLADT
               END-IF
           END-IF

           IF WS-NEGATIV-TILLADT = "J"
               MOVE LK-KONTO-ID TO TF-KONTO-ID
               READ facility-index-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF TF-UDLOEB = SPACES OR TF-UDLOEB >= LK-DATO
                           ADD TF-BELOEB TO WS-AVAILABLE
                       END-IF
               END-READ
           END-IF

           *> an open garnishment's amount is unavailable money
           MOVE "N" TO END-OF-GARNISH-SCAN
           MOVE LK-KONTO-ID TO UDL-KONTO-ID
           MOVE LOW-VALUES TO UDL-SAGSNR
           START garnish-index-file KEY IS >= UDL-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-GARNISH-SCAN
           END-START
           PERFORM UNTIL END-OF-GARNISH-SCAN = "Y"
               READ garnish-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-GARNISH-SCAN
                   NOT AT END
                       IF UDL-KONTO-ID NOT = LK-KONTO-ID
                           MOVE "Y" TO END-OF-GARNISH-SCAN
                       ELSE
                           SUBTRACT UDL-BELOEB FROM WS-AVAILABLE
                       END-IF
               END-READ
           END-PERFORM

           MOVE 0 TO WS-RES-FOUND
           PERFORM VARYING WS-RES-IX FROM 1 BY 1
               UNTIL WS-RES-IX > WS-RES-COUNT
               IF RES-KONTO-ID(WS-RES-IX) = LK-KONTO-ID
                   MOVE WS-RES-IX TO WS-RES-FOUND
                   SUBTRACT RES-BELOEB(WS-RES-IX) FROM WS-AVAILABLE
                   EXIT PERFORM
               END-IF
           END-PERFORM

           IF WS-DEBIT-DKK > WS-AVAILABLE
               MOVE "51" TO LK-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE LK-KONTO-ID TO WS-RES-KONTO-TEXT
           MOVE WS-DEBIT-DKK TO WS-RES-BELOEB
           PERFORM ADD-RESERVATION
           PERFORM WRITE-RESERVATION
       exit.

      *> --- retry n falls the scheduled number of banking days after
      *> the original due date ---
       FIND-RETRY-DATE.
           MOVE SPACES TO LK-SVAR-DATO
           IF LK-FORSOEG < 1 OR LK-FORSOEG > WS-PLAN-COUNT
               MOVE "23" TO LK-STATUS
               EXIT PARAGRAPH
           END-IF

           MOVE LK-DATO TO WS-KAL-SVAR
           PERFORM VARYING WS-DAY-IX FROM 1 BY 1
               UNTIL WS-DAY-IX > WS-PLAN-DAGE(LK-FORSOEG)
               STRING WS-KAL-SVAR(1:4) WS-KAL-SVAR(6:2) WS-KAL-SVAR(9:2)
                      DELIMITED BY SIZE INTO WS-DATE-YYYYMMDD
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD) + 1
               COMPUTE WS-DATE-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               MOVE SPACES TO WS-KAL-DATO
               STRING WS-DATE-YYYYMMDD(1:4) "-" WS-DATE-YYYYMMDD(5:2) "-"
                      WS-DATE-YYYYMMDD(7:2)
                      DELIMITED BY SIZE INTO WS-KAL-DATO
               MOVE "N" TO WS-KAL-MODE
               CALL "KalenderOpslag" USING WS-KAL-MODE WS-KAL-DATO
                   WS-KAL-SVAR WS-KAL-STATUS
               IF WS-KAL-STATUS NOT = "00"
                   MOVE WS-KAL-DATO TO WS-KAL-SVAR
               END-IF
           END-PERFORM
           MOVE WS-KAL-SVAR TO LK-SVAR-DATO
       exit.
