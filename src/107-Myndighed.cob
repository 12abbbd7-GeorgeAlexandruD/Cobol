identification division.
       program-id. Myndighed.

      *> --- Nightly coming-of-age run for minor customers. Age comes
      *> from the CPR birthdate with the same century pivot as the
      *> statistics run's age bands.
      *> 1. Every guardianship in 105-Vaergemaal.txt whose minor has
      *>    turned 18 and which still stands is ended: GYLDIG-TIL is
      *>    set to the day before the run, so neither the guardian
      *>    checks nor the guardian statement copies see it again.
      *> 2. Every open account whose holder is 18 or older and whose
      *>    KONTO-TYPE is a youth product in 107-UngdomsProdukter.txt
      *>    (UNGDOMS-TYPE,VOKSEN-TYPE per line) gets a TYPE request to
      *>    the adult product queued through KontoVedligehold's normal
      *>    path (19-KontoAnmodninger.txt), and a MYNDIG letter is
      *>    triggered in 43-BrevTriggere.txt for the account.
      *> 107-MyndighedLog.txt remembers every account already queued,
      *> so a night without a maintenance run in between does not
      *> queue the conversion or the letter twice. ---

environment division.
input-output section.
file-control.
       select guardian-file assign to "105-Vaergemaal.txt"
           organization line sequential
           file status is WS-GUARDIAN-STATUS.

       select product-map-file assign to "107-UngdomsProdukter.txt"
           organization line sequential
           file status is WS-PRODUCT-MAP-STATUS.

       select account-file assign to "8-KontoData.txt"
           organization is line sequential
           file status is WS-ACCOUNT-STATUS.

       select transactions-file assign to "10-Transaktioner.txt"
           organization is indexed
           access mode is sequential
           record key is CPR of transactions-in with duplicates
           alternate record key is TRANS-REF of transactions-in
               with duplicates
           alternate record key is BUTIK of transactions-in
               with duplicates
           file status is WS-TRANS-STATUS.

       select konto-requests-file assign to "19-KontoAnmodninger.txt"
           organization line sequential
           file status is WS-KONTO-REQ-STATUS.

       select trigger-file assign to "43-BrevTriggere.txt"
           organization line sequential
           file status is WS-TRIGGER-STATUS.

       select log-file assign to "107-MyndighedLog.txt"
           organization line sequential
           file status is WS-LOG-STATUS.

       select report-file assign to "107-MyndighedRapport.txt"
           organization line sequential.

      *> --- holder, product and CPR per account ---
       select owner-index-file assign to "WS-MyndighedEjer.tmp"
           organization is indexed
           access mode is dynamic
           record key is EJ-KONTO-ID
           file status is WS-OWNER-INDEX-STATUS.

      *> --- accounts already queued on an earlier night ---
       select done-index-file assign to "WS-MyndighedLog.tmp"
           organization is indexed
           access mode is dynamic
           record key is DONE-KONTO-ID
           file status is WS-DONE-INDEX-STATUS.

data division.
file section.
FD guardian-file.
       01 GUARDIAN-RECORD pic x(80).

FD product-map-file.
       01 PRODUCT-MAP-RECORD pic x(40).

FD account-file.
       01 csv-lines2 pic x(100).

FD transactions-file.
01 transactions-in.
       copy "10-TRANSAKTIONER.cpy".

FD konto-requests-file.
       01 KONTO-REQUEST-RECORD pic x(100).

FD trigger-file.
       01 TRIGGER-RECORD pic x(80).

FD log-file.
       01 LOG-RECORD pic x(40).

FD report-file.
       01 REPORT-RECORD pic x(130).

FD owner-index-file.
       01 OWNER-INDEX-RECORD.
           05 EJ-KONTO-ID pic x(15).
           05 EJ-KUNDE-ID pic x(10).
           05 EJ-KONTO-TYPE pic x(15).
           05 EJ-STATUS pic x(8).
           05 EJ-CPR pic x(15).

FD done-index-file.
       01 DONE-INDEX-RECORD.
           05 DONE-KONTO-ID pic x(15).
           05 DONE-DATO pic x(10).

WORKING-STORAGE SECTION.
       01 WS-GUARDIAN-STATUS pic XX value spaces.
       01 WS-PRODUCT-MAP-STATUS pic XX value spaces.
       01 WS-ACCOUNT-STATUS pic XX value spaces.
       01 WS-TRANS-STATUS pic XX value spaces.
       01 WS-KONTO-REQ-STATUS pic XX value spaces.
       01 WS-TRIGGER-STATUS pic XX value spaces.
       01 WS-LOG-STATUS pic XX value spaces.
       01 WS-OWNER-INDEX-STATUS pic XX value spaces.
       01 WS-DONE-INDEX-STATUS pic XX value spaces.

       01 END-OF-GUARDIAN-FILE pic x value "N".
       01 END-OF-PRODUCT-MAP-FILE pic x value "N".
       01 END-OF-ACCOUNT-FILE pic x value "N".
       01 END-OF-TRANSACTIONS-FILE pic x value "N".
       01 END-OF-LOG-FILE pic x value "N".
       01 END-OF-INDEX-SCAN pic x value "N".

      *> --- the guardian register, held while links are ended and
      *> written back whole ---
       01 WS-GUARDIAN-COUNT pic 9(4) value 0.
       01 WS-GUARDIAN-IX pic 9(4) value 0.
       01 WS-GUARDIAN-TABLE OCCURS 1000 TIMES.
           05 VG-MINDREAARIG pic x(15).
           05 VG-VAERGE1 pic x(15).
           05 VG-VAERGE2 pic x(15).
           05 VG-FRA pic x(10).
           05 VG-TIL pic x(10).

      *> --- youth product -> adult product ---
       01 WS-PRODUCT-COUNT pic 9(3) value 0.
       01 WS-PRODUCT-IX pic 9(3) value 0.
       01 WS-PRODUCT-TABLE OCCURS 50 TIMES.
           05 PM-UNGDOMS-TYPE pic x(15).
           05 PM-VOKSEN-TYPE pic x(15).
       01 WS-VOKSEN-TYPE pic x(15) value spaces.

       01 WS-ACC-KUNDE-ID pic x(10) value spaces.
       01 WS-ACC-KONTO-ID pic x(15) value spaces.
       01 WS-ACC-KONTO-TYPE pic x(15) value spaces.
       01 WS-ACC-BALANCE pic x(20) value spaces.
       01 WS-ACC-VALUTA pic x(3) value spaces.
       01 WS-ACC-STATUS pic x(8) value spaces.

       01 WS-LOG-KONTO-ID pic x(15) value spaces.
       01 WS-LOG-DATO pic x(10) value spaces.

      *> --- CPR age, same pivot as the statistics run ---
       01 WS-AGE-CPR pic x(15) value spaces.
       01 WS-TODAY-YYYYMMDD pic 9(8) value 0.
       01 WS-BIRTH-YY pic 99 value 0.
       01 WS-BIRTH-YYYY pic 9(4) value 0.
       01 WS-BIRTH-YYYYMMDD pic 9(8) value 0.
       01 WS-CPR-AGE pic 9(3) value 0.

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-YESTERDAY-YYYYMMDD pic 9(8) value 0.
       01 WS-YESTERDAY-DATE pic x(10) value spaces.

       01 WS-ENDED-COUNT pic 9(7) value 0.
       01 WS-CONVERTED-COUNT pic 9(7) value 0.
       01 WS-ALREADY-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

PROCEDURE DIVISION.
       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still posts under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS
       MOVE WS-TODAY-DATE(1:4) TO WS-TODAY-YYYYMMDD(1:4)
       MOVE WS-TODAY-DATE(6:2) TO WS-TODAY-YYYYMMDD(5:2)
       MOVE WS-TODAY-DATE(9:2) TO WS-TODAY-YYYYMMDD(7:2)
       COMPUTE WS-YESTERDAY-YYYYMMDD = FUNCTION DATE-OF-INTEGER(
           FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD) - 1)
       MOVE WS-YESTERDAY-YYYYMMDD(1:4) TO WS-YESTERDAY-DATE(1:4)
       MOVE "-" TO WS-YESTERDAY-DATE(5:1)
       MOVE WS-YESTERDAY-YYYYMMDD(5:2) TO WS-YESTERDAY-DATE(6:2)
       MOVE "-" TO WS-YESTERDAY-DATE(8:1)
       MOVE WS-YESTERDAY-YYYYMMDD(7:2) TO WS-YESTERDAY-DATE(9:2)

       OPEN OUTPUT report-file

       perform END-GUARDIANSHIPS
       perform LOAD-PRODUCT-MAP
       perform LOAD-DONE-ACCOUNTS
       perform LOAD-OWNERS

       OPEN EXTEND konto-requests-file
       IF WS-KONTO-REQ-STATUS = "35"
           OPEN OUTPUT konto-requests-file
       END-IF
       OPEN EXTEND trigger-file
       IF WS-TRIGGER-STATUS = "35"
           OPEN OUTPUT trigger-file
       END-IF
       OPEN EXTEND log-file
       IF WS-LOG-STATUS = "35"
           OPEN OUTPUT log-file
       END-IF

       MOVE "N" TO END-OF-INDEX-SCAN
       MOVE LOW-VALUES TO EJ-KONTO-ID
       START owner-index-file KEY IS >= EJ-KONTO-ID
           INVALID KEY
               MOVE "Y" TO END-OF-INDEX-SCAN
       END-START
       PERFORM UNTIL END-OF-INDEX-SCAN = "Y"
           READ owner-index-file NEXT RECORD
               AT END
                   MOVE "Y" TO END-OF-INDEX-SCAN
               NOT AT END
                   perform CONVERT-ONE-ACCOUNT
           END-READ
       END-PERFORM

       perform WRITE-REPORT-TRAILER

       close konto-requests-file
       close trigger-file
       close log-file
       close owner-index-file
       close done-index-file
       close report-file

       MOVE WS-CONVERTED-COUNT TO WS-COUNT-DISPLAY
       DISPLAY "Myndighed: " FUNCTION TRIM(WS-COUNT-DISPLAY)
           " konto(er) sat til omlaegning"
stop run.

      *> --- links whose minor has come of age end yesterday; the
      *> register is written back in its original order ---
       END-GUARDIANSHIPS.
           OPEN INPUT guardian-file
           IF WS-GUARDIAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
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

           PERFORM VARYING WS-GUARDIAN-IX FROM 1 BY 1
               UNTIL WS-GUARDIAN-IX > WS-GUARDIAN-COUNT
               IF VG-TIL(WS-GUARDIAN-IX) = SPACES
                   OR VG-TIL(WS-GUARDIAN-IX) >= WS-TODAY-DATE
                   MOVE VG-MINDREAARIG(WS-GUARDIAN-IX) TO WS-AGE-CPR
                   perform DERIVE-CPR-AGE
                   IF WS-CPR-AGE >= 18
                       MOVE WS-YESTERDAY-DATE TO VG-TIL(WS-GUARDIAN-IX)
                       ADD 1 TO WS-ENDED-COUNT
                       MOVE SPACES TO REPORT-RECORD
                       STRING "Vaergemaal afsluttet - mindreaarig: "
                                  DELIMITED BY SIZE
                              FUNCTION TRIM(VG-MINDREAARIG(WS-GUARDIAN-IX))
                                  DELIMITED BY SIZE
                              ", gyldig til: " DELIMITED BY SIZE
                              WS-YESTERDAY-DATE DELIMITED BY SIZE
                              INTO REPORT-RECORD
                       WRITE REPORT-RECORD
                   END-IF
               END-IF
           END-PERFORM

           IF WS-ENDED-COUNT > 0
               OPEN OUTPUT guardian-file
               PERFORM VARYING WS-GUARDIAN-IX FROM 1 BY 1
                   UNTIL WS-GUARDIAN-IX > WS-GUARDIAN-COUNT
                   MOVE SPACES TO GUARDIAN-RECORD
                   STRING FUNCTION TRIM(VG-MINDREAARIG(WS-GUARDIAN-IX)) ","
                          FUNCTION TRIM(VG-VAERGE1(WS-GUARDIAN-IX)) ","
                          FUNCTION TRIM(VG-VAERGE2(WS-GUARDIAN-IX)) ","
                          FUNCTION TRIM(VG-FRA(WS-GUARDIAN-IX)) ","
                          FUNCTION TRIM(VG-TIL(WS-GUARDIAN-IX))
                          DELIMITED BY SIZE INTO GUARDIAN-RECORD
                   WRITE GUARDIAN-RECORD
               END-PERFORM
               CLOSE guardian-file
           END-IF
       exit.

       LOAD-PRODUCT-MAP.
           OPEN INPUT product-map-file
           IF WS-PRODUCT-MAP-STATUS = "00"
               PERFORM UNTIL END-OF-PRODUCT-MAP-FILE = "Y"
                   READ product-map-file
                       AT END
                           MOVE "Y" TO END-OF-PRODUCT-MAP-FILE
                       NOT AT END
                           IF WS-PRODUCT-COUNT < 50
                               AND PRODUCT-MAP-RECORD NOT = SPACES
                               ADD 1 TO WS-PRODUCT-COUNT
                               MOVE SPACES
                                   TO WS-PRODUCT-TABLE(WS-PRODUCT-COUNT)
                               UNSTRING PRODUCT-MAP-RECORD DELIMITED BY ","
                                   INTO PM-UNGDOMS-TYPE(WS-PRODUCT-COUNT),
                                        PM-VOKSEN-TYPE(WS-PRODUCT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE product-map-file
           END-IF
       exit.

       LOAD-DONE-ACCOUNTS.
           OPEN OUTPUT done-index-file
           CLOSE done-index-file
           OPEN I-O done-index-file

           OPEN INPUT log-file
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL END-OF-LOG-FILE = "Y"
                   READ log-file
                       AT END
                           MOVE "Y" TO END-OF-LOG-FILE
                       NOT AT END
                           MOVE SPACES TO WS-LOG-KONTO-ID
                           MOVE SPACES TO WS-LOG-DATO
                           UNSTRING LOG-RECORD DELIMITED BY ","
                               INTO WS-LOG-KONTO-ID, WS-LOG-DATO
                           MOVE WS-LOG-KONTO-ID TO DONE-KONTO-ID
                           MOVE WS-LOG-DATO TO DONE-DATO
                           WRITE DONE-INDEX-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE log-file
           END-IF
       exit.

       LOAD-OWNERS.
           OPEN OUTPUT owner-index-file
           CLOSE owner-index-file
           OPEN I-O owner-index-file

           OPEN INPUT account-file
           IF WS-ACCOUNT-STATUS = "00"
               PERFORM UNTIL END-OF-ACCOUNT-FILE = "Y"
                   READ account-file
                       AT END
                           MOVE "Y" TO END-OF-ACCOUNT-FILE
                       NOT AT END
                           MOVE SPACES TO WS-ACC-KUNDE-ID
                           MOVE SPACES TO WS-ACC-KONTO-ID
                           MOVE SPACES TO WS-ACC-KONTO-TYPE
                           MOVE SPACES TO WS-ACC-BALANCE
                           MOVE SPACES TO WS-ACC-VALUTA
                           MOVE SPACES TO WS-ACC-STATUS
                           UNSTRING csv-lines2 DELIMITED BY ","
                               INTO WS-ACC-KUNDE-ID, WS-ACC-KONTO-ID,
                                    WS-ACC-KONTO-TYPE, WS-ACC-BALANCE,
                                    WS-ACC-VALUTA, WS-ACC-STATUS
                           MOVE WS-ACC-KONTO-ID TO EJ-KONTO-ID
                           MOVE WS-ACC-KUNDE-ID TO EJ-KUNDE-ID
                           MOVE WS-ACC-KONTO-TYPE TO EJ-KONTO-TYPE
                           MOVE WS-ACC-STATUS TO EJ-STATUS
                           MOVE SPACES TO EJ-CPR
                           WRITE OWNER-INDEX-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE account-file
           END-IF

           *> the master's rows fill in each account's CPR
           OPEN INPUT transactions-file
           IF WS-TRANS-STATUS = "00"
               PERFORM UNTIL END-OF-TRANSACTIONS-FILE = "Y"
                   READ transactions-file
                       AT END
                           MOVE "Y" TO END-OF-TRANSACTIONS-FILE
                       NOT AT END
                           MOVE KONTO-ID OF transactions-in
                               TO EJ-KONTO-ID
                           READ owner-index-file
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF EJ-CPR = SPACES
                                       MOVE CPR OF transactions-in
                                           TO EJ-CPR
                                       REWRITE OWNER-INDEX-RECORD
                                   END-IF
                           END-READ
                   END-READ
               END-PERFORM
               CLOSE transactions-file
           END-IF
       exit.

      *> --- a youth product held by an adult moves to its adult
      *> product; the trailing system operator id MYNDIGHED must be
      *> seeded in 80-Operatoerer.txt with the maintenance role once
      *> that register is installed ---
       CONVERT-ONE-ACCOUNT.
           IF FUNCTION TRIM(EJ-STATUS) = "LUKKET" OR EJ-CPR = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-VOKSEN-TYPE
           PERFORM VARYING WS-PRODUCT-IX FROM 1 BY 1
               UNTIL WS-PRODUCT-IX > WS-PRODUCT-COUNT
               IF FUNCTION TRIM(PM-UNGDOMS-TYPE(WS-PRODUCT-IX))
                   = FUNCTION TRIM(EJ-KONTO-TYPE)
                   MOVE PM-VOKSEN-TYPE(WS-PRODUCT-IX) TO WS-VOKSEN-TYPE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-VOKSEN-TYPE = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE EJ-CPR TO WS-AGE-CPR
           perform DERIVE-CPR-AGE
           IF WS-CPR-AGE < 18
               EXIT PARAGRAPH
           END-IF

           MOVE EJ-KONTO-ID TO DONE-KONTO-ID
           READ done-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-ALREADY-COUNT
                   EXIT PARAGRAPH
           END-READ

           MOVE SPACES TO KONTO-REQUEST-RECORD
           STRING "TYPE," DELIMITED BY SIZE
                  FUNCTION TRIM(EJ-KUNDE-ID) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(EJ-KONTO-ID) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VOKSEN-TYPE) DELIMITED BY SIZE
                  ",,,,,MYNDIGHED" DELIMITED BY SIZE
                  INTO KONTO-REQUEST-RECORD
           WRITE KONTO-REQUEST-RECORD

           MOVE SPACES TO TRIGGER-RECORD
           STRING "MYNDIG," DELIMITED BY SIZE
                  FUNCTION TRIM(EJ-KUNDE-ID) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(EJ-KONTO-ID) DELIMITED BY SIZE
                  ",," DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  INTO TRIGGER-RECORD
           WRITE TRIGGER-RECORD

           MOVE SPACES TO LOG-RECORD
           STRING FUNCTION TRIM(EJ-KONTO-ID) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  INTO LOG-RECORD
           WRITE LOG-RECORD

           ADD 1 TO WS-CONVERTED-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "Omlaegning anmodet - KONTO-ID: " DELIMITED BY SIZE
                  FUNCTION TRIM(EJ-KONTO-ID) DELIMITED BY SIZE
                  ", KUNDE-ID: " DELIMITED BY SIZE
                  FUNCTION TRIM(EJ-KUNDE-ID) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  FUNCTION TRIM(EJ-KONTO-TYPE) DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VOKSEN-TYPE) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

      *> --- age in whole years from the CPR birthdate; a CVR or a
      *> non-numeric CPR counts as of age ---
       DERIVE-CPR-AGE.
           MOVE 999 TO WS-CPR-AGE
           IF WS-AGE-CPR(1:8) NUMERIC AND WS-AGE-CPR(9:7) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-AGE-CPR(1:6) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AGE-CPR(5:2) TO WS-BIRTH-YY
           MOVE WS-BIRTH-YY TO WS-BIRTH-YYYY
           ADD 2000 TO WS-BIRTH-YYYY
           COMPUTE WS-BIRTH-YYYYMMDD =
               WS-BIRTH-YYYY * 10000
               + FUNCTION NUMVAL(WS-AGE-CPR(3:2)) * 100
               + FUNCTION NUMVAL(WS-AGE-CPR(1:2))
           IF WS-BIRTH-YYYYMMDD > WS-TODAY-YYYYMMDD
               SUBTRACT 1000000 FROM WS-BIRTH-YYYYMMDD
           END-IF
           COMPUTE WS-CPR-AGE =
               (WS-TODAY-YYYYMMDD - WS-BIRTH-YYYYMMDD) / 10000
       exit.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-ENDED-COUNT TO WS-COUNT-DISPLAY
           STRING "Vaergemaal afsluttet: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-CONVERTED-COUNT TO WS-COUNT-DISPLAY
           STRING "Konti sat til omlaegning (brev udloest): "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-ALREADY-COUNT TO WS-COUNT-DISPLAY
           STRING "Allerede anmodet en tidligere nat: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
