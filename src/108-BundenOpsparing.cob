identification division.
       program-id. BundenOpsparing.

      *> --- Contributions to restricted savings accounts
      *> (ratepension, boerneopsparing). An account is restricted when
      *> the product catalog carries a LOFT or BINDING entry for its
      *> KONTO-TYPE. The year (AAR;YYYY in 108-OpsparingParam.txt,
      *> default the current one) decides which deposits count, by
      *> the same rule the intake enforces the cap with: credits in
      *> the calendar year, less Tilbagefoersel debits.
      *> 108-IndskudAarTilDato.txt lists every restricted account
      *> with its year-to-date deposits, the cap and what is left.
      *> 108-SkatIndberetning.txt is the year-end return of deposits
      *> per account for the tax authority in fixed records:
      *>   00 - header: year, creation date,
      *>   01 - CPR, KONTO-ID, KONTO-TYPE, year, sign, amount in
      *>        oerer,
      *>   99 - trailer with record count and sum in oerer,
      *> with the standard .ctl companion. ---

environment division.
input-output section.
file-control.
       select param-file assign to "108-OpsparingParam.txt"
           organization line sequential
           file status is WS-PARAM-STATUS.

      *> --- the account master, walked in KONTO-ID order ---
       select account-master-file assign to "8-KontoStam.txt"
           organization is indexed
           access mode is dynamic
           record key is KONTOSTAM-ID
           alternate record key is KONTOSTAM-KUNDE-ID with duplicates
           alternate record key is KONTOSTAM-CPR with duplicates
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

       select ytd-report-file assign to "108-IndskudAarTilDato.txt"
           organization line sequential.

       select return-file assign to "108-SkatIndberetning.txt"
           organization line sequential.

      *> --- restricted accounts with their year's deposits ---
       select account-index-file assign to "WS-OpsparingKonti.tmp"
           organization is indexed
           access mode is dynamic
           record key is BO-KONTO-ID
           file status is WS-ACCOUNT-INDEX-STATUS.

data division.
file section.
FD param-file.
       01 PARAM-RECORD pic x(40).

FD account-master-file.
       01 ACCOUNT-MASTER-RECORD.
           copy "8-KONTOSTAM.cpy".

FD transactions-file.
01 transactions-in.
       copy "10-TRANSAKTIONER.cpy".

FD ytd-report-file.
       01 REPORT-RECORD pic x(130).

FD return-file.
       01 RETURN-RECORD.
           05 RET-REC-TYPE pic x(2).
           05 RET-DATA pic x(68).
       01 RETURN-HEADER-RECORD.
           05 RETH-REC-TYPE pic x(2).
           05 RETH-AAR pic x(4).
           05 RETH-DANNET pic 9(8).
           05 FILLER pic x(56).
       01 RETURN-DETAIL-RECORD.
           05 RETD-REC-TYPE pic x(2).
           05 RETD-CPR pic x(15).
           05 RETD-KONTO-ID pic x(15).
           05 RETD-KONTO-TYPE pic x(15).
           05 RETD-AAR pic x(4).
           05 RETD-FORTEGN pic x.
           05 RETD-BELOEB-OERER pic 9(15).
           05 FILLER pic x(3).
       01 RETURN-TRAILER-RECORD.
           05 RETT-REC-TYPE pic x(2).
           05 RETT-ANTAL pic 9(9).
           05 RETT-BELOEB-OERER pic 9(17).
           05 FILLER pic x(42).

FD account-index-file.
       01 ACCOUNT-INDEX-RECORD.
           05 BO-KONTO-ID pic x(15).
           05 BO-KONTO-TYPE pic x(15).
           05 BO-CPR pic x(15).
           05 BO-LOFT pic S9(13)v99.
           05 BO-HAR-LOFT pic x.
           05 BO-INDSKUD pic S9(13)v99.

WORKING-STORAGE SECTION.
       01 WS-PARAM-STATUS pic XX value spaces.
       01 WS-ACCOUNT-STATUS pic XX value spaces.
       01 WS-TRANS-STATUS pic XX value spaces.
       01 WS-ACCOUNT-INDEX-STATUS pic XX value spaces.

       01 END-OF-PARAM-FILE pic x value "N".
       01 END-OF-ACCOUNT-FILE pic x value "N".
       01 END-OF-TRANSACTIONS-FILE pic x value "N".
       01 END-OF-INDEX-SCAN pic x value "N".

       01 WS-PARAM-NOEGLE pic x(20) value spaces.
       01 WS-PARAM-VAERDI pic x(20) value spaces.
       01 WS-AAR pic x(4) value spaces.

      *> --- ProduktOpslag interface ---
       01 WS-PROD-MODE pic x value space.
       01 WS-PROD-KONTO-TYPE pic x(15) value spaces.
       01 WS-PROD-NOEGLE pic x(15) value spaces.
       01 WS-PROD-BELOEB pic S9(13)v99 value 0.
       01 WS-PROD-SATS pic S9(5)v9(6) value 0.
       01 WS-PROD-SVAR pic x(12) value spaces.
       01 WS-PROD-STATUS pic XX value spaces.
       01 WS-PROD-STATUS2 pic XX value spaces.

       01 WS-CONTRIBUTION pic S9(13)v99 value 0.
       01 WS-REST pic S9(13)v99 value 0.
       01 WS-BELOEB-DISPLAY pic -Z(11).99.
       01 WS-LOFT-DISPLAY pic -Z(11).99.
       01 WS-REST-DISPLAY pic -Z(11).99.

       01 WS-TODAY-YYYYMMDD pic 9(8) value 0.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-RECORD-COUNT pic 9(9) value 0.
       01 WS-ACCOUNT-COUNT pic 9(7) value 0.
       01 WS-OVER-COUNT pic 9(7) value 0.
       01 WS-CONTROL-SUM pic S9(15)v99 value 0.
       01 WS-OERER pic 9(17) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

      *> --- standard .ctl companion for the receiver ---
       01 WS-CTL-MODE pic x value space.
       01 WS-CTL-FILNAVN pic x(40) value spaces.
       01 WS-CTL-ANTAL pic 9(9) value 0.
       01 WS-CTL-SUM pic S9(15)v99 value 0.
       01 WS-CTL-STATUS pic XX value spaces.

PROCEDURE DIVISION.
       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS
       MOVE WS-TODAY-DATE(1:4) TO WS-TODAY-YYYYMMDD(1:4)
       MOVE WS-TODAY-DATE(6:2) TO WS-TODAY-YYYYMMDD(5:2)
       MOVE WS-TODAY-DATE(9:2) TO WS-TODAY-YYYYMMDD(7:2)
       MOVE WS-TODAY-DATE(1:4) TO WS-AAR
       perform LOAD-OPSPARING-PARAMETERS

       OPEN INPUT account-master-file
       IF WS-ACCOUNT-STATUS NOT = "00"
           DISPLAY "BundenOpsparing: 8-KontoStam.txt kan ikke aabnes"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       perform LOAD-RESTRICTED-ACCOUNTS
       perform ADD-YEAR-DEPOSITS

       OPEN OUTPUT ytd-report-file
       OPEN OUTPUT return-file

       MOVE SPACES TO REPORT-RECORD
       STRING "Indskud paa bundne opsparingskonti - aar " DELIMITED BY SIZE
              WS-AAR DELIMITED BY SIZE
              INTO REPORT-RECORD
       WRITE REPORT-RECORD
       MOVE SPACES TO REPORT-RECORD
       WRITE REPORT-RECORD

       MOVE SPACES TO RETURN-HEADER-RECORD
       MOVE "00" TO RETH-REC-TYPE
       MOVE WS-AAR TO RETH-AAR
       MOVE WS-TODAY-YYYYMMDD TO RETH-DANNET
       WRITE RETURN-HEADER-RECORD

       MOVE "N" TO END-OF-INDEX-SCAN
       MOVE LOW-VALUES TO BO-KONTO-ID
       START account-index-file KEY IS >= BO-KONTO-ID
           INVALID KEY
               MOVE "Y" TO END-OF-INDEX-SCAN
       END-START
       PERFORM UNTIL END-OF-INDEX-SCAN = "Y"
           READ account-index-file NEXT RECORD
               AT END
                   MOVE "Y" TO END-OF-INDEX-SCAN
               NOT AT END
                   perform REPORT-ONE-ACCOUNT
           END-READ
       END-PERFORM

       MOVE SPACES TO RETURN-TRAILER-RECORD
       MOVE "99" TO RETT-REC-TYPE
       MOVE WS-RECORD-COUNT TO RETT-ANTAL
       IF WS-CONTROL-SUM < 0
           COMPUTE WS-OERER = 0 - WS-CONTROL-SUM * 100
       ELSE
           COMPUTE WS-OERER = WS-CONTROL-SUM * 100
       END-IF
       MOVE WS-OERER TO RETT-BELOEB-OERER
       WRITE RETURN-TRAILER-RECORD

       perform WRITE-REPORT-TRAILER

       close ytd-report-file
       close return-file
       close account-index-file

       MOVE "W" TO WS-CTL-MODE
       MOVE "108-SkatIndberetning.txt" TO WS-CTL-FILNAVN
       MOVE WS-RECORD-COUNT TO WS-CTL-ANTAL
       MOVE WS-CONTROL-SUM TO WS-CTL-SUM
       CALL "KontrolTotal" USING WS-CTL-MODE WS-CTL-FILNAVN
           WS-CTL-ANTAL WS-CTL-SUM WS-CTL-STATUS
stop run.

       LOAD-OPSPARING-PARAMETERS.
           OPEN INPUT param-file
           IF WS-PARAM-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-PARAM-FILE = "Y"
               READ param-file
                   AT END
                       MOVE "Y" TO END-OF-PARAM-FILE
                   NOT AT END
                       MOVE SPACES TO WS-PARAM-NOEGLE
                       MOVE SPACES TO WS-PARAM-VAERDI
                       UNSTRING PARAM-RECORD DELIMITED BY ";"
                           INTO WS-PARAM-NOEGLE, WS-PARAM-VAERDI
                       EVALUATE FUNCTION TRIM(WS-PARAM-NOEGLE)
                           WHEN "AAR"
                               IF WS-PARAM-VAERDI(1:4) NUMERIC
                                   MOVE WS-PARAM-VAERDI(1:4) TO WS-AAR
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE param-file
       exit.

      *> --- only accounts whose KONTO-TYPE carries LOFT or BINDING
      *> in the catalog are restricted savings ---
       LOAD-RESTRICTED-ACCOUNTS.
           OPEN OUTPUT account-index-file
           CLOSE account-index-file
           OPEN I-O account-index-file

           MOVE LOW-VALUES TO KONTOSTAM-ID
           START account-master-file KEY IS >= KONTOSTAM-ID
               INVALID KEY
                   MOVE "Y" TO END-OF-ACCOUNT-FILE
           END-START
           PERFORM UNTIL END-OF-ACCOUNT-FILE = "Y"
               READ account-master-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-ACCOUNT-FILE
                   NOT AT END
                       perform NOTE-RESTRICTED-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE account-master-file
       exit.

       NOTE-RESTRICTED-ACCOUNT.
           MOVE KONTOSTAM-TYPE TO WS-PROD-KONTO-TYPE
           MOVE SPACES TO WS-PROD-NOEGLE
           MOVE "B" TO WS-PROD-MODE
           MOVE 0 TO WS-PROD-BELOEB
           CALL "ProduktOpslag" USING WS-PROD-MODE
               WS-PROD-KONTO-TYPE WS-PROD-NOEGLE WS-PROD-BELOEB
               WS-PROD-SATS WS-PROD-SVAR WS-PROD-STATUS2
           MOVE "L" TO WS-PROD-MODE
           MOVE 0 TO WS-PROD-BELOEB
           CALL "ProduktOpslag" USING WS-PROD-MODE
               WS-PROD-KONTO-TYPE WS-PROD-NOEGLE WS-PROD-BELOEB
               WS-PROD-SATS WS-PROD-SVAR WS-PROD-STATUS
           IF WS-PROD-STATUS NOT = "00" AND WS-PROD-STATUS2 NOT = "00"
               EXIT PARAGRAPH
           END-IF

           MOVE KONTOSTAM-ID TO BO-KONTO-ID
           MOVE KONTOSTAM-TYPE TO BO-KONTO-TYPE
           MOVE KONTOSTAM-CPR TO BO-CPR
           MOVE 0 TO BO-INDSKUD
           IF WS-PROD-STATUS = "00"
               MOVE WS-PROD-BELOEB TO BO-LOFT
               MOVE "J" TO BO-HAR-LOFT
           ELSE
               MOVE 0 TO BO-LOFT
               MOVE "N" TO BO-HAR-LOFT
           END-IF
           WRITE ACCOUNT-INDEX-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
       exit.

      *> --- a deposit is a credit in the year; a Tilbagefoersel
      *> debit takes a mistaken deposit back out ---
       ADD-YEAR-DEPOSITS.
           OPEN INPUT transactions-file
           IF WS-TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-TRANSACTIONS-FILE = "Y"
               READ transactions-file
                   AT END
                       MOVE "Y" TO END-OF-TRANSACTIONS-FILE
                   NOT AT END
                       MOVE KONTO-ID OF transactions-in TO BO-KONTO-ID
                       READ account-index-file
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               perform NOTE-ONE-ROW
                       END-READ
               END-READ
           END-PERFORM
           CLOSE transactions-file
       exit.

       NOTE-ONE-ROW.
           IF BO-CPR = SPACES
               MOVE CPR OF transactions-in TO BO-CPR
           END-IF
           IF TIDSPUNKT OF transactions-in(1:4) = WS-AAR
               AND FUNCTION TEST-NUMVAL(BELOEB OF transactions-in) = 0
               COMPUTE WS-CONTRIBUTION =
                   FUNCTION NUMVAL(BELOEB OF transactions-in)
               IF FUNCTION TRIM(TRANSAKTIONSTYPE OF transactions-in)
                   = "Tilbagefoersel"
                   IF WS-CONTRIBUTION < 0
                       ADD WS-CONTRIBUTION TO BO-INDSKUD
                   END-IF
               ELSE
                   IF WS-CONTRIBUTION > 0
                       ADD WS-CONTRIBUTION TO BO-INDSKUD
                   END-IF
               END-IF
           END-IF
           REWRITE ACCOUNT-INDEX-RECORD
       exit.

       REPORT-ONE-ACCOUNT.
           ADD 1 TO WS-ACCOUNT-COUNT
           MOVE BO-INDSKUD TO WS-BELOEB-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           IF BO-HAR-LOFT = "J"
               COMPUTE WS-REST = BO-LOFT - BO-INDSKUD
               IF WS-REST < 0
                   ADD 1 TO WS-OVER-COUNT
               END-IF
               MOVE BO-LOFT TO WS-LOFT-DISPLAY
               MOVE WS-REST TO WS-REST-DISPLAY
               STRING "KONTO-ID: " FUNCTION TRIM(BO-KONTO-ID)
                      ", " FUNCTION TRIM(BO-KONTO-TYPE)
                      ", CPR: " FUNCTION TRIM(BO-CPR)
                      ", Indskudt: " FUNCTION TRIM(WS-BELOEB-DISPLAY)
                      ", Loft: " FUNCTION TRIM(WS-LOFT-DISPLAY)
                      ", Rest: " FUNCTION TRIM(WS-REST-DISPLAY)
                      DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING "KONTO-ID: " FUNCTION TRIM(BO-KONTO-ID)
                      ", " FUNCTION TRIM(BO-KONTO-TYPE)
                      ", CPR: " FUNCTION TRIM(BO-CPR)
                      ", Indskudt: " FUNCTION TRIM(WS-BELOEB-DISPLAY)
                      ", intet loft" DELIMITED BY SIZE
                      INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD

           IF BO-INDSKUD = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RETURN-DETAIL-RECORD
           MOVE "01" TO RETD-REC-TYPE
           MOVE BO-CPR TO RETD-CPR
           MOVE BO-KONTO-ID TO RETD-KONTO-ID
           MOVE BO-KONTO-TYPE TO RETD-KONTO-TYPE
           MOVE WS-AAR TO RETD-AAR
           IF BO-INDSKUD < 0
               MOVE "-" TO RETD-FORTEGN
               COMPUTE RETD-BELOEB-OERER = 0 - BO-INDSKUD * 100
           ELSE
               MOVE "+" TO RETD-FORTEGN
               COMPUTE RETD-BELOEB-OERER = BO-INDSKUD * 100
           END-IF
           WRITE RETURN-DETAIL-RECORD
           ADD 1 TO WS-RECORD-COUNT
           ADD BO-INDSKUD TO WS-CONTROL-SUM
       exit.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-ACCOUNT-COUNT TO WS-COUNT-DISPLAY
           STRING "Bundne opsparingskonti: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-OVER-COUNT TO WS-COUNT-DISPLAY
           STRING "Heraf over aarligt loft: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-RECORD-COUNT TO WS-COUNT-DISPLAY
           STRING "Indberetningsposter (01): " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
