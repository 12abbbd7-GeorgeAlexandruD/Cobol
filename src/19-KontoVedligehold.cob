
      *> --- Account lifecycle maintenance for 8-KontoData.txt, so
      *> opening and closing accounts is no longer a text-editor job.
      *> Processes OPEN/CLOSE/STATUS/TYPE requests from an input file: an
      *> OPEN generates the next free KONTO-ID and stamps today's
      *> OPENING-DATE automatically, a CLOSE is refused while the
      *> account's reconciled balance in the reconciliation run's
      *> account-totals file is not zero, and every applied request
      *> is written to a lifecycle log. A TYPE request moves an
      *> account to another product (KONTO-TYPE), e.g. a youth account
      *> converted to the adult product when the holder comes of age.
      *> The requests update the indexed account master 8-KontoStam.txt
      *> in place (a new account takes its customer's CPR from
      *> 7-KundeStam.txt); 8-KontoData.txt is then exported from it
      *> for the downstream readers. ---

environment division.
input-output section.
file-control.
       select requests-file assign to "19-KontoAnmodninger.txt"
           organization line sequential
           file status is WS-REQUESTS-STATUS.
           record key is ACCOUNT-TOTALS-KEY
           file status is WS-TOTALS-STATUS.

      *> --- the account master keyed on KONTO-ID, updated in place ---
       select account-master-file assign to "8-KontoStam.txt"
           organization is indexed
           access mode is dynamic
           record key is KONTOSTAM-ID
           alternate record key is KONTOSTAM-KUNDE-ID with duplicates
           alternate record key is KONTOSTAM-CPR with duplicates
           file status is WS-ACCOUNT-MASTER-STATUS.

      *> --- the customer master, read for a new account's CPR ---
       select customer-master-file assign to "7-KundeStam.txt"
           organization is indexed
           access mode is dynamic
           record key is KUNDESTAM-ID
           alternate record key is KUNDESTAM-CPR with duplicates
           file status is WS-CUSTOMER-MASTER-STATUS.

data division.
file section.
FD requests-file.
       01 REQUEST-RECORD pic x(100).

           02 ACCOUNT-RUNNING-TOTAL      PIC S9(13)V99.
           02 ACCOUNT-LAST-TIDSPUNKT     PIC X(10).

FD account-master-file.
       01 ACCOUNT-MASTER-RECORD.
           copy "8-KONTOSTAM.cpy".

FD customer-master-file.
       01 CUSTOMER-MASTER-RECORD.
           copy "7-KUNDESTAM.cpy".

WORKING-STORAGE SECTION.
       01 WS-REQUESTS-STATUS pic XX value spaces.
       01 WS-LIFECYCLE-LOG-STATUS pic XX value spaces.
       01 WS-TOTALS-STATUS pic XX value spaces.
       01 WS-ACCOUNT-MASTER-STATUS pic XX value spaces.
       01 WS-CUSTOMER-MASTER-STATUS pic XX value spaces.
       01 WS-KUNDE-CPR-STATUS pic XX value spaces.
       01 WS-CUSTOMER-MASTER-OPEN pic x value "N".

       01 END-OF-REQUESTS-FILE pic x value "N".
       01 END-OF-INDEX-FILE pic x value "N".
       01 END-OF-TOTALS-SCAN pic x value "N".

      *> --- optional power-of-attorney fields trailing the request:
      *> GIVER-CPR,FULDMAEGTIG-CPR - verified against
      *> 49-Fuldmagter.txt (a company's CVR against its signatories
      *> in 104-Tegningsberettigede.txt), the attorney's CPR joining
      *> the lifecycle log so the authority can be proven afterwards ---
       01 WS-FM-GIVER pic x(15) value spaces.
       01 WS-FM-FULDMAEGTIG pic x(15) value spaces.
       01 WS-FM-OMFANG pic x(6) value spaces.
       01 WS-FM-STATUS pic XX value spaces.
       01 WS-TG-OMFANG pic x(8) value spaces.

      *> --- requesting operator, checked against 80-Operatoerer.txt
      *> and written into the lifecycle log; with the register in
       01 WS-KONTO-SEQ-NUM pic 9(8) value 0.

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-AUDIT-TIMESTAMP pic x(21) value spaces.
       01 WS-BALANCE-DISPLAY pic -Z(11).99.

      *> --- CSV export of the updated master ---
       01 WS-EKSPORT-MODE pic x value space.
       01 WS-EKSPORT-STATUS pic XX value spaces.

      *> --- the masters this run touches, held through the shared
      *> lock register for the whole run ---
       01 WS-LAAS-MODE pic x value space.
       01 WS-LAAS-PROGRAM pic x(20) value "KontoVedligehold".
       01 WS-LAAS-LISTE pic x(80) value "8-KontoStam/E 7-KundeStam/S".
       01 WS-LAAS-SVAR pic x(100) value spaces.
       01 WS-LAAS-STATUS pic XX value spaces.

      *> --- the masters must stand in the layout version this run
      *> reads; an unstamped master predates the stamps ---
       01 WS-LAYOUT-VERSIONER.
           copy "139-LAYOUTVERSION.cpy".
       01 WS-LYT-MODE pic x value space.
       01 WS-LYT-FILNAVN pic x(40) value spaces.
       01 WS-LYT-LAYOUT pic x(15) value spaces.
       01 WS-LYT-VERSION pic 9(2) value 0.
       01 WS-LYT-FORVENTET pic 9(2) value 0.
       01 WS-LYT-STATUS pic XX value spaces.

PROCEDURE DIVISION.
       OPEN INPUT requests-file
           STOP RUN
       END-IF

       perform TAKE-MASTER-LOCKS
       perform CHECK-LAYOUTS

       OPEN OUTPUT report-file

       OPEN INPUT operator-probe-file
           MOVE "Y" TO WS-TOTALS-AVAILABLE
       END-IF

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       perform LOAD-ACCOUNT-MASTER
       IF WS-ACCOUNT-MASTER-STATUS NOT = "00"
           DISPLAY "KontoVedligehold: 8-KontoStam.txt kan ikke aabnes"
               " - koer StamOpbyg foerst"
           perform RELEASE-MASTER-LOCKS
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       perform UNTIL END-OF-REQUESTS-FILE = "Y"
           read requests-file
           end-read
       end-perform

       close account-master-file
       IF WS-CUSTOMER-MASTER-OPEN = "Y"
           close customer-master-file
       END-IF
       perform EXPORT-ACCOUNT-MASTER
       perform WRITE-REPORT-TRAILER

       close requests-file
       close report-file
       close lifecycle-log-file
       IF WS-TOTALS-AVAILABLE = "Y"
           close account-totals-file
       END-IF
       perform RELEASE-MASTER-LOCKS
stop run.

      *> --- all of this run's masters or none; a conflicting
      *> holder (after the register's optional wait) refuses the
      *> run with the holder named ---
       TAKE-MASTER-LOCKS.
           MOVE "T" TO WS-LAAS-MODE
           CALL "LaasRegister" USING WS-LAAS-MODE WS-LAAS-PROGRAM
               WS-LAAS-LISTE WS-LAAS-SVAR WS-LAAS-STATUS
           IF WS-LAAS-STATUS NOT = "00"
               DISPLAY "KontoVedligehold: masteren er optaget - "
                   FUNCTION TRIM(WS-LAAS-SVAR)
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
       exit.

       RELEASE-MASTER-LOCKS.
           MOVE "F" TO WS-LAAS-MODE
           CALL "LaasRegister" USING WS-LAAS-MODE WS-LAAS-PROGRAM
               WS-LAAS-LISTE WS-LAAS-SVAR WS-LAAS-STATUS
       exit.

      *> --- a master stamped with another layout version than this
      *> run reads is refused before it is opened; it has to go
      *> through 139-LayoutKonvertering first ---
       CHECK-LAYOUTS.
           MOVE "8-KontoStam.txt" TO WS-LYT-FILNAVN
           MOVE "KONTOSTAM" TO WS-LYT-LAYOUT
           MOVE LV-KONTOSTAM TO WS-LYT-FORVENTET
           perform CHECK-ONE-LAYOUT
           MOVE "7-KundeStam.txt" TO WS-LYT-FILNAVN
           MOVE "KUNDESTAM" TO WS-LYT-LAYOUT
           MOVE LV-KUNDESTAM TO WS-LYT-FORVENTET
           perform CHECK-ONE-LAYOUT
       exit.

       CHECK-ONE-LAYOUT.
           MOVE "K" TO WS-LYT-MODE
           MOVE WS-LYT-FORVENTET TO WS-LYT-VERSION
           CALL "LayoutStempel" USING WS-LYT-MODE WS-LYT-FILNAVN
               WS-LYT-LAYOUT WS-LYT-VERSION WS-LYT-STATUS
           IF WS-LYT-STATUS = "23"
               DISPLAY "KontoVedligehold: " FUNCTION TRIM(WS-LYT-FILNAVN)
                   " er layout version " WS-LYT-VERSION
                   ", forventet " WS-LYT-FORVENTET
                   " - konverter via 139-LayoutKonvertering"
               perform RELEASE-MASTER-LOCKS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
       exit.

      *> --- Open the master for update and note the highest
      *> digit-suffix, so an OPEN can issue the next free number ---
       LOAD-ACCOUNT-MASTER.
           OPEN I-O account-master-file
           IF WS-ACCOUNT-MASTER-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT customer-master-file
           IF WS-CUSTOMER-MASTER-STATUS = "00"
               MOVE "Y" TO WS-CUSTOMER-MASTER-OPEN
           END-IF

           MOVE "N" TO END-OF-INDEX-FILE
           MOVE LOW-VALUES TO KONTOSTAM-ID
           START account-master-file KEY IS >= KONTOSTAM-ID
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-FILE
           END-START
           PERFORM UNTIL END-OF-INDEX-FILE = "Y"
               READ account-master-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-FILE
                   NOT AT END
                       PERFORM NOTE-KONTO-SEQUENCE
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ACCOUNT-MASTER-STATUS
       exit.

      *> --- The digits of a KONTO-ID (whatever letters surround them)
           MOVE SPACES TO WS-KONTO-DIGITS
           MOVE 0 TO WS-KONTO-DIGIT-COUNT
           PERFORM VARYING WS-KONTO-SCAN-IX FROM 1 BY 1 UNTIL WS-KONTO-SCAN-IX > 15
               IF KONTOSTAM-ID(WS-KONTO-SCAN-IX:1) NUMERIC
                   ADD 1 TO WS-KONTO-DIGIT-COUNT
                   IF WS-KONTO-DIGIT-COUNT <= 8
                       MOVE KONTOSTAM-ID(WS-KONTO-SCAN-IX:1)
                           TO WS-KONTO-DIGITS(WS-KONTO-DIGIT-COUNT:1)
                   END-IF
               END-IF

      *> --- One request: ACTION,KUNDE-ID,KONTO-ID,KONTO-TYPE,VALUTA,
      *> NY-STATUS. OPEN ignores the KONTO-ID field (it is generated);
      *> CLOSE and STATUS ignore type/valuta; TYPE takes the new
      *> KONTO-TYPE from the type field ---
       APPLY-ONE-REQUEST.
           MOVE SPACES TO WS-ACTION
           MOVE SPACES TO WS-REQ-KUNDE-ID
               END-IF
           END-IF

           *> a company (CVR as grantor) acts through a signatory
           *> who may sign alone; a person through a power of attorney
           IF WS-FM-GIVER NOT = SPACES
               MOVE "KONTO" TO WS-FM-OMFANG
               IF WS-FM-GIVER(1:8) IS NUMERIC AND WS-FM-GIVER(9:7) = SPACES
                   MOVE WS-FM-OMFANG TO WS-TG-OMFANG
                   CALL "TegningsOpslag" USING WS-FM-GIVER
                       WS-FM-FULDMAEGTIG WS-TG-OMFANG WS-TODAY-DATE
                       WS-FM-STATUS
               ELSE
                   CALL "FuldmagtOpslag" USING WS-FM-GIVER
                       WS-FM-FULDMAEGTIG WS-FM-OMFANG WS-TODAY-DATE
                       WS-FM-STATUS
               END-IF
               IF WS-FM-STATUS NOT = "00"
                   MOVE "Ingen gyldig fuldmagt eller tegningsret for handlingen" TO REPORT-RECORD
                   PERFORM WRITE-REJECT-LINE
                   EXIT PARAGRAPH
               END-IF
                   PERFORM APPLY-CLOSE
               WHEN "STATUS"
                   PERFORM APPLY-STATUS-CHANGE
               WHEN "TYPE"
                   PERFORM APPLY-TYPE-CHANGE
               WHEN OTHER
                   MOVE "Ukendt handling (brug OPEN/CLOSE/STATUS/TYPE)" TO REPORT-RECORD
                   PERFORM WRITE-REJECT-LINE
           END-EVALUATE
       exit.
               COMPUTE WS-NEXT-KONTO-SEQ = WS-MAX-KONTO-SEQ + 1
               MOVE WS-NEXT-KONTO-SEQ TO WS-MAX-KONTO-SEQ

               MOVE SPACES TO ACCOUNT-MASTER-RECORD
               MOVE WS-REQ-KUNDE-ID TO KONTOSTAM-KUNDE-ID
               MOVE SPACES TO WS-REQ-KONTO-ID
               STRING "K" WS-NEXT-KONTO-SEQ DELIMITED BY SIZE
                   INTO WS-REQ-KONTO-ID
               MOVE WS-REQ-KONTO-ID TO KONTOSTAM-ID
               MOVE WS-REQ-KONTO-TYPE TO KONTOSTAM-TYPE
               MOVE "0.00" TO KONTOSTAM-BALANCE
               MOVE WS-REQ-VALUTA TO KONTOSTAM-VALUTA
               MOVE "AABEN" TO KONTOSTAM-STATUS
               MOVE WS-TODAY-DATE TO KONTOSTAM-OPENING
               IF WS-CUSTOMER-MASTER-OPEN = "Y"
                   MOVE WS-REQ-KUNDE-ID TO KUNDESTAM-ID
                   READ customer-master-file
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE KUNDESTAM-CPR TO KONTOSTAM-CPR
                   END-READ
               END-IF
               *> a customer row still without a CPR has it derived
               *> from the account holders, as the customer programs do
               IF KONTOSTAM-CPR = SPACES
                   CALL "KundeCprOpslag" USING WS-REQ-KUNDE-ID
                       KONTOSTAM-CPR WS-KUNDE-CPR-STATUS
               END-IF
               WRITE ACCOUNT-MASTER-RECORD
                   INVALID KEY
                       MOVE "Genereret KONTO-ID findes allerede" TO REPORT-RECORD
                       PERFORM WRITE-REJECT-LINE
      *> balance for the account is non-zero; an account the totals
      *> file never saw has no posted money and may close ---
       APPLY-CLOSE.
           MOVE WS-REQ-KONTO-ID TO KONTOSTAM-ID
           READ account-master-file
               INVALID KEY
                   MOVE "Kontoen findes ikke" TO REPORT-RECORD
                   PERFORM WRITE-REJECT-LINE
               NOT INVALID KEY
                   PERFORM CHECK-RECONCILED-BALANCE
                   IF REPORT-RECORD = SPACES
                       MOVE "LUKKET" TO KONTOSTAM-STATUS
                       REWRITE ACCOUNT-MASTER-RECORD
                       ADD 1 TO WS-APPLIED-COUNT
                       PERFORM WRITE-LIFECYCLE-LINE
                   ELSE
       exit.

       APPLY-STATUS-CHANGE.
           MOVE WS-REQ-KONTO-ID TO KONTOSTAM-ID
           READ account-master-file
               INVALID KEY
                   MOVE "Kontoen findes ikke" TO REPORT-RECORD
                   PERFORM WRITE-REJECT-LINE
                       MOVE "Ny KONTO-STATUS mangler" TO REPORT-RECORD
                       PERFORM WRITE-REJECT-LINE
                   ELSE
                       MOVE WS-REQ-NY-STATUS TO KONTOSTAM-STATUS
                       REWRITE ACCOUNT-MASTER-RECORD
                       ADD 1 TO WS-APPLIED-COUNT
                       PERFORM WRITE-LIFECYCLE-LINE
                   END-IF
           END-READ
       exit.

       APPLY-TYPE-CHANGE.
           MOVE WS-REQ-KONTO-ID TO KONTOSTAM-ID
           READ account-master-file
               INVALID KEY
                   MOVE "Kontoen findes ikke" TO REPORT-RECORD
                   PERFORM WRITE-REJECT-LINE
               NOT INVALID KEY
                   IF WS-REQ-KONTO-TYPE = SPACES
                       MOVE "Ny KONTO-TYPE mangler" TO REPORT-RECORD
                       PERFORM WRITE-REJECT-LINE
                   ELSE
                       IF FUNCTION TRIM(KONTOSTAM-STATUS) = "LUKKET"
                           MOVE "Kontoen er lukket" TO REPORT-RECORD
                           PERFORM WRITE-REJECT-LINE
                       ELSE
                           MOVE WS-REQ-KONTO-TYPE TO KONTOSTAM-TYPE
                           REWRITE ACCOUNT-MASTER-RECORD
                           ADD 1 TO WS-APPLIED-COUNT
                           PERFORM WRITE-LIFECYCLE-LINE
                       END-IF
                   END-IF
           END-READ
       exit.

      *> --- 8-KontoData.txt is exported from the updated master in
      *> KONTO-ID order, with its control-total companion record ---
       EXPORT-ACCOUNT-MASTER.
           MOVE "A" TO WS-EKSPORT-MODE
           CALL "StamEksport" USING WS-EKSPORT-MODE WS-EKSPORT-STATUS
           IF WS-EKSPORT-STATUS NOT = "00"
               DISPLAY "KontoVedligehold: 8-KontoData.txt kunne ikke"
                   " eksporteres, status " WS-EKSPORT-STATUS
           END-IF
       exit.

       WRITE-LIFECYCLE-LINE.
                  ", Handling: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACTION) DELIMITED BY SIZE
                  ", KUNDE-ID: " DELIMITED BY SIZE
                  FUNCTION TRIM(KONTOSTAM-KUNDE-ID) DELIMITED BY SIZE
                  ", KONTO-ID: " DELIMITED BY SIZE
                  FUNCTION TRIM(KONTOSTAM-ID) DELIMITED BY SIZE
                  ", KONTO-STATUS: " DELIMITED BY SIZE
                  FUNCTION TRIM(KONTOSTAM-STATUS) DELIMITED BY SIZE
                  INTO LIFECYCLE-LOG-RECORD
           IF FUNCTION TRIM(WS-ACTION) = "TYPE"
               STRING FUNCTION TRIM(LIFECYCLE-LOG-RECORD) DELIMITED BY SIZE
                      ", KONTO-TYPE: " DELIMITED BY SIZE
                      FUNCTION TRIM(KONTOSTAM-TYPE) DELIMITED BY SIZE
                      INTO LIFECYCLE-LOG-RECORD
           END-IF
           IF WS-REQ-OPERATOR NOT = SPACES
               STRING FUNCTION TRIM(LIFECYCLE-LOG-RECORD) DELIMITED BY SIZE
                      ", Operatoer: " DELIMITED BY SIZE
