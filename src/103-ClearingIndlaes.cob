identification division.
       program-id. ClearingIndlaes.

      *> --- Inbound credit transfers from the clearing house. The
      *> morning file 103-ClearingInd.txt is fixed-format:
      *>   00 header      file date YYYYMMDD, file ID
      *>   01 credit      clearing reference, value date, amount in
      *>                  oere, currency, sending REG-NR and name,
      *>                  beneficiary IBAN or REG-NR + KONTO-ID, text
      *>   99 trailer     credit count and amount sum in oere
      *> The trailer is proved first; a file that does not agree with
      *> its own trailer is not posted at all. Each credit's
      *> beneficiary is resolved by IBAN (validated through the shared
      *> IbanVaerktoej; a Danish IBAN carries REG-NR and the account
      *> number) or by REG-NR + KONTO-ID against the account master
      *> 8-KontoStam.txt, the holder's CPR coming from the master. A resolved credit goes
      *> to 16-Leverance.txt as one Indgaaende row with the clearing
      *> reference as TRANS-REF and the value date as VALOER-DATO.
      *> A credit to an unknown, closed (LUKKET) or blocked (SPAERRET)
      *> account, or in another currency than the account's, goes to
      *> the unapplied-funds register 103-UanvendteMidler.txt:
      *> REF,MODTAGET,VALOER,BELOEB,VALUTA,AFSENDER-REG-NR,
      *> AFSENDER-NAVN,IBAN,REG-NR,KONTO-ID,AARSAG,STATUS,AFSLUTTET
      *> with STATUS AABEN until it is settled. Operations can point an
      *> open item at the right account in 103-UanvendteAnvisning.txt
      *> (REF,REG-NR,KONTO-ID); it then posts like any credit and turns
      *> ANVENDT. An item still open RETUR-DAGE days after receipt
      *> (103-ClearingParam.txt RETUR-DAGE;n, default 14) is written to
      *> the return-to-sender file 103-ReturTilAfsender.txt (00 header,
      *> 02 return with the reason code, 99 trailer, with a KontrolTotal
      *> companion) and turns RETUR. Every reference handled is logged
      *> in 103-ClearingLog.txt, so a file delivered twice posts once.
      *> The run report 103-ClearingRapport.txt lists the unapplied
      *> items by age. ---

environment division.
input-output section.
file-control.
       select clearing-file assign to "103-ClearingInd.txt"
           organization line sequential
           file status is WS-CLEARING-STATUS.

       select param-file assign to "103-ClearingParam.txt"
           organization line sequential
           file status is WS-PARAM-STATUS.

       select transactions-file assign to "10-Transaktioner.txt"
           organization is indexed
           access mode is sequential
           record key is CPR of transactions-in with duplicates
           alternate record key is TRANS-REF of transactions-in
               with duplicates
           alternate record key is BUTIK of transactions-in
               with duplicates
           file status is WS-TRANS-STATUS.

       select unapplied-file assign to "103-UanvendteMidler.txt"
           organization line sequential
           file status is WS-UNAPPLIED-STATUS.

       select instruction-file assign to "103-UanvendteAnvisning.txt"
           organization line sequential
           file status is WS-INSTRUCTION-STATUS.

       select log-file assign to "103-ClearingLog.txt"
           organization line sequential
           file status is WS-LOG-STATUS.

       select delivery-file assign to "16-Leverance.txt"
           organization line sequential
           file status is WS-DELIVERY-STATUS.

       select return-file assign to "103-ReturTilAfsender.txt"
           organization line sequential.

       select report-file assign to "103-ClearingRapport.txt"
           organization line sequential.

      *> --- accounts with status, currency and holder, from the
      *> account master keyed on KONTO-ID ---
       select account-index-file assign to "8-KontoStam.txt"
           organization is indexed
           access mode is dynamic
           record key is KONTOSTAM-ID
           alternate record key is KONTOSTAM-KUNDE-ID with duplicates
           alternate record key is KONTOSTAM-CPR with duplicates
           file status is WS-ACCOUNT-INDEX-STATUS.

      *> --- each account's REG-NR, from the transaction master's
      *> rows ---
       select reg-index-file assign to "WS-ClRegNr.tmp"
           organization is indexed
           access mode is dynamic
           record key is RG-KONTO-ID
           file status is WS-REG-INDEX-STATUS.

      *> --- the unapplied-funds register while it is worked on ---
       select unapplied-index-file assign to "WS-ClUanvendt.tmp"
           organization is indexed
           access mode is dynamic
           record key is UA-REF
           file status is WS-UNAPPLIED-INDEX-STATUS.

      *> --- clearing references already handled ---
       select done-index-file assign to "WS-ClModtaget.tmp"
           organization is indexed
           access mode is dynamic
           record key is UDF-REF
           file status is WS-DONE-INDEX-STATUS.

data division.
file section.
FD clearing-file.
       01 CLEARING-RECORD.
           05 CL-REC-TYPE pic x(2).
           05 CL-DATA pic x(168).
       01 CLEARING-HEADER-RECORD.
           05 CLH-REC-TYPE pic x(2).
           05 CLH-DATO pic x(8).
           05 CLH-FIL-ID pic x(20).
           05 FILLER pic x(140).
       01 CLEARING-CREDIT-RECORD.
           05 CLC-REC-TYPE pic x(2).
           05 CLC-REF pic x(20).
           05 CLC-VALOER pic x(8).
           05 CLC-BELOEB-OERER pic 9(15).
           05 CLC-VALUTA pic x(3).
           05 CLC-AFS-REG-NR pic x(4).
           05 CLC-AFS-NAVN pic x(30).
           05 CLC-IBAN pic x(34).
           05 CLC-REG-NR pic x(4).
           05 CLC-KONTO-ID pic x(15).
           05 CLC-TEKST pic x(35).
       01 CLEARING-TRAILER-RECORD.
           05 CLT-REC-TYPE pic x(2).
           05 CLT-ANTAL pic 9(9).
           05 CLT-BELOEB-OERER pic 9(17).
           05 FILLER pic x(142).

FD param-file.
       01 PARAM-RECORD pic x(40).

FD transactions-file.
01 transactions-in.
       copy "10-TRANSAKTIONER.cpy".

FD unapplied-file.
       01 UNAPPLIED-RECORD pic x(250).

FD instruction-file.
       01 INSTRUCTION-RECORD pic x(80).

FD log-file.
       01 LOG-RECORD pic x(100).

FD delivery-file.
01 delivery-out.
       copy "10-TRANSAKTIONER.cpy".

FD return-file.
       01 RETURN-RECORD.
           05 RET-REC-TYPE pic x(2).
           05 RET-DATA pic x(88).
       01 RETURN-HEADER-RECORD.
           05 RETH-REC-TYPE pic x(2).
           05 RETH-DATO pic 9(8).
           05 FILLER pic x(80).
       01 RETURN-DETAIL-RECORD.
           05 RETD-REC-TYPE pic x(2).
           05 RETD-REF pic x(20).
           05 RETD-VALOER pic 9(8).
           05 RETD-BELOEB-OERER pic 9(15).
           05 RETD-VALUTA pic x(3).
           05 RETD-AFS-REG-NR pic x(4).
           05 RETD-AARSAG pic x(4).
           05 RETD-AFS-NAVN pic x(30).
           05 FILLER pic x(4).
       01 RETURN-TRAILER-RECORD.
           05 RETT-REC-TYPE pic x(2).
           05 RETT-ANTAL pic 9(9).
           05 RETT-BELOEB-OERER pic 9(17).
           05 FILLER pic x(62).

FD report-file.
       01 REPORT-RECORD pic x(150).

FD account-index-file.
       01 ACCOUNT-INDEX-RECORD.
           copy "8-KONTOSTAM.cpy".

FD reg-index-file.
       01 REG-INDEX-RECORD.
           05 RG-KONTO-ID pic x(15).
           05 RG-REG-NR pic x(4).

FD unapplied-index-file.
       01 UNAPPLIED-INDEX-RECORD.
           05 UA-REF pic x(20).
           05 UA-MODTAGET pic x(10).
           05 UA-VALOER pic x(10).
           05 UA-BELOEB pic S9(13)v99.
           05 UA-VALUTA pic x(3).
           05 UA-AFS-REG-NR pic x(4).
           05 UA-AFS-NAVN pic x(30).
           05 UA-IBAN pic x(34).
           05 UA-REG-NR pic x(4).
           05 UA-KONTO-ID pic x(15).
           05 UA-AARSAG pic x(4).
           05 UA-STATUS pic x(7).
           05 UA-AFSLUTTET pic x(10).

FD done-index-file.
       01 DONE-INDEX-RECORD.
           05 UDF-REF pic x(20).

WORKING-STORAGE SECTION.
       01 WS-CLEARING-STATUS pic XX value spaces.
       01 WS-PARAM-STATUS pic XX value spaces.
       01 WS-TRANS-STATUS pic XX value spaces.
       01 WS-UNAPPLIED-STATUS pic XX value spaces.
       01 WS-INSTRUCTION-STATUS pic XX value spaces.
       01 WS-LOG-STATUS pic XX value spaces.
       01 WS-DELIVERY-STATUS pic XX value spaces.
       01 WS-ACCOUNT-INDEX-STATUS pic XX value spaces.
       01 WS-REG-INDEX-STATUS pic XX value spaces.
       01 WS-KONTO-REG-NR pic x(4) value spaces.
       01 WS-UNAPPLIED-INDEX-STATUS pic XX value spaces.
       01 WS-DONE-INDEX-STATUS pic XX value spaces.

       01 END-OF-CLEARING-FILE pic x value "N".
       01 END-OF-PARAM-FILE pic x value "N".
       01 END-OF-TRANSACTIONS-FILE pic x value "N".
       01 END-OF-UNAPPLIED-FILE pic x value "N".
       01 END-OF-INSTRUCTION-FILE pic x value "N".
       01 END-OF-LOG-FILE pic x value "N".
       01 END-OF-UNAPPLIED-SCAN pic x value "N".

       01 WS-PARAM-NOEGLE pic x(20) value spaces.
       01 WS-PARAM-VAERDI pic x(20) value spaces.
       01 WS-RETUR-DAGE pic 9(3) value 14.

      *> --- unapplied register line fields ---
       01 WS-UA-BELOEB-TEXT pic x(20) value spaces.

      *> --- instruction line fields ---
       01 WS-ANV-REF pic x(20) value spaces.
       01 WS-ANV-REG-NR pic x(4) value spaces.
       01 WS-ANV-KONTO-ID pic x(15) value spaces.

      *> --- file proof ---
       01 WS-FILE-OK pic x value "N".
       01 WS-TRAILER-SEEN pic x value "N".
       01 WS-PROOF-ANTAL pic 9(9) value 0.
       01 WS-PROOF-OERER pic 9(17) value 0.
       01 WS-TRAILER-ANTAL pic 9(9) value 0.
       01 WS-TRAILER-OERER pic 9(17) value 0.

      *> --- the credit being resolved ---
       01 WS-CR-REF pic x(20) value spaces.
       01 WS-CR-VALOER pic x(10) value spaces.
       01 WS-CR-BELOEB pic S9(13)v99 value 0.
       01 WS-CR-VALUTA pic x(3) value spaces.
       01 WS-CR-IBAN pic x(34) value spaces.
       01 WS-CR-REG-NR pic x(4) value spaces.
       01 WS-CR-KONTO-ID pic x(15) value spaces.
       01 WS-RES-AARSAG pic x(4) value spaces.
       01 WS-RES-TEKST pic x(40) value spaces.

      *> --- IbanVaerktoej interface ---
       01 WS-IBAN-MODE pic x value "V".
       01 WS-IBAN-REG-NR pic x(4) value spaces.
       01 WS-IBAN-KONTO-ID pic x(15) value spaces.
       01 WS-IBAN pic x(34) value spaces.
       01 WS-IBAN-STATUS pic XX value spaces.

      *> --- KontrolTotal interface ---
       01 WS-CTL-MODE pic x value space.
       01 WS-CTL-FILNAVN pic x(40) value spaces.
       01 WS-CTL-ANTAL pic 9(9) value 0.
       01 WS-CTL-SUM pic S9(15)v99 value 0.
       01 WS-CTL-STATUS pic XX value spaces.

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-TODAY-YYYYMMDD pic 9(8) value 0.
       01 WS-TODAY-INTEGER pic 9(8) value 0.
       01 WS-DATE-YYYYMMDD pic 9(8) value 0.
       01 WS-AGE-DAYS pic S9(5) value 0.
       01 WS-AGE-DISPLAY pic ZZZZ9.
       01 WS-BELOEB-DISPLAY pic -Z(12)9.99.
       01 WS-AMOUNT-DISPLAY pic -Z(12)9.99.

       01 WS-RETURN-COUNT pic 9(9) value 0.
       01 WS-RETURN-OERER pic 9(17) value 0.
       01 WS-RETURN-SUM pic S9(15)v99 value 0.

       01 WS-CREDIT-COUNT pic 9(7) value 0.
       01 WS-POSTED-COUNT pic 9(7) value 0.
       01 WS-UNAPPLIED-COUNT pic 9(7) value 0.
       01 WS-DUPLICATE-COUNT pic 9(7) value 0.
       01 WS-APPLIED-COUNT pic 9(7) value 0.
       01 WS-RETURNED-COUNT pic 9(7) value 0.
       01 WS-OPEN-COUNT pic 9(7) value 0.
       01 WS-OPEN-SUM pic S9(13)v99 value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

      *> --- integrity seal on the shared handoff, proven before
      *> rows are added and renewed afterwards ---
       01 WS-SEGL-MODE pic x value space.
       01 WS-SEGL-FILNAVN pic x(40) value spaces.
       01 WS-LEVERANCE-SEGL pic XX value spaces.

PROCEDURE DIVISION.
       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still posts under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS
       MOVE WS-TODAY-DATE(1:4) TO WS-TODAY-YYYYMMDD(1:4)
       MOVE WS-TODAY-DATE(6:2) TO WS-TODAY-YYYYMMDD(5:2)
       MOVE WS-TODAY-DATE(9:2) TO WS-TODAY-YYYYMMDD(7:2)
       COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)

       perform LOAD-CLEARING-PARAMETERS
       perform LOAD-ACCOUNTS
       perform LOAD-UNAPPLIED-REGISTER
       perform LOAD-HANDLED-REFERENCES

       OPEN EXTEND log-file
       IF WS-LOG-STATUS = "35"
           OPEN OUTPUT log-file
       END-IF
       *> rows are only added to a delivery whose seal still holds
       MOVE "A" TO WS-SEGL-MODE
       MOVE "16-Leverance.txt" TO WS-SEGL-FILNAVN
       CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
           WS-LEVERANCE-SEGL
       OPEN EXTEND delivery-file
       IF WS-DELIVERY-STATUS = "35"
           OPEN OUTPUT delivery-file
       END-IF
       OPEN OUTPUT report-file
       MOVE SPACES TO REPORT-RECORD
       STRING "Indgaaende clearing " WS-TODAY-DATE
              DELIMITED BY SIZE INTO REPORT-RECORD
       WRITE REPORT-RECORD
       MOVE SPACES TO REPORT-RECORD
       WRITE REPORT-RECORD

       perform PROVE-CLEARING-FILE
       IF WS-FILE-OK = "Y"
           perform PROCESS-CLEARING-FILE
       END-IF
       perform APPLY-INSTRUCTIONS
       perform AGE-UNAPPLIED-ITEMS
       perform REWRITE-UNAPPLIED-REGISTER
       perform WRITE-REPORT-TRAILER

       close log-file
       close delivery-file
       *> the seal is renewed over the added rows; a delivery whose
       *> seal had already failed is left for the receiver to refuse
       IF WS-LEVERANCE-SEGL = "00"
           MOVE "S" TO WS-SEGL-MODE
           MOVE "16-Leverance.txt" TO WS-SEGL-FILNAVN
           CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
               WS-LEVERANCE-SEGL
       END-IF
       close report-file
       close account-index-file
       close reg-index-file
       close unapplied-index-file
       close done-index-file
stop run.

       LOAD-CLEARING-PARAMETERS.
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
                       IF FUNCTION TEST-NUMVAL(WS-PARAM-VAERDI) = 0
                           EVALUATE FUNCTION TRIM(WS-PARAM-NOEGLE)
                               WHEN "RETUR-DAGE"
                                   COMPUTE WS-RETUR-DAGE =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE param-file
       exit.

      *> --- accounts are read in place from the account master;
      *> each one's REG-NR is taken from the transaction master's
      *> rows ---
       LOAD-ACCOUNTS.
           OPEN INPUT account-index-file
           IF WS-ACCOUNT-INDEX-STATUS NOT = "00"
               DISPLAY "ClearingIndlaes: 8-KontoStam.txt kan ikke"
                   " aabnes"
           END-IF

           OPEN OUTPUT reg-index-file
           CLOSE reg-index-file
           OPEN I-O reg-index-file

           OPEN INPUT transactions-file
           IF WS-TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-TRANSACTIONS-FILE = "Y"
               READ transactions-file
                   AT END
                       MOVE "Y" TO END-OF-TRANSACTIONS-FILE
                   NOT AT END
                       MOVE KONTO-ID OF transactions-in TO RG-KONTO-ID
                       MOVE REG-NR OF transactions-in TO RG-REG-NR
                       WRITE REG-INDEX-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE transactions-file
       exit.

       LOAD-UNAPPLIED-REGISTER.
           OPEN OUTPUT unapplied-index-file
           CLOSE unapplied-index-file
           OPEN I-O unapplied-index-file

           OPEN INPUT unapplied-file
           IF WS-UNAPPLIED-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-UNAPPLIED-FILE = "Y"
               READ unapplied-file
                   AT END
                       MOVE "Y" TO END-OF-UNAPPLIED-FILE
                   NOT AT END
                       MOVE SPACES TO UNAPPLIED-INDEX-RECORD
                       MOVE SPACES TO WS-UA-BELOEB-TEXT
                       UNSTRING UNAPPLIED-RECORD DELIMITED BY ","
                           INTO UA-REF, UA-MODTAGET, UA-VALOER,
                                WS-UA-BELOEB-TEXT, UA-VALUTA,
                                UA-AFS-REG-NR, UA-AFS-NAVN, UA-IBAN,
                                UA-REG-NR, UA-KONTO-ID, UA-AARSAG,
                                UA-STATUS, UA-AFSLUTTET
                       MOVE 0 TO UA-BELOEB
                       IF FUNCTION TEST-NUMVAL(WS-UA-BELOEB-TEXT) = 0
                           COMPUTE UA-BELOEB =
                               FUNCTION NUMVAL(WS-UA-BELOEB-TEXT)
                       END-IF
                       IF UA-REF NOT = SPACES
                           WRITE UNAPPLIED-INDEX-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE unapplied-file
       exit.

       LOAD-HANDLED-REFERENCES.
           OPEN OUTPUT done-index-file
           CLOSE done-index-file
           OPEN I-O done-index-file

           OPEN INPUT log-file
           IF WS-LOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-LOG-FILE = "Y"
               READ log-file
                   AT END
                       MOVE "Y" TO END-OF-LOG-FILE
                   NOT AT END
                       MOVE SPACES TO UDF-REF
                       UNSTRING LOG-RECORD DELIMITED BY ","
                           INTO UDF-REF
                       WRITE DONE-INDEX-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE log-file
       exit.

      *> --- count and sum the credits and hold them against the
      *> trailer before anything is posted ---
       PROVE-CLEARING-FILE.
           MOVE "N" TO WS-FILE-OK
           OPEN INPUT clearing-file
           IF WS-CLEARING-STATUS NOT = "00"
               MOVE "Ingen clearingfil modtaget - kun uanvendte midler behandlet"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-TRAILER-SEEN
           MOVE 0 TO WS-PROOF-ANTAL
           MOVE 0 TO WS-PROOF-OERER
           PERFORM UNTIL END-OF-CLEARING-FILE = "Y"
               READ clearing-file
                   AT END
                       MOVE "Y" TO END-OF-CLEARING-FILE
                   NOT AT END
                       EVALUATE CL-REC-TYPE
                           WHEN "01"
                               ADD 1 TO WS-PROOF-ANTAL
                               IF CLC-BELOEB-OERER IS NUMERIC
                                   ADD CLC-BELOEB-OERER TO WS-PROOF-OERER
                               END-IF
                           WHEN "99"
                               MOVE "Y" TO WS-TRAILER-SEEN
                               MOVE CLT-ANTAL TO WS-TRAILER-ANTAL
                               MOVE CLT-BELOEB-OERER TO WS-TRAILER-OERER
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE clearing-file

           IF WS-TRAILER-SEEN = "N"
               OR WS-TRAILER-ANTAL NOT = WS-PROOF-ANTAL
               OR WS-TRAILER-OERER NOT = WS-PROOF-OERER
               MOVE "Clearingfilen stemmer ikke med sin trailer - intet bogfoert"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE 1 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-FILE-OK
       exit.

       PROCESS-CLEARING-FILE.
           MOVE "N" TO END-OF-CLEARING-FILE
           OPEN INPUT clearing-file
           PERFORM UNTIL END-OF-CLEARING-FILE = "Y"
               READ clearing-file
                   AT END
                       MOVE "Y" TO END-OF-CLEARING-FILE
                   NOT AT END
                       IF CL-REC-TYPE = "01"
                           perform PROCESS-ONE-CREDIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE clearing-file
       exit.

       PROCESS-ONE-CREDIT.
           ADD 1 TO WS-CREDIT-COUNT
           MOVE CLC-REF TO WS-CR-REF
           MOVE SPACES TO WS-CR-VALOER
           STRING CLC-VALOER(1:4) "-" CLC-VALOER(5:2) "-"
                  CLC-VALOER(7:2)
                  DELIMITED BY SIZE INTO WS-CR-VALOER
           MOVE 0 TO WS-CR-BELOEB
           IF CLC-BELOEB-OERER IS NUMERIC
               COMPUTE WS-CR-BELOEB = CLC-BELOEB-OERER / 100
           END-IF
           MOVE CLC-VALUTA TO WS-CR-VALUTA
           IF WS-CR-VALUTA = SPACES
               MOVE "DKK" TO WS-CR-VALUTA
           END-IF
           MOVE CLC-IBAN TO WS-CR-IBAN
           MOVE CLC-REG-NR TO WS-CR-REG-NR
           MOVE CLC-KONTO-ID TO WS-CR-KONTO-ID

           MOVE WS-CR-REF TO UDF-REF
           READ done-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-DUPLICATE-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "Afvist - reference allerede modtaget - Ref: "
                          FUNCTION TRIM(WS-CR-REF)
                          DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   EXIT PARAGRAPH
           END-READ
           WRITE DONE-INDEX-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE

           perform RESOLVE-BENEFICIARY
           IF WS-RES-AARSAG = SPACES
               perform EMIT-CREDIT-ROW
               ADD 1 TO WS-POSTED-COUNT
               MOVE "BOGFOERT" TO WS-RES-TEKST
               perform WRITE-LOG-LINE
           ELSE
               MOVE SPACES TO UNAPPLIED-INDEX-RECORD
               MOVE WS-CR-REF TO UA-REF
               MOVE WS-TODAY-DATE TO UA-MODTAGET
               MOVE WS-CR-VALOER TO UA-VALOER
               MOVE WS-CR-BELOEB TO UA-BELOEB
               MOVE WS-CR-VALUTA TO UA-VALUTA
               MOVE CLC-AFS-REG-NR TO UA-AFS-REG-NR
               MOVE CLC-AFS-NAVN TO UA-AFS-NAVN
               MOVE CLC-IBAN TO UA-IBAN
               MOVE CLC-REG-NR TO UA-REG-NR
               MOVE CLC-KONTO-ID TO UA-KONTO-ID
               MOVE WS-RES-AARSAG TO UA-AARSAG
               MOVE "AABEN" TO UA-STATUS
               WRITE UNAPPLIED-INDEX-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-UNAPPLIED-COUNT
               MOVE WS-CR-BELOEB TO WS-AMOUNT-DISPLAY
               MOVE SPACES TO REPORT-RECORD
               STRING "Uanvendt - " FUNCTION TRIM(WS-RES-TEKST)
                      " (" WS-RES-AARSAG ") - Ref: "
                      FUNCTION TRIM(WS-CR-REF)
                      ", Beloeb: " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                      " " WS-CR-VALUTA
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "UANVENDT" TO WS-RES-TEKST
               perform WRITE-LOG-LINE
           END-IF
       exit.

      *> --- beneficiary by IBAN or REG-NR + KONTO-ID. On return
      *> WS-RES-AARSAG is blank with the account record read, or
      *> holds the return reason code (AC01 unknown account, AC04
      *> closed, AC06 blocked, AM03 currency not held) ---
       RESOLVE-BENEFICIARY.
           MOVE SPACES TO WS-RES-AARSAG
           MOVE SPACES TO WS-RES-TEKST

           IF WS-CR-IBAN NOT = SPACES
               MOVE "V" TO WS-IBAN-MODE
               MOVE WS-CR-IBAN TO WS-IBAN
               CALL "IbanVaerktoej" USING WS-IBAN-MODE WS-IBAN-REG-NR
                   WS-IBAN-KONTO-ID WS-IBAN WS-IBAN-STATUS
               IF WS-IBAN-STATUS NOT = "00"
                   MOVE "AC01" TO WS-RES-AARSAG
                   MOVE "IBAN ugyldig" TO WS-RES-TEKST
                   EXIT PARAGRAPH
               END-IF
               *> our account numbers are K + eight digits, right-
               *> adjusted in the IBAN's ten-digit account part
               IF WS-CR-IBAN(1:2) NOT = "DK"
                   OR WS-CR-IBAN(9:2) NOT = "00"
                   OR WS-CR-IBAN(5:4) IS NOT NUMERIC
                   OR WS-CR-IBAN(11:8) IS NOT NUMERIC
                   MOVE "AC01" TO WS-RES-AARSAG
                   MOVE "IBAN er ikke en konto hos os" TO WS-RES-TEKST
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CR-IBAN(5:4) TO WS-CR-REG-NR
               MOVE SPACES TO WS-CR-KONTO-ID
               STRING "K" WS-CR-IBAN(11:8)
                      DELIMITED BY SIZE INTO WS-CR-KONTO-ID
           END-IF

           MOVE WS-CR-KONTO-ID TO KONTOSTAM-ID
           READ account-index-file
               INVALID KEY
                   MOVE "AC01" TO WS-RES-AARSAG
                   MOVE "Ukendt konto" TO WS-RES-TEKST
                   EXIT PARAGRAPH
           END-READ
           *> an account with no rows yet takes the REG-NR the credit
           *> names
           MOVE WS-CR-REG-NR TO WS-KONTO-REG-NR
           MOVE WS-CR-KONTO-ID TO RG-KONTO-ID
           READ reg-index-file
               NOT INVALID KEY
                   MOVE RG-REG-NR TO WS-KONTO-REG-NR
           END-READ
           IF FUNCTION TRIM(KONTOSTAM-STATUS) = "LUKKET"
               MOVE "AC04" TO WS-RES-AARSAG
               MOVE "Kontoen er lukket" TO WS-RES-TEKST
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(KONTOSTAM-STATUS) = "SPAERRET"
               MOVE "AC06" TO WS-RES-AARSAG
               MOVE "Kontoen er spaerret" TO WS-RES-TEKST
               EXIT PARAGRAPH
           END-IF
           IF KONTOSTAM-CPR = SPACES
               MOVE "AC01" TO WS-RES-AARSAG
               MOVE "Ingen kendt kontohaver" TO WS-RES-TEKST
               EXIT PARAGRAPH
           END-IF
           IF WS-CR-REG-NR NOT = SPACES
               AND WS-CR-REG-NR NOT = WS-KONTO-REG-NR
               MOVE "AC01" TO WS-RES-AARSAG
               MOVE "REG-NR passer ikke til kontoen" TO WS-RES-TEKST
               EXIT PARAGRAPH
           END-IF
           IF KONTOSTAM-VALUTA NOT = SPACES
               AND KONTOSTAM-VALUTA NOT = WS-CR-VALUTA
               MOVE "AM03" TO WS-RES-AARSAG
               MOVE "Valuta afviger fra kontoens" TO WS-RES-TEKST
               EXIT PARAGRAPH
           END-IF
       exit.

       EMIT-CREDIT-ROW.
           MOVE SPACES TO delivery-out
           MOVE KONTOSTAM-CPR TO CPR OF delivery-out
           MOVE KONTOSTAM-ID TO KONTO-ID OF delivery-out
           MOVE WS-KONTO-REG-NR TO REG-NR OF delivery-out
           MOVE "0000" TO FILIAL-NR OF delivery-out
           MOVE SPACES TO TIDSPUNKT OF delivery-out
           STRING WS-TODAY-DATE DELIMITED BY SIZE
                  " 06:00:00" DELIMITED BY SIZE
                  INTO TIDSPUNKT OF delivery-out
           MOVE "Indgaaende" TO TRANSAKTIONSTYPE OF delivery-out
           MOVE WS-CR-BELOEB TO WS-BELOEB-DISPLAY
           MOVE FUNCTION TRIM(WS-BELOEB-DISPLAY) TO BELOEB OF delivery-out
           MOVE WS-CR-VALUTA TO VALUTA OF delivery-out
           MOVE SPACES TO BUTIK OF delivery-out
           MOVE WS-CR-REF TO TRANS-REF OF delivery-out
           MOVE WS-CR-VALOER TO VALOER-DATO OF delivery-out
           WRITE delivery-out
       exit.

       WRITE-LOG-LINE.
           MOVE WS-CR-BELOEB TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO LOG-RECORD
           STRING FUNCTION TRIM(WS-CR-REF) ","
                  WS-TODAY-DATE ","
                  FUNCTION TRIM(WS-RES-TEKST) ","
                  FUNCTION TRIM(WS-CR-KONTO-ID) ","
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY) ","
                  WS-CR-VALUTA
                  DELIMITED BY SIZE INTO LOG-RECORD
           WRITE LOG-RECORD
       exit.

      *> --- operations' instructions for open items: REF,REG-NR,
      *> KONTO-ID; the item posts to the named account when that
      *> account now resolves ---
       APPLY-INSTRUCTIONS.
           OPEN INPUT instruction-file
           IF WS-INSTRUCTION-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-INSTRUCTION-FILE = "Y"
               READ instruction-file
                   AT END
                       MOVE "Y" TO END-OF-INSTRUCTION-FILE
                   NOT AT END
                       IF INSTRUCTION-RECORD NOT = SPACES
                           perform APPLY-ONE-INSTRUCTION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE instruction-file
       exit.

       APPLY-ONE-INSTRUCTION.
           MOVE SPACES TO WS-ANV-REF
           MOVE SPACES TO WS-ANV-REG-NR
           MOVE SPACES TO WS-ANV-KONTO-ID
           UNSTRING INSTRUCTION-RECORD DELIMITED BY ","
               INTO WS-ANV-REF, WS-ANV-REG-NR, WS-ANV-KONTO-ID

           MOVE WS-ANV-REF TO UA-REF
           READ unapplied-index-file
               INVALID KEY
                   MOVE SPACES TO REPORT-RECORD
                   STRING "Anvisning afvist - ukendt reference - Ref: "
                          FUNCTION TRIM(WS-ANV-REF)
                          DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   EXIT PARAGRAPH
           END-READ
           IF FUNCTION TRIM(UA-STATUS) NOT = "AABEN"
               MOVE SPACES TO REPORT-RECORD
               STRING "Anvisning afvist - posten er " FUNCTION TRIM(UA-STATUS)
                      " - Ref: " FUNCTION TRIM(WS-ANV-REF)
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE UA-REF TO WS-CR-REF
           MOVE UA-VALOER TO WS-CR-VALOER
           MOVE UA-BELOEB TO WS-CR-BELOEB
           MOVE UA-VALUTA TO WS-CR-VALUTA
           MOVE SPACES TO WS-CR-IBAN
           MOVE WS-ANV-REG-NR TO WS-CR-REG-NR
           MOVE WS-ANV-KONTO-ID TO WS-CR-KONTO-ID
           perform RESOLVE-BENEFICIARY
           IF WS-RES-AARSAG NOT = SPACES
               MOVE SPACES TO REPORT-RECORD
               STRING "Anvisning afvist - " FUNCTION TRIM(WS-RES-TEKST)
                      " - Ref: " FUNCTION TRIM(WS-ANV-REF)
                      ", Konto: " FUNCTION TRIM(WS-ANV-KONTO-ID)
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           perform EMIT-CREDIT-ROW
           MOVE "ANVENDT" TO UA-STATUS
           MOVE WS-TODAY-DATE TO UA-AFSLUTTET
           MOVE WS-CR-REG-NR TO UA-REG-NR
           MOVE WS-CR-KONTO-ID TO UA-KONTO-ID
           REWRITE UNAPPLIED-INDEX-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           MOVE "ANVENDT" TO WS-RES-TEKST
           perform WRITE-LOG-LINE
           MOVE WS-CR-BELOEB TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Anvendt - Ref: " FUNCTION TRIM(WS-CR-REF)
                  " til konto " FUNCTION TRIM(WS-CR-KONTO-ID)
                  ", Beloeb: " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

      *> --- open items by age; those due go back to the sender ---
       AGE-UNAPPLIED-ITEMS.
           OPEN OUTPUT return-file
           MOVE SPACES TO RETURN-HEADER-RECORD
           MOVE "00" TO RETH-REC-TYPE
           MOVE WS-TODAY-YYYYMMDD TO RETH-DATO
           WRITE RETURN-HEADER-RECORD

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "Uanvendte midler - aabne poster efter alder" TO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE "N" TO END-OF-UNAPPLIED-SCAN
           MOVE LOW-VALUES TO UA-REF
           START unapplied-index-file KEY IS >= UA-REF
               INVALID KEY
                   MOVE "Y" TO END-OF-UNAPPLIED-SCAN
           END-START
           PERFORM UNTIL END-OF-UNAPPLIED-SCAN = "Y"
               READ unapplied-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-UNAPPLIED-SCAN
                   NOT AT END
                       IF FUNCTION TRIM(UA-STATUS) = "AABEN"
                           perform AGE-ONE-ITEM
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO RETURN-TRAILER-RECORD
           MOVE "99" TO RETT-REC-TYPE
           MOVE WS-RETURN-COUNT TO RETT-ANTAL
           MOVE WS-RETURN-OERER TO RETT-BELOEB-OERER
           WRITE RETURN-TRAILER-RECORD
           CLOSE return-file

           MOVE "W" TO WS-CTL-MODE
           MOVE "103-ReturTilAfsender.txt" TO WS-CTL-FILNAVN
           MOVE WS-RETURN-COUNT TO WS-CTL-ANTAL
           MOVE WS-RETURN-SUM TO WS-CTL-SUM
           CALL "KontrolTotal" USING WS-CTL-MODE WS-CTL-FILNAVN
               WS-CTL-ANTAL WS-CTL-SUM WS-CTL-STATUS
       exit.

       AGE-ONE-ITEM.
           MOVE UA-MODTAGET(1:4) TO WS-DATE-YYYYMMDD(1:4)
           MOVE UA-MODTAGET(6:2) TO WS-DATE-YYYYMMDD(5:2)
           MOVE UA-MODTAGET(9:2) TO WS-DATE-YYYYMMDD(7:2)
           MOVE 0 TO WS-AGE-DAYS
           IF WS-DATE-YYYYMMDD IS NUMERIC AND WS-DATE-YYYYMMDD > 0
               COMPUTE WS-AGE-DAYS = WS-TODAY-INTEGER -
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
           END-IF
           MOVE WS-AGE-DAYS TO WS-AGE-DISPLAY
           MOVE UA-BELOEB TO WS-AMOUNT-DISPLAY

           IF WS-AGE-DAYS >= WS-RETUR-DAGE
               MOVE SPACES TO RETURN-DETAIL-RECORD
               MOVE "02" TO RETD-REC-TYPE
               MOVE UA-REF TO RETD-REF
               MOVE UA-VALOER(1:4) TO RETD-VALOER(1:4)
               MOVE UA-VALOER(6:2) TO RETD-VALOER(5:2)
               MOVE UA-VALOER(9:2) TO RETD-VALOER(7:2)
               COMPUTE RETD-BELOEB-OERER = UA-BELOEB * 100
               MOVE UA-VALUTA TO RETD-VALUTA
               MOVE UA-AFS-REG-NR TO RETD-AFS-REG-NR
               MOVE UA-AARSAG TO RETD-AARSAG
               MOVE UA-AFS-NAVN TO RETD-AFS-NAVN
               WRITE RETURN-DETAIL-RECORD
               ADD 1 TO WS-RETURN-COUNT
               ADD RETD-BELOEB-OERER TO WS-RETURN-OERER
               ADD UA-BELOEB TO WS-RETURN-SUM
               ADD 1 TO WS-RETURNED-COUNT

               MOVE "RETUR" TO UA-STATUS
               MOVE WS-TODAY-DATE TO UA-AFSLUTTET
               REWRITE UNAPPLIED-INDEX-RECORD

               MOVE SPACES TO REPORT-RECORD
               STRING "  " FUNCTION TRIM(UA-REF) " - "
                      FUNCTION TRIM(WS-AGE-DISPLAY) " dage - "
                      FUNCTION TRIM(WS-AMOUNT-DISPLAY) " " UA-VALUTA
                      " - " UA-AARSAG " - returneret til REG-NR "
                      UA-AFS-REG-NR
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-OPEN-COUNT
           ADD UA-BELOEB TO WS-OPEN-SUM
           MOVE SPACES TO REPORT-RECORD
           STRING "  " FUNCTION TRIM(UA-REF) " - "
                  FUNCTION TRIM(WS-AGE-DISPLAY) " dage - "
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY) " " UA-VALUTA
                  " - " UA-AARSAG " - konto "
                  FUNCTION TRIM(UA-KONTO-ID) " " FUNCTION TRIM(UA-IBAN)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

       REWRITE-UNAPPLIED-REGISTER.
           OPEN OUTPUT unapplied-file
           MOVE "N" TO END-OF-UNAPPLIED-SCAN
           MOVE LOW-VALUES TO UA-REF
           START unapplied-index-file KEY IS >= UA-REF
               INVALID KEY
                   MOVE "Y" TO END-OF-UNAPPLIED-SCAN
           END-START
           PERFORM UNTIL END-OF-UNAPPLIED-SCAN = "Y"
               READ unapplied-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-UNAPPLIED-SCAN
                   NOT AT END
                       MOVE UA-BELOEB TO WS-AMOUNT-DISPLAY
                       MOVE SPACES TO UNAPPLIED-RECORD
                       STRING FUNCTION TRIM(UA-REF) ","
                              UA-MODTAGET ","
                              UA-VALOER ","
                              FUNCTION TRIM(WS-AMOUNT-DISPLAY) ","
                              UA-VALUTA ","
                              FUNCTION TRIM(UA-AFS-REG-NR) ","
                              FUNCTION TRIM(UA-AFS-NAVN) ","
                              FUNCTION TRIM(UA-IBAN) ","
                              FUNCTION TRIM(UA-REG-NR) ","
                              FUNCTION TRIM(UA-KONTO-ID) ","
                              UA-AARSAG ","
                              FUNCTION TRIM(UA-STATUS) ","
                              FUNCTION TRIM(UA-AFSLUTTET)
                              DELIMITED BY SIZE INTO UNAPPLIED-RECORD
                       WRITE UNAPPLIED-RECORD
               END-READ
           END-PERFORM
           CLOSE unapplied-file
       exit.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CREDIT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Clearingposter laest: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-POSTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Bogfoert: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-UNAPPLIED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Til uanvendte midler: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-DUPLICATE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Allerede modtaget: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-APPLIED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Anvendt efter anvisning: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-RETURNED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Returneret til afsender: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-OPEN-SUM TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Aabne uanvendte poster: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  ", beloeb " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
