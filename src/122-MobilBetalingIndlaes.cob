identification division.
       program-id. MobilBetalingIndlaes.

      *> --- Intake of person-to-person mobile payments, where the
      *> receiver is named by phone number instead of KONTO-ID.
      *> 122-MobilBetalinger.txt holds one payment per line:
      *>   BETALINGS-ID,CPR,KONTO-ID,REG-NR,TELEFON,BELOEB,DATO
      *> (DKK; a blank DATO means today). The number resolves through
      *> the alias register 122-MobilAlias.txt kept by
      *> MobilAliasVedligehold; a resolved payment posts both
      *> Overforsel legs through 16-Leverance.txt with a shared
      *> TRANS-REF of MP+BETALINGS-ID+date, so Afregning nets them
      *> like any other transfer. A payment that cannot be delivered
      *> goes back to the scheme in 122-MobilReturer.txt
      *>   BETALINGS-ID,CPR,KONTO-ID,TELEFON,BELOEB,AARSAG,DATO
      *> with nothing posted: an unknown or deregistered number, a
      *> receiving account no longer open in 8-KontoStam.txt, or a
      *> sending account that is not open. Malformed lines are
      *> rejected in 122-MobilBetalingRapport.txt. ---

environment division.
input-output section.
file-control.
       select payments-file assign to "122-MobilBetalinger.txt"
           organization line sequential
           file status is WS-PAYMENTS-STATUS.

       select alias-file assign to "122-MobilAlias.txt"
           organization line sequential
           file status is WS-ALIAS-STATUS.

       select delivery-file assign to "16-Leverance.txt"
           organization line sequential
           file status is WS-DELIVERY-STATUS.

       select return-file assign to "122-MobilReturer.txt"
           organization line sequential
           file status is WS-RETURN-STATUS.

       select report-file assign to "122-MobilBetalingRapport.txt"
           organization line sequential.

      *> --- the alias register keyed on TELEFON ---
       select alias-index-file assign to "WS-MobilBetalingAlias.tmp"
           organization is indexed
           access mode is dynamic
           record key is MA-TELEFON
           file status is WS-ALIAS-INDEX-STATUS.

      *> --- KONTO-ID -> status, from the account master ---
       select account-index-file assign to "8-KontoStam.txt"
           organization is indexed
           access mode is dynamic
           record key is KONTOSTAM-ID
           alternate record key is KONTOSTAM-KUNDE-ID with duplicates
           alternate record key is KONTOSTAM-CPR with duplicates
           file status is WS-ACCOUNT-INDEX-STATUS.

data division.
file section.
FD payments-file.
       01 PAYMENT-RECORD pic x(150).

FD alias-file.
       01 ALIAS-CSV-RECORD pic x(120).

FD delivery-file.
01 delivery-out.
       copy "10-TRANSAKTIONER.cpy".

FD return-file.
       01 RETURN-RECORD pic x(150).

FD report-file.
       01 REPORT-RECORD pic x(150).

FD alias-index-file.
       01 ALIAS-INDEX-RECORD.
           05 MA-TELEFON pic x(8).
           05 MA-CPR pic x(15).
           05 MA-KONTO-ID pic x(15).
           05 MA-REG-NR pic x(4).
           05 MA-REGISTRERET pic x(10).
           05 MA-STATUS pic x(8).
           05 MA-AFMELDT pic x(10).

FD account-index-file.
       01 ACCOUNT-INDEX-RECORD.
           copy "8-KONTOSTAM.cpy".

WORKING-STORAGE SECTION.
       01 WS-PAYMENTS-STATUS pic XX value spaces.
       01 WS-ALIAS-STATUS pic XX value spaces.
       01 WS-DELIVERY-STATUS pic XX value spaces.
       01 WS-RETURN-STATUS pic XX value spaces.
       01 WS-ALIAS-INDEX-STATUS pic XX value spaces.
       01 WS-ACCOUNT-INDEX-STATUS pic XX value spaces.

       01 END-OF-PAYMENTS-FILE pic x value "N".
       01 END-OF-ALIAS-FILE pic x value "N".

       01 WS-BET-ID pic x(15) value spaces.
       01 WS-BET-CPR pic x(15) value spaces.
       01 WS-BET-KONTO-ID pic x(15) value spaces.
       01 WS-BET-REG-NR pic x(4) value spaces.
       01 WS-BET-TELEFON-TEXT pic x(20) value spaces.
       01 WS-BET-TELEFON pic x(8) value spaces.
       01 WS-BET-BELOEB pic x(15) value spaces.
       01 WS-BET-DATO pic x(10) value spaces.
       01 WS-REJECT-REASON pic x(60) value spaces.
       01 WS-RETURN-REASON pic x(40) value spaces.

      *> --- phone number normalisation ---
       01 WS-PHONE-IN pic x(20) value spaces.
       01 WS-PHONE-DIGITS pic x(20) value spaces.
       01 WS-PHONE-OUT pic x(8) value spaces.
       01 WS-PHONE-IX pic 9(2) value 0.
       01 WS-PHONE-LEN pic 9(2) value 0.

       01 WS-SHARED-REF pic x(20) value spaces.
       01 WS-BELOEB-NUM pic S9(13)v99 value 0.
       01 WS-BELOEB-DISPLAY pic -Z(11).99.
       01 WS-AMOUNT-DISPLAY pic -Z(12)9.99.
       01 WS-TOTAL-BELOEB pic S9(13)v99 value 0.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.

       01 WS-ACCEPTED-COUNT pic 9(7) value 0.
       01 WS-RETURNED-COUNT pic 9(7) value 0.
       01 WS-REJECTED-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

      *> --- integrity seal on the shared handoff, proven before
      *> rows are added and renewed afterwards ---
       01 WS-SEGL-MODE pic x value space.
       01 WS-SEGL-FILNAVN pic x(40) value spaces.
       01 WS-LEVERANCE-SEGL pic XX value spaces.

PROCEDURE DIVISION.
       OPEN INPUT payments-file
       IF WS-PAYMENTS-STATUS = "35"
           DISPLAY "MobilBetalingIndlaes: 122-MobilBetalinger.txt blev ikke fundet"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still posts under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       perform LOAD-ALIAS-REGISTER
       perform LOAD-ACCOUNT-STATUS

       *> rows are only added to a delivery whose seal still holds
       MOVE "A" TO WS-SEGL-MODE
       MOVE "16-Leverance.txt" TO WS-SEGL-FILNAVN
       CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
           WS-LEVERANCE-SEGL
       OPEN EXTEND delivery-file
       IF WS-DELIVERY-STATUS = "35"
           OPEN OUTPUT delivery-file
       END-IF
       OPEN EXTEND return-file
       IF WS-RETURN-STATUS = "35"
           OPEN OUTPUT return-file
       END-IF
       OPEN OUTPUT report-file
       MOVE SPACES TO REPORT-RECORD
       STRING "Mobilbetalinger " DELIMITED BY SIZE
              WS-TODAY-DATE DELIMITED BY SIZE
              INTO REPORT-RECORD
       WRITE REPORT-RECORD

       perform UNTIL END-OF-PAYMENTS-FILE = "Y"
           read payments-file
               at end
                   move "Y" to END-OF-PAYMENTS-FILE
               not at end
                   perform PROCESS-ONE-PAYMENT
           end-read
       end-perform

       perform WRITE-REPORT-TRAILER

       close payments-file
       close delivery-file
       *> the seal is renewed over the added rows; a delivery whose
       *> seal had already failed is left for the receiver to refuse
       IF WS-LEVERANCE-SEGL = "00"
           MOVE "S" TO WS-SEGL-MODE
           MOVE "16-Leverance.txt" TO WS-SEGL-FILNAVN
           CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
               WS-LEVERANCE-SEGL
       END-IF
       close return-file
       close report-file
       close alias-index-file
       close account-index-file
stop run.

       LOAD-ALIAS-REGISTER.
           OPEN OUTPUT alias-index-file
           CLOSE alias-index-file
           OPEN I-O alias-index-file

           OPEN INPUT alias-file
           IF WS-ALIAS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-ALIAS-FILE = "Y"
               READ alias-file
                   AT END
                       MOVE "Y" TO END-OF-ALIAS-FILE
                   NOT AT END
                       MOVE SPACES TO ALIAS-INDEX-RECORD
                       UNSTRING ALIAS-CSV-RECORD DELIMITED BY ","
                           INTO MA-TELEFON, MA-CPR, MA-KONTO-ID,
                                MA-REG-NR, MA-REGISTRERET, MA-STATUS,
                                MA-AFMELDT
                       WRITE ALIAS-INDEX-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE alias-file
       exit.

      *> --- the account master is read in place; without it every
      *> payment goes back as an unknown account ---
       LOAD-ACCOUNT-STATUS.
           OPEN INPUT account-index-file
           IF WS-ACCOUNT-INDEX-STATUS NOT = "00"
               DISPLAY "MobilBetalingIndlaes: 8-KontoStam.txt kan ikke"
                   " aabnes"
           END-IF
       exit.

      *> --- WS-PHONE-IN to the eight national digits in WS-PHONE-OUT;
      *> spaces when it is not a Danish number ---
       NORMALISE-PHONE.
           MOVE SPACES TO WS-PHONE-DIGITS
           MOVE SPACES TO WS-PHONE-OUT
           MOVE 0 TO WS-PHONE-LEN
           PERFORM VARYING WS-PHONE-IX FROM 1 BY 1 UNTIL WS-PHONE-IX > 20
               IF WS-PHONE-IN(WS-PHONE-IX:1) IS NUMERIC
                   ADD 1 TO WS-PHONE-LEN
                   MOVE WS-PHONE-IN(WS-PHONE-IX:1)
                       TO WS-PHONE-DIGITS(WS-PHONE-LEN:1)
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-PHONE-LEN = 8
                   MOVE WS-PHONE-DIGITS(1:8) TO WS-PHONE-OUT
               WHEN WS-PHONE-LEN = 10 AND WS-PHONE-DIGITS(1:2) = "45"
                   MOVE WS-PHONE-DIGITS(3:8) TO WS-PHONE-OUT
               WHEN WS-PHONE-LEN = 12 AND WS-PHONE-DIGITS(1:4) = "0045"
                   MOVE WS-PHONE-DIGITS(5:8) TO WS-PHONE-OUT
           END-EVALUATE
       exit.

       PROCESS-ONE-PAYMENT.
           MOVE SPACES TO WS-BET-ID
           MOVE SPACES TO WS-BET-CPR
           MOVE SPACES TO WS-BET-KONTO-ID
           MOVE SPACES TO WS-BET-REG-NR
           MOVE SPACES TO WS-BET-TELEFON-TEXT
           MOVE SPACES TO WS-BET-BELOEB
           MOVE SPACES TO WS-BET-DATO
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-RETURN-REASON
           UNSTRING PAYMENT-RECORD DELIMITED BY ","
               INTO WS-BET-ID, WS-BET-CPR, WS-BET-KONTO-ID,
                    WS-BET-REG-NR, WS-BET-TELEFON-TEXT, WS-BET-BELOEB,
                    WS-BET-DATO
           IF WS-BET-DATO = SPACES
               MOVE WS-TODAY-DATE TO WS-BET-DATO
           END-IF
           MOVE WS-BET-TELEFON-TEXT TO WS-PHONE-IN
           perform NORMALISE-PHONE
           MOVE WS-PHONE-OUT TO WS-BET-TELEFON

           *> the line itself must be usable
           EVALUATE TRUE
               WHEN WS-BET-ID = SPACES
                   MOVE "BETALINGS-ID mangler" TO WS-REJECT-REASON
               WHEN WS-BET-CPR = SPACES OR WS-BET-KONTO-ID = SPACES
                   MOVE "Afsender CPR og KONTO-ID skal udfyldes"
                       TO WS-REJECT-REASON
               WHEN FUNCTION TEST-NUMVAL(WS-BET-BELOEB) NOT = 0
                   MOVE "BELOEB er ikke numerisk" TO WS-REJECT-REASON
               WHEN WS-BET-DATO(1:4) IS NOT NUMERIC
                   OR WS-BET-DATO(6:2) IS NOT NUMERIC
                   OR WS-BET-DATO(9:2) IS NOT NUMERIC
                   MOVE "DATO er ikke en gyldig dato" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               COMPUTE WS-BELOEB-NUM = FUNCTION NUMVAL(WS-BET-BELOEB)
               IF WS-BELOEB-NUM <= 0
                   MOVE "BELOEB skal vaere positivt" TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               perform WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           *> the sending account
           MOVE WS-BET-KONTO-ID TO KONTOSTAM-ID
           READ account-index-file
               INVALID KEY
                   MOVE "Afsenderkonto findes ikke" TO WS-RETURN-REASON
               NOT INVALID KEY
                   IF FUNCTION TRIM(KONTOSTAM-STATUS) NOT = "AABEN"
                       MOVE "Afsenderkonto er ikke aaben"
                           TO WS-RETURN-REASON
                   END-IF
           END-READ
           IF WS-RETURN-REASON NOT = SPACES
               perform RETURN-PAYMENT
               EXIT PARAGRAPH
           END-IF

           *> the receiver behind the number
           IF WS-BET-TELEFON = SPACES
               MOVE "Ugyldigt mobilnummer" TO WS-RETURN-REASON
               perform RETURN-PAYMENT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BET-TELEFON TO MA-TELEFON
           READ alias-index-file
               INVALID KEY
                   MOVE "Ukendt mobilnummer" TO WS-RETURN-REASON
               NOT INVALID KEY
                   IF FUNCTION TRIM(MA-STATUS) NOT = "AKTIV"
                       MOVE "Mobilnummeret er afmeldt" TO WS-RETURN-REASON
                   END-IF
           END-READ
           IF WS-RETURN-REASON NOT = SPACES
               perform RETURN-PAYMENT
               EXIT PARAGRAPH
           END-IF

           MOVE MA-KONTO-ID TO KONTOSTAM-ID
           READ account-index-file
               INVALID KEY
                   MOVE "Modtagerkonto findes ikke" TO WS-RETURN-REASON
               NOT INVALID KEY
                   IF FUNCTION TRIM(KONTOSTAM-STATUS) NOT = "AABEN"
                       MOVE "Modtagerkonto er lukket" TO WS-RETURN-REASON
                   END-IF
           END-READ
           IF WS-RETURN-REASON NOT = SPACES
               perform RETURN-PAYMENT
               EXIT PARAGRAPH
           END-IF

           perform EMIT-PAYMENT-LEGS
       exit.

       EMIT-PAYMENT-LEGS.
           MOVE SPACES TO WS-SHARED-REF
           STRING "MP" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BET-ID) DELIMITED BY SIZE
                  WS-BET-DATO(1:4) DELIMITED BY SIZE
                  WS-BET-DATO(6:2) DELIMITED BY SIZE
                  WS-BET-DATO(9:2) DELIMITED BY SIZE
                  INTO WS-SHARED-REF

           *> debit leg on the sender's account
           MOVE SPACES TO delivery-out
           MOVE WS-BET-CPR TO CPR OF delivery-out
           MOVE WS-BET-KONTO-ID TO KONTO-ID OF delivery-out
           MOVE WS-BET-REG-NR TO REG-NR OF delivery-out
           MOVE "0000" TO FILIAL-NR OF delivery-out
           MOVE SPACES TO TIDSPUNKT OF delivery-out
           STRING WS-BET-DATO DELIMITED BY SIZE
                  " 06:00:00" DELIMITED BY SIZE
                  INTO TIDSPUNKT OF delivery-out
           MOVE "Overforsel" TO TRANSAKTIONSTYPE OF delivery-out
           COMPUTE WS-BELOEB-NUM = 0 - FUNCTION ABS(WS-BELOEB-NUM)
           MOVE WS-BELOEB-NUM TO WS-BELOEB-DISPLAY
           MOVE SPACES TO BELOEB OF delivery-out
           MOVE FUNCTION TRIM(WS-BELOEB-DISPLAY) TO BELOEB OF delivery-out
           MOVE "DKK" TO VALUTA OF delivery-out
           MOVE SPACES TO BUTIK OF delivery-out
           MOVE WS-SHARED-REF TO TRANS-REF OF delivery-out
           WRITE delivery-out

           *> credit leg on the account behind the number
           MOVE SPACES TO delivery-out
           MOVE MA-CPR TO CPR OF delivery-out
           MOVE MA-KONTO-ID TO KONTO-ID OF delivery-out
           MOVE MA-REG-NR TO REG-NR OF delivery-out
           MOVE "0000" TO FILIAL-NR OF delivery-out
           MOVE SPACES TO TIDSPUNKT OF delivery-out
           STRING WS-BET-DATO DELIMITED BY SIZE
                  " 06:00:00" DELIMITED BY SIZE
                  INTO TIDSPUNKT OF delivery-out
           MOVE "Overforsel" TO TRANSAKTIONSTYPE OF delivery-out
           COMPUTE WS-BELOEB-NUM = FUNCTION ABS(WS-BELOEB-NUM)
           MOVE WS-BELOEB-NUM TO WS-BELOEB-DISPLAY
           MOVE SPACES TO BELOEB OF delivery-out
           MOVE FUNCTION TRIM(WS-BELOEB-DISPLAY) TO BELOEB OF delivery-out
           MOVE "DKK" TO VALUTA OF delivery-out
           MOVE SPACES TO BUTIK OF delivery-out
           MOVE WS-SHARED-REF TO TRANS-REF OF delivery-out
           WRITE delivery-out

           ADD 1 TO WS-ACCEPTED-COUNT
           ADD WS-BELOEB-NUM TO WS-TOTAL-BELOEB
           MOVE SPACES TO REPORT-RECORD
           STRING "Accepteret - Betaling: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BET-ID) DELIMITED BY SIZE
                  ", til konto " DELIMITED BY SIZE
                  FUNCTION TRIM(MA-KONTO-ID) DELIMITED BY SIZE
                  ", Ref: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SHARED-REF) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

      *> --- back to the scheme, nothing posted ---
       RETURN-PAYMENT.
           ADD 1 TO WS-RETURNED-COUNT
           MOVE SPACES TO RETURN-RECORD
           STRING FUNCTION TRIM(WS-BET-ID) ","
                  FUNCTION TRIM(WS-BET-CPR) ","
                  FUNCTION TRIM(WS-BET-KONTO-ID) ","
                  FUNCTION TRIM(WS-BET-TELEFON-TEXT) ","
                  FUNCTION TRIM(WS-BET-BELOEB) ","
                  FUNCTION TRIM(WS-RETURN-REASON) ","
                  WS-TODAY-DATE
                  DELIMITED BY SIZE INTO RETURN-RECORD
           WRITE RETURN-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Returneret - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RETURN-REASON) DELIMITED BY SIZE
                  " - Betaling: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BET-ID) DELIMITED BY SIZE
                  ", TELEFON: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BET-TELEFON-TEXT) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "Afvist - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
                  " - Betaling: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BET-ID) DELIMITED BY SIZE
                  ", CPR: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-BET-CPR) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-ACCEPTED-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-TOTAL-BELOEB TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Betalinger bogfoert: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  ", i alt " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY) DELIMITED BY SIZE
                  " DKK" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-RETURNED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Betalinger returneret: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Betalinger afvist: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
