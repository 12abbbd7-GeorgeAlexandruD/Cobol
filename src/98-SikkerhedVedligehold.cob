identification division.
       program-id. SikkerhedVedligehold.

      *> --- Collateral register maintenance, so what secures a loan
      *> in 46-LaanRegister.txt is no longer kept outside the system.
      *> Register 98-Sikkerheder.txt, one line per collateral:
      *>   SIKKERHEDS-ID,TYPE,VURDERING,VURDERINGSDATO,PANT-KONTO-ID,
      *>   STATUS,BESKRIVELSE
      *> TYPE EJENDOM/BIL/INDESTAAENDE/VAERDIPAPIR/ANDET, VURDERING in
      *> DKK, PANT-KONTO-ID the loan's KONTO-ID in the loan register,
      *> STATUS AKTIV/FRIGIVET.
      *> Requests from 98-SikkerhedAnmodninger.txt:
      *>   HANDLING,OPERATOR-ID,SIKKERHEDS-ID,TYPE,VURDERING,
      *>   VURDERINGSDATO,PANT-KONTO-ID,BESKRIVELSE
      *>   OPRET    - new collateral pledged to a registered loan
      *>              (SIKKERHEDS-ID blank: the next SK number),
      *>   VURDER   - new valuation and valuation date,
      *>   PANTSAET - pledged to another registered loan,
      *>   FRIGIV   - released; stays on the register as FRIGIVET.
      *> Every applied change is written to 98-SikkerhedLog.txt with
      *> the values before and after; rejected requests are listed
      *> in 98-SikkerhedRapport.txt. ---

environment division.
input-output section.
file-control.
       select collateral-file assign to "98-Sikkerheder.txt"
           organization line sequential
           file status is WS-COLLATERAL-STATUS.

       select requests-file assign to "98-SikkerhedAnmodninger.txt"
           organization line sequential
           file status is WS-REQUESTS-STATUS.

       select loan-file assign to "46-LaanRegister.txt"
           organization line sequential
           file status is WS-LOAN-STATUS.

       select collateral-log-file assign to "98-SikkerhedLog.txt"
           organization line sequential
           file status is WS-COLLATERAL-LOG-STATUS.

       select report-file assign to "98-SikkerhedRapport.txt"
           organization line sequential.

      *> --- only probed at start-up: a present operator register
      *> makes the OPERATOR field on every request mandatory ---
       select operator-probe-file assign to "80-Operatoerer.txt"
           organization line sequential
           file status is WS-OPERATOR-PROBE-STATUS.

      *> --- the register keyed on SIKKERHEDS-ID while the requests
      *> are applied; written back in key order afterwards ---
       select collateral-index-file assign to "WS-Sikkerheder.tmp"
           organization is indexed
           access mode is dynamic
           record key is SK-ID
           file status is WS-COLLATERAL-INDEX-STATUS.

      *> --- the loans collateral may be pledged to ---
       select loan-index-file assign to "WS-SikkerhedLaan.tmp"
           organization is indexed
           access mode is dynamic
           record key is LN-KONTO-ID
           file status is WS-LOAN-INDEX-STATUS.

data division.
file section.
FD collateral-file.
       01 COLLATERAL-CSV-RECORD pic x(160).

FD requests-file.
       01 REQUEST-RECORD pic x(160).

FD loan-file.
       01 LOAN-RECORD pic x(130).

FD collateral-log-file.
       01 COLLATERAL-LOG-RECORD pic x(220).

FD report-file.
       01 REPORT-RECORD pic x(150).

FD operator-probe-file.
       01 OPERATOR-PROBE-RECORD pic x(60).

FD collateral-index-file.
       01 COLLATERAL-INDEX-RECORD.
           05 SK-ID pic x(10).
           05 SK-TYPE pic x(12).
           05 SK-VURDERING pic x(15).
           05 SK-VURDERINGSDATO pic x(10).
           05 SK-PANT-KONTO-ID pic x(15).
           05 SK-STATUS pic x(8).
           05 SK-BESKRIVELSE pic x(60).

FD loan-index-file.
       01 LOAN-INDEX-RECORD.
           05 LN-KONTO-ID pic x(15).

WORKING-STORAGE SECTION.
       01 WS-COLLATERAL-STATUS pic XX value spaces.
       01 WS-REQUESTS-STATUS pic XX value spaces.
       01 WS-LOAN-STATUS pic XX value spaces.
       01 WS-COLLATERAL-LOG-STATUS pic XX value spaces.
       01 WS-OPERATOR-PROBE-STATUS pic XX value spaces.
       01 WS-COLLATERAL-INDEX-STATUS pic XX value spaces.
       01 WS-LOAN-INDEX-STATUS pic XX value spaces.

       01 END-OF-COLLATERAL-FILE pic x value "N".
       01 END-OF-REQUESTS-FILE pic x value "N".
       01 END-OF-LOAN-FILE pic x value "N".
       01 END-OF-INDEX-FILE pic x value "N".

       01 WS-ACTION pic x(10) value spaces.
       01 WS-REQ-OPERATOR pic x(10) value spaces.
       01 WS-REQ-ID pic x(10) value spaces.
       01 WS-REQ-TYPE pic x(12) value spaces.
       01 WS-REQ-VURDERING pic x(15) value spaces.
       01 WS-REQ-VURDERINGSDATO pic x(10) value spaces.
       01 WS-REQ-PANT-KONTO-ID pic x(15) value spaces.
       01 WS-REQ-BESKRIVELSE pic x(60) value spaces.
       01 WS-REJECT-REASON pic x(60) value spaces.

       01 WS-ROLLE-KRAV pic x(14) value spaces.
       01 WS-OPR-STATUS pic XX value spaces.
       01 WS-REGISTER-PRESENT pic x value "N".

      *> --- SK numbers: the highest six-digit sequence in use ---
       01 WS-MAX-SK-SEQ pic 9(6) value 0.
       01 WS-SK-SEQ pic 9(6) value 0.

       01 WS-VURDERING-NUM pic S9(13)v99 value 0.
       01 WS-AMOUNT-DISPLAY pic -Z(12)9.99.
       01 WS-BEFORE pic x(60) value spaces.
       01 WS-LOG-HANDLING pic x(10) value spaces.
       01 WS-AUDIT-TIMESTAMP pic x(21) value spaces.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.

       01 WS-APPLIED-COUNT pic 9(7) value 0.
       01 WS-REJECTED-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

PROCEDURE DIVISION.
       OPEN INPUT requests-file
       IF WS-REQUESTS-STATUS = "35"
           DISPLAY "SikkerhedVedligehold: 98-SikkerhedAnmodninger.txt blev ikke fundet"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN OUTPUT report-file

       OPEN INPUT operator-probe-file
       IF WS-OPERATOR-PROBE-STATUS = "00"
           MOVE "Y" TO WS-REGISTER-PRESENT
           CLOSE operator-probe-file
       END-IF

       OPEN EXTEND collateral-log-file
       IF WS-COLLATERAL-LOG-STATUS = "35"
           OPEN OUTPUT collateral-log-file
       END-IF

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       MOVE SPACES TO REPORT-RECORD
       STRING "Sikkerhedsvedligehold " DELIMITED BY SIZE
              WS-TODAY-DATE DELIMITED BY SIZE
              " - afviste anmodninger:" DELIMITED BY SIZE
              INTO REPORT-RECORD
       WRITE REPORT-RECORD

       perform LOAD-LOANS
       perform LOAD-COLLATERAL-REGISTER

       perform UNTIL END-OF-REQUESTS-FILE = "Y"
           read requests-file
               at end
                   move "Y" to END-OF-REQUESTS-FILE
               not at end
                   perform APPLY-ONE-REQUEST
           end-read
       end-perform

       perform REWRITE-COLLATERAL-REGISTER
       perform WRITE-REPORT-TRAILER

       close requests-file
       close collateral-index-file
       close loan-index-file
       close collateral-log-file
       close report-file
stop run.

       LOAD-LOANS.
           OPEN OUTPUT loan-index-file
           CLOSE loan-index-file
           OPEN I-O loan-index-file

           OPEN INPUT loan-file
           IF WS-LOAN-STATUS = "00"
               PERFORM UNTIL END-OF-LOAN-FILE = "Y"
                   READ loan-file
                       AT END
                           MOVE "Y" TO END-OF-LOAN-FILE
                       NOT AT END
                           MOVE SPACES TO LOAN-INDEX-RECORD
                           UNSTRING LOAN-RECORD DELIMITED BY ","
                               INTO LN-KONTO-ID
                           WRITE LOAN-INDEX-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE loan-file
           END-IF
       exit.

       LOAD-COLLATERAL-REGISTER.
           OPEN OUTPUT collateral-index-file
           CLOSE collateral-index-file
           OPEN I-O collateral-index-file

           OPEN INPUT collateral-file
           IF WS-COLLATERAL-STATUS = "00"
               PERFORM UNTIL END-OF-COLLATERAL-FILE = "Y"
                   READ collateral-file
                       AT END
                           MOVE "Y" TO END-OF-COLLATERAL-FILE
                       NOT AT END
                           MOVE SPACES TO COLLATERAL-INDEX-RECORD
                           UNSTRING COLLATERAL-CSV-RECORD DELIMITED BY ","
                               INTO SK-ID, SK-TYPE, SK-VURDERING,
                                    SK-VURDERINGSDATO, SK-PANT-KONTO-ID,
                                    SK-STATUS, SK-BESKRIVELSE
                           IF SK-ID(1:2) = "SK" AND SK-ID(3:6) NUMERIC
                               MOVE SK-ID(3:6) TO WS-SK-SEQ
                               IF WS-SK-SEQ > WS-MAX-SK-SEQ
                                   MOVE WS-SK-SEQ TO WS-MAX-SK-SEQ
                               END-IF
                           END-IF
                           WRITE COLLATERAL-INDEX-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE collateral-file
           END-IF
       exit.

       APPLY-ONE-REQUEST.
           MOVE SPACES TO WS-ACTION
           MOVE SPACES TO WS-REQ-OPERATOR
           MOVE SPACES TO WS-REQ-ID
           MOVE SPACES TO WS-REQ-TYPE
           MOVE SPACES TO WS-REQ-VURDERING
           MOVE SPACES TO WS-REQ-VURDERINGSDATO
           MOVE SPACES TO WS-REQ-PANT-KONTO-ID
           MOVE SPACES TO WS-REQ-BESKRIVELSE
           MOVE SPACES TO WS-REJECT-REASON
           UNSTRING REQUEST-RECORD DELIMITED BY ","
               INTO WS-ACTION, WS-REQ-OPERATOR, WS-REQ-ID, WS-REQ-TYPE,
                    WS-REQ-VURDERING, WS-REQ-VURDERINGSDATO,
                    WS-REQ-PANT-KONTO-ID, WS-REQ-BESKRIVELSE

           *> a named operator must hold the maintenance role
           IF WS-REGISTER-PRESENT = "Y"
               AND WS-REQ-OPERATOR = SPACES
               MOVE "Operatoer-ID mangler" TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-OPERATOR NOT = SPACES
               MOVE "VEDLIGEHOLD" TO WS-ROLLE-KRAV
               CALL "OperatoerOpslag" USING WS-REQ-OPERATOR
                   WS-ROLLE-KRAV WS-OPR-STATUS
               IF WS-OPR-STATUS NOT = "00"
                   MOVE "Operatoeren mangler vedligeholds-rolle"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           EVALUATE FUNCTION TRIM(WS-ACTION)
               WHEN "OPRET"
                   PERFORM APPLY-CREATE
               WHEN "VURDER"
                   PERFORM APPLY-REVALUE
               WHEN "PANTSAET"
                   PERFORM APPLY-REPLEDGE
               WHEN "FRIGIV"
                   PERFORM APPLY-RELEASE
               WHEN OTHER
                   MOVE "Ukendt handling (brug OPRET/VURDER/PANTSAET/FRIGIV)"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
           END-EVALUATE
       exit.

       APPLY-CREATE.
           EVALUATE FUNCTION TRIM(WS-REQ-TYPE)
               WHEN "EJENDOM"
               WHEN "BIL"
               WHEN "INDESTAAENDE"
               WHEN "VAERDIPAPIR"
               WHEN "ANDET"
                   CONTINUE
               WHEN OTHER
                   MOVE "Ukendt TYPE" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON = SPACES
               PERFORM VALIDATE-VALUATION
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM VALIDATE-LOAN
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-REQ-ID = SPACES
               ADD 1 TO WS-MAX-SK-SEQ
               MOVE SPACES TO WS-REQ-ID
               STRING "SK" WS-MAX-SK-SEQ DELIMITED BY SIZE
                   INTO WS-REQ-ID
           END-IF

           MOVE SPACES TO COLLATERAL-INDEX-RECORD
           MOVE WS-REQ-ID TO SK-ID
           MOVE WS-REQ-TYPE TO SK-TYPE
           MOVE WS-VURDERING-NUM TO WS-AMOUNT-DISPLAY
           MOVE FUNCTION TRIM(WS-AMOUNT-DISPLAY) TO SK-VURDERING
           MOVE WS-REQ-VURDERINGSDATO TO SK-VURDERINGSDATO
           MOVE WS-REQ-PANT-KONTO-ID TO SK-PANT-KONTO-ID
           MOVE "AKTIV" TO SK-STATUS
           MOVE WS-REQ-BESKRIVELSE TO SK-BESKRIVELSE
           WRITE COLLATERAL-INDEX-RECORD
               INVALID KEY
                   MOVE "SIKKERHEDS-ID findes allerede"
                       TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-LINE
                   EXIT PARAGRAPH
           END-WRITE
           ADD 1 TO WS-APPLIED-COUNT
           MOVE SPACES TO WS-BEFORE
           MOVE WS-ACTION TO WS-LOG-HANDLING
           PERFORM WRITE-COLLATERAL-LOG-LINE
       exit.

       APPLY-REVALUE.
           PERFORM READ-ACTIVE-COLLATERAL
           IF WS-REJECT-REASON = SPACES
               PERFORM VALIDATE-VALUATION
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-BEFORE
           STRING FUNCTION TRIM(SK-VURDERING) " pr. "
                  SK-VURDERINGSDATO
                  DELIMITED BY SIZE INTO WS-BEFORE
           MOVE WS-VURDERING-NUM TO WS-AMOUNT-DISPLAY
           MOVE FUNCTION TRIM(WS-AMOUNT-DISPLAY) TO SK-VURDERING
           MOVE WS-REQ-VURDERINGSDATO TO SK-VURDERINGSDATO
           REWRITE COLLATERAL-INDEX-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           MOVE WS-ACTION TO WS-LOG-HANDLING
           PERFORM WRITE-COLLATERAL-LOG-LINE
       exit.

       APPLY-REPLEDGE.
           PERFORM READ-ACTIVE-COLLATERAL
           IF WS-REJECT-REASON = SPACES
               PERFORM VALIDATE-LOAN
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SK-PANT-KONTO-ID TO WS-BEFORE
           MOVE WS-REQ-PANT-KONTO-ID TO SK-PANT-KONTO-ID
           REWRITE COLLATERAL-INDEX-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           MOVE WS-ACTION TO WS-LOG-HANDLING
           PERFORM WRITE-COLLATERAL-LOG-LINE
       exit.

       APPLY-RELEASE.
           PERFORM READ-ACTIVE-COLLATERAL
           IF WS-REJECT-REASON NOT = SPACES
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SK-STATUS TO WS-BEFORE
           MOVE "FRIGIVET" TO SK-STATUS
           REWRITE COLLATERAL-INDEX-RECORD
           ADD 1 TO WS-APPLIED-COUNT
           MOVE WS-ACTION TO WS-LOG-HANDLING
           PERFORM WRITE-COLLATERAL-LOG-LINE
       exit.

       READ-ACTIVE-COLLATERAL.
           MOVE WS-REQ-ID TO SK-ID
           READ collateral-index-file
               INVALID KEY
                   MOVE "Sikkerheden findes ikke" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF FUNCTION TRIM(SK-STATUS) NOT = "AKTIV"
                       MOVE "Sikkerheden er frigivet" TO WS-REJECT-REASON
                   END-IF
           END-READ
       exit.

      *> --- a valuation is a positive DKK amount with its date ---
       VALIDATE-VALUATION.
           IF FUNCTION TEST-NUMVAL(WS-REQ-VURDERING) NOT = 0
               MOVE "Ugyldig VURDERING" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-VURDERING-NUM = FUNCTION NUMVAL(WS-REQ-VURDERING)
           IF WS-VURDERING-NUM <= 0
               MOVE "Ugyldig VURDERING" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-VURDERINGSDATO(5:1) NOT = "-"
               OR WS-REQ-VURDERINGSDATO(8:1) NOT = "-"
               OR WS-REQ-VURDERINGSDATO > WS-TODAY-DATE
               MOVE "Ugyldig VURDERINGSDATO" TO WS-REJECT-REASON
           END-IF
       exit.

       VALIDATE-LOAN.
           MOVE WS-REQ-PANT-KONTO-ID TO LN-KONTO-ID
           READ loan-index-file
               INVALID KEY
                   MOVE "Laanet findes ikke i laaneregistret"
                       TO WS-REJECT-REASON
           END-READ
       exit.

       WRITE-COLLATERAL-LOG-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE SPACES TO COLLATERAL-LOG-RECORD
           STRING WS-AUDIT-TIMESTAMP(1:8) "-" WS-AUDIT-TIMESTAMP(9:6) DELIMITED BY SIZE
                  ", Handling: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LOG-HANDLING) DELIMITED BY SIZE
                  ", SIKKERHEDS-ID: " DELIMITED BY SIZE
                  FUNCTION TRIM(SK-ID) DELIMITED BY SIZE
                  ", Type: " DELIMITED BY SIZE
                  FUNCTION TRIM(SK-TYPE) DELIMITED BY SIZE
                  ", Vurdering: " DELIMITED BY SIZE
                  FUNCTION TRIM(SK-VURDERING) DELIMITED BY SIZE
                  " pr. " DELIMITED BY SIZE
                  SK-VURDERINGSDATO DELIMITED BY SIZE
                  ", Pant: " DELIMITED BY SIZE
                  FUNCTION TRIM(SK-PANT-KONTO-ID) DELIMITED BY SIZE
                  ", Status: " DELIMITED BY SIZE
                  FUNCTION TRIM(SK-STATUS) DELIMITED BY SIZE
                  INTO COLLATERAL-LOG-RECORD
           IF WS-BEFORE NOT = SPACES
               STRING FUNCTION TRIM(COLLATERAL-LOG-RECORD) DELIMITED BY SIZE
                      ", Foer: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-BEFORE) DELIMITED BY SIZE
                      INTO COLLATERAL-LOG-RECORD
           END-IF
           IF WS-REQ-OPERATOR NOT = SPACES
               STRING FUNCTION TRIM(COLLATERAL-LOG-RECORD) DELIMITED BY SIZE
                      ", Operatoer: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-REQ-OPERATOR) DELIMITED BY SIZE
                      INTO COLLATERAL-LOG-RECORD
           END-IF
           WRITE COLLATERAL-LOG-RECORD
       exit.

      *> --- the register back in SIKKERHEDS-ID order, same layout ---
       REWRITE-COLLATERAL-REGISTER.
           MOVE "N" TO END-OF-INDEX-FILE
           MOVE LOW-VALUES TO SK-ID
           START collateral-index-file KEY IS >= SK-ID
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-FILE
           END-START

           OPEN OUTPUT collateral-file
           PERFORM UNTIL END-OF-INDEX-FILE = "Y"
               READ collateral-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-FILE
                   NOT AT END
                       MOVE SPACES TO COLLATERAL-CSV-RECORD
                       STRING FUNCTION TRIM(SK-ID) ","
                              FUNCTION TRIM(SK-TYPE) ","
                              FUNCTION TRIM(SK-VURDERING) ","
                              FUNCTION TRIM(SK-VURDERINGSDATO) ","
                              FUNCTION TRIM(SK-PANT-KONTO-ID) ","
                              FUNCTION TRIM(SK-STATUS) ","
                              FUNCTION TRIM(SK-BESKRIVELSE)
                              DELIMITED BY SIZE INTO COLLATERAL-CSV-RECORD
                       WRITE COLLATERAL-CSV-RECORD
               END-READ
           END-PERFORM
           CLOSE collateral-file
       exit.

       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "Afvist - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
                  " - Handling: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ACTION) DELIMITED BY SIZE
                  ", SIKKERHEDS-ID: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REQ-ID) DELIMITED BY SIZE
                  ", KONTO-ID: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REQ-PANT-KONTO-ID) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-REJECT-REASON
       exit.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-APPLIED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Anmodninger anvendt: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Anmodninger afvist: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
