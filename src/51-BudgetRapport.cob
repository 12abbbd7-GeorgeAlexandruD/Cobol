      *> unbudgeted categories with spend. Delivery follows the same
      *> channel split the statement run uses (10-KanalPraefs.txt):
      *> print blocks land in 51-BudgetRapporter.txt, e-mail blocks
      *> in 51-BudgetRapporterEmail.txt, NONE suppresses. Each block
      *> closes with the customer's recurring payments from
      *> 119-Abonnementer.txt (AbonnementSoeg), so fixed costs are
      *> visible next to the budget. Every budgeted customer's report,
      *> sent or suppressed, goes in the customer contact history. ---

environment division.
input-output section.
           organization line sequential
           file status is WS-PREFS-STATUS.

       select subscription-file assign to "119-Abonnementer.txt"
           organization line sequential
           file status is WS-SUBSCRIPTION-STATUS.

       select print-report-file assign to "51-BudgetRapporter.txt"
           organization line sequential.

           record key is PREF-CPR
           file status is WS-PREFS-INDEX-STATUS.

       select subscription-index-file assign to "WS-BudgetAbonnement.tmp"
           organization is indexed
           access mode is dynamic
           record key is ABON-KEY
           file status is WS-SUBSCRIPTION-INDEX-STATUS.

data division.
file section.
FD transactions-file.
FD prefs-file.
       01 PREFS-CSV-RECORD pic x(60).

FD subscription-file.
       01 SUBSCRIPTION-RECORD pic x(160).

FD print-report-file.
       01 PRINT-REPORT-RECORD pic x(120).

           05 PREF-EMAIL pic x(30).
           05 PREF-SPROG pic x(2).

FD subscription-index-file.
       01 SUBSCRIPTION-INDEX-RECORD.
           05 ABON-KEY.
               10 ABON-CPR pic x(15).
               10 ABON-BUTIK pic x(15).
           05 ABON-KADENCE pic x(6).
           05 ABON-SENESTE-DATO pic x(10).
           05 ABON-SENESTE-BELOEB pic x(18).
           05 ABON-FORVENTET-DATO pic x(10).
           05 ABON-FORVENTET-BELOEB pic x(18).
           05 ABON-STATUS pic x(8).
           05 ABON-FLAG pic x(12).
           05 ABON-FORRIGE-BELOEB pic x(18).

WORKING-STORAGE SECTION.
       01 WS-TRANS-STATUS pic XX value spaces.
       01 WS-BUDGET-STATUS pic XX value spaces.
       01 WS-PREFS-STATUS pic XX value spaces.
       01 WS-BUDGET-INDEX-STATUS pic XX value spaces.
       01 WS-PREFS-INDEX-STATUS pic XX value spaces.
       01 WS-SUBSCRIPTION-STATUS pic XX value spaces.
       01 WS-SUBSCRIPTION-INDEX-STATUS pic XX value spaces.

       01 END-OF-TRANSACTIONS-FILE pic x value "N".
       01 END-OF-BUDGET-FILE pic x value "N".
       01 END-OF-PREFS-FILE pic x value "N".
       01 END-OF-BUDGET-SCAN pic x value "N".
       01 END-OF-SUBSCRIPTIONS pic x value "N".
       01 END-OF-SUBSCRIPTION-SCAN pic x value "N".
       01 WS-ABON-FIRST pic x value "Y".

       01 WS-CPR pic x(15) value spaces.
       01 WS-MONTH pic x(7) value spaces.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.

      *> --- dated-rate lookup, same as the statement run uses ---
       01 WS-KURS-VALUTA pic x(3) value spaces.
       01 WS-SUPPRESSED-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

      *> --- every report goes in the customer contact history ---
       01 WS-KONTAKT.
           copy "126-KONTAKTREC.cpy".
       01 WS-KONTAKT-STATUS pic XX value spaces.

PROCEDURE DIVISION.
       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS
       MOVE WS-TODAY-DATE(1:7) TO WS-MONTH

       perform LOAD-BUDGET-INDEX
       perform LOAD-CHANNEL-PREFS
       perform LOAD-SUBSCRIPTIONS

       OPEN INPUT transactions-file
       OPEN OUTPUT print-report-file
       close transactions-file
       close budget-index-file
       close prefs-index-file
       close subscription-index-file
       close print-report-file
       close email-report-file
stop run.

           IF WS-HAS-BUDGET = "Y"
               perform WRITE-UNBUDGETED-LINES
               perform WRITE-SUBSCRIPTION-LINES
               MOVE SPACES TO WS-WORK-LINE
               perform WRITE-CHANNEL-LINE
               ADD 1 TO WS-REPORTED-COUNT
               perform RECORD-REPORT-CONTACT
           END-IF
       exit.

           END-READ
           IF BUD-CPR = WS-CPR
               ADD 1 TO WS-SUPPRESSED-COUNT
               perform RECORD-REPORT-CONTACT
           END-IF
       exit.

      *> --- the month's report for WS-CPR, on its channel ---
       RECORD-REPORT-CONTACT.
           MOVE SPACES TO WS-KONTAKT
           MOVE WS-CPR TO KH-CPR
           MOVE WS-TODAY-DATE TO KH-DATO
           MOVE "BUDGETRAPPORT" TO KH-DOKTYPE
           STRING "Budget " WS-MONTH DELIMITED BY SIZE INTO KH-REFERENCE
           EVALUATE WS-CURRENT-CHANNEL
               WHEN "E"
                   MOVE "EMAIL" TO KH-KANAL
                   MOVE "SENDT" TO KH-UDFALD
               WHEN "N"
                   MOVE "BREV" TO KH-KANAL
                   MOVE "IKKE-SENDT" TO KH-UDFALD
               WHEN OTHER
                   MOVE "BREV" TO KH-KANAL
                   MOVE "SENDT" TO KH-UDFALD
           END-EVALUATE
           CALL "KontaktRegistrer" USING WS-KONTAKT WS-KONTAKT-STATUS
       exit.

      *> --- optional recurring-payment register; absent file means
      *> no subscription lines in any block ---
       LOAD-SUBSCRIPTIONS.
           OPEN OUTPUT subscription-index-file
           CLOSE subscription-index-file
           OPEN I-O subscription-index-file

           OPEN INPUT subscription-file
           IF WS-SUBSCRIPTION-STATUS = "00"
               PERFORM UNTIL END-OF-SUBSCRIPTIONS = "Y"
                   READ subscription-file
                       AT END
                           MOVE "Y" TO END-OF-SUBSCRIPTIONS
                       NOT AT END
                           MOVE SPACES TO SUBSCRIPTION-INDEX-RECORD
                           UNSTRING SUBSCRIPTION-RECORD DELIMITED BY ","
                               INTO ABON-CPR, ABON-BUTIK, ABON-KADENCE,
                                    ABON-SENESTE-DATO,
                                    ABON-SENESTE-BELOEB,
                                    ABON-FORVENTET-DATO,
                                    ABON-FORVENTET-BELOEB,
                                    ABON-STATUS, ABON-FLAG,
                                    ABON-FORRIGE-BELOEB
                           WRITE SUBSCRIPTION-INDEX-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE subscription-file
           END-IF
       exit.

      *> --- the customer's active recurring payments with the next
      *> expected charge, price rises and charges after a
      *> cancellation; stopped and cancelled items are left out ---
       WRITE-SUBSCRIPTION-LINES.
           MOVE "Y" TO WS-ABON-FIRST
           MOVE "N" TO END-OF-SUBSCRIPTION-SCAN
           MOVE WS-CPR TO ABON-CPR
           MOVE LOW-VALUES TO ABON-BUTIK
           START subscription-index-file KEY IS >= ABON-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-SUBSCRIPTION-SCAN
           END-START
           PERFORM UNTIL END-OF-SUBSCRIPTION-SCAN = "Y"
               READ subscription-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-SUBSCRIPTION-SCAN
                   NOT AT END
                       IF ABON-CPR NOT = WS-CPR
                           MOVE "Y" TO END-OF-SUBSCRIPTION-SCAN
                       ELSE
                           perform WRITE-ONE-SUBSCRIPTION-LINE
                       END-IF
               END-READ
           END-PERFORM
       exit.

       WRITE-ONE-SUBSCRIPTION-LINE.
           IF FUNCTION TRIM(ABON-STATUS) = "STOPPET"
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TRIM(ABON-STATUS) = "OPSAGT"
               AND FUNCTION TRIM(ABON-FLAG) NOT = "OPSAGT-TRAEK"
               EXIT PARAGRAPH
           END-IF
           IF WS-ABON-FIRST = "Y"
               MOVE "N" TO WS-ABON-FIRST
               MOVE "Faste betalinger:" TO WS-WORK-LINE
               perform WRITE-CHANNEL-LINE
           END-IF
           MOVE SPACES TO WS-WORK-LINE
           IF FUNCTION TRIM(ABON-FLAG) = "OPSAGT-TRAEK"
               STRING "  " DELIMITED BY SIZE
                      FUNCTION TRIM(ABON-BUTIK) DELIMITED BY SIZE
                      ": OBS traek " DELIMITED BY SIZE
                      ABON-SENESTE-DATO DELIMITED BY SIZE
                      " efter opsigelse, " DELIMITED BY SIZE
                      FUNCTION TRIM(ABON-SENESTE-BELOEB) DELIMITED BY SIZE
                      " DKK" DELIMITED BY SIZE
                      INTO WS-WORK-LINE
           ELSE
               STRING "  " DELIMITED BY SIZE
                      FUNCTION TRIM(ABON-BUTIK) DELIMITED BY SIZE
                      " (" DELIMITED BY SIZE
                      FUNCTION TRIM(ABON-KADENCE) DELIMITED BY SIZE
                      "): " DELIMITED BY SIZE
                      FUNCTION TRIM(ABON-FORVENTET-BELOEB) DELIMITED BY SIZE
                      " DKK, naeste ca. " DELIMITED BY SIZE
                      ABON-FORVENTET-DATO DELIMITED BY SIZE
                      INTO WS-WORK-LINE
               IF FUNCTION TRIM(ABON-FLAG) = "PRISSTIGNING"
                   STRING FUNCTION TRIM(WS-WORK-LINE) DELIMITED BY SIZE
                          " - steget fra " DELIMITED BY SIZE
                          FUNCTION TRIM(ABON-FORRIGE-BELOEB)
                              DELIMITED BY SIZE
                          INTO WS-WORK-LINE
               END-IF
           END-IF
           perform WRITE-CHANNEL-LINE
       exit.

       LOOKUP-REPORT-CHANNEL.
           MOVE "P" TO WS-CURRENT-CHANNEL
           MOVE SPACES TO WS-CURRENT-EMAIL
