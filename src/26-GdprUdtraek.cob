      *> the customer-master row (found via the account file's
      *> KONTO-ID -> KUNDE-ID link), the accounts, live transactions,
      *> archived transactions from every dated
      *> 10-Transaktioner-YYYY-MM.txt, the carried balance, the staff
      *> memos on the customer, the contact history (matched on the
      *> CPR or on any of the customer's KUNDE-IDs) and any mentions
      *> in the three exception files. Further parameter lines
      *> OPERATOR,<id> and FORMAAL,<code> (default GDPR-INDSIGT) go
      *> with the extract into the read-access log
      *> 127-LaesAdgangLog.txt. ---

environment division.
input-output section.
           organization line sequential
           file status is WS-HOLDERS-STATUS.

      *> --- customer memo register: staff notes on the customer,
      *> expired ones included, belong in the extract ---
       select memo-file assign to "125-KundeMemoer.txt"
           organization line sequential
           file status is WS-MEMO-STATUS.

       select contact-file assign to "126-KontaktHistorik.txt"
           organization line sequential
           file status is WS-CONTACT-STATUS.

       select report-file assign to "26-GdprUdtraek.txt"
           organization line sequential.

FD holders-file.
       01 HOLDER-CSV-RECORD pic x(60).

FD memo-file.
       01 MEMO-CSV-RECORD pic x(150).

FD contact-file.
       01 CONTACT-CSV-RECORD pic x(150).

FD report-file.
       01 REPORT-RECORD pic x(250).

       01 WS-SCAN-MONTH pic 9(2) value 0.
       01 WS-CURRENT-YEAR pic 9(4) value 0.
       01 WS-CURRENT-MONTH pic 9(2) value 0.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.

      *> --- the customer's KONTO-ID and KUNDE-ID sets, collected from
      *> the live and archived transactions and the account file ---
       01 WS-LINK-KUNDE-ID pic x(10) value spaces.
       01 WS-LINK-ROLLE pic x(10) value spaces.

      *> --- memo scan state ---
       01 WS-MEMO-STATUS pic XX value spaces.
       01 END-OF-MEMO-FILE pic x value "N".
       01 WS-MEMO-ID-TEXT pic x(10) value spaces.
       01 WS-MEMO-CPR-TEXT pic x(15) value spaces.

      *> --- contact-history scan state ---
       01 WS-CONTACT-STATUS pic XX value spaces.
       01 END-OF-CONTACT-FILE pic x value "N".
       01 WS-CONTACT-TS-TEXT pic x(15) value spaces.
       01 WS-CONTACT-CPR-TEXT pic x(15) value spaces.
       01 WS-CONTACT-KUNDE-TEXT pic x(10) value spaces.
       01 WS-CONTACT-MATCH pic x value "N".

      *> --- the extract is a customer-data read in its own right ---
       01 END-OF-PARAM-FILE pic x value "N".
       01 WS-PARAM-NOEGLE pic x(10) value spaces.
       01 WS-PARAM-VAERDI pic x(12) value spaces.
       01 WS-READ-OPERATOR pic x(10) value spaces.
       01 WS-READ-FORMAAL pic x(12) value "GDPR-INDSIGT".
       01 WS-ADGANG.
           copy "127-ADGANGREC.cpy".
       01 WS-ADGANG-STATUS pic XX value spaces.

       01 WS-HIT-COUNT pic 9(4) value 0.
       01 WS-ROW-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.
       INSPECT FUNCTION TRIM(WS-TARGET-CPR)
           TALLYING WS-CPR-LENGTH FOR CHARACTERS

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS
       MOVE WS-TODAY-DATE(1:4) TO WS-CURRENT-YEAR
       MOVE WS-TODAY-DATE(6:2) TO WS-CURRENT-MONTH

       MOVE SPACES TO WS-ADGANG
       MOVE WS-READ-OPERATOR TO AL-OPERATOR
       MOVE WS-TARGET-CPR TO AL-CPR
       MOVE WS-READ-FORMAAL TO AL-FORMAAL
       MOVE "GdprUdtraek" TO AL-PROGRAM
       MOVE "26-GdprUdtraek.txt" TO AL-DETALJE
       CALL "AdgangsLogRegistrer" USING WS-ADGANG WS-ADGANG-STATUS

       OPEN OUTPUT report-file

       perform EXTRACT-CUSTOMER-MASTER
       perform EXTRACT-CARRY-BALANCE
       perform EXTRACT-CONSENTS
       perform EXTRACT-CUSTOMER-MEMOS
       perform EXTRACT-CONTACT-HISTORY
       perform EXTRACT-EXCEPTION-MENTIONS

       close report-file
                   NOT AT END
                       MOVE PARAM-RECORD(1:15) TO WS-TARGET-CPR
               END-READ
               *> then the optional start year, and OPERATOR,<id> /
               *> FORMAAL,<code> lines for the read-access log
               PERFORM UNTIL END-OF-PARAM-FILE = "Y"
                   READ param-file
                       AT END
                           MOVE "Y" TO END-OF-PARAM-FILE
                       NOT AT END
                           IF PARAM-RECORD(1:4) NUMERIC
                               MOVE PARAM-RECORD(1:4) TO WS-START-YEAR
                           ELSE
                               MOVE SPACES TO WS-PARAM-NOEGLE
                               MOVE SPACES TO WS-PARAM-VAERDI
                               UNSTRING PARAM-RECORD DELIMITED BY ","
                                   INTO WS-PARAM-NOEGLE, WS-PARAM-VAERDI
                               EVALUATE FUNCTION TRIM(WS-PARAM-NOEGLE)
                                   WHEN "OPERATOR"
                                       MOVE WS-PARAM-VAERDI TO WS-READ-OPERATOR
                                   WHEN "FORMAAL"
                                       IF WS-PARAM-VAERDI NOT = SPACES
                                           MOVE WS-PARAM-VAERDI TO WS-READ-FORMAAL
                                       END-IF
                                   WHEN OTHER
                                       CONTINUE
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE param-file
           END-IF
       exit.
           END-IF
       exit.

      *> --- every memo kept on the customer, expired or not, as
      *> registered (MEMO-ID,CPR,KATEGORI,OPRETTET-AF,OPRETTET,UDLOEB,
      *> ADVARSEL,TEKST) ---
       EXTRACT-CUSTOMER-MEMOS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "== Kundememoer (125-KundeMemoer.txt) ==" TO REPORT-RECORD
           WRITE REPORT-RECORD

           OPEN INPUT memo-file
           IF WS-MEMO-STATUS = "00"
               MOVE "N" TO END-OF-MEMO-FILE
               PERFORM UNTIL END-OF-MEMO-FILE = "Y"
                   READ memo-file
                       AT END
                           MOVE "Y" TO END-OF-MEMO-FILE
                       NOT AT END
                           MOVE SPACES TO WS-MEMO-ID-TEXT
                           MOVE SPACES TO WS-MEMO-CPR-TEXT
                           UNSTRING MEMO-CSV-RECORD DELIMITED BY ","
                               INTO WS-MEMO-ID-TEXT, WS-MEMO-CPR-TEXT
                           IF FUNCTION TRIM(WS-MEMO-CPR-TEXT)
                               = FUNCTION TRIM(WS-TARGET-CPR)
                               MOVE MEMO-CSV-RECORD TO REPORT-RECORD
                               WRITE REPORT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE memo-file
           END-IF
       exit.

      *> --- every registered contact with the customer; letters
      *> carry only the KUNDE-ID, so the KUNDE-IDs gathered from the
      *> account rows count as well as the CPR ---
       EXTRACT-CONTACT-HISTORY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "== Kontakthistorik (126-KontaktHistorik.txt) ==" TO REPORT-RECORD
           WRITE REPORT-RECORD

           OPEN INPUT contact-file
           IF WS-CONTACT-STATUS = "00"
               MOVE "N" TO END-OF-CONTACT-FILE
               PERFORM UNTIL END-OF-CONTACT-FILE = "Y"
                   READ contact-file
                       AT END
                           MOVE "Y" TO END-OF-CONTACT-FILE
                       NOT AT END
                           PERFORM REPORT-CONTACT-IF-CUSTOMER
                   END-READ
               END-PERFORM
               CLOSE contact-file
           END-IF
       exit.

       REPORT-CONTACT-IF-CUSTOMER.
           MOVE SPACES TO WS-CONTACT-TS-TEXT
           MOVE SPACES TO WS-CONTACT-CPR-TEXT
           MOVE SPACES TO WS-CONTACT-KUNDE-TEXT
           UNSTRING CONTACT-CSV-RECORD DELIMITED BY ","
               INTO WS-CONTACT-TS-TEXT, WS-CONTACT-CPR-TEXT,
                    WS-CONTACT-KUNDE-TEXT
           MOVE "N" TO WS-CONTACT-MATCH
           IF WS-CONTACT-CPR-TEXT NOT = SPACES
               AND FUNCTION TRIM(WS-CONTACT-CPR-TEXT)
                   = FUNCTION TRIM(WS-TARGET-CPR)
               MOVE "Y" TO WS-CONTACT-MATCH
           END-IF
           IF WS-CONTACT-MATCH = "N" AND WS-CONTACT-KUNDE-TEXT NOT = SPACES
               PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1 UNTIL WS-KUNDE-IX > WS-KUNDE-COUNT
                   IF SET-KUNDE-ID(WS-KUNDE-IX) = WS-CONTACT-KUNDE-TEXT
                       MOVE "Y" TO WS-CONTACT-MATCH
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-CONTACT-MATCH = "Y"
               MOVE CONTACT-CSV-RECORD TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
       exit.

      *> --- any line in the three exception files mentioning the CPR ---
       EXTRACT-EXCEPTION-MENTIONS.
           MOVE SPACES TO REPORT-RECORD
