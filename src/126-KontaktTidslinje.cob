identification division.
       program-id. KontaktTidslinje.

      *> --- Contact timeline for one customer, from the contact
      *> history KontaktRegistrer keeps in 126-KontaktHistorik.txt.
      *> 126-KontaktParam.txt holds NOEGLE;VAERDI lines:
      *>   CPR;<cpr>          the customer (mandatory)
      *>   FRA;YYYY-MM-DD     first contact date, all history if absent
      *>   TIL;YYYY-MM-DD     last contact date, today if absent
      *> Letters are registered on KUNDE-ID only, so the customer's
      *> KUNDE-IDs are resolved first (CPR -> KONTO-ID through the
      *> transactions, KONTO-ID -> KUNDE-ID through 8-KontoData) and a
      *> contact counts when it carries the CPR or one of them. The
      *> timeline is printed oldest first in 126-KontaktTidslinje.txt,
      *> contacts on the same date in registration order. ---

environment division.
input-output section.
file-control.
       select param-file assign to "126-KontaktParam.txt"
           organization line sequential
           file status is WS-PARAM-STATUS.

       select contact-file assign to "126-KontaktHistorik.txt"
           organization line sequential
           file status is WS-CONTACT-STATUS.

       select transactions-file assign to "10-Transaktioner.txt"
           organization is indexed
           access mode is dynamic
           record key is CPR of transactions-in with duplicates
           alternate record key is TRANS-REF of transactions-in
               with duplicates
           alternate record key is BUTIK of transactions-in
               with duplicates
           file status is WS-TRANS-STATUS.

       select account-file assign to "8-KontoData.txt"
           organization is line sequential
           file status is WS-ACCOUNT-STATUS.

       select report-file assign to "126-KontaktTidslinje.txt"
           organization line sequential.

      *> --- the customer's contacts keyed on date, registration
      *> time and read order, so they come back chronologically ---
       select timeline-index-file assign to "WS-KontaktTidslinje.tmp"
           organization is indexed
           access mode is dynamic
           record key is TL-KEY
           file status is WS-TIMELINE-STATUS.

data division.
file section.
FD param-file.
       01 PARAM-RECORD pic x(40).

FD contact-file.
       01 CONTACT-RECORD pic x(150).

FD transactions-file.
01 transactions-in.
       copy "10-TRANSAKTIONER.cpy".

FD account-file.
       01 csv-lines2 pic x(100).

FD report-file.
       01 REPORT-RECORD pic x(150).

FD timeline-index-file.
       01 TIMELINE-INDEX-RECORD.
           05 TL-KEY.
               10 TL-DATO pic x(10).
               10 TL-TIDSSTEMPEL pic x(15).
               10 TL-LOEBENR pic 9(7).
           05 TL-KANAL pic x(5).
           05 TL-DOKTYPE pic x(20).
           05 TL-REFERENCE pic x(30).
           05 TL-UDFALD pic x(12).

WORKING-STORAGE SECTION.
       01 WS-PARAM-STATUS pic XX value spaces.
       01 WS-CONTACT-STATUS pic XX value spaces.
       01 WS-TRANS-STATUS pic XX value spaces.
       01 WS-ACCOUNT-STATUS pic XX value spaces.
       01 WS-TIMELINE-STATUS pic XX value spaces.

       01 END-OF-PARAM-FILE pic x value "N".
       01 END-OF-CONTACT-FILE pic x value "N".
       01 END-OF-TRANSACTIONS-FILE pic x value "N".
       01 END-OF-ACCOUNT-FILE pic x value "N".
       01 END-OF-TIMELINE pic x value "N".

       01 WS-PARAM-NOEGLE pic x(20) value spaces.
       01 WS-PARAM-VAERDI pic x(20) value spaces.
       01 WS-TARGET-CPR pic x(15) value spaces.
       01 WS-FRA-DATO pic x(10) value "0000-00-00".
       01 WS-TIL-DATO pic x(10) value spaces.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.

       01 WS-KONTO-COUNT pic 9(3) value 0.
       01 WS-KONTO-IX pic 9(3) value 0.
       01 WS-KONTO-FOUND pic x value "N".
       01 WS-KONTO-SET OCCURS 100 TIMES.
           05 SET-KONTO-ID pic x(15).
       01 WS-KUNDE-COUNT pic 9(3) value 0.
       01 WS-KUNDE-IX pic 9(3) value 0.
       01 WS-KUNDE-FOUND pic x value "N".
       01 WS-KUNDE-SET OCCURS 100 TIMES.
           05 SET-KUNDE-ID pic x(10).
       01 WS-CSV-KUNDE-ID pic x(10) value spaces.
       01 WS-CSV-KONTO-ID pic x(15) value spaces.

       01 WS-ROW-TIDSSTEMPEL pic x(15) value spaces.
       01 WS-ROW-CPR pic x(15) value spaces.
       01 WS-ROW-KUNDE-ID pic x(10) value spaces.
       01 WS-ROW-DATO pic x(10) value spaces.
       01 WS-ROW-KANAL pic x(5) value spaces.
       01 WS-ROW-DOKTYPE pic x(20) value spaces.
       01 WS-ROW-REFERENCE pic x(30) value spaces.
       01 WS-ROW-UDFALD pic x(12) value spaces.
       01 WS-ROW-MATCH pic x value "N".

       01 WS-READ-COUNT pic 9(7) value 0.
       01 WS-CONTACT-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

PROCEDURE DIVISION.
       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS
       MOVE WS-TODAY-DATE TO WS-TIL-DATO

       perform LOAD-TIMELINE-PARAMETERS
       IF WS-TARGET-CPR = SPACES
           DISPLAY "KontaktTidslinje: CPR mangler i 126-KontaktParam.txt"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       perform COLLECT-CUSTOMER-ACCOUNTS
       perform COLLECT-CUSTOMER-IDS

       OPEN OUTPUT timeline-index-file
       CLOSE timeline-index-file
       OPEN I-O timeline-index-file

       OPEN INPUT contact-file
       IF WS-CONTACT-STATUS = "00"
           PERFORM UNTIL END-OF-CONTACT-FILE = "Y"
               READ contact-file
                   AT END
                       MOVE "Y" TO END-OF-CONTACT-FILE
                   NOT AT END
                       perform KEEP-CONTACT-IF-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE contact-file
       END-IF

       perform WRITE-TIMELINE-REPORT
       CLOSE timeline-index-file
stop run.

       LOAD-TIMELINE-PARAMETERS.
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
                           WHEN "CPR"
                               MOVE WS-PARAM-VAERDI TO WS-TARGET-CPR
                           WHEN "FRA"
                               IF WS-PARAM-VAERDI(1:10) NOT = SPACES
                                   MOVE WS-PARAM-VAERDI(1:10) TO WS-FRA-DATO
                               END-IF
                           WHEN "TIL"
                               IF WS-PARAM-VAERDI(1:10) NOT = SPACES
                                   MOVE WS-PARAM-VAERDI(1:10) TO WS-TIL-DATO
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE param-file
       exit.

      *> --- every KONTO-ID the CPR has posted on ---
       COLLECT-CUSTOMER-ACCOUNTS.
           OPEN INPUT transactions-file
           IF WS-TRANS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO END-OF-TRANSACTIONS-FILE
           MOVE WS-TARGET-CPR TO CPR OF transactions-in
           START transactions-file KEY IS EQUAL TO CPR OF transactions-in
               INVALID KEY
                   MOVE "Y" TO END-OF-TRANSACTIONS-FILE
           END-START
           PERFORM UNTIL END-OF-TRANSACTIONS-FILE = "Y"
               READ transactions-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-TRANSACTIONS-FILE
                   NOT AT END
                       IF CPR OF transactions-in <> WS-TARGET-CPR
                           MOVE "Y" TO END-OF-TRANSACTIONS-FILE
                       ELSE
                           perform NOTE-KONTO-ID
                       END-IF
               END-READ
           END-PERFORM
           CLOSE transactions-file
       exit.

       NOTE-KONTO-ID.
           MOVE "N" TO WS-KONTO-FOUND
           PERFORM VARYING WS-KONTO-IX FROM 1 BY 1 UNTIL WS-KONTO-IX > WS-KONTO-COUNT
               IF SET-KONTO-ID(WS-KONTO-IX) = KONTO-ID OF transactions-in
                   MOVE "Y" TO WS-KONTO-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-KONTO-FOUND = "N" AND WS-KONTO-COUNT < 100
               ADD 1 TO WS-KONTO-COUNT
               MOVE KONTO-ID OF transactions-in TO SET-KONTO-ID(WS-KONTO-COUNT)
           END-IF
       exit.

      *> --- the KUNDE-IDs owning those accounts ---
       COLLECT-CUSTOMER-IDS.
           IF WS-KONTO-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT account-file
           IF WS-ACCOUNT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-ACCOUNT-FILE = "Y"
               READ account-file
                   AT END
                       MOVE "Y" TO END-OF-ACCOUNT-FILE
                   NOT AT END
                       MOVE SPACES TO WS-CSV-KUNDE-ID
                       MOVE SPACES TO WS-CSV-KONTO-ID
                       UNSTRING csv-lines2 DELIMITED BY ","
                           INTO WS-CSV-KUNDE-ID, WS-CSV-KONTO-ID
                       PERFORM VARYING WS-KONTO-IX FROM 1 BY 1 UNTIL WS-KONTO-IX > WS-KONTO-COUNT
                           IF SET-KONTO-ID(WS-KONTO-IX) = WS-CSV-KONTO-ID
                               perform NOTE-KUNDE-ID
                               EXIT PERFORM
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
           CLOSE account-file
       exit.

       NOTE-KUNDE-ID.
           MOVE "N" TO WS-KUNDE-FOUND
           PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1 UNTIL WS-KUNDE-IX > WS-KUNDE-COUNT
               IF SET-KUNDE-ID(WS-KUNDE-IX) = WS-CSV-KUNDE-ID
                   MOVE "Y" TO WS-KUNDE-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-KUNDE-FOUND = "N" AND WS-KUNDE-COUNT < 100
               ADD 1 TO WS-KUNDE-COUNT
               MOVE WS-CSV-KUNDE-ID TO SET-KUNDE-ID(WS-KUNDE-COUNT)
           END-IF
       exit.

      *> --- TIDSSTEMPEL,CPR,KUNDE-ID,DATO,KANAL,DOKUMENTTYPE,
      *> REFERENCE,UDFALD ---
       KEEP-CONTACT-IF-CUSTOMER.
           ADD 1 TO WS-READ-COUNT
           MOVE SPACES TO WS-ROW-TIDSSTEMPEL
           MOVE SPACES TO WS-ROW-CPR
           MOVE SPACES TO WS-ROW-KUNDE-ID
           MOVE SPACES TO WS-ROW-DATO
           MOVE SPACES TO WS-ROW-KANAL
           MOVE SPACES TO WS-ROW-DOKTYPE
           MOVE SPACES TO WS-ROW-REFERENCE
           MOVE SPACES TO WS-ROW-UDFALD
           UNSTRING CONTACT-RECORD DELIMITED BY ","
               INTO WS-ROW-TIDSSTEMPEL, WS-ROW-CPR, WS-ROW-KUNDE-ID,
                    WS-ROW-DATO, WS-ROW-KANAL, WS-ROW-DOKTYPE,
                    WS-ROW-REFERENCE, WS-ROW-UDFALD
           IF WS-ROW-DATO < WS-FRA-DATO OR WS-ROW-DATO > WS-TIL-DATO
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-ROW-MATCH
           IF WS-ROW-CPR NOT = SPACES AND WS-ROW-CPR = WS-TARGET-CPR
               MOVE "Y" TO WS-ROW-MATCH
           END-IF
           IF WS-ROW-MATCH = "N" AND WS-ROW-KUNDE-ID NOT = SPACES
               PERFORM VARYING WS-KUNDE-IX FROM 1 BY 1 UNTIL WS-KUNDE-IX > WS-KUNDE-COUNT
                   IF SET-KUNDE-ID(WS-KUNDE-IX) = WS-ROW-KUNDE-ID
                       MOVE "Y" TO WS-ROW-MATCH
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ROW-MATCH = "N"
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ROW-DATO TO TL-DATO
           MOVE WS-ROW-TIDSSTEMPEL TO TL-TIDSSTEMPEL
           MOVE WS-READ-COUNT TO TL-LOEBENR
           MOVE WS-ROW-KANAL TO TL-KANAL
           MOVE WS-ROW-DOKTYPE TO TL-DOKTYPE
           MOVE WS-ROW-REFERENCE TO TL-REFERENCE
           MOVE WS-ROW-UDFALD TO TL-UDFALD
           WRITE TIMELINE-INDEX-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CONTACT-COUNT
           END-WRITE
       exit.

       WRITE-TIMELINE-REPORT.
           OPEN OUTPUT report-file
           MOVE SPACES TO REPORT-RECORD
           STRING "Kontakthistorik for CPR " FUNCTION TRIM(WS-TARGET-CPR)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           IF WS-FRA-DATO = "0000-00-00"
               STRING "Periode: hele historikken til " WS-TIL-DATO
                      DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
               STRING "Periode: " WS-FRA-DATO " til " WS-TIL-DATO
                      DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Dato       Kanal Dokumenttype         "
                  "Reference                      Udfald"
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE LOW-VALUES TO TL-KEY
           START timeline-index-file KEY IS >= TL-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-TIMELINE
           END-START
           PERFORM UNTIL END-OF-TIMELINE = "Y"
               READ timeline-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-TIMELINE
                   NOT AT END
                       MOVE SPACES TO REPORT-RECORD
                       STRING TL-DATO " " TL-KANAL " " TL-DOKTYPE " "
                              TL-REFERENCE " " TL-UDFALD
                              DELIMITED BY SIZE INTO REPORT-RECORD
                       WRITE REPORT-RECORD
               END-READ
           END-PERFORM

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-CONTACT-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Kontakter i alt: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE report-file
       exit.
