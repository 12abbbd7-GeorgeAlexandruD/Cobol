      *> total debits and credits disagree.
      *> Record layout (44-HovedbogPostering.txt, semicolon-fixed):
      *>   POST;DATO;KONTOART;TYPE;FILIAL;D eller K;BELOEB
      *>   KONTROL;DEBET-TOTAL;KREDIT-TOTAL
      *> The day's POST lines are also kept in 44-HovedbogHistorik.txt,
      *> the ledger's posting history for audit trails; a rerun of the
      *> same day replaces that day's lines there. A rehearsal run
      *> leaves the history alone. The posting file is sealed
      *> (IntegritetsSegl); the runs that add postings to it after
      *> the export prove the seal first and renew it afterwards.
      *> Behind the KUNDEKONTI legs, 44-HovedbogSpecifikation.txt keeps
      *> one line per posting that makes them up - each row, each
      *> Overforsel fee, each interest credit - with the account's
      *> product (KONTO-TYPE from 8-KontoStam.txt) and currency:
      *>   SPEC;DATO;KONTO-TYPE;VALUTA;KONTO-ID;TRANS-REF;TYPE;
      *>   BELOEB;BELOEB-DKK   (customer side: positive = credit)
      *> so the month-end reconciliation can carry the ledger per
      *> product and currency; reruns and rehearsals treat it like
      *> the history. ---

environment division.
input-output section.
       select gl-file assign to WS-GL-FILENAME
           organization line sequential.

       select gl-history-file assign to "44-HovedbogHistorik.txt"
           organization line sequential
           file status is WS-GL-HISTORY-STATUS.

       select gl-history-new-file assign to "WS-HovedbogHistorik.tmp"
           organization line sequential.

       select spec-file assign to "44-HovedbogSpecifikation.txt"
           organization line sequential
           file status is WS-SPEC-STATUS.

       select spec-new-file assign to "WS-HovedbogSpec.tmp"
           organization line sequential.

       select spec-day-file assign to "WS-HovedbogSpecDag.tmp"
           organization line sequential.

      *> --- the account master gives each row's product ---
       select account-index-file assign to "8-KontoStam.txt"
           organization is indexed
           access mode is dynamic
           record key is KONTOSTAM-ID
           alternate record key is KONTOSTAM-KUNDE-ID with duplicates
           alternate record key is KONTOSTAM-CPR with duplicates
           file status is WS-ACCOUNT-INDEX-STATUS.

      *> --- rehearsal mode: JA in 12-GeneralproeveParam.txt sends
      *> the posting file to a Proeve- name so a dry run never
      *> reaches the ledger ---
FD gl-file.
       01 GL-RECORD pic x(80).

FD gl-history-file.
       01 GL-HISTORY-RECORD pic x(80).

FD gl-history-new-file.
       01 GL-HISTORY-NEW-RECORD pic x(80).

FD spec-file.
       01 SPEC-RECORD pic x(150).

FD spec-new-file.
       01 SPEC-NEW-RECORD pic x(150).

FD spec-day-file.
       01 SPEC-DAY-RECORD pic x(150).

FD account-index-file.
       01 ACCOUNT-INDEX-RECORD.
           copy "8-KONTOSTAM.cpy".

FD rehearsal-param-file.
       01 REHEARSAL-PARAM-RECORD pic x(5).

       01 WS-TRANS-STATUS pic XX value spaces.
       01 WS-INTEREST-STATUS pic XX value spaces.
       01 WS-BUCKET-STATUS pic XX value spaces.
       01 WS-GL-HISTORY-STATUS pic XX value spaces.
       01 END-OF-GL-FILE pic x value "N".
       01 END-OF-GL-HISTORY-FILE pic x value "N".
       01 WS-GL-DAY-PREFIX pic x(16) value spaces.

       01 END-OF-TRANSACTIONS-FILE pic x value "N".
       01 END-OF-INTEREST-FILE pic x value "N".
       01 END-OF-BUCKET-FILE pic x value "N".

       01 WS-BUSINESS-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-GL-FILENAME pic x(40)
           value "44-HovedbogPostering.txt".
       01 WS-REHEARSAL-PARAM-STATUS pic XX value spaces.
       01 WS-DEBET-DISPLAY pic -Z(13).99.
       01 WS-KREDIT-DISPLAY pic -Z(13).99.

      *> --- integrity seal on the outbound file, for the receiver
      *> to verify with the key agreed with them ---
       01 WS-SEGL-MODE pic x value space.
       01 WS-SEGL-FILNAVN pic x(40) value spaces.
       01 WS-SEGL-STATUS pic XX value spaces.

      *> --- per-posting specification of the customer legs ---
       01 WS-SPEC-STATUS pic XX value spaces.
       01 WS-ACCOUNT-INDEX-STATUS pic XX value spaces.
       01 WS-ACCOUNT-MASTER-OPEN pic x value "N".
       01 END-OF-SPEC-FILE pic x value "N".
       01 WS-SPEC-DAY-PREFIX pic x(16) value spaces.
       01 WS-SPEC-KONTO-ID pic x(15) value spaces.
       01 WS-SPEC-KONTO-TYPE pic x(15) value spaces.
       01 WS-SPEC-VALUTA pic x(3) value spaces.
       01 WS-SPEC-TRANS-REF pic x(20) value spaces.
       01 WS-SPEC-TYPE pic x(15) value spaces.
       01 WS-SPEC-BELOEB pic S9(13)v99 value 0.
       01 WS-SPEC-DKK pic S9(13)v99 value 0.
       01 WS-SPEC-GEBYR pic S9(13)v99 value 0.
       01 WS-SPEC-BELOEB-DISPLAY pic -Z(13).99.
       01 WS-SPEC-DKK-DISPLAY pic -Z(13).99.

PROCEDURE DIVISION.
       OPEN INPUT rehearsal-param-file
       IF WS-REHEARSAL-PARAM-STATUS = "00"
       CLOSE bucket-file
       OPEN I-O bucket-file

       OPEN INPUT account-index-file
       IF WS-ACCOUNT-INDEX-STATUS = "00"
           MOVE "Y" TO WS-ACCOUNT-MASTER-OPEN
       END-IF
       OPEN OUTPUT spec-day-file

       perform ACCUMULATE-DAY-BUCKETS
       perform ACCUMULATE-DAY-INTEREST

       CLOSE spec-day-file
       IF WS-ACCOUNT-MASTER-OPEN = "Y"
           CLOSE account-index-file
       END-IF
       perform TALLY-POSTINGS

       *> the posting set balances by construction; a difference
       END-IF

       perform WRITE-GL-FILE
       IF WS-GL-FILENAME = "44-HovedbogPostering.txt"
           perform UPDATE-GL-HISTORY
           perform UPDATE-GL-SPECIFICATION
       END-IF

       close bucket-file
       DISPLAY "HovedbogEksport: posteringer skrevet for " WS-BUSINESS-DATE
stop run.

       LOAD-BUSINESS-DATE.
           CALL "ForretningsDato" USING WS-BUSINESS-DATE
               WS-FORRETNINGSDATO-STATUS

           OPEN INPUT param-file
           IF WS-PARAM-STATUS = "00"
               END-IF
           END-IF

           MOVE KONTO-ID TO WS-SPEC-KONTO-ID
           perform LOOKUP-SPEC-PRODUCT
           MOVE VALUTA TO WS-SPEC-VALUTA
           MOVE TRANS-REF TO WS-SPEC-TRANS-REF
           MOVE TRANSAKTIONSTYPE TO WS-SPEC-TYPE
           COMPUTE WS-SPEC-BELOEB = FUNCTION NUMVAL(BELOEB)
           MOVE WS-BELOEB-NUM TO WS-SPEC-DKK
           perform WRITE-SPEC-LINE

           IF FUNCTION TRIM(TRANSAKTIONSTYPE) = "Overforsel"
               COMPUTE WS-FEE-TOTAL = WS-FEE-TOTAL
                   + FUNCTION ABS(WS-BELOEB-NUM) * WS-FEE-RATE
               COMPUTE WS-SPEC-GEBYR =
                   FUNCTION ABS(WS-BELOEB-NUM) * WS-FEE-RATE
               IF WS-SPEC-GEBYR NOT = 0
                   MOVE "DKK" TO WS-SPEC-VALUTA
                   MOVE "GEBYR" TO WS-SPEC-TYPE
                   COMPUTE WS-SPEC-BELOEB = 0 - WS-SPEC-GEBYR
                   MOVE WS-SPEC-BELOEB TO WS-SPEC-DKK
                   perform WRITE-SPEC-LINE
               END-IF
           END-IF

           MOVE TRANSAKTIONSTYPE TO BUCKET-TYPE
                           IF WS-REG-DATO = WS-BUSINESS-DATE
                               COMPUTE WS-INTEREST-TOTAL = WS-INTEREST-TOTAL
                                   + FUNCTION NUMVAL(WS-REG-BELOEB)
                               perform WRITE-INTEREST-SPEC-LINE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
       exit.

      *> --- the row's product from the account master; an account
      *> not on the master is specified as UKENDT ---
       LOOKUP-SPEC-PRODUCT.
           MOVE "UKENDT" TO WS-SPEC-KONTO-TYPE
           IF WS-ACCOUNT-MASTER-OPEN = "Y"
               MOVE WS-SPEC-KONTO-ID TO KONTOSTAM-ID
               READ account-index-file
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF KONTOSTAM-TYPE NOT = SPACES
                           MOVE KONTOSTAM-TYPE TO WS-SPEC-KONTO-TYPE
                       END-IF
               END-READ
           END-IF
       exit.

      *> --- the interest register names the customer, not the
      *> account: the credit is specified on the CPR's first account ---
       WRITE-INTEREST-SPEC-LINE.
           MOVE SPACES TO WS-SPEC-KONTO-ID
           MOVE "UKENDT" TO WS-SPEC-KONTO-TYPE
           IF WS-ACCOUNT-MASTER-OPEN = "Y"
               MOVE WS-REG-CPR TO KONTOSTAM-CPR
               READ account-index-file KEY IS KONTOSTAM-CPR
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE KONTOSTAM-ID TO WS-SPEC-KONTO-ID
                       IF KONTOSTAM-TYPE NOT = SPACES
                           MOVE KONTOSTAM-TYPE TO WS-SPEC-KONTO-TYPE
                       END-IF
               END-READ
           END-IF
           MOVE "DKK" TO WS-SPEC-VALUTA
           MOVE SPACES TO WS-SPEC-TRANS-REF
           STRING "RENTE" FUNCTION TRIM(WS-REG-CPR)
                  DELIMITED BY SIZE INTO WS-SPEC-TRANS-REF
           MOVE "RENTE" TO WS-SPEC-TYPE
           COMPUTE WS-SPEC-BELOEB = FUNCTION NUMVAL(WS-REG-BELOEB)
           MOVE WS-SPEC-BELOEB TO WS-SPEC-DKK
           perform WRITE-SPEC-LINE
       exit.

       WRITE-SPEC-LINE.
           MOVE WS-SPEC-BELOEB TO WS-SPEC-BELOEB-DISPLAY
           MOVE WS-SPEC-DKK TO WS-SPEC-DKK-DISPLAY
           MOVE SPACES TO SPEC-DAY-RECORD
           STRING "SPEC;" WS-BUSINESS-DATE ";"
                  FUNCTION TRIM(WS-SPEC-KONTO-TYPE) ";"
                  FUNCTION TRIM(WS-SPEC-VALUTA) ";"
                  FUNCTION TRIM(WS-SPEC-KONTO-ID) ";"
                  FUNCTION TRIM(WS-SPEC-TRANS-REF) ";"
                  FUNCTION TRIM(WS-SPEC-TYPE) ";"
                  FUNCTION TRIM(WS-SPEC-BELOEB-DISPLAY) ";"
                  FUNCTION TRIM(WS-SPEC-DKK-DISPLAY)
                  DELIMITED BY SIZE INTO SPEC-DAY-RECORD
           WRITE SPEC-DAY-RECORD
       exit.

      *> --- as the history: the specification is copied without the
      *> business date's lines, the day's lines are added, and the
      *> copy replaces it ---
       UPDATE-GL-SPECIFICATION.
           STRING "SPEC;" WS-BUSINESS-DATE ";" DELIMITED BY SIZE
               INTO WS-SPEC-DAY-PREFIX
           OPEN OUTPUT spec-new-file
           OPEN INPUT spec-file
           IF WS-SPEC-STATUS = "00"
               PERFORM UNTIL END-OF-SPEC-FILE = "Y"
                   READ spec-file
                       AT END
                           MOVE "Y" TO END-OF-SPEC-FILE
                       NOT AT END
                           IF SPEC-RECORD(1:16) NOT = WS-SPEC-DAY-PREFIX
                               MOVE SPEC-RECORD TO SPEC-NEW-RECORD
                               WRITE SPEC-NEW-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE spec-file
           END-IF
           MOVE "N" TO END-OF-SPEC-FILE
           OPEN INPUT spec-day-file
           PERFORM UNTIL END-OF-SPEC-FILE = "Y"
               READ spec-day-file
                   AT END
                       MOVE "Y" TO END-OF-SPEC-FILE
                   NOT AT END
                       MOVE SPEC-DAY-RECORD TO SPEC-NEW-RECORD
                       WRITE SPEC-NEW-RECORD
               END-READ
           END-PERFORM
           CLOSE spec-day-file
           CLOSE spec-new-file

           MOVE "N" TO END-OF-SPEC-FILE
           OPEN INPUT spec-new-file
           OPEN OUTPUT spec-file
           PERFORM UNTIL END-OF-SPEC-FILE = "Y"
               READ spec-new-file
                   AT END
                       MOVE "Y" TO END-OF-SPEC-FILE
                   NOT AT END
                       MOVE SPEC-NEW-RECORD TO SPEC-RECORD
                       WRITE SPEC-RECORD
               END-READ
           END-PERFORM
           CLOSE spec-new-file
           CLOSE spec-file
       exit.

      *> --- every posting pair adds the same amount to both sides,
      *> so the tally doubles as the balancing proof ---
       TALLY-POSTINGS.
           WRITE GL-RECORD

           CLOSE gl-file
           MOVE "S" TO WS-SEGL-MODE
           MOVE WS-GL-FILENAME TO WS-SEGL-FILNAVN
           CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
               WS-SEGL-STATUS
           IF WS-SEGL-STATUS NOT = "00"
               DISPLAY "HovedbogEksport: " FUNCTION TRIM(WS-SEGL-FILNAVN)
                   " kunne ikke forsegles - se 140-SeglLog.txt"
           END-IF
       exit.

      *> --- the history is copied without the business date's
      *> lines, the day's POST lines are added, and the copy replaces
      *> the history ---
       UPDATE-GL-HISTORY.
           STRING "POST;" WS-BUSINESS-DATE ";" DELIMITED BY SIZE
               INTO WS-GL-DAY-PREFIX
           OPEN OUTPUT gl-history-new-file
           OPEN INPUT gl-history-file
           IF WS-GL-HISTORY-STATUS = "00"
               PERFORM UNTIL END-OF-GL-HISTORY-FILE = "Y"
                   READ gl-history-file
                       AT END
                           MOVE "Y" TO END-OF-GL-HISTORY-FILE
                       NOT AT END
                           IF GL-HISTORY-RECORD(1:16) NOT = WS-GL-DAY-PREFIX
                               MOVE GL-HISTORY-RECORD TO GL-HISTORY-NEW-RECORD
                               WRITE GL-HISTORY-NEW-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE gl-history-file
           END-IF
           OPEN INPUT gl-file
           PERFORM UNTIL END-OF-GL-FILE = "Y"
               READ gl-file
                   AT END
                       MOVE "Y" TO END-OF-GL-FILE
                   NOT AT END
                       IF GL-RECORD(1:5) = "POST;"
                           MOVE GL-RECORD TO GL-HISTORY-NEW-RECORD
                           WRITE GL-HISTORY-NEW-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE gl-file
           CLOSE gl-history-new-file

           MOVE "N" TO END-OF-GL-HISTORY-FILE
           OPEN INPUT gl-history-new-file
           OPEN OUTPUT gl-history-file
           PERFORM UNTIL END-OF-GL-HISTORY-FILE = "Y"
               READ gl-history-new-file
                   AT END
                       MOVE "Y" TO END-OF-GL-HISTORY-FILE
                   NOT AT END
                       MOVE GL-HISTORY-NEW-RECORD TO GL-HISTORY-RECORD
                       WRITE GL-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE gl-history-new-file
           CLOSE gl-history-file
       exit.

      *> --- one pair per type+branch: the customer-side leg and the
