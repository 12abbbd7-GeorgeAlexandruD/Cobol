identification division.
       program-id. ProduktMigrering.

      *> --- Daily product-retirement run: every account of a retired
      *> KONTO-TYPE moves to its replacement product after statutory
      *> notice. 131-MigreringsPlan.txt holds NOEGLE;... lines:
      *>   PLAN;<GAMMEL-TYPE>;<NY-TYPE>;<VARSEL-DATO>;<IKRAFT-DATO>
      *>   VARSELDAGE;<dage>   (minimum notice, default 60)
      *> A plan is refused when the new type is not in
      *> 64-ProduktKatalog.txt or its dates leave less than the
      *> minimum notice.
      *> From VARSEL-DATO every open account of the old type gets a
      *> PRODUKTSKIFT letter through 43-BrevTriggere.txt (&DATO& is
      *> the day it converts); 131-MigreringLog.txt remembers each
      *> notice, so an account opened later is noticed on its own
      *> and converts once its own notice has run.
      *> From IKRAFT-DATO a noticed account converts: KONTO-TYPE is
      *> changed on the account master 8-KontoStam.txt (in place,
      *> 8-KontoData.txt exported from it) with a TYPE line in
      *> 19-KontoLivsLog.txt (operator PRODUKTSKIFT), and the
      *> interest the open cycle has earned so far under the old
      *> terms is settled: the statement run accrues the whole cycle
      *> at the new product's rate, so the difference between the
      *> old and new rate for the elapsed part of the cycle posts as
      *> a Produktrente row through 16-Leverance.txt.
      *> An account with an open dispute (45-Tvister.txt), an open
      *> garnishment (76-UdlaegRegister.txt) or an active estate
      *> (63-DoedsboRegister.txt) stays on the old product and is
      *> listed; it converts on the first run after the hold ends.
      *> 131-MigreringRapport.txt lists every notice, conversion and
      *> exclusion, with count and balance per old and new type
      *> before and after the run. ---

environment division.
input-output section.
file-control.
       select plan-file assign to "131-MigreringsPlan.txt"
           organization line sequential
           file status is WS-PLAN-STATUS.

       select catalog-file assign to "64-ProduktKatalog.txt"
           organization line sequential
           file status is WS-CATALOG-STATUS.

       select cycle-file assign to "10-Cyklus.txt"
           organization line sequential
           file status is WS-CYCLE-STATUS.

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

       select dispute-file assign to "45-Tvister.txt"
           organization line sequential
           file status is WS-DISPUTE-STATUS.

       select garnish-file assign to "76-UdlaegRegister.txt"
           organization line sequential
           file status is WS-GARNISH-STATUS.

       select estate-file assign to "63-DoedsboRegister.txt"
           organization line sequential
           file status is WS-ESTATE-STATUS.

       select delivery-file assign to "16-Leverance.txt"
           organization line sequential
           file status is WS-DELIVERY-STATUS.

       select trigger-file assign to "43-BrevTriggere.txt"
           organization line sequential
           file status is WS-TRIGGER-STATUS.

       select lifecycle-log-file assign to "19-KontoLivsLog.txt"
           organization line sequential
           file status is WS-LIFECYCLE-LOG-STATUS.

       select log-file assign to "131-MigreringLog.txt"
           organization line sequential
           file status is WS-LOG-STATUS.

       select report-file assign to "131-MigreringRapport.txt"
           organization line sequential.

      *> --- the account master keyed on KONTO-ID, its fields kept as
      *> the CSV text they arrived as, plus the CPR and REG-NR the
      *> transaction master knows for the account ---
       select account-index-file assign to "WS-MigreringKonto.tmp"
           organization is indexed
           access mode is dynamic
           record key is MK-KONTO-ID
           file status is WS-ACCOUNT-INDEX-STATUS.

      *> --- holds: T/U on KONTO-ID (dispute, garnishment), D on
      *> KUNDE-ID (estate) ---
       select hold-index-file assign to "WS-MigreringSpaerring.tmp"
           organization is indexed
           access mode is dynamic
           record key is SP-KEY
           file status is WS-HOLD-INDEX-STATUS.

      *> --- notices already sent, per account and new product ---
       select notice-index-file assign to "WS-MigreringVarsel.tmp"
           organization is indexed
           access mode is dynamic
           record key is MV-KEY
           file status is WS-NOTICE-INDEX-STATUS.

data division.
file section.
FD plan-file.
       01 PLAN-RECORD pic x(80).

FD catalog-file.
       01 CATALOG-RECORD pic x(80).

FD cycle-file.
       01 CYCLE-RECORD pic x(80).

FD account-master-file.
       01 ACCOUNT-MASTER-RECORD.
           copy "8-KONTOSTAM.cpy".

FD transactions-file.
01 transactions-in.
       copy "10-TRANSAKTIONER.cpy".

FD dispute-file.
       01 DISPUTE-RECORD pic x(200).

FD garnish-file.
       01 GARNISH-RECORD pic x(200).

FD estate-file.
       01 ESTATE-RECORD pic x(200).

FD delivery-file.
01 delivery-out.
       copy "10-TRANSAKTIONER.cpy".

FD trigger-file.
       01 TRIGGER-RECORD pic x(80).

FD lifecycle-log-file.
       01 LIFECYCLE-LOG-RECORD pic x(150).

FD log-file.
       01 LOG-RECORD pic x(60).

FD report-file.
       01 REPORT-RECORD pic x(150).

FD account-index-file.
       01 ACCOUNT-INDEX-RECORD.
           05 MK-KONTO-ID pic x(15).
           05 MK-KUNDE-ID pic x(10).
           05 MK-KONTO-TYPE pic x(15).
           05 MK-BALANCE pic x(15).
           05 MK-VALUTA pic x(3).
           05 MK-STATUS pic x(6).
           05 MK-OPENING pic x(10).
           05 MK-CPR pic x(15).
           05 MK-REG-NR pic x(4).

FD hold-index-file.
       01 HOLD-INDEX-RECORD.
           05 SP-KEY.
               10 SP-ART pic x.
               10 SP-ID pic x(15).

FD notice-index-file.
       01 NOTICE-INDEX-RECORD.
           05 MV-KEY.
               10 MV-KONTO-ID pic x(15).
               10 MV-NY-TYPE pic x(15).
           05 MV-DATO pic x(10).

WORKING-STORAGE SECTION.
       01 WS-PLAN-STATUS pic XX value spaces.
       01 WS-CATALOG-STATUS pic XX value spaces.
       01 WS-CYCLE-STATUS pic XX value spaces.
       01 WS-ACCOUNT-STATUS pic XX value spaces.
       01 WS-TRANS-STATUS pic XX value spaces.
       01 WS-DISPUTE-STATUS pic XX value spaces.
       01 WS-GARNISH-STATUS pic XX value spaces.
       01 WS-ESTATE-STATUS pic XX value spaces.
       01 WS-DELIVERY-STATUS pic XX value spaces.
       01 WS-TRIGGER-STATUS pic XX value spaces.
       01 WS-LIFECYCLE-LOG-STATUS pic XX value spaces.
       01 WS-LOG-STATUS pic XX value spaces.
       01 WS-ACCOUNT-INDEX-STATUS pic XX value spaces.
       01 WS-HOLD-INDEX-STATUS pic XX value spaces.
       01 WS-NOTICE-INDEX-STATUS pic XX value spaces.

       01 END-OF-PLAN-FILE pic x value "N".
       01 END-OF-CATALOG-FILE pic x value "N".
       01 END-OF-CYCLE-FILE pic x value "N".
       01 END-OF-ACCOUNT-FILE pic x value "N".
       01 END-OF-TRANSACTIONS-FILE pic x value "N".
       01 END-OF-DISPUTE-FILE pic x value "N".
       01 END-OF-GARNISH-FILE pic x value "N".
       01 END-OF-ESTATE-FILE pic x value "N".
       01 END-OF-LOG-FILE pic x value "N".
       01 END-OF-INDEX-SCAN pic x value "N".

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-TODAY-YYYYMMDD pic 9(8) value 0.
       01 WS-TODAY-INT pic 9(7) value 0.
       01 WS-DATE-YYYYMMDD pic 9(8) value 0.
       01 WS-DATE-INT pic 9(7) value 0.
       01 WS-DATE-TEXT pic x(10) value spaces.
       01 WS-START-INT pic 9(7) value 0.
       01 WS-AUDIT-TIMESTAMP pic x(21) value spaces.

      *> --- plan file pieces ---
       01 WS-PLAN-NOEGLE pic x(12) value spaces.
       01 WS-PLAN-FELT-1 pic x(15) value spaces.
       01 WS-PLAN-FELT-2 pic x(15) value spaces.
       01 WS-PLAN-FELT-3 pic x(10) value spaces.
       01 WS-PLAN-FELT-4 pic x(10) value spaces.
       01 WS-VARSEL-DAGE pic 9(4) value 60.
       01 WS-PLAN-FEJL pic x(60) value spaces.
       01 WS-PLAN-ERRORS pic 9(3) value 0.

      *> --- accepted plans with their before/after figures ---
       01 WS-PLAN-COUNT pic 9(2) value 0.
       01 WS-PLAN-IX pic 9(2) value 0.
       01 WS-PLAN-TABLE OCCURS 20 TIMES.
           05 PL-GAMMEL-TYPE pic x(15).
           05 PL-NY-TYPE pic x(15).
           05 PL-VARSEL-DATO pic x(10).
           05 PL-IKRAFT-DATO pic x(10).
           05 PL-GAMMEL-ANTAL-FOER pic 9(7).
           05 PL-GAMMEL-SALDO-FOER pic S9(13)v99.
           05 PL-NY-ANTAL-FOER pic 9(7).
           05 PL-NY-SALDO-FOER pic S9(13)v99.
           05 PL-GAMMEL-ANTAL-EFTER pic 9(7).
           05 PL-GAMMEL-SALDO-EFTER pic S9(13)v99.
           05 PL-NY-ANTAL-EFTER pic 9(7).
           05 PL-NY-SALDO-EFTER pic S9(13)v99.
           05 PL-VARSLET pic 9(7).
           05 PL-KONVERTERET pic 9(7).
           05 PL-UDELADT pic 9(7).
           05 PL-AFVENTER pic 9(7).
           05 PL-RENTE-SUM pic S9(13)v99.
       01 WS-PLAN-FOUND pic x value "N".
       01 WS-CATALOG-TYPE pic x(15) value spaces.
       01 WS-CATALOG-NOEGLE pic x(12) value spaces.
       01 WS-TYPE-KNOWN pic x value "N".

      *> --- the open statement cycle ---
       01 WS-CYKLUS-ID pic x(10) value spaces.
       01 WS-CYKLUS-START pic x(10) value spaces.
       01 WS-CYKLUS-SLUT pic x(10) value spaces.
       01 WS-CYKLUS-STATUS-TEXT pic x(10) value spaces.
       01 WS-OPEN-START pic x(10) value spaces.
       01 WS-OPEN-SLUT pic x(10) value spaces.
       01 WS-CYCLE-DAYS pic 9(5) value 0.
       01 WS-ELAPSED-DAYS pic 9(5) value 0.

      *> --- register pieces ---
       01 WS-SKIP-TEXT pic x(60) value spaces.
       01 WS-HOLD-KONTO-TEXT pic x(15) value spaces.
       01 WS-HOLD-KUNDE-TEXT pic x(15) value spaces.
       01 WS-HOLD-STATUS-TEXT pic x(12) value spaces.
       01 WS-HOLD-REASON pic x(30) value spaces.

       01 WS-LOG-KONTO-ID pic x(15) value spaces.
       01 WS-LOG-NY-TYPE pic x(15) value spaces.
       01 WS-LOG-DATO pic x(10) value spaces.

      *> --- one account in progress ---
       01 WS-BALANCE-NUM pic S9(13)v99 value 0.
       01 WS-EARLIEST-DATE pic x(10) value spaces.
       01 WS-OLD-SATS pic S9(5)v9(6) value 0.
       01 WS-NEW-SATS pic S9(5)v9(6) value 0.
       01 WS-RENTE-REGULERING pic S9(13)v99 value 0.
       01 WS-INTEREST-RATE pic S9v9(4) value 0.0015.

       01 WS-PROD-MODE pic x value space.
       01 WS-PROD-KONTO-TYPE pic x(15) value spaces.
       01 WS-PROD-NOEGLE pic x(15) value spaces.
       01 WS-PROD-BELOEB pic S9(13)v99 value 0.
       01 WS-PROD-SATS pic S9(5)v9(6) value 0.
       01 WS-PROD-SVAR pic x(12) value spaces.
       01 WS-PROD-STATUS pic XX value spaces.

       01 WS-EKSPORT-MODE pic x value space.
       01 WS-EKSPORT-STATUS pic XX value spaces.

       01 WS-CONVERTED-TOTAL pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.
       01 WS-COUNT-DISPLAY-2 pic Z(6)9.
       01 WS-BELOEB-DISPLAY pic -Z(12)9.99.
       01 WS-BELOEB-DISPLAY-2 pic -Z(12)9.99.

      *> --- integrity seal on the shared handoff, proven before
      *> rows are added and renewed afterwards ---
       01 WS-SEGL-MODE pic x value space.
       01 WS-SEGL-FILNAVN pic x(40) value spaces.
       01 WS-LEVERANCE-SEGL pic XX value spaces.

PROCEDURE DIVISION.
       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS
       MOVE WS-TODAY-DATE(1:4) TO WS-TODAY-YYYYMMDD(1:4)
       MOVE WS-TODAY-DATE(6:2) TO WS-TODAY-YYYYMMDD(5:2)
       MOVE WS-TODAY-DATE(9:2) TO WS-TODAY-YYYYMMDD(7:2)
       COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)

       OPEN OUTPUT report-file
       MOVE SPACES TO REPORT-RECORD
       STRING "Produktmigrering " WS-TODAY-DATE
              DELIMITED BY SIZE INTO REPORT-RECORD
       WRITE REPORT-RECORD

       perform LOAD-MIGRATION-PLAN
       IF WS-PLAN-COUNT = 0
           MOVE "Ingen gyldige planer i 131-MigreringsPlan.txt"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE report-file
           DISPLAY "ProduktMigrering: ingen gyldige planer"
           IF WS-PLAN-ERRORS > 0
               MOVE 1 TO RETURN-CODE
           END-IF
           STOP RUN
       END-IF

       perform LOAD-OPEN-CYCLE
       perform LOAD-HOLDS
       perform LOAD-NOTICES
       perform LOAD-ACCOUNT-MASTER
       IF WS-ACCOUNT-STATUS NOT = "00"
           MOVE "8-KontoStam.txt kan ikke aabnes - intet er aendret"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           CLOSE report-file
           DISPLAY "ProduktMigrering: 8-KontoStam.txt kan ikke aabnes"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN EXTEND trigger-file
       IF WS-TRIGGER-STATUS = "35"
           OPEN OUTPUT trigger-file
       END-IF
       OPEN EXTEND log-file
       IF WS-LOG-STATUS = "35"
           OPEN OUTPUT log-file
       END-IF
       OPEN EXTEND lifecycle-log-file
       IF WS-LIFECYCLE-LOG-STATUS = "35"
           OPEN OUTPUT lifecycle-log-file
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

       MOVE SPACES TO REPORT-RECORD
       WRITE REPORT-RECORD
       MOVE "N" TO END-OF-INDEX-SCAN
       MOVE LOW-VALUES TO MK-KONTO-ID
       START account-index-file KEY IS >= MK-KONTO-ID
           INVALID KEY
               MOVE "Y" TO END-OF-INDEX-SCAN
       END-START
       PERFORM UNTIL END-OF-INDEX-SCAN = "Y"
           READ account-index-file NEXT RECORD
               AT END
                   MOVE "Y" TO END-OF-INDEX-SCAN
               NOT AT END
                   perform MIGRATE-ONE-ACCOUNT
           END-READ
       END-PERFORM

       close trigger-file
       close log-file
       close lifecycle-log-file
       close delivery-file
       *> the seal is renewed over the added rows; a delivery whose
       *> seal had already failed is left for the receiver to refuse
       IF WS-LEVERANCE-SEGL = "00"
           MOVE "S" TO WS-SEGL-MODE
           MOVE "16-Leverance.txt" TO WS-SEGL-FILNAVN
           CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
               WS-LEVERANCE-SEGL
       END-IF

       close account-master-file
       perform REWRITE-ACCOUNT-MASTER
       perform WRITE-REPORT-TRAILER

       close account-index-file
       close hold-index-file
       close notice-index-file
       close report-file

       MOVE WS-CONVERTED-TOTAL TO WS-COUNT-DISPLAY
       DISPLAY "ProduktMigrering: " FUNCTION TRIM(WS-COUNT-DISPLAY)
           " konto(er) flyttet til nyt produkt"
       IF WS-PLAN-ERRORS > 0
           MOVE 1 TO RETURN-CODE
       END-IF
stop run.

       LOAD-MIGRATION-PLAN.
           OPEN INPUT plan-file
           IF WS-PLAN-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-PLAN-FILE = "Y"
               READ plan-file
                   AT END
                       MOVE "Y" TO END-OF-PLAN-FILE
                   NOT AT END
                       MOVE SPACES TO WS-PLAN-NOEGLE
                       MOVE SPACES TO WS-PLAN-FELT-1
                       MOVE SPACES TO WS-PLAN-FELT-2
                       MOVE SPACES TO WS-PLAN-FELT-3
                       MOVE SPACES TO WS-PLAN-FELT-4
                       UNSTRING PLAN-RECORD DELIMITED BY ";"
                           INTO WS-PLAN-NOEGLE, WS-PLAN-FELT-1,
                                WS-PLAN-FELT-2, WS-PLAN-FELT-3,
                                WS-PLAN-FELT-4
                       EVALUATE FUNCTION TRIM(WS-PLAN-NOEGLE)
                           WHEN "VARSELDAGE"
                               IF FUNCTION TEST-NUMVAL(WS-PLAN-FELT-1) = 0
                                   COMPUTE WS-VARSEL-DAGE =
                                       FUNCTION NUMVAL(WS-PLAN-FELT-1)
                               END-IF
                           WHEN "PLAN"
                               IF WS-PLAN-COUNT < 20
                                   ADD 1 TO WS-PLAN-COUNT
                                   MOVE SPACES TO WS-PLAN-TABLE(WS-PLAN-COUNT)
                                   MOVE WS-PLAN-FELT-1
                                       TO PL-GAMMEL-TYPE(WS-PLAN-COUNT)
                                   MOVE WS-PLAN-FELT-2
                                       TO PL-NY-TYPE(WS-PLAN-COUNT)
                                   MOVE WS-PLAN-FELT-3
                                       TO PL-VARSEL-DATO(WS-PLAN-COUNT)
                                   MOVE WS-PLAN-FELT-4
                                       TO PL-IKRAFT-DATO(WS-PLAN-COUNT)
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE plan-file

           *> the notice length is known only once the whole file is
           *> read, so the plans are checked afterwards
           MOVE 1 TO WS-PLAN-IX
           PERFORM UNTIL WS-PLAN-IX > WS-PLAN-COUNT
               perform VALIDATE-PLAN
               IF WS-PLAN-FEJL = SPACES
                   perform INITIALIZE-PLAN-FIGURES
                   MOVE SPACES TO REPORT-RECORD
                   STRING "Plan: " FUNCTION TRIM(PL-GAMMEL-TYPE(WS-PLAN-IX))
                          " -> " FUNCTION TRIM(PL-NY-TYPE(WS-PLAN-IX))
                          ", varsel " PL-VARSEL-DATO(WS-PLAN-IX)
                          ", ikrafttraeden " PL-IKRAFT-DATO(WS-PLAN-IX)
                          DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   ADD 1 TO WS-PLAN-IX
               ELSE
                   ADD 1 TO WS-PLAN-ERRORS
                   MOVE SPACES TO REPORT-RECORD
                   STRING "Plan afvist: " FUNCTION TRIM(PL-GAMMEL-TYPE(WS-PLAN-IX))
                          " -> " FUNCTION TRIM(PL-NY-TYPE(WS-PLAN-IX))
                          " - " FUNCTION TRIM(WS-PLAN-FEJL)
                          DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   *> the last plan takes the refused one's place
                   MOVE WS-PLAN-TABLE(WS-PLAN-COUNT)
                       TO WS-PLAN-TABLE(WS-PLAN-IX)
                   SUBTRACT 1 FROM WS-PLAN-COUNT
               END-IF
           END-PERFORM
       exit.

       VALIDATE-PLAN.
           MOVE SPACES TO WS-PLAN-FEJL
           IF PL-GAMMEL-TYPE(WS-PLAN-IX) = SPACES
               OR PL-NY-TYPE(WS-PLAN-IX) = SPACES
               MOVE "gammel og ny KONTO-TYPE skal udfyldes" TO WS-PLAN-FEJL
               EXIT PARAGRAPH
           END-IF
           IF PL-GAMMEL-TYPE(WS-PLAN-IX) = PL-NY-TYPE(WS-PLAN-IX)
               MOVE "gammel og ny KONTO-TYPE er ens" TO WS-PLAN-FEJL
               EXIT PARAGRAPH
           END-IF
           MOVE PL-VARSEL-DATO(WS-PLAN-IX) TO WS-DATE-TEXT
           perform DATE-TEXT-TO-INTEGER
           IF WS-DATE-INT = 0
               MOVE "ugyldig VARSEL-DATO" TO WS-PLAN-FEJL
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DATE-INT TO WS-START-INT
           MOVE PL-IKRAFT-DATO(WS-PLAN-IX) TO WS-DATE-TEXT
           perform DATE-TEXT-TO-INTEGER
           IF WS-DATE-INT = 0
               MOVE "ugyldig IKRAFT-DATO" TO WS-PLAN-FEJL
               EXIT PARAGRAPH
           END-IF
           IF WS-DATE-INT < WS-START-INT + WS-VARSEL-DAGE
               MOVE "kortere varsel end VARSELDAGE" TO WS-PLAN-FEJL
               EXIT PARAGRAPH
           END-IF
           MOVE PL-NY-TYPE(WS-PLAN-IX) TO WS-CATALOG-TYPE
           perform CHECK-CATALOG-TYPE
           IF WS-TYPE-KNOWN = "N"
               MOVE "ny KONTO-TYPE findes ikke i produktkataloget"
                   TO WS-PLAN-FEJL
           END-IF
       exit.

       INITIALIZE-PLAN-FIGURES.
           MOVE 0 TO PL-GAMMEL-ANTAL-FOER(WS-PLAN-IX)
                     PL-GAMMEL-SALDO-FOER(WS-PLAN-IX)
                     PL-NY-ANTAL-FOER(WS-PLAN-IX)
                     PL-NY-SALDO-FOER(WS-PLAN-IX)
                     PL-GAMMEL-ANTAL-EFTER(WS-PLAN-IX)
                     PL-GAMMEL-SALDO-EFTER(WS-PLAN-IX)
                     PL-NY-ANTAL-EFTER(WS-PLAN-IX)
                     PL-NY-SALDO-EFTER(WS-PLAN-IX)
                     PL-VARSLET(WS-PLAN-IX)
                     PL-KONVERTERET(WS-PLAN-IX)
                     PL-UDELADT(WS-PLAN-IX)
                     PL-AFVENTER(WS-PLAN-IX)
                     PL-RENTE-SUM(WS-PLAN-IX)
       exit.

      *> --- any catalog line naming the type in its second field
      *> makes it a product the bank sells ---
       CHECK-CATALOG-TYPE.
           MOVE "N" TO WS-TYPE-KNOWN
           MOVE "N" TO END-OF-CATALOG-FILE
           OPEN INPUT catalog-file
           IF WS-CATALOG-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-CATALOG-FILE = "Y"
               READ catalog-file
                   AT END
                       MOVE "Y" TO END-OF-CATALOG-FILE
                   NOT AT END
                       MOVE SPACES TO WS-CATALOG-NOEGLE
                       MOVE SPACES TO WS-PLAN-FELT-1
                       UNSTRING CATALOG-RECORD DELIMITED BY ","
                           INTO WS-CATALOG-NOEGLE, WS-PLAN-FELT-1
                       IF WS-PLAN-FELT-1 = WS-CATALOG-TYPE
                           MOVE "Y" TO WS-TYPE-KNOWN
                           MOVE "Y" TO END-OF-CATALOG-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE catalog-file
       exit.

      *> --- WS-DATE-TEXT (YYYY-MM-DD) to a day number in
      *> WS-DATE-INT; zero when the text is no date ---
       DATE-TEXT-TO-INTEGER.
           MOVE 0 TO WS-DATE-INT
           IF WS-DATE-TEXT(1:4) NOT NUMERIC OR WS-DATE-TEXT(6:2) NOT NUMERIC
               OR WS-DATE-TEXT(9:2) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATE-YYYYMMDD =
               FUNCTION NUMVAL(WS-DATE-TEXT(1:4)) * 10000
               + FUNCTION NUMVAL(WS-DATE-TEXT(6:2)) * 100
               + FUNCTION NUMVAL(WS-DATE-TEXT(9:2))
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-YYYYMMDD) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
       exit.

      *> --- WS-DATE-INT back to YYYY-MM-DD in WS-DATE-TEXT ---
       DATE-INTEGER-TO-TEXT.
           COMPUTE WS-DATE-YYYYMMDD = FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           MOVE SPACES TO WS-DATE-TEXT
           STRING WS-DATE-YYYYMMDD(1:4) "-" WS-DATE-YYYYMMDD(5:2) "-"
                  WS-DATE-YYYYMMDD(7:2)
                  DELIMITED BY SIZE INTO WS-DATE-TEXT
       exit.

       LOAD-OPEN-CYCLE.
           OPEN INPUT cycle-file
           IF WS-CYCLE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-CYCLE-FILE = "Y"
               READ cycle-file
                   AT END
                       MOVE "Y" TO END-OF-CYCLE-FILE
                   NOT AT END
                       MOVE SPACES TO WS-CYKLUS-ID WS-CYKLUS-START
                           WS-CYKLUS-SLUT WS-CYKLUS-STATUS-TEXT
                       UNSTRING CYCLE-RECORD DELIMITED BY ","
                           INTO WS-CYKLUS-ID, WS-CYKLUS-START,
                                WS-CYKLUS-SLUT, WS-CYKLUS-STATUS-TEXT
                       IF FUNCTION TRIM(WS-CYKLUS-STATUS-TEXT) = "OPEN"
                           MOVE WS-CYKLUS-START TO WS-OPEN-START
                           MOVE WS-CYKLUS-SLUT TO WS-OPEN-SLUT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE cycle-file

           *> days the open cycle has run before today, out of its
           *> full length
           MOVE 0 TO WS-CYCLE-DAYS
           MOVE 0 TO WS-ELAPSED-DAYS
           MOVE WS-OPEN-START TO WS-DATE-TEXT
           perform DATE-TEXT-TO-INTEGER
           IF WS-DATE-INT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-TODAY-INT > WS-DATE-INT
               COMPUTE WS-ELAPSED-DAYS = WS-TODAY-INT - WS-DATE-INT
           END-IF
           MOVE WS-DATE-INT TO WS-START-INT
           MOVE WS-OPEN-SLUT TO WS-DATE-TEXT
           perform DATE-TEXT-TO-INTEGER
           IF WS-DATE-INT < WS-START-INT
               MOVE 0 TO WS-ELAPSED-DAYS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CYCLE-DAYS = WS-DATE-INT - WS-START-INT + 1
           IF WS-ELAPSED-DAYS > WS-CYCLE-DAYS
               MOVE WS-CYCLE-DAYS TO WS-ELAPSED-DAYS
           END-IF
       exit.

      *> --- open disputes (AABEN/KREDITERET), open garnishments
      *> (AABEN) and active estates (AKTIV) ---
       LOAD-HOLDS.
           OPEN OUTPUT hold-index-file
           CLOSE hold-index-file
           OPEN I-O hold-index-file

           OPEN INPUT dispute-file
           IF WS-DISPUTE-STATUS = "00"
               PERFORM UNTIL END-OF-DISPUTE-FILE = "Y"
                   READ dispute-file
                       AT END
                           MOVE "Y" TO END-OF-DISPUTE-FILE
                       NOT AT END
                           MOVE SPACES TO WS-HOLD-KONTO-TEXT
                           MOVE SPACES TO WS-HOLD-STATUS-TEXT
                           UNSTRING DISPUTE-RECORD DELIMITED BY ","
                               INTO WS-SKIP-TEXT, WS-SKIP-TEXT, WS-SKIP-TEXT,
                                    WS-HOLD-KONTO-TEXT, WS-SKIP-TEXT,
                                    WS-SKIP-TEXT, WS-HOLD-STATUS-TEXT
                           IF FUNCTION TRIM(WS-HOLD-STATUS-TEXT) = "AABEN"
                               OR FUNCTION TRIM(WS-HOLD-STATUS-TEXT)
                                   = "KREDITERET"
                               MOVE "T" TO SP-ART
                               MOVE WS-HOLD-KONTO-TEXT TO SP-ID
                               WRITE HOLD-INDEX-RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-WRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE dispute-file
           END-IF

           OPEN INPUT garnish-file
           IF WS-GARNISH-STATUS = "00"
               PERFORM UNTIL END-OF-GARNISH-FILE = "Y"
                   READ garnish-file
                       AT END
                           MOVE "Y" TO END-OF-GARNISH-FILE
                       NOT AT END
                           MOVE SPACES TO WS-HOLD-KONTO-TEXT
                           MOVE SPACES TO WS-HOLD-STATUS-TEXT
                           UNSTRING GARNISH-RECORD DELIMITED BY ","
                               INTO WS-HOLD-KONTO-TEXT, WS-SKIP-TEXT,
                                    WS-SKIP-TEXT, WS-SKIP-TEXT,
                                    WS-SKIP-TEXT, WS-SKIP-TEXT,
                                    WS-HOLD-STATUS-TEXT
                           IF FUNCTION TRIM(WS-HOLD-STATUS-TEXT) = "AABEN"
                               MOVE "U" TO SP-ART
                               MOVE WS-HOLD-KONTO-TEXT TO SP-ID
                               WRITE HOLD-INDEX-RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-WRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE garnish-file
           END-IF

           OPEN INPUT estate-file
           IF WS-ESTATE-STATUS = "00"
               PERFORM UNTIL END-OF-ESTATE-FILE = "Y"
                   READ estate-file
                       AT END
                           MOVE "Y" TO END-OF-ESTATE-FILE
                       NOT AT END
                           MOVE SPACES TO WS-HOLD-KUNDE-TEXT
                           MOVE SPACES TO WS-HOLD-STATUS-TEXT
                           UNSTRING ESTATE-RECORD DELIMITED BY ","
                               INTO WS-SKIP-TEXT, WS-HOLD-KUNDE-TEXT,
                                    WS-SKIP-TEXT, WS-HOLD-STATUS-TEXT
                           IF FUNCTION TRIM(WS-HOLD-STATUS-TEXT) = "AKTIV"
                               MOVE "D" TO SP-ART
                               MOVE WS-HOLD-KUNDE-TEXT TO SP-ID
                               WRITE HOLD-INDEX-RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-WRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE estate-file
           END-IF
       exit.

      *> --- KONTO-ID,NY-TYPE,VARSEL-DATO per notice sent ---
       LOAD-NOTICES.
           OPEN OUTPUT notice-index-file
           CLOSE notice-index-file
           OPEN I-O notice-index-file

           OPEN INPUT log-file
           IF WS-LOG-STATUS = "00"
               PERFORM UNTIL END-OF-LOG-FILE = "Y"
                   READ log-file
                       AT END
                           MOVE "Y" TO END-OF-LOG-FILE
                       NOT AT END
                           MOVE SPACES TO WS-LOG-KONTO-ID
                           MOVE SPACES TO WS-LOG-NY-TYPE
                           MOVE SPACES TO WS-LOG-DATO
                           UNSTRING LOG-RECORD DELIMITED BY ","
                               INTO WS-LOG-KONTO-ID, WS-LOG-NY-TYPE,
                                    WS-LOG-DATO
                           MOVE WS-LOG-KONTO-ID TO MV-KONTO-ID
                           MOVE WS-LOG-NY-TYPE TO MV-NY-TYPE
                           MOVE WS-LOG-DATO TO MV-DATO
                           WRITE NOTICE-INDEX-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE log-file
           END-IF
       exit.

      *> --- the master's accounts copied into the work file with
      *> the run's own state; the transaction master fills in each
      *> account's REG-NR (and a CPR the master lacks) for the
      *> interest row. The before figures are counted here ---
       LOAD-ACCOUNT-MASTER.
           OPEN I-O account-master-file
           IF WS-ACCOUNT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF

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
                       MOVE SPACES TO ACCOUNT-INDEX-RECORD
                       MOVE KONTOSTAM-KUNDE-ID TO MK-KUNDE-ID
                       MOVE KONTOSTAM-ID TO MK-KONTO-ID
                       MOVE KONTOSTAM-TYPE TO MK-KONTO-TYPE
                       MOVE KONTOSTAM-BALANCE TO MK-BALANCE
                       MOVE KONTOSTAM-VALUTA TO MK-VALUTA
                       MOVE KONTOSTAM-STATUS TO MK-STATUS
                       MOVE KONTOSTAM-OPENING TO MK-OPENING
                       MOVE KONTOSTAM-CPR TO MK-CPR
                       WRITE ACCOUNT-INDEX-RECORD
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               perform COUNT-BEFORE
                       END-WRITE
               END-READ
           END-PERFORM
           MOVE "00" TO WS-ACCOUNT-STATUS

           OPEN INPUT transactions-file
           IF WS-TRANS-STATUS = "00"
               PERFORM UNTIL END-OF-TRANSACTIONS-FILE = "Y"
                   READ transactions-file
                       AT END
                           MOVE "Y" TO END-OF-TRANSACTIONS-FILE
                       NOT AT END
                           MOVE KONTO-ID OF transactions-in
                               TO MK-KONTO-ID
                           READ account-index-file
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF MK-REG-NR = SPACES
                                       IF MK-CPR = SPACES
                                           MOVE CPR OF transactions-in
                                               TO MK-CPR
                                       END-IF
                                       MOVE REG-NR OF transactions-in
                                           TO MK-REG-NR
                                       REWRITE ACCOUNT-INDEX-RECORD
                                   END-IF
                           END-READ
                   END-READ
               END-PERFORM
               CLOSE transactions-file
           END-IF
       exit.

       COUNT-BEFORE.
           perform BALANCE-OF-ACCOUNT
           PERFORM VARYING WS-PLAN-IX FROM 1 BY 1
               UNTIL WS-PLAN-IX > WS-PLAN-COUNT
               IF MK-KONTO-TYPE = PL-GAMMEL-TYPE(WS-PLAN-IX)
                   ADD 1 TO PL-GAMMEL-ANTAL-FOER(WS-PLAN-IX)
                   ADD WS-BALANCE-NUM TO PL-GAMMEL-SALDO-FOER(WS-PLAN-IX)
               END-IF
               IF MK-KONTO-TYPE = PL-NY-TYPE(WS-PLAN-IX)
                   ADD 1 TO PL-NY-ANTAL-FOER(WS-PLAN-IX)
                   ADD WS-BALANCE-NUM TO PL-NY-SALDO-FOER(WS-PLAN-IX)
               END-IF
           END-PERFORM
       exit.

       COUNT-AFTER.
           perform BALANCE-OF-ACCOUNT
           PERFORM VARYING WS-PLAN-IX FROM 1 BY 1
               UNTIL WS-PLAN-IX > WS-PLAN-COUNT
               IF MK-KONTO-TYPE = PL-GAMMEL-TYPE(WS-PLAN-IX)
                   ADD 1 TO PL-GAMMEL-ANTAL-EFTER(WS-PLAN-IX)
                   ADD WS-BALANCE-NUM TO PL-GAMMEL-SALDO-EFTER(WS-PLAN-IX)
               END-IF
               IF MK-KONTO-TYPE = PL-NY-TYPE(WS-PLAN-IX)
                   ADD 1 TO PL-NY-ANTAL-EFTER(WS-PLAN-IX)
                   ADD WS-BALANCE-NUM TO PL-NY-SALDO-EFTER(WS-PLAN-IX)
               END-IF
           END-PERFORM
       exit.

       BALANCE-OF-ACCOUNT.
           MOVE 0 TO WS-BALANCE-NUM
           IF FUNCTION TEST-NUMVAL(MK-BALANCE) = 0
               COMPUTE WS-BALANCE-NUM = FUNCTION NUMVAL(MK-BALANCE)
           END-IF
       exit.

      *> --- one account against the plans: notice first, then the
      *> conversion once its own notice has run and the plan is in
      *> force ---
       MIGRATE-ONE-ACCOUNT.
           IF FUNCTION TRIM(MK-STATUS) = "LUKKET"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PLAN-FOUND
           PERFORM VARYING WS-PLAN-IX FROM 1 BY 1
               UNTIL WS-PLAN-IX > WS-PLAN-COUNT
               IF MK-KONTO-TYPE = PL-GAMMEL-TYPE(WS-PLAN-IX)
                   MOVE "Y" TO WS-PLAN-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PLAN-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           IF WS-TODAY-DATE < PL-VARSEL-DATO(WS-PLAN-IX)
               EXIT PARAGRAPH
           END-IF

           MOVE MK-KONTO-ID TO MV-KONTO-ID
           MOVE PL-NY-TYPE(WS-PLAN-IX) TO MV-NY-TYPE
           READ notice-index-file
               INVALID KEY
                   perform SEND-NOTICE
                   EXIT PARAGRAPH
           END-READ

           *> the account converts on the plan's date, or later when
           *> its own notice went out late
           MOVE MV-DATO TO WS-DATE-TEXT
           perform DATE-TEXT-TO-INTEGER
           ADD WS-VARSEL-DAGE TO WS-DATE-INT
           perform DATE-INTEGER-TO-TEXT
           MOVE PL-IKRAFT-DATO(WS-PLAN-IX) TO WS-EARLIEST-DATE
           IF WS-DATE-TEXT > WS-EARLIEST-DATE
               MOVE WS-DATE-TEXT TO WS-EARLIEST-DATE
           END-IF
           IF WS-TODAY-DATE < WS-EARLIEST-DATE
               ADD 1 TO PL-AFVENTER(WS-PLAN-IX)
               EXIT PARAGRAPH
           END-IF

           perform CHECK-HOLDS
           IF WS-HOLD-REASON NOT = SPACES
               ADD 1 TO PL-UDELADT(WS-PLAN-IX)
               MOVE SPACES TO REPORT-RECORD
               STRING "Udeladt - KONTO-ID: " FUNCTION TRIM(MK-KONTO-ID)
                      ", KUNDE-ID: " FUNCTION TRIM(MK-KUNDE-ID)
                      ", " FUNCTION TRIM(MK-KONTO-TYPE)
                      " - " FUNCTION TRIM(WS-HOLD-REASON)
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           perform CONVERT-ACCOUNT
       exit.

       SEND-NOTICE.
           MOVE PL-IKRAFT-DATO(WS-PLAN-IX) TO WS-EARLIEST-DATE
           COMPUTE WS-DATE-INT = WS-TODAY-INT + WS-VARSEL-DAGE
           perform DATE-INTEGER-TO-TEXT
           IF WS-DATE-TEXT > WS-EARLIEST-DATE
               MOVE WS-DATE-TEXT TO WS-EARLIEST-DATE
           END-IF

           MOVE SPACES TO TRIGGER-RECORD
           STRING "PRODUKTSKIFT," DELIMITED BY SIZE
                  FUNCTION TRIM(MK-KUNDE-ID) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(MK-KONTO-ID) DELIMITED BY SIZE
                  ",," DELIMITED BY SIZE
                  WS-EARLIEST-DATE DELIMITED BY SIZE
                  INTO TRIGGER-RECORD
           WRITE TRIGGER-RECORD

           MOVE SPACES TO LOG-RECORD
           STRING FUNCTION TRIM(MK-KONTO-ID) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  FUNCTION TRIM(PL-NY-TYPE(WS-PLAN-IX)) DELIMITED BY SIZE
                  "," DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  INTO LOG-RECORD
           WRITE LOG-RECORD

           ADD 1 TO PL-VARSLET(WS-PLAN-IX)
           MOVE SPACES TO REPORT-RECORD
           STRING "Varslet - KONTO-ID: " FUNCTION TRIM(MK-KONTO-ID)
                  ", KUNDE-ID: " FUNCTION TRIM(MK-KUNDE-ID)
                  ", " FUNCTION TRIM(MK-KONTO-TYPE)
                  " -> " FUNCTION TRIM(PL-NY-TYPE(WS-PLAN-IX))
                  " pr. " WS-EARLIEST-DATE
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

       CHECK-HOLDS.
           MOVE SPACES TO WS-HOLD-REASON
           MOVE "T" TO SP-ART
           MOVE MK-KONTO-ID TO SP-ID
           READ hold-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "aaben tvist" TO WS-HOLD-REASON
                   EXIT PARAGRAPH
           END-READ
           MOVE "U" TO SP-ART
           MOVE MK-KONTO-ID TO SP-ID
           READ hold-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "aabent udlaeg" TO WS-HOLD-REASON
                   EXIT PARAGRAPH
           END-READ
           MOVE "D" TO SP-ART
           MOVE MK-KUNDE-ID TO SP-ID
           READ hold-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "aktivt doedsbo" TO WS-HOLD-REASON
           END-READ
       exit.

      *> --- interest settled under the old terms, then the product
      *> changes with a lifecycle entry ---
       CONVERT-ACCOUNT.
           perform BALANCE-OF-ACCOUNT
           MOVE 0 TO WS-RENTE-REGULERING
           IF WS-BALANCE-NUM > 0 AND WS-ELAPSED-DAYS > 0
               MOVE MK-KONTO-TYPE TO WS-PROD-KONTO-TYPE
               perform LOOKUP-PRODUCT-RATE
               MOVE WS-PROD-SATS TO WS-OLD-SATS
               MOVE PL-NY-TYPE(WS-PLAN-IX) TO WS-PROD-KONTO-TYPE
               perform LOOKUP-PRODUCT-RATE
               MOVE WS-PROD-SATS TO WS-NEW-SATS
               COMPUTE WS-RENTE-REGULERING ROUNDED =
                   WS-BALANCE-NUM * (WS-OLD-SATS - WS-NEW-SATS)
                   * WS-ELAPSED-DAYS / WS-CYCLE-DAYS
           END-IF
           IF WS-RENTE-REGULERING NOT = 0
               IF MK-CPR = SPACES
                   MOVE SPACES TO REPORT-RECORD
                   STRING "Advarsel - KONTO-ID: " FUNCTION TRIM(MK-KONTO-ID)
                          " har ingen posteringer, renteregulering"
                          " ikke bogfoert"
                          DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE 0 TO WS-RENTE-REGULERING
               ELSE
                   perform EMIT-INTEREST-ROW
                   ADD WS-RENTE-REGULERING TO PL-RENTE-SUM(WS-PLAN-IX)
               END-IF
           END-IF

           MOVE PL-NY-TYPE(WS-PLAN-IX) TO MK-KONTO-TYPE
           REWRITE ACCOUNT-INDEX-RECORD
           MOVE MK-KONTO-ID TO KONTOSTAM-ID
           READ account-master-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MK-KONTO-TYPE TO KONTOSTAM-TYPE
                   REWRITE ACCOUNT-MASTER-RECORD
           END-READ
           perform WRITE-LIFECYCLE-LINE
           ADD 1 TO PL-KONVERTERET(WS-PLAN-IX)
           ADD 1 TO WS-CONVERTED-TOTAL

           MOVE WS-BALANCE-NUM TO WS-BELOEB-DISPLAY
           MOVE WS-RENTE-REGULERING TO WS-BELOEB-DISPLAY-2
           MOVE SPACES TO REPORT-RECORD
           STRING "Konverteret - KONTO-ID: " FUNCTION TRIM(MK-KONTO-ID)
                  ", KUNDE-ID: " FUNCTION TRIM(MK-KUNDE-ID)
                  ", " FUNCTION TRIM(PL-GAMMEL-TYPE(WS-PLAN-IX))
                  " -> " FUNCTION TRIM(MK-KONTO-TYPE)
                  ", saldo " FUNCTION TRIM(WS-BELOEB-DISPLAY)
                  ", renteregulering " FUNCTION TRIM(WS-BELOEB-DISPLAY-2)
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

      *> --- the catalog's tier rate for WS-PROD-KONTO-TYPE at the
      *> account's balance; without an entry the statement run's
      *> built-in rate applies, as it does there ---
       LOOKUP-PRODUCT-RATE.
           MOVE "R" TO WS-PROD-MODE
           MOVE SPACES TO WS-PROD-NOEGLE
           MOVE WS-BALANCE-NUM TO WS-PROD-BELOEB
           MOVE WS-INTEREST-RATE TO WS-PROD-SATS
           CALL "ProduktOpslag" USING WS-PROD-MODE WS-PROD-KONTO-TYPE
               WS-PROD-NOEGLE WS-PROD-BELOEB WS-PROD-SATS
               WS-PROD-SVAR WS-PROD-STATUS
           IF WS-PROD-STATUS NOT = "00"
               MOVE WS-INTEREST-RATE TO WS-PROD-SATS
           END-IF
       exit.

       EMIT-INTEREST-ROW.
           MOVE SPACES TO delivery-out
           MOVE MK-CPR TO CPR OF delivery-out
           MOVE MK-KONTO-ID TO KONTO-ID OF delivery-out
           MOVE MK-REG-NR TO REG-NR OF delivery-out
           MOVE "0000" TO FILIAL-NR OF delivery-out
           *> NAVN/ADRESSE are left for the Indlaes intake to enrich
           *> from the customer master
           MOVE SPACES TO TIDSPUNKT OF delivery-out
           STRING WS-TODAY-DATE DELIMITED BY SIZE
                  " 06:00:00" DELIMITED BY SIZE
                  INTO TIDSPUNKT OF delivery-out
           MOVE "Produktrente" TO TRANSAKTIONSTYPE OF delivery-out
           MOVE WS-RENTE-REGULERING TO WS-BELOEB-DISPLAY
           MOVE SPACES TO BELOEB OF delivery-out
           MOVE FUNCTION TRIM(WS-BELOEB-DISPLAY) TO BELOEB OF delivery-out
           MOVE "DKK" TO VALUTA OF delivery-out
           MOVE SPACES TO BUTIK OF delivery-out
           MOVE SPACES TO TRANS-REF OF delivery-out
           STRING "PM" DELIMITED BY SIZE
                  FUNCTION TRIM(MK-KONTO-ID) DELIMITED BY SIZE
                  WS-TODAY-DATE(1:4) DELIMITED BY SIZE
                  WS-TODAY-DATE(6:2) DELIMITED BY SIZE
                  WS-TODAY-DATE(9:2) DELIMITED BY SIZE
                  INTO TRANS-REF OF delivery-out
           WRITE delivery-out
       exit.

      *> --- same line KontoVedligehold writes for a TYPE request ---
       WRITE-LIFECYCLE-LINE.
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
           MOVE SPACES TO LIFECYCLE-LOG-RECORD
           STRING WS-AUDIT-TIMESTAMP(1:8) "-" WS-AUDIT-TIMESTAMP(9:6) DELIMITED BY SIZE
                  ", Handling: TYPE" DELIMITED BY SIZE
                  ", KUNDE-ID: " DELIMITED BY SIZE
                  FUNCTION TRIM(MK-KUNDE-ID) DELIMITED BY SIZE
                  ", KONTO-ID: " DELIMITED BY SIZE
                  FUNCTION TRIM(MK-KONTO-ID) DELIMITED BY SIZE
                  ", KONTO-STATUS: " DELIMITED BY SIZE
                  FUNCTION TRIM(MK-STATUS) DELIMITED BY SIZE
                  ", KONTO-TYPE: " DELIMITED BY SIZE
                  FUNCTION TRIM(MK-KONTO-TYPE) DELIMITED BY SIZE
                  ", Operatoer: PRODUKTSKIFT" DELIMITED BY SIZE
                  INTO LIFECYCLE-LOG-RECORD
           WRITE LIFECYCLE-LOG-RECORD
       exit.

      *> --- the after figures are counted over the work file; the
      *> CSV export is refreshed only when an account changed ---
       REWRITE-ACCOUNT-MASTER.
           MOVE "N" TO END-OF-INDEX-SCAN
           MOVE LOW-VALUES TO MK-KONTO-ID
           START account-index-file KEY IS >= MK-KONTO-ID
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-SCAN
           END-START
           PERFORM UNTIL END-OF-INDEX-SCAN = "Y"
               READ account-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-SCAN
                   NOT AT END
                       perform COUNT-AFTER
               END-READ
           END-PERFORM
           IF WS-CONVERTED-TOTAL = 0
               EXIT PARAGRAPH
           END-IF

           MOVE "A" TO WS-EKSPORT-MODE
           CALL "StamEksport" USING WS-EKSPORT-MODE WS-EKSPORT-STATUS
           IF WS-EKSPORT-STATUS NOT = "00"
               DISPLAY "ProduktMigrering: 8-KontoData.txt kunne ikke"
                   " eksporteres, status " WS-EKSPORT-STATUS
           END-IF
       exit.

       WRITE-REPORT-TRAILER.
           PERFORM VARYING WS-PLAN-IX FROM 1 BY 1
               UNTIL WS-PLAN-IX > WS-PLAN-COUNT
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               STRING "Plan " FUNCTION TRIM(PL-GAMMEL-TYPE(WS-PLAN-IX))
                      " -> " FUNCTION TRIM(PL-NY-TYPE(WS-PLAN-IX))
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD

               MOVE PL-GAMMEL-ANTAL-FOER(WS-PLAN-IX) TO WS-COUNT-DISPLAY
               MOVE PL-GAMMEL-ANTAL-EFTER(WS-PLAN-IX) TO WS-COUNT-DISPLAY-2
               MOVE PL-GAMMEL-SALDO-FOER(WS-PLAN-IX) TO WS-BELOEB-DISPLAY
               MOVE PL-GAMMEL-SALDO-EFTER(WS-PLAN-IX) TO WS-BELOEB-DISPLAY-2
               MOVE SPACES TO REPORT-RECORD
               STRING "  " FUNCTION TRIM(PL-GAMMEL-TYPE(WS-PLAN-IX))
                      ": konti foer " FUNCTION TRIM(WS-COUNT-DISPLAY)
                      " / efter " FUNCTION TRIM(WS-COUNT-DISPLAY-2)
                      ", saldo foer " FUNCTION TRIM(WS-BELOEB-DISPLAY)
                      " / efter " FUNCTION TRIM(WS-BELOEB-DISPLAY-2)
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD

               MOVE PL-NY-ANTAL-FOER(WS-PLAN-IX) TO WS-COUNT-DISPLAY
               MOVE PL-NY-ANTAL-EFTER(WS-PLAN-IX) TO WS-COUNT-DISPLAY-2
               MOVE PL-NY-SALDO-FOER(WS-PLAN-IX) TO WS-BELOEB-DISPLAY
               MOVE PL-NY-SALDO-EFTER(WS-PLAN-IX) TO WS-BELOEB-DISPLAY-2
               MOVE SPACES TO REPORT-RECORD
               STRING "  " FUNCTION TRIM(PL-NY-TYPE(WS-PLAN-IX))
                      ": konti foer " FUNCTION TRIM(WS-COUNT-DISPLAY)
                      " / efter " FUNCTION TRIM(WS-COUNT-DISPLAY-2)
                      ", saldo foer " FUNCTION TRIM(WS-BELOEB-DISPLAY)
                      " / efter " FUNCTION TRIM(WS-BELOEB-DISPLAY-2)
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD

               MOVE PL-VARSLET(WS-PLAN-IX) TO WS-COUNT-DISPLAY
               MOVE PL-KONVERTERET(WS-PLAN-IX) TO WS-COUNT-DISPLAY-2
               MOVE SPACES TO REPORT-RECORD
               STRING "  Varslet i dag: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                      ", konverteret: " FUNCTION TRIM(WS-COUNT-DISPLAY-2)
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD

               MOVE PL-UDELADT(WS-PLAN-IX) TO WS-COUNT-DISPLAY
               MOVE PL-AFVENTER(WS-PLAN-IX) TO WS-COUNT-DISPLAY-2
               MOVE SPACES TO REPORT-RECORD
               STRING "  Udeladt (tvist/udlaeg/doedsbo): "
                      FUNCTION TRIM(WS-COUNT-DISPLAY)
                      ", afventer varselsperiode: "
                      FUNCTION TRIM(WS-COUNT-DISPLAY-2)
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD

               MOVE PL-RENTE-SUM(WS-PLAN-IX) TO WS-BELOEB-DISPLAY
               MOVE SPACES TO REPORT-RECORD
               STRING "  Renteregulering efter gamle vilkaar: "
                      FUNCTION TRIM(WS-BELOEB-DISPLAY) " DKK"
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
       exit.
