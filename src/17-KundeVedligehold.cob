       program-id. KundeVedligehold.

      *> --- Controlled maintenance of the customer master
      *> 7-KundeStam.txt. Reads a change file of ADD/CHANGE/DELETE
      *> records keyed on KUNDE-ID, validates each change (no ADD of
      *> an existing customer, no CHANGE/DELETE of a missing one),
      *> applies it to the master and appends every
      *> applied change to an audit log with before/after values and
      *> the operator ID - so nobody has to hand-edit the CSV again.
      *> The row's twelfth field is the customer type, PERSON or
      *> VIRKSOMHED (a row without it is a person); the thirteenth is
      *> LAND, the ISO country code of the address (blank = DK),
      *> which must be on the country master 143-Lande.txt, with
      *> POSTNR fitting the country's postal-code format.
      *> An operator may not maintain their own or a household
      *> member's customer row (KonfliktKontrol); the change is
      *> refused and the attempt logged.
      *> The changes update the indexed customer master 7-KundeStam.txt
      *> in place (a CHANGE keeps the customer's CPR; an ADD, or a
      *> CHANGE of a row still without one, has it derived from the
      *> account holders by KundeCprOpslag); 7-KundeData.csv
      *> is then exported from it for the downstream readers. ---

environment division.
input-output section.
file-control.
       select changes-file assign to "17-KundeAendringer.txt"
           organization line sequential
           file status is WS-CHANGES-STATUS.
           organization line sequential
           file status is WS-AUDIT-LOG-STATUS.

      *> --- only probed at start-up: without the operator register
      *> a named operator is taken at face value ---
       select operator-probe-file assign to "80-Operatoerer.txt"
           organization line sequential
           file status is WS-OPERATOR-PROBE-STATUS.

      *> --- the customer master keyed on KUNDE-ID, updated in place ---
       select customer-master-file assign to "7-KundeStam.txt"
           organization is indexed
           access mode is dynamic
           record key is KUNDESTAM-ID
           alternate record key is KUNDESTAM-CPR with duplicates
           file status is WS-CUSTOMER-MASTER-STATUS.

data division.
file section.
FD changes-file.
       01 CHANGE-RECORD pic x(200).

FD report-file.
       01 REPORT-RECORD pic x(150).

FD audit-log-file.
       01 AUDIT-LOG-RECORD pic x(350).

FD operator-probe-file.
       01 OPERATOR-PROBE-RECORD pic x(60).

FD customer-master-file.
       01 CUSTOMER-MASTER-RECORD.
           copy "7-KUNDESTAM.cpy".

WORKING-STORAGE SECTION.
       01 WS-CHANGES-STATUS pic XX value spaces.
       01 WS-AUDIT-LOG-STATUS pic XX value spaces.
       01 WS-CUSTOMER-MASTER-STATUS pic XX value spaces.

       01 END-OF-CHANGES-FILE pic x value "N".

       01 WS-ACTION pic x(10) value spaces.
       01 WS-OPERATOR-ID pic x(10) value spaces.
       01 WS-CHANGE-KUNDE-ID pic x(10) value spaces.
       01 WS-CHANGE-PAYLOAD pic x(150) value spaces.
       01 WS-BEFORE-ROW pic x(150) value spaces.
       01 WS-EKSPORT-MODE pic x value space.
       01 WS-EKSPORT-STATUS pic XX value spaces.

      *> --- KUNDE-TYPE, the twelfth field of the customer row:
      *> PERSON or VIRKSOMHED; a row without it is a person ---
       01 WS-TYPE-FIELD pic x(20) value spaces.
       01 WS-KUNDE-TYPE pic x(20) value spaces.

      *> --- LAND, the thirteenth field, must be a country of the
      *> country master 143-Lande.txt and POSTNR, the eighth, must
      *> fit that country's postal-code format (LandOpslag); without
      *> the master neither is checked ---
       01 WS-ROW-POSTNR pic x(30) value spaces.
       01 WS-LAND-MODE pic x value space.
       01 WS-LAND-TEKST pic x(30) value spaces.
       01 WS-LAND.
           copy "143-LAND.cpy".
       01 WS-LAND-STATUS pic XX value spaces.
       01 WS-KUNDE-CPR-STATUS pic XX value spaces.

       01 WS-APPLIED-COUNT pic 9(7) value 0.
       01 WS-REJECTED-COUNT pic 9(7) value 0.

      *> --- optional power-of-attorney segment in the change record:
      *> ACTION,OPERATOR-ID,FM,GIVER-CPR,FULDMAEGTIG-CPR,<row>; the
      *> power is verified against 49-Fuldmagter.txt (for a company's
      *> CVR against the signatories in 104-Tegningsberettigede.txt)
      *> and the attorney's CPR lands in the audit trail ---
       01 WS-FM-MARKER pic x(10) value spaces.
       01 WS-FM-GIVER pic x(15) value spaces.
       01 WS-FM-FULDMAEGTIG pic x(15) value spaces.
       01 WS-FM-OMFANG pic x(6) value spaces.
       01 WS-FM-STATUS pic XX value spaces.
       01 WS-TG-OMFANG pic x(8) value spaces.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.

      *> --- operator role check against 80-Operatoerer.txt; the
      *> check only bites when the register is installed ---
       01 WS-OPERATOR-PROBE-STATUS pic XX value spaces.
       01 WS-REGISTER-PRESENT pic x value "N".

      *> --- conflict-of-interest check on the operator ---
       01 WS-KONFLIKT.
           copy "128-KONFLIKTREC.cpy".
       01 WS-KONFLIKT-STATUS pic XX value spaces.

      *> --- the masters this run touches, held through the shared
      *> lock register for the whole run ---
       01 WS-LAAS-MODE pic x value space.
       01 WS-LAAS-PROGRAM pic x(20) value "KundeVedligehold".
       01 WS-LAAS-LISTE pic x(80) value "7-KundeStam/E".
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
       OPEN INPUT changes-file
       IF WS-CHANGES-STATUS = "35"
           STOP RUN
       END-IF

       perform TAKE-MASTER-LOCKS
       perform CHECK-LAYOUTS

       OPEN OUTPUT report-file

       OPEN INPUT operator-probe-file
           OPEN OUTPUT audit-log-file
       END-IF

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       OPEN I-O customer-master-file
       IF WS-CUSTOMER-MASTER-STATUS NOT = "00"
           DISPLAY "KundeVedligehold: 7-KundeStam.txt kan ikke aabnes"
               " - koer StamOpbyg foerst"
           perform RELEASE-MASTER-LOCKS
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       perform UNTIL END-OF-CHANGES-FILE = "Y"
           read changes-file
           end-read
       end-perform

       close customer-master-file
       perform EXPORT-CUSTOMER-MASTER
       perform WRITE-REPORT-TRAILER

       close changes-file
       close report-file
       close audit-log-file
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
               DISPLAY "KundeVedligehold: masteren er optaget - "
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
               DISPLAY "KundeVedligehold: " FUNCTION TRIM(WS-LYT-FILNAVN)
                   " er layout version " WS-LYT-VERSION
                   ", forventet " WS-LYT-FORVENTET
                   " - konverter via 139-LayoutKonvertering"
               perform RELEASE-MASTER-LOCKS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
       exit.

               END-IF
           END-IF

           *> nobody maintains their own or a household member's row
           IF WS-OPERATOR-ID NOT = SPACES
               AND WS-CHANGE-KUNDE-ID NOT = SPACES
               MOVE SPACES TO WS-KONFLIKT
               MOVE WS-OPERATOR-ID TO KF-OPERATOR
               MOVE WS-CHANGE-KUNDE-ID TO KF-KUNDE-ID
               MOVE WS-FM-GIVER TO KF-CPR
               MOVE "KundeVedligehold" TO KF-PROGRAM
               STRING FUNCTION TRIM(WS-ACTION) " kunderaekke"
                      DELIMITED BY SIZE INTO KF-HANDLING
               CALL "KonfliktKontrol" USING WS-KONFLIKT WS-KONFLIKT-STATUS
               IF WS-KONFLIKT-STATUS NOT = "00"
                   MOVE "Operatoeren er inhabil (egen eller husstandens kunde)"
                       TO REPORT-RECORD
                   PERFORM WRITE-REJECT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF

           *> a company (CVR as grantor) acts through a signatory
           *> who may sign alone; a person through a power of attorney
           IF WS-FM-GIVER NOT = SPACES
               MOVE "KUNDE" TO WS-FM-OMFANG
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
           ELSE
               EVALUATE FUNCTION TRIM(WS-ACTION)
                   WHEN "ADD"
                       PERFORM CHECK-CUSTOMER-TYPE
                       IF WS-KUNDE-TYPE NOT = SPACES
                           PERFORM APPLY-ADD
                       END-IF
                   WHEN "CHANGE"
                       PERFORM CHECK-CUSTOMER-TYPE
                       IF WS-KUNDE-TYPE NOT = SPACES
                           PERFORM APPLY-CHANGE
                       END-IF
                   WHEN "DELETE"
                       PERFORM APPLY-DELETE
                   WHEN OTHER
           END-IF
       exit.

      *> --- the row's KUNDE-TYPE must be PERSON or VIRKSOMHED when
      *> given, and its LAND and POSTNR must agree with the country
      *> master; WS-KUNDE-TYPE comes back blank when the row is
      *> refused ---
       CHECK-CUSTOMER-TYPE.
           MOVE SPACES TO WS-TYPE-FIELD
           MOVE SPACES TO WS-KUNDE-TYPE
           MOVE SPACES TO WS-ROW-POSTNR
           MOVE SPACES TO WS-LAND-TEKST
           UNSTRING WS-CHANGE-PAYLOAD DELIMITED BY ","
               INTO WS-TYPE-FIELD, WS-TYPE-FIELD, WS-TYPE-FIELD,
                    WS-TYPE-FIELD, WS-TYPE-FIELD, WS-TYPE-FIELD,
                    WS-TYPE-FIELD, WS-ROW-POSTNR, WS-TYPE-FIELD,
                    WS-TYPE-FIELD, WS-TYPE-FIELD, WS-KUNDE-TYPE,
                    WS-LAND-TEKST
           IF WS-KUNDE-TYPE = SPACES
               MOVE "PERSON" TO WS-KUNDE-TYPE
           END-IF
           IF FUNCTION TRIM(WS-KUNDE-TYPE) NOT = "PERSON"
               AND FUNCTION TRIM(WS-KUNDE-TYPE) NOT = "VIRKSOMHED"
               MOVE SPACES TO WS-KUNDE-TYPE
               MOVE "Ukendt kundetype (brug PERSON/VIRKSOMHED)" TO REPORT-RECORD
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE "K" TO WS-LAND-MODE
           CALL "LandOpslag" USING WS-LAND-MODE WS-LAND-TEKST WS-LAND
               WS-LAND-STATUS
           IF WS-LAND-STATUS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-LAND-STATUS NOT = "00"
               MOVE SPACES TO WS-KUNDE-TYPE
               MOVE "Ukendt LAND (ISO-kode i 143-Lande.txt)" TO REPORT-RECORD
               PERFORM WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "P" TO WS-LAND-MODE
           MOVE WS-ROW-POSTNR TO WS-LAND-TEKST
           CALL "LandOpslag" USING WS-LAND-MODE WS-LAND-TEKST WS-LAND
               WS-LAND-STATUS
           IF WS-LAND-STATUS = "23"
               MOVE SPACES TO WS-KUNDE-TYPE
               MOVE "POSTNR passer ikke til landets format" TO REPORT-RECORD
               PERFORM WRITE-REJECT-LINE
           END-IF
       exit.

       APPLY-ADD.
           MOVE WS-CHANGE-KUNDE-ID TO KUNDESTAM-ID
           READ customer-master-file
               INVALID KEY
                   MOVE SPACES TO CUSTOMER-MASTER-RECORD
                   MOVE WS-CHANGE-KUNDE-ID TO KUNDESTAM-ID
                   MOVE WS-CHANGE-PAYLOAD TO KUNDESTAM-ROW
                   CALL "KundeCprOpslag" USING KUNDESTAM-ID
                       KUNDESTAM-CPR WS-KUNDE-CPR-STATUS
                   WRITE CUSTOMER-MASTER-RECORD
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE SPACES TO WS-BEFORE-ROW
                   PERFORM WRITE-AUDIT-LINE
       exit.

       APPLY-CHANGE.
           MOVE WS-CHANGE-KUNDE-ID TO KUNDESTAM-ID
           READ customer-master-file
               INVALID KEY
                   MOVE "Kunden findes ikke" TO REPORT-RECORD
                   PERFORM WRITE-REJECT-LINE
               NOT INVALID KEY
                   MOVE KUNDESTAM-ROW TO WS-BEFORE-ROW
                   MOVE WS-CHANGE-PAYLOAD TO KUNDESTAM-ROW
                   IF KUNDESTAM-CPR = SPACES
                       CALL "KundeCprOpslag" USING KUNDESTAM-ID
                           KUNDESTAM-CPR WS-KUNDE-CPR-STATUS
                   END-IF
                   REWRITE CUSTOMER-MASTER-RECORD
                   ADD 1 TO WS-APPLIED-COUNT
                   PERFORM WRITE-AUDIT-LINE
           END-READ
       exit.

       APPLY-DELETE.
           MOVE WS-CHANGE-KUNDE-ID TO KUNDESTAM-ID
           READ customer-master-file
               INVALID KEY
                   MOVE "Kunden findes ikke" TO REPORT-RECORD
                   PERFORM WRITE-REJECT-LINE
               NOT INVALID KEY
                   MOVE KUNDESTAM-ROW TO WS-BEFORE-ROW
                   DELETE customer-master-file
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE SPACES TO WS-CHANGE-PAYLOAD
                   PERFORM WRITE-AUDIT-LINE
           END-READ
       exit.

      *> --- 7-KundeData.csv is exported from the updated master in
      *> KUNDE-ID order, so the file the rest of the system reads is
      *> always the validated one ---
       EXPORT-CUSTOMER-MASTER.
           MOVE "K" TO WS-EKSPORT-MODE
           CALL "StamEksport" USING WS-EKSPORT-MODE WS-EKSPORT-STATUS
           IF WS-EKSPORT-STATUS NOT = "00"
               DISPLAY "KundeVedligehold: 7-KundeData.csv kunne ikke"
                   " eksporteres, status " WS-EKSPORT-STATUS
           END-IF
       exit.

       WRITE-AUDIT-LINE.
