identification division.
       program-id. KlageBehandling.

      *> --- Customer complaints that are not about one transaction
      *> (fee levels, advice given, service, statement errors) -
      *> TvistBehandling keeps the TRANS-REF disputes. 124-Klager.txt
      *> is the register, one complaint per line:
      *>   SAG-ID,CPR,KATEGORI,MODTAGET,ENHED,STATUS,UDFALD,
      *>   KOMPENSATION,FRIST,AFGJORT
      *> KATEGORI is GEBYR, RAADGIVNING, SERVICE, KONTOUDTOG,
      *> BETALING, KREDIT or ANDET; ENHED the responsible unit (a
      *> FILIAL-NR or a department name). New complaints arrive in
      *> 124-KlageIndgang.txt as SAG-ID,CPR,KATEGORI,MODTAGET,ENHED
      *> (a blank MODTAGET is today) and open with STATUS AABEN and
      *> the statutory response deadline FRIST: FRIST-DAGE banking
      *> days after receipt (124-KlageParam.txt, default 15), counted
      *> on the shared banking calendar. Resolutions arrive in
      *> 124-KlageAfgoerelser.txt as
      *>   SAG-ID,UDFALD,KOMPENSATION,KONTO-ID,REG-NR
      *> with UDFALD MEDHOLD, DELVIS, AFVIST or TRUKKET; a
      *> compensation is posted to the named account (it must be
      *> AABEN in 8-KontoData.txt) through 16-Leverance.txt as a
      *> Kompensation row with reference KLG+SAG-ID. Open complaints
      *> past FRIST are listed in 124-KlageForfaldne.txt; KlageStatistik
      *> reads the register for the annual statistics. ---

environment division.
input-output section.
file-control.
       select complaint-file assign to "124-Klager.txt"
           organization line sequential
           file status is WS-COMPLAINT-STATUS.

       select intake-file assign to "124-KlageIndgang.txt"
           organization line sequential
           file status is WS-INTAKE-STATUS.

       select resolutions-file assign to "124-KlageAfgoerelser.txt"
           organization line sequential
           file status is WS-RESOLUTIONS-STATUS.

       select param-file assign to "124-KlageParam.txt"
           organization line sequential
           file status is WS-PARAM-STATUS.

       select account-file assign to "8-KontoData.txt"
           organization is line sequential
           file status is WS-ACCOUNT-STATUS.

       select delivery-file assign to "16-Leverance.txt"
           organization line sequential
           file status is WS-DELIVERY-STATUS.

       select report-file assign to "124-KlageRapport.txt"
           organization line sequential.

       select overdue-file assign to "124-KlageForfaldne.txt"
           organization line sequential.

      *> --- the register keyed on SAG-ID while intake and
      *> resolutions are applied; written back in key order ---
       select complaint-index-file assign to "WS-KlageRegister.tmp"
           organization is indexed
           access mode is dynamic
           record key is KLAGE-SAG-ID
           file status is WS-COMPLAINT-INDEX-STATUS.

data division.
file section.
FD complaint-file.
       01 COMPLAINT-CSV-RECORD pic x(150).

FD intake-file.
       01 INTAKE-RECORD pic x(100).

FD resolutions-file.
       01 RESOLUTION-RECORD pic x(100).

FD param-file.
       01 PARAM-RECORD pic x(40).

FD account-file.
       01 csv-lines2 pic x(100).

FD delivery-file.
01 delivery-out.
       copy "10-TRANSAKTIONER.cpy".

FD report-file.
       01 REPORT-RECORD pic x(150).

FD overdue-file.
       01 OVERDUE-RECORD pic x(150).

FD complaint-index-file.
       01 COMPLAINT-INDEX-RECORD.
           05 KLAGE-SAG-ID pic x(8).
           05 KLAGE-CPR pic x(15).
           05 KLAGE-KATEGORI pic x(12).
           05 KLAGE-MODTAGET pic x(10).
           05 KLAGE-ENHED pic x(20).
           05 KLAGE-STATUS pic x(8).
           05 KLAGE-UDFALD pic x(8).
           05 KLAGE-KOMPENSATION pic x(15).
           05 KLAGE-FRIST pic x(10).
           05 KLAGE-AFGJORT pic x(10).

WORKING-STORAGE SECTION.
       01 WS-COMPLAINT-STATUS pic XX value spaces.
       01 WS-INTAKE-STATUS pic XX value spaces.
       01 WS-RESOLUTIONS-STATUS pic XX value spaces.
       01 WS-PARAM-STATUS pic XX value spaces.
       01 WS-ACCOUNT-STATUS pic XX value spaces.
       01 WS-DELIVERY-STATUS pic XX value spaces.
       01 WS-COMPLAINT-INDEX-STATUS pic XX value spaces.

       01 END-OF-COMPLAINT-FILE pic x value "N".
       01 END-OF-INTAKE-FILE pic x value "N".
       01 END-OF-RESOLUTIONS-FILE pic x value "N".
       01 END-OF-PARAM-FILE pic x value "N".
       01 END-OF-ACCOUNT-FILE pic x value "N".
       01 END-OF-INDEX-FILE pic x value "N".

       01 WS-PARAM-NOEGLE pic x(20) value spaces.
       01 WS-PARAM-VAERDI pic x(20) value spaces.
       01 WS-FRIST-DAGE pic 9(3) value 15.

       01 WS-IN-SAG-ID pic x(8) value spaces.
       01 WS-IN-CPR pic x(15) value spaces.
       01 WS-IN-KATEGORI pic x(12) value spaces.
       01 WS-IN-MODTAGET pic x(10) value spaces.
       01 WS-IN-ENHED pic x(20) value spaces.
       01 WS-RES-SAG-ID pic x(8) value spaces.
       01 WS-RES-UDFALD pic x(8) value spaces.
       01 WS-RES-KOMPENSATION pic x(15) value spaces.
       01 WS-RES-KONTO-ID pic x(15) value spaces.
       01 WS-RES-REG-NR pic x(4) value spaces.
       01 WS-REJECT-REASON pic x(60) value spaces.

      *> --- account statuses from 8-KontoData.txt, for the
      *> compensation account ---
       01 WS-ACCOUNT-TABLE.
           05 WS-ACCOUNT-ENTRY occurs 2000 times.
               10 WS-ACC-KONTO-ID pic x(15).
               10 WS-ACC-STATUS pic x(6).
       01 WS-ACCOUNT-COUNT pic 9(5) value 0.
       01 WS-ACCOUNT-IX pic 9(5) value 0.
       01 WS-ACCOUNT-FOUND pic x value "N".
       01 WS-ROW-KUNDE-ID pic x(10) value spaces.
       01 WS-ROW-KONTO-ID pic x(15) value spaces.
       01 WS-ROW-SKIP pic x(20) value spaces.
       01 WS-ROW-STATUS pic x(6) value spaces.

      *> --- banking-day questions through the shared KalenderOpslag ---
       01 WS-KAL-MODE pic x value space.
       01 WS-KAL-DATO pic x(10) value spaces.
       01 WS-KAL-SVAR-DATO pic x(10) value spaces.
       01 WS-KAL-STATUS pic XX value spaces.
       01 WS-BANK-DAYS pic 9(3) value 0.
       01 WS-WALK-DATE pic x(10) value spaces.
       01 WS-DATE-YYYYMMDD pic 9(8).
       01 WS-DATE-INTEGER pic 9(8) comp.

       01 WS-KOMP-NUM pic S9(13)v99 value 0.
       01 WS-KOMP-DISPLAY pic -Z(11).99.
       01 WS-KOMP-TOTAL pic S9(13)v99 value 0.
       01 WS-AMOUNT-DISPLAY pic -Z(12)9.99.

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-TODAY-YYYYMMDD pic 9(8).
       01 WS-TODAY-INTEGER pic 9(8) comp.
       01 WS-FRIST-YYYYMMDD pic 9(8).
       01 WS-FRIST-INTEGER pic 9(8) comp.
       01 WS-OVER-DAYS pic S9(5) value 0.
       01 WS-OVER-DISPLAY pic Z(4)9.

       01 WS-OPENED-COUNT pic 9(7) value 0.
       01 WS-RESOLVED-COUNT pic 9(7) value 0.
       01 WS-REJECTED-COUNT pic 9(7) value 0.
       01 WS-OPEN-COUNT pic 9(7) value 0.
       01 WS-OVERDUE-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

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
       COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)

       OPEN OUTPUT report-file
       MOVE SPACES TO REPORT-RECORD
       STRING "Klagebehandling " DELIMITED BY SIZE
              WS-TODAY-DATE DELIMITED BY SIZE
              INTO REPORT-RECORD
       WRITE REPORT-RECORD
       MOVE SPACES TO REPORT-RECORD
       WRITE REPORT-RECORD

       *> rows are only added to a delivery whose seal still holds
       MOVE "A" TO WS-SEGL-MODE
       MOVE "16-Leverance.txt" TO WS-SEGL-FILNAVN
       CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
           WS-LEVERANCE-SEGL
       OPEN EXTEND delivery-file
       IF WS-DELIVERY-STATUS = "35"
           OPEN OUTPUT delivery-file
       END-IF

       perform LOAD-COMPLAINT-PARAMETERS
       perform LOAD-ACCOUNT-STATUSES
       perform LOAD-COMPLAINT-REGISTER
       perform PROCESS-INTAKE
       perform PROCESS-RESOLUTIONS
       perform REWRITE-COMPLAINT-REGISTER
       perform WRITE-OVERDUE-LIST
       perform WRITE-REPORT-TRAILER

       close delivery-file
       *> the seal is renewed over the added rows; a delivery whose
       *> seal had already failed is left for the receiver to refuse
       IF WS-LEVERANCE-SEGL = "00"
           MOVE "S" TO WS-SEGL-MODE
           MOVE "16-Leverance.txt" TO WS-SEGL-FILNAVN
           CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
               WS-LEVERANCE-SEGL
       END-IF
       close complaint-index-file
       close report-file
stop run.

       LOAD-COMPLAINT-PARAMETERS.
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
                           WHEN "FRIST-DAGE"
                               IF FUNCTION TEST-NUMVAL(WS-PARAM-VAERDI) = 0
                                   COMPUTE WS-FRIST-DAGE =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               END-IF
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE param-file
       exit.

      *> --- KUNDE-ID,KONTO-ID,KONTO-TYPE,BALANCE,VALUTA,KONTO-STATUS ---
       LOAD-ACCOUNT-STATUSES.
           OPEN INPUT account-file
           IF WS-ACCOUNT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-ACCOUNT-FILE = "Y"
               READ account-file INTO csv-lines2
                   AT END
                       MOVE "Y" TO END-OF-ACCOUNT-FILE
                   NOT AT END
                       MOVE SPACES TO WS-ROW-KONTO-ID
                       MOVE SPACES TO WS-ROW-STATUS
                       UNSTRING csv-lines2 DELIMITED BY ","
                           INTO WS-ROW-KUNDE-ID, WS-ROW-KONTO-ID,
                                WS-ROW-SKIP, WS-ROW-SKIP,
                                WS-ROW-SKIP, WS-ROW-STATUS
                       IF WS-ACCOUNT-COUNT < 2000
                           ADD 1 TO WS-ACCOUNT-COUNT
                           MOVE WS-ROW-KONTO-ID
                               TO WS-ACC-KONTO-ID(WS-ACCOUNT-COUNT)
                           MOVE WS-ROW-STATUS
                               TO WS-ACC-STATUS(WS-ACCOUNT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE account-file
       exit.

       LOAD-COMPLAINT-REGISTER.
           OPEN OUTPUT complaint-index-file
           CLOSE complaint-index-file
           OPEN I-O complaint-index-file

           OPEN INPUT complaint-file
           IF WS-COMPLAINT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-COMPLAINT-FILE = "Y"
               READ complaint-file
                   AT END
                       MOVE "Y" TO END-OF-COMPLAINT-FILE
                   NOT AT END
                       MOVE SPACES TO COMPLAINT-INDEX-RECORD
                       UNSTRING COMPLAINT-CSV-RECORD DELIMITED BY ","
                           INTO KLAGE-SAG-ID, KLAGE-CPR, KLAGE-KATEGORI,
                                KLAGE-MODTAGET, KLAGE-ENHED,
                                KLAGE-STATUS, KLAGE-UDFALD,
                                KLAGE-KOMPENSATION, KLAGE-FRIST,
                                KLAGE-AFGJORT
                       WRITE COMPLAINT-INDEX-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE complaint-file
       exit.

       PROCESS-INTAKE.
           OPEN INPUT intake-file
           IF WS-INTAKE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-INTAKE-FILE = "Y"
               READ intake-file
                   AT END
                       MOVE "Y" TO END-OF-INTAKE-FILE
                   NOT AT END
                       perform OPEN-ONE-COMPLAINT
               END-READ
           END-PERFORM
           CLOSE intake-file
       exit.

       OPEN-ONE-COMPLAINT.
           MOVE SPACES TO WS-IN-SAG-ID
           MOVE SPACES TO WS-IN-CPR
           MOVE SPACES TO WS-IN-KATEGORI
           MOVE SPACES TO WS-IN-MODTAGET
           MOVE SPACES TO WS-IN-ENHED
           MOVE SPACES TO WS-RES-SAG-ID
           MOVE SPACES TO WS-REJECT-REASON
           UNSTRING INTAKE-RECORD DELIMITED BY ","
               INTO WS-IN-SAG-ID, WS-IN-CPR, WS-IN-KATEGORI,
                    WS-IN-MODTAGET, WS-IN-ENHED
           IF WS-IN-MODTAGET = SPACES
               MOVE WS-TODAY-DATE TO WS-IN-MODTAGET
           END-IF

           EVALUATE TRUE
               WHEN WS-IN-SAG-ID = SPACES OR WS-IN-CPR = SPACES
                   MOVE "SAG-ID eller CPR mangler" TO WS-REJECT-REASON
               WHEN WS-IN-ENHED = SPACES
                   MOVE "Ansvarlig enhed mangler" TO WS-REJECT-REASON
               WHEN WS-IN-MODTAGET(1:4) IS NOT NUMERIC
                   OR WS-IN-MODTAGET(6:2) IS NOT NUMERIC
                   OR WS-IN-MODTAGET(9:2) IS NOT NUMERIC
                   MOVE "MODTAGET er ikke en gyldig dato"
                       TO WS-REJECT-REASON
               WHEN FUNCTION TRIM(WS-IN-KATEGORI) NOT = "GEBYR"
                   AND FUNCTION TRIM(WS-IN-KATEGORI) NOT = "RAADGIVNING"
                   AND FUNCTION TRIM(WS-IN-KATEGORI) NOT = "SERVICE"
                   AND FUNCTION TRIM(WS-IN-KATEGORI) NOT = "KONTOUDTOG"
                   AND FUNCTION TRIM(WS-IN-KATEGORI) NOT = "BETALING"
                   AND FUNCTION TRIM(WS-IN-KATEGORI) NOT = "KREDIT"
                   AND FUNCTION TRIM(WS-IN-KATEGORI) NOT = "ANDET"
                   MOVE "Ukendt KATEGORI" TO WS-REJECT-REASON
           END-EVALUATE
           IF WS-REJECT-REASON NOT = SPACES
               perform WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-IN-SAG-ID TO KLAGE-SAG-ID
           READ complaint-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Sagen findes allerede" TO WS-REJECT-REASON
           END-READ
           IF WS-REJECT-REASON NOT = SPACES
               perform WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           perform CALC-RESPONSE-DEADLINE

           MOVE SPACES TO COMPLAINT-INDEX-RECORD
           MOVE WS-IN-SAG-ID TO KLAGE-SAG-ID
           MOVE WS-IN-CPR TO KLAGE-CPR
           MOVE WS-IN-KATEGORI TO KLAGE-KATEGORI
           MOVE WS-IN-MODTAGET TO KLAGE-MODTAGET
           MOVE WS-IN-ENHED TO KLAGE-ENHED
           MOVE "AABEN" TO KLAGE-STATUS
           MOVE WS-WALK-DATE TO KLAGE-FRIST
           WRITE COMPLAINT-INDEX-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE
           ADD 1 TO WS-OPENED-COUNT

           MOVE SPACES TO REPORT-RECORD
           STRING "Klage modtaget - " DELIMITED BY SIZE
                  FUNCTION TRIM(KLAGE-SAG-ID) DELIMITED BY SIZE
                  ", CPR: " DELIMITED BY SIZE
                  FUNCTION TRIM(KLAGE-CPR) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  FUNCTION TRIM(KLAGE-KATEGORI) DELIMITED BY SIZE
                  ", enhed " DELIMITED BY SIZE
                  FUNCTION TRIM(KLAGE-ENHED) DELIMITED BY SIZE
                  ", svarfrist " DELIMITED BY SIZE
                  KLAGE-FRIST DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

      *> --- WS-WALK-DATE = the FRIST-DAGE'th banking day after
      *> WS-IN-MODTAGET ---
       CALC-RESPONSE-DEADLINE.
           MOVE WS-IN-MODTAGET TO WS-WALK-DATE
           MOVE 0 TO WS-BANK-DAYS
           PERFORM UNTIL WS-BANK-DAYS >= WS-FRIST-DAGE
               STRING WS-WALK-DATE(1:4) WS-WALK-DATE(6:2)
                      WS-WALK-DATE(9:2)
                   DELIMITED BY SIZE INTO WS-DATE-YYYYMMDD
               COMPUTE WS-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD) + 1
               COMPUTE WS-DATE-YYYYMMDD =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               MOVE WS-DATE-YYYYMMDD(1:4) TO WS-WALK-DATE(1:4)
               MOVE WS-DATE-YYYYMMDD(5:2) TO WS-WALK-DATE(6:2)
               MOVE WS-DATE-YYYYMMDD(7:2) TO WS-WALK-DATE(9:2)
               MOVE "B" TO WS-KAL-MODE
               MOVE WS-WALK-DATE TO WS-KAL-DATO
               MOVE SPACES TO WS-KAL-SVAR-DATO
               CALL "KalenderOpslag" USING WS-KAL-MODE WS-KAL-DATO
                   WS-KAL-SVAR-DATO WS-KAL-STATUS
               IF WS-KAL-STATUS = "00"
                   ADD 1 TO WS-BANK-DAYS
               END-IF
           END-PERFORM
       exit.

       PROCESS-RESOLUTIONS.
           OPEN INPUT resolutions-file
           IF WS-RESOLUTIONS-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-RESOLUTIONS-FILE = "Y"
               READ resolutions-file
                   AT END
                       MOVE "Y" TO END-OF-RESOLUTIONS-FILE
                   NOT AT END
                       perform RESOLVE-ONE-COMPLAINT
               END-READ
           END-PERFORM
           CLOSE resolutions-file
       exit.

      *> --- a compensation needs an open account to land on; the
      *> complaint stays open until it can be paid ---
       RESOLVE-ONE-COMPLAINT.
           MOVE SPACES TO WS-RES-SAG-ID
           MOVE SPACES TO WS-RES-UDFALD
           MOVE SPACES TO WS-RES-KOMPENSATION
           MOVE SPACES TO WS-RES-KONTO-ID
           MOVE SPACES TO WS-RES-REG-NR
           MOVE SPACES TO WS-IN-SAG-ID
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 0 TO WS-KOMP-NUM
           UNSTRING RESOLUTION-RECORD DELIMITED BY ","
               INTO WS-RES-SAG-ID, WS-RES-UDFALD, WS-RES-KOMPENSATION,
                    WS-RES-KONTO-ID, WS-RES-REG-NR

           MOVE WS-RES-SAG-ID TO KLAGE-SAG-ID
           READ complaint-index-file
               INVALID KEY
                   MOVE "Sagen findes ikke" TO WS-REJECT-REASON
               NOT INVALID KEY
                   IF FUNCTION TRIM(KLAGE-STATUS) NOT = "AABEN"
                       MOVE "Sagen er allerede afgjort" TO WS-REJECT-REASON
                   END-IF
           END-READ
           IF WS-REJECT-REASON NOT = SPACES
               perform WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           IF FUNCTION TRIM(WS-RES-UDFALD) NOT = "MEDHOLD"
               AND FUNCTION TRIM(WS-RES-UDFALD) NOT = "DELVIS"
               AND FUNCTION TRIM(WS-RES-UDFALD) NOT = "AFVIST"
               AND FUNCTION TRIM(WS-RES-UDFALD) NOT = "TRUKKET"
               MOVE "Ukendt udfald (brug MEDHOLD/DELVIS/AFVIST/TRUKKET)"
                   TO WS-REJECT-REASON
               perform WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-RES-KOMPENSATION NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-RES-KOMPENSATION) NOT = 0
                   MOVE "KOMPENSATION er ikke numerisk" TO WS-REJECT-REASON
               ELSE
                   COMPUTE WS-KOMP-NUM =
                       FUNCTION NUMVAL(WS-RES-KOMPENSATION)
                   IF WS-KOMP-NUM < 0
                       MOVE "KOMPENSATION kan ikke vaere negativ"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES AND WS-KOMP-NUM > 0
               IF FUNCTION TRIM(WS-RES-UDFALD) = "AFVIST"
                   OR FUNCTION TRIM(WS-RES-UDFALD) = "TRUKKET"
                   MOVE "Kompensation kraever MEDHOLD eller DELVIS"
                       TO WS-REJECT-REASON
               ELSE
                   IF WS-RES-KONTO-ID = SPACES OR WS-RES-REG-NR = SPACES
                       MOVE "Kompensation kraever KONTO-ID og REG-NR"
                           TO WS-REJECT-REASON
                   ELSE
                       perform CHECK-COMPENSATION-ACCOUNT
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON NOT = SPACES
               perform WRITE-REJECT-LINE
               EXIT PARAGRAPH
           END-IF

           IF WS-KOMP-NUM > 0
               perform EMIT-COMPENSATION
               ADD WS-KOMP-NUM TO WS-KOMP-TOTAL
           END-IF
           MOVE WS-KOMP-NUM TO WS-KOMP-DISPLAY
           MOVE "AFGJORT" TO KLAGE-STATUS
           MOVE WS-RES-UDFALD TO KLAGE-UDFALD
           MOVE FUNCTION TRIM(WS-KOMP-DISPLAY) TO KLAGE-KOMPENSATION
           MOVE WS-TODAY-DATE TO KLAGE-AFGJORT
           REWRITE COMPLAINT-INDEX-RECORD
           ADD 1 TO WS-RESOLVED-COUNT

           MOVE SPACES TO REPORT-RECORD
           STRING "Klage afgjort - " DELIMITED BY SIZE
                  FUNCTION TRIM(KLAGE-SAG-ID) DELIMITED BY SIZE
                  ": " DELIMITED BY SIZE
                  FUNCTION TRIM(KLAGE-UDFALD) DELIMITED BY SIZE
                  ", kompensation " DELIMITED BY SIZE
                  FUNCTION TRIM(KLAGE-KOMPENSATION) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           IF KLAGE-AFGJORT > KLAGE-FRIST
               STRING FUNCTION TRIM(REPORT-RECORD) DELIMITED BY SIZE
                      " (efter fristen " DELIMITED BY SIZE
                      KLAGE-FRIST DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
       exit.

       CHECK-COMPENSATION-ACCOUNT.
           MOVE "N" TO WS-ACCOUNT-FOUND
           PERFORM VARYING WS-ACCOUNT-IX FROM 1 BY 1
               UNTIL WS-ACCOUNT-IX > WS-ACCOUNT-COUNT
               IF WS-ACC-KONTO-ID(WS-ACCOUNT-IX) = WS-RES-KONTO-ID
                   MOVE "Y" TO WS-ACCOUNT-FOUND
                   IF FUNCTION TRIM(WS-ACC-STATUS(WS-ACCOUNT-IX))
                       NOT = "AABEN"
                       MOVE "Kompensationskontoen er ikke aaben"
                           TO WS-REJECT-REASON
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ACCOUNT-FOUND = "N"
               MOVE "Kompensationskontoen findes ikke" TO WS-REJECT-REASON
           END-IF
       exit.

      *> --- the credit row in the master layout, reference
      *> KLG+SAG-ID, posted through the normal intake ---
       EMIT-COMPENSATION.
           MOVE SPACES TO delivery-out
           MOVE KLAGE-CPR TO CPR OF delivery-out
           MOVE WS-RES-KONTO-ID TO KONTO-ID OF delivery-out
           MOVE WS-RES-REG-NR TO REG-NR OF delivery-out
           MOVE "0000" TO FILIAL-NR OF delivery-out
           MOVE SPACES TO TIDSPUNKT OF delivery-out
           STRING WS-TODAY-DATE DELIMITED BY SIZE
                  " 12:00:00" DELIMITED BY SIZE
                  INTO TIDSPUNKT OF delivery-out
           MOVE "Kompensation" TO TRANSAKTIONSTYPE OF delivery-out
           MOVE WS-KOMP-NUM TO WS-KOMP-DISPLAY
           MOVE FUNCTION TRIM(WS-KOMP-DISPLAY) TO BELOEB OF delivery-out
           MOVE "DKK" TO VALUTA OF delivery-out
           MOVE SPACES TO BUTIK OF delivery-out
           MOVE SPACES TO TRANS-REF OF delivery-out
           STRING "KLG" DELIMITED BY SIZE
                  FUNCTION TRIM(KLAGE-SAG-ID) DELIMITED BY SIZE
                  INTO TRANS-REF OF delivery-out
           WRITE delivery-out
       exit.

      *> --- the register replaces 124-Klager.txt in SAG-ID order ---
       REWRITE-COMPLAINT-REGISTER.
           MOVE "N" TO END-OF-INDEX-FILE
           MOVE LOW-VALUES TO KLAGE-SAG-ID
           START complaint-index-file KEY IS >= KLAGE-SAG-ID
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-FILE
           END-START

           OPEN OUTPUT complaint-file
           PERFORM UNTIL END-OF-INDEX-FILE = "Y"
               READ complaint-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-FILE
                   NOT AT END
                       MOVE SPACES TO COMPLAINT-CSV-RECORD
                       STRING FUNCTION TRIM(KLAGE-SAG-ID) ","
                              FUNCTION TRIM(KLAGE-CPR) ","
                              FUNCTION TRIM(KLAGE-KATEGORI) ","
                              FUNCTION TRIM(KLAGE-MODTAGET) ","
                              FUNCTION TRIM(KLAGE-ENHED) ","
                              FUNCTION TRIM(KLAGE-STATUS) ","
                              FUNCTION TRIM(KLAGE-UDFALD) ","
                              FUNCTION TRIM(KLAGE-KOMPENSATION) ","
                              FUNCTION TRIM(KLAGE-FRIST) ","
                              FUNCTION TRIM(KLAGE-AFGJORT)
                              DELIMITED BY SIZE INTO COMPLAINT-CSV-RECORD
                       WRITE COMPLAINT-CSV-RECORD
               END-READ
           END-PERFORM
           CLOSE complaint-file
       exit.

      *> --- open complaints past their statutory deadline ---
       WRITE-OVERDUE-LIST.
           OPEN OUTPUT overdue-file
           MOVE SPACES TO OVERDUE-RECORD
           STRING "Klager over svarfristen pr. " DELIMITED BY SIZE
                  WS-TODAY-DATE DELIMITED BY SIZE
                  INTO OVERDUE-RECORD
           WRITE OVERDUE-RECORD
           MOVE SPACES TO OVERDUE-RECORD
           WRITE OVERDUE-RECORD

           MOVE "N" TO END-OF-INDEX-FILE
           MOVE LOW-VALUES TO KLAGE-SAG-ID
           START complaint-index-file KEY IS >= KLAGE-SAG-ID
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-FILE
           END-START
           PERFORM UNTIL END-OF-INDEX-FILE = "Y"
               READ complaint-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-FILE
                   NOT AT END
                       IF FUNCTION TRIM(KLAGE-STATUS) = "AABEN"
                           ADD 1 TO WS-OPEN-COUNT
                           IF KLAGE-FRIST < WS-TODAY-DATE
                               perform WRITE-ONE-OVERDUE-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE overdue-file
       exit.

       WRITE-ONE-OVERDUE-LINE.
           ADD 1 TO WS-OVERDUE-COUNT
           MOVE 0 TO WS-OVER-DAYS
           IF KLAGE-FRIST(1:4) IS NUMERIC
               STRING KLAGE-FRIST(1:4) KLAGE-FRIST(6:2) KLAGE-FRIST(9:2)
                   DELIMITED BY SIZE INTO WS-FRIST-YYYYMMDD
               COMPUTE WS-FRIST-INTEGER =
                   FUNCTION INTEGER-OF-DATE(WS-FRIST-YYYYMMDD)
               COMPUTE WS-OVER-DAYS = WS-TODAY-INTEGER - WS-FRIST-INTEGER
           END-IF
           MOVE WS-OVER-DAYS TO WS-OVER-DISPLAY
           MOVE SPACES TO OVERDUE-RECORD
           STRING "Sag " DELIMITED BY SIZE
                  FUNCTION TRIM(KLAGE-SAG-ID) DELIMITED BY SIZE
                  ": CPR " DELIMITED BY SIZE
                  FUNCTION TRIM(KLAGE-CPR) DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  FUNCTION TRIM(KLAGE-KATEGORI) DELIMITED BY SIZE
                  ", enhed " DELIMITED BY SIZE
                  FUNCTION TRIM(KLAGE-ENHED) DELIMITED BY SIZE
                  ", modtaget " DELIMITED BY SIZE
                  KLAGE-MODTAGET DELIMITED BY SIZE
                  ", frist " DELIMITED BY SIZE
                  KLAGE-FRIST DELIMITED BY SIZE
                  ", " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-OVER-DISPLAY) DELIMITED BY SIZE
                  " dage over" DELIMITED BY SIZE
                  INTO OVERDUE-RECORD
           WRITE OVERDUE-RECORD
       exit.

       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING "Afvist - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REJECT-REASON) DELIMITED BY SIZE
                  " - Sag: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-IN-SAG-ID) DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RES-SAG-ID) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-REJECT-REASON
       exit.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-OPENED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Klager modtaget: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-RESOLVED-COUNT TO WS-COUNT-DISPLAY
           MOVE WS-KOMP-TOTAL TO WS-AMOUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Klager afgjort: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  ", kompensation udbetalt " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY) DELIMITED BY SIZE
                  " DKK" DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Aabne klager: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-OVERDUE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Heraf over svarfristen: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-REJECTED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Afvist: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
