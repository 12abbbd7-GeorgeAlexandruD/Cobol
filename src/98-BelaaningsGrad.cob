identification division.
       program-id. BelaaningsGrad.

      *> --- Monthly loan-to-value run over the collateral register
      *> 98-Sikkerheder.txt against the loans in 46-LaanRegister.txt.
      *> Per loan the AKTIV collateral pledged to its KONTO-ID is
      *> summed and LTV = RESTGAELD / VURDERING in pct. Reported in
      *> 98-BelaaningsRapport.txt:
      *>   - loans over the LTV limit,
      *>   - collateral whose valuation is older than the policy for
      *>     its TYPE allows,
      *>   - collateral pledged to a KONTO-ID no longer in the loan
      *>     register.
      *> 98-BelaaningsParam.txt (NOEGLE;VAERDI): MAX-LTV (pct.,
      *> default 80) and the valuation age limits in days
      *> ALDER-EJENDOM (1095), ALDER-BIL (365), ALDER-INDESTAAENDE
      *> (90), ALDER-VAERDIPAPIR (90), ALDER-ANDET (365).
      *> 98-SikretBeloeb.txt is rewritten for the provisioning and
      *> large-exposure runs: KONTO-ID,RESTGAELD,VURDERING,SIKRET,
      *> LTV-PCT,DATO - SIKRET is the part of RESTGAELD covered by
      *> collateral with a valuation inside policy; a stale
      *> valuation still counts in the LTV but secures nothing. ---

environment division.
input-output section.
file-control.
       select loan-file assign to "46-LaanRegister.txt"
           organization line sequential
           file status is WS-LOAN-STATUS.

       select collateral-file assign to "98-Sikkerheder.txt"
           organization line sequential
           file status is WS-COLLATERAL-STATUS.

       select param-file assign to "98-BelaaningsParam.txt"
           organization line sequential
           file status is WS-PARAM-STATUS.

       select secured-file assign to "98-SikretBeloeb.txt"
           organization line sequential.

       select report-file assign to "98-BelaaningsRapport.txt"
           organization line sequential.

      *> --- per loan: balance and the collateral summed against it ---
       select loan-index-file assign to "WS-BelaaningLaan.tmp"
           organization is indexed
           access mode is dynamic
           record key is LN-KONTO-ID
           file status is WS-LOAN-INDEX-STATUS.

data division.
file section.
FD loan-file.
       01 LOAN-RECORD pic x(130).

FD collateral-file.
       01 COLLATERAL-CSV-RECORD pic x(160).

FD param-file.
       01 PARAM-RECORD pic x(40).

FD secured-file.
       01 SECURED-RECORD pic x(100).

FD report-file.
       01 REPORT-RECORD pic x(150).

FD loan-index-file.
       01 LOAN-INDEX-RECORD.
           05 LN-KONTO-ID pic x(15).
           05 LN-CPR pic x(15).
           05 LN-RESTGAELD pic S9(13)v99.
           05 LN-VURDERING pic S9(13)v99.
           05 LN-GYLDIG-VURDERING pic S9(13)v99.
           05 LN-ANTAL pic 9(3).

WORKING-STORAGE SECTION.
       01 WS-LOAN-STATUS pic XX value spaces.
       01 WS-COLLATERAL-STATUS pic XX value spaces.
       01 WS-PARAM-STATUS pic XX value spaces.
       01 WS-LOAN-INDEX-STATUS pic XX value spaces.

       01 END-OF-LOAN-FILE pic x value "N".
       01 END-OF-COLLATERAL-FILE pic x value "N".
       01 END-OF-PARAM-FILE pic x value "N".
       01 END-OF-INDEX-FILE pic x value "N".

      *> --- parameters with their defaults ---
       01 WS-PARAM-NOEGLE pic x(20) value spaces.
       01 WS-PARAM-VAERDI pic x(20) value spaces.
       01 WS-MAX-LTV pic 9(3)v99 value 80.
       01 WS-ALDER-EJENDOM pic 9(5) value 1095.
       01 WS-ALDER-BIL pic 9(5) value 365.
       01 WS-ALDER-INDESTAAENDE pic 9(5) value 90.
       01 WS-ALDER-VAERDIPAPIR pic 9(5) value 90.
       01 WS-ALDER-ANDET pic 9(5) value 365.

      *> --- register line fields ---
       01 WS-LAAN-KONTO-ID pic x(15) value spaces.
       01 WS-LAAN-CPR pic x(15) value spaces.
       01 WS-LAAN-REG-NR pic x(4) value spaces.
       01 WS-LAAN-HOVEDSTOL pic x(15) value spaces.
       01 WS-LAAN-RENTE-PCT pic x(8) value spaces.
       01 WS-LAAN-LOEBETID pic x(4) value spaces.
       01 WS-LAAN-FOERSTE-FORFALD pic x(10) value spaces.
       01 WS-LAAN-RESTGAELD pic x(15) value spaces.
       01 WS-SK-ID pic x(10) value spaces.
       01 WS-SK-TYPE pic x(12) value spaces.
       01 WS-SK-VURDERING pic x(15) value spaces.
       01 WS-SK-VURDERINGSDATO pic x(10) value spaces.
       01 WS-SK-PANT-KONTO-ID pic x(15) value spaces.
       01 WS-SK-STATUS pic x(8) value spaces.

       01 WS-VURDERING-NUM pic S9(13)v99 value 0.
       01 WS-ALDER-GRAENSE pic 9(5) value 0.
       01 WS-ALDER-DAGE pic S9(7) value 0.
       01 WS-SIKRET pic S9(13)v99 value 0.
       01 WS-LTV pic S9(5)v99 value 0.

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-TODAY-YYYYMMDD pic 9(8) value 0.
       01 WS-TODAY-INTEGER pic 9(8) comp.
       01 WS-DATE-YYYYMMDD pic 9(8) value 0.
       01 WS-DATE-INTEGER pic 9(8) comp.

       01 WS-AMOUNT-DISPLAY pic -Z(12)9.99.
       01 WS-AMOUNT-DISPLAY-2 pic -Z(12)9.99.
       01 WS-AMOUNT-DISPLAY-3 pic -Z(12)9.99.
       01 WS-LTV-DISPLAY pic -ZZZZ9.99.
       01 WS-DAGE-DISPLAY pic -Z(6)9.

       01 WS-LOAN-COUNT pic 9(7) value 0.
       01 WS-OVER-LTV-COUNT pic 9(7) value 0.
       01 WS-UNSECURED-COUNT pic 9(7) value 0.
       01 WS-STALE-COUNT pic 9(7) value 0.
       01 WS-ORPHAN-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

PROCEDURE DIVISION.
       OPEN INPUT loan-file
       IF WS-LOAN-STATUS = "35"
           DISPLAY "BelaaningsGrad: 46-LaanRegister.txt blev ikke fundet"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS
       MOVE WS-TODAY-DATE(1:4) TO WS-TODAY-YYYYMMDD(1:4)
       MOVE WS-TODAY-DATE(6:2) TO WS-TODAY-YYYYMMDD(5:2)
       MOVE WS-TODAY-DATE(9:2) TO WS-TODAY-YYYYMMDD(7:2)
       COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)

       perform LOAD-LTV-PARAMETERS

       OPEN OUTPUT report-file
       MOVE SPACES TO REPORT-RECORD
       STRING "Belaaningsgrad " DELIMITED BY SIZE
              WS-TODAY-DATE DELIMITED BY SIZE
              INTO REPORT-RECORD
       WRITE REPORT-RECORD
       MOVE SPACES TO REPORT-RECORD
       WRITE REPORT-RECORD

       perform LOAD-LOANS
       perform APPLY-COLLATERAL
       perform WRITE-LOAN-LTV

       perform WRITE-REPORT-TRAILER
       close report-file
       close loan-index-file
stop run.

      *> --- optional NOEGLE;VAERDI lines; unknown keys are ignored ---
       LOAD-LTV-PARAMETERS.
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
                               WHEN "MAX-LTV"
                                   COMPUTE WS-MAX-LTV =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               WHEN "ALDER-EJENDOM"
                                   COMPUTE WS-ALDER-EJENDOM =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               WHEN "ALDER-BIL"
                                   COMPUTE WS-ALDER-BIL =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               WHEN "ALDER-INDESTAAENDE"
                                   COMPUTE WS-ALDER-INDESTAAENDE =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               WHEN "ALDER-VAERDIPAPIR"
                                   COMPUTE WS-ALDER-VAERDIPAPIR =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                               WHEN "ALDER-ANDET"
                                   COMPUTE WS-ALDER-ANDET =
                                       FUNCTION NUMVAL(WS-PARAM-VAERDI)
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE param-file
       exit.

       LOAD-LOANS.
           OPEN OUTPUT loan-index-file
           CLOSE loan-index-file
           OPEN I-O loan-index-file

           PERFORM UNTIL END-OF-LOAN-FILE = "Y"
               READ loan-file
                   AT END
                       MOVE "Y" TO END-OF-LOAN-FILE
                   NOT AT END
                       MOVE SPACES TO WS-LAAN-KONTO-ID
                       MOVE SPACES TO WS-LAAN-CPR
                       MOVE SPACES TO WS-LAAN-RESTGAELD
                       UNSTRING LOAN-RECORD DELIMITED BY ","
                           INTO WS-LAAN-KONTO-ID, WS-LAAN-CPR,
                                WS-LAAN-REG-NR, WS-LAAN-HOVEDSTOL,
                                WS-LAAN-RENTE-PCT, WS-LAAN-LOEBETID,
                                WS-LAAN-FOERSTE-FORFALD,
                                WS-LAAN-RESTGAELD
                       IF WS-LAAN-KONTO-ID NOT = SPACES
                           AND FUNCTION TEST-NUMVAL(WS-LAAN-RESTGAELD) = 0
                           MOVE WS-LAAN-KONTO-ID TO LN-KONTO-ID
                           MOVE WS-LAAN-CPR TO LN-CPR
                           COMPUTE LN-RESTGAELD =
                               FUNCTION NUMVAL(WS-LAAN-RESTGAELD)
                           MOVE 0 TO LN-VURDERING
                           MOVE 0 TO LN-GYLDIG-VURDERING
                           MOVE 0 TO LN-ANTAL
                           WRITE LOAN-INDEX-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE loan-file
       exit.

       APPLY-COLLATERAL.
           MOVE SPACES TO REPORT-RECORD
           MOVE "Sikkerheder med foraeldet vurdering eller uden laan:"
               TO REPORT-RECORD
           WRITE REPORT-RECORD

           OPEN INPUT collateral-file
           IF WS-COLLATERAL-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-COLLATERAL-FILE = "Y"
               READ collateral-file
                   AT END
                       MOVE "Y" TO END-OF-COLLATERAL-FILE
                   NOT AT END
                       MOVE SPACES TO WS-SK-ID
                       MOVE SPACES TO WS-SK-TYPE
                       MOVE SPACES TO WS-SK-VURDERING
                       MOVE SPACES TO WS-SK-VURDERINGSDATO
                       MOVE SPACES TO WS-SK-PANT-KONTO-ID
                       MOVE SPACES TO WS-SK-STATUS
                       UNSTRING COLLATERAL-CSV-RECORD DELIMITED BY ","
                           INTO WS-SK-ID, WS-SK-TYPE, WS-SK-VURDERING,
                                WS-SK-VURDERINGSDATO,
                                WS-SK-PANT-KONTO-ID, WS-SK-STATUS
                       IF FUNCTION TRIM(WS-SK-STATUS) = "AKTIV"
                           AND FUNCTION TEST-NUMVAL(WS-SK-VURDERING) = 0
                           perform APPLY-ONE-COLLATERAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE collateral-file
       exit.

       APPLY-ONE-COLLATERAL.
           COMPUTE WS-VURDERING-NUM = FUNCTION NUMVAL(WS-SK-VURDERING)

           EVALUATE FUNCTION TRIM(WS-SK-TYPE)
               WHEN "EJENDOM"
                   MOVE WS-ALDER-EJENDOM TO WS-ALDER-GRAENSE
               WHEN "BIL"
                   MOVE WS-ALDER-BIL TO WS-ALDER-GRAENSE
               WHEN "INDESTAAENDE"
                   MOVE WS-ALDER-INDESTAAENDE TO WS-ALDER-GRAENSE
               WHEN "VAERDIPAPIR"
                   MOVE WS-ALDER-VAERDIPAPIR TO WS-ALDER-GRAENSE
               WHEN OTHER
                   MOVE WS-ALDER-ANDET TO WS-ALDER-GRAENSE
           END-EVALUATE

           *> an unreadable valuation date counts as stale
           MOVE 99999 TO WS-ALDER-DAGE
           IF WS-SK-VURDERINGSDATO(5:1) = "-"
               AND WS-SK-VURDERINGSDATO(8:1) = "-"
               STRING WS-SK-VURDERINGSDATO(1:4) WS-SK-VURDERINGSDATO(6:2)
                      WS-SK-VURDERINGSDATO(9:2)
                   DELIMITED BY SIZE INTO WS-DATE-YYYYMMDD
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-YYYYMMDD) = 0
                   COMPUTE WS-DATE-INTEGER =
                       FUNCTION INTEGER-OF-DATE(WS-DATE-YYYYMMDD)
                   COMPUTE WS-ALDER-DAGE =
                       WS-TODAY-INTEGER - WS-DATE-INTEGER
               END-IF
           END-IF

           MOVE WS-SK-PANT-KONTO-ID TO LN-KONTO-ID
           READ loan-index-file
               INVALID KEY
                   ADD 1 TO WS-ORPHAN-COUNT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "  Uden laan - SIKKERHEDS-ID: "
                          FUNCTION TRIM(WS-SK-ID)
                          ", pant i KONTO-ID: "
                          FUNCTION TRIM(WS-SK-PANT-KONTO-ID)
                          DELIMITED BY SIZE INTO REPORT-RECORD
                   WRITE REPORT-RECORD
                   EXIT PARAGRAPH
           END-READ

           ADD 1 TO LN-ANTAL
           ADD WS-VURDERING-NUM TO LN-VURDERING
           IF WS-ALDER-DAGE > WS-ALDER-GRAENSE
               ADD 1 TO WS-STALE-COUNT
               MOVE WS-ALDER-DAGE TO WS-DAGE-DISPLAY
               MOVE SPACES TO REPORT-RECORD
               STRING "  Foraeldet vurdering - SIKKERHEDS-ID: "
                      FUNCTION TRIM(WS-SK-ID)
                      ", type: " FUNCTION TRIM(WS-SK-TYPE)
                      ", vurderet: " WS-SK-VURDERINGSDATO
                      ", alder (dage): " FUNCTION TRIM(WS-DAGE-DISPLAY)
                      ", KONTO-ID: " FUNCTION TRIM(WS-SK-PANT-KONTO-ID)
                      DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               ADD WS-VURDERING-NUM TO LN-GYLDIG-VURDERING
           END-IF
           REWRITE LOAN-INDEX-RECORD
       exit.

      *> --- per loan in KONTO-ID order: the secured-amount line and,
      *> over the limit, a report line ---
       WRITE-LOAN-LTV.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-MAX-LTV TO WS-LTV-DISPLAY
           STRING "Laan over belaaningsgraensen ("
                  FUNCTION TRIM(WS-LTV-DISPLAY) " pct.):"
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD

           OPEN OUTPUT secured-file
           MOVE "N" TO END-OF-INDEX-FILE
           MOVE LOW-VALUES TO LN-KONTO-ID
           START loan-index-file KEY IS >= LN-KONTO-ID
               INVALID KEY
                   MOVE "Y" TO END-OF-INDEX-FILE
           END-START
           PERFORM UNTIL END-OF-INDEX-FILE = "Y"
               READ loan-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-INDEX-FILE
                   NOT AT END
                       perform WRITE-ONE-LOAN-LTV
               END-READ
           END-PERFORM
           CLOSE secured-file
       exit.

       WRITE-ONE-LOAN-LTV.
           ADD 1 TO WS-LOAN-COUNT
           IF LN-ANTAL = 0
               ADD 1 TO WS-UNSECURED-COUNT
           END-IF

           MOVE LN-GYLDIG-VURDERING TO WS-SIKRET
           IF WS-SIKRET > LN-RESTGAELD
               MOVE LN-RESTGAELD TO WS-SIKRET
           END-IF
           IF WS-SIKRET < 0
               MOVE 0 TO WS-SIKRET
           END-IF

           MOVE 0 TO WS-LTV
           IF LN-VURDERING > 0
               COMPUTE WS-LTV ROUNDED =
                   LN-RESTGAELD * 100 / LN-VURDERING
                   ON SIZE ERROR
                       MOVE 99999.99 TO WS-LTV
               END-COMPUTE
           END-IF

           MOVE LN-RESTGAELD TO WS-AMOUNT-DISPLAY
           MOVE LN-VURDERING TO WS-AMOUNT-DISPLAY-2
           MOVE WS-SIKRET TO WS-AMOUNT-DISPLAY-3
           MOVE WS-LTV TO WS-LTV-DISPLAY
           MOVE SPACES TO SECURED-RECORD
           STRING FUNCTION TRIM(LN-KONTO-ID) ","
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY) ","
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY-2) ","
                  FUNCTION TRIM(WS-AMOUNT-DISPLAY-3) ","
                  FUNCTION TRIM(WS-LTV-DISPLAY) ","
                  WS-TODAY-DATE
                  DELIMITED BY SIZE INTO SECURED-RECORD
           WRITE SECURED-RECORD

           IF LN-VURDERING > 0 AND WS-LTV > WS-MAX-LTV
               ADD 1 TO WS-OVER-LTV-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "  KONTO-ID: " FUNCTION TRIM(LN-KONTO-ID)
                      ", CPR: " FUNCTION TRIM(LN-CPR)
                      ", restgaeld: " FUNCTION TRIM(WS-AMOUNT-DISPLAY)
                      ", vurdering: " FUNCTION TRIM(WS-AMOUNT-DISPLAY-2)
                      ", LTV: " FUNCTION TRIM(WS-LTV-DISPLAY)
                      " pct." DELIMITED BY SIZE INTO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF
       exit.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-LOAN-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Laan i alt: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-OVER-LTV-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Over belaaningsgraensen: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-UNSECURED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Uden sikkerhed: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-STALE-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Foraeldede vurderinger: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD

           MOVE WS-ORPHAN-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO REPORT-RECORD
           STRING "Sikkerheder uden laan: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
