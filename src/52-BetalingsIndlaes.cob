      *> lands on a weekend or holiday - and the
      *> two Overforsel legs go to 16-Leverance.txt with a shared
      *> TRANS-REF of BO+ORDRE-ID+date, so Afregning nets them like
      *> any other transfer. Rejects land in the control report.
      *> An order with an open case in the fraud queue
      *> 94-SvindelKoe.txt is held back to 52-HoldteOrdrer.txt until
      *> an operator decides it in 94-SvindelBehandling; a confirmed
      *> case rejects the order. The debit leg counts against the
      *> customer's spending limits (shared ForbrugsGraense, type
      *> Overforsel, at the execution date); a breach rejects the
      *> order or parks it in 95-GraenseParkeredeOrdrer.txt, from
      *> where an approver (GraenseGodkend) releases it back with its
      *> ORDRE-ID in 95-GraenseFrigivneOrdrer.txt, booked against the
      *> limits unchecked.
      *> An order from a company (CVR in the CPR field) carries its
      *> signers in two trailing fields, UNDERSKRIVER-CPR and
      *> UNDERSKRIVER2-CPR, checked against 104-Tegningsberettigede.txt
      *> through the shared TegningsOpslag: one signatory who signs
      *> alone, or two different signatories who sign jointly.
      *> An order from a minor (under 18 by the CPR birthdate) needs
      *> a guardian from 105-Vaergemaal.txt (shared VaergeOpslag) in
      *> the UNDERSKRIVER-CPR field. ---

environment division.
input-output section.
       select report-file assign to "52-BetalingsRapport.txt"
           organization line sequential.

       select fraud-case-file assign to "94-SvindelKoe.txt"
           organization line sequential
           file status is WS-FRAUD-CASE-STATUS.

       select held-file assign to "52-HoldteOrdrer.txt"
           organization line sequential
           file status is WS-HELD-STATUS.

       select limit-park-file assign to "95-GraenseParkeredeOrdrer.txt"
           organization line sequential
           file status is WS-LIMIT-PARK-STATUS.

       select limit-release-file
           assign to "95-GraenseFrigivneOrdrer.txt"
           organization line sequential
           file status is WS-LIMIT-RELEASE-STATUS.

      *> --- orders released past the spending limits, by ORDRE-ID ---
       select limit-release-index-file
           assign to "WS-GraenseFrigivOrdre.tmp"
           organization is indexed
           access mode is dynamic
           record key is GFRI-ORDRE-ID
           file status is WS-LIMIT-RELEASE-INDEX-STATUS.

      *> --- payment-order fraud cases keyed by ORDRE-ID ---
       select fraud-index-file assign to "WS-BetalingSvindel.tmp"
           organization is indexed
           access mode is dynamic
           record key is SVINDEL-ORDRE-ID
           file status is WS-FRAUD-INDEX-STATUS.

data division.
file section.
FD orders-file.
       01 ORDER-RECORD pic x(200).

FD banks-file.
01 banks-in.
FD report-file.
       01 REPORT-RECORD pic x(150).

FD fraud-case-file.
       01 FRAUD-CASE-RECORD pic x(200).

FD held-file.
       01 HELD-RECORD pic x(200).

FD limit-park-file.
       01 LIMIT-PARK-RECORD pic x(200).

FD limit-release-file.
       01 LIMIT-RELEASE-RECORD pic x(30).

FD limit-release-index-file.
       01 LIMIT-RELEASE-INDEX-RECORD.
           05 GFRI-ORDRE-ID pic x(20).

FD fraud-index-file.
       01 FRAUD-INDEX-RECORD.
           05 SVINDEL-ORDRE-ID pic x(20).
           05 SVINDEL-SAGS-ID pic x(10).
           05 SVINDEL-STATUS pic x(12).

WORKING-STORAGE SECTION.
       01 WS-ORDERS-STATUS pic XX value spaces.
       01 WS-BANKS-STATUS pic XX value spaces.
       01 WS-CUTOFF-STATUS pic XX value spaces.
       01 WS-DELIVERY-STATUS pic XX value spaces.
       01 WS-FRAUD-CASE-STATUS pic XX value spaces.
       01 WS-HELD-STATUS pic XX value spaces.
       01 WS-FRAUD-INDEX-STATUS pic XX value spaces.
       01 WS-LIMIT-PARK-STATUS pic XX value spaces.
       01 WS-LIMIT-RELEASE-STATUS pic XX value spaces.
       01 WS-LIMIT-RELEASE-INDEX-STATUS pic XX value spaces.

       01 END-OF-ORDERS-FILE pic x value "N".
       01 END-OF-FRAUD-CASE-FILE pic x value "N".
       01 END-OF-LIMIT-RELEASE-FILE pic x value "N".

      *> --- fraud queue line fields ---
       01 WS-SV-SAGS-ID pic x(10) value spaces.
       01 WS-SV-REGEL pic x(10) value spaces.
       01 WS-SV-KILDE pic x(10) value spaces.
       01 WS-SV-KORT-NR pic x(16) value spaces.
       01 WS-SV-KONTO-ID pic x(15) value spaces.
       01 WS-SV-CPR pic x(15) value spaces.
       01 WS-SV-REF pic x(20) value spaces.
       01 WS-SV-BELOEB pic x(15) value spaces.
       01 WS-SV-TIDSPUNKT pic x(19) value spaces.
       01 WS-SV-STATUS pic x(12) value spaces.
       01 WS-ORDER-HELD pic x value "N".

      *> --- spending-limit caller fields ---
       01 WS-ORDER-LIMIT-PARKED pic x value "N".
       01 WS-FG-MODE pic x value space.
       01 WS-FG-CPR pic x(15) value spaces.
       01 WS-FG-KONTO-ID pic x(15) value spaces.
       01 WS-FG-TYPE pic x(15) value spaces.
       01 WS-FG-BUTIK-FLAG pic x value "N".
       01 WS-FG-DATO pic x(10) value spaces.
       01 WS-FG-BELOEB pic S9(13)v99 value 0.
       01 WS-FG-HANDLING pic x(6) value spaces.
       01 WS-FG-STATUS pic XX value spaces.
       01 WS-KURS-VALUTA pic x(3) value spaces.
       01 WS-KURS-DATO pic x(10) value spaces.
       01 WS-KURS pic S9(5)v9999 value 0.
       01 WS-KURS-STATUS pic XX value spaces.

       01 WS-ORD-ID pic x(8) value spaces.
       01 WS-ORD-CPR pic x(15) value spaces.
       01 WS-ORD-VALUTA pic x(3) value spaces.
       01 WS-ORD-DATO pic x(10) value spaces.
       01 WS-ORD-TID pic x(8) value spaces.
       01 WS-ORD-UNDERSKRIVER pic x(15) value spaces.
       01 WS-ORD-UNDERSKRIVER2 pic x(15) value spaces.

      *> --- TegningsOpslag interface for company orders ---
       01 WS-TG-OMFANG pic x(8) value "BETALING".
       01 WS-TG-STATUS pic XX value spaces.
       01 WS-TG-STATUS2 pic XX value spaces.

      *> --- VaergeOpslag interface and CPR age for minors' orders ---
       01 WS-VG-VAERGE pic x(15) value spaces.
       01 WS-VG-STATUS pic XX value spaces.
       01 WS-TODAY-YYYYMMDD pic 9(8) value 0.
       01 WS-BIRTH-YY pic 99 value 0.
       01 WS-BIRTH-YYYY pic 9(4) value 0.
       01 WS-BIRTH-YYYYMMDD pic 9(8) value 0.
       01 WS-CPR-AGE pic 9(3) value 0.

       01 WS-ROW-OK pic x value "Y".
       01 WS-REJECT-REASON pic x(40) value spaces.

       01 WS-CUTOFF-TID pic x(8) value "14:00:00".
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-EXEC-DATE pic x(10) value spaces.
       01 WS-SHARED-REF pic x(20) value spaces.
       01 WS-BELOEB-NUM pic S9(13)v99 value 0.
       01 WS-CPR-WEIGHTS-X pic x(10) value "4327654321".
       01 WS-CPR-WEIGHTS-R redefines WS-CPR-WEIGHTS-X.
           05 WS-CPR-WEIGHT pic 9 occurs 10 times.
      *> --- a company's 8-digit CVR number carries the customer's
      *> identity in the same CPR field, with its own weights ---
       01 WS-CVR-DIGITS-X pic x(8) value spaces.
       01 WS-CVR-DIGITS-R redefines WS-CVR-DIGITS-X.
           05 WS-CVR-DIGIT pic 9 occurs 8 times.
       01 WS-CVR-WEIGHTS-X pic x(8) value "27654321".
       01 WS-CVR-WEIGHTS-R redefines WS-CVR-WEIGHTS-X.
           05 WS-CVR-WEIGHT pic 9 occurs 8 times.

       01 WS-ACCEPTED-COUNT pic 9(7) value 0.
       01 WS-ROLLED-COUNT pic 9(7) value 0.
       01 WS-REJECTED-COUNT pic 9(7) value 0.
       01 WS-HELD-COUNT pic 9(7) value 0.
       01 WS-LIMIT-PARKED-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

      *> --- integrity seal on the shared handoff, proven before
      *> rows are added and renewed afterwards ---
       01 WS-SEGL-MODE pic x value space.
       01 WS-SEGL-FILNAVN pic x(40) value spaces.
       01 WS-LEVERANCE-SEGL pic XX value spaces.

PROCEDURE DIVISION.
       OPEN INPUT orders-file
       IF WS-ORDERS-STATUS = "35"
       OPEN INPUT banks-file
       OPEN OUTPUT report-file

       *> rows are only added to a delivery whose seal still holds
       MOVE "A" TO WS-SEGL-MODE
       MOVE "16-Leverance.txt" TO WS-SEGL-FILNAVN
       CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
           WS-LEVERANCE-SEGL
       OPEN EXTEND delivery-file
       IF WS-DELIVERY-STATUS = "35"
           OPEN OUTPUT delivery-file
       END-IF

       perform LOAD-CUTOFF-PARAMETER
       perform LOAD-FRAUD-CASES
       perform LOAD-LIMIT-RELEASES

       OPEN EXTEND held-file
       IF WS-HELD-STATUS = "35"
           OPEN OUTPUT held-file
       END-IF

       OPEN EXTEND limit-park-file
       IF WS-LIMIT-PARK-STATUS = "35"
           OPEN OUTPUT limit-park-file
       END-IF

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still posts under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       perform UNTIL END-OF-ORDERS-FILE = "Y"
           read orders-file
       close orders-file
       close banks-file
       close delivery-file
       *> the seal is renewed over the added rows; a delivery whose
       *> seal had already failed is left for the receiver to refuse
       IF WS-LEVERANCE-SEGL = "00"
           MOVE "S" TO WS-SEGL-MODE
           MOVE "16-Leverance.txt" TO WS-SEGL-FILNAVN
           CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
               WS-LEVERANCE-SEGL
       END-IF
       close report-file
       close held-file
       close limit-park-file
       close fraud-index-file
       close limit-release-index-file

       MOVE "G" TO WS-FG-MODE
       CALL "ForbrugsGraense" USING WS-FG-MODE WS-FG-CPR WS-FG-KONTO-ID
           WS-FG-TYPE WS-FG-BUTIK-FLAG WS-FG-DATO WS-FG-BELOEB
           WS-FG-HANDLING WS-FG-STATUS
stop run.

       LOAD-CUTOFF-PARAMETER.
           MOVE SPACES TO WS-ORD-VALUTA
           MOVE SPACES TO WS-ORD-DATO
           MOVE SPACES TO WS-ORD-TID
           MOVE SPACES TO WS-ORD-UNDERSKRIVER
           MOVE SPACES TO WS-ORD-UNDERSKRIVER2
           UNSTRING ORDER-RECORD DELIMITED BY ","
               INTO WS-ORD-ID, WS-ORD-CPR, WS-ORD-KONTO-ID,
                    WS-ORD-REG-NR, WS-ORD-MOD-CPR, WS-ORD-MOD-KONTO,
                    WS-ORD-MOD-REG-NR, WS-ORD-BELOEB, WS-ORD-VALUTA,
                    WS-ORD-DATO, WS-ORD-TID, WS-ORD-UNDERSKRIVER,
                    WS-ORD-UNDERSKRIVER2

           MOVE "N" TO WS-ORDER-HELD
           MOVE "N" TO WS-ORDER-LIMIT-PARKED
           perform VALIDATE-ONE-ORDER
           IF WS-ROW-OK = "Y"
               perform CHECK-FRAUD-CASE
           END-IF
           IF WS-ORDER-HELD = "Y"
               perform WRITE-HELD-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-ROW-OK = "Y"
               perform SET-EXECUTION-DATE
               perform CHECK-SPENDING-LIMIT
           END-IF
           IF WS-ORDER-LIMIT-PARKED = "Y"
               perform WRITE-LIMIT-PARKED-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-ROW-OK = "Y"
               perform EMIT-TRANSFER-LEGS
               perform WRITE-ACCEPTED-LINE
           ELSE
                   MOVE "Ugyldig oensket dato" TO WS-REJECT-REASON
               END-IF
           END-IF

           IF WS-ROW-OK = "Y"
               AND WS-ORD-CPR(1:8) IS NUMERIC AND WS-ORD-CPR(9:7) = SPACES
               PERFORM CHECK-COMPANY-SIGNERS
           END-IF

           IF WS-ROW-OK = "Y"
               PERFORM DERIVE-CPR-AGE
               IF WS-CPR-AGE < 18
                   PERFORM CHECK-MINOR-GUARDIAN
               END-IF
           END-IF
       exit.

      *> --- a minor's order must be signed by a guardian who stands
      *> for the minor in 105-Vaergemaal.txt on the day ---
       CHECK-MINOR-GUARDIAN.
           MOVE SPACES TO WS-VG-VAERGE
           CALL "VaergeOpslag" USING WS-ORD-CPR WS-VG-VAERGE
               WS-TODAY-DATE WS-VG-STATUS
           IF WS-VG-STATUS NOT = "00"
               MOVE "N" TO WS-ROW-OK
               MOVE "Mindreaarig uden vaerge" TO WS-REJECT-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "23" TO WS-VG-STATUS
           IF WS-ORD-UNDERSKRIVER NOT = SPACES
               CALL "VaergeOpslag" USING WS-ORD-CPR WS-ORD-UNDERSKRIVER
                   WS-TODAY-DATE WS-VG-STATUS
           END-IF
           IF WS-VG-STATUS NOT = "00"
               MOVE "N" TO WS-ROW-OK
               MOVE "Underskriver er ikke vaerge" TO WS-REJECT-REASON
           END-IF
       exit.

      *> --- age in whole years from the CPR birthdate, with the same
      *> century pivot as the age bands in the statistics run; a CVR
      *> or a non-numeric CPR counts as of age ---
       DERIVE-CPR-AGE.
           MOVE 999 TO WS-CPR-AGE
           IF WS-ORD-CPR(1:8) NUMERIC AND WS-ORD-CPR(9:7) = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-ORD-CPR(1:6) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TODAY-YYYYMMDD =
               FUNCTION NUMVAL(WS-TODAY-DATE(1:4)) * 10000
               + FUNCTION NUMVAL(WS-TODAY-DATE(6:2)) * 100
               + FUNCTION NUMVAL(WS-TODAY-DATE(9:2))
           MOVE WS-ORD-CPR(5:2) TO WS-BIRTH-YY
           MOVE WS-BIRTH-YY TO WS-BIRTH-YYYY
           ADD 2000 TO WS-BIRTH-YYYY
           COMPUTE WS-BIRTH-YYYYMMDD =
               WS-BIRTH-YYYY * 10000
               + FUNCTION NUMVAL(WS-ORD-CPR(3:2)) * 100
               + FUNCTION NUMVAL(WS-ORD-CPR(1:2))
           IF WS-BIRTH-YYYYMMDD > WS-TODAY-YYYYMMDD
               SUBTRACT 1000000 FROM WS-BIRTH-YYYYMMDD
           END-IF
           COMPUTE WS-CPR-AGE =
               (WS-TODAY-YYYYMMDD - WS-BIRTH-YYYYMMDD) / 10000
       exit.

      *> --- a company's order needs a signatory who signs alone, or
      *> two different signatories who may each sign jointly ---
       CHECK-COMPANY-SIGNERS.
           MOVE "23" TO WS-TG-STATUS
           MOVE "23" TO WS-TG-STATUS2
           IF WS-ORD-UNDERSKRIVER NOT = SPACES
               CALL "TegningsOpslag" USING WS-ORD-CPR WS-ORD-UNDERSKRIVER
                   WS-TG-OMFANG WS-TODAY-DATE WS-TG-STATUS
           END-IF
           IF WS-TG-STATUS = "00"
               EXIT PARAGRAPH
           END-IF
           IF WS-ORD-UNDERSKRIVER2 NOT = SPACES
               AND WS-ORD-UNDERSKRIVER2 NOT = WS-ORD-UNDERSKRIVER
               CALL "TegningsOpslag" USING WS-ORD-CPR WS-ORD-UNDERSKRIVER2
                   WS-TG-OMFANG WS-TODAY-DATE WS-TG-STATUS2
           END-IF
           IF WS-TG-STATUS = "24"
               AND (WS-TG-STATUS2 = "00" OR WS-TG-STATUS2 = "24")
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ROW-OK
           IF WS-TG-STATUS = "24"
               MOVE "Ordren kraever to tegningsberettigede"
                   TO WS-REJECT-REASON
           ELSE
               MOVE "Underskriver ikke tegningsberettiget"
                   TO WS-REJECT-REASON
           END-IF
       exit.

      *> --- payment-order cases from the fraud queue; a later line
      *> for the same order supersedes an earlier one ---
       LOAD-FRAUD-CASES.
           OPEN OUTPUT fraud-index-file
           CLOSE fraud-index-file
           OPEN I-O fraud-index-file

           OPEN INPUT fraud-case-file
           IF WS-FRAUD-CASE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL END-OF-FRAUD-CASE-FILE = "Y"
               READ fraud-case-file
                   AT END
                       MOVE "Y" TO END-OF-FRAUD-CASE-FILE
                   NOT AT END
                       MOVE SPACES TO WS-SV-SAGS-ID
                       MOVE SPACES TO WS-SV-REGEL
                       MOVE SPACES TO WS-SV-KILDE
                       MOVE SPACES TO WS-SV-KORT-NR
                       MOVE SPACES TO WS-SV-KONTO-ID
                       MOVE SPACES TO WS-SV-CPR
                       MOVE SPACES TO WS-SV-REF
                       MOVE SPACES TO WS-SV-BELOEB
                       MOVE SPACES TO WS-SV-TIDSPUNKT
                       MOVE SPACES TO WS-SV-STATUS
                       UNSTRING FRAUD-CASE-RECORD DELIMITED BY ","
                           INTO WS-SV-SAGS-ID, WS-SV-REGEL, WS-SV-KILDE,
                                WS-SV-KORT-NR, WS-SV-KONTO-ID, WS-SV-CPR,
                                WS-SV-REF, WS-SV-BELOEB, WS-SV-TIDSPUNKT,
                                WS-SV-STATUS
                       IF WS-SV-KILDE = "BETALING"
                           MOVE WS-SV-REF TO SVINDEL-ORDRE-ID
                           MOVE WS-SV-SAGS-ID TO SVINDEL-SAGS-ID
                           MOVE WS-SV-STATUS TO SVINDEL-STATUS
                           WRITE FRAUD-INDEX-RECORD
                               INVALID KEY
                                   REWRITE FRAUD-INDEX-RECORD
                           END-WRITE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE fraud-case-file
       exit.

      *> --- an open case holds the order back, a confirmed one
      *> rejects it; a cleared case lets it through ---
       CHECK-FRAUD-CASE.
           MOVE "N" TO WS-ORDER-HELD
           MOVE WS-ORD-ID TO SVINDEL-ORDRE-ID
           READ fraud-index-file
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           EVALUATE SVINDEL-STATUS
               WHEN "AABEN"
                   MOVE "Y" TO WS-ORDER-HELD
               WHEN "BEKRAEFTET"
                   MOVE "N" TO WS-ROW-OK
                   MOVE "Spaerret (bekraeftet svindel)" TO WS-REJECT-REASON
           END-EVALUATE
       exit.

      *> --- the ORDRE-IDs an approver released past the spending
      *> limits ---
       LOAD-LIMIT-RELEASES.
           OPEN OUTPUT limit-release-index-file
           CLOSE limit-release-index-file
           OPEN I-O limit-release-index-file

           OPEN INPUT limit-release-file
           IF WS-LIMIT-RELEASE-STATUS = "00"
               PERFORM UNTIL END-OF-LIMIT-RELEASE-FILE = "Y"
                   READ limit-release-file
                       AT END
                           MOVE "Y" TO END-OF-LIMIT-RELEASE-FILE
                       NOT AT END
                           MOVE SPACES TO GFRI-ORDRE-ID
                           UNSTRING LIMIT-RELEASE-RECORD DELIMITED BY ","
                               INTO GFRI-ORDRE-ID
                           WRITE LIMIT-RELEASE-INDEX-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE limit-release-file
           END-IF
       exit.

      *> --- the order's amount in DKK against the ordering CPR's
      *> Overforsel limits, dated at the execution date; a released
      *> order is booked whatever the limits say ---
       CHECK-SPENDING-LIMIT.
           MOVE "N" TO WS-ORDER-LIMIT-PARKED
           COMPUTE WS-FG-BELOEB =
               FUNCTION ABS(FUNCTION NUMVAL(WS-ORD-BELOEB))
           IF FUNCTION TRIM(WS-ORD-VALUTA) NOT = "DKK"
               AND WS-ORD-VALUTA NOT = SPACES
               MOVE WS-ORD-VALUTA TO WS-KURS-VALUTA
               MOVE WS-EXEC-DATE TO WS-KURS-DATO
               CALL "KursopslagDato" USING WS-KURS-VALUTA WS-KURS-DATO
                   WS-KURS WS-KURS-STATUS
               IF WS-KURS-STATUS = "00"
                   MULTIPLY WS-KURS BY WS-FG-BELOEB
               END-IF
           END-IF
           MOVE "K" TO WS-FG-MODE
           MOVE WS-ORD-ID TO GFRI-ORDRE-ID
           READ limit-release-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "B" TO WS-FG-MODE
           END-READ
           MOVE WS-ORD-CPR TO WS-FG-CPR
           MOVE WS-ORD-KONTO-ID TO WS-FG-KONTO-ID
           MOVE "Overforsel" TO WS-FG-TYPE
           MOVE "N" TO WS-FG-BUTIK-FLAG
           MOVE WS-EXEC-DATE TO WS-FG-DATO
           CALL "ForbrugsGraense" USING WS-FG-MODE WS-FG-CPR WS-FG-KONTO-ID
               WS-FG-TYPE WS-FG-BUTIK-FLAG WS-FG-DATO WS-FG-BELOEB
               WS-FG-HANDLING WS-FG-STATUS
           IF WS-FG-STATUS = "10"
               IF WS-FG-HANDLING = "PARKER"
                   MOVE "Y" TO WS-ORDER-LIMIT-PARKED
               ELSE
                   MOVE "N" TO WS-ROW-OK
                   MOVE "Forbrugsgraense overskredet" TO WS-REJECT-REASON
               END-IF
           END-IF
       exit.

      *> --- Danish CPR modulus-11 check digit validation, format DDMMYY-XXXX;
      *> an 8-digit CVR number (company customer) is checked by its own rule ---
       CHECK-CPR-MODULUS11.
           MOVE "Y" TO WS-CPR-VALID
           IF WS-CPR-CHECK(1:8) IS NUMERIC AND WS-CPR-CHECK(9:7) = SPACES
               PERFORM CHECK-CVR-MODULUS11
               EXIT PARAGRAPH
           END-IF
           IF WS-CPR-CHECK(7:1) <> "-"
               MOVE "N" TO WS-CPR-VALID
           ELSE
           END-IF
       exit.

      *> --- Danish CVR modulus-11, weights 2765 4321 over the 8 digits ---
       CHECK-CVR-MODULUS11.
           MOVE "Y" TO WS-CPR-VALID
           MOVE WS-CPR-CHECK(1:8) TO WS-CVR-DIGITS-X
           MOVE 0 TO WS-CPR-SUM
           PERFORM VARYING WS-CPR-IX FROM 1 BY 1 UNTIL WS-CPR-IX > 8
               MULTIPLY WS-CVR-DIGIT(WS-CPR-IX) BY WS-CVR-WEIGHT(WS-CPR-IX) GIVING WS-CPR-PRODUCT
               ADD WS-CPR-PRODUCT TO WS-CPR-SUM
           END-PERFORM
           DIVIDE WS-CPR-SUM BY 11 GIVING WS-CPR-QUOTIENT REMAINDER WS-CPR-REMAINDER
           IF WS-CPR-REMAINDER <> 0
               MOVE "N" TO WS-CPR-VALID
           END-IF
       exit.

      *> --- the requested date, but never earlier than today; an
      *> order keyed after the cut-off rolls one day, and anything
      *> landing on a weekend or banking holiday rolls forward to
           WRITE REPORT-RECORD
       exit.

       WRITE-HELD-LINE.
           ADD 1 TO WS-HELD-COUNT
           MOVE ORDER-RECORD TO HELD-RECORD
           WRITE HELD-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Tilbageholdt (svindelsag " DELIMITED BY SIZE
                  FUNCTION TRIM(SVINDEL-SAGS-ID) DELIMITED BY SIZE
                  ") - Ordre: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ORD-ID) DELIMITED BY SIZE
                  ", CPR: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ORD-CPR) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

       WRITE-LIMIT-PARKED-LINE.
           ADD 1 TO WS-LIMIT-PARKED-COUNT
           MOVE ORDER-RECORD TO LIMIT-PARK-RECORD
           WRITE LIMIT-PARK-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "Parkeret (forbrugsgraense) - Ordre: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ORD-ID) DELIMITED BY SIZE
                  ", CPR: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ORD-CPR) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.

       WRITE-REJECT-LINE.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE SPACES TO REPORT-RECORD
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-HELD-COUNT TO WS-COUNT-DISPLAY
           STRING "Ordrer tilbageholdt (svindelsag): " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-LIMIT-PARKED-COUNT TO WS-COUNT-DISPLAY
           STRING "Ordrer parkeret (forbrugsgraense): " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
