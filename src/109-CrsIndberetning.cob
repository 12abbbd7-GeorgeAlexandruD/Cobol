identification division.
       program-id. CrsIndberetning.

      *> --- Annual CRS/FATCA return for customers who are tax
      *> resident abroad. The self-certification register
      *> 109-Skattecertificering.txt holds one line per customer and
      *> country of tax residence: CPR,LAND,TIN,CERT-DATO (LAND is
      *> the ISO country code, TIN the foreign tax ID). Every CPR with
      *> a residence other than DK is reportable: US under FATCA, any
      *> other country under CRS. For the year (AAR;YYYY in
      *> 109-CrsParam.txt, default last year, as for the interest
      *> return) the run writes 109-CrsIndberetning.txt in the
      *> authority's fixed exchange records:
      *>   00 - header: year, creation date,
      *>   01 - account: CPR, LAND, TIN, regime, KONTO-ID, VALUTA,
      *>        sign, balance from 8-KontoData.txt in oerer,
      *>   02 - interest: CPR, LAND, TIN, regime, year, sign, the
      *>        year's interest from 10-RenteRegister.txt in oerer,
      *>   99 - trailer with record count and control sum,
      *> with the standard .ctl companion, and 109-CrsUndtagelser.txt
      *> lists customers with a foreign address (LAND, field 13 of
      *> 7-KundeData.csv) but no self-certification on file. LAND is
      *> read through the country master 143-Lande.txt (LandOpslag),
      *> so a country name means its ISO code; the exception shows
      *> the country's risk class, or that the country is unknown.
      *> A self-certification whose country code is not on the master
      *> is listed as an exception as well. ---

environment division.
input-output section.
file-control.
       select param-file assign to "109-CrsParam.txt"
           organization line sequential
           file status is WS-PARAM-STATUS.

       select certification-file assign to "109-Skattecertificering.txt"
           organization line sequential
           file status is WS-CERT-STATUS.

       select customer-file assign to "7-KundeData.csv"
           organization is line sequential
           file status is WS-CUSTOMER-STATUS.

       select account-file assign to "8-KontoData.txt"
           organization is line sequential
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

       select interest-register-file assign to "10-RenteRegister.txt"
           organization line sequential
           file status is WS-INTEREST-REGISTER-STATUS.

       select return-file assign to "109-CrsIndberetning.txt"
           organization line sequential.

       select exception-file assign to "109-CrsUndtagelser.txt"
           organization line sequential.

      *> --- self-certifications keyed CPR+LAND ---
       select cert-index-file assign to "WS-CrsCert.tmp"
           organization is indexed
           access mode is dynamic
           record key is SC-KEY
           file status is WS-CERT-INDEX-STATUS.

      *> --- the customer's LAND and name per KUNDE-ID ---
       select customer-index-file assign to "WS-CrsKunde.tmp"
           organization is indexed
           access mode is dynamic
           record key is KU-KUNDE-ID
           file status is WS-CUSTOMER-INDEX-STATUS.

      *> --- holder, balance and CPR per account ---
       select account-index-file assign to "WS-CrsKonto.tmp"
           organization is indexed
           access mode is dynamic
           record key is KT-KONTO-ID
           file status is WS-ACCOUNT-INDEX-STATUS.

      *> --- the year's interest per CPR, and whether the CPR has
      *> been handled already ---
       select interest-index-file assign to "WS-CrsRente.tmp"
           organization is indexed
           access mode is dynamic
           record key is RS-CPR
           file status is WS-INTEREST-INDEX-STATUS.

data division.
file section.
FD param-file.
       01 PARAM-RECORD pic x(40).

FD certification-file.
       01 CERT-RECORD pic x(80).

FD customer-file.
       01 csv-lines pic x(150).

FD account-file.
       01 csv-lines2 pic x(100).

FD transactions-file.
01 transactions-in.
       copy "10-TRANSAKTIONER.cpy".

FD interest-register-file.
       01 INTEREST-REGISTER-RECORD pic x(50).

FD return-file.
       01 RETURN-RECORD.
           05 RET-REC-TYPE pic x(2).
           05 RET-DATA pic x(88).
       01 RETURN-HEADER-RECORD.
           05 RETH-REC-TYPE pic x(2).
           05 RETH-AAR pic x(4).
           05 RETH-DANNET pic 9(8).
           05 FILLER pic x(76).
       01 RETURN-ACCOUNT-RECORD.
           05 RETK-REC-TYPE pic x(2).
           05 RETK-CPR pic x(15).
           05 RETK-LAND pic x(2).
           05 RETK-TIN pic x(20).
           05 RETK-REGIME pic x(5).
           05 RETK-KONTO-ID pic x(15).
           05 RETK-VALUTA pic x(3).
           05 RETK-FORTEGN pic x.
           05 RETK-BELOEB-OERER pic 9(15).
           05 FILLER pic x(12).
       01 RETURN-INTEREST-RECORD.
           05 RETR-REC-TYPE pic x(2).
           05 RETR-CPR pic x(15).
           05 RETR-LAND pic x(2).
           05 RETR-TIN pic x(20).
           05 RETR-REGIME pic x(5).
           05 RETR-AAR pic x(4).
           05 RETR-FORTEGN pic x.
           05 RETR-BELOEB-OERER pic 9(15).
           05 FILLER pic x(26).
       01 RETURN-TRAILER-RECORD.
           05 RETT-REC-TYPE pic x(2).
           05 RETT-ANTAL pic 9(9).
           05 RETT-FORTEGN pic x.
           05 RETT-BELOEB-OERER pic 9(17).
           05 FILLER pic x(61).

FD exception-file.
       01 EXCEPTION-RECORD pic x(130).

FD cert-index-file.
       01 CERT-INDEX-RECORD.
           05 SC-KEY.
               10 SC-CPR pic x(15).
               10 SC-LAND pic x(2).
           05 SC-TIN pic x(20).
           05 SC-DATO pic x(10).

FD customer-index-file.
       01 CUSTOMER-INDEX-RECORD.
           05 KU-KUNDE-ID pic x(10).
           05 KU-NAVN pic x(31).
           05 KU-LAND pic x(20).
           05 KU-RISIKO pic x(6).

FD account-index-file.
       01 ACCOUNT-INDEX-RECORD.
           05 KT-KONTO-ID pic x(15).
           05 KT-KUNDE-ID pic x(10).
           05 KT-BALANCE pic S9(13)v99.
           05 KT-VALUTA pic x(3).
           05 KT-CPR pic x(15).

FD interest-index-file.
       01 INTEREST-INDEX-RECORD.
           05 RS-CPR pic x(15).
           05 RS-RENTE pic S9(13)v99.
           05 RS-BEHANDLET pic x.

WORKING-STORAGE SECTION.
       01 WS-PARAM-STATUS pic XX value spaces.
       01 WS-CERT-STATUS pic XX value spaces.
       01 WS-CUSTOMER-STATUS pic XX value spaces.
       01 WS-ACCOUNT-STATUS pic XX value spaces.
       01 WS-TRANS-STATUS pic XX value spaces.
       01 WS-INTEREST-REGISTER-STATUS pic XX value spaces.
       01 WS-CERT-INDEX-STATUS pic XX value spaces.
       01 WS-CUSTOMER-INDEX-STATUS pic XX value spaces.
       01 WS-ACCOUNT-INDEX-STATUS pic XX value spaces.
       01 WS-INTEREST-INDEX-STATUS pic XX value spaces.

       01 END-OF-PARAM-FILE pic x value "N".
       01 END-OF-CERT-FILE pic x value "N".
       01 END-OF-CUSTOMER-FILE pic x value "N".
       01 END-OF-ACCOUNT-FILE pic x value "N".
       01 END-OF-TRANSACTIONS-FILE pic x value "N".
       01 END-OF-REGISTER-FILE pic x value "N".
       01 END-OF-INDEX-SCAN pic x value "N".
       01 END-OF-CERT-SCAN pic x value "N".

       01 WS-PARAM-NOEGLE pic x(20) value spaces.
       01 WS-PARAM-VAERDI pic x(20) value spaces.
       01 WS-AAR pic 9(4) value 0.

       01 WS-SC-CPR-TEXT pic x(15) value spaces.
       01 WS-SC-LAND-TEXT pic x(20) value spaces.
       01 WS-SC-TIN-TEXT pic x(20) value spaces.
       01 WS-SC-DATO-TEXT pic x(10) value spaces.

      *> --- customer CSV fields ---
       01 WS-ROW-KUNDE-ID pic x(10) value spaces.
       01 WS-ROW-FIRST pic x(15) value spaces.
       01 WS-ROW-LAST pic x(15) value spaces.
       01 WS-ROW-SKIP pic x(30) value spaces.
       01 WS-ROW-KUNDE-TYPE pic x(10) value spaces.
       01 WS-ROW-LAND pic x(20) value spaces.

      *> --- account CSV fields ---
       01 WS-KONTO-KUNDE-ID pic x(10) value spaces.
       01 WS-KONTO-ID-TEXT pic x(15) value spaces.
       01 WS-KONTO-TYPE-TEXT pic x(15) value spaces.
       01 WS-KONTO-BALANCE-TEXT pic x(15) value spaces.
       01 WS-KONTO-VALUTA-TEXT pic x(3) value spaces.

       01 WS-REG-CPR pic x(15) value spaces.
       01 WS-REG-DATO pic x(10) value spaces.
       01 WS-REG-BELOEB pic x(15) value spaces.
       01 WS-BELOEB-NUM pic S9(13)v99 value 0.

       01 WS-CERT-FOUND pic x value "N".
       01 WS-FIRST-FOR-CPR pic x value "N".
       01 WS-CPR-RENTE pic S9(13)v99 value 0.
       01 WS-REGIME pic x(5) value spaces.

       01 WS-TODAY-YYYYMMDD pic 9(8) value 0.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-RECORD-COUNT pic 9(9) value 0.
       01 WS-EXCEPTION-COUNT pic 9(7) value 0.
       01 WS-UNKNOWN-LAND-COUNT pic 9(7) value 0.

      *> --- LAND through the country master ---
       01 WS-LAND-MODE pic x value space.
       01 WS-LAND-TEKST pic x(30) value spaces.
       01 WS-LAND.
           copy "143-LAND.cpy".
       01 WS-LAND-STATUS pic XX value spaces.
       01 WS-CONTROL-SUM pic S9(15)v99 value 0.
       01 WS-OERER pic 9(17) value 0.
       01 WS-COUNT-DISPLAY pic Z(8)9.

      *> --- standard .ctl companion for the receiver ---
       01 WS-CTL-MODE pic x value space.
       01 WS-CTL-FILNAVN pic x(40) value spaces.
       01 WS-CTL-ANTAL pic 9(9) value 0.
       01 WS-CTL-SUM pic S9(15)v99 value 0.
       01 WS-CTL-STATUS pic XX value spaces.

PROCEDURE DIVISION.
       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS
       MOVE WS-TODAY-DATE(1:4) TO WS-TODAY-YYYYMMDD(1:4)
       MOVE WS-TODAY-DATE(6:2) TO WS-TODAY-YYYYMMDD(5:2)
       MOVE WS-TODAY-DATE(9:2) TO WS-TODAY-YYYYMMDD(7:2)
       MOVE WS-TODAY-DATE(1:4) TO WS-AAR
       SUBTRACT 1 FROM WS-AAR
       perform LOAD-CRS-PARAMETERS

       OPEN INPUT account-file
       IF WS-ACCOUNT-STATUS = "35"
           DISPLAY "CrsIndberetning: 8-KontoData.txt blev ikke fundet"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       perform LOAD-CERTIFICATIONS
       perform LOAD-CUSTOMERS
       perform LOAD-ACCOUNTS
       perform LOAD-INTEREST

       OPEN OUTPUT return-file
       OPEN OUTPUT exception-file

       MOVE SPACES TO RETURN-HEADER-RECORD
       MOVE "00" TO RETH-REC-TYPE
       MOVE WS-AAR TO RETH-AAR
       MOVE WS-TODAY-YYYYMMDD TO RETH-DANNET
       WRITE RETURN-HEADER-RECORD

       MOVE SPACES TO EXCEPTION-RECORD
       STRING "Udenlandsk adresse uden selvcertificering - aar "
                  DELIMITED BY SIZE
              WS-AAR DELIMITED BY SIZE
              INTO EXCEPTION-RECORD
       WRITE EXCEPTION-RECORD
       MOVE SPACES TO EXCEPTION-RECORD
       WRITE EXCEPTION-RECORD

       MOVE "N" TO END-OF-INDEX-SCAN
       MOVE LOW-VALUES TO KT-KONTO-ID
       START account-index-file KEY IS >= KT-KONTO-ID
           INVALID KEY
               MOVE "Y" TO END-OF-INDEX-SCAN
       END-START
       PERFORM UNTIL END-OF-INDEX-SCAN = "Y"
           READ account-index-file NEXT RECORD
               AT END
                   MOVE "Y" TO END-OF-INDEX-SCAN
               NOT AT END
                   IF KT-CPR NOT = SPACES
                       perform REPORT-ONE-ACCOUNT
                   END-IF
           END-READ
       END-PERFORM

       *> 99-trailer: record count and control sum in oerer
       MOVE SPACES TO RETURN-TRAILER-RECORD
       MOVE "99" TO RETT-REC-TYPE
       MOVE WS-RECORD-COUNT TO RETT-ANTAL
       IF WS-CONTROL-SUM < 0
           MOVE "-" TO RETT-FORTEGN
       ELSE
           MOVE "+" TO RETT-FORTEGN
       END-IF
       COMPUTE WS-OERER = FUNCTION ABS(WS-CONTROL-SUM) * 100
       MOVE WS-OERER TO RETT-BELOEB-OERER
       WRITE RETURN-TRAILER-RECORD

       MOVE SPACES TO EXCEPTION-RECORD
       WRITE EXCEPTION-RECORD
       MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY
       STRING "Kunder uden selvcertificering: " DELIMITED BY SIZE
              FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
              INTO EXCEPTION-RECORD
       WRITE EXCEPTION-RECORD
       MOVE SPACES TO EXCEPTION-RECORD
       MOVE WS-UNKNOWN-LAND-COUNT TO WS-COUNT-DISPLAY
       STRING "Selvcertificeringer med ukendt landekode: " DELIMITED BY SIZE
              FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
              INTO EXCEPTION-RECORD
       WRITE EXCEPTION-RECORD
       MOVE SPACES TO EXCEPTION-RECORD
       MOVE WS-RECORD-COUNT TO WS-COUNT-DISPLAY
       STRING "Indberetningsposter (01/02): " DELIMITED BY SIZE
              FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
              INTO EXCEPTION-RECORD
       WRITE EXCEPTION-RECORD

       close return-file
       close exception-file
       close cert-index-file
       close customer-index-file
       close account-index-file
       close interest-index-file

       MOVE "W" TO WS-CTL-MODE
       MOVE "109-CrsIndberetning.txt" TO WS-CTL-FILNAVN
       MOVE WS-RECORD-COUNT TO WS-CTL-ANTAL
       MOVE WS-CONTROL-SUM TO WS-CTL-SUM
       CALL "KontrolTotal" USING WS-CTL-MODE WS-CTL-FILNAVN
           WS-CTL-ANTAL WS-CTL-SUM WS-CTL-STATUS
stop run.

       LOAD-CRS-PARAMETERS.
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
                           WHEN "AAR"
                               IF WS-PARAM-VAERDI(1:4) NUMERIC
                                   MOVE WS-PARAM-VAERDI(1:4) TO WS-AAR
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE param-file
       exit.

      *> --- a Danish residence line is kept (it proves the customer
      *> self-certified) but is never reported ---
       LOAD-CERTIFICATIONS.
           OPEN OUTPUT cert-index-file
           CLOSE cert-index-file
           OPEN I-O cert-index-file

           OPEN INPUT certification-file
           IF WS-CERT-STATUS = "00"
               PERFORM UNTIL END-OF-CERT-FILE = "Y"
                   READ certification-file
                       AT END
                           MOVE "Y" TO END-OF-CERT-FILE
                       NOT AT END
                           MOVE SPACES TO WS-SC-CPR-TEXT
                           MOVE SPACES TO WS-SC-LAND-TEXT
                           MOVE SPACES TO WS-SC-TIN-TEXT
                           MOVE SPACES TO WS-SC-DATO-TEXT
                           UNSTRING CERT-RECORD DELIMITED BY ","
                               INTO WS-SC-CPR-TEXT, WS-SC-LAND-TEXT,
                                    WS-SC-TIN-TEXT, WS-SC-DATO-TEXT
                           IF WS-SC-CPR-TEXT NOT = SPACES
                               MOVE WS-SC-CPR-TEXT TO SC-CPR
                               MOVE FUNCTION UPPER-CASE(WS-SC-LAND-TEXT)
                                   TO SC-LAND
                               MOVE WS-SC-TIN-TEXT TO SC-TIN
                               MOVE WS-SC-DATO-TEXT TO SC-DATO
                               WRITE CERT-INDEX-RECORD
                                   INVALID KEY
                                       REWRITE CERT-INDEX-RECORD
                               END-WRITE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE certification-file
           END-IF
       exit.

       LOAD-CUSTOMERS.
           OPEN OUTPUT customer-index-file
           CLOSE customer-index-file
           OPEN I-O customer-index-file

           OPEN INPUT customer-file
           IF WS-CUSTOMER-STATUS = "00"
               PERFORM UNTIL END-OF-CUSTOMER-FILE = "Y"
                   READ customer-file
                       AT END
                           MOVE "Y" TO END-OF-CUSTOMER-FILE
                       NOT AT END
                           MOVE SPACES TO WS-ROW-KUNDE-ID
                           MOVE SPACES TO WS-ROW-FIRST
                           MOVE SPACES TO WS-ROW-LAST
                           MOVE SPACES TO WS-ROW-KUNDE-TYPE
                           MOVE SPACES TO WS-ROW-LAND
                           UNSTRING csv-lines DELIMITED BY ","
                               INTO WS-ROW-KUNDE-ID, WS-ROW-FIRST,
                                    WS-ROW-LAST, WS-ROW-SKIP,
                                    WS-ROW-SKIP, WS-ROW-SKIP,
                                    WS-ROW-SKIP, WS-ROW-SKIP,
                                    WS-ROW-SKIP, WS-ROW-SKIP,
                                    WS-ROW-SKIP, WS-ROW-KUNDE-TYPE,
                                    WS-ROW-LAND
                           MOVE WS-ROW-KUNDE-ID TO KU-KUNDE-ID
                           MOVE SPACES TO KU-NAVN
                           STRING FUNCTION TRIM(WS-ROW-FIRST) " "
                                  FUNCTION TRIM(WS-ROW-LAST)
                                  DELIMITED BY SIZE INTO KU-NAVN
                           MOVE FUNCTION UPPER-CASE(WS-ROW-LAND)
                               TO KU-LAND
                           MOVE SPACES TO KU-RISIKO
                           perform RESOLVE-CUSTOMER-COUNTRY
                           WRITE CUSTOMER-INDEX-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE customer-file
           END-IF
       exit.

      *> --- "Danmark" and "dk" both become DK; a value the master
      *> does not know stays as given and is marked UKENDT; without
      *> the master LAND stays as given ---
       RESOLVE-CUSTOMER-COUNTRY.
           IF KU-LAND = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LAND-MODE
           MOVE WS-ROW-LAND TO WS-LAND-TEKST
           CALL "LandOpslag" USING WS-LAND-MODE WS-LAND-TEKST WS-LAND
               WS-LAND-STATUS
           EVALUATE WS-LAND-STATUS
               WHEN "00"
                   MOVE LAND-ISO TO KU-LAND
                   MOVE LAND-RISIKOKLASSE TO KU-RISIKO
               WHEN "23"
                   MOVE "UKENDT" TO KU-RISIKO
           END-EVALUATE
       exit.

       LOAD-ACCOUNTS.
           OPEN OUTPUT account-index-file
           CLOSE account-index-file
           OPEN I-O account-index-file

           PERFORM UNTIL END-OF-ACCOUNT-FILE = "Y"
               READ account-file
                   AT END
                       MOVE "Y" TO END-OF-ACCOUNT-FILE
                   NOT AT END
                       MOVE SPACES TO WS-KONTO-KUNDE-ID
                       MOVE SPACES TO WS-KONTO-ID-TEXT
                       MOVE SPACES TO WS-KONTO-TYPE-TEXT
                       MOVE SPACES TO WS-KONTO-BALANCE-TEXT
                       MOVE SPACES TO WS-KONTO-VALUTA-TEXT
                       UNSTRING csv-lines2 DELIMITED BY ","
                           INTO WS-KONTO-KUNDE-ID, WS-KONTO-ID-TEXT,
                                WS-KONTO-TYPE-TEXT, WS-KONTO-BALANCE-TEXT,
                                WS-KONTO-VALUTA-TEXT
                       MOVE WS-KONTO-ID-TEXT TO KT-KONTO-ID
                       MOVE WS-KONTO-KUNDE-ID TO KT-KUNDE-ID
                       MOVE WS-KONTO-VALUTA-TEXT TO KT-VALUTA
                       MOVE SPACES TO KT-CPR
                       IF FUNCTION TEST-NUMVAL(WS-KONTO-BALANCE-TEXT) = 0
                           COMPUTE KT-BALANCE =
                               FUNCTION NUMVAL(WS-KONTO-BALANCE-TEXT)
                       ELSE
                           MOVE 0 TO KT-BALANCE
                       END-IF
                       WRITE ACCOUNT-INDEX-RECORD
                           INVALID KEY
                               CONTINUE
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE account-file

           *> the master's rows fill in each account's CPR
           OPEN INPUT transactions-file
           IF WS-TRANS-STATUS = "00"
               PERFORM UNTIL END-OF-TRANSACTIONS-FILE = "Y"
                   READ transactions-file
                       AT END
                           MOVE "Y" TO END-OF-TRANSACTIONS-FILE
                       NOT AT END
                           MOVE KONTO-ID OF transactions-in
                               TO KT-KONTO-ID
                           READ account-index-file
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   IF KT-CPR = SPACES
                                       MOVE CPR OF transactions-in
                                           TO KT-CPR
                                       REWRITE ACCOUNT-INDEX-RECORD
                                   END-IF
                           END-READ
                   END-READ
               END-PERFORM
               CLOSE transactions-file
           END-IF
       exit.

       LOAD-INTEREST.
           OPEN OUTPUT interest-index-file
           CLOSE interest-index-file
           OPEN I-O interest-index-file

           OPEN INPUT interest-register-file
           IF WS-INTEREST-REGISTER-STATUS = "00"
               PERFORM UNTIL END-OF-REGISTER-FILE = "Y"
                   READ interest-register-file
                       AT END
                           MOVE "Y" TO END-OF-REGISTER-FILE
                       NOT AT END
                           perform ACCUMULATE-REGISTER-LINE
                   END-READ
               END-PERFORM
               CLOSE interest-register-file
           END-IF
       exit.

       ACCUMULATE-REGISTER-LINE.
           MOVE SPACES TO WS-REG-CPR
           MOVE SPACES TO WS-REG-DATO
           MOVE SPACES TO WS-REG-BELOEB
           UNSTRING INTEREST-REGISTER-RECORD DELIMITED BY ","
               INTO WS-REG-CPR, WS-REG-DATO, WS-REG-BELOEB
           IF WS-REG-DATO(1:4) NOT NUMERIC
               OR FUNCTION NUMVAL(WS-REG-DATO(1:4)) NOT = WS-AAR
               OR FUNCTION TEST-NUMVAL(WS-REG-BELOEB) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-BELOEB-NUM = FUNCTION NUMVAL(WS-REG-BELOEB)
           MOVE WS-REG-CPR TO RS-CPR
           READ interest-index-file
               INVALID KEY
                   MOVE WS-REG-CPR TO RS-CPR
                   MOVE WS-BELOEB-NUM TO RS-RENTE
                   MOVE "N" TO RS-BEHANDLET
                   WRITE INTEREST-INDEX-RECORD
               NOT INVALID KEY
                   ADD WS-BELOEB-NUM TO RS-RENTE
                   REWRITE INTEREST-INDEX-RECORD
           END-READ
       exit.

      *> --- one 01 per foreign residence of the account's CPR; the
      *> CPR's first account also carries its 02 interest records.
      *> Without any certification, a foreign address is an
      *> exception ---
       REPORT-ONE-ACCOUNT.
           MOVE "N" TO WS-FIRST-FOR-CPR
           MOVE 0 TO WS-CPR-RENTE
           MOVE KT-CPR TO RS-CPR
           READ interest-index-file
               INVALID KEY
                   MOVE KT-CPR TO RS-CPR
                   MOVE 0 TO RS-RENTE
                   MOVE "J" TO RS-BEHANDLET
                   WRITE INTEREST-INDEX-RECORD
                   MOVE "Y" TO WS-FIRST-FOR-CPR
               NOT INVALID KEY
                   IF RS-BEHANDLET NOT = "J"
                       MOVE "J" TO RS-BEHANDLET
                       REWRITE INTEREST-INDEX-RECORD
                       MOVE "Y" TO WS-FIRST-FOR-CPR
                       MOVE RS-RENTE TO WS-CPR-RENTE
                   END-IF
           END-READ

           MOVE "N" TO WS-CERT-FOUND
           MOVE "N" TO END-OF-CERT-SCAN
           MOVE KT-CPR TO SC-CPR
           MOVE LOW-VALUES TO SC-LAND
           START cert-index-file KEY IS >= SC-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-CERT-SCAN
           END-START
           PERFORM UNTIL END-OF-CERT-SCAN = "Y"
               READ cert-index-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-CERT-SCAN
                   NOT AT END
                       IF SC-CPR NOT = KT-CPR
                           MOVE "Y" TO END-OF-CERT-SCAN
                       ELSE
                           MOVE "Y" TO WS-CERT-FOUND
                           IF WS-FIRST-FOR-CPR = "Y"
                               perform CHECK-CERTIFICATION-COUNTRY
                           END-IF
                           IF SC-LAND NOT = "DK" AND SC-LAND NOT = SPACES
                               perform WRITE-RESIDENCE-RECORDS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-CERT-FOUND = "N" AND WS-FIRST-FOR-CPR = "Y"
               perform CHECK-FOREIGN-ADDRESS
           END-IF
       exit.

      *> --- a certified country code the country master does not
      *> carry is still reported as certified, but listed ---
       CHECK-CERTIFICATION-COUNTRY.
           IF SC-LAND = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "K" TO WS-LAND-MODE
           MOVE SC-LAND TO WS-LAND-TEKST
           CALL "LandOpslag" USING WS-LAND-MODE WS-LAND-TEKST WS-LAND
               WS-LAND-STATUS
           IF WS-LAND-STATUS NOT = "23"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-UNKNOWN-LAND-COUNT
           MOVE SPACES TO EXCEPTION-RECORD
           STRING "CPR: " FUNCTION TRIM(KT-CPR)
                  ", selvcertificeret LAND: " SC-LAND
                  " - landekoden findes ikke i 143-Lande.txt"
                  DELIMITED BY SIZE INTO EXCEPTION-RECORD
           WRITE EXCEPTION-RECORD
       exit.

       WRITE-RESIDENCE-RECORDS.
           IF SC-LAND = "US"
               MOVE "FATCA" TO WS-REGIME
           ELSE
               MOVE "CRS" TO WS-REGIME
           END-IF

           MOVE SPACES TO RETURN-ACCOUNT-RECORD
           MOVE "01" TO RETK-REC-TYPE
           MOVE KT-CPR TO RETK-CPR
           MOVE SC-LAND TO RETK-LAND
           MOVE SC-TIN TO RETK-TIN
           MOVE WS-REGIME TO RETK-REGIME
           MOVE KT-KONTO-ID TO RETK-KONTO-ID
           MOVE KT-VALUTA TO RETK-VALUTA
           IF KT-BALANCE < 0
               MOVE "-" TO RETK-FORTEGN
           ELSE
               MOVE "+" TO RETK-FORTEGN
           END-IF
           COMPUTE RETK-BELOEB-OERER = FUNCTION ABS(KT-BALANCE) * 100
           WRITE RETURN-ACCOUNT-RECORD
           ADD 1 TO WS-RECORD-COUNT
           ADD KT-BALANCE TO WS-CONTROL-SUM

           IF WS-FIRST-FOR-CPR = "Y" AND WS-CPR-RENTE NOT = 0
               MOVE SPACES TO RETURN-INTEREST-RECORD
               MOVE "02" TO RETR-REC-TYPE
               MOVE KT-CPR TO RETR-CPR
               MOVE SC-LAND TO RETR-LAND
               MOVE SC-TIN TO RETR-TIN
               MOVE WS-REGIME TO RETR-REGIME
               MOVE WS-AAR TO RETR-AAR
               IF WS-CPR-RENTE < 0
                   MOVE "-" TO RETR-FORTEGN
               ELSE
                   MOVE "+" TO RETR-FORTEGN
               END-IF
               COMPUTE RETR-BELOEB-OERER = FUNCTION ABS(WS-CPR-RENTE) * 100
               WRITE RETURN-INTEREST-RECORD
               ADD 1 TO WS-RECORD-COUNT
               ADD WS-CPR-RENTE TO WS-CONTROL-SUM
           END-IF
       exit.

       CHECK-FOREIGN-ADDRESS.
           MOVE KT-KUNDE-ID TO KU-KUNDE-ID
           READ customer-index-file
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF KU-LAND = SPACES OR FUNCTION TRIM(KU-LAND) = "DK"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE SPACES TO EXCEPTION-RECORD
           STRING "CPR: " FUNCTION TRIM(KT-CPR)
                  ", KUNDE-ID: " FUNCTION TRIM(KT-KUNDE-ID)
                  ", " FUNCTION TRIM(KU-NAVN)
                  ", LAND: " FUNCTION TRIM(KU-LAND)
                  " - ingen selvcertificering"
                  DELIMITED BY SIZE INTO EXCEPTION-RECORD
           EVALUATE KU-RISIKO
               WHEN SPACES
                   CONTINUE
               WHEN "UKENDT"
                   STRING FUNCTION TRIM(EXCEPTION-RECORD)
                          " (ukendt land)"
                          DELIMITED BY SIZE INTO EXCEPTION-RECORD
               WHEN OTHER
                   STRING FUNCTION TRIM(EXCEPTION-RECORD)
                          " (risikoklasse " FUNCTION TRIM(KU-RISIKO) ")"
                          DELIMITED BY SIZE INTO EXCEPTION-RECORD
           END-EVALUATE
           WRITE EXCEPTION-RECORD
       exit.
