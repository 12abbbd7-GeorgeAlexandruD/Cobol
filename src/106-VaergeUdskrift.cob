identification division.
       program-id. VaergeUdskrift.

      *> --- Statement copies for the guardians of minor customers.
      *> 105-Vaergemaal.txt links a minor's CPR to one or two
      *> guardians: MINDREAARIG-CPR,VAERGE1-CPR,VAERGE2-CPR,
      *> GYLDIG-FRA,GYLDIG-TIL. This step runs after the statement
      *> run and, for every guardianship standing today, pulls the
      *> minor's archived statement block for the current cycle from
      *> 10-UdskriftArkiv.txt and delivers a copy to each guardian
      *> under the guardian's own 10-KanalPraefs.txt channel: print
      *> copies land in 106-VaergeUdskrifter.txt, e-mail copies in
      *> 106-VaergeUdskrifterEmail.txt, NONE suppresses. A link that
      *> has been ended (GYLDIG-TIL passed, e.g. when the minor came
      *> of age) gets no copy. Each guardian's copy, sent or
      *> suppressed, goes in the customer contact history. ---

environment division.
input-output section.
file-control.
       select guardian-file assign to "105-Vaergemaal.txt"
           organization line sequential
           file status is WS-GUARDIAN-STATUS.

       select statement-archive-file assign to "10-UdskriftArkiv.txt"
           organization is indexed
           access mode is dynamic
           record key is ARK-KEY
           file status is WS-ARCHIVE-IX-STATUS.

       select cycle-file assign to "10-Cyklus.txt"
           organization line sequential
           file status is WS-CYCLE-STATUS.

       select prefs-file assign to "10-KanalPraefs.txt"
           organization line sequential
           file status is WS-PREFS-STATUS.

       select print-copy-file assign to "106-VaergeUdskrifter.txt"
           organization line sequential.

       select email-copy-file assign to "106-VaergeUdskrifterEmail.txt"
           organization line sequential.

       select report-file assign to "106-VaergeRapport.txt"
           organization line sequential.

      *> --- the channel preferences keyed on CPR, same register the
      *> statement run reads ---
       select prefs-index-file assign to "WS-VaergePraefs.tmp"
           organization is indexed
           access mode is dynamic
           record key is PREF-CPR
           file status is WS-PREFS-INDEX-STATUS.

data division.
file section.
FD guardian-file.
       01 GUARDIAN-RECORD pic x(80).

FD statement-archive-file.
       01 STATEMENT-ARCHIVE-RECORD.
           05 ARK-KEY.
               10 ARK-CPR pic x(15).
               10 ARK-CYKLUS pic x(8).
               10 ARK-LINE-SEQ pic 9(5).
           05 ARK-LINE pic x(100).

FD cycle-file.
       01 CYCLE-RECORD pic x(50).

FD prefs-file.
       01 PREFS-CSV-RECORD pic x(60).

FD print-copy-file.
       01 PRINT-COPY-RECORD pic x(110).

FD email-copy-file.
       01 EMAIL-COPY-RECORD pic x(110).

FD report-file.
       01 REPORT-RECORD pic x(130).

FD prefs-index-file.
       01 PREFS-INDEX-RECORD.
           05 PREF-CPR pic x(15).
           05 PREF-KANAL pic x(5).
           05 PREF-EMAIL pic x(30).
           05 PREF-SPROG pic x(2).

WORKING-STORAGE SECTION.
       01 WS-GUARDIAN-STATUS pic XX value spaces.
       01 WS-ARCHIVE-IX-STATUS pic XX value spaces.
       01 WS-CYCLE-STATUS pic XX value spaces.
       01 WS-PREFS-STATUS pic XX value spaces.
       01 WS-PREFS-INDEX-STATUS pic XX value spaces.

       01 END-OF-GUARDIAN-FILE pic x value "N".
       01 END-OF-CYCLE-FILE pic x value "N".
       01 END-OF-PREFS-FILE pic x value "N".
       01 END-OF-ARCHIVE-SCAN pic x value "N".

       01 WS-VG-MINDREAARIG pic x(15) value spaces.
       01 WS-VG-VAERGE1 pic x(15) value spaces.
       01 WS-VG-VAERGE2 pic x(15) value spaces.
       01 WS-VG-FRA pic x(10) value spaces.
       01 WS-VG-TIL pic x(10) value spaces.
       01 WS-COPY-CPR pic x(15) value spaces.
       01 WS-BLOCK-FOUND pic x value "N".

       01 WS-PREF-CPR-TEXT pic x(15) value spaces.
       01 WS-PREF-KANAL-TEXT pic x(5) value spaces.
       01 WS-PREF-EMAIL-TEXT pic x(30) value spaces.
       01 WS-PREF-SPROG-TEXT pic x(2) value spaces.

       01 WS-COPY-CHANNEL pic x value "P".
       01 WS-COPY-EMAIL pic x(30) value spaces.

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.

      *> --- the open statement cycle; without a register the archive
      *> is stored under the run date, same fallback the statement
      *> run uses ---
       01 WS-CYKLUS-ACTIVE pic x value "N".
       01 WS-CYKLUS-ID pic x(8) value spaces.
       01 WS-CYKLUS-START pic x(10) value spaces.
       01 WS-CYKLUS-SLUT pic x(10) value spaces.
       01 WS-CYKLUS-STATUS-TEXT pic x(8) value spaces.
       01 WS-ARKIV-CYKLUS pic x(8) value spaces.

       01 WS-COPY-COUNT pic 9(7) value 0.
       01 WS-SUPPRESSED-COUNT pic 9(7) value 0.
       01 WS-ENDED-COUNT pic 9(7) value 0.
       01 WS-MISSING-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

      *> --- every copy goes in the customer contact history ---
       01 WS-KONTAKT.
           copy "126-KONTAKTREC.cpy".
       01 WS-KONTAKT-STATUS pic XX value spaces.

PROCEDURE DIVISION.
       OPEN INPUT guardian-file
       IF WS-GUARDIAN-STATUS = "35"
           DISPLAY "VaergeUdskrift: 105-Vaergemaal.txt blev ikke fundet"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN INPUT statement-archive-file
       IF WS-ARCHIVE-IX-STATUS NOT = "00"
           DISPLAY "VaergeUdskrift: 10-UdskriftArkiv.txt kan ikke"
               " aabnes - koer Kontoudskrift foerst"
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       perform LOAD-STATEMENT-CYCLE
       perform LOAD-CHANNEL-PREFS

       OPEN OUTPUT print-copy-file
       OPEN OUTPUT email-copy-file
       OPEN OUTPUT report-file

       perform UNTIL END-OF-GUARDIAN-FILE = "Y"
           read guardian-file
               at end
                   move "Y" to END-OF-GUARDIAN-FILE
               not at end
                   perform COPY-FOR-ONE-GUARDIANSHIP
           end-read
       end-perform

       perform WRITE-REPORT-TRAILER

       close guardian-file
       close statement-archive-file
       close prefs-index-file
       close print-copy-file
       close email-copy-file
       close report-file
stop run.

      *> --- the OPEN cycle decides which archived block is current;
      *> no register at all falls back to today's run date, matching
      *> how the statement run stamps the archive ---
       LOAD-STATEMENT-CYCLE.
           OPEN INPUT cycle-file
           IF WS-CYCLE-STATUS = "00"
               PERFORM UNTIL END-OF-CYCLE-FILE = "Y"
                   READ cycle-file
                       AT END
                           MOVE "Y" TO END-OF-CYCLE-FILE
                       NOT AT END
                           IF WS-CYKLUS-ACTIVE = "N"
                               MOVE SPACES TO WS-CYKLUS-ID
                               MOVE SPACES TO WS-CYKLUS-START
                               MOVE SPACES TO WS-CYKLUS-SLUT
                               MOVE SPACES TO WS-CYKLUS-STATUS-TEXT
                               UNSTRING CYCLE-RECORD DELIMITED BY ","
                                   INTO WS-CYKLUS-ID, WS-CYKLUS-START,
                                        WS-CYKLUS-SLUT, WS-CYKLUS-STATUS-TEXT
                               IF FUNCTION TRIM(WS-CYKLUS-STATUS-TEXT) = "OPEN"
                                   MOVE "Y" TO WS-CYKLUS-ACTIVE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE cycle-file
           END-IF
           IF WS-CYKLUS-ACTIVE = "Y"
               MOVE WS-CYKLUS-ID TO WS-ARKIV-CYKLUS
           ELSE
               MOVE WS-TODAY-DATE(1:4) TO WS-ARKIV-CYKLUS(1:4)
               MOVE WS-TODAY-DATE(6:2) TO WS-ARKIV-CYKLUS(5:2)
               MOVE WS-TODAY-DATE(9:2) TO WS-ARKIV-CYKLUS(7:2)
           END-IF
       exit.

       LOAD-CHANNEL-PREFS.
           OPEN OUTPUT prefs-index-file
           CLOSE prefs-index-file
           OPEN I-O prefs-index-file

           OPEN INPUT prefs-file
           IF WS-PREFS-STATUS = "00"
               PERFORM UNTIL END-OF-PREFS-FILE = "Y"
                   READ prefs-file
                       AT END
                           MOVE "Y" TO END-OF-PREFS-FILE
                       NOT AT END
                           MOVE SPACES TO WS-PREF-CPR-TEXT
                           MOVE SPACES TO WS-PREF-KANAL-TEXT
                           MOVE SPACES TO WS-PREF-EMAIL-TEXT
                           MOVE SPACES TO WS-PREF-SPROG-TEXT
                           UNSTRING PREFS-CSV-RECORD DELIMITED BY ","
                               INTO WS-PREF-CPR-TEXT, WS-PREF-KANAL-TEXT,
                                    WS-PREF-EMAIL-TEXT, WS-PREF-SPROG-TEXT
                           MOVE WS-PREF-CPR-TEXT TO PREF-CPR
                           MOVE WS-PREF-KANAL-TEXT TO PREF-KANAL
                           MOVE WS-PREF-EMAIL-TEXT TO PREF-EMAIL
                           MOVE WS-PREF-SPROG-TEXT TO PREF-SPROG
                           WRITE PREFS-INDEX-RECORD
                               INVALID KEY
                                   CONTINUE
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE prefs-file
           END-IF
       exit.

       COPY-FOR-ONE-GUARDIANSHIP.
           MOVE SPACES TO WS-VG-MINDREAARIG
           MOVE SPACES TO WS-VG-VAERGE1
           MOVE SPACES TO WS-VG-VAERGE2
           MOVE SPACES TO WS-VG-FRA
           MOVE SPACES TO WS-VG-TIL
           UNSTRING GUARDIAN-RECORD DELIMITED BY ","
               INTO WS-VG-MINDREAARIG, WS-VG-VAERGE1, WS-VG-VAERGE2,
                    WS-VG-FRA, WS-VG-TIL

           IF WS-VG-MINDREAARIG = SPACES
               EXIT PARAGRAPH
           END-IF
           IF (WS-VG-FRA NOT = SPACES AND WS-VG-FRA > WS-TODAY-DATE)
               OR (WS-VG-TIL NOT = SPACES AND WS-VG-TIL < WS-TODAY-DATE)
               ADD 1 TO WS-ENDED-COUNT
               EXIT PARAGRAPH
           END-IF

           perform PROBE-MINOR-BLOCK
           IF WS-BLOCK-FOUND = "N"
               ADD 1 TO WS-MISSING-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING "Ingen kontoudskrift i cyklus " DELIMITED BY SIZE
                      WS-ARKIV-CYKLUS DELIMITED BY SIZE
                      " for mindreaarig " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-VG-MINDREAARIG) DELIMITED BY SIZE
                      INTO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF

           MOVE WS-VG-VAERGE1 TO WS-COPY-CPR
           perform COPY-TO-ONE-GUARDIAN
           MOVE WS-VG-VAERGE2 TO WS-COPY-CPR
           perform COPY-TO-ONE-GUARDIAN
       exit.

       PROBE-MINOR-BLOCK.
           MOVE "N" TO WS-BLOCK-FOUND
           MOVE WS-VG-MINDREAARIG TO ARK-CPR
           MOVE WS-ARKIV-CYKLUS TO ARK-CYKLUS
           MOVE 0 TO ARK-LINE-SEQ
           START statement-archive-file KEY IS >= ARK-KEY
               INVALID KEY
                   EXIT PARAGRAPH
           END-START
           READ statement-archive-file NEXT RECORD
               AT END
                   CONTINUE
               NOT AT END
                   IF ARK-CPR = WS-VG-MINDREAARIG
                       AND ARK-CYKLUS = WS-ARKIV-CYKLUS
                       MOVE "Y" TO WS-BLOCK-FOUND
                   END-IF
           END-READ
       exit.

       COPY-TO-ONE-GUARDIAN.
           IF WS-COPY-CPR = SPACES
               EXIT PARAGRAPH
           END-IF
           perform LOOKUP-COPY-CHANNEL
           IF WS-COPY-CHANNEL = "N"
               ADD 1 TO WS-SUPPRESSED-COUNT
               perform RECORD-COPY-CONTACT
               EXIT PARAGRAPH
           END-IF
           perform EMIT-STATEMENT-COPY
           perform RECORD-COPY-CONTACT
       exit.

      *> --- the guardian's copy, under the guardian's own CPR ---
       RECORD-COPY-CONTACT.
           MOVE SPACES TO WS-KONTAKT
           MOVE WS-COPY-CPR TO KH-CPR
           MOVE WS-TODAY-DATE TO KH-DATO
           MOVE "VAERGEUDSKRIFT" TO KH-DOKTYPE
           STRING "UdskriftArkiv " WS-ARKIV-CYKLUS
                  DELIMITED BY SIZE INTO KH-REFERENCE
           EVALUATE WS-COPY-CHANNEL
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

       LOOKUP-COPY-CHANNEL.
           MOVE "P" TO WS-COPY-CHANNEL
           MOVE SPACES TO WS-COPY-EMAIL
           MOVE WS-COPY-CPR TO PREF-CPR
           READ prefs-index-file
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   EVALUATE FUNCTION TRIM(PREF-KANAL)
                       WHEN "EMAIL"
                           MOVE "E" TO WS-COPY-CHANNEL
                           MOVE PREF-EMAIL TO WS-COPY-EMAIL
                       WHEN "NONE"
                           MOVE "N" TO WS-COPY-CHANNEL
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ
       exit.

      *> --- the minor's archived block for the cycle, line by line
      *> under a guardian header, to the guardian's channel ---
       EMIT-STATEMENT-COPY.
           MOVE SPACES TO PRINT-COPY-RECORD
           STRING "KOPI TIL VAERGE - CPR: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COPY-CPR) DELIMITED BY SIZE
                  ", mindreaarig: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VG-MINDREAARIG) DELIMITED BY SIZE
                  INTO PRINT-COPY-RECORD
           perform WRITE-COPY-LINE
           IF WS-COPY-CHANNEL = "E"
               MOVE SPACES TO PRINT-COPY-RECORD
               STRING "Til: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-COPY-EMAIL) DELIMITED BY SIZE
                      INTO PRINT-COPY-RECORD
               perform WRITE-COPY-LINE
           END-IF

           MOVE "N" TO END-OF-ARCHIVE-SCAN
           MOVE WS-VG-MINDREAARIG TO ARK-CPR
           MOVE WS-ARKIV-CYKLUS TO ARK-CYKLUS
           MOVE 0 TO ARK-LINE-SEQ
           START statement-archive-file KEY IS >= ARK-KEY
               INVALID KEY
                   MOVE "Y" TO END-OF-ARCHIVE-SCAN
           END-START
           PERFORM UNTIL END-OF-ARCHIVE-SCAN = "Y"
               READ statement-archive-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-ARCHIVE-SCAN
                   NOT AT END
                       IF ARK-CPR NOT = WS-VG-MINDREAARIG
                           OR ARK-CYKLUS NOT = WS-ARKIV-CYKLUS
                           MOVE "Y" TO END-OF-ARCHIVE-SCAN
                       ELSE
                           MOVE ARK-LINE TO PRINT-COPY-RECORD
                           perform WRITE-COPY-LINE
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO PRINT-COPY-RECORD
           perform WRITE-COPY-LINE
           ADD 1 TO WS-COPY-COUNT
       exit.

      *> PRINT-COPY-RECORD arrives holding the line for either channel
       WRITE-COPY-LINE.
           IF WS-COPY-CHANNEL = "E"
               MOVE PRINT-COPY-RECORD TO EMAIL-COPY-RECORD
               WRITE EMAIL-COPY-RECORD
           ELSE
               WRITE PRINT-COPY-RECORD
           END-IF
           MOVE SPACES TO PRINT-COPY-RECORD
       exit.

       WRITE-REPORT-TRAILER.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-COPY-COUNT TO WS-COUNT-DISPLAY
           STRING "Kopier leveret: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-SUPPRESSED-COUNT TO WS-COUNT-DISPLAY
           STRING "Undertrykt (fravalgt levering): " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-ENDED-COUNT TO WS-COUNT-DISPLAY
           STRING "Vaergemaal ikke gaeldende i dag: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           MOVE WS-MISSING-COUNT TO WS-COUNT-DISPLAY
           STRING "Sprunget over (ingen kontoudskrift): " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-COUNT-DISPLAY) DELIMITED BY SIZE
                  INTO REPORT-RECORD
           WRITE REPORT-RECORD
       exit.
