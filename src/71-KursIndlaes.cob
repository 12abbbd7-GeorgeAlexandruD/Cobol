
      *> --- Automated loader for the daily currency-rate feed, so
      *> nobody hand-edits 10-Valutakurser.txt again. The feed
      *> 71-KursFeed.txt holds VALUTA,KURS lines and is refused whole
      *> unless its integrity seal verifies (IntegritetsSegl). Each rate compares
      *> against the published one:
      *>   - a move inside the tolerance (71-KursParam.txt, percent,
      *>     default 5) publishes straight away,
       01 WS-KONTO-STATUS-TEXT pic x(6) value spaces.

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-KURS-DISPLAY pic -Z(4).9999.
       01 WS-PCT-DISPLAY pic -Z(3)9.99.
       01 WS-PUBLISHED-COUNT pic 9(5) value 0.
       01 WS-MISSING-COUNT pic 9(5) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.

      *> --- integrity seal on the inbound feed ---
       01 WS-SEGL-MODE pic x value space.
       01 WS-SEGL-FILNAVN pic x(40) value spaces.
       01 WS-SEGL-STATUS pic XX value spaces.

PROCEDURE DIVISION.
       OPEN INPUT feed-file
       IF WS-FEED-STATUS = "35"
           STOP RUN
       END-IF

       *> a feed whose integrity seal is missing or does not verify
       *> is refused whole; the failure is logged for the incident
       *> register
       MOVE "V" TO WS-SEGL-MODE
       MOVE "71-KursFeed.txt" TO WS-SEGL-FILNAVN
       CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
           WS-SEGL-STATUS
       IF WS-SEGL-STATUS NOT = "00"
           DISPLAY "KursIndlaes: 71-KursFeed.txt afvist - seglet mangler eller"
               " passer ikke, se 140-SeglLog.txt"
           CLOSE feed-file
           MOVE 1 TO RETURN-CODE
           STOP RUN
       END-IF

       OPEN OUTPUT report-file
       OPEN OUTPUT staged-new-file

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       perform LOAD-TOLERANCE
       perform LOAD-PUBLISHED-RATES
