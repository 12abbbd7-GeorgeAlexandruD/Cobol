      *> 16-Leverance.txt and its reference into 60-Frigivelser.txt,
      *> so the next intake run posts it past the facility check; a
      *> bounced row is dropped with the decision logged; everything
      *> undecided stays in the queue (60-HenvisningsKoe.new). A
      *> waiting row whose customer carries a warning memo
      *> (125-KundeMemoer.txt) is listed in 60-HenvisningsAdvarsler.txt,
      *> and a decided one has the memo in its log line. ---

environment division.
input-output section.
           organization line sequential
           file status is WS-LOG-STATUS.

      *> --- the rows left in the queue whose customer carries a
      *> warning memo, rebuilt each run beside the .new queue:
      *> TRANS-REF,CPR,KONTO-ID,MEMO-TEKST ---
       select warning-file assign to "60-HenvisningsAdvarsler.txt"
           organization line sequential.

      *> --- decisions keyed on TRANS-REF ---
       select decision-index-file assign to "WS-Henvisning.tmp"
           organization is indexed
FD log-file.
       01 LOG-RECORD pic x(150).

FD warning-file.
       01 WARNING-RECORD pic x(120).

FD decision-index-file.
       01 DECISION-INDEX-RECORD.
           05 AFG-REF pic x(20).
       01 WS-COUNT-DISPLAY pic Z(6)9.
       01 WS-AUDIT-TIMESTAMP pic x(21) value spaces.

      *> --- warning memos on the queued row's customer ---
       01 WS-MEMO-LISTE.
           copy "125-MEMOLISTE.cpy".
       01 WS-MEMO-STATUS pic XX value spaces.
       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-WARNING-COUNT pic 9(7) value 0.

      *> --- integrity seal on the shared handoff, proven before
      *> rows are added and renewed afterwards ---
       01 WS-SEGL-MODE pic x value space.
       01 WS-SEGL-FILNAVN pic x(40) value spaces.
       01 WS-LEVERANCE-SEGL pic XX value spaces.

PROCEDURE DIVISION.
       OPEN INPUT queue-file
       IF WS-QUEUE-STATUS = "35"
       perform LOAD-DECISIONS

       OPEN OUTPUT queue-new-file
       OPEN OUTPUT warning-file

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still works under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS

       *> rows are only added to a delivery whose seal still holds
       MOVE "A" TO WS-SEGL-MODE
       MOVE "16-Leverance.txt" TO WS-SEGL-FILNAVN
       CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
           WS-LEVERANCE-SEGL
       OPEN EXTEND delivery-file
       IF WS-DELIVERY-STATUS = "35"
           OPEN OUTPUT delivery-file

       close queue-file
       close queue-new-file
       close warning-file
       close decision-index-file
       close delivery-file
       *> the seal is renewed over the added rows; a delivery whose
       *> seal had already failed is left for the receiver to refuse
       IF WS-LEVERANCE-SEGL = "00"
           MOVE "S" TO WS-SEGL-MODE
           MOVE "16-Leverance.txt" TO WS-SEGL-FILNAVN
           CALL "IntegritetsSegl" USING WS-SEGL-MODE WS-SEGL-FILNAVN
               WS-LEVERANCE-SEGL
       END-IF
       close release-file
       close log-file

       DISPLAY "HenvisningBehandling: " FUNCTION TRIM(WS-COUNT-DISPLAY)
           " frigivet til ny indlaesning"

       IF WS-WARNING-COUNT > 0
           MOVE WS-WARNING-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "HenvisningBehandling: " FUNCTION TRIM(WS-COUNT-DISPLAY)
               " ventende med memo-advarsel"
       END-IF

      *> the remaining queue replaces the old one next run: operators
      *> swap 60-HenvisningsKoe.new over 60-HenvisningsKoe.txt
stop run.
           READ decision-index-file
               INVALID KEY
                   ADD 1 TO WS-WAITING-COUNT
                   perform CARRY-QUEUED-ROW
                   EXIT PARAGRAPH
           END-READ

                   perform WRITE-DECISION-LOG
               WHEN OTHER
                   ADD 1 TO WS-WAITING-COUNT
                   perform CARRY-QUEUED-ROW
           END-EVALUATE
       exit.

                  ", Beloeb: " DELIMITED BY SIZE
                  FUNCTION TRIM(BELOEB OF queue-in) DELIMITED BY SIZE
                  INTO LOG-RECORD
           perform LOOKUP-WARNING-MEMO
           IF ML-ADVARSEL = "J"
               STRING FUNCTION TRIM(LOG-RECORD) DELIMITED BY SIZE
                      ", Memo-advarsel: " DELIMITED BY SIZE
                      FUNCTION TRIM(ML-ADVARSEL-TEKST) DELIMITED BY SIZE
                      INTO LOG-RECORD
           END-IF
           WRITE LOG-RECORD
       exit.

      *> --- the row stays for another day; a warning memo on its
      *> customer goes on the list the reviewer reads with the queue ---
       CARRY-QUEUED-ROW.
           MOVE queue-in TO queue-out
           WRITE queue-out
           perform LOOKUP-WARNING-MEMO
           IF ML-ADVARSEL = "J"
               ADD 1 TO WS-WARNING-COUNT
               MOVE SPACES TO WARNING-RECORD
               STRING FUNCTION TRIM(TRANS-REF OF queue-in) ","
                      FUNCTION TRIM(CPR OF queue-in) ","
                      FUNCTION TRIM(KONTO-ID OF queue-in) ","
                      FUNCTION TRIM(ML-ADVARSEL-TEKST)
                      DELIMITED BY SIZE INTO WARNING-RECORD
               WRITE WARNING-RECORD
           END-IF
       exit.

       LOOKUP-WARNING-MEMO.
           CALL "MemoOpslag" USING CPR OF queue-in WS-TODAY-DATE
               WS-MEMO-LISTE WS-MEMO-STATUS
           IF WS-MEMO-STATUS NOT = "00"
               MOVE "N" TO ML-ADVARSEL
           END-IF
       exit.
