      *> file 36-JusteringGodkend.txt holds KONTO-ID,GODKENDER-ID
      *> lines; a proposal is applied only when an approval exists
      *> AND the approver differs from the preparer. The account's
      *> stored balance in the account master 8-KontoStam.txt is
      *> updated in place to the
      *> computed balance and the adjustment logged with before/after
      *> values. Proposals older than the staleness window (default 7
      *> days, 36-JusteringParam.txt) age off with a warning. Neither
      *> preparer nor approver may touch an account of their own or
      *> their household's (KonfliktKontrol); such a proposal is
      *> refused and the attempt logged. 8-KontoData.txt is exported
      *> from the master afterwards. ---

environment division.
input-output section.
           organization line sequential
           file status is WS-PARAM-STATUS.

       select account-master-file assign to "8-KontoStam.txt"
           organization is indexed
           access mode is dynamic
           record key is KONTOSTAM-ID
           alternate record key is KONTOSTAM-KUNDE-ID with duplicates
           alternate record key is KONTOSTAM-CPR with duplicates
           file status is WS-ACCOUNT-STATUS.

       select log-file assign to "36-JusteringLog.txt"
           organization line sequential
           file status is WS-LOG-STATUS.
FD param-file.
       01 PARAM-RECORD pic x(10).

FD account-master-file.
       01 ACCOUNT-MASTER-RECORD.
           copy "8-KONTOSTAM.cpy".

FD log-file.
       01 LOG-RECORD pic x(150).

       01 END-OF-PROPOSAL-FILE pic x value "N".
       01 END-OF-APPROVAL-FILE pic x value "N".
       01 END-OF-CORRECTION-FILE pic x value "N".

       01 WS-STALE-DAYS pic 9(3) value 7.

       01 WS-OPERATOR-PROBE-STATUS pic XX value spaces.
       01 WS-REGISTER-PRESENT pic x value "N".

       01 WS-TODAY-DATE pic x(10) value spaces.
       01 WS-FORRETNINGSDATO-STATUS pic XX value spaces.
       01 WS-TODAY-YYYYMMDD pic 9(8).
       01 WS-TODAY-INTEGER pic 9(8) comp.
       01 WS-PROP-DATE-YYYYMMDD pic 9(8).
       01 WS-PROP-DATE-INTEGER pic 9(8) comp.

       01 WS-APPLIED-COUNT pic 9(7) value 0.
       01 WS-SKIPPED-COUNT pic 9(7) value 0.
       01 WS-COUNT-DISPLAY pic Z(6)9.
       01 WS-AUDIT-TIMESTAMP pic x(21) value spaces.

      *> --- CSV export of the updated master; StamEksport writes the
      *> same control-total companion record KontoVedligehold does,
      *> so the next reconciliation run's handoff check still passes ---
       01 WS-EKSPORT-MODE pic x value space.
       01 WS-EKSPORT-STATUS pic XX value spaces.

      *> --- conflict-of-interest check on preparer and approver ---
       01 WS-KONFLIKT.
           copy "128-KONFLIKTREC.cpy".
       01 WS-KONFLIKT-STATUS pic XX value spaces.
       01 WS-KONFLIKT-ROLLE pic x(10) value spaces.

      *> --- the masters this run touches, held through the shared
      *> lock register for the whole run ---
       01 WS-LAAS-MODE pic x value space.
       01 WS-LAAS-PROGRAM pic x(20) value "JusteringAnvend".
       01 WS-LAAS-LISTE pic x(80) value "8-KontoStam/E".
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
       OPEN INPUT proposal-file

       perform LOAD-STALE-PARAMETER
       perform LOAD-APPROVALS
       perform TAKE-MASTER-LOCKS
       perform CHECK-LAYOUTS

       *> the business date, not the clock - a run after midnight or
       *> a catch-up day still posts under the day it belongs to
       CALL "ForretningsDato" USING WS-TODAY-DATE WS-FORRETNINGSDATO-STATUS
       MOVE WS-TODAY-DATE(1:4) TO WS-TODAY-YYYYMMDD(1:4)
       MOVE WS-TODAY-DATE(6:2) TO WS-TODAY-YYYYMMDD(5:2)
       MOVE WS-TODAY-DATE(9:2) TO WS-TODAY-YYYYMMDD(7:2)
       COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(WS-TODAY-YYYYMMDD)

       OPEN OUTPUT report-file
       close report-file
       close log-file
       close correction-file
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
               DISPLAY "JusteringAnvend: masteren er optaget - "
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
           MOVE "8-KontoStam.txt" TO WS-LYT-FILNAVN
           MOVE "KONTOSTAM" TO WS-LYT-LAYOUT
           MOVE LV-KONTOSTAM TO WS-LYT-FORVENTET
           perform CHECK-ONE-LAYOUT
       exit.

       CHECK-ONE-LAYOUT.
           MOVE "K" TO WS-LYT-MODE
           MOVE WS-LYT-FORVENTET TO WS-LYT-VERSION
           CALL "LayoutStempel" USING WS-LYT-MODE WS-LYT-FILNAVN
               WS-LYT-LAYOUT WS-LYT-VERSION WS-LYT-STATUS
           IF WS-LYT-STATUS = "23"
               DISPLAY "JusteringAnvend: " FUNCTION TRIM(WS-LYT-FILNAVN)
                   " er layout version " WS-LYT-VERSION
                   ", forventet " WS-LYT-FORVENTET
                   " - konverter via 139-LayoutKonvertering"
               perform RELEASE-MASTER-LOCKS
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF
       exit.

       LOAD-STALE-PARAMETER.
           OPEN INPUT param-file
           IF WS-PARAM-STATUS = "00"
                               WS-ROLLE-KRAV WS-OPR-STATUS
                       END-IF
                       IF WS-OPR-STATUS = "00"
                           perform CHECK-ADJUSTMENT-CONFLICT
                       END-IF
                       IF WS-OPR-STATUS = "00"
                           AND WS-KONFLIKT-STATUS NOT = "00"
                           ADD 1 TO WS-SKIPPED-COUNT
                           MOVE SPACES TO REPORT-RECORD
                           STRING "Afvist: " DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-KONFLIKT-ROLLE)
                                      DELIMITED BY SIZE
                                  " er inhabil (egen eller husstandens"
                                  " konto) for konto " DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-PROP-KONTO-ID)
                                      DELIMITED BY SIZE
                                  INTO REPORT-RECORD
                           WRITE REPORT-RECORD
                       END-IF
                       IF WS-OPR-STATUS = "00"
                           AND WS-KONFLIKT-STATUS = "00"
                           perform REGISTER-CORRECTION
                       END-IF
                       IF WS-OPR-STATUS NOT = "00"
                           ADD 1 TO WS-SKIPPED-COUNT
                           MOVE SPACES TO REPORT-RECORD
                           STRING "Afvist: godkender mangler godkender-rolle for konto "
           END-PERFORM
       exit.

      *> --- the approver first, then the preparer; the first with a
      *> stake in the account stops the proposal ---
       CHECK-ADJUSTMENT-CONFLICT.
           MOVE SPACES TO WS-KONFLIKT
           MOVE GODK-GODKENDER(WS-APPROVAL-IX) TO KF-OPERATOR
           MOVE WS-PROP-KONTO-ID TO KF-KONTO-ID
           MOVE "JusteringAnvend" TO KF-PROGRAM
           STRING "Godkend justering " FUNCTION TRIM(WS-PROP-COMPUTED)
                  DELIMITED BY SIZE INTO KF-HANDLING
           MOVE "Godkender" TO WS-KONFLIKT-ROLLE
           CALL "KonfliktKontrol" USING WS-KONFLIKT WS-KONFLIKT-STATUS
           IF WS-KONFLIKT-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-KONFLIKT
           MOVE WS-PROP-PREPARER TO KF-OPERATOR
           MOVE WS-PROP-KONTO-ID TO KF-KONTO-ID
           MOVE "JusteringAnvend" TO KF-PROGRAM
           STRING "Forbered justering " FUNCTION TRIM(WS-PROP-COMPUTED)
                  DELIMITED BY SIZE INTO KF-HANDLING
           MOVE "Forbereder" TO WS-KONFLIKT-ROLLE
           CALL "KonfliktKontrol" USING WS-KONFLIKT WS-KONFLIKT-STATUS
       exit.

       REGISTER-CORRECTION.
           MOVE WS-PROP-KONTO-ID TO KORR-KONTO-ID
           MOVE WS-PROP-COMPUTED TO KORR-NY-SALDO
           WRITE LOG-RECORD
       exit.

      *> --- the approved balances land on the master by KONTO-ID;
      *> every other field's text stays untouched ---
       REWRITE-ACCOUNT-MASTER.
           OPEN I-O account-master-file
           IF WS-ACCOUNT-STATUS NOT = "00"
               DISPLAY "JusteringAnvend: 8-KontoStam.txt kan ikke aabnes"
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO END-OF-CORRECTION-FILE
           MOVE LOW-VALUES TO KORR-KONTO-ID
           START correction-file KEY IS >= KORR-KONTO-ID
               INVALID KEY
                   MOVE "Y" TO END-OF-CORRECTION-FILE
           END-START
           PERFORM UNTIL END-OF-CORRECTION-FILE = "Y"
               READ correction-file NEXT RECORD
                   AT END
                       MOVE "Y" TO END-OF-CORRECTION-FILE
                   NOT AT END
                       MOVE KORR-KONTO-ID TO KONTOSTAM-ID
                       READ account-master-file
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE KORR-NY-SALDO TO KONTOSTAM-BALANCE
                               REWRITE ACCOUNT-MASTER-RECORD
                       END-READ
               END-READ
           END-PERFORM
           CLOSE account-master-file

           MOVE "A" TO WS-EKSPORT-MODE
           CALL "StamEksport" USING WS-EKSPORT-MODE WS-EKSPORT-STATUS
           IF WS-EKSPORT-STATUS NOT = "00"
               DISPLAY "JusteringAnvend: 8-KontoData.txt kunne ikke"
                   " eksporteres, status " WS-EKSPORT-STATUS
           END-IF
       exit.

