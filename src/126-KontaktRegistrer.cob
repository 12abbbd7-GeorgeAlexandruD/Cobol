identification division.
       program-id. KontaktRegistrer.

      *> --- Shared writer for the customer contact history. Every
      *> program that sends something to a customer CALLs this once
      *> per contact with a 126-KONTAKTREC block; the contact is
      *> appended to 126-KontaktHistorik.txt as
      *>   TIDSSTEMPEL,CPR,KUNDE-ID,DATO,KANAL,DOKUMENTTYPE,REFERENCE,
      *>   UDFALD
      *> TIDSSTEMPEL is the YYYYMMDD-HHMMSS of registration, leading
      *> the line as in the audit logs, so the retention purge can
      *> trim the history like any other timestamped file. The file
      *> is opened and closed per call: the partitioned statement
      *> runs append to it side by side.
      *> LK-STATUS: 00 = written, 30 = the history could not be
      *> opened. ---

environment division.
input-output section.
file-control.
       select contact-file assign to "126-KontaktHistorik.txt"
           organization line sequential
           file status is WS-CONTACT-STATUS.

data division.
file section.
FD contact-file.
       01 CONTACT-RECORD pic x(150).

WORKING-STORAGE SECTION.
       01 WS-CONTACT-STATUS pic XX value spaces.
       01 WS-AUDIT-TIMESTAMP pic x(21) value spaces.

linkage section.
       01 LK-KONTAKT.
           copy "126-KONTAKTREC.cpy".
       01 LK-STATUS pic XX.

procedure division using LK-KONTAKT LK-STATUS.
       MOVE "00" TO LK-STATUS
       OPEN EXTEND contact-file
       IF WS-CONTACT-STATUS = "35"
           OPEN OUTPUT contact-file
       END-IF
       IF WS-CONTACT-STATUS NOT = "00"
           MOVE "30" TO LK-STATUS
           GOBACK
       END-IF

       MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-TIMESTAMP
       MOVE SPACES TO CONTACT-RECORD
       STRING WS-AUDIT-TIMESTAMP(1:8) "-" WS-AUDIT-TIMESTAMP(9:6) ","
              FUNCTION TRIM(KH-CPR) ","
              FUNCTION TRIM(KH-KUNDE-ID) ","
              FUNCTION TRIM(KH-DATO) ","
              FUNCTION TRIM(KH-KANAL) ","
              FUNCTION TRIM(KH-DOKTYPE) ","
              FUNCTION TRIM(KH-REFERENCE) ","
              FUNCTION TRIM(KH-UDFALD)
              DELIMITED BY SIZE INTO CONTACT-RECORD
       WRITE CONTACT-RECORD
       CLOSE contact-file
       GOBACK.
