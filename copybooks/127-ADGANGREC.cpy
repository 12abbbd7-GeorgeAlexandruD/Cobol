      *> One read of customer data for the read-access log, as handed
      *> to AdgangsLogRegistrer. AL-OPERATOR is the operator id (or
      *> UKENDT where the program ran without one), AL-CPR the
      *> customer looked at, AL-FORMAAL the purpose code
      *> (KUNDESERVICE, GENUDSKRIFT, SOEGNING, GDPR-INDSIGT, KLAGE,
      *> REVISION, ...), AL-PROGRAM the reading program and
      *> AL-DETALJE what was shown.
           05 AL-OPERATOR        PIC X(10).
           05 AL-CPR             PIC X(15).
           05 AL-FORMAAL         PIC X(12).
           05 AL-PROGRAM         PIC X(20).
           05 AL-DETALJE         PIC X(40).
