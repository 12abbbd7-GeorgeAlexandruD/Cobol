           05 CITY               PIC X(20).
           05 POSTNR             PIC X(10).
           05 LAND               PIC X(20).
      *> Customer type: PERSON (identified by CPR) or VIRKSOMHED (by CVR).
           05 KUNDE-TYPE         PIC X(10).
