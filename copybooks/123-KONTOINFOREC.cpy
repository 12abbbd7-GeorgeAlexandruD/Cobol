      *> Account-information extract row for third-party providers.
      *> KI-POSTTYPE "S" is a balance row, "T" a transaction row.
           05 KI-POSTTYPE        PIC X(1).
           05 KI-UDBYDER-ID      PIC X(10).
           05 KI-SAMTYKKE-ID     PIC X(12).
           05 KI-KONTO-ID        PIC X(15).
           05 KI-REG-NR          PIC X(4).
           05 KI-DATO            PIC X(10).
           05 KI-TEKST           PIC X(15).
           05 KI-BELOEB          PIC X(18).
           05 KI-VALUTA          PIC X(3).
           05 KI-TRANS-REF       PIC X(20).
           05 KI-MODPART         PIC X(15).
