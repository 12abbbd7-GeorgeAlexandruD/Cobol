      *> Per-customer monthly profitability, ranked by RR-RESULTAT via the SORT facility.
           05 RR-RESULTAT        PIC S9(13)V99.
           05 RR-CPR             PIC X(15).
           05 RR-FILIAL-NR       PIC X(4).
           05 RR-SEGMENT         PIC 9.
           05 RR-GEBYRER         PIC S9(13)V99.
           05 RR-LAANERENTE      PIC S9(13)V99.
           05 RR-VALUTAMARGIN    PIC S9(13)V99.
           05 RR-FUNDING         PIC S9(13)V99.
           05 RR-RENTEUDGIFT     PIC S9(13)V99.
