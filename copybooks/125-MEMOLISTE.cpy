      *> Customer memos standing on a date, as returned by
      *> MemoOpslag. ML-ADVARSEL is "J" when at least one of the
      *> memos carries the warning flag; ML-ADVARSEL-TEKST then holds
      *> the text of the first warning memo for one-line displays.
           05 ML-ANTAL           PIC 9(2).
           05 ML-ADVARSEL        PIC X(1).
           05 ML-ADVARSEL-TEKST  PIC X(60).
           05 ML-MEMO OCCURS 10 TIMES.
               10 ML-MEMO-ID         PIC X(10).
               10 ML-KATEGORI        PIC X(10).
               10 ML-OPRETTET-AF     PIC X(10).
               10 ML-OPRETTET        PIC X(10).
               10 ML-UDLOEB          PIC X(10).
               10 ML-ADVARSEL-FLAG   PIC X(1).
               10 ML-TEKST           PIC X(60).
