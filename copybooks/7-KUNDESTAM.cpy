      *> Customer master record, keyed on KUNDE-ID with the customer's
      *> CPR as an alternate key; the CSV row is kept whole so the
      *> export writes back exactly what was maintained.
      *> Layout version LV-KUNDESTAM in 139-LAYOUTVERSION.cpy.
           05 KUNDESTAM-ID           PIC X(10).
           05 KUNDESTAM-CPR          PIC X(15).
           05 KUNDESTAM-ROW          PIC X(150).
