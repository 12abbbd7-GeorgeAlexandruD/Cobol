      *> Transaction record. TIDSPUNKT is YYYY-MM-DD HH:MM:SS (19 chars).
      *> Layout version LV-TRANSAKTIONER in 139-LAYOUTVERSION.cpy; raise it
      *> when a field is added here.
           05 CPR               PIC X(15).
           05 KONTO-ID           PIC X(15).
           05 REG-NR             PIC X(4).
