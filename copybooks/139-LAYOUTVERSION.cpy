      *> Layout versions of the files kept in the shared record layouts;
      *> the .lyt companion of each master, backup and archive file
      *> states the version it was written in (LayoutStempel). Raise the
      *> version here whenever the layout's copybook changes, and give
      *> LayoutKonvertering the step from the previous version.
           05 LV-TRANSAKTIONER      PIC 9(2) VALUE 3.
           05 LV-SALDOCARRY         PIC 9(2) VALUE 2.
           05 LV-KUNDESTAM          PIC 9(2) VALUE 1.
           05 LV-KONTOSTAM          PIC 9(2) VALUE 1.
