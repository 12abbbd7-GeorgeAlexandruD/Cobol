      *> Account master record, keyed on KONTO-ID with KUNDE-ID and
      *> the primary holder's CPR as alternate keys. The fields are
      *> kept as the CSV text they arrived as, so the export never
      *> re-formats a balance the other readers parse as text.
      *> Layout version LV-KONTOSTAM in 139-LAYOUTVERSION.cpy.
           05 KONTOSTAM-ID           PIC X(15).
           05 KONTOSTAM-KUNDE-ID     PIC X(10).
           05 KONTOSTAM-CPR          PIC X(15).
           05 KONTOSTAM-TYPE         PIC X(15).
           05 KONTOSTAM-BALANCE      PIC X(15).
           05 KONTOSTAM-VALUTA       PIC X(3).
           05 KONTOSTAM-STATUS       PIC X(6).
           05 KONTOSTAM-OPENING      PIC X(10).
