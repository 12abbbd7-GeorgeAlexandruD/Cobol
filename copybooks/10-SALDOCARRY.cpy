      *> Carried-forward closing balance per customer, keyed on CPR.
      *> Layout version LV-SALDOCARRY in 139-LAYOUTVERSION.cpy.
           05 CARRY-CPR         PIC X(15).
           05 CARRY-SALDO       PIC S9(13)V99.
      *> benchmark against Statistiker's network-wide average/std-dev at
