      *> One intended action for the conflict-of-interest check, as
      *> handed to KonfliktKontrol. KF-OPERATOR is the operator about
      *> to act; the customer acted on is named by whatever the
      *> caller knows of KF-CPR, KF-KUNDE-ID and KF-KONTO-ID.
      *> KF-PROGRAM and KF-HANDLING describe the action for the
      *> conflict log.
           05 KF-OPERATOR        PIC X(10).
           05 KF-CPR             PIC X(15).
           05 KF-KUNDE-ID        PIC X(10).
           05 KF-KONTO-ID        PIC X(15).
           05 KF-PROGRAM         PIC X(20).
           05 KF-HANDLING        PIC X(40).
