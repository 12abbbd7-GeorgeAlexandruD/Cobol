      *> One outbound customer contact for the contact history, as
      *> handed to KontaktRegistrer. The sender fills what it knows:
      *> CPR and/or KUNDE-ID (the letter run only knows KUNDE-ID),
      *> KH-DATO the contact date YYYY-MM-DD, KH-KANAL BREV, EMAIL or
      *> SMS, KH-DOKTYPE what went out, KH-REFERENCE what identifies
      *> it in the sender's own files, KH-UDFALD SENDT, RETUR,
      *> TILBAGEHOLDT, IKKE-SENDT or blank when not known.
           05 KH-CPR             PIC X(15).
           05 KH-KUNDE-ID        PIC X(10).
           05 KH-DATO            PIC X(10).
           05 KH-KANAL           PIC X(5).
           05 KH-DOKTYPE         PIC X(20).
           05 KH-REFERENCE       PIC X(30).
           05 KH-UDFALD          PIC X(12).
