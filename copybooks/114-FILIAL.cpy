      *> Branch master record, keyed on FILIAL-NR. LUKKET-DATO is
      *> blank while the branch is open; a closed branch names the
      *> branch that took over its customers in EFTERFOELGER-NR.
           05 FILIAL-NR          PIC X(4).
           05 FILIAL-REG-NR      PIC X(4).
           05 FILIALNAVN         PIC X(30).
           05 FILIALADRESSE      PIC X(50).
           05 FILIALLEDER        PIC X(30).
           05 REGION             PIC X(20).
           05 AABNET-DATO        PIC X(10).
           05 LUKKET-DATO        PIC X(10).
           05 EFTERFOELGER-NR    PIC X(4).
