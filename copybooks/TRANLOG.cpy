      * records written before the field existed and on the
      * carry-forward records the archive manufactures
           05 TRAN-RECEIPT             PIC 9(10).
      * the ATM (TERM-ID on TERMINALS.DAT) that took the posting -
      * tells the dispute desk which machine paid out. spaces on
      * branch and batch postings and on records written before the
      * field existed
           05 TRAN-TERMINAL            PIC X(08).
