           05  HG-NET-AMOUNT           PIC S9(7)V99.
           05  HG-ENTRY-TYPE           PIC X(01).
           05  HG-RUN-ID               PIC 9(09).
           05  HG-TAXABLE-WAGES        PIC S9(7)V99.
