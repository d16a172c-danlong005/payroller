      * by check instead of re-transmitting a credit the bank already
      * bounced, until corrected banking is keyed and the flag is
      * cleared.  Null or space (every row written before the field
      * existed) is an active election.  PAYRL00024 puts every new
      * or changed account in 'P' - prenote pending - and a stopped
      * election in 'S'; both are paid by check.
       01  BK-ELECTION-STATUS          PIC X(01).
           88  BK-ELECTION-ACTIVE                  VALUE ' '.
           88  BK-ACH-RETURNED                     VALUE 'R'.
           88  BK-PRENOTE-PENDING                  VALUE 'P'.
           88  BK-ELECTION-STOPPED                 VALUE 'S'.

      * The date PAYRL00003 sent the zero-dollar prenote entry for a
      * 'P' election, zero until it has gone.  The first PAYRL00003
      * run on or after PRENOTE_DATE plus the prenote waiting period
      * with no return worked against the account makes the election
      * active and sends the live credit.
       01  BK-PRENOTE-DATE             PIC 9(08).
