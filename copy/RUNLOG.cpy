      *          and ended, what it wrote, and how it ended.  The
      *          RUN_ID here is stamped on every GROSS_PAY and
      *          GL_POSTING row the invocation writes, so any row can
      *          be traced back to the run that created it.  The
      *          partitions of a partitioned pay run (RUN_MODE 'P')
      *          share one row and one RUN_ID between them; the row
      *          stays IN-PROGRESS until the merge step closes it.
      *================================================================
       01  RL-RUN-ID                   PIC 9(09).
       01  RL-PAY-GROUP                PIC X(10).
