           05  PARM-PAY-GROUP          PIC X(10).

      * 'A' runs the off-cycle adjustment mode driven by the ADJREQ
      * request file; 'T' runs a trial of the regular pay run that
      * writes the PAYPREV preview file and PREVRPT report and then
      * rolls all of its database work back; 'P' runs one employee-id
      * range partition of a regular pay run split across concurrent
      * job steps, and 'M' is the merge step that reconciles, posts
      * and closes that run once every partition has finished; space
      * (or any other value, including records written before the
      * field existed) runs the regular pay run.
           05  PARM-RUN-MODE           PIC X(01).

      * 'Y' lets the PAYRL00016 integrity check repair the stored
      * anything else (including records written before the field
      * existed) verifies and reports only.  The pay runs ignore it.
           05  PARM-REPAIR-MODE        PIC X(01).

      * Names a held pay cycle step - TIMEEDIT or VARAUDIT left FAIL
      * by an edit or audit over its tolerance - that PAYRL00022 is
      * to release for this record's pay group and period once the
      * exceptions have been reviewed; space just reports where the
      * cycle stands.  Every other program ignores it.
           05  PARM-RELEASE-STEP       PIC X(08).

      * Partitioned pay run ('P' and 'M' run modes only - every other
      * mode ignores them).  A 'P' record names its partition number,
      * how many partitions the pay group is split into, and the
      * inclusive employee-id range it pays; the 'M' merge record
      * needs only the partition count, so it knows how many must
      * have finished before the group may post.
           05  PARM-PARTITION-NO       PIC 9(02).
           05  PARM-PARTITION-COUNT    PIC 9(02).
           05  PARM-PARTITION-LOW-ID   PIC 9(09).
           05  PARM-PARTITION-HIGH-ID  PIC 9(09).
