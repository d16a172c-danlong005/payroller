               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ADJUSTMENT-FILE-STATUS.

           SELECT PREVIEW-FILE ASSIGN TO "PAYPREV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREVIEW-FILE-STATUS.

           SELECT PREVIEW-REPORT-FILE ASSIGN TO "PREVRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREVIEW-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       FD  ADJUSTMENT-FILE.
       COPY ADJREQ.

       FD  PREVIEW-FILE.
       COPY PAYPREV.

       FD  PREVIEW-REPORT-FILE.
       01  PREVIEW-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  HOURLY     PIC X(1) VALUE 'H'.
       01  COMMISSION PIC X(1) VALUE 'C'.
           88  ADJ-STATUS-OK                        VALUE '00'.
           88  ADJ-STATUS-EOF                       VALUE '10'.

       01  PREVIEW-FILE-STATUS         PIC X(02) VALUE '00'.
           88  PREVIEW-STATUS-OK                    VALUE '00'.

       01  PREVIEW-REPORT-STATUS       PIC X(02) VALUE '00'.
           88  PREVIEW-RPT-STATUS-OK                VALUE '00'.

      * Run mode from PAYPARM: the regular whole-pay-group run, the
      * off-cycle adjustment mode driven by the ADJREQ file, a
      * trial of the regular run that previews the period and
      * commits none of it, or the regular run split into employee-id
      * range partitions - each partition a job step of its own, and
      * a merge step that closes the run once they have all finished.
       01  RUN-MODE-WS                 PIC X(01) VALUE SPACE.
           88  ADJUSTMENT-RUN                       VALUE 'A'.
           88  TRIAL-RUN                            VALUE 'T'.
           88  PARTITION-RUN                        VALUE 'P'.
           88  MERGE-RUN                            VALUE 'M'.

      * Partitioned run.  PARTITION-COUNT-WS is how many partitions
      * the pay group is split into.  A partition that resumes after
      * a failure starts its own counters from zero, so the totals
      * its checkpoint row had already committed are carried in the
      * BASE fields and added back whenever the row is written.
       01  PARTITION-COUNT-WS          PIC 9(02)            VALUE ZERO.
       01  PARTITION-BASE-COUNT-WS     PIC 9(09) COMP       VALUE ZERO.
       01  PARTITION-BASE-GROSS-WS     PIC S9(9)V99 COMP-3  VALUE ZERO.

      * Entry type stamped on each GROSS_PAY row CREATE-GROSS writes:
      * 'R' for the regular run, 'A' for adjustment recomputations.
       01  NET-AMOUNT-WS               PIC S9(7)V99  COMP-3 VALUE ZERO.
       01  TAX-PERCENT-WS              PIC S9(1)V999 COMP-3 VALUE ZERO.

      * Supplemental wages - a bonus or incentive paid under a taxed
      * EARNINGS_CODE - are withheld at the flat supplemental rate,
      * whatever bracket the employee's regular check falls in.
       01  SUPPLEMENTAL-TAX-PCT        PIC S9(1)V999 COMP-3 VALUE 0.220.
       01  SUPP-LINES-PAID-WS          PIC 9(09) COMP       VALUE ZERO.

      * Pay group this run is processing - loaded from the PAYPARM
      * run-parameter file by READ-PARAMETERS.  Display-only
      * (CK-PAY-GROUP, below, is the host-variable copy used in
               10  EP-DEDUCTION-CODE   PIC X(08).
               10  EP-ON-FILE-SW       PIC X(01).
                   88  EP-ON-FILE                   VALUE 'Y'.
                   88  EP-GARNISH-ORDER             VALUE 'G'.
               10  EP-TAKE-AMOUNT      PIC S9(7)V99 COMP-3.
               10  EP-NEW-YTD-TAKEN    PIC S9(7)V99 COMP-3.
               10  EP-NEW-ARREARS      PIC S9(7)V99 COMP-3.
               10  EP-ARREARS-DELTA    PIC S9(7)V99 COMP-3.
               10  EP-CASE-NUMBER      PIC X(20).
               10  EP-AMOUNT-ORDERED   PIC S9(7)V99 COMP-3.
               10  EP-LIMIT-REASON     PIC X(08).

      * Pre-tax takes come off the check before withholding is
      * figured: PRETAX-DEDUCTION-WS totals them as they are taken,
      * and the switch records that FIGURE-WITHHOLDING has run for
      * the current check so it runs exactly once.
       01  PRETAX-DEDUCTION-WS         PIC S9(7)V99 COMP-3  VALUE ZERO.
       01  TAX-FIGURED-SW              PIC X(01)            VALUE 'N'.
           88  TAX-FIGURED                          VALUE 'Y'.

      * Garnishment orders in force for the current check, loaded by
      * TAKE-GARNISHMENTS in priority order (GT-ORDER-RANK 1 support,
      * 2 tax levy, 3 student loan, 4 creditor levy) and taken one
      * rank at a time out of disposable earnings - the gross less
      * withholding.  Each rank is held to its own limit; orders of
      * one rank that together want more than the limit allows share
      * it in proportion to what each ordered.  The support take
      * counts against the 25% pool the student loan and creditor
      * ranks draw on, and so does whatever those ranks already took.
      * MIN-WAGE-FLOOR-WS is 30 times the federal minimum wage for
      * the weeks in the period - an ordinary garnishment may never
      * leave less than that.
       01  GARNISH-MAX                 PIC 9(03) COMP       VALUE 10.
       01  GARNISH-COUNT-WS            PIC 9(03) COMP       VALUE ZERO.
       01  GARNISH-IX                  PIC 9(03) COMP       VALUE ZERO.
       01  GARNISH-TABLE.
           05  GARNISH-ENTRY           OCCURS 10 TIMES.
               10  GT-CASE-NUMBER      PIC X(20).
               10  GT-DEDUCTION-CODE   PIC X(08).
               10  GT-ORDER-RANK       PIC 9(01).
               10  GT-LIMIT-PCT        PIC S9(1)V9999 COMP-3.
               10  GT-STATE-PCT        PIC S9(1)V9999 COMP-3.
               10  GT-ORDERED          PIC S9(7)V99 COMP-3.
               10  GT-TOTAL-TAKEN      PIC S9(7)V99 COMP-3.
               10  GT-TAKE             PIC S9(7)V99 COMP-3.
               10  GT-LIMIT-REASON     PIC X(08).
       01  ORDER-CLASS-WS              PIC 9(01)            VALUE ZERO.
       01  CLASS-ORDER-CT              PIC 9(03) COMP       VALUE ZERO.
       01  CLASS-ORDERED-WS            PIC S9(7)V99 COMP-3  VALUE ZERO.
       01  CLASS-CAP-WS                PIC S9(7)V99 COMP-3  VALUE ZERO.
       01  CLASS-TAKEN-WS              PIC S9(7)V99 COMP-3  VALUE ZERO.
       01  CLASS-LIMIT-PCT-WS          PIC S9(1)V9999 COMP-3 VALUE ZERO.
       01  CLASS-STATE-PCT-WS          PIC S9(1)V9999 COMP-3 VALUE ZERO.
       01  CAP-REASON-WS               PIC X(08)            VALUE SPACE.
       01  CAP-FIGURE-WS               PIC S9(7)V99 COMP-3  VALUE ZERO.
       01  POOL-CAP-WS                 PIC S9(7)V99 COMP-3  VALUE ZERO.
       01  POOL-TAKEN-WS               PIC S9(7)V99 COMP-3  VALUE ZERO.
       01  DISPOSABLE-EARNINGS-WS      PIC S9(7)V99 COMP-3  VALUE ZERO.
       01  PERIOD-DAYS-WS              PIC 9(05) COMP       VALUE ZERO.
       01  MIN-WAGE-FLOOR-WS           PIC S9(7)V99 COMP-3  VALUE ZERO.
       01  FEDERAL-MIN-WAGE            PIC S9(3)V99 COMP-3  VALUE 7.25.
       01  SUPPORT-DEFAULT-PCT         PIC S9(1)V9999 COMP-3 VALUE 0.50.
       01  CREDITOR-LIMIT-PCT          PIC S9(1)V9999 COMP-3 VALUE 0.25.
       01  STUDENT-LOAN-LIMIT-PCT      PIC S9(1)V9999 COMP-3 VALUE 0.15.

      * Trial run preview.  TRIAL-TERM reads back the rows the trial
      * wrote, before rolling them back, into the PAYPREV file and
      * the PREVRPT report: a pay register laid out like PAYRL00002's
      * and a variance comparison against the prior period laid out
      * like PAYRL00015's, held to the same tolerance.
       01  VARIANCE-TOLERANCE-PCT      PIC S9(3)V99 COMP-3  VALUE 25.
       01  SWING-PCT-WS                PIC S9(5)V99 COMP-3  VALUE ZERO.
       01  PRIOR-FOUND-SW              PIC X(01)            VALUE 'N'.
           88  PRIOR-FOUND                          VALUE 'Y'.
       01  TRIAL-FIRST-LINE-SW         PIC X(01)            VALUE 'Y'.
           88  TRIAL-FIRST-LINE                     VALUE 'Y'.
       01  TRIAL-PAY-TYPE-BREAK-WS     PIC X(01)            VALUE SPACE.
       01  TRIAL-SUBTOTAL-GROSS-WS     PIC S9(9)V99 COMP-3  VALUE ZERO.
       01  TRIAL-GRAND-GROSS-WS        PIC S9(9)V99 COMP-3  VALUE ZERO.
       01  TRIAL-GROSS-LINES-CT        PIC 9(09) COMP       VALUE ZERO.
       01  TRIAL-DEDUCTION-LINES-CT    PIC 9(09) COMP       VALUE ZERO.
       01  TRIAL-AUDITED-CT            PIC 9(09) COMP       VALUE ZERO.
       01  TRIAL-EXCEPTIONS-CT         PIC 9(09) COMP       VALUE ZERO.

       01  TRIAL-REG-HEADING-1.
           05  FILLER                      PIC X(30) VALUE
               "PAYRL00001 - TRIAL PAY REGISTE".
           05  FILLER                      PIC X(13) VALUE
               "R FOR PERIOD ".
           05  TRH1-PAY-PERIOD-END         PIC 9(08).
           05  FILLER                      PIC X(11) VALUE
               " PAY GROUP ".
           05  TRH1-PAY-GROUP              PIC X(10).
           05  FILLER                      PIC X(08) VALUE SPACE.

       01  TRIAL-REG-HEADING-2.
           05  FILLER                      PIC X(11) VALUE
               "EMPLOYEE ID".
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  FILLER                      PIC X(04) VALUE "TYPE".
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  FILLER                      PIC X(07) VALUE "  HOURS".
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  FILLER                      PIC X(13) VALUE
               "RATE OR SALRY".
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  FILLER                      PIC X(12) VALUE
               "GROSS AMOUNT".
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  FILLER                      PIC X(05) VALUE "ENTRY".
           05  FILLER                      PIC X(08) VALUE SPACE.

       01  TRIAL-REG-DETAIL.
           05  TRD-EMPLOYEE-ID             PIC ZZZZZZZZZZ9.
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  TRD-PAY-TYPE                PIC X(04).
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  TRD-HOURS                   PIC ZZZ9.99-.
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  TRD-RATE-OR-SALARY          PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  TRD-GROSS-AMOUNT            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(03) VALUE SPACE.
           05  TRD-ENTRY-TYPE              PIC X(05).
           05  FILLER                      PIC X(08) VALUE SPACE.

       01  TRIAL-REG-SUBTOTAL.
           05  FILLER                      PIC X(15) VALUE SPACE.
           05  TRS-PAY-TYPE                PIC X(04).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FILLER                      PIC X(09) VALUE "SUBTOTAL:".
           05  FILLER                      PIC X(22) VALUE SPACE.
           05  TRS-GROSS-AMOUNT            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(16) VALUE SPACE.

       01  TRIAL-REG-GRAND-TOTAL.
           05  FILLER                      PIC X(38) VALUE SPACE.
           05  FILLER                      PIC X(12) VALUE
               "GRAND TOTAL:".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  TRG-GROSS-AMOUNT            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(16) VALUE SPACE.

       01  TRIAL-VAR-HEADING-1.
           05  FILLER                      PIC X(30) VALUE
               "PAYRL00001 - TRIAL VARIANCE FO".
           05  FILLER                      PIC X(09) VALUE
               "R PERIOD ".
           05  TVH1-PAY-PERIOD-END         PIC 9(08).
           05  FILLER                      PIC X(11) VALUE
               " PAY GROUP ".
           05  TVH1-PAY-GROUP              PIC X(10).
           05  FILLER                      PIC X(12) VALUE SPACE.

       01  TRIAL-VAR-HEADING-2.
           05  FILLER                      PIC X(11) VALUE
               "EMPLOYEE ID".
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  FILLER                      PIC X(13) VALUE
               "  PRIOR GROSS".
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  FILLER                      PIC X(13) VALUE
               "   CURR GROSS".
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  FILLER                      PIC X(08) VALUE
               "   PCT".
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  FILLER                      PIC X(18) VALUE
               "EXCEPTION".
           05  FILLER                      PIC X(01) VALUE SPACE.

       01  TRIAL-VAR-DETAIL.
           05  TVD-EMPLOYEE-ID             PIC ZZZZZZZZZZ9.
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  TVD-PRIOR-GROSS             PIC Z,ZZZ,ZZ9.99-.
           05  TVD-PRIOR-BLANK REDEFINES TVD-PRIOR-GROSS
                                           PIC X(13).
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  TVD-CURRENT-GROSS           PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  TVD-SWING-PCT               PIC ZZZ9.99-.
           05  TVD-PCT-BLANK REDEFINES TVD-SWING-PCT
                                           PIC X(08).
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  TVD-EXCEPTION               PIC X(18).
           05  FILLER                      PIC X(01) VALUE SPACE.

       01  TRIAL-VAR-TOTAL.
           05  FILLER                      PIC X(10) VALUE
               "EMPLOYEES ".
           05  TVT-AUDITED-CT              PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(09) VALUE
               " AUDITED ".
           05  TVT-EXCEPTIONS-CT           PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(11) VALUE
               " EXCEPTIONS".
           05  FILLER                      PIC X(32) VALUE SPACE.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME       PIC X(60) VALUE SPACE.
       01  PUNCH-RATE-WS        PIC S9(3)V99 COMP-3 VALUE ZERO.
       01  RETRO-COUNT-WS       PIC 9(09) VALUE ZERO.
       01  RETRO-TOTAL-WS       PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  SUPP-COUNT-WS        PIC 9(09) VALUE ZERO.
       01  PUNCH-DATE-WS        PIC 9(08) VALUE ZERO.
       01  LEAVE-DRAW-WS        PIC S9(3)V99 COMP-3 VALUE ZERO.
       01  CK-PAY-GROUP         PIC X(10) VALUE SPACE.
       01  CK-LAST-EMPLOYEE-ID  PIC 9(09) VALUE ZERO.
       01  CK-RUN-STATUS        PIC X(11) VALUE SPACE.

      * CHECKPOINT_CONTROL is keyed by pay group and partition number;
      * a whole-pay-group run keeps partition 0.  A partition's row
      * also carries the shared RUN_ID it is working under, the
      * employee-id range it pays, and the GROSS_PAY rows and gross
      * it has committed, which the merge step reconciles against.
       01  CK-PARTITION-NO      PIC 9(02) VALUE ZERO.
       01  CK-RUN-ID            PIC 9(09) VALUE ZERO.
       01  CK-LOW-EMPLOYEE-ID   PIC 9(09) VALUE ZERO.
       01  CK-HIGH-EMPLOYEE-ID  PIC 9(09) VALUE ZERO.
       01  CK-RECORD-COUNT      PIC 9(09) VALUE ZERO.
       01  CK-CONTROL-TOTAL     PIC S9(9)V99 COMP-3 VALUE ZERO.
       01  PARTITION-LOW-ID-WS  PIC 9(09) VALUE ZERO.
       01  PARTITION-HIGH-ID-WS PIC 9(09) VALUE 999999999.
       01  PARTITION-ROWS-WS    PIC 9(09) VALUE ZERO.
       01  PARTITIONS-DONE-WS   PIC 9(09) VALUE ZERO.
       01  OPEN-RUN-COUNT-WS    PIC 9(09) VALUE ZERO.

      * Pay-period end date this run is processing, and the run's
      * own bookkeeping fields that are also used as SQL host
      * variables - all must live in the declare section alongside
       01  RECONCILE-GROSS-WS          PIC S9(9)V99 COMP-3  VALUE ZERO.
       01  PERIOD-EMPLOYEE-COUNT-WS    PIC 9(09) COMP       VALUE ZERO.
       01  PERIOD-GROSS-COUNT-WS       PIC 9(09) COMP       VALUE ZERO.
       01  PRIOR-GROSS-WS              PIC S9(7)V99 COMP-3  VALUE ZERO.
       01  PRIOR-HOURS-WS              PIC S9(3)V99 COMP-3  VALUE ZERO.

      * Tax and deduction withholding for the current employee - set
      * by CALC-NET-PAY and rolled into YTD_MASTER by CREATE-GROSS.
      * Taxable wages are the gross less the pre-tax takes.
       01  TAX-AMOUNT-WS               PIC S9(7)V99 COMP-3  VALUE ZERO.
       01  DEDUCTION-AMOUNT-WS         PIC S9(7)V99 COMP-3  VALUE ZERO.
       01  TAXABLE-WAGES-WS            PIC S9(7)V99 COMP-3  VALUE ZERO.

       COPY GROSSPAY.
       COPY YTDMSTR.
       COPY RETRO.
       COPY RUNLOG.
       COPY ELECT.
       COPY DEDCODE.
       COPY DEDREG.
       COPY LEAVBAL.
       COPY CHECKRG.
       COPY CYCCTL.
       01  RUN-LOG-COUNT-WS     PIC 9(09) VALUE ZERO.

      * Election arithmetic for CALC-NET-PAY: what is left of the
       01  TAKE-DEDUCTION-WS    PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  REMAINING-GOAL-WS    PIC S9(7)V99 COMP-3 VALUE ZERO.
       01  ELECTION-COUNT-WS    PIC 9(03) VALUE ZERO.
       01  ORDER-RANK-WS        PIC 9(01) VALUE ZERO.
       COPY GARNORD.
       COPY DEDUCT.
       COPY COMMSN.
       COPY CONTRCT.
       COPY GLPOST.
       COPY LABDIST.
       COPY EARNCD.
       COPY SUPERN.
       EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.

           PERFORM CHECK-PAY-CALENDAR.

           EVALUATE TRUE
               WHEN ADJUSTMENT-RUN
                   PERFORM ADJ-INIT
                   PERFORM ADJ-DOWORK
                   PERFORM ADJ-TERM
               WHEN MERGE-RUN
                   PERFORM MERGE-INIT
                   PERFORM MERGE-TERM
               WHEN OTHER
                   PERFORM INIT
                   PERFORM DOWORK
                   EVALUATE TRUE
                       WHEN TRIAL-RUN
                           PERFORM TRIAL-TERM
                       WHEN PARTITION-RUN
                           PERFORM PARTITION-TERM
                       WHEN OTHER
                           PERFORM TERM
                   END-EVALUATE
           END-EVALUATE.



           MOVE PARM-RUN-MODE         TO RUN-MODE-WS.
           MOVE PARM-PAY-PERIOD-END(1:4) TO CURRENT-YEAR-WS.

      * The period's weeks set the minimum-wage floor the ordinary
      * garnishments must leave the employee.
           COMPUTE PERIOD-DAYS-WS =
               FUNCTION INTEGER-OF-DATE (PAY-PERIOD-END-DATE-WS)
             - FUNCTION INTEGER-OF-DATE (PAY-PERIOD-START-DATE-WS) + 1.
           COMPUTE MIN-WAGE-FLOOR-WS ROUNDED =
               FEDERAL-MIN-WAGE * 30 * PERIOD-DAYS-WS / 7.

      * No run id until OPEN-RUN-LOG assigns one - ABEND-TERM keys
      * off it to know whether there is a PAYRUN step to mark failed.
           MOVE ZERO TO RL-RUN-ID.

      * A partition pays only its own employee-id range; the range
      * must make sense and the partition must be one of the count
      * the group was split into, or two partitions could end up
      * paying the same employees.  The merge step only needs the
      * count.  Every other run pays the whole group as partition 0.
           EVALUATE TRUE
               WHEN PARTITION-RUN
                   MOVE PARM-PARTITION-NO      TO CK-PARTITION-NO
                   MOVE PARM-PARTITION-COUNT   TO PARTITION-COUNT-WS
                   MOVE PARM-PARTITION-LOW-ID  TO PARTITION-LOW-ID-WS
                   MOVE PARM-PARTITION-HIGH-ID TO PARTITION-HIGH-ID-WS
                   IF PARM-PARTITION-NO NOT NUMERIC
                       OR PARM-PARTITION-COUNT NOT NUMERIC
                       OR PARM-PARTITION-LOW-ID NOT NUMERIC
                       OR PARM-PARTITION-HIGH-ID NOT NUMERIC
                       OR CK-PARTITION-NO = ZERO
                       OR CK-PARTITION-NO > PARTITION-COUNT-WS
                       OR PARTITION-HIGH-ID-WS = ZERO
                       OR PARTITION-LOW-ID-WS > PARTITION-HIGH-ID-WS
                       DISPLAY "PARTITION PARAMETERS MISSING OR "
                           "INVALID - RUN REFUSED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN MERGE-RUN
                   MOVE PARM-PARTITION-COUNT   TO PARTITION-COUNT-WS
                   IF PARM-PARTITION-COUNT NOT NUMERIC
                       OR PARTITION-COUNT-WS = ZERO
                       DISPLAY "PARTITION COUNT MISSING OR INVALID "
                           "- RUN REFUSED"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
               WHEN OTHER
                   MOVE ZERO TO CK-PARTITION-NO
           END-EVALUATE.



      *----------------------------------------------------------------
      * INIT - the start-up checks, the run log, and the restart
      * point, then open the EMPLOYEE_DETAILS cursor and the time
      * detail file.  A trial run is held to the same sequence and
      * year checks as the live run it previews, but not to the
      * time pre-edit: the point of a trial is to see the period
      * before the hours are final.  It always starts from the top
      * and never reads or writes a checkpoint of its own.  A
      * partition joins (or opens) the pay run its sibling partitions
      * share and keeps a checkpoint of its own for its range.
      *----------------------------------------------------------------
       INIT.
           PERFORM CHECK-RUN-SEQUENCE.
           PERFORM CHECK-YEAR-OPEN.

           IF TRIAL-RUN
               PERFORM CHECK-TRIAL-START
           ELSE
               MOVE 'TIMEEDIT' TO CC-STEP-CODE
               PERFORM CHECK-CYCLE-STEP
           END-IF.

           MOVE PAY-GROUP-WS TO CK-PAY-GROUP.

           EVALUATE TRUE
               WHEN TRIAL-RUN
                   PERFORM OPEN-RUN-LOG
                   MOVE ZERO TO RESTART-EMPLOYEE-ID
               WHEN PARTITION-RUN
                   PERFORM OPEN-PARTITION-RUN
                   PERFORM PARTITION-CHECKPOINT-START
               WHEN OTHER
                   PERFORM OPEN-RUN-LOG
                   PERFORM CHECKPOINT-START
           END-EVALUATE.

           MOVE RESTART-EMPLOYEE-ID TO LAST-EMPLOYEE-ID-WS.

      * Only a supplemental earnings line's distribution rows carry
      * an earnings code; every other row is written with it blank.
           MOVE SPACE TO LX-EARNINGS-CODE.

      * WITH HOLD keeps this cursor open across CHECKPOINT-SAVE's
      * periodic COMMIT WORK - without it Postgres closes the cursor
      * at the first commit and the next FETCH in DOWORK looks like a
      * fatal fetch error to any pay group larger than one checkpoint
      * interval.  Filtering on PAY_GROUP is what actually makes this
      * a per-pay-group run instead of processing every employee on
      * file regardless of what PAYPARM names.  Terminated employees
      * are paid through their final period - a termination date on
      * or after the period start still earns this period's check -
      * and drop out of the run after that without their history
      * going anywhere.  A partition's range ends at
      * PARTITION-HIGH-ID-WS and starts after RESTART-EMPLOYEE-ID,
      * which its checkpoint start sets to just below the range;
      * every other run leaves the high id at all nines.
           EXEC SQL DECLARE EMPS-CSR CURSOR WITH HOLD FOR
               SELECT ID, PAY_TYPE, SALARY, RATE,
                      EMP_STATUS, COALESCE(TERM_DATE, 0),
                      COALESCE(DEPARTMENT, ' ')
               FROM EMPLOYEE_DETAILS
               WHERE PAY_GROUP = :CK-PAY-GROUP
                 AND ID > :RESTART-EMPLOYEE-ID
                 AND ID <= :PARTITION-HIGH-ID-WS
                 AND (EMP_STATUS = 'A'
                      OR (EMP_STATUS = 'T'
                          AND TERM_DATE >= :PAY-PERIOD-START-DATE-WS))
               ORDER BY ID
           END-EXEC.

           EXEC SQL OPEN EMPS-CSR END-EXEC.
           PERFORM ERROR-HANDLING.

           OPEN INPUT TIME-DETAIL-FILE.

           IF NOT TD-STATUS-OK
               DISPLAY "TIMEDTL FILE IS MISSING OR WILL NOT OPEN, "
                   "STATUS: " TIME-DETAIL-STATUS
               PERFORM ABEND-TERM
           END-IF.



      *----------------------------------------------------------------
      * CHECKPOINT-START - look for this pay group's checkpoint row.
      * A row left IN-PROGRESS or FAILED by a prior run that never
      * reached TERM means resume the EMPLOYEE_DETAILS cursor after
      * the last employee id that was committed; a row left COMPLETE
      * means the prior run finished normally and this is a fresh
      * run, so start over from the top.  No row at all means this
      * pay group has never been run before.  The whole-group run's
      * row is partition 0 (a row written before partitions existed
      * has none, and reads as 0).
      *----------------------------------------------------------------
       CHECKPOINT-START.
           MOVE ZERO TO RESTART-EMPLOYEE-ID.
           MOVE SPACE TO CK-RUN-STATUS.

                   INTO :RESTART-EMPLOYEE-ID, :CK-RUN-STATUS
               FROM CHECKPOINT_CONTROL
               WHERE PAY_GROUP = :CK-PAY-GROUP
                 AND COALESCE(PARTITION_NO, 0) = :CK-PARTITION-NO
           END-EXEC.

           EVALUATE SQLCODE
                       SET LAST_EMPLOYEE_ID = :CK-LAST-EMPLOYEE-ID,
                           RUN_STATUS = 'IN-PROGRESS'
                       WHERE PAY_GROUP = :CK-PAY-GROUP
                         AND COALESCE(PARTITION_NO, 0) =
                             :CK-PARTITION-NO
                   END-EXEC
                   PERFORM ERROR-HANDLING
               WHEN 100
                   MOVE ZERO TO RESTART-EMPLOYEE-ID
                   EXEC SQL
                       INSERT INTO CHECKPOINT_CONTROL
                           (PAY_GROUP, PARTITION_NO, LAST_EMPLOYEE_ID,
                            RUN_STATUS)
                       VALUES (:CK-PAY-GROUP, 0, 0, 'IN-PROGRESS')
                   END-EXEC
                   PERFORM ERROR-HANDLING
               WHEN OTHER
                   PERFORM ERROR-HANDLING
           END-EVALUATE.



      *----------------------------------------------------------------
      * CHECK-TRIAL-START - a trial reads the pay group's checkpoint
      * row but never writes it.  A live run left IN-PROGRESS or
      * FAILED has already committed part of the pay group, so a
      * trial now would price those employees a second time on top
      * of their committed rows and preview nonsense - it is refused
      * until the live run is resumed to COMPLETE.  The preview file
      * and report are opened here, before any work, so a missing
      * DD refuses the trial instead of losing an hour of it.
      *----------------------------------------------------------------
       CHECK-TRIAL-START.
           MOVE PAY-GROUP-WS TO CK-PAY-GROUP.
           MOVE SPACE TO CK-RUN-STATUS.

           EXEC SQL
               SELECT RUN_STATUS INTO :CK-RUN-STATUS
               FROM CHECKPOINT_CONTROL
               WHERE PAY_GROUP = :CK-PAY-GROUP
                 AND COALESCE(PARTITION_NO, 0) = 0
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM ERROR-HANDLING
           END-EVALUATE.

           IF CK-RUN-STATUS NOT = SPACE
               AND CK-RUN-STATUS NOT = 'COMPLETE'
               DISPLAY "PAY GROUP " PAY-GROUP-WS " HAS A LIVE RUN "
                   CK-RUN-STATUS " - FINISH IT BEFORE A TRIAL - "
                   "RUN REFUSED"
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT PREVIEW-FILE.

           IF NOT PREVIEW-STATUS-OK
               DISPLAY "PAYPREV FILE OPEN ERROR, STATUS: "
                   PREVIEW-FILE-STATUS
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT PREVIEW-REPORT-FILE.

           IF NOT PREVIEW-RPT-STATUS-OK
               DISPLAY "PREVRPT FILE OPEN ERROR, STATUS: "
                   PREVIEW-REPORT-STATUS
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY "TRIAL RUN FOR PAY GROUP " PAY-GROUP-WS " PERIOD "
               PAY-PERIOD-END-DATE-WS " - NOTHING WILL BE COMMITTED".




      *----------------------------------------------------------------
      * OPEN-PARTITION-RUN - the partitions of one pay run share one
      * PAY_RUN_LOG row and RUN_ID.  The first partition to start
      * opens it with RUN_MODE 'P'; the rest - and a failed partition
      * resubmitted - find it still IN-PROGRESS and join it.  The
      * partitions start as concurrent job steps, so the look and the
      * open are done under an exclusive lock on PAY_RUN_LOG: without
      * it two partitions starting together could each open a run of
      * their own, or take the same next RUN_ID.  OPEN-RUN-LOG's
      * commit releases the lock; a partition that joins releases it
      * with its checkpoint row.  A whole-group run the pay group has
      * left IN-PROGRESS or FAILED has already committed part of the
      * period, and partitions started on top of it would pay those
      * employees a second time.
      *----------------------------------------------------------------
       OPEN-PARTITION-RUN.
           MOVE SPACE TO CK-RUN-STATUS.

           EXEC SQL
               SELECT RUN_STATUS INTO :CK-RUN-STATUS
               FROM CHECKPOINT_CONTROL
               WHERE PAY_GROUP = :CK-PAY-GROUP
                 AND COALESCE(PARTITION_NO, 0) = 0
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   CONTINUE
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM ERROR-HANDLING
           END-EVALUATE.

           IF CK-RUN-STATUS NOT = SPACE
               AND CK-RUN-STATUS NOT = 'COMPLETE'
               DISPLAY "PAY GROUP " PAY-GROUP-WS " HAS A WHOLE-GROUP "
                   "RUN " CK-RUN-STATUS " - FINISH IT BEFORE "
                   "PARTITIONING - RUN REFUSED"
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           EXEC SQL
               LOCK TABLE PAY_RUN_LOG IN EXCLUSIVE MODE
           END-EXEC.
           PERFORM ERROR-HANDLING.

           EXEC SQL
               SELECT COALESCE(MAX(RUN_ID), 0) INTO :RL-RUN-ID
               FROM PAY_RUN_LOG
               WHERE PAY_GROUP = :CK-PAY-GROUP
                 AND PERIOD_END = :PAY-PERIOD-END-DATE-WS
                 AND RUN_MODE = 'P'
                 AND RUN_STATUS = 'IN-PROGRESS'
           END-EXEC.
           PERFORM ERROR-HANDLING.

           IF RL-RUN-ID = ZERO
               PERFORM OPEN-RUN-LOG
           ELSE
               DISPLAY "PARTITION " CK-PARTITION-NO
                   " JOINING PAY RUN " RL-RUN-ID
           END-IF.



      *----------------------------------------------------------------
      * PARTITION-CHECKPOINT-START - this partition's own checkpoint
      * row.  A row already working under this RUN_ID and left
      * IN-PROGRESS or FAILED resumes after its last committed
      * employee, carrying forward the totals it had committed, and
      * must be resubmitted on the range it started with; a row
      * already COMPLETE under this RUN_ID has paid its range, and
      * running it again would pay the range twice.  A row left by
      * an earlier pay run, or no row at all, starts at the bottom
      * of the range.  No two partitions of the run may overlap.
      * The sibling partitions are starting at the same time, so the
      * checks and the write are made under an exclusive lock on
      * CHECKPOINT_CONTROL and committed at once, where the next
      * partition to start will see them.
      *----------------------------------------------------------------
       PARTITION-CHECKPOINT-START.
           EXEC SQL
               LOCK TABLE CHECKPOINT_CONTROL IN EXCLUSIVE MODE
           END-EXEC.
           PERFORM ERROR-HANDLING.

           MOVE SPACE TO CK-RUN-STATUS.
           MOVE ZERO  TO CK-RUN-ID.

           EXEC SQL
               SELECT LAST_EMPLOYEE_ID, RUN_STATUS,
                      COALESCE(RUN_ID, 0),
                      COALESCE(LOW_EMPLOYEE_ID, 0),
                      COALESCE(HIGH_EMPLOYEE_ID, 0),
                      COALESCE(RECORD_COUNT, 0),
                      COALESCE(CONTROL_TOTAL_GROSS, 0)
                   INTO :CK-LAST-EMPLOYEE-ID, :CK-RUN-STATUS,
                        :CK-RUN-ID, :CK-LOW-EMPLOYEE-ID,
                        :CK-HIGH-EMPLOYEE-ID, :CK-RECORD-COUNT,
                        :CK-CONTROL-TOTAL
               FROM CHECKPOINT_CONTROL
               WHERE PAY_GROUP = :CK-PAY-GROUP
                 AND PARTITION_NO = :CK-PARTITION-NO
           END-EXEC.

           IF SQLCODE NOT = 100
               PERFORM ERROR-HANDLING
           END-IF.

           IF PARTITION-LOW-ID-WS > ZERO
               COMPUTE RESTART-EMPLOYEE-ID = PARTITION-LOW-ID-WS - 1
           ELSE
               MOVE ZERO TO RESTART-EMPLOYEE-ID
           END-IF.
           MOVE ZERO TO PARTITION-BASE-COUNT-WS.
           MOVE ZERO TO PARTITION-BASE-GROSS-WS.

           IF CK-RUN-ID = RL-RUN-ID
               IF CK-RUN-STATUS = 'COMPLETE'
                   DISPLAY "PARTITION " CK-PARTITION-NO
                       " ALREADY COMPLETE FOR PAY RUN " RL-RUN-ID
                       " - RUN REFUSED"
                   EXEC SQL DISCONNECT ALL END-EXEC
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF CK-LOW-EMPLOYEE-ID NOT = PARTITION-LOW-ID-WS
                   OR CK-HIGH-EMPLOYEE-ID NOT = PARTITION-HIGH-ID-WS
                   DISPLAY "PARTITION " CK-PARTITION-NO
                       " WAS STARTED ON EMPLOYEES " CK-LOW-EMPLOYEE-ID
                       " - " CK-HIGH-EMPLOYEE-ID
                       " AND MUST RESUME ON THEM - RUN REFUSED"
                   EXEC SQL DISCONNECT ALL END-EXEC
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE CK-LAST-EMPLOYEE-ID TO RESTART-EMPLOYEE-ID
               MOVE CK-RECORD-COUNT     TO PARTITION-BASE-COUNT-WS
               MOVE CK-CONTROL-TOTAL    TO PARTITION-BASE-GROSS-WS
               DISPLAY "RESUMING PARTITION " CK-PARTITION-NO
                   " OF PAY RUN " RL-RUN-ID " AFTER EMPLOYEE "
                   RESTART-EMPLOYEE-ID " (PRIOR RUN " CK-RUN-STATUS
                   ")"
           ELSE
               DISPLAY "STARTING PARTITION " CK-PARTITION-NO " OF "
                   PARTITION-COUNT-WS " FOR PAY RUN " RL-RUN-ID
                   " - EMPLOYEES " PARTITION-LOW-ID-WS " - "
                   PARTITION-HIGH-ID-WS
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PARTITION-ROWS-WS
               FROM CHECKPOINT_CONTROL
               WHERE PAY_GROUP = :CK-PAY-GROUP
                 AND PARTITION_NO > 0
                 AND PARTITION_NO <> :CK-PARTITION-NO
                 AND RUN_ID = :RL-RUN-ID
                 AND LOW_EMPLOYEE_ID <= :PARTITION-HIGH-ID-WS
                 AND HIGH_EMPLOYEE_ID >= :PARTITION-LOW-ID-WS
           END-EXEC.
           PERFORM ERROR-HANDLING.

           IF PARTITION-ROWS-WS > ZERO
               DISPLAY "EMPLOYEES " PARTITION-LOW-ID-WS " - "
                   PARTITION-HIGH-ID-WS " OVERLAP ANOTHER PARTITION "
                   "OF PAY RUN " RL-RUN-ID " - RUN REFUSED"
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE RESTART-EMPLOYEE-ID  TO CK-LAST-EMPLOYEE-ID.
           MOVE RL-RUN-ID            TO CK-RUN-ID.
           MOVE PARTITION-LOW-ID-WS  TO CK-LOW-EMPLOYEE-ID.
           MOVE PARTITION-HIGH-ID-WS TO CK-HIGH-EMPLOYEE-ID.
           PERFORM SET-CHECKPOINT-TOTALS.

           EXEC SQL
               UPDATE CHECKPOINT_CONTROL
               SET LAST_EMPLOYEE_ID = :CK-LAST-EMPLOYEE-ID,
                   RUN_STATUS = 'IN-PROGRESS',
                   RUN_ID = :CK-RUN-ID,
                   LOW_EMPLOYEE_ID = :CK-LOW-EMPLOYEE-ID,
                   HIGH_EMPLOYEE_ID = :CK-HIGH-EMPLOYEE-ID,
                   RECORD_COUNT = :CK-RECORD-COUNT,
                   CONTROL_TOTAL_GROSS = :CK-CONTROL-TOTAL
               WHERE PAY_GROUP = :CK-PAY-GROUP
                 AND PARTITION_NO = :CK-PARTITION-NO
           END-EXEC.

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO CHECKPOINT_CONTROL
                       (PAY_GROUP, PARTITION_NO, LAST_EMPLOYEE_ID,
                        RUN_STATUS, RUN_ID, LOW_EMPLOYEE_ID,
                        HIGH_EMPLOYEE_ID, RECORD_COUNT,
                        CONTROL_TOTAL_GROSS)
                   VALUES
                       (:CK-PAY-GROUP, :CK-PARTITION-NO,
                        :CK-LAST-EMPLOYEE-ID, 'IN-PROGRESS',
                        :CK-RUN-ID, :CK-LOW-EMPLOYEE-ID,
                        :CK-HIGH-EMPLOYEE-ID, :CK-RECORD-COUNT,
                        :CK-CONTROL-TOTAL)
               END-EXEC
           END-IF.
           PERFORM ERROR-HANDLING.

           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM ERROR-HANDLING.



      *----------------------------------------------------------------
      * SET-CHECKPOINT-TOTALS - the GROSS_PAY rows and gross a
      * partition's checkpoint row shows as committed: what this
      * invocation has written on top of what the row already held
      * when it resumed.  The merge step balances the pay run to the
      * sum of these across its partitions.
      *----------------------------------------------------------------
       SET-CHECKPOINT-TOTALS.
           COMPUTE CK-RECORD-COUNT =
               PARTITION-BASE-COUNT-WS + GROSS-RECORDS-CREATED-CT.
           COMPUTE CK-CONTROL-TOTAL =
               PARTITION-BASE-GROSS-WS + CONTROL-TOTAL-GROSS-WS.



           MOVE USERNAME                TO RL-SUBMITTED-BY.
           MOVE 'IN-PROGRESS'           TO RL-RUN-STATUS.

           EVALUATE TRUE
               WHEN ADJUSTMENT-RUN
                   MOVE 'A' TO RL-RUN-MODE
               WHEN TRIAL-RUN
                   MOVE 'T' TO RL-RUN-MODE
               WHEN PARTITION-RUN
                   MOVE 'P' TO RL-RUN-MODE
               WHEN OTHER
                   MOVE 'R' TO RL-RUN-MODE
           END-EVALUATE.

           PERFORM BUILD-TIMESTAMP.
           MOVE TIMESTAMP-WS TO RL-START-TIMESTAMP.
      * adjustment mode is for, and the adjustment run skips this
      * check entirely.  A pay group with no calendar rows has no
      * schedule to sequence against and only gets the rerun refusal.
      * A partitioned run's 'P' row counts as the period's run, and
      * while one is still open only its partitions and its merge
      * may run against the period.
      *----------------------------------------------------------------
       CHECK-RUN-SEQUENCE.
           MOVE PAY-GROUP-WS TO PC-PAY-GROUP.
               FROM PAY_RUN_LOG
               WHERE PAY_GROUP = :PC-PAY-GROUP
                 AND PERIOD_END = :PAY-PERIOD-END-DATE-WS
                 AND RUN_MODE IN ('R', 'P')
                 AND RUN_STATUS = 'COMPLETE'
           END-EXEC.
           PERFORM ERROR-HANDLING.
               STOP RUN
           END-IF.

           IF NOT PARTITION-RUN AND NOT MERGE-RUN
               EXEC SQL
                   SELECT COUNT(*) INTO :OPEN-RUN-COUNT-WS
                   FROM PAY_RUN_LOG
                   WHERE PAY_GROUP = :PC-PAY-GROUP
                     AND PERIOD_END = :PAY-PERIOD-END-DATE-WS
                     AND RUN_MODE = 'P'
                     AND RUN_STATUS = 'IN-PROGRESS'
               END-EXEC
               PERFORM ERROR-HANDLING
               IF OPEN-RUN-COUNT-WS > ZERO
                   DISPLAY "PERIOD " PAY-PERIOD-END-DATE-WS
                       " HAS A PARTITIONED RUN OPEN FOR PAY GROUP "
                       PAY-GROUP-WS " - RUN REFUSED"
                   EXEC SQL DISCONNECT ALL END-EXEC
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           EXEC SQL
               SELECT COALESCE(MAX(PERIOD_END), 0)
                   INTO :PRIOR-PERIOD-END-WS
               FROM PAY_CALENDAR
               WHERE PAY_GROUP = :PC-PAY-GROUP
                 AND PERIOD_END < :PAY-PERIOD-START-DATE-WS
           END-EXEC.
           PERFORM ERROR-HANDLING.

           IF PRIOR-PERIOD-END-WS > ZERO
               EXEC SQL
                   SELECT COUNT(*) INTO :COMPLETE-RUN-COUNT-WS



      *----------------------------------------------------------------
      * CHECK-CYCLE-STEP - the caller names in CC-STEP-CODE a step
      * that must already show passed on PAY_CYCLE_CONTROL for this
      * pay group and period before this program may touch it.  No
      * row at all means the step never ran, and is refused the same
      * as a step that ran and failed.
      *----------------------------------------------------------------
       CHECK-CYCLE-STEP.
           MOVE PAY-GROUP-WS           TO CC-PAY-GROUP.
           MOVE PAY-PERIOD-END-DATE-WS TO CC-PERIOD-END.
           MOVE SPACE TO CC-STEP-STATUS.

           EXEC SQL
               SELECT STEP_STATUS, RUN_ID
                   INTO :CC-STEP-STATUS, :CC-RUN-ID
               FROM PAY_CYCLE_CONTROL
               WHERE PAY_GROUP = :CC-PAY-GROUP
                 AND PERIOD_END = :CC-PERIOD-END
                 AND STEP_CODE = :CC-STEP-CODE
           END-EXEC.

           IF SQLCODE NOT = 100
               PERFORM ERROR-HANDLING
           END-IF.

           IF NOT CC-STEP-PASSED
               DISPLAY "STEP " CC-STEP-CODE " HAS NOT PASSED FOR PAY "
                   "GROUP " PAY-GROUP-WS " PERIOD "
                   PAY-PERIOD-END-DATE-WS " - RUN REFUSED"
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.



      *----------------------------------------------------------------
      * RECORD-CYCLE-STEP - stamps the PAYRUN step on
      * PAY_CYCLE_CONTROL for the pay group and period with this
      * invocation's RUN_ID: the caller supplies CC-STEP-CODE and
      * CC-STEP-STATUS.  A rerun or resume replaces the earlier row,
      * so the table always shows how the step last ended.  Called
      * from the failure paths too, so it leaves SQLCODE to the
      * caller and owns no commit.
      *----------------------------------------------------------------
       RECORD-CYCLE-STEP.
           MOVE PAY-GROUP-WS           TO CC-PAY-GROUP.
           MOVE PAY-PERIOD-END-DATE-WS TO CC-PERIOD-END.
           MOVE 'PAYRL00001'           TO CC-PROGRAM-ID.
           MOVE RL-RUN-ID              TO CC-RUN-ID.
           PERFORM BUILD-TIMESTAMP.
           MOVE TIMESTAMP-WS           TO CC-STEP-TIMESTAMP.

           EXEC SQL
               UPDATE PAY_CYCLE_CONTROL
                  SET PROGRAM_ID = :CC-PROGRAM-ID,
                      RUN_ID = :CC-RUN-ID,
                      STEP_STATUS = :CC-STEP-STATUS,
                      STEP_TIMESTAMP = :CC-STEP-TIMESTAMP
                WHERE PAY_GROUP = :CC-PAY-GROUP
                  AND PERIOD_END = :CC-PERIOD-END
                  AND STEP_CODE = :CC-STEP-CODE
           END-EXEC.

           IF SQLCODE = 100
               EXEC SQL
                   INSERT INTO PAY_CYCLE_CONTROL
                       (PAY_GROUP, PERIOD_END, STEP_CODE, PROGRAM_ID,
                        RUN_ID, STEP_STATUS, STEP_TIMESTAMP)
                   VALUES
                       (:CC-PAY-GROUP, :CC-PERIOD-END, :CC-STEP-CODE,
                        :CC-PROGRAM-ID, :CC-RUN-ID, :CC-STEP-STATUS,
                        :CC-STEP-TIMESTAMP)
               END-EXEC
           END-IF.



       DOWORK.
           EXEC SQL
               FETCH EMPS-CSR
               PERFORM CALC-NET-PAY
               PERFORM CREATE-GROSS
               PERFORM PAY-RETRO
               PERFORM PAY-SUPPLEMENTAL
               IF PAY_TYPE = HOURLY
                   PERFORM ACCRUE-LEAVE
               END-IF
           PERFORM ERROR-HANDLING.

           MOVE LAST-EMPLOYEE-ID-WS TO CK-LAST-EMPLOYEE-ID.
           PERFORM SET-CHECKPOINT-TOTALS.
           EXEC SQL
               UPDATE CHECKPOINT_CONTROL
               SET LAST_EMPLOYEE_ID = :CK-LAST-EMPLOYEE-ID,
                   RUN_STATUS = 'COMPLETE',
                   RECORD_COUNT = :CK-RECORD-COUNT,
                   CONTROL_TOTAL_GROSS = :CK-CONTROL-TOTAL
               WHERE PAY_GROUP = :CK-PAY-GROUP
                 AND COALESCE(PARTITION_NO, 0) = :CK-PARTITION-NO
           END-EXEC.
           PERFORM ERROR-HANDLING.

           MOVE 'PAYRUN' TO CC-STEP-CODE.
           MOVE 'PASS'   TO CC-STEP-STATUS.
           PERFORM RECORD-CYCLE-STEP.
           PERFORM ERROR-HANDLING.

           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM ERROR-HANDLING.

           EXEC SQL DISCONNECT ALL END-EXEC.
           STOP RUN.



      *----------------------------------------------------------------
      * PARTITION-TERM - end of one partition of a partitioned pay
      * run.  Its GROSS_PAY rows and totals are committed and its
      * checkpoint row is closed COMPLETE, and that is all: the
      * RECONCILE, POST-GL, run log close and PAYRUN step that TERM
      * does for a whole-group run are done once for the whole group
      * by the merge step, after every partition has finished.
      *----------------------------------------------------------------
       PARTITION-TERM.
           CLOSE TIME-DETAIL-FILE.

           EXEC SQL CLOSE EMPS-CSR END-EXEC.
           PERFORM ERROR-HANDLING.

           MOVE LAST-EMPLOYEE-ID-WS TO CK-LAST-EMPLOYEE-ID.
           PERFORM SET-CHECKPOINT-TOTALS.
           EXEC SQL
               UPDATE CHECKPOINT_CONTROL
               SET LAST_EMPLOYEE_ID = :CK-LAST-EMPLOYEE-ID,
                   RUN_STATUS = 'COMPLETE',
                   RECORD_COUNT = :CK-RECORD-COUNT,
                   CONTROL_TOTAL_GROSS = :CK-CONTROL-TOTAL
               WHERE PAY_GROUP = :CK-PAY-GROUP
                 AND PARTITION_NO = :CK-PARTITION-NO
           END-EXEC.
           PERFORM ERROR-HANDLING.

           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM ERROR-HANDLING.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "PARTITION " CK-PARTITION-NO " OF PAY RUN "
               RL-RUN-ID " COMPLETE - " CK-RECORD-COUNT
               " GROSS PAY ROWS".
           STOP RUN.



      *----------------------------------------------------------------
      * MERGE-INIT - the step that follows a partitioned pay run's
      * partitions.  It pays no one: it finds the pay run the
      * partitions shared and refuses, touching nothing, unless
      * every one of the PARTITION-COUNT-WS partitions has its
      * checkpoint row under that run and every row is COMPLETE.  A
      * partition that failed or never ran leaves the run open -
      * resubmit that partition, then the merge.
      *----------------------------------------------------------------
       MERGE-INIT.
           DISPLAY "PAYRL00001 MERGE FOR PAY GROUP " PAY-GROUP-WS
               " PERIOD " PAY-PERIOD-END-DATE-WS.

           PERFORM CHECK-RUN-SEQUENCE.
           PERFORM CHECK-YEAR-OPEN.

           MOVE PAY-GROUP-WS TO CK-PAY-GROUP.

           EXEC SQL
               SELECT COALESCE(MAX(RUN_ID), 0) INTO :RL-RUN-ID
               FROM PAY_RUN_LOG
               WHERE PAY_GROUP = :CK-PAY-GROUP
                 AND PERIOD_END = :PAY-PERIOD-END-DATE-WS
                 AND RUN_MODE = 'P'
                 AND RUN_STATUS = 'IN-PROGRESS'
           END-EXEC.
           PERFORM ERROR-HANDLING.

           IF RL-RUN-ID = ZERO
               DISPLAY "NO PARTITIONED PAY RUN IS OPEN FOR PAY GROUP "
                   PAY-GROUP-WS " PERIOD " PAY-PERIOD-END-DATE-WS
                   " - RUN REFUSED"
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Every partition row of the run, and the COMPLETE ones among
      * partitions 1 through the count: the two agree with the count
      * only when partitions 1 through the count all finished and no
      * other partition ran under this run.
           MOVE PARTITION-COUNT-WS TO CK-PARTITION-NO.

           EXEC SQL
               SELECT COUNT(*),
                      COALESCE(SUM(CASE
                          WHEN RUN_STATUS = 'COMPLETE'
                           AND PARTITION_NO <= :CK-PARTITION-NO
                          THEN 1 ELSE 0 END), 0)
                   INTO :PARTITION-ROWS-WS, :PARTITIONS-DONE-WS
               FROM CHECKPOINT_CONTROL
               WHERE PAY_GROUP = :CK-PAY-GROUP
                 AND PARTITION_NO > 0
                 AND RUN_ID = :RL-RUN-ID
           END-EXEC.
           PERFORM ERROR-HANDLING.

           IF PARTITION-ROWS-WS NOT = PARTITION-COUNT-WS
               OR PARTITIONS-DONE-WS NOT = PARTITION-COUNT-WS
               DISPLAY "PAY RUN " RL-RUN-ID " HAS " PARTITIONS-DONE-WS
                   " OF " PARTITION-COUNT-WS " PARTITIONS COMPLETE ("
                   PARTITION-ROWS-WS " STARTED) - NOT POSTED OR "
                   "CLOSED - RUN REFUSED"
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE ZERO TO CK-PARTITION-NO.



      *----------------------------------------------------------------
      * MERGE-TERM - what TERM does for a whole-group run, done once
      * for all the partitions together: RECONCILE balances the
      * partitions' checkpoint totals against GROSS_PAY and checks
      * the whole pay group is paid, POST-GL posts the period, and
      * the shared run log and the PAYRUN step are closed.
      *----------------------------------------------------------------
       MERGE-TERM.
           PERFORM RECONCILE.
           PERFORM POST-GL.

           MOVE 'COMPLETE' TO RL-RUN-STATUS.
           MOVE GROSS-RECORDS-CREATED-CT TO RL-RECORD-COUNT.
           PERFORM CLOSE-RUN-LOG.
           PERFORM ERROR-HANDLING.

           MOVE 'PAYRUN' TO CC-STEP-CODE.
           MOVE 'PASS'   TO CC-STEP-STATUS.
           PERFORM RECORD-CYCLE-STEP.
           PERFORM ERROR-HANDLING.

           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM ERROR-HANDLING.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "PAY RUN " RL-RUN-ID " MERGED AND CLOSED - "
               GROSS-RECORDS-CREATED-CT " GROSS PAY ROWS".
           STOP RUN.



      *----------------------------------------------------------------
      * TRIAL-TERM - end of a trial run.  RECONCILE and POST-GL run
      * just as TERM runs them, so a period that would not balance
      * or post fails the trial the same way it would fail the live
      * run.  What the trial computed is still uncommitted and seen
      * only by this connection: it is read back into the PAYPREV
      * file and the PREVRPT register and variance report, and then
      * the whole transaction is rolled back - GROSS_PAY, YTD_MASTER,
      * DEDUCTION_ELECTIONS, GARNISHMENT_ORDER, LEAVE_BALANCE,
      * RETRO_PAY, SUPPLEMENTAL_EARNINGS, LABOR_DISTRIBUTION,
      * DEDUCTION_REGISTER, and GL_POSTING are left exactly as the
      * trial found them.  Only the PAY_RUN_LOG row OPEN-RUN-LOG
      * committed survives, closed TRIAL, so the run history shows
      * the trial was run; a TRIAL row never satisfies
      * CHECK-RUN-SEQUENCE, which counts only COMPLETE runs, and no
      * checkpoint or cycle step is written.
      *----------------------------------------------------------------
       TRIAL-TERM.
           CLOSE TIME-DETAIL-FILE.

           EXEC SQL CLOSE EMPS-CSR END-EXEC.
           PERFORM ERROR-HANDLING.

           PERFORM RECONCILE.
           PERFORM POST-GL.

           PERFORM WRITE-TRIAL-REGISTER.
           PERFORM WRITE-TRIAL-DEDUCTIONS.
           PERFORM WRITE-TRIAL-VARIANCE.

           CLOSE PREVIEW-FILE.
           CLOSE PREVIEW-REPORT-FILE.

           EXEC SQL ROLLBACK WORK END-EXEC.
           PERFORM ERROR-HANDLING.

           MOVE 'TRIAL' TO RL-RUN-STATUS.
           MOVE GROSS-RECORDS-CREATED-CT TO RL-RECORD-COUNT.
           PERFORM CLOSE-RUN-LOG.
           PERFORM ERROR-HANDLING.

           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM ERROR-HANDLING.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "PAYRL00001 TRIAL RUN " RL-RUN-ID " PREVIEWED "
               TRIAL-GROSS-LINES-CT " GROSS LINES, "
               TRIAL-DEDUCTION-LINES-CT " DEDUCTIONS, "
               TRIAL-EXCEPTIONS-CT " VARIANCE EXCEPTIONS".
           DISPLAY "PAYRL00001 TRIAL RUN - ALL WORK ROLLED BACK".
           STOP RUN.



      *----------------------------------------------------------------
      * WRITE-TRIAL-REGISTER - every GROSS_PAY line the trial wrote,
      * as a 'G' preview record and as a register line subtotaled by
      * pay type the way the PAYRL00002 register will print it after
      * the live run.
      *----------------------------------------------------------------
       WRITE-TRIAL-REGISTER.
           MOVE PAY-PERIOD-END-DATE-WS TO TRH1-PAY-PERIOD-END.
           MOVE PAY-GROUP-WS           TO TRH1-PAY-GROUP.
           MOVE TRIAL-REG-HEADING-1 TO PREVIEW-REPORT-LINE.
           PERFORM WRITE-PREVIEW-REPORT-LINE.
           MOVE TRIAL-REG-HEADING-2 TO PREVIEW-REPORT-LINE.
           PERFORM WRITE-PREVIEW-REPORT-LINE.

           EXEC SQL DECLARE TRIALREG-CSR CURSOR FOR
               SELECT EMPLOYEE_ID, PAY_TYPE, HOURS, WORKED_HOURS,
                      RATE_OR_SALARY, GROSS_AMOUNT, TAXABLE_WAGES,
                      TAX_AMOUNT, DEDUCTION_AMOUNT, NET_AMOUNT,
                      ENTRY_TYPE
               FROM GROSS_PAY
               WHERE RUN_ID = :RL-RUN-ID
               ORDER BY PAY_TYPE, EMPLOYEE_ID, ENTRY_TYPE
           END-EXEC.

           EXEC SQL OPEN TRIALREG-CSR END-EXEC.
           PERFORM ERROR-HANDLING.

           PERFORM FETCH-TRIAL-REGISTER.

           PERFORM TRIAL-REGISTER-ROW UNTIL SQLCODE NOT = ZERO.

           IF SQLCODE NOT = 100
               DISPLAY "FETCH ERROR ON TRIALREG-CSR, SQLCODE: "
                   SQLCODE
               PERFORM ERROR-HANDLING
           END-IF.

           EXEC SQL CLOSE TRIALREG-CSR END-EXEC.
           PERFORM ERROR-HANDLING.

           IF TRIAL-GROSS-LINES-CT > ZERO
               PERFORM WRITE-TRIAL-SUBTOTAL
               MOVE TRIAL-GRAND-GROSS-WS TO TRG-GROSS-AMOUNT
               MOVE TRIAL-REG-GRAND-TOTAL TO PREVIEW-REPORT-LINE
               PERFORM WRITE-PREVIEW-REPORT-LINE
           END-IF.



       FETCH-TRIAL-REGISTER.
           EXEC SQL
               FETCH TRIALREG-CSR
                   INTO :GP-EMPLOYEE-ID, :GP-PAY-TYPE, :GP-HOURS,
                        :GP-WORKED-HOURS, :GP-RATE-OR-SALARY,
                        :GP-GROSS-AMOUNT, :GP-TAXABLE-WAGES,
                        :GP-TAX-AMOUNT, :GP-DEDUCTION-AMOUNT,
                        :GP-NET-AMOUNT, :GP-ENTRY-TYPE
           END-EXEC.



       TRIAL-REGISTER-ROW.
           IF TRIAL-FIRST-LINE
               MOVE GP-PAY-TYPE TO TRIAL-PAY-TYPE-BREAK-WS
               MOVE 'N' TO TRIAL-FIRST-LINE-SW
           END-IF.

           IF GP-PAY-TYPE NOT = TRIAL-PAY-TYPE-BREAK-WS
               PERFORM WRITE-TRIAL-SUBTOTAL
               MOVE GP-PAY-TYPE TO TRIAL-PAY-TYPE-BREAK-WS
           END-IF.

           MOVE GP-EMPLOYEE-ID     TO TRD-EMPLOYEE-ID.
           MOVE GP-PAY-TYPE        TO TRD-PAY-TYPE.
           MOVE GP-HOURS           TO TRD-HOURS.
           MOVE GP-RATE-OR-SALARY  TO TRD-RATE-OR-SALARY.
           MOVE GP-GROSS-AMOUNT    TO TRD-GROSS-AMOUNT.

           EVALUATE GP-ENTRY-TYPE
               WHEN 'T'
                   MOVE "RETRO" TO TRD-ENTRY-TYPE
               WHEN 'P'
                   MOVE "VACPY" TO TRD-ENTRY-TYPE
               WHEN 'S'
                   MOVE "SUPPL" TO TRD-ENTRY-TYPE
               WHEN OTHER
                   MOVE "REG" TO TRD-ENTRY-TYPE
           END-EVALUATE.

           MOVE TRIAL-REG-DETAIL TO PREVIEW-REPORT-LINE.
           PERFORM WRITE-PREVIEW-REPORT-LINE.

           ADD GP-GROSS-AMOUNT TO TRIAL-SUBTOTAL-GROSS-WS.
           ADD GP-GROSS-AMOUNT TO TRIAL-GRAND-GROSS-WS.
           ADD 1 TO TRIAL-GROSS-LINES-CT.

           MOVE SPACE                  TO PREVIEW-RECORD.
           MOVE 'G'                    TO PV-RECORD-TYPE.
           MOVE GP-EMPLOYEE-ID         TO PV-EMPLOYEE-ID.
           MOVE GP-ENTRY-TYPE          TO PV-ENTRY-TYPE.
           MOVE GP-PAY-TYPE            TO PV-PAY-TYPE.
           MOVE GP-HOURS               TO PV-HOURS.
           MOVE GP-WORKED-HOURS        TO PV-WORKED-HOURS.
           MOVE GP-RATE-OR-SALARY      TO PV-RATE-OR-SALARY.
           MOVE GP-GROSS-AMOUNT        TO PV-GROSS-AMOUNT.
           MOVE GP-TAXABLE-WAGES       TO PV-TAXABLE-WAGES.
           MOVE GP-TAX-AMOUNT          TO PV-TAX-AMOUNT.
           MOVE GP-DEDUCTION-AMOUNT    TO PV-DEDUCTION-AMOUNT.
           MOVE GP-NET-AMOUNT          TO PV-NET-AMOUNT.
           PERFORM WRITE-PREVIEW-RECORD.

           PERFORM FETCH-TRIAL-REGISTER.



       WRITE-TRIAL-SUBTOTAL.
           MOVE TRIAL-PAY-TYPE-BREAK-WS TO TRS-PAY-TYPE.
           MOVE TRIAL-SUBTOTAL-GROSS-WS TO TRS-GROSS-AMOUNT.
           MOVE TRIAL-REG-SUBTOTAL TO PREVIEW-REPORT-LINE.
           PERFORM WRITE-PREVIEW-REPORT-LINE.
           MOVE ZERO TO TRIAL-SUBTOTAL-GROSS-WS.



      *----------------------------------------------------------------
      * WRITE-TRIAL-DEDUCTIONS - every deduction the trial took, as
      * a 'D' preview record: what each election and garnishment
      * order would come out of the live checks, and the arrears
      * each would leave behind.
      *----------------------------------------------------------------
       WRITE-TRIAL-DEDUCTIONS.
           EXEC SQL DECLARE TRIALDED-CSR CURSOR FOR
               SELECT EMPLOYEE_ID, DEDUCTION_CODE, AMOUNT_TAKEN,
                      AMOUNT_ARREARS, ARREARS_BALANCE,
                      COALESCE(CASE_NUMBER, ' '),
                      COALESCE(LIMIT_REASON, ' ')
               FROM DEDUCTION_REGISTER
               WHERE RUN_ID = :RL-RUN-ID
               ORDER BY EMPLOYEE_ID, DEDUCTION_CODE
           END-EXEC.

           EXEC SQL OPEN TRIALDED-CSR END-EXEC.
           PERFORM ERROR-HANDLING.

           PERFORM FETCH-TRIAL-DEDUCTION.

           PERFORM TRIAL-DEDUCTION-ROW UNTIL SQLCODE NOT = ZERO.

           IF SQLCODE NOT = 100
               DISPLAY "FETCH ERROR ON TRIALDED-CSR, SQLCODE: "
                   SQLCODE
               PERFORM ERROR-HANDLING
           END-IF.

           EXEC SQL CLOSE TRIALDED-CSR END-EXEC.
           PERFORM ERROR-HANDLING.



       FETCH-TRIAL-DEDUCTION.
           EXEC SQL
               FETCH TRIALDED-CSR
                   INTO :DR-EMPLOYEE-ID, :DR-DEDUCTION-CODE,
                        :DR-AMOUNT-TAKEN, :DR-AMOUNT-ARREARS,
                        :DR-ARREARS-BALANCE, :DR-CASE-NUMBER,
                        :DR-LIMIT-REASON
           END-EXEC.



       TRIAL-DEDUCTION-ROW.
           MOVE SPACE                  TO PREVIEW-RECORD.
           MOVE 'D'                    TO PV-RECORD-TYPE.
           MOVE DR-EMPLOYEE-ID         TO PV-EMPLOYEE-ID.
           MOVE DR-DEDUCTION-CODE      TO PV-DEDUCTION-CODE.
           MOVE DR-AMOUNT-TAKEN        TO PV-AMOUNT-TAKEN.
           MOVE DR-AMOUNT-ARREARS      TO PV-AMOUNT-ARREARS.
           MOVE DR-ARREARS-BALANCE     TO PV-ARREARS-BALANCE.
           MOVE DR-CASE-NUMBER         TO PV-CASE-NUMBER.
           MOVE DR-LIMIT-REASON        TO PV-LIMIT-REASON.
           PERFORM WRITE-PREVIEW-RECORD.

           ADD 1 TO TRIAL-DEDUCTION-LINES-CT.

           PERFORM FETCH-TRIAL-DEDUCTION.



      *----------------------------------------------------------------
      * WRITE-TRIAL-VARIANCE - each employee's trial regular check
      * against their regular check for the prior period, with the
      * tolerance and exceptions of the PAYRL00015 audit the live
      * run will face: gross and (hourly) hours swings, first-time
      * payees, and nets of zero.  The prior period is the one
      * CHECK-RUN-SEQUENCE found on the pay calendar, or for a group
      * with no calendar the latest period it was actually paid.
      * The exceptions are for review only - a trial holds nothing.
      *----------------------------------------------------------------
       WRITE-TRIAL-VARIANCE.
           IF PRIOR-PERIOD-END-WS = ZERO
               EXEC SQL
                   SELECT COALESCE(MAX(GP.PAY_PERIOD_END), 0)
                       INTO :PRIOR-PERIOD-END-WS
                   FROM GROSS_PAY GP, EMPLOYEE_DETAILS ED
                   WHERE GP.EMPLOYEE_ID = ED.ID
                     AND ED.PAY_GROUP = :CK-PAY-GROUP
                     AND GP.PAY_PERIOD_END < :PAY-PERIOD-END-DATE-WS
               END-EXEC
               PERFORM ERROR-HANDLING
           END-IF.

           MOVE SPACE TO PREVIEW-REPORT-LINE.
           PERFORM WRITE-PREVIEW-REPORT-LINE.

           MOVE PAY-PERIOD-END-DATE-WS TO TVH1-PAY-PERIOD-END.
           MOVE PAY-GROUP-WS           TO TVH1-PAY-GROUP.
           MOVE TRIAL-VAR-HEADING-1 TO PREVIEW-REPORT-LINE.
           PERFORM WRITE-PREVIEW-REPORT-LINE.
           MOVE TRIAL-VAR-HEADING-2 TO PREVIEW-REPORT-LINE.
           PERFORM WRITE-PREVIEW-REPORT-LINE.

           EXEC SQL DECLARE TRIALVAR-CSR CURSOR FOR
               SELECT EMPLOYEE_ID, PAY_TYPE, HOURS,
                      GROSS_AMOUNT, NET_AMOUNT
               FROM GROSS_PAY
               WHERE RUN_ID = :RL-RUN-ID
                 AND ENTRY_TYPE = 'R'
               ORDER BY EMPLOYEE_ID
           END-EXEC.

           EXEC SQL OPEN TRIALVAR-CSR END-EXEC.
           PERFORM ERROR-HANDLING.

           PERFORM FETCH-TRIAL-VARIANCE.

           PERFORM TRIAL-VARIANCE-ROW UNTIL SQLCODE NOT = ZERO.

           IF SQLCODE NOT = 100
               DISPLAY "FETCH ERROR ON TRIALVAR-CSR, SQLCODE: "
                   SQLCODE
               PERFORM ERROR-HANDLING
           END-IF.

           EXEC SQL CLOSE TRIALVAR-CSR END-EXEC.
           PERFORM ERROR-HANDLING.

           MOVE TRIAL-AUDITED-CT    TO TVT-AUDITED-CT.
           MOVE TRIAL-EXCEPTIONS-CT TO TVT-EXCEPTIONS-CT.
           MOVE TRIAL-VAR-TOTAL TO PREVIEW-REPORT-LINE.
           PERFORM WRITE-PREVIEW-REPORT-LINE.



       FETCH-TRIAL-VARIANCE.
           EXEC SQL
               FETCH TRIALVAR-CSR
                   INTO :GP-EMPLOYEE-ID, :GP-PAY-TYPE, :GP-HOURS,
                        :GP-GROSS-AMOUNT, :GP-NET-AMOUNT
           END-EXEC.



      *----------------------------------------------------------------
      * TRIAL-VARIANCE-ROW - one employee's trial check against the
      * prior period.  One employee can print several exception
      * lines - each is a separate thing to review.
      *----------------------------------------------------------------
       TRIAL-VARIANCE-ROW.
           ADD 1 TO TRIAL-AUDITED-CT.

           PERFORM GET-PRIOR-PERIOD-ROW.

           IF NOT PRIOR-FOUND
               MOVE SPACE TO TVD-PRIOR-BLANK
               MOVE SPACE TO TVD-PCT-BLANK
               MOVE "FIRST TIME PAYEE" TO TVD-EXCEPTION
               PERFORM WRITE-TRIAL-EXCEPTION
           ELSE
               IF PRIOR-GROSS-WS NOT = ZERO
                   COMPUTE SWING-PCT-WS ROUNDED =
                       (GP-GROSS-AMOUNT - PRIOR-GROSS-WS) * 100
                       / PRIOR-GROSS-WS
                   IF SWING-PCT-WS > VARIANCE-TOLERANCE-PCT
                       OR SWING-PCT-WS < ZERO - VARIANCE-TOLERANCE-PCT
                       MOVE PRIOR-GROSS-WS TO TVD-PRIOR-GROSS
                       MOVE SWING-PCT-WS   TO TVD-SWING-PCT
                       MOVE "GROSS SWING" TO TVD-EXCEPTION
                       PERFORM WRITE-TRIAL-EXCEPTION
                   END-IF
               END-IF
               IF GP-PAY-TYPE = HOURLY AND PRIOR-HOURS-WS NOT = ZERO
                   COMPUTE SWING-PCT-WS ROUNDED =
                       (GP-HOURS - PRIOR-HOURS-WS) * 100
                       / PRIOR-HOURS-WS
                   IF SWING-PCT-WS > VARIANCE-TOLERANCE-PCT
                       OR SWING-PCT-WS < ZERO - VARIANCE-TOLERANCE-PCT
                       MOVE PRIOR-GROSS-WS TO TVD-PRIOR-GROSS
                       MOVE SWING-PCT-WS   TO TVD-SWING-PCT
                       MOVE "HOURS SWING" TO TVD-EXCEPTION
                       PERFORM WRITE-TRIAL-EXCEPTION
                   END-IF
               END-IF
           END-IF.

           IF GP-NET-AMOUNT = ZERO
               MOVE SPACE TO TVD-PRIOR-BLANK
               MOVE SPACE TO TVD-PCT-BLANK
               MOVE "NET PAY IS ZERO" TO TVD-EXCEPTION
               PERFORM WRITE-TRIAL-EXCEPTION
           END-IF.

           PERFORM FETCH-TRIAL-VARIANCE.



       GET-PRIOR-PERIOD-ROW.
           MOVE 'N' TO PRIOR-FOUND-SW.
           MOVE ZERO TO PRIOR-GROSS-WS PRIOR-HOURS-WS.

           IF PRIOR-PERIOD-END-WS = ZERO
               CONTINUE
           ELSE
               EXEC SQL
                   SELECT GROSS_AMOUNT, HOURS
                       INTO :PRIOR-GROSS-WS, :PRIOR-HOURS-WS
                   FROM GROSS_PAY
                   WHERE EMPLOYEE_ID = :GP-EMPLOYEE-ID
                     AND PAY_PERIOD_END = :PRIOR-PERIOD-END-WS
                     AND ENTRY_TYPE = 'R'
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE 'Y' TO PRIOR-FOUND-SW
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       PERFORM ERROR-HANDLING
               END-EVALUATE
           END-IF.



       WRITE-TRIAL-EXCEPTION.
           MOVE GP-EMPLOYEE-ID   TO TVD-EMPLOYEE-ID.
           MOVE GP-GROSS-AMOUNT  TO TVD-CURRENT-GROSS.
           MOVE TRIAL-VAR-DETAIL TO PREVIEW-REPORT-LINE.
           PERFORM WRITE-PREVIEW-REPORT-LINE.
           ADD 1 TO TRIAL-EXCEPTIONS-CT.



      *----------------------------------------------------------------
      * WRITE-PREVIEW-RECORD / WRITE-PREVIEW-REPORT-LINE - common
      * writes for the trial's two outputs.  A failed write is an
      * abend: a short preview is worse than none, because it reads
      * as a clean period.
      *----------------------------------------------------------------
       WRITE-PREVIEW-RECORD.
           MOVE RL-RUN-ID              TO PV-RUN-ID.
           MOVE PAY-GROUP-WS           TO PV-PAY-GROUP.
           MOVE PAY-PERIOD-END-DATE-WS TO PV-PAY-PERIOD-END.

           WRITE PREVIEW-RECORD.

           IF NOT PREVIEW-STATUS-OK
               DISPLAY "PAYPREV FILE WRITE ERROR, STATUS: "
                   PREVIEW-FILE-STATUS
               PERFORM ABEND-TERM
           END-IF.



       WRITE-PREVIEW-REPORT-LINE.
           WRITE PREVIEW-REPORT-LINE.

           IF NOT PREVIEW-RPT-STATUS-OK
               DISPLAY "PREVRPT FILE WRITE ERROR, STATUS: "
                   PREVIEW-REPORT-STATUS
               PERFORM ABEND-TERM
           END-IF.



      *----------------------------------------------------------------
      * RECONCILE - control-total check before the run commits.
      * First, this invocation's own bookkeeping: the count of
      * GL-post - without it, resuming after a checkpoint permanently
      * excludes them from both checks.  Either mismatch means the
      * payroll for this pay group is not complete or not in balance,
      * so the work is rolled back rather than committed.  The merge
      * step of a partitioned run wrote nothing itself; its first
      * check is the partitions' own totals instead.
      *----------------------------------------------------------------
       RECONCILE.
           IF MERGE-RUN
               PERFORM RECONCILE-PARTITION-TOTALS
           ELSE
               PERFORM RECONCILE-RUN-TOTALS
           END-IF.

      * Same status predicate as EMPS-CSR - the completeness check



      *----------------------------------------------------------------
      * RECONCILE-RUN-TOTALS - this invocation's own count and gross
      * against GROSS_PAY.  Scoped to the entry types the regular run
      * itself creates - regular rows, the retro lines paid alongside
      * them, the final-check vacation payouts, and the supplemental
      * earnings lines.  Void/adjustment rows from an off-cycle run
      * against this same period must not pollute its control totals.
      *----------------------------------------------------------------
       RECONCILE-RUN-TOTALS.
           EXEC SQL
               SELECT COUNT(*), SUM(GROSS_AMOUNT)
                   INTO :RECONCILE-COUNT-WS, :RECONCILE-GROSS-WS
               FROM GROSS_PAY
               WHERE PAY_PERIOD_END = :PAY-PERIOD-END-DATE-WS
                 AND EMPLOYEE_ID > :RESTART-EMPLOYEE-ID
                 AND ENTRY_TYPE IN ('R', 'T', 'P', 'S')
           END-EXEC.
           PERFORM ERROR-HANDLING.

           IF RECONCILE-COUNT-WS NOT = GROSS-RECORDS-CREATED-CT
               OR RECONCILE-GROSS-WS NOT = CONTROL-TOTAL-GROSS-WS
               DISPLAY "RECONCILIATION FAILED - CONTROL TOTAL "
                   "GROSS EXPECTED " CONTROL-TOTAL-GROSS-WS
                   " FOUND " RECONCILE-GROSS-WS
               PERFORM RECONCILE-FAILED
           END-IF.



      *----------------------------------------------------------------
      * RECONCILE-PARTITION-TOTALS - the merge step's control-total
      * check.  Each partition committed its GROSS_PAY row count and
      * gross to its checkpoint row along with the rows themselves,
      * so their sum across the partitions must match a fresh count
      * and sum of the GROSS_PAY rows stamped with the shared RUN_ID,
      * over the same entry types RECONCILE-RUN-TOTALS counts.  The
      * partition sums become the run's record count and control
      * total for the run log.
      *----------------------------------------------------------------
       RECONCILE-PARTITION-TOTALS.
           EXEC SQL
               SELECT COALESCE(SUM(RECORD_COUNT), 0),
                      COALESCE(SUM(CONTROL_TOTAL_GROSS), 0)
                   INTO :CK-RECORD-COUNT, :CK-CONTROL-TOTAL
               FROM CHECKPOINT_CONTROL
               WHERE PAY_GROUP = :CK-PAY-GROUP
                 AND PARTITION_NO > 0
                 AND RUN_ID = :RL-RUN-ID
           END-EXEC.
           PERFORM ERROR-HANDLING.

           MOVE CK-RECORD-COUNT  TO GROSS-RECORDS-CREATED-CT.
           MOVE CK-CONTROL-TOTAL TO CONTROL-TOTAL-GROSS-WS.

           EXEC SQL
               SELECT COUNT(*), COALESCE(SUM(GROSS_AMOUNT), 0)
                   INTO :RECONCILE-COUNT-WS, :RECONCILE-GROSS-WS
               FROM GROSS_PAY
               WHERE PAY_PERIOD_END = :PAY-PERIOD-END-DATE-WS
                 AND RUN_ID = :RL-RUN-ID
                 AND ENTRY_TYPE IN ('R', 'T', 'P', 'S')
           END-EXEC.
           PERFORM ERROR-HANDLING.

           IF RECONCILE-COUNT-WS NOT = GROSS-RECORDS-CREATED-CT
               OR RECONCILE-GROSS-WS NOT = CONTROL-TOTAL-GROSS-WS
               DISPLAY "RECONCILIATION FAILED - PARTITION CONTROL "
                   "TOTAL GROSS " CONTROL-TOTAL-GROSS-WS
                   " FOUND " RECONCILE-GROSS-WS " FOR PAY RUN "
                   RL-RUN-ID
               PERFORM RECONCILE-FAILED
           END-IF.



      *----------------------------------------------------------------
      * RECONCILE-FAILED - reconciliation did not balance.  Roll back
      * everything this run inserted or updated and abend rather than
      * commit an out-of-balance payroll.  A trial that fails here
      * has found exactly what it was run to find; it leaves the
      * PAYRUN cycle step alone, since it never was the pay run.  A
      * merge that fails here posts nothing and leaves the shared
      * run log open: the partitions' rows are committed, and the
      * run must stay IN-PROGRESS to be found again once the cause is
      * fixed and the merge resubmitted.
      *----------------------------------------------------------------
       RECONCILE-FAILED.
           EXEC SQL ROLLBACK WORK END-EXEC.

           MOVE 'FAILED' TO RL-RUN-STATUS.
           MOVE GROSS-RECORDS-CREATED-CT TO RL-RECORD-COUNT.
           IF NOT MERGE-RUN
               PERFORM CLOSE-RUN-LOG
           END-IF.
           IF NOT TRIAL-RUN
               MOVE 'PAYRUN' TO CC-STEP-CODE
               MOVE 'FAIL'   TO CC-STEP-STATUS
               PERFORM RECORD-CYCLE-STEP
           END-IF.
           EXEC SQL COMMIT WORK END-EXEC.

           EXEC SQL DISCONNECT ALL END-EXEC.
           PERFORM ERROR-HANDLING.

      * Scoped to the regular run's own entry types ('R', the 'T'
      * retro lines it pays, the 'P' vacation payouts, and the 'S'
      * supplemental earnings lines): void/
      * adjustment rows post their GL offsets row by row as the
      * off-cycle run writes them, so the period-wide sweep here
      * must not post them a second time.
               WHERE GP.EMPLOYEE_ID = ED.ID
                 AND ED.PAY_GROUP = :CK-PAY-GROUP
                 AND GP.PAY_PERIOD_END = :PAY-PERIOD-END-DATE-WS
                 AND GP.ENTRY_TYPE IN ('R', 'T', 'P', 'S')
               GROUP BY GP.PAY_TYPE
           END-EXEC.


           IF DEPT-ROWS-WS > ZERO
               PERFORM POST-GL-DEPT
               PERFORM POST-GL-SUPPLEMENTAL
           END-IF.


      * dollars would vanish from the wage legs while the TAX/DED
      * legs posted in full, committing an out-of-balance feed - so
      * POST-GL-UNMAPPED posts them through the per-pay-type wage
      * accounts the collapsed sweep always used.  Supplemental
      * earnings rows whose EARNINGS_CODE names a GL account are left
      * to POST-GL-SUPPLEMENTAL; a code with no account keyed posts
      * with its department like any other wages.
      *----------------------------------------------------------------
       POST-GL-DEPT.
           EXEC SQL DECLARE DEPTTOT-CSR CURSOR FOR
               WHERE LX.EMPLOYEE_ID = ED.ID
                 AND ED.PAY_GROUP = :CK-PAY-GROUP
                 AND LX.PAY_PERIOD_END = :PAY-PERIOD-END-DATE-WS
                 AND NOT EXISTS
                     (SELECT 1 FROM EARNINGS_CODE EC
                      WHERE EC.EARNINGS_CODE = LX.EARNINGS_CODE
                        AND EC.GL_ACCOUNT <> ' ')
               GROUP BY LX.DEPARTMENT
           END-EXEC.

                 AND NOT EXISTS
                     (SELECT 1 FROM GL_DEPT_XREF DX
                      WHERE DX.DEPARTMENT = LX.DEPARTMENT)
                 AND NOT EXISTS
                     (SELECT 1 FROM EARNINGS_CODE EC
                      WHERE EC.EARNINGS_CODE = LX.EARNINGS_CODE
                        AND EC.GL_ACCOUNT <> ' ')
               GROUP BY ED.PAY_TYPE
           END-EXEC.




      *----------------------------------------------------------------
      * POST-GL-SUPPLEMENTAL - the period's supplemental earnings
      * wage legs, one GL_POSTING row per GL account the earnings
      * codes name - a bonus posts to bonus expense and a
      * reimbursement to the expense account it reimburses, not to
      * the department's wages.  These are exactly the distribution
      * rows POST-GL-DEPT and POST-GL-UNMAPPED passed over, so the
      * wage legs still total the TAX/DED legs' dollars.
      *----------------------------------------------------------------
       POST-GL-SUPPLEMENTAL.
           EXEC SQL DECLARE SUPPGL-CSR CURSOR FOR
               SELECT EC.GL_ACCOUNT, SUM(LX.GROSS_AMOUNT)
               FROM LABOR_DISTRIBUTION LX, EMPLOYEE_DETAILS ED,
                    EARNINGS_CODE EC
               WHERE LX.EMPLOYEE_ID = ED.ID
                 AND ED.PAY_GROUP = :CK-PAY-GROUP
                 AND LX.PAY_PERIOD_END = :PAY-PERIOD-END-DATE-WS
                 AND EC.EARNINGS_CODE = LX.EARNINGS_CODE
                 AND EC.GL_ACCOUNT <> ' '
               GROUP BY EC.GL_ACCOUNT
           END-EXEC.

           EXEC SQL OPEN SUPPGL-CSR END-EXEC.
           PERFORM ERROR-HANDLING.

           EXEC SQL
               FETCH SUPPGL-CSR
                   INTO :EC-GL-ACCOUNT, :GX-WAGE-TOTAL
           END-EXEC.

           PERFORM POST-GL-SUPPLEMENTAL-ROW UNTIL SQLCODE NOT = ZERO.

           IF SQLCODE NOT = 100
               DISPLAY "FETCH ERROR ON SUPPGL-CSR, SQLCODE: " SQLCODE
               PERFORM ERROR-HANDLING
           END-IF.

           EXEC SQL CLOSE SUPPGL-CSR END-EXEC.
           PERFORM ERROR-HANDLING.



       POST-GL-SUPPLEMENTAL-ROW.
           MOVE PAY-PERIOD-END-DATE-WS TO GL-PAY-PERIOD-END.
           MOVE EC-GL-ACCOUNT TO GL-ACCOUNT-NUMBER.
           MOVE 'WAGE' TO GL-AMOUNT-TYPE.
           MOVE GX-WAGE-TOTAL TO GL-AMOUNT.
           PERFORM INSERT-GL-POSTING.

           EXEC SQL
               FETCH SUPPGL-CSR
                   INTO :EC-GL-ACCOUNT, :GX-WAGE-TOTAL
           END-EXEC.



      *----------------------------------------------------------------
      * POST-GL-TYPE - look up the GL accounts for the pay type
      * GLTOT-CSR just fetched and post its totals.  The wage leg
      * reprocessing the whole EMPLOYEE_DETAILS cursor.  The
      * adjustment run keeps no checkpoint and must never commit a
      * half-applied request file, so its failure path is a plain
      * rollback; so is a trial's, which has nothing to keep and no
      * checkpoint or cycle step it may touch.  A merge step has
      * written nothing but what it is rolling back; it leaves the
      * shared run open, and the group is neither posted nor closed
      * until a merge succeeds.  A failed partition marks only its
      * own checkpoint row FAILED, at the point its last commit left
      * it, and leaves the shared run open for its siblings and its
      * own resubmission.
      *----------------------------------------------------------------
       ABEND-TERM.
           MOVE 'FAILED' TO RL-RUN-STATUS.

           IF TRIAL-RUN
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE GROSS-RECORDS-CREATED-CT TO RL-RECORD-COUNT
               PERFORM CLOSE-RUN-LOG
               EXEC SQL COMMIT WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               DISPLAY "PAYRL00001 TRIAL RUN ABENDED - WORK ROLLED "
                   "BACK"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF ADJUSTMENT-RUN
               EXEC SQL ROLLBACK WORK END-EXEC
               MOVE ADJ-ROWS-WRITTEN-CT TO RL-RECORD-COUNT
               STOP RUN
           END-IF.

           IF MERGE-RUN
               EXEC SQL ROLLBACK WORK END-EXEC
               IF RL-RUN-ID > ZERO
                   MOVE 'PAYRUN' TO CC-STEP-CODE
                   MOVE 'FAIL'   TO CC-STEP-STATUS
                   PERFORM RECORD-CYCLE-STEP
               END-IF
               EXEC SQL COMMIT WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               DISPLAY "PAYRL00001 MERGE ABENDED - PAY GROUP "
                   PAY-GROUP-WS " NOT POSTED OR CLOSED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF PARTITION-RUN
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL
                   UPDATE CHECKPOINT_CONTROL
                   SET RUN_STATUS = 'FAILED'
                   WHERE PAY_GROUP = :CK-PAY-GROUP
                     AND PARTITION_NO = :CK-PARTITION-NO
                     AND RUN_ID = :RL-RUN-ID
               END-EXEC
           ELSE
               MOVE GROSS-RECORDS-CREATED-CT TO RL-RECORD-COUNT
               PERFORM CLOSE-RUN-LOG
               EXEC SQL
                   UPDATE CHECKPOINT_CONTROL
                   SET LAST_EMPLOYEE_ID = :LAST-EMPLOYEE-ID-WS,
                       RUN_STATUS = 'FAILED'
                   WHERE PAY_GROUP = :CK-PAY-GROUP
                     AND COALESCE(PARTITION_NO, 0) = :CK-PARTITION-NO
               END-EXEC
           END-IF.

      * Only a run that got as far as opening its run log has a
      * PAYRUN step to mark; an abend during the start-up checks
      * leaves the cycle control row as the last run left it.
           IF RL-RUN-ID > ZERO
               MOVE 'PAYRUN' TO CC-STEP-CODE
               MOVE 'FAIL'   TO CC-STEP-STATUS
               PERFORM RECORD-CYCLE-STEP
           END-IF.

           EXEC SQL COMMIT WORK END-EXEC.
           EXEC SQL DISCONNECT ALL END-EXEC.

      *----------------------------------------------------------------
      * CALC-NET-PAY - withhold tax and deductions from the gross
      * amount just computed.  Tax is a flat percentage of taxable
      * wages keyed off the employee's filing status on the
      * DEDUCTIONS row; an employee with no row is treated as filing
      * SINGLE.  Deductions come from the employee's
      * DEDUCTION_ELECTIONS rows: the pre-tax codes (DEDUCTION_CODE
      * treatment 'P') first, in priority order against the whole
      * gross, then withholding on what they leave, then the post-tax
      * codes in priority order against what is left after tax -
      * each election takes its per-period amount (or percent of
      * gross) plus any arrears owed, capped at its goal and at what
      * the check can still cover, so net pay never goes below zero;
      * what could not be taken waits in the election's arrears
      * balance for a later period.  An employee with no elections on
      * file falls back to the old single benefit/garnishment amounts
      * on the DEDUCTIONS row, taken post-tax and capped the same
      * way.  Garnishment orders come off right after withholding,
      * ahead of every post-tax election (TAKE-GARNISHMENTS); an
      * employee with orders on file no longer takes the legacy
      * garnishment amount.  Nothing is persisted here: the takes
      * land in the election plan table and CREATE-GROSS applies them
      * once the check's own row is in.
      *----------------------------------------------------------------
       CALC-NET-PAY.
           MOVE EMPLOYEE-ID TO DD-EMPLOYEE-ID.
                   MOVE 0.220 TO TAX-PERCENT-WS
           END-EVALUATE.

           MOVE GROSS-AMOUNT-WS TO AVAILABLE-NET-WS.
           IF AVAILABLE-NET-WS < ZERO
               MOVE ZERO TO AVAILABLE-NET-WS
           END-IF.

           MOVE ZERO TO TAX-AMOUNT-WS.
           MOVE ZERO TO PRETAX-DEDUCTION-WS.
           MOVE 'N' TO TAX-FIGURED-SW.
           MOVE ZERO TO DEDUCTION-AMOUNT-WS.
           MOVE ZERO TO ELECTION-COUNT-WS.
           MOVE ZERO TO ELECTION-PLAN-COUNT-WS.
           MOVE ZERO TO GARNISH-COUNT-WS.

           PERFORM TAKE-ELECTIONS.

      * Every election was pre-tax, or there were none at all.
           IF NOT TAX-FIGURED
               PERFORM FIGURE-WITHHOLDING
           END-IF.

           IF ELECTION-COUNT-WS = ZERO
               PERFORM TAKE-LEGACY-DEDUCTIONS
           END-IF.



      *----------------------------------------------------------------
      * FIGURE-WITHHOLDING - tax the check on its gross less the
      * pre-tax takes already planned, and leave the post-tax
      * elections what remains after the tax.  Performed once per
      * check, at the first post-tax election or after the last
      * election when there is none.  The garnishment orders are
      * taken here too, so they always come off ahead of the post-tax
      * elections.
      *----------------------------------------------------------------
       FIGURE-WITHHOLDING.
           COMPUTE TAXABLE-WAGES-WS =
               GROSS-AMOUNT-WS - PRETAX-DEDUCTION-WS.
           IF TAXABLE-WAGES-WS < ZERO
               MOVE ZERO TO TAXABLE-WAGES-WS
           END-IF.

           COMPUTE TAX-AMOUNT-WS = TAXABLE-WAGES-WS * TAX-PERCENT-WS.

           SUBTRACT TAX-AMOUNT-WS FROM AVAILABLE-NET-WS.
           IF AVAILABLE-NET-WS < ZERO
               MOVE ZERO TO AVAILABLE-NET-WS
           END-IF.

           MOVE 'Y' TO TAX-FIGURED-SW.

           PERFORM TAKE-GARNISHMENTS.



      *----------------------------------------------------------------
      * TAKE-GARNISHMENTS - load the employee's garnishment orders in
      * force for the period and take them against disposable
      * earnings one priority rank at a time, then plan every order
      * that wanted anything - a zero take included, so the
      * exception report and the agency see the order was not taken
      * and why.  What an order wants is its flat amount or its
      * percent of disposable earnings, never more than is still
      * owed on it.
      *----------------------------------------------------------------
       TAKE-GARNISHMENTS.
           MOVE ZERO TO GARNISH-COUNT-WS.
           MOVE ZERO TO POOL-TAKEN-WS.

           COMPUTE DISPOSABLE-EARNINGS-WS =
               GROSS-AMOUNT-WS - TAX-AMOUNT-WS.
           IF DISPOSABLE-EARNINGS-WS < ZERO
               MOVE ZERO TO DISPOSABLE-EARNINGS-WS
           END-IF.

           MOVE EMPLOYEE-ID TO GO-EMPLOYEE-ID.

           EXEC SQL DECLARE GARN-CSR CURSOR FOR
               SELECT CASE ORDER_TYPE WHEN 'CS' THEN 1
                                      WHEN 'TL' THEN 2
                                      WHEN 'SL' THEN 3
                                      ELSE 4 END,
                      CASE_NUMBER, ORDER_TYPE, DEDUCTION_CODE,
                      CALC_METHOD, PERIOD_AMOUNT, PERIOD_PCT,
                      TOTAL_OWED, TOTAL_TAKEN,
                      SUPPORT_LIMIT_PCT, STATE_LIMIT_PCT
               FROM GARNISHMENT_ORDER
               WHERE EMPLOYEE_ID = :GO-EMPLOYEE-ID
                 AND START_DATE <= :PAY-PERIOD-END-DATE-WS
                 AND (STOP_DATE = 0
                      OR STOP_DATE >= :PAY-PERIOD-START-DATE-WS)
                 AND (TOTAL_OWED = 0 OR TOTAL_TAKEN < TOTAL_OWED)
               ORDER BY 1, START_DATE, CASE_NUMBER
           END-EXEC.

           EXEC SQL OPEN GARN-CSR END-EXEC.
           PERFORM ERROR-HANDLING.

           PERFORM FETCH-GARNISHMENT.

           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM LOAD-ONE-ORDER
               PERFORM FETCH-GARNISHMENT
           END-PERFORM.

           IF SQLCODE NOT = 100
               DISPLAY "FETCH ERROR ON GARN-CSR, SQLCODE: " SQLCODE
               PERFORM ERROR-HANDLING
           END-IF.

           EXEC SQL CLOSE GARN-CSR END-EXEC.
           PERFORM ERROR-HANDLING.

           PERFORM TAKE-ORDER-CLASS
               VARYING ORDER-CLASS-WS FROM 1 BY 1
               UNTIL ORDER-CLASS-WS > 4.

           PERFORM PLAN-ONE-ORDER
               VARYING GARNISH-IX FROM 1 BY 1
               UNTIL GARNISH-IX > GARNISH-COUNT-WS.



       FETCH-GARNISHMENT.
           EXEC SQL
               FETCH GARN-CSR
                   INTO :ORDER-RANK-WS, :GO-CASE-NUMBER,
                        :GO-ORDER-TYPE, :GO-DEDUCTION-CODE,
                        :GO-CALC-METHOD, :GO-PERIOD-AMOUNT,
                        :GO-PERIOD-PERCENT, :GO-TOTAL-OWED,
                        :GO-TOTAL-TAKEN, :GO-SUPPORT-LIMIT-PCT,
                        :GO-STATE-LIMIT-PCT
           END-EXEC.



      *----------------------------------------------------------------
      * LOAD-ONE-ORDER - park one order in the garnishment table with
      * what it wants this period and the federal limit its rank is
      * held to.  A support order's limit is the percent on the order
      * (50% when none is keyed); a tax levy has none.
      *----------------------------------------------------------------
       LOAD-ONE-ORDER.
           IF GARNISH-COUNT-WS >= GARNISH-MAX
               DISPLAY "GARNISHMENT TABLE FULL FOR EMPLOYEE "
                   EMPLOYEE-ID
               PERFORM ABEND-TERM
           END-IF.

           ADD 1 TO GARNISH-COUNT-WS.
           MOVE GO-CASE-NUMBER
               TO GT-CASE-NUMBER (GARNISH-COUNT-WS).
           MOVE GO-DEDUCTION-CODE
               TO GT-DEDUCTION-CODE (GARNISH-COUNT-WS).
           MOVE ORDER-RANK-WS TO GT-ORDER-RANK (GARNISH-COUNT-WS).
           MOVE GO-STATE-LIMIT-PCT
               TO GT-STATE-PCT (GARNISH-COUNT-WS).
           MOVE GO-TOTAL-TAKEN
               TO GT-TOTAL-TAKEN (GARNISH-COUNT-WS).
           MOVE ZERO TO GT-TAKE (GARNISH-COUNT-WS).
           MOVE SPACE TO GT-LIMIT-REASON (GARNISH-COUNT-WS).

           EVALUATE TRUE
               WHEN GO-SUPPORT-ORDER
                   IF GO-SUPPORT-LIMIT-PCT > ZERO
                       MOVE GO-SUPPORT-LIMIT-PCT
                           TO GT-LIMIT-PCT (GARNISH-COUNT-WS)
                   ELSE
                       MOVE SUPPORT-DEFAULT-PCT
                           TO GT-LIMIT-PCT (GARNISH-COUNT-WS)
                   END-IF
               WHEN GO-TAX-LEVY
                   MOVE 1 TO GT-LIMIT-PCT (GARNISH-COUNT-WS)
               WHEN GO-STUDENT-LOAN
                   MOVE STUDENT-LOAN-LIMIT-PCT
                       TO GT-LIMIT-PCT (GARNISH-COUNT-WS)
               WHEN OTHER
                   MOVE CREDITOR-LIMIT-PCT
                       TO GT-LIMIT-PCT (GARNISH-COUNT-WS)
           END-EVALUATE.

           IF GO-CALC-METHOD = 'P'
               COMPUTE GT-ORDERED (GARNISH-COUNT-WS) ROUNDED =
                   DISPOSABLE-EARNINGS-WS * GO-PERIOD-PERCENT
           ELSE
               MOVE GO-PERIOD-AMOUNT TO GT-ORDERED (GARNISH-COUNT-WS)
           END-IF.

           IF GO-TOTAL-OWED > ZERO
               COMPUTE CAP-FIGURE-WS = GO-TOTAL-OWED - GO-TOTAL-TAKEN
               IF GT-ORDERED (GARNISH-COUNT-WS) > CAP-FIGURE-WS
                   MOVE CAP-FIGURE-WS
                       TO GT-ORDERED (GARNISH-COUNT-WS)
               END-IF
           END-IF.



      *----------------------------------------------------------------
      * TAKE-ORDER-CLASS - take every order of one priority rank.  The
      * rank's limit is figured once from the lowest limit among its
      * orders; when together they want more than that, each gets
      * its share of the limit in proportion to what it ordered
      * (truncated to the cent, so the shares never overrun it).
      *----------------------------------------------------------------
       TAKE-ORDER-CLASS.
           MOVE ZERO TO CLASS-ORDER-CT.
           MOVE ZERO TO CLASS-ORDERED-WS.
           MOVE ZERO TO CLASS-TAKEN-WS.
           MOVE ZERO TO CLASS-STATE-PCT-WS.
           MOVE 1 TO CLASS-LIMIT-PCT-WS.

           PERFORM SUM-CLASS-ORDER
               VARYING GARNISH-IX FROM 1 BY 1
               UNTIL GARNISH-IX > GARNISH-COUNT-WS.

           IF CLASS-ORDER-CT > ZERO
               PERFORM FIGURE-CLASS-CAP
               PERFORM TAKE-CLASS-ORDER
                   VARYING GARNISH-IX FROM 1 BY 1
                   UNTIL GARNISH-IX > GARNISH-COUNT-WS
               SUBTRACT CLASS-TAKEN-WS FROM AVAILABLE-NET-WS
               ADD CLASS-TAKEN-WS TO DEDUCTION-AMOUNT-WS
               IF ORDER-CLASS-WS NOT = 2
                   ADD CLASS-TAKEN-WS TO POOL-TAKEN-WS
               END-IF
           END-IF.



       SUM-CLASS-ORDER.
           IF GT-ORDER-RANK (GARNISH-IX) = ORDER-CLASS-WS
               ADD 1 TO CLASS-ORDER-CT
               ADD GT-ORDERED (GARNISH-IX) TO CLASS-ORDERED-WS
               IF GT-LIMIT-PCT (GARNISH-IX) < CLASS-LIMIT-PCT-WS
                   MOVE GT-LIMIT-PCT (GARNISH-IX)
                       TO CLASS-LIMIT-PCT-WS
               END-IF
               IF GT-STATE-PCT (GARNISH-IX) > ZERO
                   IF CLASS-STATE-PCT-WS = ZERO
                   OR GT-STATE-PCT (GARNISH-IX) < CLASS-STATE-PCT-WS
                       MOVE GT-STATE-PCT (GARNISH-IX)
                           TO CLASS-STATE-PCT-WS
                   END-IF
               END-IF
           END-IF.



      *----------------------------------------------------------------
      * FIGURE-CLASS-CAP - the most this rank may take, and the
      * reason to record against an order held to it.  A tax levy is
      * held only to what the check still covers.  The others start
      * at their federal percent of disposable earnings (FEDLIMIT),
      * come down to a lower state percent (STLIMIT), and a student
      * loan or creditor levy also to what is left of the 25% pool -
      * itself never more than the earnings above the minimum-wage
      * floor - once support and the ranks ahead have drawn on it
      * (PRIORITY).  Last, nothing may take more than the check
      * still covers (NETPAY).
      *----------------------------------------------------------------
       FIGURE-CLASS-CAP.
           IF ORDER-CLASS-WS = 2
               MOVE AVAILABLE-NET-WS TO CLASS-CAP-WS
               MOVE "NETPAY" TO CAP-REASON-WS
           ELSE
               COMPUTE CLASS-CAP-WS =
                   DISPOSABLE-EARNINGS-WS * CLASS-LIMIT-PCT-WS
               MOVE "FEDLIMIT" TO CAP-REASON-WS

               IF ORDER-CLASS-WS > 2
                   COMPUTE POOL-CAP-WS =
                       DISPOSABLE-EARNINGS-WS * CREDITOR-LIMIT-PCT
                   COMPUTE CAP-FIGURE-WS =
                       DISPOSABLE-EARNINGS-WS - MIN-WAGE-FLOOR-WS
                   IF CAP-FIGURE-WS < POOL-CAP-WS
                       MOVE CAP-FIGURE-WS TO POOL-CAP-WS
                   END-IF
                   IF POOL-CAP-WS < CLASS-CAP-WS
                       MOVE POOL-CAP-WS TO CLASS-CAP-WS
                   END-IF
               END-IF

               IF CLASS-STATE-PCT-WS > ZERO
                   COMPUTE CAP-FIGURE-WS =
                       DISPOSABLE-EARNINGS-WS * CLASS-STATE-PCT-WS
                   IF CAP-FIGURE-WS < CLASS-CAP-WS
                       MOVE CAP-FIGURE-WS TO CLASS-CAP-WS
                       MOVE "STLIMIT" TO CAP-REASON-WS
                   END-IF
               END-IF

               IF ORDER-CLASS-WS > 2
                   COMPUTE CAP-FIGURE-WS =
                       POOL-CAP-WS - POOL-TAKEN-WS
                   IF CAP-FIGURE-WS < CLASS-CAP-WS
                       MOVE CAP-FIGURE-WS TO CLASS-CAP-WS
                       MOVE "PRIORITY" TO CAP-REASON-WS
                   END-IF
               END-IF

               IF CLASS-CAP-WS < ZERO
                   MOVE ZERO TO CLASS-CAP-WS
               END-IF

               IF AVAILABLE-NET-WS < CLASS-CAP-WS
                   MOVE AVAILABLE-NET-WS TO CLASS-CAP-WS
                   MOVE "NETPAY" TO CAP-REASON-WS
               END-IF
           END-IF.



       TAKE-CLASS-ORDER.
           IF GT-ORDER-RANK (GARNISH-IX) = ORDER-CLASS-WS
               IF CLASS-ORDERED-WS > CLASS-CAP-WS
                   COMPUTE GT-TAKE (GARNISH-IX) =
                       GT-ORDERED (GARNISH-IX) * CLASS-CAP-WS
                           / CLASS-ORDERED-WS
                   IF CLASS-ORDER-CT > 1
                       MOVE "PRORATED" TO GT-LIMIT-REASON (GARNISH-IX)
                   ELSE
                       MOVE CAP-REASON-WS
                           TO GT-LIMIT-REASON (GARNISH-IX)
                   END-IF
               ELSE
                   MOVE GT-ORDERED (GARNISH-IX) TO GT-TAKE (GARNISH-IX)
               END-IF
               ADD GT-TAKE (GARNISH-IX) TO CLASS-TAKEN-WS
           END-IF.



      *----------------------------------------------------------------
      * PLAN-ONE-ORDER - park an order's take in the election plan
      * table, flagged as a garnishment order so APPLY-ONE-ELECTION
      * updates its TOTAL_TAKEN and the register row carries its case
      * number, what it ordered, and why it got less.
      *----------------------------------------------------------------
       PLAN-ONE-ORDER.
           IF GT-ORDERED (GARNISH-IX) > ZERO
               IF ELECTION-PLAN-COUNT-WS >= ELECTION-PLAN-MAX
                   DISPLAY "ELECTION PLAN TABLE FULL FOR EMPLOYEE "
                       EMPLOYEE-ID
                   PERFORM ABEND-TERM
               END-IF
               ADD 1 TO ELECTION-PLAN-COUNT-WS
               MOVE GT-DEDUCTION-CODE (GARNISH-IX)
                   TO EP-DEDUCTION-CODE (ELECTION-PLAN-COUNT-WS)
               MOVE 'G' TO EP-ON-FILE-SW (ELECTION-PLAN-COUNT-WS)
               MOVE GT-TAKE (GARNISH-IX)
                   TO EP-TAKE-AMOUNT (ELECTION-PLAN-COUNT-WS)
               COMPUTE EP-NEW-YTD-TAKEN (ELECTION-PLAN-COUNT-WS) =
                   GT-TOTAL-TAKEN (GARNISH-IX) + GT-TAKE (GARNISH-IX)
               MOVE ZERO
                   TO EP-NEW-ARREARS (ELECTION-PLAN-COUNT-WS)
                      EP-ARREARS-DELTA (ELECTION-PLAN-COUNT-WS)
               MOVE GT-CASE-NUMBER (GARNISH-IX)
                   TO EP-CASE-NUMBER (ELECTION-PLAN-COUNT-WS)
               MOVE GT-ORDERED (GARNISH-IX)
                   TO EP-AMOUNT-ORDERED (ELECTION-PLAN-COUNT-WS)
               MOVE GT-LIMIT-REASON (GARNISH-IX)
                   TO EP-LIMIT-REASON (ELECTION-PLAN-COUNT-WS)
           END-IF.



      *----------------------------------------------------------------
      * TAKE-LEGACY-DEDUCTIONS - an employee with no election rows
      * falls back to the single benefit and garnishment amounts on
      * the DEDUCTIONS row, benefit first, each capped at what the
      * check still covers.  Each nonzero take is planned as its own
      * BENEFIT or GARNISH line so these checks itemize on the pay
      * statements the same way elected deductions do.  An employee
      * with garnishment orders on file has had them taken already;
      * the legacy garnishment amount gives way to them.
      *----------------------------------------------------------------
       TAKE-LEGACY-DEDUCTIONS.
           MOVE DD-BENEFIT-AMOUNT TO DESIRED-DEDUCTION-WS.
           MOVE "BENEFIT" TO LEGACY-CODE-WS.
           PERFORM PLAN-LEGACY-TAKE.

           IF GARNISH-COUNT-WS = ZERO
               MOVE DD-GARNISHMENT-AMOUNT TO DESIRED-DEDUCTION-WS
               MOVE "GARNISH" TO LEGACY-CODE-WS
               PERFORM PLAN-LEGACY-TAKE
           END-IF.



                   TO EP-NEW-YTD-TAKEN (ELECTION-PLAN-COUNT-WS)
                      EP-NEW-ARREARS (ELECTION-PLAN-COUNT-WS)
                      EP-ARREARS-DELTA (ELECTION-PLAN-COUNT-WS)
                      EP-AMOUNT-ORDERED (ELECTION-PLAN-COUNT-WS)
               MOVE SPACE
                   TO EP-CASE-NUMBER (ELECTION-PLAN-COUNT-WS)
                      EP-LIMIT-REASON (ELECTION-PLAN-COUNT-WS)
               SUBTRACT TAKE-DEDUCTION-WS FROM AVAILABLE-NET-WS
               ADD TAKE-DEDUCTION-WS TO DEDUCTION-AMOUNT-WS
           END-IF.

      *----------------------------------------------------------------
      * TAKE-ELECTIONS - run the employee's deduction elections in
      * priority order against the check, the pre-tax codes ahead of
      * the post-tax ones.  A code with no DEDUCTION_CODE row reads
      * as post-tax.  Each election's new
      * YTD_TAKEN/ARREARS_BALANCE and its take are computed here and
      * parked in the election plan table; APPLY-ELECTIONS persists
      * them (and the DEDUCTION_REGISTER rows the statements itemize
           MOVE EMPLOYEE-ID TO EL-EMPLOYEE-ID.

           EXEC SQL DECLARE ELECT-CSR CURSOR FOR
               SELECT DE.PRIORITY, DE.DEDUCTION_CODE, DE.CALC_METHOD,
                      DE.AMOUNT, DE.PCT, DE.GOAL_AMOUNT, DE.YTD_TAKEN,
                      DE.ARREARS_BALANCE,
                      COALESCE(DC.TAX_TREATMENT, ' ')
               FROM DEDUCTION_ELECTIONS DE
                    LEFT OUTER JOIN DEDUCTION_CODE DC
                      ON DC.DEDUCTION_CODE = DE.DEDUCTION_CODE
               WHERE DE.EMPLOYEE_ID = :EL-EMPLOYEE-ID
               ORDER BY CASE WHEN DC.TAX_TREATMENT = 'P' THEN 0
                             ELSE 1 END,
                        DE.PRIORITY
           END-EXEC.

           EXEC SQL OPEN ELECT-CSR END-EXEC.
                   INTO :EL-PRIORITY, :EL-DEDUCTION-CODE,
                        :EL-CALC-METHOD, :EL-AMOUNT, :EL-PERCENT,
                        :EL-GOAL-AMOUNT, :EL-YTD-TAKEN,
                        :EL-ARREARS-BALANCE, :DC-TAX-TREATMENT
           END-EXEC.


      * the goal caps the owed figure (reaching the goal also
      * extinguishes any arrears beyond it), and the check's
      * remaining net caps what is actually taken.  The shortfall
      * becomes the new arrears balance.  The first post-tax
      * election figures the withholding before it takes anything.
      *----------------------------------------------------------------
       TAKE-ONE-ELECTION.
           IF NOT DC-PRE-TAX AND NOT TAX-FIGURED
               PERFORM FIGURE-WITHHOLDING
           END-IF.

           MOVE EL-ARREARS-BALANCE TO PRIOR-ARREARS-WS.

           IF EL-CALC-METHOD = 'P'
           SUBTRACT TAKE-DEDUCTION-WS FROM AVAILABLE-NET-WS.
           ADD TAKE-DEDUCTION-WS TO DEDUCTION-AMOUNT-WS.

           IF DC-PRE-TAX
               ADD TAKE-DEDUCTION-WS TO PRETAX-DEDUCTION-WS
           END-IF.



      *----------------------------------------------------------------
               TO EP-NEW-ARREARS (ELECTION-PLAN-COUNT-WS).
           COMPUTE EP-ARREARS-DELTA (ELECTION-PLAN-COUNT-WS) =
               PRIOR-ARREARS-WS - EL-ARREARS-BALANCE.
           MOVE ZERO TO EP-AMOUNT-ORDERED (ELECTION-PLAN-COUNT-WS).
           MOVE SPACE TO EP-CASE-NUMBER (ELECTION-PLAN-COUNT-WS)
                         EP-LIMIT-REASON (ELECTION-PLAN-COUNT-WS).



      * computed, now that the GROSS_PAY row it belongs to is safely
      * inserted: each planned election writes its new YTD/arrears
      * figures back to DEDUCTION_ELECTIONS (legacy BENEFIT/GARNISH
      * lines have no election row to update), each garnishment order
      * its new TOTAL_TAKEN to GARNISHMENT_ORDER, and every line lands
      * on the DEDUCTION_REGISTER.  Emptying the plan afterward keeps a
      * retro line or any later insert from applying it twice.
      *----------------------------------------------------------------
       APPLY-ELECTIONS.
               PERFORM ERROR-HANDLING
           END-IF.

           IF EP-GARNISH-ORDER (ELECTION-PLAN-IX)
               MOVE EMPLOYEE-ID TO GO-EMPLOYEE-ID
               MOVE EP-CASE-NUMBER (ELECTION-PLAN-IX)
                   TO GO-CASE-NUMBER
               MOVE EP-NEW-YTD-TAKEN (ELECTION-PLAN-IX)
                   TO GO-TOTAL-TAKEN
               EXEC SQL
                   UPDATE GARNISHMENT_ORDER
                   SET TOTAL_TAKEN = :GO-TOTAL-TAKEN
                   WHERE EMPLOYEE_ID = :GO-EMPLOYEE-ID
                     AND CASE_NUMBER = :GO-CASE-NUMBER
               END-EXEC
               PERFORM ERROR-HANDLING
           END-IF.

           PERFORM WRITE-DEDUCTION-REGISTER.


               TO DR-ARREARS-BALANCE.
           MOVE RL-RUN-ID              TO DR-RUN-ID.
           MOVE GP-ENTRY-TYPE          TO DR-ENTRY-TYPE.
           MOVE EP-CASE-NUMBER (ELECTION-PLAN-IX)
               TO DR-CASE-NUMBER.
           MOVE EP-AMOUNT-ORDERED (ELECTION-PLAN-IX)
               TO DR-AMOUNT-ORDERED.
           MOVE EP-LIMIT-REASON (ELECTION-PLAN-IX)
               TO DR-LIMIT-REASON.

           EXEC SQL
               INSERT INTO DEDUCTION_REGISTER
                   (EMPLOYEE_ID, PAY_PERIOD_END, DEDUCTION_CODE,
                    AMOUNT_TAKEN, AMOUNT_ARREARS, ARREARS_BALANCE,
                    RUN_ID, ENTRY_TYPE, CASE_NUMBER, AMOUNT_ORDERED,
                    LIMIT_REASON)
               VALUES
                   (:DR-EMPLOYEE-ID, :DR-PAY-PERIOD-END,
                    :DR-DEDUCTION-CODE, :DR-AMOUNT-TAKEN,
                    :DR-AMOUNT-ARREARS, :DR-ARREARS-BALANCE,
                    :DR-RUN-ID, :DR-ENTRY-TYPE, :DR-CASE-NUMBER,
                    :DR-AMOUNT-ORDERED, :DR-LIMIT-REASON)
           END-EXEC.
           PERFORM ERROR-HANDLING.

           MOVE TAX-AMOUNT-WS         TO GP-TAX-AMOUNT.
           MOVE DEDUCTION-AMOUNT-WS   TO GP-DEDUCTION-AMOUNT.
           MOVE NET-AMOUNT-WS         TO GP-NET-AMOUNT.
           MOVE TAXABLE-WAGES-WS      TO GP-TAXABLE-WAGES.
           MOVE ENTRY-TYPE-WS         TO GP-ENTRY-TYPE.

           MOVE ZERO TO GP-WORKED-HOURS.
                   (EMPLOYEE_ID, PAY_PERIOD_END, PAY_TYPE, HOURS,
                    WORKED_HOURS, RATE_OR_SALARY, GROSS_AMOUNT,
                    TAX_AMOUNT, DEDUCTION_AMOUNT, NET_AMOUNT,
                    TAXABLE_WAGES, ENTRY_TYPE, RUN_ID)
               VALUES
                   (:GP-EMPLOYEE-ID, :GP-PAY-PERIOD-END, :GP-PAY-TYPE,
                    :GP-HOURS, :GP-WORKED-HOURS, :GP-RATE-OR-SALARY,
                    :GP-GROSS-AMOUNT, :GP-TAX-AMOUNT,
                    :GP-DEDUCTION-AMOUNT, :GP-NET-AMOUNT,
                    :GP-TAXABLE-WAGES, :GP-ENTRY-TYPE, :RL-RUN-ID)
           END-EXEC.
           PERFORM ERROR-HANDLING.

               ADD GROSS-AMOUNT-WS TO CONTROL-TOTAL-GROSS-WS
               ADD 1 TO GROSS-RECORDS-CREATED-CT

      * A trial is one transaction TRIAL-TERM rolls back whole, so
      * it never commits at an interval and keeps no checkpoint.
               IF NOT TRIAL-RUN
                   PERFORM CHECKPOINT-SAVE
               END-IF
           END-IF.


           EXEC SQL
               INSERT INTO LABOR_DISTRIBUTION
                   (EMPLOYEE_ID, PAY_PERIOD_END, DEPARTMENT, HOURS,
                    GROSS_AMOUNT, RUN_ID, EARNINGS_CODE)
               VALUES
                   (:LX-EMPLOYEE-ID, :LX-PAY-PERIOD-END,
                    :LX-DEPARTMENT, :LX-HOURS, :LX-GROSS-AMOUNT,
                    :LX-RUN-ID, :LX-EARNINGS-CODE)
           END-EXEC.
           PERFORM ERROR-HANDLING.



      *----------------------------------------------------------------
      * UPDATE-YTD-MASTER - roll this pay period's gross, taxable
      * wages, tax, and deductions into the employee's year-to-date
      * totals for the current calendar year, creating the YTD-MASTER
      * row the first time an employee is paid in a year.  A row
      * written before YTD_TAXABLE_WAGES existed picks the column up
      * from its gross the first time it is touched.
      *----------------------------------------------------------------
       UPDATE-YTD-MASTER.
           MOVE EMPLOYEE-ID    TO YM-EMPLOYEE-ID.
           EXEC SQL
               UPDATE YTD_MASTER
               SET YTD_GROSS = YTD_GROSS + :GP-GROSS-AMOUNT,
                   YTD_TAXABLE_WAGES =
                       COALESCE(YTD_TAXABLE_WAGES, YTD_GROSS)
                       + :GP-TAXABLE-WAGES,
                   YTD_TAX = YTD_TAX + :TAX-AMOUNT-WS,
                   YTD_DEDUCTIONS = YTD_DEDUCTIONS
                       + :DEDUCTION-AMOUNT-WS

           IF SQLCODE = 100
               MOVE GP-GROSS-AMOUNT     TO YM-YTD-GROSS
               MOVE GP-TAXABLE-WAGES    TO YM-YTD-TAXABLE-WAGES
               MOVE TAX-AMOUNT-WS       TO YM-YTD-TAX
               MOVE DEDUCTION-AMOUNT-WS TO YM-YTD-DEDUCTIONS
               EXEC SQL
                   INSERT INTO YTD_MASTER
                       (EMPLOYEE_ID, CALENDAR_YEAR, YTD_GROSS, YTD_TAX,
                        YTD_DEDUCTIONS, YTD_TAXABLE_WAGES)
                   VALUES
                       (:YM-EMPLOYEE-ID, :YM-CALENDAR-YEAR,
                        :YM-YTD-GROSS, :YM-YTD-TAX, :YM-YTD-DEDUCTIONS,
                        :YM-YTD-TAXABLE-WAGES)
               END-EXEC
               PERFORM ERROR-HANDLING
           ELSE
           PERFORM ERROR-HANDLING.

           MOVE RETRO-TOTAL-WS TO GROSS-AMOUNT-WS.
           MOVE GROSS-AMOUNT-WS TO TAXABLE-WAGES-WS.
           COMPUTE TAX-AMOUNT-WS = GROSS-AMOUNT-WS * TAX-PERCENT-WS.
           MOVE ZERO TO DEDUCTION-AMOUNT-WS.
           COMPUTE NET-AMOUNT-WS =
           MOVE TAX-AMOUNT-WS          TO GP-TAX-AMOUNT.
           MOVE DEDUCTION-AMOUNT-WS    TO GP-DEDUCTION-AMOUNT.
           MOVE NET-AMOUNT-WS          TO GP-NET-AMOUNT.
           MOVE TAXABLE-WAGES-WS       TO GP-TAXABLE-WAGES.
           MOVE 'T'                    TO GP-ENTRY-TYPE.

           EXEC SQL
                   (EMPLOYEE_ID, PAY_PERIOD_END, PAY_TYPE, HOURS,
                    WORKED_HOURS, RATE_OR_SALARY, GROSS_AMOUNT,
                    TAX_AMOUNT, DEDUCTION_AMOUNT, NET_AMOUNT,
                    TAXABLE_WAGES, ENTRY_TYPE, RUN_ID)
               VALUES
                   (:GP-EMPLOYEE-ID, :GP-PAY-PERIOD-END, :GP-PAY-TYPE,
                    :GP-HOURS, :GP-WORKED-HOURS, :GP-RATE-OR-SALARY,
                    :GP-GROSS-AMOUNT, :GP-TAX-AMOUNT,
                    :GP-DEDUCTION-AMOUNT, :GP-NET-AMOUNT,
                    :GP-TAXABLE-WAGES, :GP-ENTRY-TYPE, :RL-RUN-ID)
           END-EXEC.
           PERFORM ERROR-HANDLING.


           ADD GROSS-AMOUNT-WS TO CONTROL-TOTAL-GROSS-WS.

           DISPLAY "RETRO PAY " GROSS-AMOUNT-WS " PAID TO EMPLOYEE "
               GP-EMPLOYEE-ID.



      *----------------------------------------------------------------
      * PAY-VACATION-PAYOUT - state law says unused vacation pays out
      * on the final check.  The remaining 'V' balance - including
      * the final period's own accrual, which lands just before this
      * - prices at the employee's current rate and rides the check
      * as its own 'P' line: taxed at the percent CALC-NET-PAY just
      * established, rolled into YTD_MASTER, swept into the GL and
      * the control totals like any other earnings, and itemized on
      * the PAYRL00005 statement.  The balance then zeroes.  An
      * employee with no vacation plan, an empty balance, or no rate
      * on file to price it with pays nothing - the no-rate case is
      * reported so payroll keys the payout by hand instead of the
      * hours quietly dying with the balance.
      *----------------------------------------------------------------
       PAY-VACATION-PAYOUT.
           MOVE EMPLOYEE-ID TO LB-EMPLOYEE-ID.
           MOVE 'V' TO LB-LEAVE-TYPE.

           EXEC SQL
               SELECT BALANCE_HOURS INTO :LB-BALANCE-HOURS
               FROM LEAVE_BALANCE
               WHERE EMPLOYEE_ID = :LB-EMPLOYEE-ID
                 AND LEAVE_TYPE = :LB-LEAVE-TYPE
           END-EXEC.

           EVALUATE TRUE
               WHEN SQLCODE = 100
                   CONTINUE
               WHEN SQLCODE NOT = ZERO
                   PERFORM ERROR-HANDLING
               WHEN LB-BALANCE-HOURS NOT > ZERO
                   CONTINUE
               WHEN RATE NOT > ZERO
                   DISPLAY "EMPLOYEE " EMPLOYEE-ID " HAS "
                       LB-BALANCE-HOURS " VACATION HOURS BUT NO "
                       "RATE TO PRICE THE PAYOUT - KEY BY HAND"
               WHEN OTHER
                   PERFORM CREATE-PAYOUT-GROSS
           END-EVALUATE.



       CREATE-PAYOUT-GROSS.
           MOVE LB-BALANCE-HOURS TO PAYOUT-HOURS-WS.

           COMPUTE GROSS-AMOUNT-WS = PAYOUT-HOURS-WS * RATE.
           MOVE GROSS-AMOUNT-WS TO TAXABLE-WAGES-WS.
           COMPUTE TAX-AMOUNT-WS = GROSS-AMOUNT-WS * TAX-PERCENT-WS.
           MOVE ZERO TO DEDUCTION-AMOUNT-WS.
           COMPUTE NET-AMOUNT-WS =
               GROSS-AMOUNT-WS - TAX-AMOUNT-WS.

           MOVE EMPLOYEE-ID            TO GP-EMPLOYEE-ID.
           MOVE PAY-PERIOD-END-DATE-WS TO GP-PAY-PERIOD-END.
           MOVE PAY_TYPE               TO GP-PAY-TYPE.
           MOVE PAYOUT-HOURS-WS        TO GP-HOURS.
           MOVE ZERO                   TO GP-WORKED-HOURS.
           MOVE RATE                   TO GP-RATE-OR-SALARY.
           MOVE GROSS-AMOUNT-WS        TO GP-GROSS-AMOUNT.
           MOVE TAX-AMOUNT-WS          TO GP-TAX-AMOUNT.
           MOVE DEDUCTION-AMOUNT-WS    TO GP-DEDUCTION-AMOUNT.
           MOVE NET-AMOUNT-WS          TO GP-NET-AMOUNT.
           MOVE TAXABLE-WAGES-WS       TO GP-TAXABLE-WAGES.
           MOVE 'P'                    TO GP-ENTRY-TYPE.

           EXEC SQL
               INSERT INTO GROSS_PAY
                   (EMPLOYEE_ID, PAY_PERIOD_END, PAY_TYPE, HOURS,
                    WORKED_HOURS, RATE_OR_SALARY, GROSS_AMOUNT,
                    TAX_AMOUNT, DEDUCTION_AMOUNT, NET_AMOUNT,
                    TAXABLE_WAGES, ENTRY_TYPE, RUN_ID)
               VALUES
                   (:GP-EMPLOYEE-ID, :GP-PAY-PERIOD-END, :GP-PAY-TYPE,
                    :GP-HOURS, :GP-WORKED-HOURS, :GP-RATE-OR-SALARY,
                    :GP-GROSS-AMOUNT, :GP-TAX-AMOUNT,
                    :GP-DEDUCTION-AMOUNT, :GP-NET-AMOUNT,
                    :GP-TAXABLE-WAGES, :GP-ENTRY-TYPE, :RL-RUN-ID)
           END-EXEC.
           PERFORM ERROR-HANDLING.

           PERFORM UPDATE-YTD-MASTER.

           EXEC SQL
               UPDATE LEAVE_BALANCE
               SET BALANCE_HOURS = 0
               WHERE EMPLOYEE_ID = :LB-EMPLOYEE-ID
                 AND LEAVE_TYPE = :LB-LEAVE-TYPE
           END-EXEC.
           PERFORM ERROR-HANDLING.

           MOVE HOME-DEPT-WS TO LX-DEPARTMENT.
           MOVE PAYOUT-HOURS-WS TO LX-HOURS.
           MOVE GROSS-AMOUNT-WS TO LX-GROSS-AMOUNT.
           PERFORM INSERT-LABOR-DIST.

           ADD GROSS-AMOUNT-WS TO CONTROL-TOTAL-GROSS-WS.
           ADD 1 TO GROSS-RECORDS-CREATED-CT.

           DISPLAY "VACATION PAYOUT " GROSS-AMOUNT-WS " ("
               PAYOUT-HOURS-WS " HOURS) PAID TO EMPLOYEE "
               GP-EMPLOYEE-ID.



      *----------------------------------------------------------------
      * PAY-SUPPLEMENTAL - the bonuses, incentives, and
      * reimbursements PAYRL00025 loaded for this employee ride the
      * regular check as one 'S' line summing every pending line for
      * this period or an earlier one - a line an earlier run missed
      * (keyed late, or rolled back with a failed run) is caught up
      * on the next check rather than stranded.  Each line is taxed
      * as its EARNINGS_CODE says: supplemental wages at the flat
      * SUPPLEMENTAL-TAX-PCT, not the employee's bracket percent,
      * and an untaxed code not at all - its dollars are in gross
      * but never in taxable wages.  The common case - nothing
      * pending - costs one COUNT probe.
      *----------------------------------------------------------------
       PAY-SUPPLEMENTAL.
           MOVE EMPLOYEE-ID TO SE-EMPLOYEE-ID.

           EXEC SQL
               SELECT COUNT(*) INTO :SUPP-COUNT-WS
               FROM SUPPLEMENTAL_EARNINGS
               WHERE EMPLOYEE_ID = :SE-EMPLOYEE-ID
                 AND PAY_PERIOD_END <= :PAY-PERIOD-END-DATE-WS
                 AND STATUS = 'P'
           END-EXEC.
           PERFORM ERROR-HANDLING.

           IF SUPP-COUNT-WS > ZERO
               PERFORM CREATE-SUPPLEMENTAL-GROSS
           END-IF.



      *----------------------------------------------------------------
      * CREATE-SUPPLEMENTAL-GROSS - price and mark each pending line,
      * stamping it with this run and the tax withheld on it, then
      * write the 'S' GROSS_PAY row for their total.  A line whose
      * code has since come off EARNINGS_CODE drops out of the join
      * and stays pending, reported, until the code is restored.
      *----------------------------------------------------------------
       CREATE-SUPPLEMENTAL-GROSS.
           MOVE ZERO TO GROSS-AMOUNT-WS TAXABLE-WAGES-WS
                        TAX-AMOUNT-WS DEDUCTION-AMOUNT-WS.
           MOVE ZERO TO SUPP-LINES-PAID-WS.

           EXEC SQL DECLARE SUPP-CSR CURSOR FOR
               SELECT SE.SUPP_ID, SE.EARNINGS_CODE, SE.AMOUNT,
                      EC.TAX_TREATMENT
               FROM SUPPLEMENTAL_EARNINGS SE, EARNINGS_CODE EC
               WHERE SE.EARNINGS_CODE = EC.EARNINGS_CODE
                 AND SE.EMPLOYEE_ID = :SE-EMPLOYEE-ID
                 AND SE.PAY_PERIOD_END <= :PAY-PERIOD-END-DATE-WS
                 AND SE.STATUS = 'P'
               ORDER BY SE.SUPP_ID
           END-EXEC.

           EXEC SQL OPEN SUPP-CSR END-EXEC.
           PERFORM ERROR-HANDLING.

           PERFORM FETCH-SUPPLEMENTAL.

           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM PAY-ONE-SUPPLEMENTAL
               PERFORM FETCH-SUPPLEMENTAL
           END-PERFORM.

           IF SQLCODE NOT = 100
               DISPLAY "FETCH ERROR ON SUPP-CSR, SQLCODE: " SQLCODE
               PERFORM ERROR-HANDLING
           END-IF.

           EXEC SQL CLOSE SUPP-CSR END-EXEC.
           PERFORM ERROR-HANDLING.

           IF SUPP-LINES-PAID-WS < SUPP-COUNT-WS
               DISPLAY "EMPLOYEE " EMPLOYEE-ID " HAS SUPPLEMENTAL "
                   "EARNINGS UNDER A CODE NOT ON EARNINGS_CODE - "
                   "LEFT PENDING"
           END-IF.

           IF SUPP-LINES-PAID-WS > ZERO
               PERFORM WRITE-SUPPLEMENTAL-GROSS
           END-IF.



       FETCH-SUPPLEMENTAL.
           EXEC SQL
               FETCH SUPP-CSR
                   INTO :SE-SUPP-ID, :SE-EARNINGS-CODE, :SE-AMOUNT,
                        :EC-TAX-TREATMENT
           END-EXEC.



       PAY-ONE-SUPPLEMENTAL.
           IF EC-NOT-TAXED
               MOVE ZERO TO SE-TAX-AMOUNT
           ELSE
               COMPUTE SE-TAX-AMOUNT =
                   SE-AMOUNT * SUPPLEMENTAL-TAX-PCT
               ADD SE-AMOUNT TO TAXABLE-WAGES-WS
           END-IF.

           ADD SE-AMOUNT     TO GROSS-AMOUNT-WS.
           ADD SE-TAX-AMOUNT TO TAX-AMOUNT-WS.
           ADD 1 TO SUPP-LINES-PAID-WS.

           EXEC SQL
               UPDATE SUPPLEMENTAL_EARNINGS
               SET STATUS = 'D',
                   RUN_ID = :RL-RUN-ID,
                   TAX_AMOUNT = :SE-TAX-AMOUNT
               WHERE SUPP_ID = :SE-SUPP-ID
           END-EXEC.
           PERFORM ERROR-HANDLING.



      *----------------------------------------------------------------
      * WRITE-SUPPLEMENTAL-GROSS - the 'S' row carries no hours, rate,
      * or deductions: every election and order already had its take
      * from the regular line.  The labor distribution charges the
      * home department, one row per earnings code, so POST-GL can
      * post each code's dollars to its own GL account.
      *----------------------------------------------------------------
       WRITE-SUPPLEMENTAL-GROSS.
           COMPUTE NET-AMOUNT-WS =
               GROSS-AMOUNT-WS - TAX-AMOUNT-WS.

           MOVE EMPLOYEE-ID            TO GP-EMPLOYEE-ID.
           MOVE PAY-PERIOD-END-DATE-WS TO GP-PAY-PERIOD-END.
           MOVE PAY_TYPE               TO GP-PAY-TYPE.
           MOVE ZERO                   TO GP-HOURS.
           MOVE ZERO                   TO GP-WORKED-HOURS.
           MOVE ZERO                   TO GP-RATE-OR-SALARY.
           MOVE GROSS-AMOUNT-WS        TO GP-GROSS-AMOUNT.
           MOVE TAX-AMOUNT-WS          TO GP-TAX-AMOUNT.
           MOVE DEDUCTION-AMOUNT-WS    TO GP-DEDUCTION-AMOUNT.
           MOVE NET-AMOUNT-WS          TO GP-NET-AMOUNT.
           MOVE TAXABLE-WAGES-WS       TO GP-TAXABLE-WAGES.
           MOVE 'S'                    TO GP-ENTRY-TYPE.

           EXEC SQL
               INSERT INTO GROSS_PAY
                   (EMPLOYEE_ID, PAY_PERIOD_END, PAY_TYPE, HOURS,
                    WORKED_HOURS, RATE_OR_SALARY, GROSS_AMOUNT,
                    TAX_AMOUNT, DEDUCTION_AMOUNT, NET_AMOUNT,
                    TAXABLE_WAGES, ENTRY_TYPE, RUN_ID)
               VALUES
                   (:GP-EMPLOYEE-ID, :GP-PAY-PERIOD-END, :GP-PAY-TYPE,
                    :GP-HOURS, :GP-WORKED-HOURS, :GP-RATE-OR-SALARY,
                    :GP-GROSS-AMOUNT, :GP-TAX-AMOUNT,
                    :GP-DEDUCTION-AMOUNT, :GP-NET-AMOUNT,
                    :GP-TAXABLE-WAGES, :GP-ENTRY-TYPE, :RL-RUN-ID)
           END-EXEC.
           PERFORM ERROR-HANDLING.

           PERFORM UPDATE-YTD-MASTER.

           EXEC SQL DECLARE SUPPDIST-CSR CURSOR FOR
               SELECT EARNINGS_CODE, SUM(AMOUNT)
               FROM SUPPLEMENTAL_EARNINGS
               WHERE EMPLOYEE_ID = :SE-EMPLOYEE-ID
                 AND RUN_ID = :RL-RUN-ID
                 AND STATUS = 'D'
               GROUP BY EARNINGS_CODE
           END-EXEC.

           EXEC SQL OPEN SUPPDIST-CSR END-EXEC.
           PERFORM ERROR-HANDLING.

           PERFORM FETCH-SUPPLEMENTAL-DIST.

           PERFORM UNTIL SQLCODE NOT = ZERO
               MOVE HOME-DEPT-WS TO LX-DEPARTMENT
               MOVE ZERO TO LX-HOURS
               PERFORM INSERT-LABOR-DIST
               PERFORM FETCH-SUPPLEMENTAL-DIST
           END-PERFORM.

           IF SQLCODE NOT = 100
               DISPLAY "FETCH ERROR ON SUPPDIST-CSR, SQLCODE: "
                   SQLCODE
               PERFORM ERROR-HANDLING
           END-IF.

           EXEC SQL CLOSE SUPPDIST-CSR END-EXEC.
           PERFORM ERROR-HANDLING.

           MOVE SPACE TO LX-EARNINGS-CODE.

           ADD GROSS-AMOUNT-WS TO CONTROL-TOTAL-GROSS-WS.
           ADD 1 TO GROSS-RECORDS-CREATED-CT.

           DISPLAY "SUPPLEMENTAL EARNINGS " GROSS-AMOUNT-WS
               " PAID TO EMPLOYEE " GP-EMPLOYEE-ID.



       FETCH-SUPPLEMENTAL-DIST.
           EXEC SQL
               FETCH SUPPDIST-CSR
                   INTO :LX-EARNINGS-CODE, :LX-GROSS-AMOUNT
           END-EXEC.




           IF CHECKPOINT-REMAINDER-WS = ZERO
               MOVE LAST-EMPLOYEE-ID-WS TO CK-LAST-EMPLOYEE-ID
               PERFORM SET-CHECKPOINT-TOTALS
               EXEC SQL
                   UPDATE CHECKPOINT_CONTROL
                   SET LAST_EMPLOYEE_ID = :CK-LAST-EMPLOYEE-ID,
                       RUN_STATUS = 'IN-PROGRESS',
                       RECORD_COUNT = :CK-RECORD-COUNT,
                       CONTROL_TOTAL_GROSS = :CK-CONTROL-TOTAL
                   WHERE PAY_GROUP = :CK-PAY-GROUP
                     AND COALESCE(PARTITION_NO, 0) = :CK-PARTITION-NO
               END-EXEC
               PERFORM ERROR-HANDLING

      * ADJ-VOID - reverse the employee's regular check for the
      * period: fetch the original 'R' row, write its negation as a
      * 'V' row, back the amounts out of YTD_MASTER, and post the
      * offsetting GL rows.  Supplemental earnings the same run paid
      * on that check come off with it (VOID-SUPPLEMENTAL-GROSS).  A
      * check already voided once must not be reversed twice, and an
      * employee with no regular check this period has nothing to
      * void.
      *----------------------------------------------------------------
       ADJ-VOID.
           MOVE 'N' TO ADJ-VOID-OK-SW.
      * rows were all worked time, so HOURS stands in for it.  The
      * row's own RUN_ID rides along (null reads as zero on rows
      * that predate run ids) so VOID-ELECTIONS can reverse only the
      * register rows this check wrote.  TAXABLE_WAGES is null on
      * rows taxed on their whole gross before the column existed.
           EXEC SQL
               SELECT PAY_TYPE, HOURS, COALESCE(WORKED_HOURS, HOURS),
                      RATE_OR_SALARY, GROSS_AMOUNT,
                      TAX_AMOUNT, DEDUCTION_AMOUNT, NET_AMOUNT,
                      COALESCE(TAXABLE_WAGES, GROSS_AMOUNT),
                      COALESCE(RUN_ID, 0)
                   INTO :GP-PAY-TYPE, :GP-HOURS, :GP-WORKED-HOURS,
                        :GP-RATE-OR-SALARY,
                        :GP-GROSS-AMOUNT, :GP-TAX-AMOUNT,
                        :GP-DEDUCTION-AMOUNT, :GP-NET-AMOUNT,
                        :GP-TAXABLE-WAGES, :GP-RUN-ID
               FROM GROSS_PAY
               WHERE EMPLOYEE_ID = :GP-EMPLOYEE-ID
                 AND PAY_PERIOD_END = :PAY-PERIOD-END-DATE-WS
           ELSE
               PERFORM ERROR-HANDLING
               PERFORM CREATE-VOID-GROSS
               PERFORM VOID-SUPPLEMENTAL-GROSS
               MOVE 'Y' TO ADJ-VOID-OK-SW
           END-IF.

           COMPUTE GP-TAX-AMOUNT       = ZERO - GP-TAX-AMOUNT.
           COMPUTE GP-DEDUCTION-AMOUNT = ZERO - GP-DEDUCTION-AMOUNT.
           COMPUTE GP-NET-AMOUNT       = ZERO - GP-NET-AMOUNT.
           COMPUTE GP-TAXABLE-WAGES    = ZERO - GP-TAXABLE-WAGES.

           MOVE PAY-PERIOD-END-DATE-WS TO GP-PAY-PERIOD-END.
           MOVE 'V' TO GP-ENTRY-TYPE.
                   (EMPLOYEE_ID, PAY_PERIOD_END, PAY_TYPE, HOURS,
                    WORKED_HOURS, RATE_OR_SALARY, GROSS_AMOUNT,
                    TAX_AMOUNT, DEDUCTION_AMOUNT, NET_AMOUNT,
                    TAXABLE_WAGES, ENTRY_TYPE, RUN_ID)
               VALUES
                   (:GP-EMPLOYEE-ID, :GP-PAY-PERIOD-END, :GP-PAY-TYPE,
                    :GP-HOURS, :GP-WORKED-HOURS, :GP-RATE-OR-SALARY,
                    :GP-GROSS-AMOUNT, :GP-TAX-AMOUNT,
                    :GP-DEDUCTION-AMOUNT, :GP-NET-AMOUNT,
                    :GP-TAXABLE-WAGES, :GP-ENTRY-TYPE, :RL-RUN-ID)
           END-EXEC.
           PERFORM ERROR-HANDLING.

           PERFORM UPDATE-YTD-MASTER.
           PERFORM POST-GL-ADJ-ROW.
           PERFORM VOID-ELECTIONS.
           PERFORM CANCEL-VOIDED-CHECK.

           IF GP-PAY-TYPE = HOURLY
               PERFORM RESTORE-LEAVE



      *----------------------------------------------------------------
      * VOID-SUPPLEMENTAL-GROSS - the run that paid the voided 'R'
      * row may have paid supplemental earnings on the same check as
      * an 'S' row, and CANCEL-VOIDED-CHECK has just cancelled that
      * whole check.  The 'S' row is negated into an 'S' row of its
      * own under this run and backed out of YTD_MASTER - kept an
      * 'S' so that everything reading supplemental rows by entry
      * type (employer tax counts only their taxable wages, retro
      * leaves them out) reads the reversal the same way, while the
      * 'R' row's 'V' reversal alone marks the check voided.  Its
      * labor distribution rows are reversed on the department and
      * earnings code they charged, and their wage legs come off the
      * same GL account POST-GL put them on - the earnings code's own
      * account, else the department's GL_DEPT_XREF account, else the
      * pay type's wage account - with the withheld tax off the pay
      * type's tax account.  The SUPPLEMENTAL_EARNINGS lines go back
      * to pending with no run or tax, so the employee's next regular
      * check pays them again; an adjustment run never pays them.
      * The 'S' row is found by the voided row's RUN_ID (fetched by
      * ADJ-VOID-WRITE), and a check that paid no supplemental
      * earnings has none.
      *----------------------------------------------------------------
       VOID-SUPPLEMENTAL-GROSS.
           EXEC SQL
               SELECT PAY_TYPE, GROSS_AMOUNT, TAX_AMOUNT,
                      DEDUCTION_AMOUNT, NET_AMOUNT,
                      COALESCE(TAXABLE_WAGES, GROSS_AMOUNT)
                   INTO :GP-PAY-TYPE, :GP-GROSS-AMOUNT,
                        :GP-TAX-AMOUNT, :GP-DEDUCTION-AMOUNT,
                        :GP-NET-AMOUNT, :GP-TAXABLE-WAGES
               FROM GROSS_PAY
               WHERE EMPLOYEE_ID = :GP-EMPLOYEE-ID
                 AND PAY_PERIOD_END = :PAY-PERIOD-END-DATE-WS
                 AND ENTRY_TYPE = 'S'
                 AND RUN_ID = :GP-RUN-ID
           END-EXEC.

           IF SQLCODE NOT = 100
               PERFORM ERROR-HANDLING
               PERFORM CREATE-SUPPLEMENTAL-VOID
           END-IF.



       CREATE-SUPPLEMENTAL-VOID.
           MOVE ZERO TO GP-HOURS GP-WORKED-HOURS GP-RATE-OR-SALARY.
           COMPUTE GP-GROSS-AMOUNT     = ZERO - GP-GROSS-AMOUNT.
           COMPUTE GP-TAX-AMOUNT       = ZERO - GP-TAX-AMOUNT.
           COMPUTE GP-DEDUCTION-AMOUNT = ZERO - GP-DEDUCTION-AMOUNT.
           COMPUTE GP-NET-AMOUNT       = ZERO - GP-NET-AMOUNT.
           COMPUTE GP-TAXABLE-WAGES    = ZERO - GP-TAXABLE-WAGES.

           MOVE PAY-PERIOD-END-DATE-WS TO GP-PAY-PERIOD-END.
           MOVE 'S' TO GP-ENTRY-TYPE.

           EXEC SQL
               INSERT INTO GROSS_PAY
                   (EMPLOYEE_ID, PAY_PERIOD_END, PAY_TYPE, HOURS,
                    WORKED_HOURS, RATE_OR_SALARY, GROSS_AMOUNT,
                    TAX_AMOUNT, DEDUCTION_AMOUNT, NET_AMOUNT,
                    TAXABLE_WAGES, ENTRY_TYPE, RUN_ID)
               VALUES
                   (:GP-EMPLOYEE-ID, :GP-PAY-PERIOD-END, :GP-PAY-TYPE,
                    :GP-HOURS, :GP-WORKED-HOURS, :GP-RATE-OR-SALARY,
                    :GP-GROSS-AMOUNT, :GP-TAX-AMOUNT,
                    :GP-DEDUCTION-AMOUNT, :GP-NET-AMOUNT,
                    :GP-TAXABLE-WAGES, :GP-ENTRY-TYPE, :RL-RUN-ID)
           END-EXEC.
           PERFORM ERROR-HANDLING.

           MOVE GP-TAX-AMOUNT       TO TAX-AMOUNT-WS.
           MOVE GP-DEDUCTION-AMOUNT TO DEDUCTION-AMOUNT-WS.
           PERFORM UPDATE-YTD-MASTER.

           EXEC SQL DECLARE VOIDSUP-CSR CURSOR FOR
               SELECT DEPARTMENT, EARNINGS_CODE, SUM(GROSS_AMOUNT)
               FROM LABOR_DISTRIBUTION
               WHERE EMPLOYEE_ID = :GP-EMPLOYEE-ID
                 AND PAY_PERIOD_END = :PAY-PERIOD-END-DATE-WS
                 AND RUN_ID = :GP-RUN-ID
                 AND EARNINGS_CODE <> ' '
               GROUP BY DEPARTMENT, EARNINGS_CODE
           END-EXEC.

           EXEC SQL OPEN VOIDSUP-CSR END-EXEC.
           PERFORM ERROR-HANDLING.

           EXEC SQL
               FETCH VOIDSUP-CSR
                   INTO :LX-DEPARTMENT, :LX-EARNINGS-CODE,
                        :LX-GROSS-AMOUNT
           END-EXEC.

           PERFORM VOID-SUPPLEMENTAL-DIST UNTIL SQLCODE NOT = ZERO.

           IF SQLCODE NOT = 100
               DISPLAY "FETCH ERROR ON VOIDSUP-CSR, SQLCODE: " SQLCODE
               PERFORM ERROR-HANDLING
           END-IF.

           EXEC SQL CLOSE VOIDSUP-CSR END-EXEC.
           PERFORM ERROR-HANDLING.

           MOVE SPACE TO LX-EARNINGS-CODE.

           MOVE GP-PAY-TYPE TO GX-PAY-TYPE.

           EXEC SQL
               SELECT TAX_ACCOUNT INTO :GX-TAX-ACCOUNT
               FROM GL_ACCOUNT_XREF
               WHERE PAY_TYPE = :GX-PAY-TYPE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE PAY-PERIOD-END-DATE-WS TO GL-PAY-PERIOD-END
                   MOVE GX-TAX-ACCOUNT TO GL-ACCOUNT-NUMBER
                   MOVE 'TAX ' TO GL-AMOUNT-TYPE
                   MOVE GP-TAX-AMOUNT TO GL-AMOUNT
                   PERFORM INSERT-GL-POSTING
               WHEN 100
                   DISPLAY "NO GL ACCOUNT XREF FOR PAY TYPE "
                       GX-PAY-TYPE " - GL POSTING SKIPPED"
               WHEN OTHER
                   PERFORM ERROR-HANDLING
           END-EVALUATE.

           MOVE GP-EMPLOYEE-ID TO SE-EMPLOYEE-ID.
           MOVE GP-RUN-ID      TO SE-RUN-ID.

           EXEC SQL
               UPDATE SUPPLEMENTAL_EARNINGS
               SET STATUS = 'P',
                   RUN_ID = 0,
                   TAX_AMOUNT = 0
               WHERE EMPLOYEE_ID = :SE-EMPLOYEE-ID
                 AND RUN_ID = :SE-RUN-ID
                 AND STATUS = 'D'
           END-EXEC.

           IF SQLCODE NOT = 100
               PERFORM ERROR-HANDLING
           END-IF.

           ADD GP-GROSS-AMOUNT TO CONTROL-TOTAL-GROSS-WS.
           ADD 1 TO ADJ-ROWS-WRITTEN-CT.

           DISPLAY "SUPPLEMENTAL EARNINGS " GP-GROSS-AMOUNT
               " VOIDED FOR EMPLOYEE " GP-EMPLOYEE-ID
               " - LINES BACK TO PENDING".



      *----------------------------------------------------------------
      * VOID-SUPPLEMENTAL-DIST - one department / earnings code of
      * the voided 'S' row: a negated distribution row under this
      * run, and the wage leg reversed on the account it posted to.
      *----------------------------------------------------------------
       VOID-SUPPLEMENTAL-DIST.
           COMPUTE LX-GROSS-AMOUNT = ZERO - LX-GROSS-AMOUNT.
           MOVE ZERO TO LX-HOURS.
           PERFORM INSERT-LABOR-DIST.

           MOVE SPACE TO GL-ACCOUNT-NUMBER.
           MOVE LX-EARNINGS-CODE TO EC-EARNINGS-CODE.

           EXEC SQL
               SELECT COALESCE(GL_ACCOUNT, ' ') INTO :EC-GL-ACCOUNT
               FROM EARNINGS_CODE
               WHERE EARNINGS_CODE = :EC-EARNINGS-CODE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE EC-GL-ACCOUNT TO GL-ACCOUNT-NUMBER
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM ERROR-HANDLING
           END-EVALUATE.

           IF GL-ACCOUNT-NUMBER = SPACE
               MOVE LX-DEPARTMENT TO GX-DEPARTMENT
               EXEC SQL
                   SELECT WAGE_ACCOUNT INTO :GX-DEPT-WAGE-ACCOUNT
                   FROM GL_DEPT_XREF
                   WHERE DEPARTMENT = :GX-DEPARTMENT
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE GX-DEPT-WAGE-ACCOUNT TO GL-ACCOUNT-NUMBER
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       PERFORM ERROR-HANDLING
               END-EVALUATE
           END-IF.

           IF GL-ACCOUNT-NUMBER = SPACE
               MOVE GP-PAY-TYPE TO GX-PAY-TYPE
               EXEC SQL
                   SELECT WAGE_ACCOUNT INTO :GX-WAGE-ACCOUNT
                   FROM GL_ACCOUNT_XREF
                   WHERE PAY_TYPE = :GX-PAY-TYPE
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       MOVE GX-WAGE-ACCOUNT TO GL-ACCOUNT-NUMBER
                   WHEN 100
                       CONTINUE
                   WHEN OTHER
                       PERFORM ERROR-HANDLING
               END-EVALUATE
           END-IF.

           IF GL-ACCOUNT-NUMBER = SPACE
               DISPLAY "NO GL ACCOUNT FOR EARNINGS CODE "
                   LX-EARNINGS-CODE " - GL POSTING SKIPPED"
           ELSE
               MOVE PAY-PERIOD-END-DATE-WS TO GL-PAY-PERIOD-END
               MOVE 'WAGE' TO GL-AMOUNT-TYPE
               MOVE LX-GROSS-AMOUNT TO GL-AMOUNT
               PERFORM INSERT-GL-POSTING
           END-IF.

           EXEC SQL
               FETCH VOIDSUP-CSR
                   INTO :LX-DEPARTMENT, :LX-EARNINGS-CODE,
                        :LX-GROSS-AMOUNT
           END-EXEC.



      *----------------------------------------------------------------
      * CANCEL-VOIDED-CHECK - if the pay being voided went out as a
      * paper check that has not cleared, the check itself is
      * cancelled on CHECK_REGISTER so PAYRL00021 sends the bank a
      * void for it and PAYRL00013 flags it if it is ever presented.
      * A direct-deposit employee has no check, and a check already
      * paid can no longer be stopped, so finding no outstanding row
      * is not an error.
      *----------------------------------------------------------------
       CANCEL-VOIDED-CHECK.
           MOVE GP-EMPLOYEE-ID         TO CH-EMPLOYEE-ID.
           MOVE PAY-PERIOD-END-DATE-WS TO CH-PAY-PERIOD-END.

           EXEC SQL
               UPDATE CHECK_REGISTER
               SET CHECK_STATUS = 'V'
               WHERE EMPLOYEE_ID = :CH-EMPLOYEE-ID
                 AND PAY_PERIOD_END = :CH-PAY-PERIOD-END
                 AND CHECK_STATUS = 'O'
           END-EXEC.

           IF SQLCODE NOT = 100
               PERFORM ERROR-HANDLING
           END-IF.



      *----------------------------------------------------------------
      * RESTORE-LEAVE - a voided hourly check's VAC/SICK entries were
      * drawn from the leave balances when the check was paid, so the
      * this run's id.  A second void of the period is blocked in
      * ADJ-VOID before it gets here.  Rows written before
      * AMOUNT_ARREARS existed carry null there and reverse as zero
      * movement.  A garnishment order's lines come back out of the
      * order's TOTAL_TAKEN instead, case by case.
      *----------------------------------------------------------------
       VOID-ELECTIONS.
           MOVE GP-EMPLOYEE-ID         TO DR-EMPLOYEE-ID.
           MOVE PAY-PERIOD-END-DATE-WS TO DR-PAY-PERIOD-END.

           EXEC SQL DECLARE VOIDDED-CSR CURSOR FOR
               SELECT DEDUCTION_CODE, COALESCE(CASE_NUMBER, ' '),
                      SUM(AMOUNT_TAKEN),
                      SUM(COALESCE(AMOUNT_ARREARS, 0))
               FROM DEDUCTION_REGISTER
               WHERE EMPLOYEE_ID = :DR-EMPLOYEE-ID
                 AND PAY_PERIOD_END = :DR-PAY-PERIOD-END
                 AND RUN_ID = :GP-RUN-ID
               GROUP BY DEDUCTION_CODE, COALESCE(CASE_NUMBER, ' ')
           END-EXEC.

           EXEC SQL OPEN VOIDDED-CSR END-EXEC.

           EXEC SQL
               FETCH VOIDDED-CSR
                   INTO :DR-DEDUCTION-CODE, :DR-CASE-NUMBER,
                        :DR-AMOUNT-TAKEN, :DR-AMOUNT-ARREARS
           END-EXEC.

           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM VOID-ONE-ELECTION
               EXEC SQL
                   FETCH VOIDDED-CSR
                       INTO :DR-DEDUCTION-CODE, :DR-CASE-NUMBER,
                            :DR-AMOUNT-TAKEN, :DR-AMOUNT-ARREARS
               END-EXEC
           END-PERFORM.

           IF DR-AMOUNT-TAKEN = ZERO AND DR-AMOUNT-ARREARS = ZERO
               CONTINUE
           ELSE
               IF DR-CASE-NUMBER = SPACE
                   EXEC SQL
                       UPDATE DEDUCTION_ELECTIONS
                       SET YTD_TAKEN = YTD_TAKEN - :DR-AMOUNT-TAKEN,
                           ARREARS_BALANCE =
                               ARREARS_BALANCE + :DR-AMOUNT-ARREARS
                       WHERE EMPLOYEE_ID = :DR-EMPLOYEE-ID
                         AND DEDUCTION_CODE = :DR-DEDUCTION-CODE
                   END-EXEC
               ELSE
                   EXEC SQL
                       UPDATE GARNISHMENT_ORDER
                       SET TOTAL_TAKEN = TOTAL_TAKEN - :DR-AMOUNT-TAKEN
                       WHERE EMPLOYEE_ID = :DR-EMPLOYEE-ID
                         AND CASE_NUMBER = :DR-CASE-NUMBER
                   END-EXEC
               END-IF
               IF SQLCODE NOT = ZERO AND SQLCODE NOT = 100
                   PERFORM ERROR-HANDLING
               END-IF
               COMPUTE DR-AMOUNT-TAKEN = ZERO - DR-AMOUNT-TAKEN
               COMPUTE DR-AMOUNT-ARREARS = ZERO - DR-AMOUNT-ARREARS
               MOVE ZERO TO DR-ARREARS-BALANCE
               MOVE ZERO TO DR-AMOUNT-ORDERED
               MOVE SPACE TO DR-LIMIT-REASON
               MOVE RL-RUN-ID TO DR-RUN-ID
               MOVE 'V' TO DR-ENTRY-TYPE

                   INSERT INTO DEDUCTION_REGISTER
                       (EMPLOYEE_ID, PAY_PERIOD_END, DEDUCTION_CODE,
                        AMOUNT_TAKEN, AMOUNT_ARREARS, ARREARS_BALANCE,
                        RUN_ID, ENTRY_TYPE, CASE_NUMBER,
                        AMOUNT_ORDERED, LIMIT_REASON)
                   VALUES
                       (:DR-EMPLOYEE-ID, :DR-PAY-PERIOD-END,
                        :DR-DEDUCTION-CODE, :DR-AMOUNT-TAKEN,
                        :DR-AMOUNT-ARREARS, :DR-ARREARS-BALANCE,
                        :DR-RUN-ID, :DR-ENTRY-TYPE, :DR-CASE-NUMBER,
                        :DR-AMOUNT-ORDERED, :DR-LIMIT-REASON)
               END-EXEC
               PERFORM ERROR-HANDLING
           END-IF.
