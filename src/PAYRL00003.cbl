      *              check register total must tie back to the sum of
      *              NET_AMOUNT on GROSS_PAY for the period - the same
      *              rows PAYRL00001's RECONCILE proved in balance -
      *              so treasury signs off on one number.  An
      *              election PAYRL00024 has put in prenote goes out
      *              as a zero-dollar prenote entry and the employee
      *              is paid by check until the bank has had the
      *              prenote waiting period to return it.
      *
      * ================================================================

           88  BANK-ON-FILE                          VALUE 'Y'.
       01  ACH-RETURNED-SW                 PIC X(01) VALUE 'N'.
           88  ACH-RETURNED                          VALUE 'Y'.
       01  BANK-HOLD-REASON-WS             PIC X(12) VALUE SPACE.
       01  PRENOTE-COUNT-WS                PIC 9(06) COMP  VALUE ZERO.

      * Calendar days a prenote must stand unreturned before the
      * account takes live credits - the three banking days the
      * NACHA rules give the receiving bank, plus a weekend and a
      * holiday.
       01  PRENOTE-WAIT-DAYS-WS            PIC 9(03) VALUE 6.
       01  PRENOTE-AGE-DAYS-WS             PIC S9(07) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * NACHA record layouts - 94-byte fixed records, one 01 group
           05  CB-DEPOSIT-TOTAL            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(43) VALUE SPACE.

      * Scratch fields for stamping PAY_CYCLE_CONTROL from ACCEPT,
      * YYYYMMDDHHMMSS.
       01  CYCLE-DATE-WS                   PIC 9(08)      VALUE ZERO.
       01  CYCLE-TIME-WS                   PIC 9(08)      VALUE ZERO.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME       PIC X(60) VALUE SPACE.
       01  USERNAME     PIC X(30) VALUE SPACE.
       COPY BANKEL.
       COPY PAYCAL.
       COPY CHECKRG.
       COPY CYCCTL.
       EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.


       INIT.
      * Nothing is paid until the pay run, the variance audit and the
      * pay register have all passed for the group and period - a
      * resubmit while the audit is still holding is refused here
      * rather than left to the scheduler.
           MOVE 'PAYRUN' TO CC-STEP-CODE.
           PERFORM CHECK-CYCLE-STEP.
           MOVE 'VARAUDIT' TO CC-STEP-CODE.
           PERFORM CHECK-CYCLE-STEP.
           MOVE 'REGISTER' TO CC-STEP-CODE.
           PERFORM CHECK-CYCLE-STEP.

      * Joined to EMPLOYEE_DETAILS and filtered on PAY_GROUP for the
      * same reason PAYRL00002's register cursor is - another pay
      * group sharing this PAY_PERIOD_END must not land in this pay
      * but must not be credited again: the employee goes to the
      * check leg until corrected banking is keyed.  Rows written
      * before the status existed carry null and read as active.
      * A stopped election ('S') is paid by check; one in prenote
      * ('P') is worked by CHECK-PRENOTE.
      *----------------------------------------------------------------
       LOOKUP-BANK-ELECTION.
           MOVE GP-EMPLOYEE-ID TO BK-EMPLOYEE-ID.
           MOVE 'N' TO BANK-ON-FILE-SW.
           MOVE 'N' TO ACH-RETURNED-SW.
           MOVE SPACE TO BANK-HOLD-REASON-WS.

           EXEC SQL
               SELECT ROUTING_NUMBER, ACCOUNT_NUMBER, ACCOUNT_TYPE,
                      COALESCE(ELECTION_STATUS, ' '),
                      COALESCE(PRENOTE_DATE, 0)
                   INTO :BK-ROUTING-NUMBER, :BK-ACCOUNT-NUMBER,
                        :BK-ACCOUNT-TYPE, :BK-ELECTION-STATUS,
                        :BK-PRENOTE-DATE
               FROM BANK_ELECTIONS
               WHERE EMPLOYEE_ID = :BK-EMPLOYEE-ID
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   EVALUATE TRUE
                       WHEN BK-ACH-RETURNED
                           MOVE 'Y' TO ACH-RETURNED-SW
                       WHEN BK-ELECTION-STOPPED
                           MOVE "DD STOPPED" TO BANK-HOLD-REASON-WS
                       WHEN BK-PRENOTE-PENDING
                           PERFORM CHECK-PRENOTE
                       WHEN OTHER
                           MOVE 'Y' TO BANK-ON-FILE-SW
                   END-EVALUATE
               WHEN 100
                   CONTINUE
               WHEN OTHER



      *----------------------------------------------------------------
      * CHECK-PRENOTE - an election in prenote that has not had its
      * prenote sent gets the zero-dollar entry in this file and the
      * send date stamped on the row; the employee is paid by check
      * this period.  Once the prenote has stood the waiting period
      * without PAYRL00014 working a return against it (a return
      * would have flagged the row 'R' and it would not be here),
      * the election goes active and this period's net is the first
      * live credit.  Anything in between is paid by check.
      *----------------------------------------------------------------
       CHECK-PRENOTE.
           IF BK-PRENOTE-DATE = ZERO
               PERFORM WRITE-PRENOTE-ENTRY
               MOVE RUN-DATE-WS TO BK-PRENOTE-DATE
               EXEC SQL
                   UPDATE BANK_ELECTIONS
                   SET PRENOTE_DATE = :BK-PRENOTE-DATE
                   WHERE EMPLOYEE_ID = :BK-EMPLOYEE-ID
               END-EXEC
               PERFORM ERROR-HANDLING
               MOVE "PRENOTE" TO BANK-HOLD-REASON-WS
           ELSE
               COMPUTE PRENOTE-AGE-DAYS-WS =
                   FUNCTION INTEGER-OF-DATE (RUN-DATE-WS)
                 - FUNCTION INTEGER-OF-DATE (BK-PRENOTE-DATE)
               IF PRENOTE-AGE-DAYS-WS < PRENOTE-WAIT-DAYS-WS
                   MOVE "PRENOTE WAIT" TO BANK-HOLD-REASON-WS
               ELSE
                   MOVE ' ' TO BK-ELECTION-STATUS
                   EXEC SQL
                       UPDATE BANK_ELECTIONS
                       SET ELECTION_STATUS = :BK-ELECTION-STATUS
                       WHERE EMPLOYEE_ID = :BK-EMPLOYEE-ID
                   END-EXEC
                   PERFORM ERROR-HANDLING
                   MOVE 'Y' TO BANK-ON-FILE-SW
               END-IF
           END-IF.



      *----------------------------------------------------------------
      * WRITE-PRENOTE-ENTRY - zero-dollar entry detail record proving
      * the routing and account before any money moves: transaction
      * code 23 (checking) or 33 (savings).  It counts in the batch
      * entry count and hash like any other entry, but adds nothing
      * to the credit total.
      *----------------------------------------------------------------
       WRITE-PRENOTE-ENTRY.
           IF BK-ACCOUNT-TYPE = 'S'
               MOVE '33' TO ED-TRANSACTION-CODE
           ELSE
               MOVE '23' TO ED-TRANSACTION-CODE
           END-IF.

           MOVE BK-ROUTING-NUMBER(1:8) TO ED-RECEIVING-DFI.
           MOVE BK-ROUTING-NUMBER(9:1) TO ED-CHECK-DIGIT.
           MOVE BK-ACCOUNT-NUMBER      TO ED-ACCOUNT-NUMBER.
           MOVE ZERO                   TO ED-AMOUNT.

           MOVE GP-EMPLOYEE-ID TO ED-INDIVIDUAL-ID.
           MOVE SPACE TO ED-INDIVIDUAL-NAME.
           STRING "EMPLOYEE " GP-EMPLOYEE-ID
               DELIMITED BY SIZE INTO ED-INDIVIDUAL-NAME.

           MOVE ODFI-ROUTING-WS(1:8) TO ED-TRACE-ODFI.
           ADD 1 TO TRACE-SEQUENCE-WS.
           MOVE TRACE-SEQUENCE-WS TO ED-TRACE-SEQUENCE.

           MOVE BK-ROUTING-NUMBER(1:8) TO ROUTING-PREFIX-WS.
           ADD ROUTING-PREFIX-WS TO ENTRY-HASH-WS.

           MOVE ENTRY-DETAIL-REC TO ACH-RECORD.
           PERFORM WRITE-ACH-RECORD.

           ADD 1 TO ENTRY-COUNT-WS.
           ADD 1 TO PRENOTE-COUNT-WS.



      *----------------------------------------------------------------
      * WRITE-ACH-ENTRY - one NACHA entry detail record crediting the
      * employee's account for the net pay on the GROSS_PAY row.  The

      *----------------------------------------------------------------
      * WRITE-CHECK-LINE - register line for an employee paid by
      * check: no live banking on file (none, returned, stopped, or
      * still in prenote), or a zero/negative net amount that
      * cannot go out as an ACH credit and needs a hand-cut check or
      * payroll review.  A check actually cut (positive net) takes
      * the next number from the controlled sequence and lands on
                   MOVE "NONPOS NET" TO CD-REASON
               WHEN ACH-RETURNED
                   MOVE "ACH RETURNED" TO CD-REASON
               WHEN BANK-HOLD-REASON-WS NOT = SPACE
                   MOVE BANK-HOLD-REASON-WS TO CD-REASON
               WHEN OTHER
                   MOVE "NO BANK" TO CD-REASON
           END-EVALUATE.

           DISPLAY "PAYRL00003 IN BALANCE - NET PAID "
               DEPOSIT-TOTAL-WS " (" ENTRY-COUNT-WS " ACH, "
               CHECK-COUNT-WS " CHECKS, " PRENOTE-COUNT-WS
               " OF THE ACH ENTRIES ZERO-DOLLAR PRENOTES)".



      * The CHECK_REGISTER rows only commit once RECONCILE has proved
      * the deposit in balance - an out-of-balance abend above leaves
      * no checks issued, so the rerun after the fix starts the
      * sequence where it really left off.  The PAYMENT step commits
      * with them, so remittance never sees a period paid that was
      * not.
           MOVE 'PAYMENT'       TO CC-STEP-CODE.
           MOVE CHECK-RUN-ID-WS TO CC-RUN-ID.
           MOVE 'PASS'          TO CC-STEP-STATUS.
           PERFORM RECORD-CYCLE-STEP.
           PERFORM ERROR-HANDLING.

           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM ERROR-HANDLING.




      *----------------------------------------------------------------
      * CHECK-CYCLE-STEP - the caller names in CC-STEP-CODE a step
      * that must already show passed on PAY_CYCLE_CONTROL for this
      * pay group and period before this program may touch it.  No
      * row at all means the step never ran, and is refused the same
      * as a step that ran and failed.  The RUN_ID the step ran under
      * is left in CC-RUN-ID.
      *----------------------------------------------------------------
       CHECK-CYCLE-STEP.
           MOVE PAY-GROUP-WS           TO CC-PAY-GROUP.
           MOVE GP-PAY-PERIOD-END      TO CC-PERIOD-END.
           MOVE SPACE TO CC-STEP-STATUS.
           MOVE ZERO  TO CC-RUN-ID.

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
                   "GROUP " CC-PAY-GROUP " PERIOD " CC-PERIOD-END
                   " - RUN REFUSED"
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.



      *----------------------------------------------------------------
      * RECORD-CYCLE-STEP - stamps this program's step on
      * PAY_CYCLE_CONTROL for the pay group and period: the caller
      * supplies CC-STEP-CODE, CC-RUN-ID and CC-STEP-STATUS.  A rerun
      * replaces the earlier row, so the table always shows how the
      * step last ended.  The caller checks SQLCODE and owns the
      * commit.
      *----------------------------------------------------------------
       RECORD-CYCLE-STEP.
           MOVE PAY-GROUP-WS           TO CC-PAY-GROUP.
           MOVE GP-PAY-PERIOD-END      TO CC-PERIOD-END.
           MOVE 'PAYRL00003'           TO CC-PROGRAM-ID.
           ACCEPT CYCLE-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT CYCLE-TIME-WS FROM TIME.
           MOVE CYCLE-DATE-WS      TO CC-STEP-TIMESTAMP(1:8).
           MOVE CYCLE-TIME-WS(1:6) TO CC-STEP-TIMESTAMP(9:6).

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



      * The run now INSERTs CHECK_REGISTER rows as it goes, so every
      * abend path rolls back explicitly before disconnecting - the
      * no-checks-issued promise must not lean on the driver
