      * ================================================================
      * PAYRL00025 - Supplemental earnings edit and load.  Edits the
      *              SUPTRAN transaction file of bonuses, shift
      *              incentives, expense reimbursements, and other
      *              one-time payments and loads every clean one onto
      *              SUPPLEMENTAL_EARNINGS as a pending ('P') line for
      *              PAYRL00001 to pay on the employee's regular check
      *              for the period keyed.  The earnings code decides
      *              how the line is taxed and where it posts (see
      *              EARNCD).  The SUPEDIT report shows every
      *              transaction, applied or rejected, with the reason
      *              it was turned away - a rejected line is never
      *              paid, so payroll works the rejects and keys them
      *              again on a later file.
      *
      * ================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRL00025.
       AUTHOR. DLONG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PAYPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT SUPP-TRAN-FILE ASSIGN TO "SUPTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUPP-TRAN-STATUS.

           SELECT EDIT-REPORT-FILE ASSIGN TO "SUPEDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDIT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       COPY PARMREC.

       FD  SUPP-TRAN-FILE.
       COPY SUPTRAN.

       FD  EDIT-REPORT-FILE.
       01  EDIT-REPORT-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  PARM-FILE-STATUS                PIC X(02) VALUE '00'.
           88  PARM-STATUS-OK                          VALUE '00'.
       01  SUPP-TRAN-STATUS                PIC X(02) VALUE '00'.
           88  TRAN-STATUS-OK                          VALUE '00'.
           88  TRAN-STATUS-EOF                         VALUE '10'.
       01  EDIT-REPORT-STATUS              PIC X(02) VALUE '00'.
           88  EDIT-STATUS-OK                          VALUE '00'.

       01  TRANS-READ-CT                   PIC 9(09) COMP VALUE ZERO.
       01  TRANS-APPLIED-CT                PIC 9(09) COMP VALUE ZERO.
       01  TRANS-REJECTED-CT               PIC 9(09) COMP VALUE ZERO.
       01  APPLIED-AMOUNT-WS               PIC S9(9)V99 COMP-3
                                                          VALUE ZERO.

       01  REJECT-REASON-WS                PIC X(24)      VALUE SPACE.
       01  EMPLOYEE-FOUND-SW               PIC X(01)      VALUE 'N'.
           88  EMPLOYEE-FOUND                            VALUE 'Y'.
       01  EARNINGS-CODE-FOUND-SW          PIC X(01)      VALUE 'N'.
           88  EARNINGS-CODE-FOUND                       VALUE 'Y'.
       01  PERIOD-ON-CALENDAR-SW           PIC X(01)      VALUE 'Y'.
           88  PERIOD-ON-CALENDAR                        VALUE 'Y'.

      *----------------------------------------------------------------
      * Edit report line layouts.  One detail line per transaction,
      * then the run totals.
      *----------------------------------------------------------------
       01  EDT-HEADING-1.
           05  FILLER                      PIC X(30) VALUE
               "PAYRL00025 - SUPPLEMENTAL EARN".
           05  FILLER                      PIC X(20) VALUE
               "INGS EDIT".
           05  FILLER                      PIC X(30) VALUE SPACE.

       01  EDT-HEADING-2.
           05  FILLER                      PIC X(09) VALUE
               " EMPLOYEE".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FILLER                      PIC X(08) VALUE
               "CODE".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FILLER                      PIC X(08) VALUE
               "PERIOD".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FILLER                      PIC X(12) VALUE
               "      AMOUNT".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FILLER                      PIC X(05) VALUE
               "TAX".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FILLER                      PIC X(08) VALUE
               "DISP".
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  FILLER                      PIC X(24) VALUE
               "REASON".

       01  EDT-DETAIL-LINE.
           05  ED-EMPLOYEE-ID              PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  ED-EARNINGS-CODE            PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  ED-PAY-PERIOD-END           PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  ED-AMOUNT                   PIC Z,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  ED-TAX-TREATMENT            PIC X(05).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  ED-DISPOSITION              PIC X(08).
           05  FILLER                      PIC X(01) VALUE SPACE.
           05  ED-REASON                   PIC X(24).

       01  EDT-TOTAL-LINE.
           05  FILLER                      PIC X(14) VALUE
               "TRANSACTIONS: ".
           05  ET-READ-CT                  PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(06) VALUE " READ ".
           05  ET-APPLIED-CT               PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(09) VALUE
               " APPLIED ".
           05  ET-REJECTED-CT              PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(24) VALUE
               " REJECTED".

       01  EDT-AMOUNT-LINE.
           05  FILLER                      PIC X(24) VALUE
               "AMOUNT APPLIED:         ".
           05  EA-APPLIED-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(42) VALUE SPACE.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME       PIC X(60) VALUE SPACE.
       01  USERNAME     PIC X(30) VALUE SPACE.
       01  PASSWD       PIC X(30) VALUE SPACE.

      * The employee the transaction is keyed to, and what the edits
      * need to know about the periods still to be paid them.
       01  EMP-PAY-GROUP-WS            PIC X(10) VALUE SPACE.
       01  EMP-STATUS-WS               PIC X(01) VALUE SPACE.
           88  EMP-TERMINATED                      VALUE 'T'.
       01  TERM-DATE-WS                PIC 9(08) VALUE ZERO.
       01  CALENDAR-COUNT-WS           PIC 9(09) VALUE ZERO.
       01  PAID-RUN-COUNT-WS           PIC 9(09) VALUE ZERO.
       01  FINAL-RUN-COUNT-WS          PIC 9(09) VALUE ZERO.
       01  DUPLICATE-COUNT-WS          PIC 9(09) VALUE ZERO.
       01  SUPP-COUNT-WS               PIC 9(09) VALUE ZERO.
       COPY PAYCAL.
       COPY EARNCD.
       COPY SUPERN.
       EXEC SQL END DECLARE SECTION END-EXEC.

           EXEC SQL INCLUDE SQLCA END-EXEC.
       PROCEDURE DIVISION.
       MAIN.
           PERFORM READ-PARAMETERS.

           EXEC SQL
               CONNECT :USERNAME IDENTIFIED BY :PASSWD USING :DBNAME
           END-EXEC.
           PERFORM ERROR-HANDLING.

           PERFORM INIT.
           PERFORM DOWORK.
           PERFORM TERM.



      *----------------------------------------------------------------
      * READ-PARAMETERS - only the database connection comes from
      * PAYPARM; the transactions themselves carry everything else.
      *----------------------------------------------------------------
       READ-PARAMETERS.
           OPEN INPUT PARM-FILE.

           IF NOT PARM-STATUS-OK
               DISPLAY "PAYPARM FILE IS EMPTY OR MISSING"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           READ PARM-FILE
               AT END
                   DISPLAY "PAYPARM FILE IS EMPTY OR MISSING"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.

           CLOSE PARM-FILE.

           MOVE PARM-DBNAME           TO DBNAME.
           MOVE PARM-USERNAME         TO USERNAME.
           MOVE PARM-PASSWD           TO PASSWD.



       INIT.
           OPEN INPUT SUPP-TRAN-FILE.

           IF NOT TRAN-STATUS-OK
               DISPLAY "SUPTRAN FILE IS MISSING OR WILL NOT OPEN, "
                   "STATUS: " SUPP-TRAN-STATUS
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT EDIT-REPORT-FILE.

           IF NOT EDIT-STATUS-OK
               DISPLAY "SUPEDIT FILE OPEN ERROR, STATUS: "
                   EDIT-REPORT-STATUS
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE EDT-HEADING-1 TO EDIT-REPORT-LINE.
           PERFORM WRITE-EDIT-LINE.
           MOVE EDT-HEADING-2 TO EDIT-REPORT-LINE.
           PERFORM WRITE-EDIT-LINE.



       DOWORK.
           READ SUPP-TRAN-FILE
               AT END MOVE '10' TO SUPP-TRAN-STATUS
           END-READ.

           PERFORM UNTIL SUPP-TRAN-STATUS NOT = '00'
               ADD 1 TO TRANS-READ-CT
               PERFORM APPLY-ONE-TRAN
               READ SUPP-TRAN-FILE
                   AT END MOVE '10' TO SUPP-TRAN-STATUS
               END-READ
           END-PERFORM.

           IF NOT TRAN-STATUS-OK AND NOT TRAN-STATUS-EOF
               DISPLAY "SUPTRAN FILE READ ERROR, STATUS: "
                   SUPP-TRAN-STATUS
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.



      *----------------------------------------------------------------
      * APPLY-ONE-TRAN - edit the transaction just read and load it if
      * it is clean.  Whatever fails an edit is rejected onto the
      * report and the run continues - one bad keying never holds up
      * the rest of the file.  The keyed fields are edited before
      * anything is looked up with them.
      *----------------------------------------------------------------
       APPLY-ONE-TRAN.
           MOVE SPACE TO REJECT-REASON-WS.
           MOVE 'N' TO EMPLOYEE-FOUND-SW.
           MOVE 'N' TO EARNINGS-CODE-FOUND-SW.
           MOVE SPACE TO EC-TAX-TREATMENT.

           IF SX-EMPLOYEE-ID NUMERIC AND SX-EMPLOYEE-ID NOT = ZERO
               PERFORM LOOKUP-EMPLOYEE
           END-IF.

           IF SX-EARNINGS-CODE NOT = SPACE
               PERFORM LOOKUP-EARNINGS-CODE
           END-IF.

           EVALUATE TRUE
               WHEN SX-EMPLOYEE-ID NOT NUMERIC
                 OR SX-EMPLOYEE-ID = ZERO
                   MOVE "EMPLOYEE ID MISSING" TO REJECT-REASON-WS
               WHEN NOT EMPLOYEE-FOUND
                   MOVE "EMPLOYEE NOT ON FILE" TO REJECT-REASON-WS
               WHEN NOT EARNINGS-CODE-FOUND
                   MOVE "UNKNOWN EARNINGS CODE" TO REJECT-REASON-WS
               WHEN SX-AMOUNT NOT NUMERIC
                 OR SX-AMOUNT = ZERO
                   MOVE "AMOUNT MISSING OR BAD" TO REJECT-REASON-WS
               WHEN SX-PAY-PERIOD-END NOT NUMERIC
                 OR SX-PAY-PERIOD-END = ZERO
                   MOVE "PAY PERIOD MISSING" TO REJECT-REASON-WS
               WHEN OTHER
                   PERFORM EDIT-PERIOD
           END-EVALUATE.

           IF REJECT-REASON-WS = SPACE
               MOVE "APPLIED" TO ED-DISPOSITION
               ADD 1 TO TRANS-APPLIED-CT
               ADD SX-AMOUNT TO APPLIED-AMOUNT-WS
           ELSE
               MOVE "REJECTED" TO ED-DISPOSITION
               ADD 1 TO TRANS-REJECTED-CT
           END-IF.

           PERFORM WRITE-DETAIL-LINE.



      *----------------------------------------------------------------
      * LOOKUP-EMPLOYEE - the employee must be on EMPLOYEE_DETAILS;
      * the pay group and termination are what the period edits
      * check the line against.
      *----------------------------------------------------------------
       LOOKUP-EMPLOYEE.
           MOVE SX-EMPLOYEE-ID TO SE-EMPLOYEE-ID.

           EXEC SQL
               SELECT PAY_GROUP, EMP_STATUS, COALESCE(TERM_DATE, 0)
                   INTO :EMP-PAY-GROUP-WS, :EMP-STATUS-WS,
                        :TERM-DATE-WS
               FROM EMPLOYEE_DETAILS
               WHERE ID = :SE-EMPLOYEE-ID
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE 'Y' TO EMPLOYEE-FOUND-SW
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM ERROR-HANDLING
           END-EVALUATE.



       LOOKUP-EARNINGS-CODE.
           MOVE SX-EARNINGS-CODE TO EC-EARNINGS-CODE.

           EXEC SQL
               SELECT DESCRIPTION, TAX_TREATMENT, GL_ACCOUNT
                   INTO :EC-DESCRIPTION, :EC-TAX-TREATMENT,
                        :EC-GL-ACCOUNT
               FROM EARNINGS_CODE
               WHERE EARNINGS_CODE = :EC-EARNINGS-CODE
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE 'Y' TO EARNINGS-CODE-FOUND-SW
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM ERROR-HANDLING
           END-EVALUATE.



      *----------------------------------------------------------------
      * EDIT-PERIOD - the line must land on a check that is still to
      * be written.  A pay group on the calendar must have the
      * period scheduled; a period its regular run already closed
      * COMPLETE has had its check, and the line is rejected to be
      * keyed against the next one rather than paid a period late
      * under the wrong date.  A terminated employee is paid only
      * through the final check: once that run is COMPLETE, or for
      * a period starting after the termination date, there is no
      * check left to carry the line.  The same employee, code,
      * period, and amount already on file is taken for a file keyed
      * or submitted twice.
      *----------------------------------------------------------------
       EDIT-PERIOD.
           PERFORM LOOKUP-PERIOD.

           EVALUATE TRUE
               WHEN NOT PERIOD-ON-CALENDAR
                   MOVE "PERIOD NOT ON CALENDAR" TO REJECT-REASON-WS
               WHEN PAID-RUN-COUNT-WS > ZERO
                   MOVE "PERIOD ALREADY PAID" TO REJECT-REASON-WS
               WHEN EMP-TERMINATED AND FINAL-RUN-COUNT-WS > ZERO
                   MOVE "FINAL CHECK ALREADY PAID" TO REJECT-REASON-WS
               WHEN EMP-TERMINATED
                AND PC-PERIOD-START > TERM-DATE-WS
                   MOVE "PERIOD AFTER FINAL CHECK" TO REJECT-REASON-WS
               WHEN DUPLICATE-COUNT-WS > ZERO
                   MOVE "DUPLICATE TRANSACTION" TO REJECT-REASON-WS
               WHEN OTHER
                   PERFORM APPLY-SUPPLEMENTAL
           END-EVALUATE.



      *----------------------------------------------------------------
      * LOOKUP-PERIOD - gather what EDIT-PERIOD decides on.  A pay
      * group with no calendar rows predates the calendar and is not
      * validated against it, and its period start stays unknown.
      *----------------------------------------------------------------
       LOOKUP-PERIOD.
           MOVE 'Y' TO PERIOD-ON-CALENDAR-SW.
           MOVE ZERO TO PC-PERIOD-START.
           MOVE EMP-PAY-GROUP-WS  TO PC-PAY-GROUP.
           MOVE SX-PAY-PERIOD-END TO PC-PERIOD-END.

           EXEC SQL
               SELECT COUNT(*) INTO :CALENDAR-COUNT-WS
               FROM PAY_CALENDAR
               WHERE PAY_GROUP = :PC-PAY-GROUP
           END-EXEC.
           PERFORM ERROR-HANDLING.

           IF CALENDAR-COUNT-WS > ZERO
               EXEC SQL
                   SELECT PERIOD_START INTO :PC-PERIOD-START
                   FROM PAY_CALENDAR
                   WHERE PAY_GROUP = :PC-PAY-GROUP
                     AND PERIOD_END = :PC-PERIOD-END
               END-EXEC
               EVALUATE SQLCODE
                   WHEN ZERO
                       CONTINUE
                   WHEN 100
                       MOVE 'N' TO PERIOD-ON-CALENDAR-SW
                   WHEN OTHER
                       PERFORM ERROR-HANDLING
               END-EVALUATE
           END-IF.

           EXEC SQL
               SELECT COUNT(*) INTO :PAID-RUN-COUNT-WS
               FROM PAY_RUN_LOG
               WHERE PAY_GROUP = :PC-PAY-GROUP
                 AND PERIOD_END = :PC-PERIOD-END
                 AND RUN_MODE IN ('R', 'P')
                 AND RUN_STATUS = 'COMPLETE'
           END-EXEC.
           PERFORM ERROR-HANDLING.

           MOVE ZERO TO FINAL-RUN-COUNT-WS.
           IF EMP-TERMINATED
               EXEC SQL
                   SELECT COUNT(*) INTO :FINAL-RUN-COUNT-WS
                   FROM PAY_RUN_LOG
                   WHERE PAY_GROUP = :PC-PAY-GROUP
                     AND PERIOD_END >= :TERM-DATE-WS
                     AND RUN_MODE IN ('R', 'P')
                     AND RUN_STATUS = 'COMPLETE'
               END-EXEC
               PERFORM ERROR-HANDLING
           END-IF.

           MOVE SX-AMOUNT TO SE-AMOUNT.
           MOVE SX-PAY-PERIOD-END TO SE-PAY-PERIOD-END.
           MOVE SX-EARNINGS-CODE TO SE-EARNINGS-CODE.

           EXEC SQL
               SELECT COUNT(*) INTO :DUPLICATE-COUNT-WS
               FROM SUPPLEMENTAL_EARNINGS
               WHERE EMPLOYEE_ID = :SE-EMPLOYEE-ID
                 AND PAY_PERIOD_END = :SE-PAY-PERIOD-END
                 AND EARNINGS_CODE = :SE-EARNINGS-CODE
                 AND AMOUNT = :SE-AMOUNT
           END-EXEC.
           PERFORM ERROR-HANDLING.



      *----------------------------------------------------------------
      * APPLY-SUPPLEMENTAL - load the line pending.  The run and tax
      * stay zero until PAYRL00001 pays it.
      *----------------------------------------------------------------
       APPLY-SUPPLEMENTAL.
           EXEC SQL
               SELECT COUNT(*) INTO :SUPP-COUNT-WS
               FROM SUPPLEMENTAL_EARNINGS
           END-EXEC.
           PERFORM ERROR-HANDLING.

           IF SUPP-COUNT-WS = ZERO
               MOVE 1 TO SE-SUPP-ID
           ELSE
               EXEC SQL
                   SELECT MAX(SUPP_ID) + 1 INTO :SE-SUPP-ID
                   FROM SUPPLEMENTAL_EARNINGS
               END-EXEC
               PERFORM ERROR-HANDLING
           END-IF.

           MOVE 'P'  TO SE-STATUS.
           MOVE ZERO TO SE-RUN-ID.
           MOVE ZERO TO SE-TAX-AMOUNT.

           EXEC SQL
               INSERT INTO SUPPLEMENTAL_EARNINGS
                   (SUPP_ID, EMPLOYEE_ID, PAY_PERIOD_END,
                    EARNINGS_CODE, AMOUNT, STATUS, RUN_ID, TAX_AMOUNT)
               VALUES
                   (:SE-SUPP-ID, :SE-EMPLOYEE-ID, :SE-PAY-PERIOD-END,
                    :SE-EARNINGS-CODE, :SE-AMOUNT, :SE-STATUS,
                    :SE-RUN-ID, :SE-TAX-AMOUNT)
           END-EXEC.
           PERFORM ERROR-HANDLING.



      *----------------------------------------------------------------
      * WRITE-DETAIL-LINE - a field keyed unreadable prints as zero;
      * the reason says which one it was.
      *----------------------------------------------------------------
       WRITE-DETAIL-LINE.
           IF SX-EMPLOYEE-ID NUMERIC
               MOVE SX-EMPLOYEE-ID TO ED-EMPLOYEE-ID
           ELSE
               MOVE ZERO TO ED-EMPLOYEE-ID
           END-IF.

           IF SX-AMOUNT NUMERIC
               MOVE SX-AMOUNT TO ED-AMOUNT
           ELSE
               MOVE ZERO TO ED-AMOUNT
           END-IF.

           MOVE SX-EARNINGS-CODE  TO ED-EARNINGS-CODE.
           MOVE SX-PAY-PERIOD-END TO ED-PAY-PERIOD-END.

           EVALUATE TRUE
               WHEN NOT EARNINGS-CODE-FOUND
                   MOVE SPACE TO ED-TAX-TREATMENT
               WHEN EC-NOT-TAXED
                   MOVE "NONE" TO ED-TAX-TREATMENT
               WHEN OTHER
                   MOVE "SUPPL" TO ED-TAX-TREATMENT
           END-EVALUATE.

           MOVE REJECT-REASON-WS TO ED-REASON.
           MOVE EDT-DETAIL-LINE  TO EDIT-REPORT-LINE.
           PERFORM WRITE-EDIT-LINE.



       WRITE-EDIT-LINE.
           WRITE EDIT-REPORT-LINE.

           IF NOT EDIT-STATUS-OK
               DISPLAY "SUPEDIT FILE WRITE ERROR, STATUS: "
                   EDIT-REPORT-STATUS
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.



       TERM.
           MOVE TRANS-READ-CT     TO ET-READ-CT.
           MOVE TRANS-APPLIED-CT  TO ET-APPLIED-CT.
           MOVE TRANS-REJECTED-CT TO ET-REJECTED-CT.
           MOVE EDT-TOTAL-LINE TO EDIT-REPORT-LINE.
           PERFORM WRITE-EDIT-LINE.

           MOVE APPLIED-AMOUNT-WS TO EA-APPLIED-AMOUNT.
           MOVE EDT-AMOUNT-LINE TO EDIT-REPORT-LINE.
           PERFORM WRITE-EDIT-LINE.

           CLOSE SUPP-TRAN-FILE.
           CLOSE EDIT-REPORT-FILE.

           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM ERROR-HANDLING.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "PAYRL00025 READ " TRANS-READ-CT
               " APPLIED " TRANS-APPLIED-CT
               " REJECTED " TRANS-REJECTED-CT.

           IF TRANS-REJECTED-CT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.



       ERROR-HANDLING.
           IF SQLCODE NOT = ZERO
               DISPLAY "SQLCODE: " SQLCODE " "
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
