      * ================================================================
      * PAYRL00024 - Batch direct deposit maintenance.  Applies the
      *              BKTRAN transaction file of ADD/CHANGE/STOP
      *              records against BANK_ELECTIONS with routing
      *              check-digit and account-type edits, and prints
      *              an applied/rejected audit report showing the
      *              banking on file before and after every
      *              transaction - a changed deposit account is the
      *              first thing an auditor asks to see.  No account
      *              goes live from here: an add, or a change to the
      *              routing, account, or account type, puts the
      *              election in prenote ('P'), and PAYRL00003 pays
      *              the employee by check while the zero-dollar
      *              prenote entry it sends waits out the bank's
      *              return window.  A stop leaves the row on file
      *              ('S') so the banking history stays behind it.
      *
      * ================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRL00024.
       AUTHOR. DLONG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PAYPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT BANK-TRAN-FILE ASSIGN TO "BKTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BANK-TRAN-STATUS.

           SELECT AUDIT-REPORT-FILE ASSIGN TO "BKAUDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       COPY PARMREC.

       FD  BANK-TRAN-FILE.
       COPY BKTRAN.

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  PARM-FILE-STATUS                PIC X(02) VALUE '00'.
           88  PARM-STATUS-OK                          VALUE '00'.
       01  BANK-TRAN-STATUS                PIC X(02) VALUE '00'.
           88  TRAN-STATUS-OK                          VALUE '00'.
           88  TRAN-STATUS-EOF                         VALUE '10'.
       01  AUDIT-REPORT-STATUS             PIC X(02) VALUE '00'.
           88  AUDIT-STATUS-OK                         VALUE '00'.

       01  TRANS-READ-CT                   PIC 9(09) COMP VALUE ZERO.
       01  TRANS-APPLIED-CT                PIC 9(09) COMP VALUE ZERO.
       01  TRANS-REJECTED-CT               PIC 9(09) COMP VALUE ZERO.
       01  PRENOTES-SET-CT                 PIC 9(09) COMP VALUE ZERO.

       01  REJECT-REASON-WS                PIC X(24)      VALUE SPACE.
       01  ELECTION-FOUND-SW               PIC X(01)      VALUE 'N'.
           88  ELECTION-FOUND                            VALUE 'Y'.
       01  ROUTING-VALID-SW                PIC X(01)      VALUE 'Y'.
           88  ROUTING-VALID                             VALUE 'Y'.

      * ABA routing check digit: three times digits 1, 4 and 7, plus
      * seven times digits 2, 5 and 8, plus digits 3, 6 and 9 must
      * come to a multiple of ten.
       01  ROUTING-EDIT-WS                 PIC X(09)      VALUE SPACE.
       01  ROUTING-EDIT-RED REDEFINES ROUTING-EDIT-WS.
           05  RE-DIGIT                    PIC 9(01) OCCURS 9 TIMES.
       01  ROUTING-CHECK-SUM-WS            PIC 9(05) COMP VALUE ZERO.
       01  ROUTING-CHECK-QUOT-WS           PIC 9(05) COMP VALUE ZERO.
       01  ROUTING-CHECK-REM-WS            PIC 9(02) COMP VALUE ZERO.

      *----------------------------------------------------------------
      * Audit report line layouts.  Every transaction prints its
      * disposition line, then the banking on file before it and
      * after it - or, for a rejected transaction, what was keyed.
      *----------------------------------------------------------------
       01  AUD-HEADING-1.
           05  FILLER                      PIC X(30) VALUE
               "PAYRL00024 - DIRECT DEPOSIT MA".
           05  FILLER                      PIC X(20) VALUE
               "INTENANCE AUDIT".
           05  FILLER                      PIC X(30) VALUE SPACE.

       01  AUD-HEADING-2.
           05  FILLER                      PIC X(06) VALUE
               "ACTION".
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  FILLER                      PIC X(11) VALUE
               "EMPLOYEE ID".
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  FILLER                      PIC X(08) VALUE
               "DISP".
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  FILLER                      PIC X(24) VALUE
               "REASON".
           05  FILLER                      PIC X(19) VALUE SPACE.

       01  AUD-DETAIL-LINE.
           05  AD-ACTION                   PIC X(01).
           05  FILLER                      PIC X(09) VALUE SPACE.
           05  AD-EMPLOYEE-ID              PIC ZZZZZZZZZZ9.
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  AD-DISPOSITION              PIC X(08).
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  AD-REASON                   PIC X(24).
           05  FILLER                      PIC X(19) VALUE SPACE.

       01  AUD-BANKING-LINE.
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  AB-CAPTION                  PIC X(07).
           05  FILLER                      PIC X(08) VALUE
               "ROUTING ".
           05  AB-ROUTING-NUMBER           PIC X(09).
           05  FILLER                      PIC X(09) VALUE
               " ACCOUNT ".
           05  AB-ACCOUNT-NUMBER           PIC X(17).
           05  FILLER                      PIC X(06) VALUE
               " TYPE ".
           05  AB-ACCOUNT-TYPE             PIC X(01).
           05  FILLER                      PIC X(08) VALUE
               " STATUS ".
           05  AB-STATUS                   PIC X(07).
           05  FILLER                      PIC X(04) VALUE SPACE.

       01  AUD-TOTAL-LINE.
           05  FILLER                      PIC X(14) VALUE
               "TRANSACTIONS: ".
           05  AT-READ-CT                  PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(06) VALUE " READ ".
           05  AT-APPLIED-CT               PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(09) VALUE
               " APPLIED ".
           05  AT-REJECTED-CT              PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(24) VALUE
               " REJECTED".

      * The election status FORMAT-BANK-STATUS captions - the one on
      * file before the transaction for the before line, the one the
      * transaction left for the after line.
       01  STATUS-TO-FORMAT-WS             PIC X(01) VALUE SPACE.
           88  FMT-ELECTION-ACTIVE                   VALUE ' '.
           88  FMT-ACH-RETURNED                      VALUE 'R'.
           88  FMT-PRENOTE-PENDING                   VALUE 'P'.
           88  FMT-ELECTION-STOPPED                  VALUE 'S'.

       01  AUD-PRENOTE-LINE.
           05  FILLER                      PIC X(24) VALUE
               "ACCOUNTS TO PRENOTE:    ".
           05  AP-PRENOTE-CT               PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(47) VALUE SPACE.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME       PIC X(60) VALUE SPACE.
       01  USERNAME     PIC X(30) VALUE SPACE.
       01  PASSWD       PIC X(30) VALUE SPACE.
       01  EMPLOYEE-COUNT-WS           PIC 9(09) VALUE ZERO.

      * The election as it stood before the transaction - the
      * "before" half of the audit.
       01  OLD-ROUTING-NUMBER          PIC X(09) VALUE SPACE.
       01  OLD-ACCOUNT-NUMBER          PIC X(17) VALUE SPACE.
       01  OLD-ACCOUNT-TYPE            PIC X(01) VALUE SPACE.
       01  OLD-ELECTION-STATUS         PIC X(01) VALUE SPACE.
           88  OLD-ELECTION-STOPPED                VALUE 'S'.
       COPY BANKEL.
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
           OPEN INPUT BANK-TRAN-FILE.

           IF NOT TRAN-STATUS-OK
               DISPLAY "BKTRAN FILE IS MISSING OR WILL NOT OPEN, "
                   "STATUS: " BANK-TRAN-STATUS
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT AUDIT-REPORT-FILE.

           IF NOT AUDIT-STATUS-OK
               DISPLAY "BKAUDIT FILE OPEN ERROR, STATUS: "
                   AUDIT-REPORT-STATUS
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE AUD-HEADING-1 TO AUDIT-REPORT-LINE.
           PERFORM WRITE-AUDIT-LINE.
           MOVE AUD-HEADING-2 TO AUDIT-REPORT-LINE.
           PERFORM WRITE-AUDIT-LINE.



       DOWORK.
           READ BANK-TRAN-FILE
               AT END MOVE '10' TO BANK-TRAN-STATUS
           END-READ.

           PERFORM UNTIL BANK-TRAN-STATUS NOT = '00'
               ADD 1 TO TRANS-READ-CT
               PERFORM APPLY-ONE-TRAN
               READ BANK-TRAN-FILE
                   AT END MOVE '10' TO BANK-TRAN-STATUS
               END-READ
           END-PERFORM.

           IF NOT TRAN-STATUS-OK AND NOT TRAN-STATUS-EOF
               DISPLAY "BKTRAN FILE READ ERROR, STATUS: "
                   BANK-TRAN-STATUS
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.



      *----------------------------------------------------------------
      * APPLY-ONE-TRAN - edit the transaction just read and route it
      * to the right maintenance paragraph.  Whatever fails an edit
      * is rejected onto the audit report and the run continues -
      * one bad keying never holds up the rest of the file.  A
      * routing number keyed on any action must pass the check-digit
      * edit before anything else is looked at.
      *----------------------------------------------------------------
       APPLY-ONE-TRAN.
           MOVE SPACE TO REJECT-REASON-WS.
           MOVE 'N' TO ELECTION-FOUND-SW.
           MOVE SPACE TO OLD-ROUTING-NUMBER OLD-ACCOUNT-NUMBER
                         OLD-ACCOUNT-TYPE OLD-ELECTION-STATUS.

           IF BT-EMPLOYEE-ID NUMERIC AND BT-EMPLOYEE-ID NOT = ZERO
               MOVE BT-EMPLOYEE-ID TO BK-EMPLOYEE-ID
               PERFORM LOOKUP-ELECTION
           END-IF.

           MOVE 'Y' TO ROUTING-VALID-SW.
           IF BT-ROUTING-NUMBER NOT = SPACE
               PERFORM CHECK-ROUTING-DIGIT
           END-IF.

           EVALUATE TRUE
               WHEN BT-EMPLOYEE-ID NOT NUMERIC
                 OR BT-EMPLOYEE-ID = ZERO
                   MOVE "EMPLOYEE ID MISSING" TO REJECT-REASON-WS
               WHEN EMPLOYEE-COUNT-WS = ZERO
                   MOVE "EMPLOYEE NOT ON FILE" TO REJECT-REASON-WS
               WHEN NOT ROUTING-VALID
                   MOVE "ROUTING CHECK DIGIT BAD" TO REJECT-REASON-WS
               WHEN BT-ACTION = 'A'
                   PERFORM EDIT-ADD
               WHEN BT-ACTION = 'C'
                   PERFORM EDIT-CHANGE
               WHEN BT-ACTION = 'S'
                   PERFORM EDIT-STOP
               WHEN OTHER
                   MOVE "INVALID ACTION" TO REJECT-REASON-WS
           END-EVALUATE.

           IF REJECT-REASON-WS = SPACE
               MOVE "APPLIED" TO AD-DISPOSITION
               ADD 1 TO TRANS-APPLIED-CT
           ELSE
               MOVE "REJECTED" TO AD-DISPOSITION
               ADD 1 TO TRANS-REJECTED-CT
           END-IF.

           MOVE BT-ACTION        TO AD-ACTION.
           IF BT-EMPLOYEE-ID NUMERIC
               MOVE BT-EMPLOYEE-ID TO AD-EMPLOYEE-ID
           ELSE
               MOVE ZERO TO AD-EMPLOYEE-ID
           END-IF.
           MOVE REJECT-REASON-WS TO AD-REASON.
           MOVE AUD-DETAIL-LINE  TO AUDIT-REPORT-LINE.
           PERFORM WRITE-AUDIT-LINE.

           PERFORM WRITE-BANKING-LINES.



      *----------------------------------------------------------------
      * LOOKUP-ELECTION - the employee must be on EMPLOYEE_DETAILS,
      * and whatever election is already on file is kept as the
      * "before" banking.  No election row is not an error here; the
      * action decides whether it needs one.  APPLY-ONE-TRAN has
      * already cleared the "before" fields, and only looks when the
      * keyed employee id is a number.
      *----------------------------------------------------------------
       LOOKUP-ELECTION.
           EXEC SQL
               SELECT COUNT(*) INTO :EMPLOYEE-COUNT-WS
               FROM EMPLOYEE_DETAILS
               WHERE ID = :BK-EMPLOYEE-ID
           END-EXEC.
           PERFORM ERROR-HANDLING.

           EXEC SQL
               SELECT ROUTING_NUMBER, ACCOUNT_NUMBER, ACCOUNT_TYPE,
                      COALESCE(ELECTION_STATUS, ' ')
                   INTO :OLD-ROUTING-NUMBER, :OLD-ACCOUNT-NUMBER,
                        :OLD-ACCOUNT-TYPE, :OLD-ELECTION-STATUS
               FROM BANK_ELECTIONS
               WHERE EMPLOYEE_ID = :BK-EMPLOYEE-ID
           END-EXEC.

           EVALUATE SQLCODE
               WHEN ZERO
                   MOVE 'Y' TO ELECTION-FOUND-SW
               WHEN 100
                   CONTINUE
               WHEN OTHER
                   PERFORM ERROR-HANDLING
           END-EVALUATE.



      *----------------------------------------------------------------
      * CHECK-ROUTING-DIGIT - a routing number must be nine digits,
      * not all zero, whose weighted sum (3-7-1 across the digits)
      * is a multiple of ten.
      *----------------------------------------------------------------
       CHECK-ROUTING-DIGIT.
           MOVE BT-ROUTING-NUMBER TO ROUTING-EDIT-WS.

           IF ROUTING-EDIT-WS NOT NUMERIC
           OR ROUTING-EDIT-WS = "000000000"
               MOVE 'N' TO ROUTING-VALID-SW
           ELSE
               COMPUTE ROUTING-CHECK-SUM-WS =
                   3 * (RE-DIGIT (1) + RE-DIGIT (4) + RE-DIGIT (7))
                 + 7 * (RE-DIGIT (2) + RE-DIGIT (5) + RE-DIGIT (8))
                 +     (RE-DIGIT (3) + RE-DIGIT (6) + RE-DIGIT (9))
               DIVIDE ROUTING-CHECK-SUM-WS BY 10
                   GIVING ROUTING-CHECK-QUOT-WS
                   REMAINDER ROUTING-CHECK-REM-WS
               IF ROUTING-CHECK-REM-WS NOT = ZERO
                   MOVE 'N' TO ROUTING-VALID-SW
               END-IF
           END-IF.



      *----------------------------------------------------------------
      * EDIT-ADD - a new election needs all of its banking keyed.
      * An A for an employee whose election was stopped re-enrolls
      * the same row - with new banking, so it prenotes like any
      * other add - rather than rejecting.
      *----------------------------------------------------------------
       EDIT-ADD.
           EVALUATE TRUE
               WHEN ELECTION-FOUND AND NOT OLD-ELECTION-STOPPED
                   MOVE "ELECTION ALREADY ON FILE" TO REJECT-REASON-WS
               WHEN BT-ROUTING-NUMBER = SPACE
                   MOVE "ROUTING NUMBER MISSING" TO REJECT-REASON-WS
               WHEN BT-ACCOUNT-NUMBER = SPACE
                   MOVE "ACCOUNT NUMBER MISSING" TO REJECT-REASON-WS
               WHEN BT-ACCOUNT-TYPE NOT = 'C'
                AND BT-ACCOUNT-TYPE NOT = 'S'
                   MOVE "INVALID ACCOUNT TYPE" TO REJECT-REASON-WS
               WHEN OTHER
                   PERFORM APPLY-ADD
           END-EVALUATE.



       APPLY-ADD.
           MOVE BT-ROUTING-NUMBER TO BK-ROUTING-NUMBER.
           MOVE BT-ACCOUNT-NUMBER TO BK-ACCOUNT-NUMBER.
           MOVE BT-ACCOUNT-TYPE   TO BK-ACCOUNT-TYPE.

           IF ELECTION-FOUND
               PERFORM WRITE-PRENOTE-ELECTION
           ELSE
               MOVE 'P'  TO BK-ELECTION-STATUS
               MOVE ZERO TO BK-PRENOTE-DATE
               EXEC SQL
                   INSERT INTO BANK_ELECTIONS
                       (EMPLOYEE_ID, ROUTING_NUMBER, ACCOUNT_NUMBER,
                        ACCOUNT_TYPE, ELECTION_STATUS, PRENOTE_DATE)
                   VALUES
                       (:BK-EMPLOYEE-ID, :BK-ROUTING-NUMBER,
                        :BK-ACCOUNT-NUMBER, :BK-ACCOUNT-TYPE,
                        :BK-ELECTION-STATUS, :BK-PRENOTE-DATE)
               END-EXEC
               PERFORM ERROR-HANDLING
               ADD 1 TO PRENOTES-SET-CT
           END-IF.



      *----------------------------------------------------------------
      * EDIT-CHANGE - nonblank fields on the transaction replace what
      * is on file; everything left blank stays as it is.  A change
      * that would leave the banking exactly as it stands is
      * rejected rather than restarting a prenote for nothing.  New
      * banking for an election PAYRL00014 flagged 'R' is how the
      * return is cleared - it prenotes like any other change.
      *----------------------------------------------------------------
       EDIT-CHANGE.
           MOVE OLD-ROUTING-NUMBER TO BK-ROUTING-NUMBER.
           MOVE OLD-ACCOUNT-NUMBER TO BK-ACCOUNT-NUMBER.
           MOVE OLD-ACCOUNT-TYPE   TO BK-ACCOUNT-TYPE.
           IF BT-ROUTING-NUMBER NOT = SPACE
               MOVE BT-ROUTING-NUMBER TO BK-ROUTING-NUMBER
           END-IF.
           IF BT-ACCOUNT-NUMBER NOT = SPACE
               MOVE BT-ACCOUNT-NUMBER TO BK-ACCOUNT-NUMBER
           END-IF.
           IF BT-ACCOUNT-TYPE NOT = SPACE
               MOVE BT-ACCOUNT-TYPE TO BK-ACCOUNT-TYPE
           END-IF.

           EVALUATE TRUE
               WHEN NOT ELECTION-FOUND
                   MOVE "NO ELECTION ON FILE" TO REJECT-REASON-WS
               WHEN OLD-ELECTION-STOPPED
                   MOVE "ELECTION STOPPED" TO REJECT-REASON-WS
               WHEN BT-ACCOUNT-TYPE NOT = SPACE
                AND BT-ACCOUNT-TYPE NOT = 'C'
                AND BT-ACCOUNT-TYPE NOT = 'S'
                   MOVE "INVALID ACCOUNT TYPE" TO REJECT-REASON-WS
               WHEN BK-ROUTING-NUMBER = OLD-ROUTING-NUMBER
                AND BK-ACCOUNT-NUMBER = OLD-ACCOUNT-NUMBER
                AND BK-ACCOUNT-TYPE = OLD-ACCOUNT-TYPE
                   MOVE "NO CHANGE TO BANKING" TO REJECT-REASON-WS
               WHEN OTHER
                   PERFORM WRITE-PRENOTE-ELECTION
           END-EVALUATE.



      *----------------------------------------------------------------
      * WRITE-PRENOTE-ELECTION - replace the banking on an existing
      * row and start it over in prenote: the prenote date clears so
      * the next PAYRL00003 run sends a fresh zero-dollar entry to
      * the new account.
      *----------------------------------------------------------------
       WRITE-PRENOTE-ELECTION.
           MOVE 'P'  TO BK-ELECTION-STATUS.
           MOVE ZERO TO BK-PRENOTE-DATE.

           EXEC SQL
               UPDATE BANK_ELECTIONS
               SET ROUTING_NUMBER = :BK-ROUTING-NUMBER,
                   ACCOUNT_NUMBER = :BK-ACCOUNT-NUMBER,
                   ACCOUNT_TYPE = :BK-ACCOUNT-TYPE,
                   ELECTION_STATUS = :BK-ELECTION-STATUS,
                   PRENOTE_DATE = :BK-PRENOTE-DATE
               WHERE EMPLOYEE_ID = :BK-EMPLOYEE-ID
           END-EXEC.
           PERFORM ERROR-HANDLING.

           ADD 1 TO PRENOTES-SET-CT.



       EDIT-STOP.
           EVALUATE TRUE
               WHEN NOT ELECTION-FOUND
                   MOVE "NO ELECTION ON FILE" TO REJECT-REASON-WS
               WHEN OLD-ELECTION-STOPPED
                   MOVE "ELECTION ALREADY STOPPED" TO REJECT-REASON-WS
               WHEN OTHER
                   PERFORM APPLY-STOP
           END-EVALUATE.



      *----------------------------------------------------------------
      * APPLY-STOP - the row and its banking stay; only the status
      * changes, and PAYRL00003 pays the employee by check from the
      * next run on.
      *----------------------------------------------------------------
       APPLY-STOP.
           MOVE OLD-ROUTING-NUMBER TO BK-ROUTING-NUMBER.
           MOVE OLD-ACCOUNT-NUMBER TO BK-ACCOUNT-NUMBER.
           MOVE OLD-ACCOUNT-TYPE   TO BK-ACCOUNT-TYPE.
           MOVE 'S'  TO BK-ELECTION-STATUS.
           MOVE ZERO TO BK-PRENOTE-DATE.

           EXEC SQL
               UPDATE BANK_ELECTIONS
               SET ELECTION_STATUS = :BK-ELECTION-STATUS,
                   PRENOTE_DATE = :BK-PRENOTE-DATE
               WHERE EMPLOYEE_ID = :BK-EMPLOYEE-ID
           END-EXEC.
           PERFORM ERROR-HANDLING.



      *----------------------------------------------------------------
      * WRITE-BANKING-LINES - the before line is what was on file
      * when the transaction was read (blank for an employee with no
      * election).  An applied transaction's after line is what is
      * on file now; a rejected one shows what was keyed instead, so
      * a rejected attempt to move someone's pay is on the report
      * too.
      *----------------------------------------------------------------
       WRITE-BANKING-LINES.
           MOVE "BEFORE " TO AB-CAPTION.
           MOVE OLD-ROUTING-NUMBER TO AB-ROUTING-NUMBER.
           MOVE OLD-ACCOUNT-NUMBER TO AB-ACCOUNT-NUMBER.
           MOVE OLD-ACCOUNT-TYPE   TO AB-ACCOUNT-TYPE.
           IF ELECTION-FOUND
               MOVE OLD-ELECTION-STATUS TO STATUS-TO-FORMAT-WS
               PERFORM FORMAT-BANK-STATUS
           ELSE
               MOVE "NONE" TO AB-STATUS
           END-IF.
           MOVE AUD-BANKING-LINE TO AUDIT-REPORT-LINE.
           PERFORM WRITE-AUDIT-LINE.

           IF REJECT-REASON-WS = SPACE
               MOVE "AFTER  " TO AB-CAPTION
               MOVE BK-ROUTING-NUMBER TO AB-ROUTING-NUMBER
               MOVE BK-ACCOUNT-NUMBER TO AB-ACCOUNT-NUMBER
               MOVE BK-ACCOUNT-TYPE   TO AB-ACCOUNT-TYPE
               MOVE BK-ELECTION-STATUS TO STATUS-TO-FORMAT-WS
               PERFORM FORMAT-BANK-STATUS
           ELSE
               MOVE "KEYED  " TO AB-CAPTION
               MOVE BT-ROUTING-NUMBER TO AB-ROUTING-NUMBER
               MOVE BT-ACCOUNT-NUMBER TO AB-ACCOUNT-NUMBER
               MOVE BT-ACCOUNT-TYPE   TO AB-ACCOUNT-TYPE
               MOVE SPACE TO AB-STATUS
           END-IF.
           MOVE AUD-BANKING-LINE TO AUDIT-REPORT-LINE.
           PERFORM WRITE-AUDIT-LINE.



       FORMAT-BANK-STATUS.
           EVALUATE TRUE
               WHEN FMT-ELECTION-ACTIVE
                   MOVE "ACTIVE" TO AB-STATUS
               WHEN FMT-ACH-RETURNED
                   MOVE "RETURN" TO AB-STATUS
               WHEN FMT-PRENOTE-PENDING
                   MOVE "PRENOTE" TO AB-STATUS
               WHEN FMT-ELECTION-STOPPED
                   MOVE "STOPPED" TO AB-STATUS
               WHEN OTHER
                   MOVE STATUS-TO-FORMAT-WS TO AB-STATUS
           END-EVALUATE.



       WRITE-AUDIT-LINE.
           WRITE AUDIT-REPORT-LINE.

           IF NOT AUDIT-STATUS-OK
               DISPLAY "BKAUDIT FILE WRITE ERROR, STATUS: "
                   AUDIT-REPORT-STATUS
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.



       TERM.
           MOVE TRANS-READ-CT     TO AT-READ-CT.
           MOVE TRANS-APPLIED-CT  TO AT-APPLIED-CT.
           MOVE TRANS-REJECTED-CT TO AT-REJECTED-CT.
           MOVE AUD-TOTAL-LINE TO AUDIT-REPORT-LINE.
           PERFORM WRITE-AUDIT-LINE.

           MOVE PRENOTES-SET-CT TO AP-PRENOTE-CT.
           MOVE AUD-PRENOTE-LINE TO AUDIT-REPORT-LINE.
           PERFORM WRITE-AUDIT-LINE.

           CLOSE BANK-TRAN-FILE.
           CLOSE AUDIT-REPORT-FILE.

           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM ERROR-HANDLING.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "PAYRL00024 READ " TRANS-READ-CT
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
