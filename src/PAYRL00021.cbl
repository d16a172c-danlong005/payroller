      * ================================================================
      * PAYRL00021 - Positive pay issued-check file.  Sends the bank
      *              every check on CHECK_REGISTER it has not yet been
      *              told about: an issue record for each check
      *              PAYRL00003 cut since the last transmission, and a
      *              void record for each check cancelled since -
      *              so a forged, altered, or cancelled payroll check
      *              is stopped at the teller instead of found weeks
      *              later by PAYRL00013.  Each row is stamped with
      *              the date its issue (or void) record went out, so
      *              nothing is sent twice and nothing is missed, and
      *              the transmittal control report gives the item
      *              count and dollar total the bank confirms back.
      *
      * ================================================================

       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYRL00021.
       AUTHOR. DLONG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "PAYPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-FILE-STATUS.

           SELECT PPAY-FILE ASSIGN TO "PPAYFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PPAY-FILE-STATUS.

           SELECT CONTROL-REPORT-FILE ASSIGN TO "PPAYCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       COPY PARMREC.

       FD  PPAY-FILE.
       01  PPAY-RECORD                     PIC X(80).

       FD  CONTROL-REPORT-FILE.
       01  CONTROL-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  PARM-FILE-STATUS                PIC X(02) VALUE '00'.
           88  PARM-STATUS-OK                          VALUE '00'.
       01  PPAY-FILE-STATUS                PIC X(02) VALUE '00'.
           88  PPAY-STATUS-OK                          VALUE '00'.
       01  CONTROL-REPORT-STATUS           PIC X(02) VALUE '00'.
           88  RPT-STATUS-OK                           VALUE '00'.

      *----------------------------------------------------------------
      * The disbursement account the payroll checks are drawn on and
      * the name the bank knows us by.  These do not vary by run, so
      * they are fixed here the same way the NACHA company identity
      * is fixed in PAYRL00003.
      *----------------------------------------------------------------
       01  DISBURSE-ACCOUNT-WS             PIC X(15) VALUE
           "000004455667788".
       01  COMPANY-NAME-WS                 PIC X(16) VALUE
           "PAYROLLER INC".

       01  RUN-TIME-WS                     PIC 9(08) VALUE ZERO.
       01  RUN-TIME-RED REDEFINES RUN-TIME-WS.
           05  RUN-TIME-HHMM-WS            PIC 9(04).
           05  FILLER                      PIC 9(04).

       01  ISSUE-COUNT-CT                  PIC 9(09) COMP VALUE ZERO.
       01  VOID-COUNT-CT                   PIC 9(09) COMP VALUE ZERO.
       01  ITEM-COUNT-CT                   PIC 9(09) COMP VALUE ZERO.
       01  AMOUNT-CENTS-WS                 PIC 9(10)       VALUE ZERO.
       01  TOTAL-CENTS-WS                  PIC 9(12)       VALUE ZERO.
       01  ISSUE-TOTAL-WS              PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  VOID-TOTAL-WS               PIC S9(11)V99 COMP-3 VALUE ZERO.
       01  ITEM-TOTAL-WS               PIC S9(11)V99 COMP-3 VALUE ZERO.

      *----------------------------------------------------------------
      * Positive pay layouts - 80-byte fixed records, one 01 group per
      * record type, each moved to PPAY-RECORD before the write.
      * Amounts are carried in cents.  An item record is 'I' for an
      * issued check and 'V' for a void of one sent earlier (or in
      * the same file).
      *----------------------------------------------------------------
       01  PPAY-HEADER-REC.
           05  FILLER                      PIC X(01) VALUE 'H'.
           05  PH-ACCOUNT-NUMBER           PIC X(15).
           05  PH-CREATION-DATE            PIC 9(08).
           05  PH-CREATION-TIME            PIC 9(04).
           05  PH-COMPANY-NAME             PIC X(16).
           05  FILLER                      PIC X(36) VALUE SPACE.

       01  PPAY-ITEM-REC.
           05  PI-RECORD-TYPE              PIC X(01).
           05  PI-ACCOUNT-NUMBER           PIC X(15).
           05  PI-CHECK-NUMBER             PIC 9(10).
           05  PI-AMOUNT                   PIC 9(10).
           05  PI-ISSUE-DATE               PIC 9(08).
           05  PI-PAYEE-NAME               PIC X(22).
           05  FILLER                      PIC X(14) VALUE SPACE.

       01  PPAY-TRAILER-REC.
           05  FILLER                      PIC X(01) VALUE 'T'.
           05  PT-ACCOUNT-NUMBER           PIC X(15).
           05  PT-ITEM-COUNT               PIC 9(08).
           05  PT-TOTAL-AMOUNT             PIC 9(12).
           05  FILLER                      PIC X(44) VALUE SPACE.

      *----------------------------------------------------------------
      * Transmittal control report line layouts.
      *----------------------------------------------------------------
       01  CTL-HEADING-1.
           05  FILLER                      PIC X(30) VALUE
               "PAYRL00021 - POSITIVE PAY TRAN".
           05  FILLER                      PIC X(12) VALUE
               "SMITTAL FOR ".
           05  TH1-RUN-DATE                PIC 9(08).
           05  FILLER                      PIC X(09) VALUE
               " ACCOUNT ".
           05  TH1-ACCOUNT-NUMBER          PIC X(15).
           05  FILLER                      PIC X(06) VALUE SPACE.

       01  CTL-HEADING-2.
           05  FILLER                      PIC X(09) VALUE
               " CHECK NO".
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  FILLER                      PIC X(11) VALUE
               "EMPLOYEE ID".
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  FILLER                      PIC X(10) VALUE
               "ISSUE DATE".
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  FILLER                      PIC X(13) VALUE
               "       AMOUNT".
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  FILLER                      PIC X(08) VALUE
               "ITEM".
           05  FILLER                      PIC X(13) VALUE SPACE.

       01  CTL-DETAIL-LINE.
           05  TM-CHECK-NUMBER             PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  TM-EMPLOYEE-ID              PIC ZZZZZZZZZZ9.
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  TM-ISSUE-DATE               PIC 9(08).
           05  FILLER                      PIC X(06) VALUE SPACE.
           05  TM-AMOUNT                   PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(04) VALUE SPACE.
           05  TM-ITEM-TYPE                PIC X(08).
           05  FILLER                      PIC X(13) VALUE SPACE.

       01  CTL-TOTAL-LINE.
           05  TT-CAPTION                  PIC X(24).
           05  TT-COUNT                    PIC ZZZZZZZZ9.
           05  FILLER                      PIC X(02) VALUE SPACE.
           05  TT-AMOUNT                   PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(28) VALUE SPACE.

       EXEC SQL BEGIN DECLARE SECTION END-EXEC.
       01  DBNAME       PIC X(60) VALUE SPACE.
       01  USERNAME     PIC X(30) VALUE SPACE.
       01  PASSWD       PIC X(30) VALUE SPACE.
       01  RUN-DATE-WS                 PIC 9(08) VALUE ZERO.
       COPY CHECKRG.
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
           PERFORM SEND-ISSUES.
           PERFORM SEND-VOIDS.
           PERFORM TERM.



      *----------------------------------------------------------------
      * READ-PARAMETERS - only the database is taken from PAYPARM.
      * The file is not cut by pay group or period: the checks are
      * all drawn on the one disbursement account, so every check not
      * yet transmitted goes, whichever pay run issued it.
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
           OPEN OUTPUT PPAY-FILE.

           IF NOT PPAY-STATUS-OK
               DISPLAY "PPAYFILE OPEN ERROR, STATUS: " PPAY-FILE-STATUS
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CONTROL-REPORT-FILE.

           IF NOT RPT-STATUS-OK
               DISPLAY "PPAYCTL FILE OPEN ERROR, STATUS: "
                   CONTROL-REPORT-STATUS
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           ACCEPT RUN-TIME-WS FROM TIME.

           MOVE DISBURSE-ACCOUNT-WS TO PH-ACCOUNT-NUMBER
                                       PI-ACCOUNT-NUMBER
                                       PT-ACCOUNT-NUMBER.
           MOVE RUN-DATE-WS         TO PH-CREATION-DATE.
           MOVE RUN-TIME-HHMM-WS    TO PH-CREATION-TIME.
           MOVE COMPANY-NAME-WS     TO PH-COMPANY-NAME.
           MOVE PPAY-HEADER-REC TO PPAY-RECORD.
           PERFORM WRITE-PPAY-RECORD.

           MOVE RUN-DATE-WS         TO TH1-RUN-DATE.
           MOVE DISBURSE-ACCOUNT-WS TO TH1-ACCOUNT-NUMBER.
           MOVE CTL-HEADING-1 TO CONTROL-REPORT-LINE.
           PERFORM WRITE-CONTROL-LINE.
           MOVE CTL-HEADING-2 TO CONTROL-REPORT-LINE.
           PERFORM WRITE-CONTROL-LINE.



      *----------------------------------------------------------------
      * SEND-ISSUES - every check not yet sent as an issue.  A check
      * already cancelled before it was ever sent still goes as an
      * issue - it was printed, and the void that follows in the same
      * file is what stops it.  A check the bank has already paid
      * before we ever sent it (checks cut before positive pay went
      * in) has nothing left to protect and is not sent.  The issue
      * date is the period end the check was dated with - the same
      * date PAYRL00003 makes its deposits effective.
      *----------------------------------------------------------------
       SEND-ISSUES.
           EXEC SQL DECLARE ISSUE-CSR CURSOR FOR
               SELECT CHECK_NUMBER, EMPLOYEE_ID, PAY_PERIOD_END,
                      CHECK_AMOUNT
               FROM CHECK_REGISTER
               WHERE CHECK_STATUS IN ('O', 'V')
                 AND COALESCE(PPAY_ISSUE_DATE, 0) = 0
               ORDER BY CHECK_NUMBER
           END-EXEC.

           EXEC SQL OPEN ISSUE-CSR END-EXEC.
           PERFORM ERROR-HANDLING.

           PERFORM FETCH-ISSUE-ROW.

           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM SEND-ONE-ISSUE
               PERFORM FETCH-ISSUE-ROW
           END-PERFORM.

           IF SQLCODE NOT = 100
               DISPLAY "FETCH ERROR ON ISSUE-CSR, SQLCODE: " SQLCODE
               PERFORM ERROR-HANDLING
           END-IF.

           EXEC SQL CLOSE ISSUE-CSR END-EXEC.
           PERFORM ERROR-HANDLING.



       FETCH-ISSUE-ROW.
           EXEC SQL
               FETCH ISSUE-CSR
                   INTO :CH-CHECK-NUMBER, :CH-EMPLOYEE-ID,
                        :CH-PAY-PERIOD-END, :CH-CHECK-AMOUNT
           END-EXEC.



       SEND-ONE-ISSUE.
           MOVE 'I' TO PI-RECORD-TYPE.
           MOVE "ISSUE" TO TM-ITEM-TYPE.
           PERFORM WRITE-ITEM.

           MOVE RUN-DATE-WS TO CH-PPAY-ISSUE-DATE.

           EXEC SQL
               UPDATE CHECK_REGISTER
               SET PPAY_ISSUE_DATE = :CH-PPAY-ISSUE-DATE
               WHERE CHECK_NUMBER = :CH-CHECK-NUMBER
           END-EXEC.
           PERFORM ERROR-HANDLING.

           ADD 1 TO ISSUE-COUNT-CT.
           ADD CH-CHECK-AMOUNT TO ISSUE-TOTAL-WS.



      *----------------------------------------------------------------
      * SEND-VOIDS - every cancelled check not yet sent as a void.
      * The issue records above are written first, so a check cut and
      * cancelled between transmissions reaches the bank as an issue
      * followed by its void.
      *----------------------------------------------------------------
       SEND-VOIDS.
           EXEC SQL DECLARE VOID-CSR CURSOR FOR
               SELECT CHECK_NUMBER, EMPLOYEE_ID, PAY_PERIOD_END,
                      CHECK_AMOUNT
               FROM CHECK_REGISTER
               WHERE CHECK_STATUS = 'V'
                 AND COALESCE(PPAY_VOID_DATE, 0) = 0
               ORDER BY CHECK_NUMBER
           END-EXEC.

           EXEC SQL OPEN VOID-CSR END-EXEC.
           PERFORM ERROR-HANDLING.

           PERFORM FETCH-VOID-ROW.

           PERFORM UNTIL SQLCODE NOT = ZERO
               PERFORM SEND-ONE-VOID
               PERFORM FETCH-VOID-ROW
           END-PERFORM.

           IF SQLCODE NOT = 100
               DISPLAY "FETCH ERROR ON VOID-CSR, SQLCODE: " SQLCODE
               PERFORM ERROR-HANDLING
           END-IF.

           EXEC SQL CLOSE VOID-CSR END-EXEC.
           PERFORM ERROR-HANDLING.



       FETCH-VOID-ROW.
           EXEC SQL
               FETCH VOID-CSR
                   INTO :CH-CHECK-NUMBER, :CH-EMPLOYEE-ID,
                        :CH-PAY-PERIOD-END, :CH-CHECK-AMOUNT
           END-EXEC.



       SEND-ONE-VOID.
           MOVE 'V' TO PI-RECORD-TYPE.
           MOVE "VOID" TO TM-ITEM-TYPE.
           PERFORM WRITE-ITEM.

           MOVE RUN-DATE-WS TO CH-PPAY-VOID-DATE.

           EXEC SQL
               UPDATE CHECK_REGISTER
               SET PPAY_VOID_DATE = :CH-PPAY-VOID-DATE
               WHERE CHECK_NUMBER = :CH-CHECK-NUMBER
           END-EXEC.
           PERFORM ERROR-HANDLING.

           ADD 1 TO VOID-COUNT-CT.
           ADD CH-CHECK-AMOUNT TO VOID-TOTAL-WS.



      *----------------------------------------------------------------
      * WRITE-ITEM - one item record and its control report line.
      * Voids carry the amount the check was issued for, so the
      * bank's confirmation total is every item's face amount.
      *----------------------------------------------------------------
       WRITE-ITEM.
           MOVE CH-CHECK-NUMBER   TO PI-CHECK-NUMBER.
           COMPUTE AMOUNT-CENTS-WS = CH-CHECK-AMOUNT * 100.
           MOVE AMOUNT-CENTS-WS   TO PI-AMOUNT.
           MOVE CH-PAY-PERIOD-END TO PI-ISSUE-DATE.
           MOVE SPACE TO PI-PAYEE-NAME.
           STRING "EMPLOYEE " CH-EMPLOYEE-ID
               DELIMITED BY SIZE INTO PI-PAYEE-NAME.
           MOVE PPAY-ITEM-REC TO PPAY-RECORD.
           PERFORM WRITE-PPAY-RECORD.

           MOVE CH-CHECK-NUMBER   TO TM-CHECK-NUMBER.
           MOVE CH-EMPLOYEE-ID    TO TM-EMPLOYEE-ID.
           MOVE CH-PAY-PERIOD-END TO TM-ISSUE-DATE.
           MOVE CH-CHECK-AMOUNT   TO TM-AMOUNT.
           MOVE CTL-DETAIL-LINE TO CONTROL-REPORT-LINE.
           PERFORM WRITE-CONTROL-LINE.

           ADD 1 TO ITEM-COUNT-CT.
           ADD CH-CHECK-AMOUNT TO ITEM-TOTAL-WS.
           ADD AMOUNT-CENTS-WS TO TOTAL-CENTS-WS.



       WRITE-PPAY-RECORD.
           WRITE PPAY-RECORD.

           IF NOT PPAY-STATUS-OK
               DISPLAY "PPAYFILE WRITE ERROR, STATUS: "
                   PPAY-FILE-STATUS
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.



       WRITE-CONTROL-LINE.
           WRITE CONTROL-REPORT-LINE.

           IF NOT RPT-STATUS-OK
               DISPLAY "PPAYCTL FILE WRITE ERROR, STATUS: "
                   CONTROL-REPORT-STATUS
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.



       WRITE-CONTROL-TOTALS.
           MOVE "ISSUED CHECKS" TO TT-CAPTION.
           MOVE ISSUE-COUNT-CT TO TT-COUNT.
           MOVE ISSUE-TOTAL-WS TO TT-AMOUNT.
           MOVE CTL-TOTAL-LINE TO CONTROL-REPORT-LINE.
           PERFORM WRITE-CONTROL-LINE.

           MOVE "VOIDED CHECKS" TO TT-CAPTION.
           MOVE VOID-COUNT-CT TO TT-COUNT.
           MOVE VOID-TOTAL-WS TO TT-AMOUNT.
           MOVE CTL-TOTAL-LINE TO CONTROL-REPORT-LINE.
           PERFORM WRITE-CONTROL-LINE.

           MOVE "TOTAL ITEMS TRANSMITTED" TO TT-CAPTION.
           MOVE ITEM-COUNT-CT TO TT-COUNT.
           MOVE ITEM-TOTAL-WS TO TT-AMOUNT.
           MOVE CTL-TOTAL-LINE TO CONTROL-REPORT-LINE.
           PERFORM WRITE-CONTROL-LINE.



       TERM.
           MOVE ITEM-COUNT-CT  TO PT-ITEM-COUNT.
           MOVE TOTAL-CENTS-WS TO PT-TOTAL-AMOUNT.
           MOVE PPAY-TRAILER-REC TO PPAY-RECORD.
           PERFORM WRITE-PPAY-RECORD.

           PERFORM WRITE-CONTROL-TOTALS.

           CLOSE PPAY-FILE.
           CLOSE CONTROL-REPORT-FILE.

      * The transmitted stamps only commit once the whole file is
      * written - an abend above rolls them back, so the rerun sends
      * the same checks again instead of skipping them.
           EXEC SQL COMMIT WORK END-EXEC.
           PERFORM ERROR-HANDLING.

           EXEC SQL DISCONNECT ALL END-EXEC.

           DISPLAY "PAYRL00021 SENT " ITEM-COUNT-CT " ITEMS, TOTAL "
               ITEM-TOTAL-WS.
           STOP RUN.



       ERROR-HANDLING.
           IF SQLCODE NOT = ZERO
               DISPLAY "SQLCODE: " SQLCODE " "
               EXEC SQL ROLLBACK WORK END-EXEC
               EXEC SQL DISCONNECT ALL END-EXEC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
