      * bank itself keying the corrected banking a return flag
      * waits for, so any 'R' on the election clears here and the
      * next PAYRL00003 run credits the corrected account instead
      * of leaving the employee on the check leg forever.  The same
      * goes for an election still in prenote - the bank has just
      * answered it.  An election the employee stopped through
      * PAYRL00024 stays stopped; only its banking is corrected.
      *----------------------------------------------------------------
       APPLY-NOC.
           IF RN-CORRECTED-ROUTING NOT = SPACE
               SET ROUTING_NUMBER = :BK-ROUTING-NUMBER,
                   ACCOUNT_NUMBER = :BK-ACCOUNT-NUMBER,
                   ACCOUNT_TYPE = :BK-ACCOUNT-TYPE,
                   ELECTION_STATUS = CASE
                       WHEN ELECTION_STATUS = 'S' THEN 'S'
                       ELSE ' ' END
               WHERE EMPLOYEE_ID = :BK-EMPLOYEE-ID
           END-EXEC.
           PERFORM ERROR-HANDLING.
