      *================================================================
      * CYCCTL - host variables mapping the PAY_CYCLE_CONTROL table.
      *          One row per pay group, pay period and cycle step,
      *          written by the step's own program when it finishes:
      *          which program ran it, under which PAY_RUN_LOG run,
      *          when, and whether it passed.  Each step refuses to
      *          start until the steps ahead of it show passed for
      *          the same group and period:
      *
      *            TIMEEDIT  PAYRL00004  time pre-edit
      *            PAYRUN    PAYRL00001  pay run        (TIMEEDIT)
      *            VARAUDIT  PAYRL00015  variance audit (PAYRUN)
      *            REGISTER  PAYRL00002  pay register   (PAYRUN)
      *            PAYMENT   PAYRL00003  checks and ACH (VARAUDIT,
      *                                                  REGISTER)
      *            EMPTAX    PAYRL00011  employer tax   (PAYRUN)
      *            REMIT     PAYRL00012  remittance     (PAYMENT)
      *            LABDIST   PAYRL00019  labor distrib. (PAYRUN)
      *            ACCRUAL   PAYRL00026  month-end wage (EMPTAX)
      *                                  accrual
      *
      *          ACCRUAL is the one step not keyed by a pay period:
      *          its PERIOD_END is the month-end date it accrued,
      *          and the EMPTAX it waits on is the one for the last
      *          period ending on or before that date.
      *
      *          STEP_STATUS is PASS or FAIL as the program left it,
      *          or RLSD where a held step (a time edit or variance
      *          audit over its tolerance) was reviewed and released
      *          through PAYRL00022; a released step counts as passed.
      *================================================================
       01  CC-PAY-GROUP                PIC X(10).
       01  CC-PERIOD-END               PIC 9(08).
       01  CC-STEP-CODE                PIC X(08).
       01  CC-PROGRAM-ID               PIC X(10).
       01  CC-RUN-ID                   PIC 9(09).
       01  CC-STEP-STATUS              PIC X(04).
           88  CC-STEP-PASSED                      VALUE 'PASS'
                                                         'RLSD'.
           88  CC-STEP-FAILED                      VALUE 'FAIL'.
       01  CC-STEP-TIMESTAMP           PIC X(14).
