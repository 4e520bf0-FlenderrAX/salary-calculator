       01  PAY_RATE_HISTORY_RECORD.
           05 PR_RECORD_KEY.
               10 PR_EMPLOYEE_ID PIC 9(5).
               10 PR_EFFECTIVE_DATE PIC 9(8).
           05 PR_OLD_PAY_TYPE PIC X.
           05 PR_OLD_HOURLY_SALARY PIC 9(3).
           05 PR_OLD_PERIOD_SALARY PIC 9(7)V99.
           05 PR_NEW_PAY_TYPE PIC X.
           05 PR_NEW_HOURLY_SALARY PIC 9(3).
           05 PR_NEW_PERIOD_SALARY PIC 9(7)V99.
           05 PR_ENTERED_DATE PIC 9(8).
           05 PR_RETRO_STATUS PIC X.
               88 PR_RETRO_PENDING VALUE "P".
               88 PR_RETRO_APPLIED VALUE "A".
               88 PR_RETRO_NOT_REQUIRED VALUE "N".
           05 PR_RETRO_PERIOD_ID PIC 9(8).
           05 PR_RETRO_AMOUNT PIC 9(7)V99.
