           05 PH_RECORD_KEY.
               10 PH_EMPLOYEE_ID PIC 9(5).
               10 PH_PERIOD_ID PIC 9(8).
               10 PH_PAYMENT_SEQUENCE PIC 9(2).
           05 PH_EMPLOYEE_NAME PIC A(10).
           05 PH_DEPARTMENT_CODE PIC X(4).
           05 PH_GROSS_PAY PIC 9(9)V99.
           05 PH_STATUS_FLAG PIC X.
               88 PH_POSTED VALUE "P".
               88 PH_VOIDED VALUE "V".
           05 PH_PAYMENT_TYPE PIC X.
               88 PH_REGULAR_PAYMENT VALUE "R".
               88 PH_SUPPLEMENTAL_PAYMENT VALUE "S".
               88 PH_FINAL_PAYMENT VALUE "F".
           05 PH_EARNING_TYPE PIC X(4).
           05 PH_PAY_TYPE PIC X.
           05 PH_HOURLY_RATE PIC 9(3).
           05 PH_PERIOD_SALARY PIC 9(7)V99.
           05 PH_REGULAR_HOURS PIC 9(3).
           05 PH_OVERTIME_HOURS PIC 9(3).
           05 PH_HOLIDAY_HOURS PIC 9(3).
           05 PH_LEAVE_HOURS PIC 9(3).
           05 PH_RETRO_PAY PIC 9(7)V99.
           05 PH_PAYMENT_METHOD PIC X.
               88 PH_PAID_BY_CHECK VALUE "C".
               88 PH_PAID_BY_DEPOSIT VALUE "D".
           05 PH_CHECK_NUMBER PIC 9(8).
