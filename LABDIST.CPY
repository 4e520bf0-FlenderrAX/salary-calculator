       01  LABOR_DIST_RECORD.
           05 LD_RECORD_KEY.
               10 LD_EMPLOYEE_ID PIC 9(5).
               10 LD_PERIOD_ID PIC 9(8).
               10 LD_PAYMENT_SEQUENCE PIC 9(2).
               10 LD_DEPARTMENT_CODE PIC X(4).
           05 LD_EMPLOYEE_NAME PIC A(10).
           05 LD_HOME_DEPARTMENT PIC X(4).
           05 LD_PAYMENT_TYPE PIC X.
           05 LD_REGULAR_HOURS PIC 9(3)V99.
           05 LD_OVERTIME_HOURS PIC 9(3)V99.
           05 LD_HOLIDAY_HOURS PIC 9(3).
           05 LD_LEAVE_HOURS PIC 9(3).
           05 LD_REGULAR_COST PIC 9(7)V99.
           05 LD_OVERTIME_COST PIC 9(7)V99.
           05 LD_HOLIDAY_COST PIC 9(7)V99.
           05 LD_LEAVE_COST PIC 9(7)V99.
           05 LD_OTHER_COST PIC 9(7)V99.
           05 LD_GROSS_COST PIC 9(7)V99.
           05 LD_ER_COST PIC 9(7)V99.
           05 LD_STATUS PIC X.
               88 LD_POSTED VALUE "P".
               88 LD_VOIDED VALUE "V".
