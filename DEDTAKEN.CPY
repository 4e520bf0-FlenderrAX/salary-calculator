       01  DEDUCTION_TAKEN_RECORD.
           05 DT_RECORD_KEY.
               10 DT_PAYEE_KEY.
                   15 DT_DEDUCTION_TYPE PIC X(4).
                   15 DT_CASE_NUMBER PIC X(12).
               10 DT_EMPLOYEE_ID PIC 9(5).
               10 DT_PERIOD_ID PIC 9(8).
               10 DT_PAYMENT_SEQUENCE PIC 9(2).
               10 DT_PRIORITY PIC 9(2).
           05 DT_EMPLOYEE_NAME PIC A(10).
           05 DT_AMOUNT PIC 9(7)V99.
           05 DT_STATUS PIC X.
               88 DT_OPEN VALUE "O".
               88 DT_REMITTED VALUE "R".
               88 DT_VOIDED VALUE "V".
           05 DT_STATUS_DATE PIC 9(8).
