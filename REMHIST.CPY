       01  REMITTANCE_HISTORY_RECORD.
           05 RM_RECORD_KEY.
               10 RM_YEAR PIC 9(4).
               10 RM_QUARTER PIC 9.
               10 RM_EMPLOYEE_ID PIC 9(5).
           05 RM_EMPLOYEE_NAME PIC A(10).
           05 RM_GROSS_PAY PIC 9(9)V99.
           05 RM_SOCIAL_SECURITY_AMT PIC 9(9)V99.
           05 RM_UNEMPLOYMENT_AMT PIC 9(9)V99.
           05 RM_PENSION_AMT PIC 9(9)V99.
           05 RM_TAX_AMT PIC 9(9)V99.
           05 RM_OTHER_DEDUCT_AMT PIC 9(9)V99.
           05 RM_NET_PAY PIC 9(9)V99.
           05 RM_RUN_DATE PIC 9(8).
