       01  CHECK_REGISTER_RECORD.
           05 CK_RECORD_KEY.
               10 CK_PAYMENT_METHOD PIC X.
                   88 CK_PAPER_CHECK VALUE "C".
                   88 CK_DIRECT_DEPOSIT VALUE "D".
               10 CK_ITEM_NUMBER PIC 9(8).
           05 CK_EMPLOYEE_ID PIC 9(5).
           05 CK_EMPLOYEE_NAME PIC A(10).
           05 CK_PERIOD_ID PIC 9(8).
           05 CK_PAYMENT_SEQUENCE PIC 9(2).
           05 CK_ISSUE_DATE PIC 9(8).
           05 CK_AMOUNT PIC 9(7)V99.
           05 CK_BANK_ROUTING_NUMBER PIC 9(9).
           05 CK_BANK_ACCOUNT_NUMBER PIC X(12).
           05 CK_STATUS PIC X.
               88 CK_ISSUED VALUE "I".
               88 CK_PAID VALUE "P".
               88 CK_VOIDED VALUE "V".
               88 CK_SPOILED VALUE "S".
               88 CK_RETURNED VALUE "R".
           05 CK_STATUS_DATE PIC 9(8).
           05 CK_PAID_AMOUNT PIC 9(7)V99.
           05 CK_RETURN_REASON PIC X(3).
