       01  DEDUCTION_PAYEE_RECORD.
           05 DP_RECORD_KEY.
               10 DP_DEDUCTION_TYPE PIC X(4).
               10 DP_CASE_NUMBER PIC X(12).
           05 DP_PAYEE_NAME PIC X(30).
           05 DP_ADDRESS_LINE_1 PIC X(30).
           05 DP_ADDRESS_LINE_2 PIC X(30).
           05 DP_VENDOR_NUMBER PIC X(8).
           05 DP_REMIT_METHOD PIC X.
               88 DP_REMIT_BY_CHECK VALUE "C".
               88 DP_REMIT_BY_TRANSFER VALUE "T".
               88 DP_REMIT_INTERNAL VALUE "N".
           05 DP_BANK_ROUTING_NUMBER PIC 9(9).
           05 DP_BANK_ACCOUNT_NUMBER PIC X(12).
           05 DP_REMIT_FREQUENCY PIC X.
               88 DP_REMIT_EACH_RUN VALUE "P".
               88 DP_REMIT_MONTHLY VALUE "M".
               88 DP_REMIT_QUARTERLY VALUE "Q".
           05 DP_ACTIVE_FLAG PIC X.
               88 DP_PAYEE_ACTIVE VALUE "A".
               88 DP_PAYEE_INACTIVE VALUE "I".
           05 DP_LAST_REMIT_DATE PIC 9(8).
