       01  WITHHOLDING_ELECTION_RECORD.
           05 WE_EMPLOYEE_ID PIC 9(5).
           05 WE_FILING_STATUS PIC X.
               88 WE_FILING_SINGLE VALUE "S".
               88 WE_FILING_MARRIED VALUE "M".
               88 WE_FILING_HEAD_OF_HOUSEHOLD VALUE "H".
           05 WE_ALLOWANCES PIC 9(2).
           05 WE_EXTRA_AMT PIC 9(5)V99.
           05 WE_EXEMPT_FLAG PIC X.
               88 WE_TAX_EXEMPT VALUE "Y".
               88 WE_NOT_EXEMPT VALUE "N".
           05 WE_EFFECTIVE_DATE PIC 9(8).
