           05 EM_ACTIVE_FLAG PIC X.
               88 EM_EMPLOYEE_ACTIVE VALUE "A".
               88 EM_EMPLOYEE_INACTIVE VALUE "I".
               88 EM_EMPLOYEE_TERMINATED VALUE "T".
           05 EM_BANK_STATUS PIC X.
               88 EM_BANK_APPROVED VALUE "A".
               88 EM_BANK_PRENOTE_PENDING VALUE "P".
               88 EM_BANK_UNUSABLE VALUE "N".
           05 EM_TERMINATION_DATE PIC 9(8).
           05 EM_TERMINATION_REASON PIC X(3).
               88 EM_TERMINATION_REASON_VALID
                   VALUE "RES" "DIS" "RET" "LAY" "DEC" "OTH".
           05 EM_FINAL_PAY_STATUS PIC X.
               88 EM_FINAL_PAY_NOT_DUE VALUE SPACE.
               88 EM_FINAL_PAY_PENDING VALUE "P".
               88 EM_FINAL_PAY_DONE VALUE "D".
           05 EM_PAY_FREQUENCY PIC X.
               88 EM_PAY_FREQUENCY_VALID VALUE "W" "B" "S" "M".
