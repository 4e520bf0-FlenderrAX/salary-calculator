           05 DM_ACTIVE_FLAG PIC X.
               88 DM_DEDUCTION_ACTIVE VALUE "A".
               88 DM_DEDUCTION_STOPPED VALUE "S".
           05 DM_CASE_NUMBER PIC X(12).
