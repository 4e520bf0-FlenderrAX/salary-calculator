           05 YTD_SICK_BALANCE_HRS    PIC 9(5)V99.
           05 YTD_LAST_PERIOD_ID      PIC 9(8).
           05 YTD_POSTING_COUNT       PIC 9(5).
           05 YTD_LAST_OFF_CYCLE_ID   PIC 9(8).
