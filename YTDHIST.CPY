       01  YTD_HISTORY_RECORD.
           05 YTDH_RECORD_KEY.
               10 YTDH_EMPLOYEE_ID PIC 9(5).
               10 YTDH_YEAR PIC 9(4).
           05 YTDH_EMPLOYEE_NAME PIC A(10).
           05 YTDH_GROSS_PAY PIC 9(9)V99.
           05 YTDH_SOCIAL_SECURITY_AMT PIC 9(9)V99.
           05 YTDH_UNEMPLOYMENT_AMT PIC 9(9)V99.
           05 YTDH_PENSION_AMT PIC 9(9)V99.
           05 YTDH_TAX_AMT PIC 9(9)V99.
           05 YTDH_OTHER_DEDUCT_AMT PIC 9(9)V99.
           05 YTDH_ER_SOCIAL_SEC_AMT PIC 9(9)V99.
           05 YTDH_ER_UNEMPLOY_AMT PIC 9(9)V99.
           05 YTDH_ER_PENSION_AMT PIC 9(9)V99.
           05 YTDH_NET_PAY PIC 9(9)V99.
