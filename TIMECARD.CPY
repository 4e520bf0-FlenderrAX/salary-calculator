           05 TC_RECORD_KEY.
               10 TC_EMPLOYEE_ID PIC 9(5).
               10 TC_PERIOD_ID PIC 9(8).
               10 TC_LINE_NUMBER PIC 9(2).
           05 TC_WORKED_HOURS PIC 9(3).
           05 TC_HOLIDAY_HOURS PIC 9(3).
           05 TC_VACATION_HOURS PIC 9(3).
           05 TC_SICK_HOURS PIC 9(3).
           05 TC_CHARGE_DEPARTMENT PIC X(4).
