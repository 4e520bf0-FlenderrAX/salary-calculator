       COPY YTDREC.

       FD  YTD_HISTORY_FILE.
       COPY YTDHIST.

       FD  PERIOD_CONTROL_FILE.
       01  PERIOD_CONTROL_RECORD.
           05 PC_PERIOD_ID PIC 9(8).
           05 PC_STATUS PIC X.
           05 PC_PAY_FREQUENCY PIC X.

       FD  PAY_CALENDAR_FILE.
       01  PAY_CALENDAR_RECORD.
           05 PCAL_PERIOD_ID PIC 9(8).
           05 PCAL_PAY_FREQUENCY PIC X.

       WORKING-STORAGE SECTION.
       01 WS_YTD_FILE_STATUS PIC XX VALUE "00".
       01 WS_CLOSE_ACTION PIC X VALUE SPACE.
       01 WS_CLOSE_PERIOD_ID PIC 9(8) VALUE 0.
       01 WS_CALENDAR_PERIOD_ID PIC 9(8) VALUE 0.
       01 WS_PAY_FREQUENCY PIC X VALUE SPACE.
           88 WS_PAY_FREQUENCY_VALID VALUE "W" "B" "S" "M".
       01 WS_CLOSING_YEAR PIC 9(4) VALUE 0.
       01 WS_ARCHIVED_COUNT PIC 9(5) VALUE 0.
       01 WS_ARCHIVE_ERROR_COUNT PIC 9(5) VALUE 0.
           DISPLAY "Enter the pay-period end date to close "
               "(YYYYMMDD): "
           ACCEPT WS_CLOSE_PERIOD_ID
           DISPLAY "Pay frequency of the period (W=weekly, "
               "B=biweekly, S=semi-monthly, M=monthly, "
               "blank=all): "
           ACCEPT WS_PAY_FREQUENCY
           IF WS_CLOSE_PERIOD_ID = 0
               DISPLAY "No pay period entered - nothing closed."
           ELSE
           IF WS_PAY_FREQUENCY NOT = SPACE
              AND NOT WS_PAY_FREQUENCY_VALID
               DISPLAY "Unknown pay frequency " WS_PAY_FREQUENCY
                   " - nothing closed."
           ELSE
               OPEN EXTEND PERIOD_CONTROL_FILE
               IF WS_PERIOD_CONTROL_FILE_IS_NEW
               ELSE
                   MOVE WS_CLOSE_PERIOD_ID TO PC_PERIOD_ID
                   MOVE "C" TO PC_STATUS
                   MOVE WS_PAY_FREQUENCY TO PC_PAY_FREQUENCY
                   WRITE PERIOD_CONTROL_RECORD
                   CLOSE PERIOD_CONTROL_FILE
                   IF WS_PAY_FREQUENCY = SPACE
                       DISPLAY "Pay period " WS_CLOSE_PERIOD_ID
                           " is now closed for every pay frequency."
                   ELSE
                       DISPLAY "Pay period " WS_CLOSE_PERIOD_ID
                           " is now closed for pay frequency "
                           WS_PAY_FREQUENCY "."
                   END-IF
               END-IF
           END-IF
           END-IF
           EXIT.

       ADD-CALENDAR-PERIOD SECTION.
           DISPLAY "Enter the scheduled pay-period end date "
               "(YYYYMMDD): "
           ACCEPT WS_CALENDAR_PERIOD_ID
           DISPLAY "Pay frequency of the period (W=weekly, "
               "B=biweekly, S=semi-monthly, M=monthly): "
           ACCEPT WS_PAY_FREQUENCY
           IF WS_PAY_FREQUENCY = SPACE
               MOVE "W" TO WS_PAY_FREQUENCY
           END-IF
           IF WS_CALENDAR_PERIOD_ID = 0
               DISPLAY "No pay period entered - nothing added."
           ELSE
           IF NOT WS_PAY_FREQUENCY_VALID
               DISPLAY "Unknown pay frequency " WS_PAY_FREQUENCY
                   " - nothing added."
           ELSE
               OPEN EXTEND PAY_CALENDAR_FILE
               IF WS_PAY_CALENDAR_FILE_IS_NEW
                       ") - period not added."
               ELSE
                   MOVE WS_CALENDAR_PERIOD_ID TO PCAL_PERIOD_ID
                   MOVE WS_PAY_FREQUENCY TO PCAL_PAY_FREQUENCY
                   WRITE PAY_CALENDAR_RECORD
                   CLOSE PAY_CALENDAR_FILE
                   DISPLAY "Pay period " WS_CALENDAR_PERIOD_ID
                       " added to the " WS_PAY_FREQUENCY
                       " calendar."
               END-IF
           END-IF
           END-IF
           EXIT.

       YEAR-END-CLOSE SECTION.
               MOVE 0 TO YTD_ER_UNEMPLOY_AMT
               MOVE 0 TO YTD_ER_PENSION_AMT
               MOVE 0 TO YTD_LAST_PERIOD_ID
               MOVE 0 TO YTD_LAST_OFF_CYCLE_ID
               MOVE 0 TO YTD_POSTING_COUNT
               REWRITE YTD_RECORD
               IF WS_YTD_FILE_OK
