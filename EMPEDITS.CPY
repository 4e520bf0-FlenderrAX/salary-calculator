                   MOVE "RATE" TO WS_REJECT_REASON_CODE
               END-IF
           END-IF
           IF PAY_FREQUENCY NOT = "W" AND NOT = "B"
              AND NOT = "S" AND NOT = "M"
               DISPLAY "ERROR: PAY_FREQUENCY must be W, B, S or M - "
                   EMPLOYEE_NAME
               MOVE "N" TO WS_VALID_DATA_FLAG
               MOVE "FREQ" TO WS_REJECT_REASON_CODE
           END-IF
           EXIT.

       VALIDATE-HOURS-DATA SECTION.
           MOVE "Y" TO WS_VALID_DATA_FLAG
           MOVE "NONE" TO WS_REJECT_REASON_CODE
           IF WORKED_HOURS + HOLIDAY_HOURS
              + VACATION_HOURS + SICK_HOURS > PERIOD_HOURS_LIMIT
               DISPLAY "ERROR: total hours including leave exceed "
                   PERIOD_HOURS_LIMIT " for the pay period - "
                   EMPLOYEE_NAME
               MOVE "N" TO WS_VALID_DATA_FLAG
               MOVE "HRS " TO WS_REJECT_REASON_CODE
           END-IF
