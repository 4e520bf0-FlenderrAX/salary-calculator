           MOVE WS_TO_PERIOD_ID TO WS_SH_TO_PERIOD
           MOVE WS_INQUIRY_EMPLOYEE_ID TO PH_EMPLOYEE_ID
           MOVE WS_FROM_PERIOD_ID TO PH_PERIOD_ID
           MOVE 0 TO PH_PAYMENT_SEQUENCE
           MOVE "N" TO WS_INQUIRY_DONE_FLAG
           START PAY_HISTORY_FILE
               KEY IS GREATER THAN OR EQUAL TO PH_RECORD_KEY
               MOVE "VOID" TO WS_SD_STATUS
               ADD 1 TO WS_VOIDED_COUNT
           ELSE
               EVALUATE TRUE
                   WHEN PH_SUPPLEMENTAL_PAYMENT
                       MOVE "SUPP" TO WS_SD_STATUS
                   WHEN PH_FINAL_PAYMENT
                       MOVE "FINAL" TO WS_SD_STATUS
                   WHEN PH_RETRO_PAY > 0
                       MOVE "RETRO" TO WS_SD_STATUS
                   WHEN OTHER
                       MOVE SPACES TO WS_SD_STATUS
               END-EVALUATE
               ADD 1 TO WS_PERIOD_COUNT
               ADD PH_GROSS_PAY TO WS_STMT_TOTAL_GROSS
               ADD PH_SOCIAL_SECURITY_AMT
