               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_OLD_MASTER_FILE_STATUS.

           SELECT PAY_RATE_HISTORY_FILE
               ASSIGN TO "PAY_RATE_HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR_RECORD_KEY
               FILE STATUS IS WS_RATE_HISTORY_FILE_STATUS.

           SELECT MASTER_CHANGE_LOG_FILE
               ASSIGN TO "MASTER_CHANGE_LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_CHANGE_LOG_FILE_STATUS.

           SELECT DEDUCTION_MASTER_FILE
               ASSIGN TO "DEDUCTION_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM_RECORD_KEY
               FILE STATUS IS WS_DEDUCTION_FILE_STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE_MASTER_FILE.
           05 OM_WORKED_HOURS PIC 9(3).
           05 OM_HOLIDAY_HOURS PIC 9(3).

       FD  PAY_RATE_HISTORY_FILE.
       COPY PAYRATE.

       FD  MASTER_CHANGE_LOG_FILE.
       01  MASTER_CHANGE_LOG_RECORD PIC X(185).

       FD  DEDUCTION_MASTER_FILE.
       COPY DEDMAST.

       WORKING-STORAGE SECTION.
       01 EMPLOYEE_STATS.
           05 EMPLOYEE_ID PIC 9(5).
           05 BANK_ROUTING_NUMBER PIC 9(9) VALUE 0.
           05 BANK_ACCOUNT_NUMBER PIC X(12) VALUE SPACES.
           05 DEPARTMENT_CODE PIC X(4) VALUE SPACES.
           05 PAY_FREQUENCY PIC X VALUE "W".
       01 PERIOD_HOURS_LIMIT PIC 9(3) VALUE 168.

       01 WS_VALID_DATA_FLAG PIC X VALUE "Y".
           88 WS_DATA_IS_VALID VALUE "Y".
       01 WS_BEFORE_IMAGE PIC X(80) VALUE SPACES.
       01 WS_AFTER_IMAGE PIC X(80) VALUE SPACES.

       01 WS_RATE_HISTORY_FILE_STATUS PIC XX VALUE "00".
           88 WS_RATE_HISTORY_FILE_OK VALUE "00".
           88 WS_RATE_HISTORY_FILE_IS_NEW VALUE "35".
       01 WS_RATE_HISTORY_EOF_FLAG PIC X VALUE "N".
           88 WS_RATE_HISTORY_END_OF_FILE VALUE "Y".
       01 WS_RATE_CHANGED_FLAG PIC X VALUE "N".
           88 WS_RATE_CHANGED VALUE "Y".
       01 WS_RATE_EFFECTIVE_DATE PIC 9(8) VALUE 0.
       01 WS_TODAY_YYYYMMDD PIC 9(8) VALUE 0.
       01 WS_OLD_PAY_TYPE PIC X VALUE SPACE.
       01 WS_OLD_HOURLY_SALARY PIC 9(3) VALUE 0.
       01 WS_OLD_PERIOD_SALARY PIC 9(7)V99 VALUE 0.
       01 WS_RATE_HISTORY_STATUS PIC X VALUE "P".

       01 WS_DEDUCTION_FILE_STATUS PIC XX VALUE "00".
           88 WS_DEDUCTION_FILE_OK VALUE "00".
       01 WS_DEDUCTION_DONE_FLAG PIC X VALUE "N".
           88 WS_DEDUCTIONS_DONE VALUE "Y".
       01 WS_STOPPED_DEDUCTION_COUNT PIC 9(3) VALUE 0.
       01 WS_TERMINATION_DATE PIC 9(8) VALUE 0.
       01 WS_TERMINATION_REASON PIC X(3) VALUE SPACES.
           88 WS_TERMINATION_REASON_VALID
               VALUE "RES" "DIS" "RET" "LAY" "DEC" "OTH".

       01 WS_CHANGE_LOG_LINE.
           05 WS_CL_TIMESTAMP PIC X(21).
           05 FILLER PIC X VALUE SPACE.
                   ") - maintenance aborted."
           ELSE
               PERFORM OPEN-CHANGE-LOG
               PERFORM OPEN-RATE-HISTORY
               PERFORM UNTIL WS_MAINT_ACTION = "X"
                   DISPLAY "A. Add an employee"
                   DISPLAY "C. Change an employee"
                   DISPLAY "D. Deactivate an employee"
                   DISPLAY "T. Terminate an employee"
                   DISPLAY "I. Inquire on an employee"
                   DISPLAY "L. Load old flat master file"
                   DISPLAY "X. Exit"
                   DISPLAY "Select action (A/C/D/T/I/L/X): "
                   ACCEPT WS_MAINT_ACTION
                   EVALUATE WS_MAINT_ACTION
                       WHEN "A"
                           PERFORM CHANGE-EMPLOYEE
                       WHEN "D"
                           PERFORM DEACTIVATE-EMPLOYEE
                       WHEN "T"
                           PERFORM TERMINATE-EMPLOYEE
                       WHEN "I"
                           PERFORM INQUIRE-EMPLOYEE
                       WHEN "L"
               END-PERFORM
               CLOSE EMPLOYEE_MASTER_FILE
               CLOSE MASTER_CHANGE_LOG_FILE
               CLOSE PAY_RATE_HISTORY_FILE
           END-IF
           STOP RUN.

           END-IF
           EXIT.

       OPEN-RATE-HISTORY SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS_TODAY_YYYYMMDD
           OPEN I-O PAY_RATE_HISTORY_FILE
           IF WS_RATE_HISTORY_FILE_IS_NEW
               OPEN OUTPUT PAY_RATE_HISTORY_FILE
               CLOSE PAY_RATE_HISTORY_FILE
               OPEN I-O PAY_RATE_HISTORY_FILE
           END-IF
           IF NOT WS_RATE_HISTORY_FILE_OK
               DISPLAY "WARNING: PAY_RATE_HISTORY.DAT could not be "
                   "opened (status " WS_RATE_HISTORY_FILE_STATUS
                   ") - rate changes will not be recorded."
           END-IF
           EXIT.

       WRITE-RATE-HISTORY-RECORD SECTION.
           IF WS_RATE_HISTORY_FILE_OK
               MOVE EM_EMPLOYEE_ID TO PR_EMPLOYEE_ID
               MOVE WS_RATE_EFFECTIVE_DATE TO PR_EFFECTIVE_DATE
               MOVE WS_OLD_PAY_TYPE TO PR_OLD_PAY_TYPE
               MOVE WS_OLD_HOURLY_SALARY TO PR_OLD_HOURLY_SALARY
               MOVE WS_OLD_PERIOD_SALARY TO PR_OLD_PERIOD_SALARY
               MOVE EM_PAY_TYPE TO PR_NEW_PAY_TYPE
               MOVE EM_HOURLY_SALARY TO PR_NEW_HOURLY_SALARY
               MOVE EM_PERIOD_SALARY TO PR_NEW_PERIOD_SALARY
               MOVE WS_TODAY_YYYYMMDD TO PR_ENTERED_DATE
               MOVE WS_RATE_HISTORY_STATUS TO PR_RETRO_STATUS
               MOVE 0 TO PR_RETRO_PERIOD_ID
               MOVE 0 TO PR_RETRO_AMOUNT
               WRITE PAY_RATE_HISTORY_RECORD
                   INVALID KEY
                       PERFORM REPLACE-RATE-HISTORY-RECORD
               END-WRITE
               IF WS_RATE_HISTORY_FILE_OK
                   DISPLAY "Rate history recorded for employee "
                       EM_EMPLOYEE_ID " effective "
                       WS_RATE_EFFECTIVE_DATE "."
               ELSE
                   DISPLAY "WARNING: rate history write failed for "
                       "employee " EM_EMPLOYEE_ID " (status "
                       WS_RATE_HISTORY_FILE_STATUS ")."
                   MOVE "00" TO WS_RATE_HISTORY_FILE_STATUS
               END-IF
           END-IF
           EXIT.

       REPLACE-RATE-HISTORY-RECORD SECTION.
           READ PAY_RATE_HISTORY_FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE EM_PAY_TYPE TO PR_NEW_PAY_TYPE
                   MOVE EM_HOURLY_SALARY TO PR_NEW_HOURLY_SALARY
                   MOVE EM_PERIOD_SALARY TO PR_NEW_PERIOD_SALARY
                   MOVE WS_TODAY_YYYYMMDD TO PR_ENTERED_DATE
                   MOVE WS_RATE_HISTORY_STATUS TO PR_RETRO_STATUS
                   MOVE 0 TO PR_RETRO_PERIOD_ID
                   MOVE 0 TO PR_RETRO_AMOUNT
                   REWRITE PAY_RATE_HISTORY_RECORD
           END-READ
           EXIT.

       ACCEPT-RATE-EFFECTIVE-DATE SECTION.
           DISPLAY "Enter the effective date of the rate change "
               "(YYYYMMDD), or 0 for today: "
           ACCEPT WS_RATE_EFFECTIVE_DATE
           IF WS_RATE_EFFECTIVE_DATE = 0
               MOVE WS_TODAY_YYYYMMDD TO WS_RATE_EFFECTIVE_DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS_RATE_EFFECTIVE_DATE)
              NOT = 0
               DISPLAY "ERROR: effective date " WS_RATE_EFFECTIVE_DATE
                   " is not a valid date."
               MOVE "N" TO WS_VALID_DATA_FLAG
           ELSE
               IF WS_RATE_EFFECTIVE_DATE > WS_TODAY_YYYYMMDD
                   DISPLAY "ERROR: effective date "
                       WS_RATE_EFFECTIVE_DATE " is in the future - "
                       "enter the change on or after that date."
                   MOVE "N" TO WS_VALID_DATA_FLAG
               END-IF
           END-IF
           EXIT.

       LIST-RATE-HISTORY SECTION.
           IF WS_RATE_HISTORY_FILE_OK
               MOVE EM_EMPLOYEE_ID TO PR_EMPLOYEE_ID
               MOVE 0 TO PR_EFFECTIVE_DATE
               MOVE "N" TO WS_RATE_HISTORY_EOF_FLAG
               START PAY_RATE_HISTORY_FILE
                   KEY IS GREATER THAN OR EQUAL TO PR_RECORD_KEY
                   INVALID KEY
                       MOVE "Y" TO WS_RATE_HISTORY_EOF_FLAG
               END-START
               PERFORM UNTIL WS_RATE_HISTORY_END_OF_FILE
                   READ PAY_RATE_HISTORY_FILE NEXT
                       AT END
                           MOVE "Y" TO WS_RATE_HISTORY_EOF_FLAG
                       NOT AT END
                           IF PR_EMPLOYEE_ID NOT = EM_EMPLOYEE_ID
                               MOVE "Y" TO WS_RATE_HISTORY_EOF_FLAG
                           ELSE
                               DISPLAY "Rate effective "
                                   PR_EFFECTIVE_DATE ": "
                                   PR_NEW_PAY_TYPE " "
                                   PR_NEW_HOURLY_SALARY " "
                                   PR_NEW_PERIOD_SALARY
                                   "  retro " PR_RETRO_STATUS " "
                                   PR_RETRO_PERIOD_ID
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS_RATE_HISTORY_FILE_STATUS
           END-IF
           EXIT.

       WRITE-CHANGE-LOG-ENTRY SECTION.
           IF WS_CHANGE_LOG_FILE_OK
               MOVE FUNCTION CURRENT-DATE TO WS_CL_TIMESTAMP
           ACCEPT BANK_ACCOUNT_NUMBER
           DISPLAY "Enter the department code: "
           ACCEPT DEPARTMENT_CODE
           DISPLAY "Pay frequency (W=weekly, B=biweekly, "
               "S=semi-monthly, M=monthly): "
           ACCEPT PAY_FREQUENCY
           IF PAY_FREQUENCY = SPACE
               MOVE "W" TO PAY_FREQUENCY
           END-IF
           EXIT.

       ADD-EMPLOYEE SECTION.
                   MOVE BANK_ACCOUNT_NUMBER
                       TO EM_BANK_ACCOUNT_NUMBER
                   MOVE DEPARTMENT_CODE TO EM_DEPARTMENT_CODE
                   MOVE PAY_FREQUENCY TO EM_PAY_FREQUENCY
                   MOVE "A" TO EM_ACTIVE_FLAG
                   MOVE 0 TO EM_TERMINATION_DATE
                   MOVE SPACES TO EM_TERMINATION_REASON
                   MOVE SPACE TO EM_FINAL_PAY_STATUS
                   IF WS_BANK_STATUS_WORK = "A"
                       MOVE "P" TO EM_BANK_STATUS
                   ELSE
                           DISPLAY "Employee " EMPLOYEE_ID " added."
                           MOVE "A" TO WS_CL_ACTION
                           PERFORM WRITE-CHANGE-LOG-ENTRY
                           MOVE WS_TODAY_YYYYMMDD
                               TO WS_RATE_EFFECTIVE_DATE
                           MOVE SPACE TO WS_OLD_PAY_TYPE
                           MOVE 0 TO WS_OLD_HOURLY_SALARY
                           MOVE 0 TO WS_OLD_PERIOD_SALARY
                           MOVE "N" TO WS_RATE_HISTORY_STATUS
                           PERFORM WRITE-RATE-HISTORY-RECORD
                   END-WRITE
               END-IF
           END-IF
               DISPLAY "Employee " EMPLOYEE_ID " not found."
           ELSE
               MOVE EMPLOYEE_MASTER_RECORD TO WS_BEFORE_IMAGE
               MOVE EM_PAY_TYPE TO WS_OLD_PAY_TYPE
               MOVE EM_HOURLY_SALARY TO WS_OLD_HOURLY_SALARY
               MOVE EM_PERIOD_SALARY TO WS_OLD_PERIOD_SALARY
               PERFORM ACCEPT-EMPLOYEE-FIELDS
               PERFORM VALIDATE-EMPLOYEE-DATA
               PERFORM VALIDATE-BANK-DATA
                       "validation - " EMPLOYEE_NAME
                   MOVE "N" TO WS_VALID_DATA_FLAG
               END-IF
               IF PAY_TYPE NOT = WS_OLD_PAY_TYPE
                  OR HOURLY_SALARY NOT = WS_OLD_HOURLY_SALARY
                  OR PERIOD_SALARY NOT = WS_OLD_PERIOD_SALARY
                   MOVE "Y" TO WS_RATE_CHANGED_FLAG
               ELSE
                   MOVE "N" TO WS_RATE_CHANGED_FLAG
               END-IF
               IF EM_EMPLOYEE_TERMINATED
                  AND (WS_RATE_CHANGED
                   OR PAY_FREQUENCY NOT = EM_PAY_FREQUENCY)
                   DISPLAY "ERROR: employee " EMPLOYEE_ID " was "
                       "terminated on " EM_TERMINATION_DATE
                       " - pay rate and pay frequency cannot be "
                       "changed."
                   MOVE "N" TO WS_VALID_DATA_FLAG
               END-IF
               IF WS_RATE_CHANGED AND WS_DATA_IS_VALID
                   PERFORM ACCEPT-RATE-EFFECTIVE-DATE
               END-IF
               IF WS_DATA_IS_INVALID
                   DISPLAY "Change rejected for " EMPLOYEE_NAME "."
               ELSE
                   MOVE BANK_ACCOUNT_NUMBER
                       TO EM_BANK_ACCOUNT_NUMBER
                   MOVE DEPARTMENT_CODE TO EM_DEPARTMENT_CODE
                   IF PAY_FREQUENCY NOT = EM_PAY_FREQUENCY
                       DISPLAY "Pay frequency changed from "
                           EM_PAY_FREQUENCY " to " PAY_FREQUENCY
                           " - check the period salary and "
                           "withholding for the new pay period."
                   END-IF
                   MOVE PAY_FREQUENCY TO EM_PAY_FREQUENCY
                   MOVE EMPLOYEE_MASTER_RECORD TO WS_AFTER_IMAGE
                   REWRITE EMPLOYEE_MASTER_RECORD
                       INVALID KEY
                           DISPLAY "Employee " EMPLOYEE_ID " changed."
                           MOVE "C" TO WS_CL_ACTION
                           PERFORM WRITE-CHANGE-LOG-ENTRY
                           IF WS_RATE_CHANGED
                               MOVE "P" TO WS_RATE_HISTORY_STATUS
                               PERFORM WRITE-RATE-HISTORY-RECORD
                           END-IF
                   END-REWRITE
               END-IF
           END-IF
           PERFORM READ-EMPLOYEE-BY-ID
           IF WS_RECORD_NOT_FOUND
               DISPLAY "Employee " EMPLOYEE_ID " not found."
           ELSE
           IF EM_EMPLOYEE_TERMINATED
               DISPLAY "Employee " EMPLOYEE_ID " was terminated on "
                   EM_TERMINATION_DATE " - deactivate rejected."
           ELSE
               MOVE EMPLOYEE_MASTER_RECORD TO WS_BEFORE_IMAGE
               MOVE "I" TO EM_ACTIVE_FLAG
                       PERFORM WRITE-CHANGE-LOG-ENTRY
               END-REWRITE
           END-IF
           END-IF
           EXIT.

       TERMINATE-EMPLOYEE SECTION.
           PERFORM READ-EMPLOYEE-BY-ID
           IF WS_RECORD_NOT_FOUND
               DISPLAY "Employee " EMPLOYEE_ID " not found."
           ELSE
           IF EM_EMPLOYEE_TERMINATED
               DISPLAY "Employee " EMPLOYEE_ID " was already "
                   "terminated on " EM_TERMINATION_DATE
                   " - terminate rejected."
           ELSE
               MOVE "Y" TO WS_VALID_DATA_FLAG
               DISPLAY "Enter the termination date (YYYYMMDD), "
                   "or 0 for today: "
               ACCEPT WS_TERMINATION_DATE
               IF WS_TERMINATION_DATE = 0
                   MOVE WS_TODAY_YYYYMMDD TO WS_TERMINATION_DATE
               END-IF
               IF FUNCTION TEST-DATE-YYYYMMDD(WS_TERMINATION_DATE)
                  NOT = 0
                   DISPLAY "ERROR: termination date "
                       WS_TERMINATION_DATE " is not a valid date."
                   MOVE "N" TO WS_VALID_DATA_FLAG
               ELSE
                   IF WS_TERMINATION_DATE > WS_TODAY_YYYYMMDD
                       DISPLAY "ERROR: termination date "
                           WS_TERMINATION_DATE " is in the future - "
                           "enter the termination on or after that "
                           "date."
                       MOVE "N" TO WS_VALID_DATA_FLAG
                   END-IF
               END-IF
               IF WS_DATA_IS_VALID
                   DISPLAY "Termination reason (RES=resigned, "
                       "DIS=dismissed, RET=retired, LAY=laid off, "
                       "DEC=deceased, OTH=other): "
                   ACCEPT WS_TERMINATION_REASON
                   IF NOT WS_TERMINATION_REASON_VALID
                       DISPLAY "ERROR: termination reason '"
                           WS_TERMINATION_REASON "' is not valid."
                       MOVE "N" TO WS_VALID_DATA_FLAG
                   END-IF
               END-IF
               IF WS_DATA_IS_INVALID
                   DISPLAY "Terminate rejected for employee "
                       EMPLOYEE_ID "."
               ELSE
                   MOVE EMPLOYEE_MASTER_RECORD TO WS_BEFORE_IMAGE
                   MOVE "T" TO EM_ACTIVE_FLAG
                   MOVE WS_TERMINATION_DATE TO EM_TERMINATION_DATE
                   MOVE WS_TERMINATION_REASON
                       TO EM_TERMINATION_REASON
                   MOVE "P" TO EM_FINAL_PAY_STATUS
                   MOVE EMPLOYEE_MASTER_RECORD TO WS_AFTER_IMAGE
                   REWRITE EMPLOYEE_MASTER_RECORD
                       INVALID KEY
                           DISPLAY "Rewrite failed for employee "
                               EMPLOYEE_ID " (status "
                               WS_EMPLOYEE_MASTER_FILE_STATUS ")."
                       NOT INVALID KEY
                           DISPLAY "Employee " EMPLOYEE_ID
                               " terminated effective "
                               WS_TERMINATION_DATE "."
                           MOVE "T" TO WS_CL_ACTION
                           PERFORM WRITE-CHANGE-LOG-ENTRY
                           PERFORM STOP-EMPLOYEE-DEDUCTIONS
                           DISPLAY "Final pay is pending - run the "
                               "final pay run in SALARY_CALCULATOR."
                   END-REWRITE
               END-IF
           END-IF
           END-IF
           EXIT.

       STOP-EMPLOYEE-DEDUCTIONS SECTION.
           MOVE 0 TO WS_STOPPED_DEDUCTION_COUNT
           OPEN I-O DEDUCTION_MASTER_FILE
           IF NOT WS_DEDUCTION_FILE_OK
               DISPLAY "WARNING: DEDUCTION_MASTER.DAT could not be "
                   "opened (status " WS_DEDUCTION_FILE_STATUS
                   ") - stop the employee's deductions in "
                   "DEDUCTION_MAINTENANCE."
           ELSE
               MOVE EM_EMPLOYEE_ID TO DM_EMPLOYEE_ID
               MOVE 0 TO DM_PRIORITY
               MOVE "N" TO WS_DEDUCTION_DONE_FLAG
               START DEDUCTION_MASTER_FILE
                   KEY IS GREATER THAN OR EQUAL TO DM_RECORD_KEY
                   INVALID KEY
                       MOVE "Y" TO WS_DEDUCTION_DONE_FLAG
               END-START
               PERFORM UNTIL WS_DEDUCTIONS_DONE
                   READ DEDUCTION_MASTER_FILE NEXT
                       AT END
                           MOVE "Y" TO WS_DEDUCTION_DONE_FLAG
                       NOT AT END
                           IF DM_EMPLOYEE_ID NOT = EM_EMPLOYEE_ID
                               MOVE "Y" TO WS_DEDUCTION_DONE_FLAG
                           ELSE
                               IF DM_DEDUCTION_ACTIVE
                                   MOVE "S" TO DM_ACTIVE_FLAG
                                   REWRITE DEDUCTION_MASTER_RECORD
                                       INVALID KEY
                                           DISPLAY "WARNING: could "
                                               "not stop deduction "
                                               "priority " DM_PRIORITY
                                               " (status "
                                               WS_DEDUCTION_FILE_STATUS
                                               ")."
                                       NOT INVALID KEY
                                           ADD 1 TO
                                             WS_STOPPED_DEDUCTION_COUNT
                                   END-REWRITE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEDUCTION_MASTER_FILE
               DISPLAY WS_STOPPED_DEDUCTION_COUNT
                   " active deduction(s) stopped for employee "
                   EM_EMPLOYEE_ID "."
           END-IF
           EXIT.

       INQUIRE-EMPLOYEE SECTION.
               DISPLAY "Bank account:  " EM_BANK_ACCOUNT_NUMBER
               DISPLAY "Bank status:   " EM_BANK_STATUS
               DISPLAY "Department:    " EM_DEPARTMENT_CODE
               DISPLAY "Pay frequency: " EM_PAY_FREQUENCY
               DISPLAY "Active flag:   " EM_ACTIVE_FLAG
               IF EM_EMPLOYEE_TERMINATED
                   DISPLAY "Terminated:    " EM_TERMINATION_DATE
                       "  reason " EM_TERMINATION_REASON
                   DISPLAY "Final pay:     " EM_FINAL_PAY_STATUS
               END-IF
               PERFORM LIST-RATE-HISTORY
           END-IF
           EXIT.

           MOVE OM_EMPLOYEE_NAME TO EMPLOYEE_NAME
           MOVE OM_HOURLY_SALARY TO HOURLY_SALARY
           MOVE "H" TO PAY_TYPE
           MOVE "W" TO PAY_FREQUENCY
           MOVE 0 TO PERIOD_SALARY
           MOVE 0 TO WORKED_HOURS
           MOVE 0 TO HOLIDAY_HOURS
               MOVE "GEN " TO EM_DEPARTMENT_CODE
               MOVE "A" TO EM_ACTIVE_FLAG
               MOVE "N" TO EM_BANK_STATUS
               MOVE 0 TO EM_TERMINATION_DATE
               MOVE SPACES TO EM_TERMINATION_REASON
               MOVE SPACE TO EM_FINAL_PAY_STATUS
               MOVE "W" TO EM_PAY_FREQUENCY
               MOVE SPACES TO WS_BEFORE_IMAGE
               MOVE EMPLOYEE_MASTER_RECORD TO WS_AFTER_IMAGE
               WRITE EMPLOYEE_MASTER_RECORD
