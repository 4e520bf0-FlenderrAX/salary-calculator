       01 WS_MASTER_FOUND_FLAG PIC X VALUE "N".
           88 WS_MASTER_FOUND VALUE "Y".
           88 WS_MASTER_NOT_FOUND VALUE "N".
       01 WS_TERMINATED_FLAG PIC X VALUE "N".
           88 WS_EMPLOYEE_IS_TERMINATED VALUE "Y".
       01 WS_LINE_SCAN_FLAG PIC X VALUE "N".
           88 WS_LINE_SCAN_DONE VALUE "Y".

       01 WS_TIMECARD_KEY.
           05 WS_TC_EMPLOYEE_ID PIC 9(5) VALUE 0.
           05 WS_TC_PERIOD_ID PIC 9(8) VALUE 0.
           05 WS_TC_LINE_NUMBER PIC 9(2) VALUE 0.
       01 WS_WORKED_HOURS PIC 9(3) VALUE 0.
       01 WS_HOLIDAY_HOURS PIC 9(3) VALUE 0.
       01 WS_VACATION_HOURS PIC 9(3) VALUE 0.
       01 WS_SICK_HOURS PIC 9(3) VALUE 0.
       01 WS_CHARGE_DEPARTMENT PIC X(4) VALUE SPACES.
       01 WS_OTHER_LINE_HOURS PIC 9(4) VALUE 0.
       01 WS_PERIOD_HOURS_LIMIT PIC 9(3) VALUE 168.
       01 WS_PERIOD_LINE_COUNT PIC 9(3) VALUE 0.
       01 WS_PERIOD_TOTALS.
           05 WS_PT_WORKED_HOURS PIC 9(4) VALUE 0.
           05 WS_PT_HOLIDAY_HOURS PIC 9(4) VALUE 0.
           05 WS_PT_VACATION_HOURS PIC 9(4) VALUE 0.
           05 WS_PT_SICK_HOURS PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   DISPLAY "C. Change a timecard"
                   DISPLAY "D. Delete a timecard"
                   DISPLAY "I. Inquire on a timecard"
                   DISPLAY "L. List all lines of a timecard"
                   DISPLAY "X. Exit"
                   DISPLAY "Select action (A/C/D/I/L/X): "
                   ACCEPT WS_MAINT_ACTION
                   EVALUATE WS_MAINT_ACTION
                       WHEN "A"
                           PERFORM DELETE-TIMECARD
                       WHEN "I"
                           PERFORM INQUIRE-TIMECARD
                       WHEN "L"
                           PERFORM LIST-TIMECARD-LINES
                       WHEN "X"
                           CONTINUE
                       WHEN OTHER
           ACCEPT WS_TC_EMPLOYEE_ID
           DISPLAY "Enter the pay-period end date (YYYYMMDD): "
           ACCEPT WS_TC_PERIOD_ID
           DISPLAY "Enter the timecard line number (0-99): "
           ACCEPT WS_TC_LINE_NUMBER
           MOVE WS_TIMECARD_KEY TO TC_RECORD_KEY
           READ TIMECARD_FILE
               INVALID KEY

       CHECK-EMPLOYEE-MASTER SECTION.
           MOVE "Y" TO WS_MASTER_FOUND_FLAG
           MOVE "N" TO WS_TERMINATED_FLAG
           MOVE 168 TO WS_PERIOD_HOURS_LIMIT
           IF WS_EMPLOYEE_MASTER_FILE_OK
               MOVE WS_TC_EMPLOYEE_ID TO EM_EMPLOYEE_ID
               READ EMPLOYEE_MASTER_FILE
                   INVALID KEY
                       MOVE "N" TO WS_MASTER_FOUND_FLAG
                   NOT INVALID KEY
                       IF EM_EMPLOYEE_TERMINATED
                          AND NOT EM_FINAL_PAY_PENDING
                           MOVE "Y" TO WS_TERMINATED_FLAG
                       END-IF
                       EVALUATE EM_PAY_FREQUENCY
                           WHEN "B"
                               MOVE 336 TO WS_PERIOD_HOURS_LIMIT
                           WHEN "S"
                               MOVE 364 TO WS_PERIOD_HOURS_LIMIT
                           WHEN "M"
                               MOVE 728 TO WS_PERIOD_HOURS_LIMIT
                       END-EVALUATE
               END-READ
           END-IF
           EXIT.
           ACCEPT WS_VACATION_HOURS
           DISPLAY "Enter sick hours taken, or 0: "
           ACCEPT WS_SICK_HOURS
           DISPLAY "Enter the department to charge these hours to, "
               "or blank for the home department: "
           ACCEPT WS_CHARGE_DEPARTMENT
           EXIT.

       SUM-OTHER-TIMECARD-LINES SECTION.
           MOVE 0 TO WS_OTHER_LINE_HOURS
           MOVE WS_TC_EMPLOYEE_ID TO TC_EMPLOYEE_ID
           MOVE WS_TC_PERIOD_ID TO TC_PERIOD_ID
           MOVE 0 TO TC_LINE_NUMBER
           MOVE "N" TO WS_LINE_SCAN_FLAG
           START TIMECARD_FILE
               KEY IS GREATER THAN OR EQUAL TO TC_RECORD_KEY
               INVALID KEY
                   MOVE "Y" TO WS_LINE_SCAN_FLAG
           END-START
           PERFORM UNTIL WS_LINE_SCAN_DONE
               READ TIMECARD_FILE NEXT
                   AT END
                       MOVE "Y" TO WS_LINE_SCAN_FLAG
                   NOT AT END
                       IF TC_EMPLOYEE_ID NOT = WS_TC_EMPLOYEE_ID
                          OR TC_PERIOD_ID NOT = WS_TC_PERIOD_ID
                           MOVE "Y" TO WS_LINE_SCAN_FLAG
                       ELSE
                           IF TC_LINE_NUMBER NOT = WS_TC_LINE_NUMBER
                               ADD TC_WORKED_HOURS TC_HOLIDAY_HOURS
                                   TC_VACATION_HOURS TC_SICK_HOURS
                                   TO WS_OTHER_LINE_HOURS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS_TIMECARD_FILE_STATUS
           EXIT.

       ADD-TIMECARD SECTION.
           PERFORM READ-TIMECARD-BY-KEY
           IF WS_RECORD_FOUND
               DISPLAY "Timecard for employee " WS_TC_EMPLOYEE_ID
                   " period " WS_TC_PERIOD_ID " line "
                   WS_TC_LINE_NUMBER " already exists - add rejected."
           ELSE
               PERFORM CHECK-EMPLOYEE-MASTER
               IF WS_MASTER_NOT_FOUND
                   DISPLAY "Employee " WS_TC_EMPLOYEE_ID " is not on "
                       "the employee master - add rejected."
               ELSE
               IF WS_EMPLOYEE_IS_TERMINATED
                   DISPLAY "Employee " WS_TC_EMPLOYEE_ID " was "
                       "terminated on " EM_TERMINATION_DATE
                       " and has received final pay - add rejected."
               ELSE
                   PERFORM ACCEPT-TIMECARD-FIELDS
                   PERFORM SUM-OTHER-TIMECARD-LINES
                   IF WS_WORKED_HOURS + WS_HOLIDAY_HOURS
                      + WS_VACATION_HOURS + WS_SICK_HOURS
                      + WS_OTHER_LINE_HOURS > WS_PERIOD_HOURS_LIMIT
                       DISPLAY "ERROR: total hours including leave "
                           "on all lines of the period exceed "
                           WS_PERIOD_HOURS_LIMIT " for the employee's "
                           "pay frequency - add rejected."
                   ELSE
                       MOVE WS_TIMECARD_KEY TO TC_RECORD_KEY
                       MOVE WS_WORKED_HOURS TO TC_WORKED_HOURS
                       MOVE WS_HOLIDAY_HOURS TO TC_HOLIDAY_HOURS
                       MOVE WS_VACATION_HOURS TO TC_VACATION_HOURS
                       MOVE WS_SICK_HOURS TO TC_SICK_HOURS
                       MOVE WS_CHARGE_DEPARTMENT
                           TO TC_CHARGE_DEPARTMENT
                       WRITE TIMECARD_RECORD
                           INVALID KEY
                               DISPLAY "Write failed for employee "
                           NOT INVALID KEY
                               DISPLAY "Timecard for employee "
                                   WS_TC_EMPLOYEE_ID " period "
                                   WS_TC_PERIOD_ID " line "
                                   WS_TC_LINE_NUMBER " added."
                       END-WRITE
                   END-IF
               END-IF
               END-IF
           END-IF
           EXIT.

           PERFORM READ-TIMECARD-BY-KEY
           IF WS_RECORD_NOT_FOUND
               DISPLAY "Timecard for employee " WS_TC_EMPLOYEE_ID
                   " period " WS_TC_PERIOD_ID " line "
                   WS_TC_LINE_NUMBER " not found."
           ELSE
               PERFORM CHECK-EMPLOYEE-MASTER
               IF WS_EMPLOYEE_IS_TERMINATED
                   DISPLAY "Employee " WS_TC_EMPLOYEE_ID " was "
                       "terminated on " EM_TERMINATION_DATE
                       " and has received final pay - change "
                       "rejected."
               ELSE
               PERFORM ACCEPT-TIMECARD-FIELDS
               PERFORM SUM-OTHER-TIMECARD-LINES
               IF WS_WORKED_HOURS + WS_HOLIDAY_HOURS
                  + WS_VACATION_HOURS + WS_SICK_HOURS
                  + WS_OTHER_LINE_HOURS > WS_PERIOD_HOURS_LIMIT
                   DISPLAY "ERROR: total hours including leave "
                       "on all lines of the period exceed "
                       WS_PERIOD_HOURS_LIMIT " for the employee's "
                       "pay frequency - change rejected."
               ELSE
                   MOVE WS_TIMECARD_KEY TO TC_RECORD_KEY
                   MOVE WS_WORKED_HOURS TO TC_WORKED_HOURS
                   MOVE WS_HOLIDAY_HOURS TO TC_HOLIDAY_HOURS
                   MOVE WS_VACATION_HOURS TO TC_VACATION_HOURS
                   MOVE WS_SICK_HOURS TO TC_SICK_HOURS
                   MOVE WS_CHARGE_DEPARTMENT TO TC_CHARGE_DEPARTMENT
                   REWRITE TIMECARD_RECORD
                       INVALID KEY
                           DISPLAY "Rewrite failed for employee "
                       NOT INVALID KEY
                           DISPLAY "Timecard for employee "
                               WS_TC_EMPLOYEE_ID " period "
                               WS_TC_PERIOD_ID " line "
                               WS_TC_LINE_NUMBER " changed."
                   END-REWRITE
               END-IF
               END-IF
           END-IF
           EXIT.

           PERFORM READ-TIMECARD-BY-KEY
           IF WS_RECORD_NOT_FOUND
               DISPLAY "Timecard for employee " WS_TC_EMPLOYEE_ID
                   " period " WS_TC_PERIOD_ID " line "
                   WS_TC_LINE_NUMBER " not found."
           ELSE
               PERFORM CHECK-EMPLOYEE-MASTER
               IF WS_EMPLOYEE_IS_TERMINATED
                   DISPLAY "Employee " WS_TC_EMPLOYEE_ID " was "
                       "terminated on " EM_TERMINATION_DATE
                       " and has received final pay - delete "
                       "rejected."
               ELSE
               DELETE TIMECARD_FILE
                   INVALID KEY
                       DISPLAY "Delete failed for employee "
                   NOT INVALID KEY
                       DISPLAY "Timecard for employee "
                           WS_TC_EMPLOYEE_ID " period "
                           WS_TC_PERIOD_ID " line "
                           WS_TC_LINE_NUMBER " deleted."
               END-DELETE
               END-IF
           END-IF
           EXIT.

           PERFORM READ-TIMECARD-BY-KEY
           IF WS_RECORD_NOT_FOUND
               DISPLAY "Timecard for employee " WS_TC_EMPLOYEE_ID
                   " period " WS_TC_PERIOD_ID " line "
                   WS_TC_LINE_NUMBER " not found."
           ELSE
               DISPLAY "Employee ID:   " TC_EMPLOYEE_ID
               DISPLAY "Period:        " TC_PERIOD_ID
               DISPLAY "Line:          " TC_LINE_NUMBER
               IF TC_CHARGE_DEPARTMENT = SPACES
                   DISPLAY "Charged to:    HOME DEPARTMENT"
               ELSE
                   DISPLAY "Charged to:    " TC_CHARGE_DEPARTMENT
               END-IF
               DISPLAY "Worked hours:  " TC_WORKED_HOURS
               DISPLAY "Holiday hours: " TC_HOLIDAY_HOURS
               DISPLAY "Vacation hours:" TC_VACATION_HOURS
           END-IF
           EXIT.

       LIST-TIMECARD-LINES SECTION.
           DISPLAY "Enter the employee's ID: "
           ACCEPT WS_TC_EMPLOYEE_ID
           DISPLAY "Enter the pay-period end date (YYYYMMDD): "
           ACCEPT WS_TC_PERIOD_ID
           MOVE 0 TO WS_PERIOD_LINE_COUNT
           MOVE 0 TO WS_PT_WORKED_HOURS
           MOVE 0 TO WS_PT_HOLIDAY_HOURS
           MOVE 0 TO WS_PT_VACATION_HOURS
           MOVE 0 TO WS_PT_SICK_HOURS
           MOVE WS_TC_EMPLOYEE_ID TO TC_EMPLOYEE_ID
           MOVE WS_TC_PERIOD_ID TO TC_PERIOD_ID
           MOVE 0 TO TC_LINE_NUMBER
           MOVE "N" TO WS_LINE_SCAN_FLAG
           START TIMECARD_FILE
               KEY IS GREATER THAN OR EQUAL TO TC_RECORD_KEY
               INVALID KEY
                   MOVE "Y" TO WS_LINE_SCAN_FLAG
           END-START
           PERFORM UNTIL WS_LINE_SCAN_DONE
               READ TIMECARD_FILE NEXT
                   AT END
                       MOVE "Y" TO WS_LINE_SCAN_FLAG
                   NOT AT END
                       IF TC_EMPLOYEE_ID NOT = WS_TC_EMPLOYEE_ID
                          OR TC_PERIOD_ID NOT = WS_TC_PERIOD_ID
                           MOVE "Y" TO WS_LINE_SCAN_FLAG
                       ELSE
                           ADD 1 TO WS_PERIOD_LINE_COUNT
                           ADD TC_WORKED_HOURS TO WS_PT_WORKED_HOURS
                           ADD TC_HOLIDAY_HOURS TO WS_PT_HOLIDAY_HOURS
                           ADD TC_VACATION_HOURS
                               TO WS_PT_VACATION_HOURS
                           ADD TC_SICK_HOURS TO WS_PT_SICK_HOURS
                           DISPLAY "Line " TC_LINE_NUMBER
                               "  dept " TC_CHARGE_DEPARTMENT
                               "  worked " TC_WORKED_HOURS
                               "  holiday " TC_HOLIDAY_HOURS
                               "  vacation " TC_VACATION_HOURS
                               "  sick " TC_SICK_HOURS
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS_TIMECARD_FILE_STATUS
           IF WS_PERIOD_LINE_COUNT = 0
               DISPLAY "No timecard lines for employee "
                   WS_TC_EMPLOYEE_ID " period " WS_TC_PERIOD_ID "."
           ELSE
               DISPLAY "Total     " WS_PERIOD_LINE_COUNT
                   " line(s)  worked " WS_PT_WORKED_HOURS
                   "  holiday " WS_PT_HOLIDAY_HOURS
                   "  vacation " WS_PT_VACATION_HOURS
                   "  sick " WS_PT_SICK_HOURS
           END-IF
           EXIT.

       END PROGRAM TIMECARD_MAINTENANCE.
