       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHECK_MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHECK_CONTROL_FILE ASSIGN TO "CHECK_CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_CHECK_CONTROL_FILE_STATUS.

           SELECT CHECK_REGISTER_FILE ASSIGN TO "CHECK_REGISTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK_RECORD_KEY
               FILE STATUS IS WS_CHECK_REGISTER_FILE_STATUS.

           SELECT PAY_HISTORY_FILE ASSIGN TO "PAY_HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH_RECORD_KEY
               FILE STATUS IS WS_PAY_HISTORY_FILE_STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHECK_CONTROL_FILE.
       01  CHECK_CONTROL_RECORD.
           05 CC_NEXT_CHECK_NUMBER PIC 9(8).
           05 CC_LAST_CHECK_NUMBER PIC 9(8).
           05 CC_NEXT_TRACE_NUMBER PIC 9(8).

       FD  CHECK_REGISTER_FILE.
       COPY CHKREG.

       FD  PAY_HISTORY_FILE.
       COPY PAYHIST.

       WORKING-STORAGE SECTION.
       01 WS_CHECK_CONTROL_FILE_STATUS PIC XX VALUE "00".
           88 WS_CHECK_CONTROL_FILE_OK VALUE "00".
       01 WS_CHECK_REGISTER_FILE_STATUS PIC XX VALUE "00".
           88 WS_CHECK_REGISTER_FILE_OK VALUE "00".
           88 WS_CHECK_REGISTER_FILE_IS_NEW VALUE "35".
       01 WS_PAY_HISTORY_FILE_STATUS PIC XX VALUE "00".
           88 WS_PAY_HISTORY_FILE_OK VALUE "00".

       01 WS_MAINT_ACTION PIC X VALUE SPACE.
       01 WS_TODAY_YYYYMMDD PIC 9(8) VALUE 0.
       01 WS_CONTROL_FOUND_FLAG PIC X VALUE "N".
           88 WS_CONTROL_FOUND VALUE "Y".
       01 WS_RECORD_FOUND_FLAG PIC X VALUE "N".
           88 WS_RECORD_FOUND VALUE "Y".
           88 WS_RECORD_NOT_FOUND VALUE "N".
       01 WS_CHECK_NUMBER_FLAG PIC X VALUE "N".
           88 WS_CHECK_NUMBER_ASSIGNED VALUE "Y".

       01 WS_FIRST_CHECK_NUMBER PIC 9(8) VALUE 0.
       01 WS_LAST_CHECK_NUMBER PIC 9(8) VALUE 0.
       01 WS_TRACE_NUMBER PIC 9(8) VALUE 0.
       01 WS_PAYMENT_METHOD PIC X VALUE "C".
       01 WS_ITEM_NUMBER PIC 9(8) VALUE 0.
       01 WS_REISSUE_NUMBER PIC 9(8) VALUE 0.
       01 WS_SAVED_CHECK_RECORD PIC X(93) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS_TODAY_YYYYMMDD
           PERFORM OPEN-CHECK-REGISTER
           IF NOT WS_CHECK_REGISTER_FILE_OK
               DISPLAY "CHECK_REGISTER.DAT could not be opened "
                   "(status " WS_CHECK_REGISTER_FILE_STATUS
                   ") - maintenance aborted."
           ELSE
               OPEN I-O PAY_HISTORY_FILE
               IF NOT WS_PAY_HISTORY_FILE_OK
                   DISPLAY "WARNING: PAY_HISTORY.DAT could not be "
                       "opened (status " WS_PAY_HISTORY_FILE_STATUS
                       ") - reissued check numbers will not be "
                       "posted to pay history."
               END-IF
               PERFORM LOAD-CHECK-CONTROL
               PERFORM UNTIL WS_MAINT_ACTION = "X"
                   DISPLAY "N. Load a new range of check stock"
                   DISPLAY "S. Record a spoiled check"
                   DISPLAY "I. Inquire on a check or deposit"
                   DISPLAY "V. Void a check or deposit"
                   DISPLAY "X. Exit"
                   DISPLAY "Select action (N/S/I/V/X): "
                   ACCEPT WS_MAINT_ACTION
                   EVALUATE WS_MAINT_ACTION
                       WHEN "N"
                           PERFORM LOAD-CHECK-STOCK
                       WHEN "S"
                           PERFORM SPOIL-CHECK
                       WHEN "V"
                           DISPLAY "Checks and deposits are voided "
                               "by the void run (option 6) in "
                               "SALARY_CALCULATOR, which also "
                               "reverses pay history, YTD and "
                               "deductions. Key the reversing GL "
                               "entry for the voided payment by "
                               "hand."
                       WHEN "I"
                           PERFORM INQUIRE-CHECK
                       WHEN "X"
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Unknown action."
                   END-EVALUATE
               END-PERFORM
               IF WS_PAY_HISTORY_FILE_OK
                   CLOSE PAY_HISTORY_FILE
               END-IF
               CLOSE CHECK_REGISTER_FILE
           END-IF
           STOP RUN.

       OPEN-CHECK-REGISTER SECTION.
           OPEN I-O CHECK_REGISTER_FILE
           IF WS_CHECK_REGISTER_FILE_IS_NEW
               OPEN OUTPUT CHECK_REGISTER_FILE
               CLOSE CHECK_REGISTER_FILE
               OPEN I-O CHECK_REGISTER_FILE
           END-IF
           EXIT.

       LOAD-CHECK-CONTROL SECTION.
           MOVE "N" TO WS_CONTROL_FOUND_FLAG
           OPEN INPUT CHECK_CONTROL_FILE
           IF WS_CHECK_CONTROL_FILE_OK
               READ CHECK_CONTROL_FILE
                   NOT AT END
                       MOVE "Y" TO WS_CONTROL_FOUND_FLAG
               END-READ
               CLOSE CHECK_CONTROL_FILE
           END-IF
           IF WS_CONTROL_FOUND
               DISPLAY "Next check " CC_NEXT_CHECK_NUMBER
                   ", last check on stock " CC_LAST_CHECK_NUMBER
                   ", next deposit trace " CC_NEXT_TRACE_NUMBER "."
           ELSE
               DISPLAY "No check stock on file - load a range with "
                   "action N before the next pay run."
               MOVE 0 TO CC_NEXT_CHECK_NUMBER
               MOVE 0 TO CC_LAST_CHECK_NUMBER
               MOVE 1 TO CC_NEXT_TRACE_NUMBER
           END-IF
           EXIT.

       SAVE-CHECK-CONTROL SECTION.
           OPEN OUTPUT CHECK_CONTROL_FILE
           IF WS_CHECK_CONTROL_FILE_OK
               WRITE CHECK_CONTROL_RECORD
               CLOSE CHECK_CONTROL_FILE
               MOVE "Y" TO WS_CONTROL_FOUND_FLAG
           ELSE
               DISPLAY "CHECK_CONTROL.DAT could not be written "
                   "(status " WS_CHECK_CONTROL_FILE_STATUS ")."
           END-IF
           EXIT.

       LOAD-CHECK-STOCK SECTION.
           DISPLAY "Enter the first check number of the new stock: "
           ACCEPT WS_FIRST_CHECK_NUMBER
           DISPLAY "Enter the last check number of the new stock: "
           ACCEPT WS_LAST_CHECK_NUMBER
           DISPLAY "Enter the next deposit trace number, or 0 to keep "
               CC_NEXT_TRACE_NUMBER ": "
           ACCEPT WS_TRACE_NUMBER
           IF WS_FIRST_CHECK_NUMBER = 0
              OR WS_LAST_CHECK_NUMBER < WS_FIRST_CHECK_NUMBER
               DISPLAY "ERROR: the range must start above zero and "
                   "end at or after its first number - rejected."
           ELSE
               IF WS_CONTROL_FOUND
                  AND CC_NEXT_CHECK_NUMBER <= CC_LAST_CHECK_NUMBER
                   DISPLAY "WARNING: checks " CC_NEXT_CHECK_NUMBER
                       " to " CC_LAST_CHECK_NUMBER " of the old "
                       "stock were never issued - record them as "
                       "spoiled if they are destroyed."
               END-IF
               MOVE WS_FIRST_CHECK_NUMBER TO CC_NEXT_CHECK_NUMBER
               MOVE WS_LAST_CHECK_NUMBER TO CC_LAST_CHECK_NUMBER
               IF WS_TRACE_NUMBER > 0
                   MOVE WS_TRACE_NUMBER TO CC_NEXT_TRACE_NUMBER
               END-IF
               PERFORM SAVE-CHECK-CONTROL
               IF WS_CONTROL_FOUND
                   DISPLAY "Check stock " WS_FIRST_CHECK_NUMBER
                       " to " WS_LAST_CHECK_NUMBER " loaded."
               END-IF
           END-IF
           EXIT.

       READ-CHECK-BY-NUMBER SECTION.
           MOVE WS_PAYMENT_METHOD TO CK_PAYMENT_METHOD
           MOVE WS_ITEM_NUMBER TO CK_ITEM_NUMBER
           READ CHECK_REGISTER_FILE
               INVALID KEY
                   MOVE "N" TO WS_RECORD_FOUND_FLAG
               NOT INVALID KEY
                   MOVE "Y" TO WS_RECORD_FOUND_FLAG
           END-READ
           MOVE "00" TO WS_CHECK_REGISTER_FILE_STATUS
           EXIT.

       SPOIL-CHECK SECTION.
           DISPLAY "Enter the spoiled check number: "
           ACCEPT WS_ITEM_NUMBER
           MOVE "C" TO WS_PAYMENT_METHOD
           PERFORM READ-CHECK-BY-NUMBER
           IF WS_RECORD_NOT_FOUND
               MOVE "C" TO CK_PAYMENT_METHOD
               MOVE WS_ITEM_NUMBER TO CK_ITEM_NUMBER
               MOVE 0 TO CK_EMPLOYEE_ID
               MOVE SPACES TO CK_EMPLOYEE_NAME
               MOVE 0 TO CK_PERIOD_ID
               MOVE 0 TO CK_PAYMENT_SEQUENCE
               MOVE 0 TO CK_ISSUE_DATE
               MOVE 0 TO CK_AMOUNT
               MOVE 0 TO CK_BANK_ROUTING_NUMBER
               MOVE SPACES TO CK_BANK_ACCOUNT_NUMBER
               MOVE "S" TO CK_STATUS
               MOVE WS_TODAY_YYYYMMDD TO CK_STATUS_DATE
               MOVE 0 TO CK_PAID_AMOUNT
               MOVE SPACES TO CK_RETURN_REASON
               WRITE CHECK_REGISTER_RECORD
                   INVALID KEY
                       DISPLAY "Write failed for check "
                           WS_ITEM_NUMBER " (status "
                           WS_CHECK_REGISTER_FILE_STATUS ")."
                   NOT INVALID KEY
                       DISPLAY "Blank check " WS_ITEM_NUMBER
                           " recorded as spoiled - the pay run will "
                           "skip it."
               END-WRITE
           ELSE
               IF NOT CK_ISSUED
                   DISPLAY "Check " WS_ITEM_NUMBER " has status "
                       CK_STATUS " - only an issued, unpaid check "
                       "can be spoiled."
               ELSE
                   PERFORM REISSUE-SPOILED-CHECK
               END-IF
           END-IF
           EXIT.

       REISSUE-SPOILED-CHECK SECTION.
           MOVE CHECK_REGISTER_RECORD TO WS_SAVED_CHECK_RECORD
           MOVE 0 TO WS_REISSUE_NUMBER
           IF WS_CONTROL_FOUND
               MOVE "N" TO WS_CHECK_NUMBER_FLAG
               PERFORM UNTIL WS_CHECK_NUMBER_ASSIGNED
                   IF CC_NEXT_CHECK_NUMBER > CC_LAST_CHECK_NUMBER
                       MOVE "Y" TO WS_CHECK_NUMBER_FLAG
                   ELSE
                       MOVE "C" TO CK_PAYMENT_METHOD
                       MOVE CC_NEXT_CHECK_NUMBER TO CK_ITEM_NUMBER
                       ADD 1 TO CC_NEXT_CHECK_NUMBER
                       READ CHECK_REGISTER_FILE
                           INVALID KEY
                               MOVE CK_ITEM_NUMBER
                                   TO WS_REISSUE_NUMBER
                               MOVE "Y" TO WS_CHECK_NUMBER_FLAG
                       END-READ
                       MOVE "00" TO WS_CHECK_REGISTER_FILE_STATUS
                   END-IF
               END-PERFORM
           END-IF
           IF WS_REISSUE_NUMBER = 0
               DISPLAY "No unused check stock is left - load new "
                   "stock with action N, then spoil check "
                   WS_ITEM_NUMBER " again."
           ELSE
               PERFORM SAVE-CHECK-CONTROL
               MOVE WS_SAVED_CHECK_RECORD TO CHECK_REGISTER_RECORD
               MOVE "S" TO CK_STATUS
               MOVE WS_TODAY_YYYYMMDD TO CK_STATUS_DATE
               REWRITE CHECK_REGISTER_RECORD
               MOVE WS_REISSUE_NUMBER TO CK_ITEM_NUMBER
               MOVE "I" TO CK_STATUS
               WRITE CHECK_REGISTER_RECORD
                   INVALID KEY
                       DISPLAY "Write failed for check "
                           WS_REISSUE_NUMBER " (status "
                           WS_CHECK_REGISTER_FILE_STATUS ")."
                   NOT INVALID KEY
                       DISPLAY "Check " WS_ITEM_NUMBER " spoiled - "
                           "reprint it as check " WS_REISSUE_NUMBER
                           " for employee " CK_EMPLOYEE_ID
                           ", amount " CK_AMOUNT "."
                       PERFORM POST-REISSUE-TO-PAY-HISTORY
               END-WRITE
           END-IF
           EXIT.

       POST-REISSUE-TO-PAY-HISTORY SECTION.
           IF WS_PAY_HISTORY_FILE_OK
               MOVE CK_EMPLOYEE_ID TO PH_EMPLOYEE_ID
               MOVE CK_PERIOD_ID TO PH_PERIOD_ID
               MOVE CK_PAYMENT_SEQUENCE TO PH_PAYMENT_SEQUENCE
               READ PAY_HISTORY_FILE
                   INVALID KEY
                       DISPLAY "WARNING: no pay-history record for "
                           "employee " CK_EMPLOYEE_ID " period "
                           CK_PERIOD_ID " - check number not posted."
                   NOT INVALID KEY
                       MOVE WS_REISSUE_NUMBER TO PH_CHECK_NUMBER
                       REWRITE PAY_HISTORY_RECORD
               END-READ
               MOVE "00" TO WS_PAY_HISTORY_FILE_STATUS
           END-IF
           EXIT.

       INQUIRE-CHECK SECTION.
           DISPLAY "Check or deposit (C/D): "
           ACCEPT WS_PAYMENT_METHOD
           IF WS_PAYMENT_METHOD NOT = "D"
               MOVE "C" TO WS_PAYMENT_METHOD
           END-IF
           DISPLAY "Enter the check or trace number: "
           ACCEPT WS_ITEM_NUMBER
           PERFORM READ-CHECK-BY-NUMBER
           IF WS_RECORD_NOT_FOUND
               DISPLAY "Item " WS_PAYMENT_METHOD " " WS_ITEM_NUMBER
                   " is not in the check register."
           ELSE
               DISPLAY "Item:          " CK_PAYMENT_METHOD " "
                   CK_ITEM_NUMBER
               DISPLAY "Employee:      " CK_EMPLOYEE_ID " "
                   CK_EMPLOYEE_NAME
               DISPLAY "Pay period:    " CK_PERIOD_ID "/"
                   CK_PAYMENT_SEQUENCE
               DISPLAY "Issue date:    " CK_ISSUE_DATE
               DISPLAY "Amount:        " CK_AMOUNT
               DISPLAY "Status:        " CK_STATUS " on "
                   CK_STATUS_DATE
               DISPLAY "Paid amount:   " CK_PAID_AMOUNT
               DISPLAY "Return reason: " CK_RETURN_REASON
           END-IF
           EXIT.

       END PROGRAM CHECK_MAINTENANCE.
