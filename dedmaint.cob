               RECORD KEY IS EM_EMPLOYEE_ID
               FILE STATUS IS WS_EMPLOYEE_MASTER_FILE_STATUS.

           SELECT DEDUCTION_PAYEE_FILE
               ASSIGN TO "DEDUCTION_PAYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP_RECORD_KEY
               FILE STATUS IS WS_PAYEE_FILE_STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEDUCTION_MASTER_FILE.
       FD  EMPLOYEE_MASTER_FILE.
       COPY EMPMAST.

       FD  DEDUCTION_PAYEE_FILE.
       COPY DEDPAYEE.

       WORKING-STORAGE SECTION.
       01 WS_DEDUCTION_FILE_STATUS PIC XX VALUE "00".
           88 WS_DEDUCTION_FILE_OK VALUE "00".
       01 WS_EMPLOYEE_MASTER_FILE_STATUS PIC XX VALUE "00".
           88 WS_EMPLOYEE_MASTER_FILE_OK VALUE "00".

       01 WS_PAYEE_FILE_STATUS PIC XX VALUE "00".
           88 WS_PAYEE_FILE_OK VALUE "00".

       01 WS_MAINT_ACTION PIC X VALUE SPACE.
       01 WS_RECORD_FOUND_FLAG PIC X VALUE "N".
           88 WS_RECORD_FOUND VALUE "Y".
       01 WS_LIST_DONE_FLAG PIC X VALUE "N".
           88 WS_LIST_DONE VALUE "Y".
       01 WS_LISTED_COUNT PIC 9(3) VALUE 0.
       01 WS_PAYEE_FOUND_FLAG PIC X VALUE "N".
           88 WS_PAYEE_FOUND VALUE "Y".

       01 WS_DEDUCTION_KEY.
           05 WS_DM_EMPLOYEE_ID PIC 9(5) VALUE 0.
           05 WS_DM_PRIORITY PIC 9(2) VALUE 0.
       01 WS_DEDUCTION_TYPE PIC X(4) VALUE SPACES.
       01 WS_CASE_NUMBER PIC X(12) VALUE SPACES.
       01 WS_METHOD_FLAG PIC X VALUE SPACE.
       01 WS_FLAT_AMT PIC 9(7)V99 VALUE 0.
       01 WS_PERCENT PIC 99V99 VALUE 0.
                       WS_EMPLOYEE_MASTER_FILE_STATUS
                       ") - employee IDs will not be verified."
               END-IF
               OPEN INPUT DEDUCTION_PAYEE_FILE
               IF NOT WS_PAYEE_FILE_OK
                   DISPLAY "WARNING: DEDUCTION_PAYEE.DAT could not be "
                       "opened (status " WS_PAYEE_FILE_STATUS
                       ") - payees will not be verified."
               END-IF
               PERFORM UNTIL WS_MAINT_ACTION = "X"
                   DISPLAY "A. Add a deduction"
                   DISPLAY "C. Change a deduction"
               IF WS_EMPLOYEE_MASTER_FILE_OK
                   CLOSE EMPLOYEE_MASTER_FILE
               END-IF
               IF WS_PAYEE_FILE_OK
                   CLOSE DEDUCTION_PAYEE_FILE
               END-IF
               CLOSE DEDUCTION_MASTER_FILE
           END-IF
           STOP RUN.
           DISPLAY "Enter the deduction type "
               "(UNIO/HLTH/SAVE/ADVN/GARN): "
           ACCEPT WS_DEDUCTION_TYPE
           DISPLAY "Enter the court order case number, or blank if "
               "none: "
           ACCEPT WS_CASE_NUMBER
           DISPLAY "Flat amount or percent of gross (F/P): "
           ACCEPT WS_METHOD_FLAG
           MOVE 0 TO WS_FLAT_AMT
               DISPLAY "ERROR: percent must be greater than zero."
               MOVE "N" TO WS_VALID_DATA_FLAG
           END-IF
           IF WS_DEDUCTION_TYPE = "GARN" AND WS_CASE_NUMBER = SPACES
               DISPLAY "ERROR: a garnishment needs its case number."
               MOVE "N" TO WS_VALID_DATA_FLAG
           END-IF
           EXIT.

       CHECK-DEDUCTION-PAYEE SECTION.
           MOVE "Y" TO WS_PAYEE_FOUND_FLAG
           IF WS_PAYEE_FILE_OK
               MOVE WS_DEDUCTION_TYPE TO DP_DEDUCTION_TYPE
               MOVE WS_CASE_NUMBER TO DP_CASE_NUMBER
               READ DEDUCTION_PAYEE_FILE
                   INVALID KEY
                       MOVE SPACES TO DP_CASE_NUMBER
                       READ DEDUCTION_PAYEE_FILE
                           INVALID KEY
                               MOVE "N" TO WS_PAYEE_FOUND_FLAG
                       END-READ
               END-READ
               MOVE "00" TO WS_PAYEE_FILE_STATUS
           END-IF
           IF NOT WS_PAYEE_FOUND
               DISPLAY "WARNING: no payee is on file for type "
                   WS_DEDUCTION_TYPE " case " WS_CASE_NUMBER
                   " - add one in DEDUCTION_PAYEE_MAINTENANCE before "
                   "the next remittance run."
           END-IF
           EXIT.

       ADD-DEDUCTION SECTION.
                   ELSE
                       MOVE WS_DEDUCTION_KEY TO DM_RECORD_KEY
                       MOVE WS_DEDUCTION_TYPE TO DM_DEDUCTION_TYPE
                       MOVE WS_CASE_NUMBER TO DM_CASE_NUMBER
                       MOVE WS_METHOD_FLAG TO DM_METHOD_FLAG
                       MOVE WS_FLAT_AMT TO DM_FLAT_AMT
                       MOVE WS_PERCENT TO DM_PERCENT
                           NOT INVALID KEY
                               DISPLAY "Deduction added for employee "
                                   WS_DM_EMPLOYEE_ID "."
                               PERFORM CHECK-DEDUCTION-PAYEE
                       END-WRITE
                   END-IF
               END-IF
                   DISPLAY "Change rejected."
               ELSE
                   MOVE WS_DEDUCTION_TYPE TO DM_DEDUCTION_TYPE
                   MOVE WS_CASE_NUMBER TO DM_CASE_NUMBER
                   MOVE WS_METHOD_FLAG TO DM_METHOD_FLAG
                   MOVE WS_FLAT_AMT TO DM_FLAT_AMT
                   MOVE WS_PERCENT TO DM_PERCENT
                       NOT INVALID KEY
                           DISPLAY "Deduction changed for employee "
                               WS_DM_EMPLOYEE_ID "."
                           PERFORM CHECK-DEDUCTION-PAYEE
                   END-REWRITE
               END-IF
           END-IF
           DISPLAY "Employee ID:  " DM_EMPLOYEE_ID
           DISPLAY "Priority:     " DM_PRIORITY
           DISPLAY "Type:         " DM_DEDUCTION_TYPE
           DISPLAY "Case number:  " DM_CASE_NUMBER
           DISPLAY "Method:       " DM_METHOD_FLAG
           DISPLAY "Flat amount:  " DM_FLAT_AMT
           DISPLAY "Percent:      " DM_PERCENT
