       IDENTIFICATION DIVISION.
       PROGRAM-ID. WITHHOLDING_MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WITHHOLDING_ELECTION_FILE
               ASSIGN TO "WITHHOLDING_ELECTION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WE_EMPLOYEE_ID
               FILE STATUS IS WS_ELECTION_FILE_STATUS.

           SELECT EMPLOYEE_MASTER_FILE ASSIGN TO "EMPLOYEE_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM_EMPLOYEE_ID
               FILE STATUS IS WS_EMPLOYEE_MASTER_FILE_STATUS.

           SELECT MASTER_CHANGE_LOG_FILE
               ASSIGN TO "MASTER_CHANGE_LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_CHANGE_LOG_FILE_STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WITHHOLDING_ELECTION_FILE.
       COPY WHELECT.

       FD  EMPLOYEE_MASTER_FILE.
       COPY EMPMAST.

       FD  MASTER_CHANGE_LOG_FILE.
       01  MASTER_CHANGE_LOG_RECORD PIC X(185).

       WORKING-STORAGE SECTION.
       01 WS_ELECTION_FILE_STATUS PIC XX VALUE "00".
           88 WS_ELECTION_FILE_OK VALUE "00".
           88 WS_ELECTION_FILE_IS_NEW VALUE "35".

       01 WS_EMPLOYEE_MASTER_FILE_STATUS PIC XX VALUE "00".
           88 WS_EMPLOYEE_MASTER_FILE_OK VALUE "00".

       01 WS_CHANGE_LOG_FILE_STATUS PIC XX VALUE "00".
           88 WS_CHANGE_LOG_FILE_OK VALUE "00".
           88 WS_CHANGE_LOG_FILE_IS_NEW VALUE "35".
       01 WS_BEFORE_IMAGE PIC X(80) VALUE SPACES.
       01 WS_AFTER_IMAGE PIC X(80) VALUE SPACES.

       01 WS_MAINT_ACTION PIC X VALUE SPACE.
       01 WS_RECORD_FOUND_FLAG PIC X VALUE "N".
           88 WS_RECORD_FOUND VALUE "Y".
           88 WS_RECORD_NOT_FOUND VALUE "N".
       01 WS_VALID_DATA_FLAG PIC X VALUE "Y".
           88 WS_DATA_IS_VALID VALUE "Y".
           88 WS_DATA_IS_INVALID VALUE "N".
       01 WS_MASTER_FOUND_FLAG PIC X VALUE "N".
           88 WS_MASTER_FOUND VALUE "Y".
           88 WS_MASTER_NOT_FOUND VALUE "N".
       01 WS_TODAY_YYYYMMDD PIC 9(8) VALUE 0.

       01 WS_WE_EMPLOYEE_ID PIC 9(5) VALUE 0.
       01 WS_FILING_STATUS PIC X VALUE "S".
       01 WS_ALLOWANCES PIC 9(2) VALUE 0.
       01 WS_EXTRA_AMT PIC 9(5)V99 VALUE 0.
       01 WS_EXEMPT_FLAG PIC X VALUE "N".

       01 WS_CHANGE_LOG_LINE.
           05 WS_CL_TIMESTAMP PIC X(21).
           05 FILLER PIC X VALUE SPACE.
           05 WS_CL_ACTION PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 WS_CL_BEFORE_IMAGE PIC X(80).
           05 FILLER PIC X VALUE SPACE.
           05 WS_CL_AFTER_IMAGE PIC X(80).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-ELECTION-FILE
           IF NOT WS_ELECTION_FILE_OK
               DISPLAY "WITHHOLDING_ELECTION.DAT could not be opened "
                   "(status " WS_ELECTION_FILE_STATUS
                   ") - maintenance aborted."
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS_TODAY_YYYYMMDD
               OPEN INPUT EMPLOYEE_MASTER_FILE
               IF NOT WS_EMPLOYEE_MASTER_FILE_OK
                   DISPLAY "WARNING: EMPLOYEE_MASTER.DAT could not be "
                       "opened (status "
                       WS_EMPLOYEE_MASTER_FILE_STATUS
                       ") - employee IDs will not be verified."
               END-IF
               PERFORM OPEN-CHANGE-LOG
               PERFORM UNTIL WS_MAINT_ACTION = "X"
                   DISPLAY "A. Add a withholding election"
                   DISPLAY "C. Change a withholding election"
                   DISPLAY "D. Delete a withholding election"
                   DISPLAY "I. Inquire on a withholding election"
                   DISPLAY "X. Exit"
                   DISPLAY "Select action (A/C/D/I/X): "
                   ACCEPT WS_MAINT_ACTION
                   EVALUATE WS_MAINT_ACTION
                       WHEN "A"
                           PERFORM ADD-ELECTION
                       WHEN "C"
                           PERFORM CHANGE-ELECTION
                       WHEN "D"
                           PERFORM DELETE-ELECTION
                       WHEN "I"
                           PERFORM INQUIRE-ELECTION
                       WHEN "X"
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Unknown action."
                   END-EVALUATE
               END-PERFORM
               IF WS_EMPLOYEE_MASTER_FILE_OK
                   CLOSE EMPLOYEE_MASTER_FILE
               END-IF
               IF WS_CHANGE_LOG_FILE_OK
                   CLOSE MASTER_CHANGE_LOG_FILE
               END-IF
               CLOSE WITHHOLDING_ELECTION_FILE
           END-IF
           STOP RUN.

       OPEN-ELECTION-FILE SECTION.
           OPEN I-O WITHHOLDING_ELECTION_FILE
           IF WS_ELECTION_FILE_IS_NEW
               OPEN OUTPUT WITHHOLDING_ELECTION_FILE
               CLOSE WITHHOLDING_ELECTION_FILE
               OPEN I-O WITHHOLDING_ELECTION_FILE
           END-IF
           EXIT.

       OPEN-CHANGE-LOG SECTION.
           OPEN EXTEND MASTER_CHANGE_LOG_FILE
           IF WS_CHANGE_LOG_FILE_IS_NEW
               OPEN OUTPUT MASTER_CHANGE_LOG_FILE
               CLOSE MASTER_CHANGE_LOG_FILE
               OPEN EXTEND MASTER_CHANGE_LOG_FILE
           END-IF
           IF NOT WS_CHANGE_LOG_FILE_OK
               DISPLAY "WARNING: MASTER_CHANGE_LOG.DAT could not be "
                   "opened (status " WS_CHANGE_LOG_FILE_STATUS
                   ") - election changes will not be logged."
           END-IF
           EXIT.

       WRITE-CHANGE-LOG-ENTRY SECTION.
           IF WS_CHANGE_LOG_FILE_OK
               MOVE FUNCTION CURRENT-DATE TO WS_CL_TIMESTAMP
               MOVE WS_BEFORE_IMAGE TO WS_CL_BEFORE_IMAGE
               MOVE WS_AFTER_IMAGE TO WS_CL_AFTER_IMAGE
               WRITE MASTER_CHANGE_LOG_RECORD
                   FROM WS_CHANGE_LOG_LINE
           END-IF
           EXIT.

       READ-ELECTION-BY-KEY SECTION.
           DISPLAY "Enter the employee's ID: "
           ACCEPT WS_WE_EMPLOYEE_ID
           MOVE WS_WE_EMPLOYEE_ID TO WE_EMPLOYEE_ID
           READ WITHHOLDING_ELECTION_FILE
               INVALID KEY
                   MOVE "N" TO WS_RECORD_FOUND_FLAG
               NOT INVALID KEY
                   MOVE "Y" TO WS_RECORD_FOUND_FLAG
           END-READ
           EXIT.

       CHECK-EMPLOYEE-MASTER SECTION.
           MOVE "Y" TO WS_MASTER_FOUND_FLAG
           IF WS_EMPLOYEE_MASTER_FILE_OK
               MOVE WS_WE_EMPLOYEE_ID TO EM_EMPLOYEE_ID
               READ EMPLOYEE_MASTER_FILE
                   INVALID KEY
                       MOVE "N" TO WS_MASTER_FOUND_FLAG
               END-READ
               MOVE "00" TO WS_EMPLOYEE_MASTER_FILE_STATUS
           END-IF
           EXIT.

       ACCEPT-ELECTION-FIELDS SECTION.
           DISPLAY "Filing status (S=single, M=married, "
               "H=head of household): "
           ACCEPT WS_FILING_STATUS
           DISPLAY "Claim exemption from withholding (Y/N): "
           ACCEPT WS_EXEMPT_FLAG
           IF WS_EXEMPT_FLAG = "Y"
               MOVE 0 TO WS_ALLOWANCES
               MOVE 0 TO WS_EXTRA_AMT
           ELSE
               MOVE "N" TO WS_EXEMPT_FLAG
               DISPLAY "Enter the number of allowances (00-99): "
               ACCEPT WS_ALLOWANCES
               DISPLAY "Enter the extra amount to withhold each "
                   "period, or 0: "
               ACCEPT WS_EXTRA_AMT
           END-IF
           EXIT.

       VALIDATE-ELECTION-FIELDS SECTION.
           MOVE "Y" TO WS_VALID_DATA_FLAG
           IF WS_FILING_STATUS NOT = "S" AND WS_FILING_STATUS NOT = "M"
              AND WS_FILING_STATUS NOT = "H"
               DISPLAY "ERROR: filing status must be S, M or H."
               MOVE "N" TO WS_VALID_DATA_FLAG
           END-IF
           IF WS_ALLOWANCES IS NOT NUMERIC
               DISPLAY "ERROR: allowances must be numeric."
               MOVE "N" TO WS_VALID_DATA_FLAG
           END-IF
           IF WS_EXTRA_AMT IS NOT NUMERIC
               DISPLAY "ERROR: extra amount must be numeric."
               MOVE "N" TO WS_VALID_DATA_FLAG
           END-IF
           EXIT.

       MOVE-ELECTION-FIELDS SECTION.
           MOVE WS_WE_EMPLOYEE_ID TO WE_EMPLOYEE_ID
           MOVE WS_FILING_STATUS TO WE_FILING_STATUS
           MOVE WS_ALLOWANCES TO WE_ALLOWANCES
           MOVE WS_EXTRA_AMT TO WE_EXTRA_AMT
           MOVE WS_EXEMPT_FLAG TO WE_EXEMPT_FLAG
           MOVE WS_TODAY_YYYYMMDD TO WE_EFFECTIVE_DATE
           EXIT.

       ADD-ELECTION SECTION.
           PERFORM READ-ELECTION-BY-KEY
           IF WS_RECORD_FOUND
               DISPLAY "A withholding election already exists for "
                   "employee " WS_WE_EMPLOYEE_ID " - add rejected."
           ELSE
               PERFORM CHECK-EMPLOYEE-MASTER
               IF WS_MASTER_NOT_FOUND
                   DISPLAY "Employee " WS_WE_EMPLOYEE_ID " is not on "
                       "the employee master - add rejected."
               ELSE
                   PERFORM ACCEPT-ELECTION-FIELDS
                   PERFORM VALIDATE-ELECTION-FIELDS
                   IF WS_DATA_IS_INVALID
                       DISPLAY "Add rejected."
                   ELSE
                       PERFORM MOVE-ELECTION-FIELDS
                       MOVE SPACES TO WS_BEFORE_IMAGE
                       MOVE WITHHOLDING_ELECTION_RECORD
                           TO WS_AFTER_IMAGE
                       WRITE WITHHOLDING_ELECTION_RECORD
                           INVALID KEY
                               DISPLAY "Write failed for employee "
                                   WS_WE_EMPLOYEE_ID " (status "
                                   WS_ELECTION_FILE_STATUS ")."
                           NOT INVALID KEY
                               DISPLAY "Withholding election added "
                                   "for employee "
                                   WS_WE_EMPLOYEE_ID "."
                               MOVE "W" TO WS_CL_ACTION
                               PERFORM WRITE-CHANGE-LOG-ENTRY
                       END-WRITE
                   END-IF
               END-IF
           END-IF
           EXIT.

       CHANGE-ELECTION SECTION.
           PERFORM READ-ELECTION-BY-KEY
           IF WS_RECORD_NOT_FOUND
               DISPLAY "No withholding election on file for employee "
                   WS_WE_EMPLOYEE_ID "."
           ELSE
               MOVE WITHHOLDING_ELECTION_RECORD TO WS_BEFORE_IMAGE
               PERFORM ACCEPT-ELECTION-FIELDS
               PERFORM VALIDATE-ELECTION-FIELDS
               IF WS_DATA_IS_INVALID
                   DISPLAY "Change rejected."
               ELSE
                   PERFORM MOVE-ELECTION-FIELDS
                   MOVE WITHHOLDING_ELECTION_RECORD TO WS_AFTER_IMAGE
                   REWRITE WITHHOLDING_ELECTION_RECORD
                       INVALID KEY
                           DISPLAY "Rewrite failed for employee "
                               WS_WE_EMPLOYEE_ID " (status "
                               WS_ELECTION_FILE_STATUS ")."
                       NOT INVALID KEY
                           DISPLAY "Withholding election changed for "
                               "employee " WS_WE_EMPLOYEE_ID "."
                           MOVE "U" TO WS_CL_ACTION
                           PERFORM WRITE-CHANGE-LOG-ENTRY
                   END-REWRITE
               END-IF
           END-IF
           EXIT.

       DELETE-ELECTION SECTION.
           PERFORM READ-ELECTION-BY-KEY
           IF WS_RECORD_NOT_FOUND
               DISPLAY "No withholding election on file for employee "
                   WS_WE_EMPLOYEE_ID "."
           ELSE
               MOVE WITHHOLDING_ELECTION_RECORD TO WS_BEFORE_IMAGE
               MOVE SPACES TO WS_AFTER_IMAGE
               DELETE WITHHOLDING_ELECTION_FILE
                   INVALID KEY
                       DISPLAY "Delete failed for employee "
                           WS_WE_EMPLOYEE_ID " (status "
                           WS_ELECTION_FILE_STATUS ")."
                   NOT INVALID KEY
                       DISPLAY "Withholding election deleted for "
                           "employee " WS_WE_EMPLOYEE_ID
                           " - default withholding now applies."
                       MOVE "R" TO WS_CL_ACTION
                       PERFORM WRITE-CHANGE-LOG-ENTRY
               END-DELETE
           END-IF
           EXIT.

       INQUIRE-ELECTION SECTION.
           PERFORM READ-ELECTION-BY-KEY
           IF WS_RECORD_NOT_FOUND
               DISPLAY "No withholding election on file for employee "
                   WS_WE_EMPLOYEE_ID " - default withholding "
                   "(single, no allowances) applies."
           ELSE
               DISPLAY "Employee ID:    " WE_EMPLOYEE_ID
               DISPLAY "Filing status:  " WE_FILING_STATUS
               DISPLAY "Allowances:     " WE_ALLOWANCES
               DISPLAY "Extra amount:   " WE_EXTRA_AMT
               DISPLAY "Exempt:         " WE_EXEMPT_FLAG
               DISPLAY "Effective date: " WE_EFFECTIVE_DATE
           END-IF
           EXIT.

       END PROGRAM WITHHOLDING_MAINTENANCE.
