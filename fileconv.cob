       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA_FILE_CONVERSION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD_EMPLOYEE_MASTER_FILE
               ASSIGN TO "EMPLOYEE_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OEM_EMPLOYEE_ID
               FILE STATUS IS WS_OLD_FILE_STATUS.

           SELECT OLD_PAY_HISTORY_FILE ASSIGN TO "PAY_HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OPH_RECORD_KEY
               FILE STATUS IS WS_OLD_FILE_STATUS.

           SELECT OLD_YTD_FILE ASSIGN TO "YTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OYT_EMPLOYEE_ID
               FILE STATUS IS WS_OLD_FILE_STATUS.

           SELECT OLD_DEDUCTION_MASTER_FILE
               ASSIGN TO "DEDUCTION_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ODM_RECORD_KEY
               FILE STATUS IS WS_OLD_FILE_STATUS.

           SELECT OLD_TIMECARD_FILE ASSIGN TO "TIMECARD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OTC_RECORD_KEY
               FILE STATUS IS WS_OLD_FILE_STATUS.

           SELECT EMPLOYEE_UNLOAD_FILE
               ASSIGN TO "EMPLOYEE_MASTER_UNLOAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_UNLOAD_FILE_STATUS.

           SELECT PAY_HISTORY_UNLOAD_FILE
               ASSIGN TO "PAY_HISTORY_UNLOAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_UNLOAD_FILE_STATUS.

           SELECT YTD_UNLOAD_FILE ASSIGN TO "YTD_UNLOAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_UNLOAD_FILE_STATUS.

           SELECT DEDUCTION_UNLOAD_FILE
               ASSIGN TO "DEDUCTION_MASTER_UNLOAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_UNLOAD_FILE_STATUS.

           SELECT TIMECARD_UNLOAD_FILE ASSIGN TO "TIMECARD_UNLOAD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_UNLOAD_FILE_STATUS.

           SELECT EMPLOYEE_MASTER_FILE ASSIGN TO "EMPLOYEE_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM_EMPLOYEE_ID
               FILE STATUS IS WS_NEW_FILE_STATUS.

           SELECT PAY_HISTORY_FILE ASSIGN TO "PAY_HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH_RECORD_KEY
               FILE STATUS IS WS_NEW_FILE_STATUS.

           SELECT YTD_FILE ASSIGN TO "YTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD_EMPLOYEE_ID
               FILE STATUS IS WS_NEW_FILE_STATUS.

           SELECT DEDUCTION_MASTER_FILE
               ASSIGN TO "DEDUCTION_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM_RECORD_KEY
               FILE STATUS IS WS_NEW_FILE_STATUS.

           SELECT TIMECARD_FILE ASSIGN TO "TIMECARD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TC_RECORD_KEY
               FILE STATUS IS WS_NEW_FILE_STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD_EMPLOYEE_MASTER_FILE.
       01  OLD_EMPLOYEE_MASTER_RECORD.
           05 OEM_EMPLOYEE_ID PIC 9(5).
           05 FILLER PIC X(50).

       FD  OLD_PAY_HISTORY_FILE.
       01  OLD_PAY_HISTORY_RECORD.
           05 OPH_RECORD_KEY.
               10 OPH_EMPLOYEE_ID PIC 9(5).
               10 OPH_PERIOD_ID PIC 9(8).
           05 FILLER PIC X(123).

       FD  OLD_YTD_FILE.
       01  OLD_YTD_RECORD.
           05 OYT_EMPLOYEE_ID PIC 9(5).
           05 FILLER PIC X(301).

       FD  OLD_DEDUCTION_MASTER_FILE.
       01  OLD_DEDUCTION_MASTER_RECORD.
           05 ODM_RECORD_KEY.
               10 ODM_EMPLOYEE_ID PIC 9(5).
               10 ODM_PRIORITY PIC 9(2).
           05 FILLER PIC X(41).

       FD  OLD_TIMECARD_FILE.
       01  OLD_TIMECARD_RECORD.
           05 OTC_RECORD_KEY.
               10 OTC_EMPLOYEE_ID PIC 9(5).
               10 OTC_PERIOD_ID PIC 9(8).
           05 FILLER PIC X(12).

       FD  EMPLOYEE_UNLOAD_FILE.
       01  EMPLOYEE_UNLOAD_RECORD PIC X(55).

       FD  PAY_HISTORY_UNLOAD_FILE.
       01  PAY_HISTORY_UNLOAD_RECORD.
           05 PU_EMPLOYEE_ID PIC 9(5).
           05 PU_PERIOD_ID PIC 9(8).
           05 PU_EMPLOYEE_NAME PIC A(10).
           05 PU_DEPARTMENT_CODE PIC X(4).
           05 PU_GROSS_PAY PIC 9(9)V99.
           05 PU_SOCIAL_SECURITY_AMT PIC 9(9)V99.
           05 PU_UNEMPLOYMENT_AMT PIC 9(9)V99.
           05 PU_PENSION_AMT PIC 9(9)V99.
           05 PU_TAX_AMT PIC 9(9)V99.
           05 PU_DEDUCTION_AMT PIC 9(9)V99.
           05 PU_ER_SOCIAL_SEC_AMT PIC 9(9)V99.
           05 PU_ER_UNEMPLOY_AMT PIC 9(9)V99.
           05 PU_ER_PENSION_AMT PIC 9(9)V99.
           05 PU_NET_PAY PIC 9(9).
           05 PU_STATUS_FLAG PIC X.

       FD  YTD_UNLOAD_FILE.
       01  YTD_UNLOAD_RECORD PIC X(306).

       FD  DEDUCTION_UNLOAD_FILE.
       01  DEDUCTION_UNLOAD_RECORD PIC X(48).

       FD  TIMECARD_UNLOAD_FILE.
       01  TIMECARD_UNLOAD_RECORD.
           05 TU_EMPLOYEE_ID PIC 9(5).
           05 TU_PERIOD_ID PIC 9(8).
           05 TU_WORKED_HOURS PIC 9(3).
           05 TU_HOLIDAY_HOURS PIC 9(3).
           05 TU_VACATION_HOURS PIC 9(3).
           05 TU_SICK_HOURS PIC 9(3).

       FD  EMPLOYEE_MASTER_FILE.
       COPY EMPMAST.

       FD  PAY_HISTORY_FILE.
       COPY PAYHIST.

       FD  YTD_FILE.
       COPY YTDREC.

       FD  DEDUCTION_MASTER_FILE.
       COPY DEDMAST.

       FD  TIMECARD_FILE.
       COPY TIMECARD.

       WORKING-STORAGE SECTION.
       01 WS_OLD_FILE_STATUS PIC XX VALUE "00".
           88 WS_OLD_FILE_OK VALUE "00".
           88 WS_OLD_FILE_MISSING VALUE "35".
       01 WS_UNLOAD_FILE_STATUS PIC XX VALUE "00".
           88 WS_UNLOAD_FILE_OK VALUE "00".
           88 WS_UNLOAD_FILE_MISSING VALUE "35".
       01 WS_NEW_FILE_STATUS PIC XX VALUE "00".
           88 WS_NEW_FILE_OK VALUE "00".

       01 WS_MAINT_ACTION PIC X VALUE SPACE.
       01 WS_CONFIRM_REPLY PIC X VALUE "N".
       01 WS_EOF_FLAG PIC X VALUE "N".
           88 WS_END_OF_FILE VALUE "Y".
       01 WS_DATA_FILE_NAME PIC X(40) VALUE SPACES.
       01 WS_RECORD_COUNT PIC 9(7) VALUE 0.
       01 WS_REJECT_COUNT PIC 9(7) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM UNTIL WS_MAINT_ACTION = "X"
               DISPLAY "U. Unload the data files in the old layout"
               DISPLAY "R. Reload the unloaded files in the new layout"
               DISPLAY "X. Exit"
               DISPLAY "Select action (U/R/X): "
               ACCEPT WS_MAINT_ACTION
               EVALUATE WS_MAINT_ACTION
                   WHEN "U"
                       PERFORM UNLOAD-DATA-FILES
                   WHEN "R"
                       PERFORM RELOAD-DATA-FILES
                   WHEN "X"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Unknown action."
               END-EVALUATE
           END-PERFORM
           STOP RUN.

       UNLOAD-DATA-FILES SECTION.
           PERFORM UNLOAD-EMPLOYEE-MASTER
           PERFORM UNLOAD-PAY-HISTORY
           PERFORM UNLOAD-YTD
           PERFORM UNLOAD-DEDUCTION-MASTER
           PERFORM UNLOAD-TIMECARD
           DISPLAY "Unload complete - keep a copy of the *_UNLOAD.DAT "
               "files, then run action R to reload."
           EXIT.

       RELOAD-DATA-FILES SECTION.
           DISPLAY "Reload replaces EMPLOYEE_MASTER.DAT, "
               "PAY_HISTORY.DAT, YTD.DAT, DEDUCTION_MASTER.DAT and "
               "TIMECARD.DAT from the *_UNLOAD.DAT files."
           DISPLAY "Enter Y to continue: "
           ACCEPT WS_CONFIRM_REPLY
           IF WS_CONFIRM_REPLY NOT = "Y"
               DISPLAY "Reload abandoned."
           ELSE
               PERFORM RELOAD-EMPLOYEE-MASTER
               PERFORM RELOAD-PAY-HISTORY
               PERFORM RELOAD-YTD
               PERFORM RELOAD-DEDUCTION-MASTER
               PERFORM RELOAD-TIMECARD
               DISPLAY "Reload complete."
           END-IF
           EXIT.

       REPORT-OLD-FILE-ERROR SECTION.
           IF WS_OLD_FILE_MISSING
               DISPLAY WS_DATA_FILE_NAME " is not on file - nothing "
                   "to unload."
           ELSE
               DISPLAY WS_DATA_FILE_NAME " could not be opened in the "
                   "old layout (status " WS_OLD_FILE_STATUS
                   ") - not unloaded."
               MOVE 12 TO RETURN-CODE
           END-IF
           EXIT.

       REPORT-UNLOAD-FILE-ERROR SECTION.
           IF WS_UNLOAD_FILE_MISSING
               DISPLAY "No unload file for " WS_DATA_FILE_NAME
                   " - not reloaded."
           ELSE
               DISPLAY "The unload file for " WS_DATA_FILE_NAME
                   " could not be opened (status "
                   WS_UNLOAD_FILE_STATUS ") - not reloaded."
               MOVE 12 TO RETURN-CODE
           END-IF
           EXIT.

       REPORT-NEW-FILE-ERROR SECTION.
           DISPLAY WS_DATA_FILE_NAME " could not be created (status "
               WS_NEW_FILE_STATUS ") - not reloaded."
           MOVE 12 TO RETURN-CODE
           EXIT.

       REPORT-UNLOAD-COUNT SECTION.
           DISPLAY WS_RECORD_COUNT " record(s) unloaded from "
               WS_DATA_FILE_NAME "."
           EXIT.

       REPORT-RELOAD-COUNT SECTION.
           DISPLAY WS_RECORD_COUNT " record(s) reloaded into "
               WS_DATA_FILE_NAME ", " WS_REJECT_COUNT " rejected."
           IF WS_REJECT_COUNT > 0 AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           EXIT.

       UNLOAD-EMPLOYEE-MASTER SECTION.
           MOVE "EMPLOYEE_MASTER.DAT" TO WS_DATA_FILE_NAME
           MOVE 0 TO WS_RECORD_COUNT
           OPEN INPUT OLD_EMPLOYEE_MASTER_FILE
           IF NOT WS_OLD_FILE_OK
               PERFORM REPORT-OLD-FILE-ERROR
           ELSE
               OPEN OUTPUT EMPLOYEE_UNLOAD_FILE
               IF NOT WS_UNLOAD_FILE_OK
                   PERFORM REPORT-UNLOAD-FILE-ERROR
               ELSE
                   MOVE "N" TO WS_EOF_FLAG
                   PERFORM UNTIL WS_END_OF_FILE
                       READ OLD_EMPLOYEE_MASTER_FILE NEXT
                           AT END
                               MOVE "Y" TO WS_EOF_FLAG
                           NOT AT END
                               WRITE EMPLOYEE_UNLOAD_RECORD
                                   FROM OLD_EMPLOYEE_MASTER_RECORD
                               ADD 1 TO WS_RECORD_COUNT
                       END-READ
                   END-PERFORM
                   CLOSE EMPLOYEE_UNLOAD_FILE
                   PERFORM REPORT-UNLOAD-COUNT
               END-IF
               CLOSE OLD_EMPLOYEE_MASTER_FILE
           END-IF
           EXIT.

       UNLOAD-PAY-HISTORY SECTION.
           MOVE "PAY_HISTORY.DAT" TO WS_DATA_FILE_NAME
           MOVE 0 TO WS_RECORD_COUNT
           OPEN INPUT OLD_PAY_HISTORY_FILE
           IF NOT WS_OLD_FILE_OK
               PERFORM REPORT-OLD-FILE-ERROR
           ELSE
               OPEN OUTPUT PAY_HISTORY_UNLOAD_FILE
               IF NOT WS_UNLOAD_FILE_OK
                   PERFORM REPORT-UNLOAD-FILE-ERROR
               ELSE
                   MOVE "N" TO WS_EOF_FLAG
                   PERFORM UNTIL WS_END_OF_FILE
                       READ OLD_PAY_HISTORY_FILE NEXT
                           AT END
                               MOVE "Y" TO WS_EOF_FLAG
                           NOT AT END
                               WRITE PAY_HISTORY_UNLOAD_RECORD
                                   FROM OLD_PAY_HISTORY_RECORD
                               ADD 1 TO WS_RECORD_COUNT
                       END-READ
                   END-PERFORM
                   CLOSE PAY_HISTORY_UNLOAD_FILE
                   PERFORM REPORT-UNLOAD-COUNT
               END-IF
               CLOSE OLD_PAY_HISTORY_FILE
           END-IF
           EXIT.

       UNLOAD-YTD SECTION.
           MOVE "YTD.DAT" TO WS_DATA_FILE_NAME
           MOVE 0 TO WS_RECORD_COUNT
           OPEN INPUT OLD_YTD_FILE
           IF NOT WS_OLD_FILE_OK
               PERFORM REPORT-OLD-FILE-ERROR
           ELSE
               OPEN OUTPUT YTD_UNLOAD_FILE
               IF NOT WS_UNLOAD_FILE_OK
                   PERFORM REPORT-UNLOAD-FILE-ERROR
               ELSE
                   MOVE "N" TO WS_EOF_FLAG
                   PERFORM UNTIL WS_END_OF_FILE
                       READ OLD_YTD_FILE NEXT
                           AT END
                               MOVE "Y" TO WS_EOF_FLAG
                           NOT AT END
                               WRITE YTD_UNLOAD_RECORD
                                   FROM OLD_YTD_RECORD
                               ADD 1 TO WS_RECORD_COUNT
                       END-READ
                   END-PERFORM
                   CLOSE YTD_UNLOAD_FILE
                   PERFORM REPORT-UNLOAD-COUNT
               END-IF
               CLOSE OLD_YTD_FILE
           END-IF
           EXIT.

       UNLOAD-DEDUCTION-MASTER SECTION.
           MOVE "DEDUCTION_MASTER.DAT" TO WS_DATA_FILE_NAME
           MOVE 0 TO WS_RECORD_COUNT
           OPEN INPUT OLD_DEDUCTION_MASTER_FILE
           IF NOT WS_OLD_FILE_OK
               PERFORM REPORT-OLD-FILE-ERROR
           ELSE
               OPEN OUTPUT DEDUCTION_UNLOAD_FILE
               IF NOT WS_UNLOAD_FILE_OK
                   PERFORM REPORT-UNLOAD-FILE-ERROR
               ELSE
                   MOVE "N" TO WS_EOF_FLAG
                   PERFORM UNTIL WS_END_OF_FILE
                       READ OLD_DEDUCTION_MASTER_FILE NEXT
                           AT END
                               MOVE "Y" TO WS_EOF_FLAG
                           NOT AT END
                               WRITE DEDUCTION_UNLOAD_RECORD
                                   FROM OLD_DEDUCTION_MASTER_RECORD
                               ADD 1 TO WS_RECORD_COUNT
                       END-READ
                   END-PERFORM
                   CLOSE DEDUCTION_UNLOAD_FILE
                   PERFORM REPORT-UNLOAD-COUNT
               END-IF
               CLOSE OLD_DEDUCTION_MASTER_FILE
           END-IF
           EXIT.

       UNLOAD-TIMECARD SECTION.
           MOVE "TIMECARD.DAT" TO WS_DATA_FILE_NAME
           MOVE 0 TO WS_RECORD_COUNT
           OPEN INPUT OLD_TIMECARD_FILE
           IF NOT WS_OLD_FILE_OK
               PERFORM REPORT-OLD-FILE-ERROR
           ELSE
               OPEN OUTPUT TIMECARD_UNLOAD_FILE
               IF NOT WS_UNLOAD_FILE_OK
                   PERFORM REPORT-UNLOAD-FILE-ERROR
               ELSE
                   MOVE "N" TO WS_EOF_FLAG
                   PERFORM UNTIL WS_END_OF_FILE
                       READ OLD_TIMECARD_FILE NEXT
                           AT END
                               MOVE "Y" TO WS_EOF_FLAG
                           NOT AT END
                               WRITE TIMECARD_UNLOAD_RECORD
                                   FROM OLD_TIMECARD_RECORD
                               ADD 1 TO WS_RECORD_COUNT
                       END-READ
                   END-PERFORM
                   CLOSE TIMECARD_UNLOAD_FILE
                   PERFORM REPORT-UNLOAD-COUNT
               END-IF
               CLOSE OLD_TIMECARD_FILE
           END-IF
           EXIT.

       RELOAD-EMPLOYEE-MASTER SECTION.
           MOVE "EMPLOYEE_MASTER.DAT" TO WS_DATA_FILE_NAME
           MOVE 0 TO WS_RECORD_COUNT
           MOVE 0 TO WS_REJECT_COUNT
           OPEN INPUT EMPLOYEE_UNLOAD_FILE
           IF NOT WS_UNLOAD_FILE_OK
               PERFORM REPORT-UNLOAD-FILE-ERROR
           ELSE
               OPEN OUTPUT EMPLOYEE_MASTER_FILE
               IF NOT WS_NEW_FILE_OK
                   PERFORM REPORT-NEW-FILE-ERROR
               ELSE
                   MOVE "N" TO WS_EOF_FLAG
                   PERFORM UNTIL WS_END_OF_FILE
                       READ EMPLOYEE_UNLOAD_FILE
                           AT END
                               MOVE "Y" TO WS_EOF_FLAG
                           NOT AT END
                               PERFORM CONVERT-EMPLOYEE-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE EMPLOYEE_MASTER_FILE
                   PERFORM REPORT-RELOAD-COUNT
               END-IF
               CLOSE EMPLOYEE_UNLOAD_FILE
           END-IF
           EXIT.

       CONVERT-EMPLOYEE-RECORD SECTION.
           MOVE EMPLOYEE_UNLOAD_RECORD TO EMPLOYEE_MASTER_RECORD
           MOVE 0 TO EM_TERMINATION_DATE
           MOVE SPACES TO EM_TERMINATION_REASON
           MOVE SPACE TO EM_FINAL_PAY_STATUS
           MOVE "W" TO EM_PAY_FREQUENCY
           WRITE EMPLOYEE_MASTER_RECORD
               INVALID KEY
                   ADD 1 TO WS_REJECT_COUNT
                   DISPLAY "Write failed for employee " EM_EMPLOYEE_ID
                       " (status " WS_NEW_FILE_STATUS ")."
               NOT INVALID KEY
                   ADD 1 TO WS_RECORD_COUNT
           END-WRITE
           EXIT.

       RELOAD-PAY-HISTORY SECTION.
           MOVE "PAY_HISTORY.DAT" TO WS_DATA_FILE_NAME
           MOVE 0 TO WS_RECORD_COUNT
           MOVE 0 TO WS_REJECT_COUNT
           OPEN INPUT PAY_HISTORY_UNLOAD_FILE
           IF NOT WS_UNLOAD_FILE_OK
               PERFORM REPORT-UNLOAD-FILE-ERROR
           ELSE
               OPEN OUTPUT PAY_HISTORY_FILE
               IF NOT WS_NEW_FILE_OK
                   PERFORM REPORT-NEW-FILE-ERROR
               ELSE
                   MOVE "N" TO WS_EOF_FLAG
                   PERFORM UNTIL WS_END_OF_FILE
                       READ PAY_HISTORY_UNLOAD_FILE
                           AT END
                               MOVE "Y" TO WS_EOF_FLAG
                           NOT AT END
                               PERFORM CONVERT-PAY-HISTORY-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE PAY_HISTORY_FILE
                   PERFORM REPORT-RELOAD-COUNT
               END-IF
               CLOSE PAY_HISTORY_UNLOAD_FILE
           END-IF
           EXIT.

       CONVERT-PAY-HISTORY-RECORD SECTION.
           MOVE PU_EMPLOYEE_ID TO PH_EMPLOYEE_ID
           MOVE PU_PERIOD_ID TO PH_PERIOD_ID
           MOVE 0 TO PH_PAYMENT_SEQUENCE
           MOVE PU_EMPLOYEE_NAME TO PH_EMPLOYEE_NAME
           MOVE PU_DEPARTMENT_CODE TO PH_DEPARTMENT_CODE
           MOVE PU_GROSS_PAY TO PH_GROSS_PAY
           MOVE PU_SOCIAL_SECURITY_AMT TO PH_SOCIAL_SECURITY_AMT
           MOVE PU_UNEMPLOYMENT_AMT TO PH_UNEMPLOYMENT_AMT
           MOVE PU_PENSION_AMT TO PH_PENSION_AMT
           MOVE PU_TAX_AMT TO PH_TAX_AMT
           MOVE PU_DEDUCTION_AMT TO PH_DEDUCTION_AMT
           MOVE PU_ER_SOCIAL_SEC_AMT TO PH_ER_SOCIAL_SEC_AMT
           MOVE PU_ER_UNEMPLOY_AMT TO PH_ER_UNEMPLOY_AMT
           MOVE PU_ER_PENSION_AMT TO PH_ER_PENSION_AMT
           MOVE PU_NET_PAY TO PH_NET_PAY
           MOVE PU_STATUS_FLAG TO PH_STATUS_FLAG
           MOVE "R" TO PH_PAYMENT_TYPE
           MOVE "REG " TO PH_EARNING_TYPE
           MOVE SPACE TO PH_PAY_TYPE
           MOVE 0 TO PH_HOURLY_RATE
           MOVE 0 TO PH_PERIOD_SALARY
           MOVE 0 TO PH_REGULAR_HOURS
           MOVE 0 TO PH_OVERTIME_HOURS
           MOVE 0 TO PH_HOLIDAY_HOURS
           MOVE 0 TO PH_LEAVE_HOURS
           MOVE 0 TO PH_RETRO_PAY
           MOVE SPACE TO PH_PAYMENT_METHOD
           MOVE 0 TO PH_CHECK_NUMBER
           WRITE PAY_HISTORY_RECORD
               INVALID KEY
                   ADD 1 TO WS_REJECT_COUNT
                   DISPLAY "Write failed for pay history of employee "
                       PH_EMPLOYEE_ID " period " PH_PERIOD_ID
                       " (status " WS_NEW_FILE_STATUS ")."
               NOT INVALID KEY
                   ADD 1 TO WS_RECORD_COUNT
           END-WRITE
           EXIT.

       RELOAD-YTD SECTION.
           MOVE "YTD.DAT" TO WS_DATA_FILE_NAME
           MOVE 0 TO WS_RECORD_COUNT
           MOVE 0 TO WS_REJECT_COUNT
           OPEN INPUT YTD_UNLOAD_FILE
           IF NOT WS_UNLOAD_FILE_OK
               PERFORM REPORT-UNLOAD-FILE-ERROR
           ELSE
               OPEN OUTPUT YTD_FILE
               IF NOT WS_NEW_FILE_OK
                   PERFORM REPORT-NEW-FILE-ERROR
               ELSE
                   MOVE "N" TO WS_EOF_FLAG
                   PERFORM UNTIL WS_END_OF_FILE
                       READ YTD_UNLOAD_FILE
                           AT END
                               MOVE "Y" TO WS_EOF_FLAG
                           NOT AT END
                               PERFORM CONVERT-YTD-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE YTD_FILE
                   PERFORM REPORT-RELOAD-COUNT
               END-IF
               CLOSE YTD_UNLOAD_FILE
           END-IF
           EXIT.

       CONVERT-YTD-RECORD SECTION.
           MOVE YTD_UNLOAD_RECORD TO YTD_RECORD
           MOVE 0 TO YTD_LAST_OFF_CYCLE_ID
           WRITE YTD_RECORD
               INVALID KEY
                   ADD 1 TO WS_REJECT_COUNT
                   DISPLAY "Write failed for YTD of employee "
                       YTD_EMPLOYEE_ID " (status " WS_NEW_FILE_STATUS
                       ")."
               NOT INVALID KEY
                   ADD 1 TO WS_RECORD_COUNT
           END-WRITE
           EXIT.

       RELOAD-DEDUCTION-MASTER SECTION.
           MOVE "DEDUCTION_MASTER.DAT" TO WS_DATA_FILE_NAME
           MOVE 0 TO WS_RECORD_COUNT
           MOVE 0 TO WS_REJECT_COUNT
           OPEN INPUT DEDUCTION_UNLOAD_FILE
           IF NOT WS_UNLOAD_FILE_OK
               PERFORM REPORT-UNLOAD-FILE-ERROR
           ELSE
               OPEN OUTPUT DEDUCTION_MASTER_FILE
               IF NOT WS_NEW_FILE_OK
                   PERFORM REPORT-NEW-FILE-ERROR
               ELSE
                   MOVE "N" TO WS_EOF_FLAG
                   PERFORM UNTIL WS_END_OF_FILE
                       READ DEDUCTION_UNLOAD_FILE
                           AT END
                               MOVE "Y" TO WS_EOF_FLAG
                           NOT AT END
                               PERFORM CONVERT-DEDUCTION-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE DEDUCTION_MASTER_FILE
                   PERFORM REPORT-RELOAD-COUNT
               END-IF
               CLOSE DEDUCTION_UNLOAD_FILE
           END-IF
           EXIT.

       CONVERT-DEDUCTION-RECORD SECTION.
           MOVE DEDUCTION_UNLOAD_RECORD TO DEDUCTION_MASTER_RECORD
           MOVE SPACES TO DM_CASE_NUMBER
           WRITE DEDUCTION_MASTER_RECORD
               INVALID KEY
                   ADD 1 TO WS_REJECT_COUNT
                   DISPLAY "Write failed for deduction of employee "
                       DM_EMPLOYEE_ID " priority " DM_PRIORITY
                       " (status " WS_NEW_FILE_STATUS ")."
               NOT INVALID KEY
                   ADD 1 TO WS_RECORD_COUNT
           END-WRITE
           EXIT.

       RELOAD-TIMECARD SECTION.
           MOVE "TIMECARD.DAT" TO WS_DATA_FILE_NAME
           MOVE 0 TO WS_RECORD_COUNT
           MOVE 0 TO WS_REJECT_COUNT
           OPEN INPUT TIMECARD_UNLOAD_FILE
           IF NOT WS_UNLOAD_FILE_OK
               PERFORM REPORT-UNLOAD-FILE-ERROR
           ELSE
               OPEN OUTPUT TIMECARD_FILE
               IF NOT WS_NEW_FILE_OK
                   PERFORM REPORT-NEW-FILE-ERROR
               ELSE
                   MOVE "N" TO WS_EOF_FLAG
                   PERFORM UNTIL WS_END_OF_FILE
                       READ TIMECARD_UNLOAD_FILE
                           AT END
                               MOVE "Y" TO WS_EOF_FLAG
                           NOT AT END
                               PERFORM CONVERT-TIMECARD-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE TIMECARD_FILE
                   PERFORM REPORT-RELOAD-COUNT
               END-IF
               CLOSE TIMECARD_UNLOAD_FILE
           END-IF
           EXIT.

       CONVERT-TIMECARD-RECORD SECTION.
           MOVE TU_EMPLOYEE_ID TO TC_EMPLOYEE_ID
           MOVE TU_PERIOD_ID TO TC_PERIOD_ID
           MOVE 0 TO TC_LINE_NUMBER
           MOVE TU_WORKED_HOURS TO TC_WORKED_HOURS
           MOVE TU_HOLIDAY_HOURS TO TC_HOLIDAY_HOURS
           MOVE TU_VACATION_HOURS TO TC_VACATION_HOURS
           MOVE TU_SICK_HOURS TO TC_SICK_HOURS
           MOVE SPACES TO TC_CHARGE_DEPARTMENT
           WRITE TIMECARD_RECORD
               INVALID KEY
                   ADD 1 TO WS_REJECT_COUNT
                   DISPLAY "Write failed for timecard of employee "
                       TC_EMPLOYEE_ID " period " TC_PERIOD_ID
                       " (status " WS_NEW_FILE_STATUS ")."
               NOT INVALID KEY
                   ADD 1 TO WS_RECORD_COUNT
           END-WRITE
           EXIT.

       END PROGRAM DATA_FILE_CONVERSION.
