       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL_RUN_BACKOUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BACKUP_CONTROL_FILE ASSIGN TO "BACKUP_CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_BACKUP_CONTROL_FILE_STATUS.

           SELECT BACKUP_FILE
               ASSIGN TO DYNAMIC WS_BACKUP_FILE_NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_BACKUP_FILE_STATUS.

           SELECT RESTORE_FILE
               ASSIGN TO DYNAMIC WS_RESTORE_FILE_NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_RESTORE_FILE_STATUS.

           SELECT EMPLOYEE_MASTER_FILE
               ASSIGN TO DYNAMIC WS_EMPLOYEE_MASTER_FILE_NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM_EMPLOYEE_ID
               FILE STATUS IS WS_EMPLOYEE_MASTER_FILE_STATUS.

           SELECT YTD_FILE ASSIGN TO "YTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD_EMPLOYEE_ID
               FILE STATUS IS WS_YTD_FILE_STATUS.

           SELECT PAY_HISTORY_FILE ASSIGN TO "PAY_HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH_RECORD_KEY
               FILE STATUS IS WS_PAY_HISTORY_FILE_STATUS.

           SELECT DEDUCTION_MASTER_FILE ASSIGN TO "DEDUCTION_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DM_RECORD_KEY
               FILE STATUS IS WS_DEDUCTION_FILE_STATUS.

           SELECT DEDUCTION_TAKEN_FILE ASSIGN TO "DEDUCTION_TAKEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DT_RECORD_KEY
               FILE STATUS IS WS_DED_TAKEN_FILE_STATUS.

           SELECT PAY_RATE_HISTORY_FILE ASSIGN TO "PAY_RATE_HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR_RECORD_KEY
               FILE STATUS IS WS_RATE_HISTORY_FILE_STATUS.

           SELECT CHECK_REGISTER_FILE ASSIGN TO "CHECK_REGISTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK_RECORD_KEY
               FILE STATUS IS WS_CHECK_REGISTER_FILE_STATUS.

           SELECT LABOR_DIST_FILE ASSIGN TO "LABOR_DIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LD_RECORD_KEY
               FILE STATUS IS WS_LABOR_DIST_FILE_STATUS.

           SELECT PERIOD_CONTROL_FILE
               ASSIGN TO "PERIOD_CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_PERIOD_CONTROL_FILE_STATUS.

           SELECT AUDIT_LOG_FILE ASSIGN TO "AUDIT_LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_AUDIT_FILE_STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BACKUP_CONTROL_FILE.
       COPY BKCTL.

       FD  BACKUP_FILE.
       01  BACKUP_RECORD PIC X(400).

       FD  RESTORE_FILE.
       01  RESTORE_RECORD PIC X(400).

       FD  EMPLOYEE_MASTER_FILE.
       COPY EMPMAST.

       FD  YTD_FILE.
       COPY YTDREC.

       FD  PAY_HISTORY_FILE.
       COPY PAYHIST.

       FD  DEDUCTION_MASTER_FILE.
       COPY DEDMAST.

       FD  DEDUCTION_TAKEN_FILE.
       COPY DEDTAKEN.

       FD  PAY_RATE_HISTORY_FILE.
       COPY PAYRATE.

       FD  CHECK_REGISTER_FILE.
       COPY CHKREG.

       FD  LABOR_DIST_FILE.
       COPY LABDIST.

       FD  PERIOD_CONTROL_FILE.
       01  PERIOD_CONTROL_RECORD.
           05 PC_PERIOD_ID PIC 9(8).
           05 PC_STATUS PIC X.
           05 PC_PAY_FREQUENCY PIC X.

       FD  AUDIT_LOG_FILE.
       01  AUDIT_LOG_RECORD PIC X(140).

       WORKING-STORAGE SECTION.
       01 WS_BACKUP_CONTROL_FILE_STATUS PIC XX VALUE "00".
           88 WS_BACKUP_CONTROL_FILE_OK VALUE "00".
       01 WS_BACKUP_CONTROL_EOF_FLAG PIC X VALUE "N".
           88 WS_BACKUP_CONTROL_END_OF_FILE VALUE "Y".
       01 WS_BACKUP_FILE_STATUS PIC XX VALUE "00".
           88 WS_BACKUP_FILE_OK VALUE "00".
       01 WS_BACKUP_FILE_NAME PIC X(40) VALUE SPACES.
       01 WS_BACKUP_BASE_NAME PIC X(30) VALUE SPACES.
       01 WS_BACKUP_EOF_FLAG PIC X VALUE "N".
           88 WS_BACKUP_END_OF_FILE VALUE "Y".
       01 WS_RESTORE_FILE_STATUS PIC XX VALUE "00".
           88 WS_RESTORE_FILE_OK VALUE "00".
       01 WS_RESTORE_FILE_NAME PIC X(40) VALUE SPACES.
       01 WS_RESTORE_TARGET_STATUS PIC XX VALUE "00".
       01 WS_RESTORE_FAILED_FLAG PIC X VALUE "N".
           88 WS_RESTORE_FAILED VALUE "Y".
       01 WS_RESTORE_FILE_COUNT PIC 9(2) VALUE 0.
       01 WS_RESTORE_RECORD_COUNT PIC 9(9) VALUE 0.
       01 WS_REMOVED_FILE_COUNT PIC 9(2) VALUE 0.
       01 WS_EMPLOYEE_MASTER_FILE_STATUS PIC XX VALUE "00".
           88 WS_EMPLOYEE_MASTER_FILE_OK VALUE "00".
       01 WS_YTD_FILE_STATUS PIC XX VALUE "00".
           88 WS_YTD_FILE_OK VALUE "00".
       01 WS_PAY_HISTORY_FILE_STATUS PIC XX VALUE "00".
           88 WS_PAY_HISTORY_FILE_OK VALUE "00".
       01 WS_DEDUCTION_FILE_STATUS PIC XX VALUE "00".
           88 WS_DEDUCTION_FILE_OK VALUE "00".
       01 WS_DED_TAKEN_FILE_STATUS PIC XX VALUE "00".
           88 WS_DED_TAKEN_FILE_OK VALUE "00".
       01 WS_RATE_HISTORY_FILE_STATUS PIC XX VALUE "00".
           88 WS_RATE_HISTORY_FILE_OK VALUE "00".
       01 WS_CHECK_REGISTER_FILE_STATUS PIC XX VALUE "00".
           88 WS_CHECK_REGISTER_FILE_OK VALUE "00".
       01 WS_LABOR_DIST_FILE_STATUS PIC XX VALUE "00".
           88 WS_LABOR_DIST_FILE_OK VALUE "00".
       01 WS_EMPLOYEE_MASTER_FILE_NAME PIC X(40)
           VALUE "EMPLOYEE_MASTER.DAT".
       01 WS_PERIOD_CONTROL_FILE_STATUS PIC XX VALUE "00".
           88 WS_PERIOD_CONTROL_FILE_OK VALUE "00".
           88 WS_PERIOD_CONTROL_FILE_IS_NEW VALUE "35".
       01 WS_PERIOD_CONTROL_EOF_FLAG PIC X VALUE "N".
           88 WS_PERIOD_CONTROL_END_OF_FILE VALUE "Y".
       01 WS_PERIOD_CLOSED_FLAG PIC X VALUE "N".
           88 WS_PERIOD_IS_CLOSED VALUE "Y".
       01 WS_REOPEN_PERIOD_ID PIC 9(8) VALUE 0.
       01 WS_REOPEN_PAY_FREQUENCY PIC X VALUE "W".
       01 WS_REOPEN_CLOSE_FREQUENCY PIC X VALUE SPACE.
       01 WS_RESTORE_PAY_FREQUENCY PIC X VALUE "W".
       01 WS_PRIOR_PERIOD_FILE_NAME PIC X(30)
           VALUE "PRIOR_PERIOD.DAT".
       01 WS_FREQUENCY_RESTORED_TABLE.
           05 WS_FREQUENCY_RESTORED_COUNT PIC 9 VALUE 0.
           05 WS_FREQUENCY_RESTORED OCCURS 4 TIMES PIC X.
       01 WS_FREQUENCY_INDEX PIC 9 VALUE 0.
       01 WS_FREQUENCY_FOUND_FLAG PIC X VALUE "N".
           88 WS_FREQUENCY_ALREADY_RESTORED VALUE "Y".
       01 WS_AUDIT_FILE_STATUS PIC XX VALUE "00".
           88 WS_AUDIT_FILE_OK VALUE "00".
           88 WS_AUDIT_FILE_IS_NEW VALUE "35".

       01 WS_BACKUP_TABLE.
           05 WS_BK_COUNT PIC 9 VALUE 0.
           05 WS_BK_ENTRY OCCURS 5 TIMES PIC X(120).
       01 WS_BK_INDEX PIC 9 VALUE 0.
       01 WS_BACKUP_KEEP_COUNT PIC 9 VALUE 5.
       01 WS_SELECTED_INDEX PIC 9 VALUE 0.
       01 WS_LATER_RUN_COUNT PIC 9 VALUE 0.
       01 WS_SELECT_GENERATION PIC 9(4) VALUE 0.
       01 WS_RESTORE_GENERATION PIC 9(4) VALUE 0.
       01 WS_RESTORE_SLOT PIC 9 VALUE 0.
       01 WS_RESTORE_REGISTER_NAME PIC X(40) VALUE SPACES.
       01 WS_BACKOUT_CONFIRM PIC X VALUE SPACE.
       01 WS_BACKOUT_ABORT_FLAG PIC X VALUE "N".
           88 WS_BACKOUT_ABORTED VALUE "Y".
       01 WS_BACKED_OUT_COUNT PIC 9 VALUE 0.
       01 WS_REOPENED_COUNT PIC 9 VALUE 0.

       01 WS_STATUS_TEXT PIC X(10) VALUE SPACES.
       01 WS_GENERATION_LINE.
           05 FILLER PIC X(4) VALUE "GEN ".
           05 WS_GL_GENERATION PIC 9(4).
           05 FILLER PIC X(9) VALUE "  PERIOD ".
           05 WS_GL_PERIOD_ID PIC 9(8).
           05 FILLER PIC X(7) VALUE "  FREQ ".
           05 WS_GL_PAY_FREQUENCY PIC X.
           05 FILLER PIC X(6) VALUE "  RUN ".
           05 WS_GL_RUN_DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS_GL_RUN_TIME PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS_GL_STATUS PIC X(10).
           05 FILLER PIC X(8) VALUE "  FILES ".
           05 WS_GL_FILE_COUNT PIC Z9.
           05 FILLER PIC X(10) VALUE "  RECORDS ".
           05 WS_GL_RECORD_COUNT PIC ZZZZZZZZ9.

       01 WS_AUDIT_BACKOUT_LINE.
           05 WS_AB_TIMESTAMP       PIC X(21).
           05 FILLER                PIC X VALUE SPACE.
           05 WS_AB_PERIOD_ID       PIC 9(8).
           05 FILLER                PIC X(10) VALUE " BACKOUT  ".
           05 FILLER                PIC X(11) VALUE "GENERATION ".
           05 WS_AB_GENERATION      PIC 9(4).
           05 FILLER                PIC X(5) VALUE " RUN ".
           05 WS_AB_RUN_DATE        PIC 9(8).
           05 FILLER                PIC X VALUE SPACE.
           05 WS_AB_RUN_TIME        PIC 9(6).
           05 FILLER                PIC X(20)
               VALUE " RESTORED FROM GEN ".
           05 WS_AB_RESTORE_GENERATION PIC 9(4).
           05 FILLER                PIC X(7) VALUE " FILES ".
           05 WS_AB_FILE_COUNT      PIC Z9.
           05 FILLER                PIC X(9) VALUE " RECORDS ".
           05 WS_AB_RECORD_COUNT    PIC ZZZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM LOAD-BACKUP-CONTROL
           IF WS_BK_COUNT = 0
               DISPLAY "No backup generations are recorded on "
                   "BACKUP_CONTROL.DAT - nothing to back out."
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM LIST-BACKUP-GENERATIONS
               PERFORM SELECT-BACKOUT-GENERATION
               IF NOT WS_BACKOUT_ABORTED
                   PERFORM CONFIRM-BACKOUT
               END-IF
               IF WS_BACKOUT_ABORTED
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   PERFORM RUN-BACKOUT
               END-IF
           END-IF
           STOP RUN.

       LOAD-BACKUP-CONTROL SECTION.
           MOVE 0 TO WS_BK_COUNT
           OPEN INPUT BACKUP_CONTROL_FILE
           IF WS_BACKUP_CONTROL_FILE_OK
               MOVE "N" TO WS_BACKUP_CONTROL_EOF_FLAG
               PERFORM UNTIL WS_BACKUP_CONTROL_END_OF_FILE
                   READ BACKUP_CONTROL_FILE
                       AT END
                           MOVE "Y" TO WS_BACKUP_CONTROL_EOF_FLAG
                       NOT AT END
                           PERFORM ADD-BACKUP-CONTROL-ENTRY
                   END-READ
               END-PERFORM
               CLOSE BACKUP_CONTROL_FILE
           END-IF
           EXIT.

       ADD-BACKUP-CONTROL-ENTRY SECTION.
           IF WS_BK_COUNT >= WS_BACKUP_KEEP_COUNT
               MOVE 1 TO WS_BK_INDEX
               PERFORM UNTIL WS_BK_INDEX >= WS_BK_COUNT
                   MOVE WS_BK_ENTRY(WS_BK_INDEX + 1)
                       TO WS_BK_ENTRY(WS_BK_INDEX)
                   ADD 1 TO WS_BK_INDEX
               END-PERFORM
               SUBTRACT 1 FROM WS_BK_COUNT
           END-IF
           ADD 1 TO WS_BK_COUNT
           MOVE BACKUP_CONTROL_RECORD TO WS_BK_ENTRY(WS_BK_COUNT)
           EXIT.

       SAVE-BACKUP-CONTROL SECTION.
           OPEN OUTPUT BACKUP_CONTROL_FILE
           IF WS_BACKUP_CONTROL_FILE_OK
               MOVE 0 TO WS_BK_INDEX
               PERFORM UNTIL WS_BK_INDEX >= WS_BK_COUNT
                   ADD 1 TO WS_BK_INDEX
                   WRITE BACKUP_CONTROL_RECORD
                       FROM WS_BK_ENTRY(WS_BK_INDEX)
               END-PERFORM
               CLOSE BACKUP_CONTROL_FILE
           END-IF
           IF NOT WS_BACKUP_CONTROL_FILE_OK
               DISPLAY "WARNING: BACKUP_CONTROL.DAT could not be "
                   "rewritten (status " WS_BACKUP_CONTROL_FILE_STATUS
                   ") - mark the backed-out generations by hand "
                   "before the next backout."
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           EXIT.

       LIST-BACKUP-GENERATIONS SECTION.
           DISPLAY "Backup generations on BACKUP_CONTROL.DAT:"
           MOVE 0 TO WS_BK_INDEX
           PERFORM UNTIL WS_BK_INDEX >= WS_BK_COUNT
               ADD 1 TO WS_BK_INDEX
               MOVE WS_BK_ENTRY(WS_BK_INDEX) TO BACKUP_CONTROL_RECORD
               EVALUATE TRUE
                   WHEN BC_AVAILABLE
                       MOVE "AVAILABLE" TO WS_STATUS_TEXT
                   WHEN BC_BACKED_OUT
                       MOVE "BACKED OUT" TO WS_STATUS_TEXT
                   WHEN OTHER
                       MOVE "INCOMPLETE" TO WS_STATUS_TEXT
               END-EVALUATE
               MOVE BC_GENERATION TO WS_GL_GENERATION
               MOVE BC_PERIOD_ID TO WS_GL_PERIOD_ID
               MOVE BC_PAY_FREQUENCY TO WS_GL_PAY_FREQUENCY
               IF WS_GL_PAY_FREQUENCY = SPACE
                   MOVE "W" TO WS_GL_PAY_FREQUENCY
               END-IF
               MOVE BC_RUN_DATE TO WS_GL_RUN_DATE
               MOVE BC_RUN_TIME TO WS_GL_RUN_TIME
               MOVE WS_STATUS_TEXT TO WS_GL_STATUS
               MOVE BC_FILE_COUNT TO WS_GL_FILE_COUNT
               MOVE BC_RECORD_COUNT TO WS_GL_RECORD_COUNT
               DISPLAY WS_GENERATION_LINE
           END-PERFORM
           EXIT.

       SELECT-BACKOUT-GENERATION SECTION.
           MOVE "N" TO WS_BACKOUT_ABORT_FLAG
           MOVE 0 TO WS_SELECTED_INDEX
           DISPLAY "Enter the generation to back out, or 0 for the "
               "latest available: "
           ACCEPT WS_SELECT_GENERATION
           MOVE WS_BK_COUNT TO WS_BK_INDEX
           PERFORM UNTIL WS_BK_INDEX = 0 OR WS_SELECTED_INDEX > 0
               MOVE WS_BK_ENTRY(WS_BK_INDEX) TO BACKUP_CONTROL_RECORD
               IF WS_SELECT_GENERATION = 0
                   IF BC_AVAILABLE
                       MOVE WS_BK_INDEX TO WS_SELECTED_INDEX
                   END-IF
               ELSE
                   IF BC_GENERATION = WS_SELECT_GENERATION
                       MOVE WS_BK_INDEX TO WS_SELECTED_INDEX
                   END-IF
               END-IF
               SUBTRACT 1 FROM WS_BK_INDEX
           END-PERFORM
           IF WS_SELECTED_INDEX = 0
               IF WS_SELECT_GENERATION = 0
                   DISPLAY "No generation is available to back out."
               ELSE
                   DISPLAY "Generation " WS_SELECT_GENERATION
                       " is not on BACKUP_CONTROL.DAT - its backup "
                       "has been overwritten."
               END-IF
               MOVE "Y" TO WS_BACKOUT_ABORT_FLAG
           ELSE
               MOVE WS_BK_ENTRY(WS_SELECTED_INDEX)
                   TO BACKUP_CONTROL_RECORD
               IF BC_BACKED_OUT
                   DISPLAY "Generation " BC_GENERATION
                       " has already been backed out."
                   MOVE "Y" TO WS_BACKOUT_ABORT_FLAG
               ELSE
                   IF BC_INCOMPLETE
                       DISPLAY "Generation " BC_GENERATION
                           " was not completed - the run it belongs "
                           "to did not post and cannot be restored "
                           "from it."
                       MOVE "Y" TO WS_BACKOUT_ABORT_FLAG
                   END-IF
               END-IF
           END-IF
           EXIT.

       CONFIRM-BACKOUT SECTION.
           MOVE 0 TO WS_LATER_RUN_COUNT
           MOVE WS_SELECTED_INDEX TO WS_BK_INDEX
           PERFORM UNTIL WS_BK_INDEX >= WS_BK_COUNT
               ADD 1 TO WS_BK_INDEX
               MOVE WS_BK_ENTRY(WS_BK_INDEX) TO BACKUP_CONTROL_RECORD
               IF BC_AVAILABLE
                   ADD 1 TO WS_LATER_RUN_COUNT
               END-IF
           END-PERFORM
           MOVE WS_BK_ENTRY(WS_SELECTED_INDEX) TO BACKUP_CONTROL_RECORD
           DISPLAY "Generation " BC_GENERATION " was taken before the "
               "batch run for period " BC_PERIOD_ID " on "
               BC_RUN_DATE "."
           IF WS_LATER_RUN_COUNT > 0
               DISPLAY "WARNING: " WS_LATER_RUN_COUNT " later batch "
                   "run(s) will also be backed out."
           END-IF
           DISPLAY "Every posting made since the backup - including "
               "off-cycle, final pay, void and maintenance updates - "
               "will be lost."
           DISPLAY "Checks and bank payments from the backed-out "
               "run(s) must be destroyed or recalled; their check "
               "numbers will be issued again."
           DISPLAY "Type Y to restore generation " BC_GENERATION ": "
           ACCEPT WS_BACKOUT_CONFIRM
           IF WS_BACKOUT_CONFIRM NOT = "Y"
              AND WS_BACKOUT_CONFIRM NOT = "y"
               DISPLAY "Backout abandoned - nothing restored."
               MOVE "Y" TO WS_BACKOUT_ABORT_FLAG
           END-IF
           EXIT.

       RUN-BACKOUT SECTION.
           MOVE WS_BK_ENTRY(WS_SELECTED_INDEX) TO BACKUP_CONTROL_RECORD
           MOVE BC_GENERATION TO WS_RESTORE_GENERATION
           MOVE BC_SLOT TO WS_RESTORE_SLOT
           MOVE BC_MASTER_FILE_NAME TO WS_EMPLOYEE_MASTER_FILE_NAME
           MOVE BC_REGISTER_FILE_NAME TO WS_RESTORE_REGISTER_NAME
           MOVE BC_PAY_FREQUENCY TO WS_RESTORE_PAY_FREQUENCY
           MOVE 0 TO WS_FREQUENCY_RESTORED_COUNT
           MOVE "N" TO WS_RESTORE_FAILED_FLAG
           MOVE 0 TO WS_RESTORE_FILE_COUNT
           MOVE 0 TO WS_RESTORE_RECORD_COUNT
           PERFORM RESTORE-EMPLOYEE-MASTER
           PERFORM RESTORE-YTD-FILE
           PERFORM RESTORE-PAY-HISTORY-FILE
           PERFORM RESTORE-DEDUCTION-FILE
           PERFORM RESTORE-DEDUCTION-TAKEN-FILE
           PERFORM RESTORE-RATE-HISTORY-FILE
           PERFORM RESTORE-CHECK-REGISTER-FILE
           PERFORM RESTORE-LABOR-DIST-FILE
           PERFORM RESTORE-CHECK-CONTROL-FILE
           PERFORM RESTORE-LAST-RUN-FILE
           PERFORM RESTORE-PRIOR-PERIOD-FILE
           PERFORM RESTORE-SUSPENSE-FILE
           PERFORM RESTORE-LATER-PRIOR-PERIODS
           IF WS_RESTORE_FAILED
               DISPLAY "Backout of generation " WS_RESTORE_GENERATION
                   " did not complete - correct the problem above "
                   "and run the backout again before any other run."
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM REMOVE-RUN-OUTPUTS
               PERFORM MARK-GENERATIONS-BACKED-OUT
               PERFORM SAVE-BACKUP-CONTROL
               DISPLAY "Generation " WS_RESTORE_GENERATION
                   " restored - " WS_RESTORE_FILE_COUNT " files, "
                   WS_RESTORE_RECORD_COUNT " records."
               DISPLAY WS_BACKED_OUT_COUNT " run(s) backed out, "
                   WS_REMOVED_FILE_COUNT " run output file(s) "
                   "cleared, " WS_REOPENED_COUNT
                   " closed period(s) reopened."
           END-IF
           EXIT.

       OPEN-BACKUP-INPUT SECTION.
           MOVE SPACES TO WS_BACKUP_FILE_NAME
           STRING "BKP" WS_RESTORE_SLOT "_" WS_BACKUP_BASE_NAME
               DELIMITED BY SPACE INTO WS_BACKUP_FILE_NAME
           OPEN INPUT BACKUP_FILE
           IF NOT WS_BACKUP_FILE_OK
               DISPLAY "Backup file " WS_BACKUP_FILE_NAME
                   " could not be opened (status "
                   WS_BACKUP_FILE_STATUS ") - " WS_BACKUP_BASE_NAME
                   " not restored."
               MOVE "Y" TO WS_RESTORE_FAILED_FLAG
           END-IF
           EXIT.

       CHECK-RESTORED-RECORD SECTION.
           IF WS_RESTORE_TARGET_STATUS = "00"
               ADD 1 TO WS_RESTORE_RECORD_COUNT
           ELSE
               DISPLAY WS_BACKUP_BASE_NAME " could not be restored "
                   "(status " WS_RESTORE_TARGET_STATUS ")."
               MOVE "Y" TO WS_RESTORE_FAILED_FLAG
               MOVE "Y" TO WS_BACKUP_EOF_FLAG
           END-IF
           EXIT.

       CHECK-RESTORE-TARGET SECTION.
           IF WS_RESTORE_TARGET_STATUS NOT = "00"
               DISPLAY WS_BACKUP_BASE_NAME " could not be opened "
                   "for restore (status " WS_RESTORE_TARGET_STATUS
                   ")."
               MOVE "Y" TO WS_RESTORE_FAILED_FLAG
           END-IF
           EXIT.

       CLOSE-BACKUP-INPUT SECTION.
           CLOSE BACKUP_FILE
           ADD 1 TO WS_RESTORE_FILE_COUNT
           EXIT.

       RESTORE-EMPLOYEE-MASTER SECTION.
           MOVE "EMPLOYEE_MASTER.DAT" TO WS_BACKUP_BASE_NAME
           PERFORM OPEN-BACKUP-INPUT
           IF WS_BACKUP_FILE_OK
               OPEN OUTPUT EMPLOYEE_MASTER_FILE
               MOVE WS_EMPLOYEE_MASTER_FILE_STATUS
                   TO WS_RESTORE_TARGET_STATUS
               PERFORM CHECK-RESTORE-TARGET
               IF WS_EMPLOYEE_MASTER_FILE_OK
                   MOVE "N" TO WS_BACKUP_EOF_FLAG
                   PERFORM UNTIL WS_BACKUP_END_OF_FILE
                       READ BACKUP_FILE
                           AT END
                               MOVE "Y" TO WS_BACKUP_EOF_FLAG
                           NOT AT END
                               MOVE BACKUP_RECORD
                                   TO EMPLOYEE_MASTER_RECORD
                               WRITE EMPLOYEE_MASTER_RECORD
                               MOVE WS_EMPLOYEE_MASTER_FILE_STATUS
                                   TO WS_RESTORE_TARGET_STATUS
                               PERFORM CHECK-RESTORED-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE EMPLOYEE_MASTER_FILE
               END-IF
               PERFORM CLOSE-BACKUP-INPUT
           END-IF
           EXIT.

       RESTORE-YTD-FILE SECTION.
           MOVE "YTD.DAT" TO WS_BACKUP_BASE_NAME
           PERFORM OPEN-BACKUP-INPUT
           IF WS_BACKUP_FILE_OK
               OPEN OUTPUT YTD_FILE
               MOVE WS_YTD_FILE_STATUS TO WS_RESTORE_TARGET_STATUS
               PERFORM CHECK-RESTORE-TARGET
               IF WS_YTD_FILE_OK
                   MOVE "N" TO WS_BACKUP_EOF_FLAG
                   PERFORM UNTIL WS_BACKUP_END_OF_FILE
                       READ BACKUP_FILE
                           AT END
                               MOVE "Y" TO WS_BACKUP_EOF_FLAG
                           NOT AT END
                               MOVE BACKUP_RECORD TO YTD_RECORD
                               WRITE YTD_RECORD
                               MOVE WS_YTD_FILE_STATUS
                                   TO WS_RESTORE_TARGET_STATUS
                               PERFORM CHECK-RESTORED-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE YTD_FILE
               END-IF
               PERFORM CLOSE-BACKUP-INPUT
           END-IF
           EXIT.

       RESTORE-PAY-HISTORY-FILE SECTION.
           MOVE "PAY_HISTORY.DAT" TO WS_BACKUP_BASE_NAME
           PERFORM OPEN-BACKUP-INPUT
           IF WS_BACKUP_FILE_OK
               OPEN OUTPUT PAY_HISTORY_FILE
               MOVE WS_PAY_HISTORY_FILE_STATUS
                   TO WS_RESTORE_TARGET_STATUS
               PERFORM CHECK-RESTORE-TARGET
               IF WS_PAY_HISTORY_FILE_OK
                   MOVE "N" TO WS_BACKUP_EOF_FLAG
                   PERFORM UNTIL WS_BACKUP_END_OF_FILE
                       READ BACKUP_FILE
                           AT END
                               MOVE "Y" TO WS_BACKUP_EOF_FLAG
                           NOT AT END
                               MOVE BACKUP_RECORD TO PAY_HISTORY_RECORD
                               WRITE PAY_HISTORY_RECORD
                               MOVE WS_PAY_HISTORY_FILE_STATUS
                                   TO WS_RESTORE_TARGET_STATUS
                               PERFORM CHECK-RESTORED-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE PAY_HISTORY_FILE
               END-IF
               PERFORM CLOSE-BACKUP-INPUT
           END-IF
           EXIT.

       RESTORE-DEDUCTION-FILE SECTION.
           MOVE "DEDUCTION_MASTER.DAT" TO WS_BACKUP_BASE_NAME
           PERFORM OPEN-BACKUP-INPUT
           IF WS_BACKUP_FILE_OK
               OPEN OUTPUT DEDUCTION_MASTER_FILE
               MOVE WS_DEDUCTION_FILE_STATUS TO WS_RESTORE_TARGET_STATUS
               PERFORM CHECK-RESTORE-TARGET
               IF WS_DEDUCTION_FILE_OK
                   MOVE "N" TO WS_BACKUP_EOF_FLAG
                   PERFORM UNTIL WS_BACKUP_END_OF_FILE
                       READ BACKUP_FILE
                           AT END
                               MOVE "Y" TO WS_BACKUP_EOF_FLAG
                           NOT AT END
                               MOVE BACKUP_RECORD
                                   TO DEDUCTION_MASTER_RECORD
                               WRITE DEDUCTION_MASTER_RECORD
                               MOVE WS_DEDUCTION_FILE_STATUS
                                   TO WS_RESTORE_TARGET_STATUS
                               PERFORM CHECK-RESTORED-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE DEDUCTION_MASTER_FILE
               END-IF
               PERFORM CLOSE-BACKUP-INPUT
           END-IF
           EXIT.

       RESTORE-DEDUCTION-TAKEN-FILE SECTION.
           MOVE "DEDUCTION_TAKEN.DAT" TO WS_BACKUP_BASE_NAME
           PERFORM OPEN-BACKUP-INPUT
           IF WS_BACKUP_FILE_OK
               OPEN OUTPUT DEDUCTION_TAKEN_FILE
               MOVE WS_DED_TAKEN_FILE_STATUS TO WS_RESTORE_TARGET_STATUS
               PERFORM CHECK-RESTORE-TARGET
               IF WS_DED_TAKEN_FILE_OK
                   MOVE "N" TO WS_BACKUP_EOF_FLAG
                   PERFORM UNTIL WS_BACKUP_END_OF_FILE
                       READ BACKUP_FILE
                           AT END
                               MOVE "Y" TO WS_BACKUP_EOF_FLAG
                           NOT AT END
                               MOVE BACKUP_RECORD
                                   TO DEDUCTION_TAKEN_RECORD
                               WRITE DEDUCTION_TAKEN_RECORD
                               MOVE WS_DED_TAKEN_FILE_STATUS
                                   TO WS_RESTORE_TARGET_STATUS
                               PERFORM CHECK-RESTORED-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE DEDUCTION_TAKEN_FILE
               END-IF
               PERFORM CLOSE-BACKUP-INPUT
           END-IF
           EXIT.

       RESTORE-RATE-HISTORY-FILE SECTION.
           MOVE "PAY_RATE_HISTORY.DAT" TO WS_BACKUP_BASE_NAME
           PERFORM OPEN-BACKUP-INPUT
           IF WS_BACKUP_FILE_OK
               OPEN OUTPUT PAY_RATE_HISTORY_FILE
               MOVE WS_RATE_HISTORY_FILE_STATUS
                   TO WS_RESTORE_TARGET_STATUS
               PERFORM CHECK-RESTORE-TARGET
               IF WS_RATE_HISTORY_FILE_OK
                   MOVE "N" TO WS_BACKUP_EOF_FLAG
                   PERFORM UNTIL WS_BACKUP_END_OF_FILE
                       READ BACKUP_FILE
                           AT END
                               MOVE "Y" TO WS_BACKUP_EOF_FLAG
                           NOT AT END
                               MOVE BACKUP_RECORD
                                   TO PAY_RATE_HISTORY_RECORD
                               WRITE PAY_RATE_HISTORY_RECORD
                               MOVE WS_RATE_HISTORY_FILE_STATUS
                                   TO WS_RESTORE_TARGET_STATUS
                               PERFORM CHECK-RESTORED-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE PAY_RATE_HISTORY_FILE
               END-IF
               PERFORM CLOSE-BACKUP-INPUT
           END-IF
           EXIT.

       RESTORE-CHECK-REGISTER-FILE SECTION.
           MOVE "CHECK_REGISTER.DAT" TO WS_BACKUP_BASE_NAME
           PERFORM OPEN-BACKUP-INPUT
           IF WS_BACKUP_FILE_OK
               OPEN OUTPUT CHECK_REGISTER_FILE
               MOVE WS_CHECK_REGISTER_FILE_STATUS
                   TO WS_RESTORE_TARGET_STATUS
               PERFORM CHECK-RESTORE-TARGET
               IF WS_CHECK_REGISTER_FILE_OK
                   MOVE "N" TO WS_BACKUP_EOF_FLAG
                   PERFORM UNTIL WS_BACKUP_END_OF_FILE
                       READ BACKUP_FILE
                           AT END
                               MOVE "Y" TO WS_BACKUP_EOF_FLAG
                           NOT AT END
                               MOVE BACKUP_RECORD
                                   TO CHECK_REGISTER_RECORD
                               WRITE CHECK_REGISTER_RECORD
                               MOVE WS_CHECK_REGISTER_FILE_STATUS
                                   TO WS_RESTORE_TARGET_STATUS
                               PERFORM CHECK-RESTORED-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE CHECK_REGISTER_FILE
               END-IF
               PERFORM CLOSE-BACKUP-INPUT
           END-IF
           EXIT.

       RESTORE-LABOR-DIST-FILE SECTION.
           MOVE "LABOR_DIST.DAT" TO WS_BACKUP_BASE_NAME
           PERFORM OPEN-BACKUP-INPUT
           IF WS_BACKUP_FILE_OK
               OPEN OUTPUT LABOR_DIST_FILE
               MOVE WS_LABOR_DIST_FILE_STATUS
                   TO WS_RESTORE_TARGET_STATUS
               PERFORM CHECK-RESTORE-TARGET
               IF WS_LABOR_DIST_FILE_OK
                   MOVE "N" TO WS_BACKUP_EOF_FLAG
                   PERFORM UNTIL WS_BACKUP_END_OF_FILE
                       READ BACKUP_FILE
                           AT END
                               MOVE "Y" TO WS_BACKUP_EOF_FLAG
                           NOT AT END
                               MOVE BACKUP_RECORD TO LABOR_DIST_RECORD
                               WRITE LABOR_DIST_RECORD
                               MOVE WS_LABOR_DIST_FILE_STATUS
                                   TO WS_RESTORE_TARGET_STATUS
                               PERFORM CHECK-RESTORED-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE LABOR_DIST_FILE
               END-IF
               PERFORM CLOSE-BACKUP-INPUT
           END-IF
           EXIT.

       RESTORE-CHECK-CONTROL-FILE SECTION.
           MOVE "CHECK_CONTROL.DAT" TO WS_BACKUP_BASE_NAME
           MOVE "CHECK_CONTROL.DAT" TO WS_RESTORE_FILE_NAME
           PERFORM OPEN-BACKUP-INPUT
           IF WS_BACKUP_FILE_OK
               OPEN OUTPUT RESTORE_FILE
               MOVE WS_RESTORE_FILE_STATUS TO WS_RESTORE_TARGET_STATUS
               PERFORM CHECK-RESTORE-TARGET
               IF WS_RESTORE_FILE_OK
                   MOVE "N" TO WS_BACKUP_EOF_FLAG
                   PERFORM UNTIL WS_BACKUP_END_OF_FILE
                       READ BACKUP_FILE
                           AT END
                               MOVE "Y" TO WS_BACKUP_EOF_FLAG
                           NOT AT END
                               MOVE BACKUP_RECORD TO RESTORE_RECORD
                               WRITE RESTORE_RECORD
                               MOVE WS_RESTORE_FILE_STATUS
                                   TO WS_RESTORE_TARGET_STATUS
                               PERFORM CHECK-RESTORED-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE RESTORE_FILE
               END-IF
               PERFORM CLOSE-BACKUP-INPUT
           END-IF
           EXIT.

       RESTORE-LAST-RUN-FILE SECTION.
           MOVE "LAST_RUN.DAT" TO WS_BACKUP_BASE_NAME
           MOVE "LAST_RUN.DAT" TO WS_RESTORE_FILE_NAME
           PERFORM OPEN-BACKUP-INPUT
           IF WS_BACKUP_FILE_OK
               OPEN OUTPUT RESTORE_FILE
               MOVE WS_RESTORE_FILE_STATUS TO WS_RESTORE_TARGET_STATUS
               PERFORM CHECK-RESTORE-TARGET
               IF WS_RESTORE_FILE_OK
                   MOVE "N" TO WS_BACKUP_EOF_FLAG
                   PERFORM UNTIL WS_BACKUP_END_OF_FILE
                       READ BACKUP_FILE
                           AT END
                               MOVE "Y" TO WS_BACKUP_EOF_FLAG
                           NOT AT END
                               MOVE BACKUP_RECORD TO RESTORE_RECORD
                               WRITE RESTORE_RECORD
                               MOVE WS_RESTORE_FILE_STATUS
                                   TO WS_RESTORE_TARGET_STATUS
                               PERFORM CHECK-RESTORED-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE RESTORE_FILE
               END-IF
               PERFORM CLOSE-BACKUP-INPUT
           END-IF
           EXIT.

       RESTORE-LATER-PRIOR-PERIODS SECTION.
           MOVE WS_SELECTED_INDEX TO WS_BK_INDEX
           PERFORM UNTIL WS_BK_INDEX >= WS_BK_COUNT
               ADD 1 TO WS_BK_INDEX
               MOVE WS_BK_ENTRY(WS_BK_INDEX) TO BACKUP_CONTROL_RECORD
               IF BC_AVAILABLE
                   MOVE BC_PAY_FREQUENCY TO WS_RESTORE_PAY_FREQUENCY
                   PERFORM CHECK-FREQUENCY-RESTORED
                   IF NOT WS_FREQUENCY_ALREADY_RESTORED
                       MOVE BC_SLOT TO WS_RESTORE_SLOT
                       PERFORM RESTORE-PRIOR-PERIOD-FILE
                   END-IF
               END-IF
           END-PERFORM
           EXIT.

       CHECK-FREQUENCY-RESTORED SECTION.
           IF WS_RESTORE_PAY_FREQUENCY = SPACE
               MOVE "W" TO WS_RESTORE_PAY_FREQUENCY
           END-IF
           MOVE "N" TO WS_FREQUENCY_FOUND_FLAG
           MOVE 0 TO WS_FREQUENCY_INDEX
           PERFORM UNTIL WS_FREQUENCY_INDEX >=
                         WS_FREQUENCY_RESTORED_COUNT
               ADD 1 TO WS_FREQUENCY_INDEX
               IF WS_FREQUENCY_RESTORED(WS_FREQUENCY_INDEX) =
                  WS_RESTORE_PAY_FREQUENCY
                   MOVE "Y" TO WS_FREQUENCY_FOUND_FLAG
               END-IF
           END-PERFORM
           EXIT.

       SET-PRIOR-PERIOD-FILE-NAME SECTION.
           EVALUATE WS_RESTORE_PAY_FREQUENCY
               WHEN "B"
                   MOVE "PRIOR_PERIOD_B.DAT"
                       TO WS_PRIOR_PERIOD_FILE_NAME
               WHEN "S"
                   MOVE "PRIOR_PERIOD_S.DAT"
                       TO WS_PRIOR_PERIOD_FILE_NAME
               WHEN "M"
                   MOVE "PRIOR_PERIOD_M.DAT"
                       TO WS_PRIOR_PERIOD_FILE_NAME
               WHEN OTHER
                   MOVE "W" TO WS_RESTORE_PAY_FREQUENCY
                   MOVE "PRIOR_PERIOD.DAT"
                       TO WS_PRIOR_PERIOD_FILE_NAME
           END-EVALUATE
           EXIT.

       RESTORE-PRIOR-PERIOD-FILE SECTION.
           PERFORM SET-PRIOR-PERIOD-FILE-NAME
           IF WS_FREQUENCY_RESTORED_COUNT < 4
               ADD 1 TO WS_FREQUENCY_RESTORED_COUNT
               MOVE WS_RESTORE_PAY_FREQUENCY
                   TO WS_FREQUENCY_RESTORED(WS_FREQUENCY_RESTORED_COUNT)
           END-IF
           MOVE WS_PRIOR_PERIOD_FILE_NAME TO WS_BACKUP_BASE_NAME
           MOVE WS_PRIOR_PERIOD_FILE_NAME TO WS_RESTORE_FILE_NAME
           PERFORM OPEN-BACKUP-INPUT
           IF WS_BACKUP_FILE_OK
               OPEN OUTPUT RESTORE_FILE
               MOVE WS_RESTORE_FILE_STATUS TO WS_RESTORE_TARGET_STATUS
               PERFORM CHECK-RESTORE-TARGET
               IF WS_RESTORE_FILE_OK
                   MOVE "N" TO WS_BACKUP_EOF_FLAG
                   PERFORM UNTIL WS_BACKUP_END_OF_FILE
                       READ BACKUP_FILE
                           AT END
                               MOVE "Y" TO WS_BACKUP_EOF_FLAG
                           NOT AT END
                               MOVE BACKUP_RECORD TO RESTORE_RECORD
                               WRITE RESTORE_RECORD
                               MOVE WS_RESTORE_FILE_STATUS
                                   TO WS_RESTORE_TARGET_STATUS
                               PERFORM CHECK-RESTORED-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE RESTORE_FILE
               END-IF
               PERFORM CLOSE-BACKUP-INPUT
           END-IF
           EXIT.

       RESTORE-SUSPENSE-FILE SECTION.
           MOVE "SUSPENSE.DAT" TO WS_BACKUP_BASE_NAME
           MOVE "SUSPENSE.DAT" TO WS_RESTORE_FILE_NAME
           PERFORM OPEN-BACKUP-INPUT
           IF WS_BACKUP_FILE_OK
               OPEN OUTPUT RESTORE_FILE
               MOVE WS_RESTORE_FILE_STATUS TO WS_RESTORE_TARGET_STATUS
               PERFORM CHECK-RESTORE-TARGET
               IF WS_RESTORE_FILE_OK
                   MOVE "N" TO WS_BACKUP_EOF_FLAG
                   PERFORM UNTIL WS_BACKUP_END_OF_FILE
                       READ BACKUP_FILE
                           AT END
                               MOVE "Y" TO WS_BACKUP_EOF_FLAG
                           NOT AT END
                               MOVE BACKUP_RECORD TO RESTORE_RECORD
                               WRITE RESTORE_RECORD
                               MOVE WS_RESTORE_FILE_STATUS
                                   TO WS_RESTORE_TARGET_STATUS
                               PERFORM CHECK-RESTORED-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE RESTORE_FILE
               END-IF
               PERFORM CLOSE-BACKUP-INPUT
           END-IF
           EXIT.

       REMOVE-RUN-OUTPUTS SECTION.
           MOVE 0 TO WS_REMOVED_FILE_COUNT
           MOVE WS_RESTORE_REGISTER_NAME TO WS_RESTORE_FILE_NAME
           PERFORM CLEAR-RUN-OUTPUT-FILE
           MOVE "PAY_STUBS.DAT" TO WS_RESTORE_FILE_NAME
           PERFORM CLEAR-RUN-OUTPUT-FILE
           MOVE "BANK_PAYMENT.DAT" TO WS_RESTORE_FILE_NAME
           PERFORM CLEAR-RUN-OUTPUT-FILE
           MOVE "PAPER_CHECK.DAT" TO WS_RESTORE_FILE_NAME
           PERFORM CLEAR-RUN-OUTPUT-FILE
           MOVE "TIMECARD_EXCEPTIONS.DAT" TO WS_RESTORE_FILE_NAME
           PERFORM CLEAR-RUN-OUTPUT-FILE
           MOVE "GL_JOURNAL.DAT" TO WS_RESTORE_FILE_NAME
           PERFORM CLEAR-RUN-OUTPUT-FILE
           MOVE "CONTROL_REPORT.DAT" TO WS_RESTORE_FILE_NAME
           PERFORM CLEAR-RUN-OUTPUT-FILE
           MOVE "RESTART.DAT" TO WS_RESTORE_FILE_NAME
           PERFORM CLEAR-RUN-OUTPUT-FILE
           EXIT.

       CLEAR-RUN-OUTPUT-FILE SECTION.
           OPEN OUTPUT RESTORE_FILE
           IF WS_RESTORE_FILE_OK
               CLOSE RESTORE_FILE
               ADD 1 TO WS_REMOVED_FILE_COUNT
           ELSE
               DISPLAY "WARNING: " WS_RESTORE_FILE_NAME
                   " could not be cleared (status "
                   WS_RESTORE_FILE_STATUS ") - discard it by hand."
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           EXIT.

       MARK-GENERATIONS-BACKED-OUT SECTION.
           MOVE 0 TO WS_BACKED_OUT_COUNT
           MOVE 0 TO WS_REOPENED_COUNT
           OPEN EXTEND AUDIT_LOG_FILE
           IF WS_AUDIT_FILE_IS_NEW
               OPEN OUTPUT AUDIT_LOG_FILE
           END-IF
           IF NOT WS_AUDIT_FILE_OK
               DISPLAY "WARNING: AUDIT_LOG.DAT could not be opened "
                   "(status " WS_AUDIT_FILE_STATUS
                   ") - the backout was not logged."
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           MOVE WS_SELECTED_INDEX TO WS_BK_INDEX
           SUBTRACT 1 FROM WS_BK_INDEX
           PERFORM UNTIL WS_BK_INDEX >= WS_BK_COUNT
               ADD 1 TO WS_BK_INDEX
               MOVE WS_BK_ENTRY(WS_BK_INDEX) TO BACKUP_CONTROL_RECORD
               IF BC_AVAILABLE
                   MOVE "B" TO BC_STATUS
                   MOVE BACKUP_CONTROL_RECORD
                       TO WS_BK_ENTRY(WS_BK_INDEX)
                   ADD 1 TO WS_BACKED_OUT_COUNT
                   PERFORM WRITE-BACKOUT-AUDIT-ENTRY
                   MOVE BC_PERIOD_ID TO WS_REOPEN_PERIOD_ID
                   MOVE BC_PAY_FREQUENCY TO WS_REOPEN_PAY_FREQUENCY
                   PERFORM REOPEN-PAY-PERIOD
               END-IF
           END-PERFORM
           IF WS_AUDIT_FILE_OK
               CLOSE AUDIT_LOG_FILE
           END-IF
           EXIT.

       WRITE-BACKOUT-AUDIT-ENTRY SECTION.
           IF WS_AUDIT_FILE_OK
               MOVE FUNCTION CURRENT-DATE TO WS_AB_TIMESTAMP
               MOVE BC_PERIOD_ID TO WS_AB_PERIOD_ID
               MOVE BC_GENERATION TO WS_AB_GENERATION
               MOVE BC_RUN_DATE TO WS_AB_RUN_DATE
               MOVE BC_RUN_TIME TO WS_AB_RUN_TIME
               MOVE WS_RESTORE_GENERATION TO WS_AB_RESTORE_GENERATION
               MOVE WS_RESTORE_FILE_COUNT TO WS_AB_FILE_COUNT
               MOVE WS_RESTORE_RECORD_COUNT TO WS_AB_RECORD_COUNT
               WRITE AUDIT_LOG_RECORD FROM WS_AUDIT_BACKOUT_LINE
           END-IF
           EXIT.

       REOPEN-PAY-PERIOD SECTION.
           MOVE "N" TO WS_PERIOD_CLOSED_FLAG
           MOVE SPACE TO WS_REOPEN_CLOSE_FREQUENCY
           IF WS_REOPEN_PAY_FREQUENCY = SPACE
               MOVE "W" TO WS_REOPEN_PAY_FREQUENCY
           END-IF
           OPEN INPUT PERIOD_CONTROL_FILE
           IF WS_PERIOD_CONTROL_FILE_OK
               MOVE "N" TO WS_PERIOD_CONTROL_EOF_FLAG
               PERFORM UNTIL WS_PERIOD_CONTROL_END_OF_FILE
                   READ PERIOD_CONTROL_FILE
                       AT END
                           MOVE "Y" TO WS_PERIOD_CONTROL_EOF_FLAG
                       NOT AT END
                           IF PC_PERIOD_ID = WS_REOPEN_PERIOD_ID
                              AND (PC_PAY_FREQUENCY = SPACE
                               OR PC_PAY_FREQUENCY =
                                  WS_REOPEN_PAY_FREQUENCY)
                               IF PC_STATUS = "C"
                                   MOVE "Y" TO WS_PERIOD_CLOSED_FLAG
                                   MOVE PC_PAY_FREQUENCY
                                       TO WS_REOPEN_CLOSE_FREQUENCY
                               ELSE
                                   MOVE "N" TO WS_PERIOD_CLOSED_FLAG
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD_CONTROL_FILE
           END-IF
           IF WS_PERIOD_IS_CLOSED
               OPEN EXTEND PERIOD_CONTROL_FILE
               IF WS_PERIOD_CONTROL_FILE_OK
                   MOVE WS_REOPEN_PERIOD_ID TO PC_PERIOD_ID
                   MOVE "O" TO PC_STATUS
                   MOVE WS_REOPEN_CLOSE_FREQUENCY TO PC_PAY_FREQUENCY
                   WRITE PERIOD_CONTROL_RECORD
                   CLOSE PERIOD_CONTROL_FILE
                   ADD 1 TO WS_REOPENED_COUNT
                   DISPLAY "Pay period " WS_REOPEN_PERIOD_ID
                       " reopened."
               ELSE
                   DISPLAY "WARNING: PERIOD_CONTROL.DAT could not be "
                       "opened (status " WS_PERIOD_CONTROL_FILE_STATUS
                       ") - pay period " WS_REOPEN_PERIOD_ID
                       " is still closed."
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           EXIT.

       END PROGRAM PAYROLL_RUN_BACKOUT.
