               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_PARAMETER_FILE_STATUS.

           SELECT PAY_STUB_FILE
               ASSIGN TO DYNAMIC WS_PAY_STUB_FILE_NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_PAY_STUB_FILE_STATUS.

               RECORD KEY IS YTD_EMPLOYEE_ID
               FILE STATUS IS WS_YTD_FILE_STATUS.

           SELECT BANK_PAYMENT_FILE
               ASSIGN TO DYNAMIC WS_BANK_PAYMENT_FILE_NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_BANK_PAYMENT_FILE_STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_RESTART_FILE_STATUS.

           SELECT PRIOR_PERIOD_FILE
               ASSIGN TO DYNAMIC WS_PRIOR_PERIOD_FILE_NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_PRIOR_PERIOD_FILE_STATUS.

           SELECT GL_JOURNAL_FILE
               ASSIGN TO DYNAMIC WS_GL_JOURNAL_FILE_NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_GL_JOURNAL_FILE_STATUS.

               FILE STATUS IS WS_PERIOD_CONTROL_FILE_STATUS.

           SELECT CONTROL_REPORT_FILE
               ASSIGN TO DYNAMIC WS_CONTROL_REPORT_FILE_NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_CONTROL_REPORT_FILE_STATUS.

               RECORD KEY IS DM_RECORD_KEY
               FILE STATUS IS WS_DEDUCTION_FILE_STATUS.

           SELECT DEDUCTION_TAKEN_FILE
               ASSIGN TO "DEDUCTION_TAKEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DT_RECORD_KEY
               FILE STATUS IS WS_DED_TAKEN_FILE_STATUS.

           SELECT PAY_CALENDAR_FILE ASSIGN TO "PAY_CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_PAY_CALENDAR_FILE_STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_LAST_RUN_FILE_STATUS.

           SELECT PAPER_CHECK_FILE
               ASSIGN TO DYNAMIC WS_PAPER_CHECK_FILE_NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_PAPER_CHECK_FILE_STATUS.

               RECORD KEY IS PH_RECORD_KEY
               FILE STATUS IS WS_PAY_HISTORY_FILE_STATUS.

           SELECT PAY_RATE_HISTORY_FILE
               ASSIGN TO "PAY_RATE_HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR_RECORD_KEY
               FILE STATUS IS WS_RATE_HISTORY_FILE_STATUS.

           SELECT CHECK_CONTROL_FILE ASSIGN TO "CHECK_CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_CHECK_CONTROL_FILE_STATUS.

           SELECT CHECK_REGISTER_FILE ASSIGN TO "CHECK_REGISTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK_RECORD_KEY
               FILE STATUS IS WS_CHECK_REGISTER_FILE_STATUS.

           SELECT WITHHOLDING_ELECTION_FILE
               ASSIGN TO "WITHHOLDING_ELECTION.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WE_EMPLOYEE_ID
               FILE STATUS IS WS_ELECTION_FILE_STATUS.

           SELECT SUPPLEMENTAL_PAY_FILE
               ASSIGN TO "SUPPLEMENTAL_PAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_SUPPLEMENTAL_FILE_STATUS.

           SELECT SUPPLEMENTAL_EXCEPTION_FILE
               ASSIGN TO "SUPPLEMENTAL_EXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_SUPP_EXCEPTION_FILE_STATUS.

           SELECT FINAL_PAY_EXCEPTION_FILE
               ASSIGN TO "FINAL_PAY_EXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_FINAL_EXCEPTION_FILE_STATUS.

           SELECT LABOR_DIST_FILE ASSIGN TO "LABOR_DIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LD_RECORD_KEY
               FILE STATUS IS WS_LABOR_DIST_FILE_STATUS.

           SELECT BACKUP_CONTROL_FILE ASSIGN TO "BACKUP_CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_BACKUP_CONTROL_FILE_STATUS.

           SELECT BACKUP_FILE
               ASSIGN TO DYNAMIC WS_BACKUP_FILE_NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_BACKUP_FILE_STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE_MASTER_FILE.
           05 PARM_REGISTER_NAME PIC X(40).
           05 PARM_EMPLOYEE_ID PIC 9(5).
           05 PARM_LATE_OVERRIDE PIC X.
           05 PARM_PAYMENT_SEQUENCE PIC 9(2).
           05 PARM_PAY_FREQUENCY PIC X.

       FD  PAY_STUB_FILE.
       01  PAY_STUB_RECORD PIC X(132).
       COPY YTDREC.

       FD  BANK_PAYMENT_FILE.
       01  BANK_PAYMENT_RECORD PIC X(52).

       FD  AUDIT_LOG_FILE.
       01  AUDIT_LOG_RECORD PIC X(140).
           05 RESTART_BANK_NET           PIC 9(9).
           05 RESTART_CHECK_COUNT        PIC 9(7).
           05 RESTART_CHECK_NET          PIC 9(9).
           05 RESTART_PAY_FREQUENCY      PIC X.

       FD  PRIOR_PERIOD_FILE.
       01  PRIOR_PERIOD_RECORD.
       01  PERIOD_CONTROL_RECORD.
           05 PC_PERIOD_ID PIC 9(8).
           05 PC_STATUS PIC X.
           05 PC_PAY_FREQUENCY PIC X.

       FD  CONTROL_REPORT_FILE.
       01  CONTROL_REPORT_RECORD PIC X(132).
       FD  DEDUCTION_MASTER_FILE.
       COPY DEDMAST.

       FD  DEDUCTION_TAKEN_FILE.
       COPY DEDTAKEN.

       FD  PAY_CALENDAR_FILE.
       01  PAY_CALENDAR_RECORD.
           05 PCAL_PERIOD_ID PIC 9(8).
           05 PCAL_PAY_FREQUENCY PIC X.

       FD  LAST_RUN_FILE.
       01  LAST_RUN_RECORD.
           05 LR_PERIOD_ID PIC 9(8).
           05 LR_PAY_FREQUENCY PIC X.

       FD  PAPER_CHECK_FILE.
       01  PAPER_CHECK_RECORD PIC X(132).
       FD  PAY_HISTORY_FILE.
       COPY PAYHIST.

       FD  PAY_RATE_HISTORY_FILE.
       COPY PAYRATE.

       FD  CHECK_CONTROL_FILE.
       01  CHECK_CONTROL_RECORD.
           05 CC_NEXT_CHECK_NUMBER PIC 9(8).
           05 CC_LAST_CHECK_NUMBER PIC 9(8).
           05 CC_NEXT_TRACE_NUMBER PIC 9(8).

       FD  CHECK_REGISTER_FILE.
       COPY CHKREG.

       FD  WITHHOLDING_ELECTION_FILE.
       COPY WHELECT.

       FD  SUPPLEMENTAL_PAY_FILE.
       01  SUPPLEMENTAL_PAY_RECORD.
           05 SP_EMPLOYEE_ID PIC 9(5).
           05 SP_EARNING_TYPE PIC X(4).
           05 SP_AMOUNT PIC 9(7)V99.

       FD  SUPPLEMENTAL_EXCEPTION_FILE.
       01  SUPPLEMENTAL_EXCEPTION_RECORD PIC X(132).

       FD  FINAL_PAY_EXCEPTION_FILE.
       01  FINAL_PAY_EXCEPTION_RECORD PIC X(132).

       FD  LABOR_DIST_FILE.
       COPY LABDIST.

       FD  BACKUP_CONTROL_FILE.
       COPY BKCTL.

       FD  BACKUP_FILE.
       01  BACKUP_RECORD PIC X(400).

       WORKING-STORAGE SECTION.
       01 EMPLOYEE_STATS.
           05 EMPLOYEE_ID PIC 9(5).
           05 BANK_ACCOUNT_NUMBER PIC X(12) VALUE SPACES.
           05 DEPARTMENT_CODE PIC X(4) VALUE SPACES.
           05 BANK_STATUS PIC X VALUE "N".
           05 PAY_FREQUENCY PIC X VALUE "W".
               88 PAY_FREQUENCY_VALID VALUE "W" "B" "S" "M".

       01 OVERTIME_RULES.
           05 OVERTIME_THRESHOLD_HOURS PIC 9(3) VALUE 40.
           05 OVERTIME_RATE_FACTOR    PIC 9V9 VALUE 1.5.
           05 HOLIDAY_RATE_FACTOR     PIC 9V9 VALUE 2.0.
           05 WEEKLY_OVERTIME_HOURS   PIC 9(3) VALUE 40.
           05 WEEKLY_HOURS_LIMIT      PIC 9(3) VALUE 168.
           05 PERIOD_HOURS_LIMIT      PIC 9(3) VALUE 168.
           05 PAY_FREQUENCY_FACTOR    PIC 9V9(4) VALUE 1.

       01 TAXATION.
           05 TAX_BRACKET_1.
           05 TAX_BRACKET_3.
               10 TAX_BRACKET_3_UPPER_LIMIT PIC 9(7) VALUE 9999999.
               10 TAX_BRACKET_3_RATE        PIC 99V9 VALUE 35.0.
           05 SUPPLEMENTAL_TAX_RATE         PIC 99V9 VALUE 22.0.
           05 ALLOWANCE_AMOUNT              PIC 9(3)V99 VALUE 50.00.
           05 MARRIED_BRACKET_FACTOR        PIC 9V99 VALUE 2.00.
           05 HEAD_HOUSEHOLD_BRACKET_FACTOR PIC 9V99 VALUE 1.50.

       01 SOCIAL_CONTRIBUTIONS.
           05 SOCIAL_SECURITY PIC 99V9 VALUE 15.5.
       01 WS_UNEMPLOYMENT_AMT PIC 9(7)V99.
       01 WS_PENSION_AMT PIC 9(7)V99.
       01 WS_TAX_AMT PIC 9(7)V99.

       01 WS_ELECTION_FILE_STATUS PIC XX VALUE "00".
           88 WS_ELECTION_FILE_OK VALUE "00".
       01 WS_WITHHOLDING_ELECTION.
           05 WS_WH_SOURCE PIC X VALUE "D".
               88 WS_WH_DEFAULT VALUE "D".
               88 WS_WH_ON_FILE VALUE "E".
           05 WS_WH_FILING_STATUS PIC X VALUE "S".
           05 WS_WH_ALLOWANCES PIC 9(2) VALUE 0.
           05 WS_WH_EXTRA_AMT PIC 9(5)V99 VALUE 0.
           05 WS_WH_EXEMPT_FLAG PIC X VALUE "N".
               88 WS_WH_EXEMPT VALUE "Y".
       01 WS_WH_BRACKET_FACTOR PIC 9V99 VALUE 1.00.
       01 WS_WH_BRACKET_1_LIMIT PIC 9(8)V99 VALUE 500.
       01 WS_WH_BRACKET_2_LIMIT PIC 9(8)V99 VALUE 1500.
       01 WS_WH_ALLOWANCE_TOTAL PIC 9(7)V99 VALUE 0.
       01 WS_WH_TAXABLE_PAY PIC 9(7)V99 VALUE 0.
       01 WS_WH_TAX_CEILING PIC 9(7)V99 VALUE 0.
       01 WS_ER_SOCIAL_SEC_AMT PIC 9(7)V99 VALUE 0.
       01 WS_ER_UNEMPLOY_AMT PIC 9(7)V99 VALUE 0.
       01 WS_ER_PENSION_AMT PIC 9(7)V99 VALUE 0.
           VALUE "EMPLOYEE_MASTER.DAT".
       01 WS_PAYROLL_REGISTER_FILE_NAME PIC X(40)
           VALUE "PAYROLL_REGISTER.DAT".
       01 WS_PAY_STUB_FILE_NAME PIC X(40)
           VALUE "PAY_STUBS.DAT".
       01 WS_BANK_PAYMENT_FILE_NAME PIC X(40)
           VALUE "BANK_PAYMENT.DAT".
       01 WS_PAPER_CHECK_FILE_NAME PIC X(40)
           VALUE "PAPER_CHECK.DAT".
       01 WS_GL_JOURNAL_FILE_NAME PIC X(40)
           VALUE "GL_JOURNAL.DAT".
       01 WS_CONTROL_REPORT_FILE_NAME PIC X(40)
           VALUE "CONTROL_REPORT.DAT".
       01 WS_PARAMETER_FILE_NAME PIC X(40)
           VALUE "PAYROLL_PARMS.DAT".
       01 WS_PRIOR_PERIOD_FILE_NAME PIC X(40)
           VALUE "PRIOR_PERIOD.DAT".
       01 WS_RUN_PAY_FREQUENCY PIC X VALUE "W".
           88 WS_RUN_PAY_FREQUENCY_VALID VALUE "W" "B" "S" "M".
       01 WS_RUN_PAY_FREQUENCY_NAME PIC X(12) VALUE "WEEKLY".
       01 WS_RESTART_PAY_FREQUENCY PIC X VALUE SPACE.
       01 WS_OTHER_FREQUENCY_COUNT PIC 9(5) VALUE 0.
       01 WS_PARAMETER_FILE_STATUS PIC XX VALUE "00".
           88 WS_PARAMETER_FILE_OK VALUE "00".
       01 WS_COMMAND_LINE PIC X(100) VALUE SPACES.

       01 WS_TIMECARD_FILE_STATUS PIC XX VALUE "00".
           88 WS_TIMECARD_FILE_OK VALUE "00".
           88 WS_TIMECARD_FILE_MISSING VALUE "35".
       01 WS_TIMECARD_EOF_FLAG PIC X VALUE "N".
           88 WS_TIMECARD_END_OF_FILE VALUE "Y".
       01 WS_TIMECARD_EXC_FILE_STATUS PIC XX VALUE "00".
               10 WS_TC_VACATION_HOURS PIC 9(3).
               10 WS_TC_SICK_HOURS PIC 9(3).
               10 WS_TC_MATCHED_FLAG PIC X.
               10 WS_TC_FIRST_LINE PIC 9(4).
               10 WS_TC_LINE_COUNT PIC 9(2).
       01 WS_TIMECARD_INDEX PIC 9(4) VALUE 0.
       01 WS_TIMECARD_FOUND_FLAG PIC X VALUE "N".
           88 WS_TIMECARD_FOUND VALUE "Y".
           88 WS_TIMECARD_NOT_FOUND VALUE "N".
       01 WS_NO_TIMECARD_COUNT PIC 9(5) VALUE 0.
       01 WS_TERMINATED_TC_COUNT PIC 9(5) VALUE 0.

       01 WS_TIMECARD_LINE_TABLE.
           05 WS_TC_LINE_TOTAL PIC 9(4) VALUE 0.
           05 WS_TC_LINE OCCURS 3000 TIMES.
               10 WS_TL_DEPARTMENT PIC X(4).
               10 WS_TL_WORKED_HOURS PIC 9(3).
               10 WS_TL_HOLIDAY_HOURS PIC 9(3).
               10 WS_TL_LEAVE_HOURS PIC 9(3).
       01 WS_TC_LINE_INDEX PIC 9(4) VALUE 0.

       01 WS_EMPLOYEE_TC_LINES.
           05 WS_EL_COUNT PIC 9(2) VALUE 0.
           05 WS_EL_ENTRY OCCURS 20 TIMES.
               10 WS_EL_DEPARTMENT PIC X(4).
               10 WS_EL_WORKED_HOURS PIC 9(3).
               10 WS_EL_HOLIDAY_HOURS PIC 9(3).
               10 WS_EL_LEAVE_HOURS PIC 9(3).
       01 WS_EL_INDEX PIC 9(2) VALUE 0.
       01 WS_NO_MASTER_COUNT PIC 9(5) VALUE 0.
       01 WS_MASTER_FOUND_FLAG PIC X VALUE "N".
           88 WS_MASTER_FOUND VALUE "Y".
       01 WS_DEDUCTION_ITEM_AMT PIC 9(7)V99 VALUE 0.
       01 WS_DEDUCTION_REMAINING PIC 9(9)V99 VALUE 0.
       01 WS_TOTAL_DEDUCTION_AMT PIC 9(9)V99 VALUE 0.
       01 WS_DED_TAKEN_FILE_STATUS PIC XX VALUE "00".
           88 WS_DED_TAKEN_FILE_OK VALUE "00".
           88 WS_DED_TAKEN_FILE_IS_NEW VALUE "35".
       01 WS_DED_TAKEN_DONE_FLAG PIC X VALUE "N".
           88 WS_DED_TAKEN_DONE VALUE "Y".

       01 WS_LABOR_DIST_FILE_STATUS PIC XX VALUE "00".
           88 WS_LABOR_DIST_FILE_OK VALUE "00".
           88 WS_LABOR_DIST_FILE_IS_NEW VALUE "35".
       01 WS_LABOR_DIST_DONE_FLAG PIC X VALUE "N".
           88 WS_LABOR_DIST_DONE VALUE "Y".

       01 WS_BACKUP_CONTROL_FILE_STATUS PIC XX VALUE "00".
           88 WS_BACKUP_CONTROL_FILE_OK VALUE "00".
           88 WS_BACKUP_CONTROL_FILE_IS_NEW VALUE "35".
       01 WS_BACKUP_CONTROL_EOF_FLAG PIC X VALUE "N".
           88 WS_BACKUP_CONTROL_END_OF_FILE VALUE "Y".
       01 WS_BACKUP_FILE_STATUS PIC XX VALUE "00".
           88 WS_BACKUP_FILE_OK VALUE "00".
       01 WS_BACKUP_FILE_NAME PIC X(40) VALUE SPACES.
       01 WS_BACKUP_BASE_NAME PIC X(30) VALUE SPACES.
       01 WS_BACKUP_EOF_FLAG PIC X VALUE "N".
           88 WS_BACKUP_END_OF_FILE VALUE "Y".
       01 WS_BACKUP_FAILED_FLAG PIC X VALUE "N".
           88 WS_BACKUP_FAILED VALUE "Y".
       01 WS_BACKUP_SOURCE_STATUS PIC XX VALUE "00".
       01 WS_BACKUP_KEEP_COUNT PIC 9 VALUE 5.
       01 WS_BACKUP_GENERATION PIC 9(4) VALUE 0.
       01 WS_BACKUP_SLOT PIC 9 VALUE 0.
       01 WS_BACKUP_QUOTIENT PIC 9(4) VALUE 0.
       01 WS_BACKUP_FILE_COUNT PIC 9(2) VALUE 0.
       01 WS_BACKUP_RECORD_COUNT PIC 9(9) VALUE 0.
       01 WS_BACKUP_TABLE.
           05 WS_BK_COUNT PIC 9 VALUE 0.
           05 WS_BK_ENTRY OCCURS 5 TIMES PIC X(120).
       01 WS_BK_INDEX PIC 9 VALUE 0.

       01 WS_DED_APPLIED_TABLE.
           05 WS_DED_APPLIED_COUNT PIC 9(3) VALUE 0.
           05 WS_DED_APPLIED_ENTRY OCCURS 100 TIMES.
               10 WS_DA_TYPE PIC X(4).
               10 WS_DA_AMOUNT PIC 9(7)V99.
               10 WS_DA_PRIORITY PIC 9(2).
               10 WS_DA_CASE_NUMBER PIC X(12).
       01 WS_DED_APPLIED_INDEX PIC 9(3) VALUE 0.

       01 WS_PAY_HISTORY_FILE_STATUS PIC XX VALUE "00".
           88 WS_PAY_HISTORY_FILE_OK VALUE "00".
           88 WS_PAY_HISTORY_FILE_IS_NEW VALUE "35".

       01 WS_RATE_HISTORY_FILE_STATUS PIC XX VALUE "00".
           88 WS_RATE_HISTORY_FILE_OK VALUE "00".
       01 WS_RATE_HISTORY_EOF_FLAG PIC X VALUE "N".
           88 WS_RATE_HISTORY_END_OF_FILE VALUE "Y".
       01 WS_RETRO_PAY PIC 9(7)V99 VALUE 0.
       01 WS_RETRO_PAY_DISPLAY PIC ZZZZZZ9.99.
       01 WS_RETRO_PERIOD_AMT PIC S9(7)V99 VALUE 0.
       01 WS_RETRO_FROM_DATE PIC 9(8) VALUE 0.
       01 WS_RETRO_SCAN_FLAG PIC X VALUE "N".
           88 WS_RETRO_SCAN_DONE VALUE "Y".
       01 WS_RATE_HIST_MATCH PIC 9(2) VALUE 0.
       01 WS_RETRO_OVERFLOW_FLAG PIC X VALUE "N".
           88 WS_RETRO_OVERFLOW VALUE "Y".

       01 WS_RATE_HIST_TABLE.
           05 WS_RATE_HIST_COUNT PIC 9(2) VALUE 0.
           05 WS_RATE_HIST_ENTRY OCCURS 50 TIMES.
               10 WS_RHE_EFFECTIVE_DATE PIC 9(8).
               10 WS_RHE_PAY_TYPE PIC X.
               10 WS_RHE_HOURLY_SALARY PIC 9(3).
               10 WS_RHE_PERIOD_SALARY PIC 9(7)V99.
               10 WS_RHE_RETRO_STATUS PIC X.
               10 WS_RHE_RETRO_AMOUNT PIC 9(7)V99.
       01 WS_RATE_HIST_INDEX PIC 9(2) VALUE 0.

       01 WS_RETRO_TABLE.
           05 WS_RETRO_COUNT PIC 9(2) VALUE 0.
           05 WS_RETRO_ENTRY OCCURS 60 TIMES.
               10 WS_RTE_PERIOD_ID PIC 9(8).
               10 WS_RTE_PAYMENT_SEQUENCE PIC 9(2).
               10 WS_RTE_PAY_TYPE PIC X.
               10 WS_RTE_OLD_RATE PIC 9(7)V99.
               10 WS_RTE_NEW_RATE PIC 9(7)V99.
               10 WS_RTE_HOURS PIC 9(4).
               10 WS_RTE_AMOUNT PIC 9(7)V99.
       01 WS_RETRO_INDEX PIC 9(2) VALUE 0.

       01 WS_REGISTER_RETRO_LINE.
           05 FILLER             PIC X(6)  VALUE SPACES.
           05 FILLER             PIC X(17) VALUE "RETRO FOR PERIOD ".
           05 WS_RR_PERIOD_ID    PIC 9(8).
           05 FILLER             PIC X     VALUE SPACE.
           05 FILLER             PIC X(4)  VALUE "RETR".
           05 FILLER             PIC X(4)  VALUE SPACES.
           05 WS_RR_AMOUNT       PIC ZZZZZZ9.99.
           05 FILLER             PIC X(8)  VALUE "  RATE: ".
           05 WS_RR_OLD_RATE     PIC ZZZZZZ9.99.
           05 FILLER             PIC X(4)  VALUE " TO ".
           05 WS_RR_NEW_RATE     PIC ZZZZZZ9.99.
           05 FILLER             PIC X(9)  VALUE "  HOURS: ".
           05 WS_RR_HOURS        PIC ZZZ9.

       01 WS_STUB_RETRO_LINE.
           05 FILLER            PIC X(24) VALUE
              "  RETRO PAY FOR PERIOD: ".
           05 WS_PS_RETRO_PERIOD_ID PIC 9(8).
           05 FILLER            PIC X(8)  VALUE "  RATE: ".
           05 WS_PS_RETRO_OLD_RATE PIC ZZZZZZ9.99.
           05 FILLER            PIC X(4)  VALUE " TO ".
           05 WS_PS_RETRO_NEW_RATE PIC ZZZZZZ9.99.
           05 FILLER            PIC X(10) VALUE "  AMOUNT: ".
           05 WS_PS_RETRO_AMOUNT PIC ZZZZZZ9.99.

       01 WS_VOID_EMPLOYEE_ID PIC 9(5) VALUE 0.
       01 WS_VOID_FOUND_FLAG PIC X VALUE "N".
           88 WS_VOID_FOUND VALUE "Y".
       01 WS_VOID_ALREADY_FLAG PIC X VALUE "N".
           88 WS_VOID_ALREADY_REVERSED VALUE "Y".
       01 WS_VOID_NEG_AMT PIC S9(9)V99 VALUE 0.
       01 WS_VOID_PAYMENT_METHOD PIC X VALUE SPACE.
       01 WS_VOID_CHECK_NUMBER PIC 9(8) VALUE 0.

       01 WS_AUDIT_REVERSAL_LINE.
           05 WS_AR_TIMESTAMP       PIC X(21).
           05 WS_BD_EMPLOYEE_ID     PIC 9(5).
           05 WS_BD_NAME            PIC X(10).
           05 WS_BD_NET             PIC 9(7).
           05 WS_BD_TRACE_NUMBER    PIC 9(8).

       01 WS_BANK_TRAILER_LINE.
           05 FILLER                PIC X VALUE "T".
       01 WS_MASTER_IO_FLAG PIC X VALUE "N".
           88 WS_MASTER_OPEN_IO VALUE "Y".

       01 WS_CHECK_CONTROL_FILE_STATUS PIC XX VALUE "00".
           88 WS_CHECK_CONTROL_FILE_OK VALUE "00".
       01 WS_CHECK_REGISTER_FILE_STATUS PIC XX VALUE "00".
           88 WS_CHECK_REGISTER_FILE_OK VALUE "00".
           88 WS_CHECK_REGISTER_FILE_IS_NEW VALUE "35".
       01 WS_CHECK_CONTROL_FLAG PIC X VALUE "N".
           88 WS_CHECK_CONTROL_NOT_LOADED VALUE "N".
           88 WS_CHECK_CONTROL_LOADED VALUE "Y".
           88 WS_CHECK_CONTROL_UNAVAILABLE VALUE "X".
       01 WS_CHECK_NUMBER_FLAG PIC X VALUE "N".
           88 WS_CHECK_NUMBER_ASSIGNED VALUE "Y".
       01 WS_CHECK_PAYMENT_METHOD PIC X VALUE SPACE.
       01 WS_CHECK_ITEM_NUMBER PIC 9(8) VALUE 0.
       01 WS_CHECKS_SKIPPED_COUNT PIC 9(5) VALUE 0.

       01 WS_PAY_CALENDAR_FILE_STATUS PIC XX VALUE "00".
           88 WS_PAY_CALENDAR_FILE_OK VALUE "00".
       01 WS_PAY_CALENDAR_EOF_FLAG PIC X VALUE "N".
           88 WS_PAY_CALENDAR_END_OF_FILE VALUE "Y".
       01 WS_LAST_RUN_FILE_STATUS PIC XX VALUE "00".
           88 WS_LAST_RUN_FILE_OK VALUE "00".
       01 WS_LAST_RUN_EOF_FLAG PIC X VALUE "N".
           88 WS_LAST_RUN_END_OF_FILE VALUE "Y".
       01 WS_LAST_RUN_TABLE.
           05 WS_LAST_RUN_COUNT PIC 9 VALUE 0.
           05 WS_LAST_RUN_ENTRY OCCURS 4 TIMES PIC X(9).
       01 WS_LAST_RUN_INDEX PIC 9 VALUE 0.

       01 WS_PAY_CALENDAR_TABLE.
           05 WS_CALENDAR_ENTRY_COUNT PIC 9(3) VALUE 0.
           05 FILLER PIC X(132) VALUE "PAPER CHECK REGISTER".

       01 WS_PAPER_CHECK_LINE.
           05 WS_PC_CHECK_NUMBER PIC 9(8).
           05 FILLER            PIC X VALUE SPACE.
           05 WS_PC_EMPLOYEE_ID PIC 9(5).
           05 FILLER            PIC X VALUE SPACE.
           05 WS_PC_NAME        PIC X(10).
           05 WS_AL_DEDUCTIONS      PIC ZZZZZZ9.99.
           05 FILLER                PIC X VALUE SPACE.
           05 WS_AL_NET             PIC ZZZZZZ9.
           05 FILLER                PIC X VALUE SPACE.
           05 WS_AL_EARNING_TYPE    PIC X(4).

       01 WS_CURRENT_DATE_TIME PIC X(21).
       01 WS_CURRENT_DATE_YYYYMMDD PIC 9(8) VALUE 0.
           88 WS_PERIOD_CONTROL_END_OF_FILE VALUE "Y".
       01 WS_PERIOD_CLOSED_FLAG PIC X VALUE "N".
           88 WS_PERIOD_IS_CLOSED VALUE "Y".
       01 WS_CLOSED_PERIOD_TABLE.
           05 WS_CLOSED_PERIOD_COUNT PIC 9(4) VALUE 0.
           05 WS_CLOSED_PERIOD_ENTRY OCCURS 2000 TIMES.
               10 WS_CLOSED_PERIOD_ID PIC 9(8).
               10 WS_CLOSED_PAY_FREQUENCY PIC X.
       01 WS_CLOSED_PERIOD_INDEX PIC 9(4) VALUE 0.
       01 WS_CLOSED_FOUND_INDEX PIC 9(4) VALUE 0.
       01 WS_PERIOD_MONTH PIC 9(2) VALUE 0.
       01 WS_PERIOD_QUARTER PIC 9 VALUE 0.
       01 WS_LAST_PERIOD_MONTH PIC 9(2) VALUE 0.
       01 WS_POST_QTD_FLAG PIC X VALUE "Y".
       01 WS_LATE_POSTING_FLAG PIC X VALUE "N".
           88 WS_IS_LATE_POSTING VALUE "Y".
       01 WS_BUCKET_PERIOD_ID PIC 9(8) VALUE 0.

       01 WS_RATE_EFFECTIVE_DATES.
           05 WS_TX1_EFF_DATE   PIC 9(8) VALUE 0.
           05 WS_ERPN_EFF_DATE  PIC 9(8) VALUE 0.
           05 WS_VACR_EFF_DATE  PIC 9(8) VALUE 0.
           05 WS_SICK_EFF_DATE  PIC 9(8) VALUE 0.
           05 WS_SUPP_EFF_DATE  PIC 9(8) VALUE 0.
           05 WS_ALLW_EFF_DATE  PIC 9(8) VALUE 0.

       01 WS_TOTAL_GROSS PIC 9(9)V99 VALUE 0.
       01 WS_TOTAL_NET PIC 9(9) VALUE 0.

       01 WS_GL_JOURNAL_FILE_STATUS PIC XX VALUE "00".
           88 WS_GL_JOURNAL_FILE_OK VALUE "00".
       01 WS_GL_WAGE_ACCOUNT PIC X(4) VALUE "5100".

       01 WS_TOTAL_SOCIAL_SEC_AMT PIC 9(9)V99 VALUE 0.
       01 WS_TOTAL_UNEMPLOY_AMT PIC 9(9)V99 VALUE 0.
               10 WS_DEPT_TAX PIC 9(9)V99.
               10 WS_DEPT_DEDUCTIONS PIC 9(9)V99.
               10 WS_DEPT_NET PIC 9(9).
               10 WS_DEPT_ER_CONTRIB PIC 9(9)V99.
       01 WS_DEPT_INDEX PIC 9(3) VALUE 0.
       01 WS_DEPT_FOUND_FLAG PIC X VALUE "N".
           88 WS_DEPT_FOUND VALUE "Y".
           88 WS_DEPT_NOT_FOUND VALUE "N".

       01 WS_DIST_TABLE.
           05 WS_DIST_COUNT PIC 9(2) VALUE 0.
           05 WS_DIST_ENTRY OCCURS 21 TIMES.
               10 WS_DIST_DEPARTMENT PIC X(4).
               10 WS_DIST_DEPT_INDEX PIC 9(3).
               10 WS_DIST_WORKED_HOURS PIC 9(4).
               10 WS_DIST_HOLIDAY_HOURS PIC 9(4).
               10 WS_DIST_LEAVE_HOURS PIC 9(4).
               10 WS_DIST_REGULAR_HOURS PIC 9(3)V99.
               10 WS_DIST_OVERTIME_HOURS PIC 9(3)V99.
               10 WS_DIST_REGULAR_COST PIC 9(7)V99.
               10 WS_DIST_OVERTIME_COST PIC 9(7)V99.
               10 WS_DIST_HOLIDAY_COST PIC 9(7)V99.
               10 WS_DIST_LEAVE_COST PIC 9(7)V99.
               10 WS_DIST_OTHER_COST PIC 9(7)V99.
               10 WS_DIST_GROSS PIC 9(7)V99.
               10 WS_DIST_ER_COST PIC 9(7)V99.
               10 WS_DIST_SHARE PIC 9(7)V99.
       01 WS_DIST_INDEX PIC 9(2) VALUE 0.
       01 WS_DIST_FOUND_FLAG PIC X VALUE "N".
           88 WS_DIST_FOUND VALUE "Y".
       01 WS_DIST_DEPARTMENT_KEY PIC X(4) VALUE SPACES.
       01 WS_DIST_LINE_WORKED PIC 9(4) VALUE 0.
       01 WS_DIST_LINE_HOLIDAY PIC 9(4) VALUE 0.
       01 WS_DIST_LINE_LEAVE PIC 9(4) VALUE 0.
       01 WS_DIST_LEAVE_TOTAL PIC 9(4) VALUE 0.
       01 WS_DIST_SPLIT_AMOUNT PIC 9(7)V99 VALUE 0.
       01 WS_DIST_AMOUNT_LEFT PIC 9(7)V99 VALUE 0.
       01 WS_DIST_BASIS PIC 9(7)V99 VALUE 0.
       01 WS_DIST_BASIS_LEFT PIC 9(7)V99 VALUE 0.
       01 WS_DIST_WHOLE_SHARE PIC 9(7) VALUE 0.
       01 WS_DIST_COMPONENT_TOTAL PIC 9(7)V99 VALUE 0.
       01 WS_DIST_ER_TOTAL PIC 9(7)V99 VALUE 0.
       01 WS_DIST_TARGET PIC XX VALUE SPACES.
       01 WS_DIST_SPLIT_BASIS_CODE PIC X VALUE "G".
           88 WS_DIST_BY_WORKED_HOURS VALUE "W".
           88 WS_DIST_BY_HOLIDAY_HOURS VALUE "H".
           88 WS_DIST_BY_LEAVE_HOURS VALUE "L".
           88 WS_DIST_BY_GROSS VALUE "G".
       01 WS_DIST_WHOLE_FLAG PIC X VALUE "N".
           88 WS_DIST_IN_WHOLE_UNITS VALUE "Y".
       01 WS_DIST_HOME_ONLY_FLAG PIC X VALUE "N".
           88 WS_DIST_HOME_ONLY VALUE "Y".

       01 WS_REGISTER_DEPT_HEADING.
           05 FILLER PIC X(132) VALUE "DEPARTMENT SUBTOTALS".

           05 WS_RB_DEDUCTIONS   PIC ZZZZZZ9.99.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WS_RB_NET          PIC ZZZZZZ9.
           05 FILLER             PIC X(6) VALUE "  ER:".
           05 WS_RB_ER_CONTRIB   PIC ZZZZZZ9.99.

       01 WS_GL_DETAIL_LINE.
           05 WS_GL_ACCOUNT      PIC X(4).
       01 WS_REGISTER_HEADING_1.
           05 FILLER PIC X(27) VALUE "PAYROLL REGISTER   PERIOD: ".
           05 WS_RH_PERIOD_ID PIC 9(8).
           05 FILLER PIC X(14) VALUE "   FREQUENCY: ".
           05 WS_RH_PAY_FREQUENCY PIC X(12).

       01 WS_REGISTER_HEADING_2.
           05 FILLER PIC X(6)  VALUE "ID".
           05 FILLER            PIC X(7)  VALUE "  TAX: ".
           05 WS_PS_TAX         PIC ZZZZZZ9.99.

       01 WS_STUB_ELECTION_LINE.
           05 FILLER            PIC X(15) VALUE "  WITHHOLDING: ".
           05 WS_PS_WH_SOURCE   PIC X(8).
           05 FILLER            PIC X(10) VALUE "  STATUS: ".
           05 WS_PS_WH_FILING_STATUS PIC X.
           05 FILLER            PIC X(14) VALUE "  ALLOWANCES: ".
           05 WS_PS_WH_ALLOWANCES PIC Z9.
           05 FILLER            PIC X(9)  VALUE "  EXTRA: ".
           05 WS_PS_WH_EXTRA    PIC ZZZZ9.99.
           05 FILLER            PIC X(10) VALUE "  EXEMPT: ".
           05 WS_PS_WH_EXEMPT   PIC X.

       01 WS_STUB_VOLDED_LINE.
           05 FILLER            PIC X(13) VALUE "  DEDUCTION ".
           05 WS_PS_DED_TYPE    PIC X(4).
           05 FILLER            PIC X(7)  VALUE "  NET: ".
           05 WS_PS_YTD_NET     PIC ZZZZZZZZ9.99.

       01 WS_SUPPLEMENTAL_FILE_STATUS PIC XX VALUE "00".
           88 WS_SUPPLEMENTAL_FILE_OK VALUE "00".
       01 WS_SUPPLEMENTAL_EOF_FLAG PIC X VALUE "N".
           88 WS_SUPPLEMENTAL_END_OF_FILE VALUE "Y".
       01 WS_SUPP_EXCEPTION_FILE_STATUS PIC XX VALUE "00".
           88 WS_SUPP_EXCEPTION_FILE_OK VALUE "00".
       01 WS_OFF_CYCLE_FLAG PIC X VALUE "N".
           88 WS_IS_OFF_CYCLE_RUN VALUE "Y".
       01 WS_PAYMENT_SEQUENCE PIC 9(2) VALUE 0.
       01 WS_SEQUENCE_FREE_FLAG PIC X VALUE "N".
           88 WS_SEQUENCE_IS_FREE VALUE "Y".
       01 WS_EARNING_TYPE PIC X(4) VALUE "REG ".
           88 WS_SUPP_EARNING_TYPE_VALID VALUE "BONS" "COMM" "ONET".
       01 WS_SUPPLEMENTAL_PAY PIC 9(7)V99 VALUE 0.
       01 WS_SUPP_REJECT_REASON PIC X(20) VALUE SPACES.

       01 WS_SUPP_REGISTER_HEADING_1.
           05 FILLER PIC X(40) VALUE
              "OFF-CYCLE SUPPLEMENTAL REGISTER   DATE: ".
           05 WS_SH_PAY_DATE PIC 9(8).

       01 WS_SUPP_REGISTER_HEADING_2.
           05 FILLER PIC X(6)  VALUE "ID".
           05 FILLER PIC X(11) VALUE "NAME".
           05 FILLER PIC X(5)  VALUE "DEPT".
           05 FILLER PIC X(16) VALUE "TYPE".
           05 FILLER PIC X(13) VALUE "        GROSS".
           05 FILLER PIC X(12) VALUE "     SOC-SEC".
           05 FILLER PIC X(11) VALUE "     UNEMPL".
           05 FILLER PIC X(11) VALUE "    PENSION".
           05 FILLER PIC X(11) VALUE "        TAX".
           05 FILLER PIC X(11) VALUE "       DEDS".
           05 FILLER PIC X(9)  VALUE "      NET".

       01 WS_SUPP_REGISTER_DETAIL_LINE.
           05 WS_SR_EMPLOYEE_ID  PIC 9(5).
           05 FILLER             PIC X        VALUE SPACE.
           05 WS_SR_NAME         PIC X(10).
           05 FILLER             PIC X        VALUE SPACE.
           05 WS_SR_DEPARTMENT   PIC X(4).
           05 FILLER             PIC X        VALUE SPACE.
           05 WS_SR_EARNING_TYPE PIC X(4).
           05 FILLER             PIC X(14)    VALUE SPACES.
           05 WS_SR_GROSS        PIC ZZZZZZ9.99.
           05 FILLER             PIC X(2)     VALUE SPACES.
           05 WS_SR_SOCIAL_SEC   PIC ZZZZZZ9.99.
           05 FILLER             PIC X        VALUE SPACE.
           05 WS_SR_UNEMPLOYMENT PIC ZZZZZZ9.99.
           05 FILLER             PIC X        VALUE SPACE.
           05 WS_SR_PENSION      PIC ZZZZZZ9.99.
           05 FILLER             PIC X        VALUE SPACE.
           05 WS_SR_TAX          PIC ZZZZZZ9.99.
           05 FILLER             PIC X        VALUE SPACE.
           05 WS_SR_DEDUCTIONS   PIC ZZZZZZ9.99.
           05 FILLER             PIC X(2)     VALUE SPACES.
           05 WS_SR_NET          PIC ZZZZZZ9.

       01 WS_STUB_SUPPLEMENTAL_LINE.
           05 FILLER            PIC X(24) VALUE
              "  SUPPLEMENTAL PAYMENT  ".
           05 FILLER            PIC X(6)  VALUE "TYPE: ".
           05 WS_PS_EARNING_TYPE PIC X(4).
           05 FILLER            PIC X(12) VALUE "  PAY DATE: ".
           05 WS_PS_PAY_DATE    PIC 9(8).
           05 FILLER            PIC X(9)  VALUE "  GROSS: ".
           05 WS_PS_SUPP_GROSS  PIC ZZZZZZ9.99.

       01 WS_SUPP_EXCEPTION_HEADING.
           05 FILLER PIC X(132) VALUE
              "SUPPLEMENTAL PAYMENT EXCEPTION LIST".

       01 WS_SUPP_EXCEPTION_LINE.
           05 WS_SX_REASON       PIC X(20).
           05 FILLER             PIC X VALUE SPACE.
           05 WS_SX_EMPLOYEE_ID  PIC X(5).
           05 FILLER             PIC X VALUE SPACE.
           05 WS_SX_EARNING_TYPE PIC X(4).
           05 FILLER             PIC X(10) VALUE "  AMOUNT: ".
           05 WS_SX_AMOUNT       PIC ZZZZZZ9.99.

       01 WS_FINAL_EXCEPTION_FILE_STATUS PIC XX VALUE "00".
           88 WS_FINAL_EXCEPTION_FILE_OK VALUE "00".
       01 WS_FINAL_PAY_FLAG PIC X VALUE "N".
           88 WS_IS_FINAL_PAY_RUN VALUE "Y".
       01 WS_FINAL_REJECT_REASON PIC X(24) VALUE SPACES.
       01 WS_FINAL_NOTHING_DUE_COUNT PIC 9(5) VALUE 0.
       01 WS_FINAL_TC_FOUND_FLAG PIC X VALUE "N".
           88 WS_FINAL_TC_FOUND VALUE "Y".
       01 WS_FINAL_TC_PAID_FLAG PIC X VALUE "N".
           88 WS_FINAL_TC_ALREADY_PAID VALUE "Y".
       01 WS_FINAL_TC_UNPAID_COUNT PIC 9(3) VALUE 0.
       01 WS_FINAL_TC_CHECKED_PERIOD PIC 9(8) VALUE 0.
       01 WS_FINAL_TIMECARD.
           05 WS_FINAL_TC_PERIOD_ID PIC 9(8) VALUE 0.
           05 WS_FINAL_TC_WORKED_HOURS PIC 9(3) VALUE 0.
           05 WS_FINAL_TC_HOLIDAY_HOURS PIC 9(3) VALUE 0.
           05 WS_FINAL_TC_VACATION_HOURS PIC 9(3) VALUE 0.
           05 WS_FINAL_TC_SICK_HOURS PIC 9(3) VALUE 0.
       01 WS_FINAL_PAYOUT_HOURS PIC 9(5)V99 VALUE 0.
       01 WS_FINAL_PAYOUT_RATE PIC 9(5)V99 VALUE 0.
       01 WS_FINAL_PAYOUT_PAY PIC 9(7)V99 VALUE 0.
       01 WS_FINAL_SALARY_PERIODS PIC 9(3) VALUE 0.
       01 WS_FINAL_LAST_PAID_PERIOD PIC 9(8) VALUE 0.
       01 WS_FINAL_SCAN_DONE_FLAG PIC X VALUE "N".
           88 WS_FINAL_SCAN_DONE VALUE "Y".

       01 WS_FINAL_REGISTER_HEADING_1.
           05 FILLER PIC X(40) VALUE
              "FINAL PAY REGISTER                DATE: ".
           05 WS_FH_PAY_DATE PIC 9(8).

       01 WS_STUB_FINAL_LINE.
           05 FILLER            PIC X(21) VALUE
              "  *** FINAL PAY ***  ".
           05 FILLER            PIC X(12) VALUE "TERMINATED: ".
           05 WS_PS_TERMINATION_DATE PIC 9(8).
           05 FILLER            PIC X(10) VALUE "  REASON: ".
           05 WS_PS_TERMINATION_REASON PIC X(3).
           05 FILLER            PIC X(15) VALUE "  LAST PERIOD: ".
           05 WS_PS_FINAL_PERIOD_ID PIC 9(8).

       01 WS_STUB_PAYOUT_LINE.
           05 FILLER            PIC X(23) VALUE
              "  VACATION PAYOUT HRS: ".
           05 WS_PS_PAYOUT_HOURS PIC ZZZZ9.99.
           05 FILLER            PIC X(8)  VALUE "  RATE: ".
           05 WS_PS_PAYOUT_RATE PIC ZZZZ9.99.
           05 FILLER            PIC X(10) VALUE "  AMOUNT: ".
           05 WS_PS_PAYOUT_AMOUNT PIC ZZZZZZ9.99.

       01 WS_FINAL_EXCEPTION_HEADING.
           05 FILLER PIC X(132) VALUE
              "FINAL PAY EXCEPTION LIST".

       01 WS_FINAL_EXCEPTION_LINE.
           05 WS_FX_REASON       PIC X(24).
           05 FILLER             PIC X VALUE SPACE.
           05 WS_FX_EMPLOYEE_ID  PIC 9(5).
           05 FILLER             PIC X VALUE SPACE.
           05 WS_FX_NAME         PIC X(10).
           05 FILLER             PIC X(14) VALUE "  TERMINATED: ".
           05 WS_FX_TERMINATION_DATE PIC 9(8).

       01 WS_REGISTER_TOTAL_LINE.
           05 FILLER            PIC X(10) VALUE "TOTALS".
           05 FILLER            PIC X(13) VALUE SPACES.
           PERFORM LOAD-RATES
           PERFORM OPEN-YTD-FILE
           PERFORM OPEN-DEDUCTION-FILE
           PERFORM OPEN-DEDUCTION-TAKEN-FILE
           PERFORM OPEN-LABOR-DIST-FILE
           PERFORM OPEN-PAY-HISTORY-FILE
           PERFORM OPEN-RATE-HISTORY-FILE
           PERFORM OPEN-ELECTION-FILE
           PERFORM OPEN-AUDIT-LOG
           PERFORM LOAD-RUN-PARAMETERS
           EVALUATE TRUE
           END-EVALUATE.
           PERFORM CLOSE-YTD-FILE.
           PERFORM CLOSE-DEDUCTION-FILE.
           PERFORM CLOSE-DEDUCTION-TAKEN-FILE.
           PERFORM CLOSE-LABOR-DIST-FILE.
           PERFORM CLOSE-PAY-HISTORY-FILE.
           PERFORM CLOSE-RATE-HISTORY-FILE.
           PERFORM CLOSE-ELECTION-FILE.
           PERFORM CLOSE-AUDIT-LOG.
           STOP RUN.

           DISPLAY "4. Trial-run (proof) of the batch payroll"
           DISPLAY "5. Reprocess corrected suspense records"
           DISPLAY "6. Void/reverse a posted employee payment"
           DISPLAY "7. Off-cycle supplemental payment run (bonus, "
               "commission, one-time)"
           DISPLAY "8. Final pay run for terminated employees"
           DISPLAY "Select mode (1/2/3/4/5/6/7/8): "
           ACCEPT WS_RUN_MODE
           EVALUATE WS_RUN_MODE
               WHEN "2"
                   PERFORM GET-PAY-PERIOD
                   PERFORM BATCH-PAYROLL-RUN
               WHEN "3"
                   PERFORM GET-RUN-PAY-FREQUENCY
                   PERFORM REVERSE-CALCULATE-ENTRY
               WHEN "4"
                   PERFORM GET-PAY-PERIOD
                   PERFORM GET-PROOF-VARIANCE
                   PERFORM PROOF-PAYROLL-RUN
               WHEN "5"
                   PERFORM GET-RUN-PAY-FREQUENCY
                   PERFORM REPROCESS-SUSPENSE-RUN
               WHEN "6"
                   PERFORM GET-VOID-PARAMETERS
                   PERFORM VOID-REVERSAL-RUN
               WHEN "7"
                   PERFORM GET-SUPPLEMENTAL-PAY-DATE
                   PERFORM SUPPLEMENTAL-PAYMENT-RUN
               WHEN "8"
                   PERFORM GET-FINAL-PAY-DATE
                   PERFORM FINAL-PAY-RUN
               WHEN OTHER
                   PERFORM GET-PAY-PERIOD
                   PERFORM CHECK-PERIOD-CONTROL
           ELSE
               MOVE "Y" TO WS_UNATTENDED_FLAG
               MOVE PARM_RUN_MODE TO WS_PARM_RUN_MODE
               IF PARM_PAY_FREQUENCY NOT = SPACE
                   MOVE PARM_PAY_FREQUENCY TO WS_RUN_PAY_FREQUENCY
               END-IF
               IF NOT WS_RUN_PAY_FREQUENCY_VALID
                   DISPLAY "Invalid pay frequency '"
                       WS_RUN_PAY_FREQUENCY "' in parameter file "
                       WS_PARAMETER_FILE_NAME " - run aborted."
                   MOVE "Y" TO WS_PARM_ABORT_FLAG
               ELSE
                   PERFORM SET-RUN-PAY-FREQUENCY
               END-IF
               IF PARM_PAY_PERIOD_DATE = 0
                   EVALUATE PARM_RUN_MODE
                       WHEN "V"
                           MOVE 0 TO WS_PAY_PERIOD_ID
                       WHEN "S" WHEN "F"
                           MOVE WS_CURRENT_DATE_YYYYMMDD
                               TO WS_PAY_PERIOD_ID
                       WHEN OTHER
                           PERFORM LOAD-PAY-CALENDAR
                           PERFORM LOAD-LAST-RUN-PERIOD
                           PERFORM FIND-NEXT-OPEN-PERIOD
                           IF WS_NEXT_OPEN_PERIOD_ID > 0
                               MOVE WS_NEXT_OPEN_PERIOD_ID
                                   TO WS_PAY_PERIOD_ID
                           ELSE
                               MOVE WS_CURRENT_DATE_YYYYMMDD
                                   TO WS_PAY_PERIOD_ID
                           END-IF
                   END-EVALUATE
               ELSE
                   MOVE PARM_PAY_PERIOD_DATE TO WS_PAY_PERIOD_ID
               END-IF
               IF PARM_EMPLOYEE_ID IS NUMERIC
                   MOVE PARM_EMPLOYEE_ID TO WS_VOID_EMPLOYEE_ID
               END-IF
               IF PARM_RUN_MODE = "V"
                  AND PARM_PAYMENT_SEQUENCE IS NUMERIC
                   MOVE PARM_PAYMENT_SEQUENCE TO WS_PAYMENT_SEQUENCE
               END-IF
           END-IF
           EXIT.

                   PERFORM REPROCESS-SUSPENSE-RUN
               WHEN "V"
                   PERFORM VOID-REVERSAL-RUN
               WHEN "S"
                   PERFORM SUPPLEMENTAL-PAYMENT-RUN
               WHEN "F"
                   PERFORM FINAL-PAY-RUN
               WHEN OTHER
                   DISPLAY "Unknown run mode '" WS_PARM_RUN_MODE
                       "' in parameter file - run aborted."
           ACCEPT WS_VARIANCE_PCT
           EXIT.

       GET-RUN-PAY-FREQUENCY SECTION.
           PERFORM WITH TEST AFTER UNTIL WS_RUN_PAY_FREQUENCY_VALID
               DISPLAY "Pay frequency for this run (W=weekly, "
                   "B=biweekly, S=semi-monthly, M=monthly): "
               ACCEPT WS_RUN_PAY_FREQUENCY
               IF WS_RUN_PAY_FREQUENCY = SPACE
                   MOVE "W" TO WS_RUN_PAY_FREQUENCY
               END-IF
               IF NOT WS_RUN_PAY_FREQUENCY_VALID
                   DISPLAY "Unknown pay frequency - please re-enter."
               END-IF
           END-PERFORM
           PERFORM SET-RUN-PAY-FREQUENCY
           EXIT.

       SET-RUN-PAY-FREQUENCY SECTION.
           EVALUATE WS_RUN_PAY_FREQUENCY
               WHEN "B"
                   MOVE "BIWEEKLY" TO WS_RUN_PAY_FREQUENCY_NAME
                   MOVE "PRIOR_PERIOD_B.DAT"
                       TO WS_PRIOR_PERIOD_FILE_NAME
               WHEN "S"
                   MOVE "SEMI-MONTHLY" TO WS_RUN_PAY_FREQUENCY_NAME
                   MOVE "PRIOR_PERIOD_S.DAT"
                       TO WS_PRIOR_PERIOD_FILE_NAME
               WHEN "M"
                   MOVE "MONTHLY" TO WS_RUN_PAY_FREQUENCY_NAME
                   MOVE "PRIOR_PERIOD_M.DAT"
                       TO WS_PRIOR_PERIOD_FILE_NAME
               WHEN OTHER
                   MOVE "W" TO WS_RUN_PAY_FREQUENCY
                   MOVE "WEEKLY" TO WS_RUN_PAY_FREQUENCY_NAME
                   MOVE "PRIOR_PERIOD.DAT"
                       TO WS_PRIOR_PERIOD_FILE_NAME
           END-EVALUATE
           MOVE WS_RUN_PAY_FREQUENCY TO PAY_FREQUENCY
           PERFORM SET-PAY-FREQUENCY-RULES
           EXIT.

       SET-PAY-FREQUENCY-RULES SECTION.
           IF PAY_FREQUENCY = SPACE
               MOVE "W" TO PAY_FREQUENCY
           END-IF
           EVALUATE PAY_FREQUENCY
               WHEN "B"
                   MOVE 2 TO PAY_FREQUENCY_FACTOR
               WHEN "S"
                   MOVE 2.1667 TO PAY_FREQUENCY_FACTOR
               WHEN "M"
                   MOVE 4.3333 TO PAY_FREQUENCY_FACTOR
               WHEN OTHER
                   MOVE 1 TO PAY_FREQUENCY_FACTOR
           END-EVALUATE
           COMPUTE OVERTIME_THRESHOLD_HOURS ROUNDED =
               WEEKLY_OVERTIME_HOURS * PAY_FREQUENCY_FACTOR
           COMPUTE PERIOD_HOURS_LIMIT ROUNDED =
               WEEKLY_HOURS_LIMIT * PAY_FREQUENCY_FACTOR
           EXIT.

       GET-PAY-PERIOD SECTION.
           PERFORM GET-RUN-PAY-FREQUENCY
           PERFORM LOAD-PAY-CALENDAR
           PERFORM LOAD-LAST-RUN-PERIOD
           PERFORM FIND-NEXT-OPEN-PERIOD
                       AT END
                           MOVE "Y" TO WS_PAY_CALENDAR_EOF_FLAG
                       NOT AT END
                           IF PCAL_PAY_FREQUENCY = SPACE
                               MOVE "W" TO PCAL_PAY_FREQUENCY
                           END-IF
                           IF PCAL_PAY_FREQUENCY =
                              WS_RUN_PAY_FREQUENCY
                               PERFORM LOAD-PAY-CALENDAR-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           EXIT.

       LOAD-PAY-CALENDAR-ENTRY SECTION.
           IF WS_CALENDAR_ENTRY_COUNT < 100
               ADD 1 TO WS_CALENDAR_ENTRY_COUNT
               MOVE PCAL_PERIOD_ID TO
                   WS_CAL_PERIOD_ID(WS_CALENDAR_ENTRY_COUNT)
           ELSE
               DISPLAY "WARNING: pay calendar table full - period "
                   PCAL_PERIOD_ID " ignored."
           END-IF
           EXIT.

       LOAD-LAST-RUN-PERIOD SECTION.
           MOVE 0 TO WS_LAST_RUN_PERIOD_ID
           MOVE 0 TO WS_LAST_RUN_COUNT
           OPEN INPUT LAST_RUN_FILE
           IF WS_LAST_RUN_FILE_OK
               MOVE "N" TO WS_LAST_RUN_EOF_FLAG
               PERFORM UNTIL WS_LAST_RUN_END_OF_FILE
                   READ LAST_RUN_FILE
                       AT END
                           MOVE "Y" TO WS_LAST_RUN_EOF_FLAG
                       NOT AT END
                           PERFORM LOAD-LAST-RUN-ENTRY
                   END-READ
               END-PERFORM
               CLOSE LAST_RUN_FILE
           END-IF
           EXIT.

       LOAD-LAST-RUN-ENTRY SECTION.
           IF LR_PAY_FREQUENCY = SPACE
               MOVE "W" TO LR_PAY_FREQUENCY
           END-IF
           IF LR_PAY_FREQUENCY = WS_RUN_PAY_FREQUENCY
               MOVE LR_PERIOD_ID TO WS_LAST_RUN_PERIOD_ID
           END-IF
           IF WS_LAST_RUN_COUNT < 4
               ADD 1 TO WS_LAST_RUN_COUNT
               MOVE LAST_RUN_RECORD
                   TO WS_LAST_RUN_ENTRY(WS_LAST_RUN_COUNT)
           END-IF
           EXIT.

       FIND-NEXT-OPEN-PERIOD SECTION.
           MOVE 0 TO WS_NEXT_OPEN_PERIOD_ID
           MOVE 0 TO WS_CALENDAR_INDEX
       CHECK-PAY-CALENDAR SECTION.
           MOVE "Y" TO WS_CALENDAR_OK_FLAG
           IF WS_CALENDAR_ENTRY_COUNT = 0
               DISPLAY "WARNING: PAY_CALENDAR.DAT has no "
                   WS_RUN_PAY_FREQUENCY_NAME " periods - the "
                   "pay-period date was not validated against the "
                   "schedule."
           ELSE
               MOVE "N" TO WS_CALENDAR_OK_FLAG
               MOVE 0 TO WS_CALENDAR_INDEX
           PERFORM CHECK-PAY-CALENDAR
           IF WS_PERIOD_NOT_ON_CALENDAR
               DISPLAY "Pay period " WS_PAY_PERIOD_ID " is not a "
                   "scheduled " WS_RUN_PAY_FREQUENCY_NAME
                   " period on PAY_CALENDAR.DAT - batch run aborted."
               MOVE "N" TO WS_PERIOD_CHECK_FLAG
           ELSE
               IF WS_PAY_PERIOD_ID <= WS_LAST_RUN_PERIOD_ID
           EXIT.

       WRITE-LAST-RUN-PERIOD SECTION.
           PERFORM LOAD-LAST-RUN-PERIOD
           IF WS_PAY_PERIOD_ID > WS_LAST_RUN_PERIOD_ID
               OPEN OUTPUT LAST_RUN_FILE
               IF WS_LAST_RUN_FILE_OK
                   MOVE WS_PAY_PERIOD_ID TO LR_PERIOD_ID
                   MOVE WS_RUN_PAY_FREQUENCY TO LR_PAY_FREQUENCY
                   WRITE LAST_RUN_RECORD
                   MOVE 0 TO WS_LAST_RUN_INDEX
                   PERFORM UNTIL WS_LAST_RUN_INDEX >= WS_LAST_RUN_COUNT
                       ADD 1 TO WS_LAST_RUN_INDEX
                       MOVE WS_LAST_RUN_ENTRY(WS_LAST_RUN_INDEX)
                           TO LAST_RUN_RECORD
                       IF LR_PAY_FREQUENCY NOT = WS_RUN_PAY_FREQUENCY
                           WRITE LAST_RUN_RECORD
                       END-IF
                   END-PERFORM
                   CLOSE LAST_RUN_FILE
               ELSE
                   DISPLAY "WARNING: LAST_RUN.DAT could not be "

       CHECK-PERIOD-CONTROL SECTION.
           MOVE "N" TO WS_PERIOD_CLOSED_FLAG
           PERFORM LOAD-CLOSED-PERIODS
           MOVE 0 TO WS_CLOSED_PERIOD_INDEX
           PERFORM UNTIL WS_CLOSED_PERIOD_INDEX >=
                         WS_CLOSED_PERIOD_COUNT
               ADD 1 TO WS_CLOSED_PERIOD_INDEX
               IF WS_CLOSED_PERIOD_ID(WS_CLOSED_PERIOD_INDEX) =
                  WS_PAY_PERIOD_ID
                  AND (WS_CLOSED_PAY_FREQUENCY(WS_CLOSED_PERIOD_INDEX)
                       = SPACE
                   OR WS_CLOSED_PAY_FREQUENCY(WS_CLOSED_PERIOD_INDEX)
                       = WS_RUN_PAY_FREQUENCY)
                   MOVE "Y" TO WS_PERIOD_CLOSED_FLAG
               END-IF
           END-PERFORM
           EXIT.

       LOAD-CLOSED-PERIODS SECTION.
           MOVE 0 TO WS_CLOSED_PERIOD_COUNT
           OPEN INPUT PERIOD_CONTROL_FILE
           IF WS_PERIOD_CONTROL_FILE_OK
               MOVE "N" TO WS_PERIOD_CONTROL_EOF_FLAG
                       AT END
                           MOVE "Y" TO WS_PERIOD_CONTROL_EOF_FLAG
                       NOT AT END
                           PERFORM APPLY-PERIOD-CONTROL-RECORD
                   END-READ
               END-PERFORM
               CLOSE PERIOD_CONTROL_FILE
           END-IF
           EXIT.

       APPLY-PERIOD-CONTROL-RECORD SECTION.
           MOVE 0 TO WS_CLOSED_FOUND_INDEX
           MOVE 0 TO WS_CLOSED_PERIOD_INDEX
           PERFORM UNTIL WS_CLOSED_FOUND_INDEX > 0
              OR WS_CLOSED_PERIOD_INDEX >= WS_CLOSED_PERIOD_COUNT
               ADD 1 TO WS_CLOSED_PERIOD_INDEX
               IF WS_CLOSED_PERIOD_ID(WS_CLOSED_PERIOD_INDEX) =
                  PC_PERIOD_ID
                  AND WS_CLOSED_PAY_FREQUENCY(WS_CLOSED_PERIOD_INDEX)
                      = PC_PAY_FREQUENCY
                   MOVE WS_CLOSED_PERIOD_INDEX TO WS_CLOSED_FOUND_INDEX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN PC_STATUS = "C" AND WS_CLOSED_FOUND_INDEX = 0
                   IF WS_CLOSED_PERIOD_COUNT < 2000
                       ADD 1 TO WS_CLOSED_PERIOD_COUNT
                       MOVE PC_PERIOD_ID TO
                           WS_CLOSED_PERIOD_ID(WS_CLOSED_PERIOD_COUNT)
                       MOVE PC_PAY_FREQUENCY TO WS_CLOSED_PAY_FREQUENCY
                           (WS_CLOSED_PERIOD_COUNT)
                   ELSE
                       DISPLAY "WARNING: more than 2000 closed "
                           "periods on PERIOD_CONTROL.DAT - period "
                           PC_PERIOD_ID " not checked."
                   END-IF
               WHEN PC_STATUS = "O" AND WS_CLOSED_FOUND_INDEX > 0
                   MOVE WS_CLOSED_PERIOD_ENTRY(WS_CLOSED_PERIOD_COUNT)
                       TO WS_CLOSED_PERIOD_ENTRY(WS_CLOSED_FOUND_INDEX)
                   SUBTRACT 1 FROM WS_CLOSED_PERIOD_COUNT
           END-EVALUATE
           EXIT.

       OPEN-YTD-FILE SECTION.
           OPEN I-O YTD_FILE
           IF WS_YTD_FILE_IS_NEW
           CLOSE DEDUCTION_MASTER_FILE
           EXIT.

       OPEN-DEDUCTION-TAKEN-FILE SECTION.
           OPEN I-O DEDUCTION_TAKEN_FILE
           IF WS_DED_TAKEN_FILE_IS_NEW
               OPEN OUTPUT DEDUCTION_TAKEN_FILE
               CLOSE DEDUCTION_TAKEN_FILE
               OPEN I-O DEDUCTION_TAKEN_FILE
           END-IF
           IF NOT WS_DED_TAKEN_FILE_OK
               DISPLAY "WARNING: DEDUCTION_TAKEN.DAT could not be "
                   "opened (status " WS_DED_TAKEN_FILE_STATUS
                   ") - deductions taken this run will not be "
                   "available for remittance."
           END-IF
           EXIT.

       CLOSE-DEDUCTION-TAKEN-FILE SECTION.
           IF WS_DED_TAKEN_FILE_OK
               CLOSE DEDUCTION_TAKEN_FILE
           END-IF
           EXIT.

       OPEN-LABOR-DIST-FILE SECTION.
           OPEN I-O LABOR_DIST_FILE
           IF WS_LABOR_DIST_FILE_IS_NEW
               OPEN OUTPUT LABOR_DIST_FILE
               CLOSE LABOR_DIST_FILE
               OPEN I-O LABOR_DIST_FILE
           END-IF
           IF NOT WS_LABOR_DIST_FILE_OK
               DISPLAY "WARNING: LABOR_DIST.DAT could not be opened "
                   "(status " WS_LABOR_DIST_FILE_STATUS
                   ") - labor distribution will not be recorded "
                   "this run."
           END-IF
           EXIT.

       CLOSE-LABOR-DIST-FILE SECTION.
           IF WS_LABOR_DIST_FILE_OK
               CLOSE LABOR_DIST_FILE
           END-IF
           EXIT.

       OPEN-PAY-HISTORY-FILE SECTION.
           OPEN I-O PAY_HISTORY_FILE
           IF WS_PAY_HISTORY_FILE_IS_NEW
           CLOSE PAY_HISTORY_FILE
           EXIT.

       OPEN-RATE-HISTORY-FILE SECTION.
           OPEN I-O PAY_RATE_HISTORY_FILE
           IF NOT WS_RATE_HISTORY_FILE_OK
               DISPLAY "PAY_RATE_HISTORY.DAT not available (status "
                   WS_RATE_HISTORY_FILE_STATUS
                   ") - no retroactive pay will be calculated."
           END-IF
           EXIT.

       CLOSE-RATE-HISTORY-FILE SECTION.
           IF WS_RATE_HISTORY_FILE_OK
               CLOSE PAY_RATE_HISTORY_FILE
           END-IF
           EXIT.

       OPEN-ELECTION-FILE SECTION.
           OPEN INPUT WITHHOLDING_ELECTION_FILE
           IF NOT WS_ELECTION_FILE_OK
               DISPLAY "WITHHOLDING_ELECTION.DAT not available (status "
                   WS_ELECTION_FILE_STATUS
                   ") - default withholding applies to every employee."
           END-IF
           EXIT.

       CLOSE-ELECTION-FILE SECTION.
           IF WS_ELECTION_FILE_OK
               CLOSE WITHHOLDING_ELECTION_FILE
           END-IF
           EXIT.

       LOAD-WITHHOLDING-ELECTION SECTION.
           MOVE "D" TO WS_WH_SOURCE
           MOVE "S" TO WS_WH_FILING_STATUS
           MOVE 0 TO WS_WH_ALLOWANCES
           MOVE 0 TO WS_WH_EXTRA_AMT
           MOVE "N" TO WS_WH_EXEMPT_FLAG
           IF WS_ELECTION_FILE_OK
               MOVE EMPLOYEE_ID TO WE_EMPLOYEE_ID
               READ WITHHOLDING_ELECTION_FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "E" TO WS_WH_SOURCE
                       MOVE WE_FILING_STATUS TO WS_WH_FILING_STATUS
                       MOVE WE_ALLOWANCES TO WS_WH_ALLOWANCES
                       MOVE WE_EXTRA_AMT TO WS_WH_EXTRA_AMT
                       MOVE WE_EXEMPT_FLAG TO WS_WH_EXEMPT_FLAG
               END-READ
               MOVE "00" TO WS_ELECTION_FILE_STATUS
           END-IF
           EVALUATE WS_WH_FILING_STATUS
               WHEN "M"
                   MOVE MARRIED_BRACKET_FACTOR TO WS_WH_BRACKET_FACTOR
               WHEN "H"
                   MOVE HEAD_HOUSEHOLD_BRACKET_FACTOR
                       TO WS_WH_BRACKET_FACTOR
               WHEN OTHER
                   MOVE 1 TO WS_WH_BRACKET_FACTOR
           END-EVALUATE
           COMPUTE WS_WH_BRACKET_1_LIMIT ROUNDED =
               TAX_BRACKET_1_UPPER_LIMIT * WS_WH_BRACKET_FACTOR
               * PAY_FREQUENCY_FACTOR
           COMPUTE WS_WH_BRACKET_2_LIMIT ROUNDED =
               TAX_BRACKET_2_UPPER_LIMIT * WS_WH_BRACKET_FACTOR
               * PAY_FREQUENCY_FACTOR
           EXIT.

       WRITE-PAY-HISTORY-RECORD SECTION.
           IF WS_PAY_HISTORY_FILE_OK
               MOVE EMPLOYEE_ID TO PH_EMPLOYEE_ID
               MOVE WS_PAY_PERIOD_ID TO PH_PERIOD_ID
               MOVE WS_PAYMENT_SEQUENCE TO PH_PAYMENT_SEQUENCE
               MOVE EMPLOYEE_NAME TO PH_EMPLOYEE_NAME
               MOVE DEPARTMENT_CODE TO PH_DEPARTMENT_CODE
               MOVE WS_GROSS_PAY TO PH_GROSS_PAY
               MOVE WS_ER_PENSION_AMT TO PH_ER_PENSION_AMT
               MOVE RESULT TO PH_NET_PAY
               MOVE "P" TO PH_STATUS_FLAG
               EVALUATE TRUE
                   WHEN WS_IS_FINAL_PAY_RUN
                       MOVE "F" TO PH_PAYMENT_TYPE
                   WHEN WS_IS_OFF_CYCLE_RUN
                       MOVE "S" TO PH_PAYMENT_TYPE
                   WHEN OTHER
                       MOVE "R" TO PH_PAYMENT_TYPE
               END-EVALUATE
               MOVE WS_EARNING_TYPE TO PH_EARNING_TYPE
               MOVE PAY_TYPE TO PH_PAY_TYPE
               MOVE HOURLY_SALARY TO PH_HOURLY_RATE
               MOVE PERIOD_SALARY TO PH_PERIOD_SALARY
               MOVE WS_REGULAR_HOURS TO PH_REGULAR_HOURS
               MOVE WS_OVERTIME_HOURS TO PH_OVERTIME_HOURS
               MOVE HOLIDAY_HOURS TO PH_HOLIDAY_HOURS
               COMPUTE PH_LEAVE_HOURS = VACATION_HOURS + SICK_HOURS
               MOVE WS_RETRO_PAY TO PH_RETRO_PAY
               MOVE WS_CHECK_PAYMENT_METHOD TO PH_PAYMENT_METHOD
               MOVE WS_CHECK_ITEM_NUMBER TO PH_CHECK_NUMBER
               WRITE PAY_HISTORY_RECORD
                   INVALID KEY
                       REWRITE PAY_HISTORY_RECORD
                       WS_PAY_HISTORY_FILE_STATUS ")."
                   MOVE "00" TO WS_PAY_HISTORY_FILE_STATUS
               END-IF
               PERFORM WRITE-DEDUCTION-TAKEN-RECORDS
           END-IF
           EXIT.

       WRITE-DEDUCTION-TAKEN-RECORDS SECTION.
           IF WS_DED_TAKEN_FILE_OK
               MOVE 0 TO WS_DED_APPLIED_INDEX
               PERFORM UNTIL WS_DED_APPLIED_INDEX >=
                  WS_DED_APPLIED_COUNT
                   ADD 1 TO WS_DED_APPLIED_INDEX
                   MOVE WS_DA_TYPE(WS_DED_APPLIED_INDEX)
                       TO DT_DEDUCTION_TYPE
                   MOVE WS_DA_CASE_NUMBER(WS_DED_APPLIED_INDEX)
                       TO DT_CASE_NUMBER
                   MOVE EMPLOYEE_ID TO DT_EMPLOYEE_ID
                   MOVE WS_PAY_PERIOD_ID TO DT_PERIOD_ID
                   MOVE WS_PAYMENT_SEQUENCE TO DT_PAYMENT_SEQUENCE
                   MOVE WS_DA_PRIORITY(WS_DED_APPLIED_INDEX)
                       TO DT_PRIORITY
                   MOVE EMPLOYEE_NAME TO DT_EMPLOYEE_NAME
                   MOVE WS_DA_AMOUNT(WS_DED_APPLIED_INDEX)
                       TO DT_AMOUNT
                   MOVE "O" TO DT_STATUS
                   MOVE WS_CURRENT_DATE_YYYYMMDD TO DT_STATUS_DATE
                   WRITE DEDUCTION_TAKEN_RECORD
                       INVALID KEY
                           PERFORM REPLACE-DEDUCTION-TAKEN
                   END-WRITE
               END-PERFORM
           END-IF
           EXIT.

       REPLACE-DEDUCTION-TAKEN SECTION.
           READ DEDUCTION_TAKEN_FILE
               INVALID KEY
                   CONTINUE
           END-READ
           IF DT_REMITTED
               DISPLAY "WARNING: deduction priority " DT_PRIORITY
                   " for employee " EMPLOYEE_ID " period "
                   WS_PAY_PERIOD_ID " was already remitted on "
                   DT_STATUS_DATE " - the rerun amount is not "
                   "recorded for remittance."
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               MOVE EMPLOYEE_NAME TO DT_EMPLOYEE_NAME
               MOVE WS_DA_AMOUNT(WS_DED_APPLIED_INDEX) TO DT_AMOUNT
               MOVE "O" TO DT_STATUS
               MOVE WS_CURRENT_DATE_YYYYMMDD TO DT_STATUS_DATE
               REWRITE DEDUCTION_TAKEN_RECORD
           END-IF
           IF NOT WS_DED_TAKEN_FILE_OK
               DISPLAY "WARNING: deduction taken write failed for "
                   "employee " EMPLOYEE_ID " (status "
                   WS_DED_TAKEN_FILE_STATUS ")."
               MOVE "00" TO WS_DED_TAKEN_FILE_STATUS
           END-IF
           EXIT.

           IF WS_PAY_HISTORY_FILE_OK
               MOVE EMPLOYEE_ID TO PH_EMPLOYEE_ID
               MOVE WS_PAY_PERIOD_ID TO PH_PERIOD_ID
               MOVE WS_PAYMENT_SEQUENCE TO PH_PAYMENT_SEQUENCE
               READ PAY_HISTORY_FILE
                   INVALID KEY
                       PERFORM WRITE-VOID-TOMBSTONE
           END-IF
           EXIT.

       VOID-DEDUCTIONS-TAKEN SECTION.
           IF WS_DED_TAKEN_FILE_OK
               MOVE LOW-VALUES TO DT_RECORD_KEY
               MOVE "N" TO WS_DED_TAKEN_DONE_FLAG
               START DEDUCTION_TAKEN_FILE
                   KEY IS GREATER THAN OR EQUAL TO DT_RECORD_KEY
                   INVALID KEY
                       MOVE "Y" TO WS_DED_TAKEN_DONE_FLAG
               END-START
               PERFORM UNTIL WS_DED_TAKEN_DONE
                   READ DEDUCTION_TAKEN_FILE NEXT
                       AT END
                           MOVE "Y" TO WS_DED_TAKEN_DONE_FLAG
                       NOT AT END
                           IF DT_EMPLOYEE_ID = EMPLOYEE_ID
                              AND DT_PERIOD_ID = WS_PAY_PERIOD_ID
                              AND DT_PAYMENT_SEQUENCE =
                                  WS_PAYMENT_SEQUENCE
                               PERFORM VOID-ONE-DEDUCTION-TAKEN
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS_DED_TAKEN_FILE_STATUS
           END-IF
           EXIT.

       VOID-ONE-DEDUCTION-TAKEN SECTION.
           IF DT_REMITTED
               DISPLAY "WARNING: " DT_DEDUCTION_TYPE " "
                   DT_CASE_NUMBER " deduction of " DT_AMOUNT
                   " was already remitted on " DT_STATUS_DATE
                   " - recover it from the payee."
           ELSE
               IF DT_OPEN
                   MOVE "V" TO DT_STATUS
                   MOVE WS_CURRENT_DATE_YYYYMMDD TO DT_STATUS_DATE
                   REWRITE DEDUCTION_TAKEN_RECORD
               END-IF
           END-IF
           EXIT.

       WRITE-VOID-TOMBSTONE SECTION.
           MOVE EMPLOYEE_ID TO PH_EMPLOYEE_ID
           MOVE WS_PAY_PERIOD_ID TO PH_PERIOD_ID
           MOVE WS_PAYMENT_SEQUENCE TO PH_PAYMENT_SEQUENCE
           MOVE EMPLOYEE_NAME TO PH_EMPLOYEE_NAME
           MOVE DEPARTMENT_CODE TO PH_DEPARTMENT_CODE
           MOVE WS_GROSS_PAY TO PH_GROSS_PAY
           MOVE WS_ER_PENSION_AMT TO PH_ER_PENSION_AMT
           MOVE RESULT TO PH_NET_PAY
           MOVE "V" TO PH_STATUS_FLAG
           IF WS_PAYMENT_SEQUENCE > 0
               MOVE "S" TO PH_PAYMENT_TYPE
               MOVE SPACES TO PH_EARNING_TYPE
           ELSE
               MOVE "R" TO PH_PAYMENT_TYPE
               MOVE "REG " TO PH_EARNING_TYPE
           END-IF
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
                   REWRITE PAY_HISTORY_RECORD
           END-IF
           IF WS_DEDUCTION_ITEM_AMT > 0
               ADD WS_DEDUCTION_ITEM_AMT TO WS_DEDUCTION_AMT
               ADD 1 TO WS_DED_APPLIED_COUNT
               MOVE DM_DEDUCTION_TYPE
                   TO WS_DA_TYPE(WS_DED_APPLIED_COUNT)
               MOVE WS_DEDUCTION_ITEM_AMT
                   TO WS_DA_AMOUNT(WS_DED_APPLIED_COUNT)
               MOVE DM_PRIORITY
                   TO WS_DA_PRIORITY(WS_DED_APPLIED_COUNT)
               MOVE DM_CASE_NUMBER
                   TO WS_DA_CASE_NUMBER(WS_DED_APPLIED_COUNT)
               IF NOT WS_IS_PROOF_RUN
                   ADD WS_DEDUCTION_ITEM_AMT TO DM_TAKEN_AMT
                   IF DM_GOAL_AMT > 0
               IF WS_YTD_FOUND_FLAG = "Y"
                  AND YTD_LAST_PERIOD_ID = WS_PAY_PERIOD_ID
                  AND WS_PAY_PERIOD_ID > 0
                  AND NOT WS_IS_OFF_CYCLE_RUN
                   DISPLAY "WARNING: " EMPLOYEE_NAME " already "
                       "posted to period " WS_PAY_PERIOD_ID
                       " - YTD not updated."
                       PERFORM CLEAR-QTD-BUCKETS
                       MOVE 0 TO YTD_LAST_PERIOD_ID
                       MOVE 0 TO YTD_POSTING_COUNT
                       MOVE 0 TO YTD_LAST_OFF_CYCLE_ID
                   ELSE
                       PERFORM SET-BUCKET-PERIOD
                       IF WS_PAY_PERIOD_ID < WS_BUCKET_PERIOD_ID
                           PERFORM SET-LATE-POSTING-BUCKETS
                       ELSE
                           PERFORM RESET-PERIOD-BUCKETS
                           TO YTD_QTD_OTHER_DED_AMT
                       ADD RESULT TO YTD_QTD_NET_PAY
                   END-IF
                   IF WS_IS_OFF_CYCLE_RUN
                       IF WS_PAY_PERIOD_ID > YTD_LAST_OFF_CYCLE_ID
                           MOVE WS_PAY_PERIOD_ID
                               TO YTD_LAST_OFF_CYCLE_ID
                       END-IF
                       IF WS_IS_FINAL_PAY_RUN
                           MOVE 0 TO YTD_VAC_BALANCE_HRS
                           MOVE 0 TO YTD_SICK_BALANCE_HRS
                       END-IF
                   ELSE
                       PERFORM UPDATE-LEAVE-BALANCES
                       IF WS_PAY_PERIOD_ID > YTD_LAST_PERIOD_ID
                           MOVE WS_PAY_PERIOD_ID TO YTD_LAST_PERIOD_ID
                       END-IF
                   END-IF
                   ADD 1 TO YTD_POSTING_COUNT
                   IF WS_YTD_FOUND_FLAG = "Y"
           END-IF
           EXIT.

       SET-BUCKET-PERIOD SECTION.
           MOVE YTD_LAST_PERIOD_ID TO WS_BUCKET_PERIOD_ID
           IF YTD_LAST_OFF_CYCLE_ID > WS_BUCKET_PERIOD_ID
               MOVE YTD_LAST_OFF_CYCLE_ID TO WS_BUCKET_PERIOD_ID
           END-IF
           EXIT.

       RESET-PERIOD-BUCKETS SECTION.
           IF WS_BUCKET_PERIOD_ID = 0
               PERFORM CLEAR-MTD-BUCKETS
               PERFORM CLEAR-QTD-BUCKETS
           ELSE
               PERFORM COMPUTE-PERIOD-QUARTERS
               IF WS_BUCKET_PERIOD_ID(1:6) NOT = WS_PAY_PERIOD_ID(1:6)
                   PERFORM CLEAR-MTD-BUCKETS
               END-IF
               IF WS_BUCKET_PERIOD_ID(1:4) NOT = WS_PAY_PERIOD_ID(1:4)
                  OR WS_LAST_PERIOD_QUARTER NOT = WS_PERIOD_QUARTER
                   PERFORM CLEAR-QTD-BUCKETS
               END-IF
       SET-LATE-POSTING-BUCKETS SECTION.
           MOVE "Y" TO WS_LATE_POSTING_FLAG
           PERFORM COMPUTE-PERIOD-QUARTERS
           IF WS_BUCKET_PERIOD_ID(1:6) NOT = WS_PAY_PERIOD_ID(1:6)
               MOVE "N" TO WS_POST_MTD_FLAG
           END-IF
           IF WS_BUCKET_PERIOD_ID(1:4) NOT = WS_PAY_PERIOD_ID(1:4)
              OR WS_LAST_PERIOD_QUARTER NOT = WS_PERIOD_QUARTER
               MOVE "N" TO WS_POST_QTD_FLAG
           END-IF
       COMPUTE-PERIOD-QUARTERS SECTION.
           MOVE WS_PAY_PERIOD_ID(5:2) TO WS_PERIOD_MONTH
           COMPUTE WS_PERIOD_QUARTER = (WS_PERIOD_MONTH + 2) / 3
           MOVE WS_BUCKET_PERIOD_ID(5:2) TO WS_LAST_PERIOD_MONTH
           COMPUTE WS_LAST_PERIOD_QUARTER =
               (WS_LAST_PERIOD_MONTH + 2) / 3
           EXIT.
           MOVE WS_TAX_AMT TO WS_AL_TAX
           MOVE WS_DEDUCTION_AMT TO WS_AL_DEDUCTIONS
           MOVE RESULT TO WS_AL_NET
           MOVE WS_EARNING_TYPE TO WS_AL_EARNING_TYPE
           IF WS_AUDIT_FILE_OK AND NOT WS_IS_PROOF_RUN
               WRITE AUDIT_LOG_RECORD FROM WS_AUDIT_LOG_LINE
               IF WS_AUDIT_FILE_OK
           END-IF
           EXIT.

       WRITE-RETRO-AUDIT-ENTRIES SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS_AL_TIMESTAMP
           MOVE EMPLOYEE_ID TO WS_AL_EMPLOYEE_ID
           MOVE EMPLOYEE_NAME TO WS_AL_NAME
           MOVE HOURLY_SALARY TO WS_AL_RATE
           MOVE 0 TO WS_AL_HOLIDAY_HOURS
           MOVE 0 TO WS_AL_SOCIAL_SEC
           MOVE 0 TO WS_AL_UNEMPLOYMENT
           MOVE 0 TO WS_AL_PENSION
           MOVE 0 TO WS_AL_TAX
           MOVE 0 TO WS_AL_DEDUCTIONS
           MOVE 0 TO WS_AL_NET
           MOVE "RETR" TO WS_AL_EARNING_TYPE
           MOVE 0 TO WS_RETRO_INDEX
           PERFORM UNTIL WS_RETRO_INDEX >= WS_RETRO_COUNT
               ADD 1 TO WS_RETRO_INDEX
               MOVE WS_RTE_PERIOD_ID(WS_RETRO_INDEX) TO WS_AL_PERIOD_ID
               MOVE WS_RTE_HOURS(WS_RETRO_INDEX) TO WS_AL_HOURS
               MOVE WS_RTE_AMOUNT(WS_RETRO_INDEX) TO WS_AL_GROSS
               IF WS_AUDIT_FILE_OK AND NOT WS_IS_PROOF_RUN
                   WRITE AUDIT_LOG_RECORD FROM WS_AUDIT_LOG_LINE
               END-IF
           END-PERFORM
           EXIT.

       LOAD-RESTART-CHECKPOINT SECTION.
           MOVE 0 TO WS_RESUME_AFTER_RECORD_NUMBER
           MOVE "N" TO WS_SKIPPING_FLAG
                       MOVE RESTART_BANK_NET TO WS_BANK_NET_TOTAL
                       MOVE RESTART_CHECK_COUNT TO WS_CHECK_COUNT
                       MOVE RESTART_CHECK_NET TO WS_CHECK_NET_TOTAL
                       MOVE RESTART_PAY_FREQUENCY
                           TO WS_RESTART_PAY_FREQUENCY
                       IF WS_RESTART_PAY_FREQUENCY = SPACE
                           MOVE "W" TO WS_RESTART_PAY_FREQUENCY
                       END-IF
               END-READ
               CLOSE RESTART_FILE
           END-IF
               MOVE WS_BANK_NET_TOTAL TO RESTART_BANK_NET
               MOVE WS_CHECK_COUNT TO RESTART_CHECK_COUNT
               MOVE WS_CHECK_NET_TOTAL TO RESTART_CHECK_NET
               MOVE WS_RUN_PAY_FREQUENCY TO RESTART_PAY_FREQUENCY
               WRITE RESTART_RECORD
               CLOSE RESTART_FILE
           ELSE
           CLOSE RESTART_FILE
           EXIT.

       TAKE-RUN-BACKUP SECTION.
           MOVE "N" TO WS_BACKUP_FAILED_FLAG
           PERFORM LOAD-BACKUP-CONTROL
           MOVE 1 TO WS_BACKUP_GENERATION
           IF WS_BK_COUNT > 0
               MOVE WS_BK_ENTRY(WS_BK_COUNT) TO BACKUP_CONTROL_RECORD
               IF BC_GENERATION < 9999
                   COMPUTE WS_BACKUP_GENERATION = BC_GENERATION + 1
               END-IF
           END-IF
           IF WS_BK_COUNT < WS_BACKUP_KEEP_COUNT
               COMPUTE WS_BACKUP_SLOT = WS_BK_COUNT + 1
           ELSE
               MOVE WS_BK_ENTRY(1) TO BACKUP_CONTROL_RECORD
               MOVE BC_SLOT TO WS_BACKUP_SLOT
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS_CURRENT_DATE_TIME
           MOVE WS_BACKUP_GENERATION TO BC_GENERATION
           MOVE WS_BACKUP_SLOT TO BC_SLOT
           MOVE WS_PAY_PERIOD_ID TO BC_PERIOD_ID
           MOVE WS_RUN_PAY_FREQUENCY TO BC_PAY_FREQUENCY
           MOVE WS_CURRENT_DATE_TIME(1:8) TO BC_RUN_DATE
           MOVE WS_CURRENT_DATE_TIME(9:6) TO BC_RUN_TIME
           MOVE "I" TO BC_STATUS
           MOVE 0 TO BC_FILE_COUNT
           MOVE 0 TO BC_RECORD_COUNT
           MOVE WS_EMPLOYEE_MASTER_FILE_NAME TO BC_MASTER_FILE_NAME
           MOVE WS_PAYROLL_REGISTER_FILE_NAME TO BC_REGISTER_FILE_NAME
           PERFORM ADD-BACKUP-CONTROL-ENTRY
           PERFORM SAVE-BACKUP-CONTROL
           IF NOT WS_BACKUP_FAILED
               DISPLAY "Taking backup generation " WS_BACKUP_GENERATION
                   " (slot " WS_BACKUP_SLOT ") of the files updated "
                   "by this run."
               MOVE 0 TO WS_BACKUP_FILE_COUNT
               MOVE 0 TO WS_BACKUP_RECORD_COUNT
               PERFORM CLOSE-YTD-FILE
               PERFORM CLOSE-DEDUCTION-FILE
               PERFORM CLOSE-DEDUCTION-TAKEN-FILE
               PERFORM CLOSE-LABOR-DIST-FILE
               PERFORM CLOSE-PAY-HISTORY-FILE
               PERFORM CLOSE-RATE-HISTORY-FILE
               PERFORM CLOSE-AUDIT-LOG
               PERFORM BACKUP-EMPLOYEE-MASTER
               PERFORM BACKUP-YTD-FILE
               PERFORM BACKUP-PAY-HISTORY-FILE
               PERFORM BACKUP-DEDUCTION-FILE
               PERFORM BACKUP-DEDUCTION-TAKEN-FILE
               PERFORM BACKUP-RATE-HISTORY-FILE
               PERFORM BACKUP-CHECK-REGISTER-FILE
               PERFORM BACKUP-LABOR-DIST-FILE
               PERFORM BACKUP-CHECK-CONTROL-FILE
               PERFORM BACKUP-LAST-RUN-FILE
               PERFORM BACKUP-PRIOR-PERIOD-FILE
               PERFORM BACKUP-SUSPENSE-FILE
               PERFORM BACKUP-AUDIT-LOG
               PERFORM OPEN-YTD-FILE
               PERFORM OPEN-DEDUCTION-FILE
               PERFORM OPEN-DEDUCTION-TAKEN-FILE
               PERFORM OPEN-LABOR-DIST-FILE
               PERFORM OPEN-PAY-HISTORY-FILE
               PERFORM OPEN-RATE-HISTORY-FILE
               PERFORM OPEN-AUDIT-LOG
               IF NOT WS_BACKUP_FAILED
                   MOVE WS_BK_ENTRY(WS_BK_COUNT)
                       TO BACKUP_CONTROL_RECORD
                   MOVE "A" TO BC_STATUS
                   MOVE WS_BACKUP_FILE_COUNT TO BC_FILE_COUNT
                   MOVE WS_BACKUP_RECORD_COUNT TO BC_RECORD_COUNT
                   MOVE BACKUP_CONTROL_RECORD
                       TO WS_BK_ENTRY(WS_BK_COUNT)
                   PERFORM SAVE-BACKUP-CONTROL
               END-IF
               IF NOT WS_BACKUP_FAILED
                   DISPLAY "Backup generation " WS_BACKUP_GENERATION
                       " complete - " WS_BACKUP_FILE_COUNT
                       " files, " WS_BACKUP_RECORD_COUNT
                       " records."
               END-IF
           END-IF
           EXIT.

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
               DISPLAY "BACKUP_CONTROL.DAT could not be written "
                   "(status " WS_BACKUP_CONTROL_FILE_STATUS ")."
               MOVE "Y" TO WS_BACKUP_FAILED_FLAG
           END-IF
           EXIT.

       OPEN-BACKUP-OUTPUT SECTION.
           MOVE SPACES TO WS_BACKUP_FILE_NAME
           STRING "BKP" WS_BACKUP_SLOT "_" WS_BACKUP_BASE_NAME
               DELIMITED BY SPACE INTO WS_BACKUP_FILE_NAME
           OPEN OUTPUT BACKUP_FILE
           IF NOT WS_BACKUP_FILE_OK
               DISPLAY "Backup file " WS_BACKUP_FILE_NAME
                   " could not be opened (status "
                   WS_BACKUP_FILE_STATUS ")."
               MOVE "Y" TO WS_BACKUP_FAILED_FLAG
           END-IF
           EXIT.

       WRITE-BACKUP-RECORD SECTION.
           WRITE BACKUP_RECORD
           IF WS_BACKUP_FILE_OK
               ADD 1 TO WS_BACKUP_RECORD_COUNT
           ELSE
               DISPLAY "Backup file " WS_BACKUP_FILE_NAME
                   " could not be written (status "
                   WS_BACKUP_FILE_STATUS ")."
               MOVE "Y" TO WS_BACKUP_FAILED_FLAG
               MOVE "Y" TO WS_BACKUP_EOF_FLAG
           END-IF
           EXIT.

       CHECK-BACKUP-SOURCE SECTION.
           IF WS_BACKUP_SOURCE_STATUS = "35"
               DISPLAY WS_BACKUP_BASE_NAME " does not exist yet - "
                   "an empty backup copy was taken."
           ELSE
               DISPLAY WS_BACKUP_BASE_NAME " could not be read for "
                   "backup (status " WS_BACKUP_SOURCE_STATUS ")."
               MOVE "Y" TO WS_BACKUP_FAILED_FLAG
           END-IF
           EXIT.

       CLOSE-BACKUP-OUTPUT SECTION.
           CLOSE BACKUP_FILE
           ADD 1 TO WS_BACKUP_FILE_COUNT
           EXIT.

       BACKUP-EMPLOYEE-MASTER SECTION.
           MOVE "EMPLOYEE_MASTER.DAT" TO WS_BACKUP_BASE_NAME
           PERFORM OPEN-BACKUP-OUTPUT
           IF WS_BACKUP_FILE_OK
               OPEN INPUT EMPLOYEE_MASTER_FILE
               IF WS_EMPLOYEE_MASTER_FILE_OK
                   MOVE "N" TO WS_BACKUP_EOF_FLAG
                   PERFORM UNTIL WS_BACKUP_END_OF_FILE
                       READ EMPLOYEE_MASTER_FILE NEXT
                           AT END
                               MOVE "Y" TO WS_BACKUP_EOF_FLAG
                           NOT AT END
                               MOVE EMPLOYEE_MASTER_RECORD
                                   TO BACKUP_RECORD
                               PERFORM WRITE-BACKUP-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE EMPLOYEE_MASTER_FILE
               ELSE
                   MOVE WS_EMPLOYEE_MASTER_FILE_STATUS
                       TO WS_BACKUP_SOURCE_STATUS
                   PERFORM CHECK-BACKUP-SOURCE
               END-IF
               PERFORM CLOSE-BACKUP-OUTPUT
           END-IF
           EXIT.

       BACKUP-YTD-FILE SECTION.
           MOVE "YTD.DAT" TO WS_BACKUP_BASE_NAME
           PERFORM OPEN-BACKUP-OUTPUT
           IF WS_BACKUP_FILE_OK
               OPEN INPUT YTD_FILE
               IF WS_YTD_FILE_OK
                   MOVE "N" TO WS_BACKUP_EOF_FLAG
                   PERFORM UNTIL WS_BACKUP_END_OF_FILE
                       READ YTD_FILE NEXT
                           AT END
                               MOVE "Y" TO WS_BACKUP_EOF_FLAG
                           NOT AT END
                               MOVE YTD_RECORD TO BACKUP_RECORD
                               PERFORM WRITE-BACKUP-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE YTD_FILE
               ELSE
                   MOVE WS_YTD_FILE_STATUS TO WS_BACKUP_SOURCE_STATUS
                   PERFORM CHECK-BACKUP-SOURCE
               END-IF
               PERFORM CLOSE-BACKUP-OUTPUT
           END-IF
           EXIT.

       BACKUP-PAY-HISTORY-FILE SECTION.
           MOVE "PAY_HISTORY.DAT" TO WS_BACKUP_BASE_NAME
           PERFORM OPEN-BACKUP-OUTPUT
           IF WS_BACKUP_FILE_OK
               OPEN INPUT PAY_HISTORY_FILE
               IF WS_PAY_HISTORY_FILE_OK
                   MOVE "N" TO WS_BACKUP_EOF_FLAG
                   PERFORM UNTIL WS_BACKUP_END_OF_FILE
                       READ PAY_HISTORY_FILE NEXT
                           AT END
                               MOVE "Y" TO WS_BACKUP_EOF_FLAG
                           NOT AT END
                               MOVE PAY_HISTORY_RECORD TO BACKUP_RECORD
                               PERFORM WRITE-BACKUP-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE PAY_HISTORY_FILE
               ELSE
                   MOVE WS_PAY_HISTORY_FILE_STATUS
                       TO WS_BACKUP_SOURCE_STATUS
                   PERFORM CHECK-BACKUP-SOURCE
               END-IF
               PERFORM CLOSE-BACKUP-OUTPUT
           END-IF
           EXIT.

       BACKUP-DEDUCTION-FILE SECTION.
           MOVE "DEDUCTION_MASTER.DAT" TO WS_BACKUP_BASE_NAME
           PERFORM OPEN-BACKUP-OUTPUT
           IF WS_BACKUP_FILE_OK
               OPEN INPUT DEDUCTION_MASTER_FILE
               IF WS_DEDUCTION_FILE_OK
                   MOVE "N" TO WS_BACKUP_EOF_FLAG
                   PERFORM UNTIL WS_BACKUP_END_OF_FILE
                       READ DEDUCTION_MASTER_FILE NEXT
                           AT END
                               MOVE "Y" TO WS_BACKUP_EOF_FLAG
                           NOT AT END
                               MOVE DEDUCTION_MASTER_RECORD
                                   TO BACKUP_RECORD
                               PERFORM WRITE-BACKUP-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE DEDUCTION_MASTER_FILE
               ELSE
                   MOVE WS_DEDUCTION_FILE_STATUS
                       TO WS_BACKUP_SOURCE_STATUS
                   PERFORM CHECK-BACKUP-SOURCE
               END-IF
               PERFORM CLOSE-BACKUP-OUTPUT
           END-IF
           EXIT.

       BACKUP-DEDUCTION-TAKEN-FILE SECTION.
           MOVE "DEDUCTION_TAKEN.DAT" TO WS_BACKUP_BASE_NAME
           PERFORM OPEN-BACKUP-OUTPUT
           IF WS_BACKUP_FILE_OK
               OPEN INPUT DEDUCTION_TAKEN_FILE
               IF WS_DED_TAKEN_FILE_OK
                   MOVE "N" TO WS_BACKUP_EOF_FLAG
                   PERFORM UNTIL WS_BACKUP_END_OF_FILE
                       READ DEDUCTION_TAKEN_FILE NEXT
                           AT END
                               MOVE "Y" TO WS_BACKUP_EOF_FLAG
                           NOT AT END
                               MOVE DEDUCTION_TAKEN_RECORD
                                   TO BACKUP_RECORD
                               PERFORM WRITE-BACKUP-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE DEDUCTION_TAKEN_FILE
               ELSE
                   MOVE WS_DED_TAKEN_FILE_STATUS
                       TO WS_BACKUP_SOURCE_STATUS
                   PERFORM CHECK-BACKUP-SOURCE
               END-IF
               PERFORM CLOSE-BACKUP-OUTPUT
           END-IF
           EXIT.

       BACKUP-RATE-HISTORY-FILE SECTION.
           MOVE "PAY_RATE_HISTORY.DAT" TO WS_BACKUP_BASE_NAME
           PERFORM OPEN-BACKUP-OUTPUT
           IF WS_BACKUP_FILE_OK
               OPEN INPUT PAY_RATE_HISTORY_FILE
               IF WS_RATE_HISTORY_FILE_OK
                   MOVE "N" TO WS_BACKUP_EOF_FLAG
                   PERFORM UNTIL WS_BACKUP_END_OF_FILE
                       READ PAY_RATE_HISTORY_FILE NEXT
                           AT END
                               MOVE "Y" TO WS_BACKUP_EOF_FLAG
                           NOT AT END
                               MOVE PAY_RATE_HISTORY_RECORD
                                   TO BACKUP_RECORD
                               PERFORM WRITE-BACKUP-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE PAY_RATE_HISTORY_FILE
               ELSE
                   MOVE WS_RATE_HISTORY_FILE_STATUS
                       TO WS_BACKUP_SOURCE_STATUS
                   PERFORM CHECK-BACKUP-SOURCE
               END-IF
               PERFORM CLOSE-BACKUP-OUTPUT
           END-IF
           EXIT.

       BACKUP-CHECK-REGISTER-FILE SECTION.
           MOVE "CHECK_REGISTER.DAT" TO WS_BACKUP_BASE_NAME
           PERFORM OPEN-BACKUP-OUTPUT
           IF WS_BACKUP_FILE_OK
               OPEN INPUT CHECK_REGISTER_FILE
               IF WS_CHECK_REGISTER_FILE_OK
                   MOVE "N" TO WS_BACKUP_EOF_FLAG
                   PERFORM UNTIL WS_BACKUP_END_OF_FILE
                       READ CHECK_REGISTER_FILE NEXT
                           AT END
                               MOVE "Y" TO WS_BACKUP_EOF_FLAG
                           NOT AT END
                               MOVE CHECK_REGISTER_RECORD
                                   TO BACKUP_RECORD
                               PERFORM WRITE-BACKUP-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE CHECK_REGISTER_FILE
               ELSE
                   MOVE WS_CHECK_REGISTER_FILE_STATUS
                       TO WS_BACKUP_SOURCE_STATUS
                   PERFORM CHECK-BACKUP-SOURCE
               END-IF
               PERFORM CLOSE-BACKUP-OUTPUT
           END-IF
           EXIT.

       BACKUP-LABOR-DIST-FILE SECTION.
           MOVE "LABOR_DIST.DAT" TO WS_BACKUP_BASE_NAME
           PERFORM OPEN-BACKUP-OUTPUT
           IF WS_BACKUP_FILE_OK
               OPEN INPUT LABOR_DIST_FILE
               IF WS_LABOR_DIST_FILE_OK
                   MOVE "N" TO WS_BACKUP_EOF_FLAG
                   PERFORM UNTIL WS_BACKUP_END_OF_FILE
                       READ LABOR_DIST_FILE NEXT
                           AT END
                               MOVE "Y" TO WS_BACKUP_EOF_FLAG
                           NOT AT END
                               MOVE LABOR_DIST_RECORD TO BACKUP_RECORD
                               PERFORM WRITE-BACKUP-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE LABOR_DIST_FILE
               ELSE
                   MOVE WS_LABOR_DIST_FILE_STATUS
                       TO WS_BACKUP_SOURCE_STATUS
                   PERFORM CHECK-BACKUP-SOURCE
               END-IF
               PERFORM CLOSE-BACKUP-OUTPUT
           END-IF
           EXIT.

       BACKUP-CHECK-CONTROL-FILE SECTION.
           MOVE "CHECK_CONTROL.DAT" TO WS_BACKUP_BASE_NAME
           PERFORM OPEN-BACKUP-OUTPUT
           IF WS_BACKUP_FILE_OK
               OPEN INPUT CHECK_CONTROL_FILE
               IF WS_CHECK_CONTROL_FILE_OK
                   MOVE "N" TO WS_BACKUP_EOF_FLAG
                   PERFORM UNTIL WS_BACKUP_END_OF_FILE
                       READ CHECK_CONTROL_FILE
                           AT END
                               MOVE "Y" TO WS_BACKUP_EOF_FLAG
                           NOT AT END
                               MOVE CHECK_CONTROL_RECORD
                                   TO BACKUP_RECORD
                               PERFORM WRITE-BACKUP-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE CHECK_CONTROL_FILE
               ELSE
                   MOVE WS_CHECK_CONTROL_FILE_STATUS
                       TO WS_BACKUP_SOURCE_STATUS
                   PERFORM CHECK-BACKUP-SOURCE
               END-IF
               PERFORM CLOSE-BACKUP-OUTPUT
           END-IF
           EXIT.

       BACKUP-LAST-RUN-FILE SECTION.
           MOVE "LAST_RUN.DAT" TO WS_BACKUP_BASE_NAME
           PERFORM OPEN-BACKUP-OUTPUT
           IF WS_BACKUP_FILE_OK
               OPEN INPUT LAST_RUN_FILE
               IF WS_LAST_RUN_FILE_OK
                   MOVE "N" TO WS_BACKUP_EOF_FLAG
                   PERFORM UNTIL WS_BACKUP_END_OF_FILE
                       READ LAST_RUN_FILE
                           AT END
                               MOVE "Y" TO WS_BACKUP_EOF_FLAG
                           NOT AT END
                               MOVE LAST_RUN_RECORD TO BACKUP_RECORD
                               PERFORM WRITE-BACKUP-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE LAST_RUN_FILE
               ELSE
                   MOVE WS_LAST_RUN_FILE_STATUS
                       TO WS_BACKUP_SOURCE_STATUS
                   PERFORM CHECK-BACKUP-SOURCE
               END-IF
               PERFORM CLOSE-BACKUP-OUTPUT
           END-IF
           EXIT.

       BACKUP-PRIOR-PERIOD-FILE SECTION.
           MOVE WS_PRIOR_PERIOD_FILE_NAME TO WS_BACKUP_BASE_NAME
           PERFORM OPEN-BACKUP-OUTPUT
           IF WS_BACKUP_FILE_OK
               OPEN INPUT PRIOR_PERIOD_FILE
               IF WS_PRIOR_PERIOD_FILE_OK
                   MOVE "N" TO WS_BACKUP_EOF_FLAG
                   PERFORM UNTIL WS_BACKUP_END_OF_FILE
                       READ PRIOR_PERIOD_FILE
                           AT END
                               MOVE "Y" TO WS_BACKUP_EOF_FLAG
                           NOT AT END
                               MOVE PRIOR_PERIOD_RECORD TO BACKUP_RECORD
                               PERFORM WRITE-BACKUP-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE PRIOR_PERIOD_FILE
               ELSE
                   MOVE WS_PRIOR_PERIOD_FILE_STATUS
                       TO WS_BACKUP_SOURCE_STATUS
                   PERFORM CHECK-BACKUP-SOURCE
               END-IF
               PERFORM CLOSE-BACKUP-OUTPUT
           END-IF
           EXIT.

       BACKUP-SUSPENSE-FILE SECTION.
           MOVE "SUSPENSE.DAT" TO WS_BACKUP_BASE_NAME
           PERFORM OPEN-BACKUP-OUTPUT
           IF WS_BACKUP_FILE_OK
               OPEN INPUT SUSPENSE_FILE
               IF WS_SUSPENSE_FILE_OK
                   MOVE "N" TO WS_BACKUP_EOF_FLAG
                   PERFORM UNTIL WS_BACKUP_END_OF_FILE
                       READ SUSPENSE_FILE
                           AT END
                               MOVE "Y" TO WS_BACKUP_EOF_FLAG
                           NOT AT END
                               MOVE SUSPENSE_RECORD TO BACKUP_RECORD
                               PERFORM WRITE-BACKUP-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE SUSPENSE_FILE
               ELSE
                   MOVE WS_SUSPENSE_FILE_STATUS
                       TO WS_BACKUP_SOURCE_STATUS
                   PERFORM CHECK-BACKUP-SOURCE
               END-IF
               PERFORM CLOSE-BACKUP-OUTPUT
           END-IF
           EXIT.

       BACKUP-AUDIT-LOG SECTION.
           MOVE "AUDIT_LOG.DAT" TO WS_BACKUP_BASE_NAME
           PERFORM OPEN-BACKUP-OUTPUT
           IF WS_BACKUP_FILE_OK
               OPEN INPUT AUDIT_LOG_FILE
               IF WS_AUDIT_FILE_OK
                   MOVE "N" TO WS_BACKUP_EOF_FLAG
                   PERFORM UNTIL WS_BACKUP_END_OF_FILE
                       READ AUDIT_LOG_FILE
                           AT END
                               MOVE "Y" TO WS_BACKUP_EOF_FLAG
                           NOT AT END
                               MOVE AUDIT_LOG_RECORD TO BACKUP_RECORD
                               PERFORM WRITE-BACKUP-RECORD
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT_LOG_FILE
               ELSE
                   MOVE WS_AUDIT_FILE_STATUS TO WS_BACKUP_SOURCE_STATUS
                   PERFORM CHECK-BACKUP-SOURCE
               END-IF
               PERFORM CLOSE-BACKUP-OUTPUT
           END-IF
           EXIT.

       LOAD-RATES SECTION.
           MOVE FUNCTION CURRENT-DATE TO WS_CURRENT_DATE_TIME
           MOVE WS_CURRENT_DATE_TIME(1:8) TO WS_CURRENT_DATE_YYYYMMDD
           OPEN INPUT RATES_FILE
           IF WS_RATES_FILE_OK
               MOVE "N" TO WS_RATES_EOF_FLAG
               PERFORM UNTIL WS_RATES_END_OF_FILE
                   READ RATES_FILE
                       AT END
                           MOVE "Y" TO WS_RATES_EOF_FLAG
                       NOT AT END
                           IF RATE_EFFECTIVE_DATE <=
                              WS_CURRENT_DATE_YYYYMMDD
                               PERFORM APPLY-RATE-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RATES_FILE
           ELSE
               DISPLAY "RATES.DAT not found - using built-in defaults."
           END-IF
           EXIT.

       APPLY-RATE-RECORD SECTION.
           EVALUATE RATE_TYPE
               WHEN "TX1 "
                   IF RATE_EFFECTIVE_DATE >= WS_TX1_EFF_DATE
                       MOVE RATE_VALUE TO TAX_BRACKET_1_RATE
                       MOVE RATE_EFFECTIVE_DATE TO WS_TX1_EFF_DATE
                   END-IF
               WHEN "TX2 "
                   IF RATE_EFFECTIVE_DATE >= WS_TX2_EFF_DATE
                       MOVE RATE_VALUE TO SICK_ACCRUAL_RATE
                       MOVE RATE_EFFECTIVE_DATE TO WS_SICK_EFF_DATE
                   END-IF
               WHEN "SUPP"
                   IF RATE_EFFECTIVE_DATE >= WS_SUPP_EFF_DATE
                       MOVE RATE_VALUE TO SUPPLEMENTAL_TAX_RATE
                       MOVE RATE_EFFECTIVE_DATE TO WS_SUPP_EFF_DATE
                   END-IF
               WHEN "ALLW"
                   IF RATE_EFFECTIVE_DATE >= WS_ALLW_EFF_DATE
                       MOVE RATE_VALUE TO ALLOWANCE_AMOUNT
                       MOVE RATE_EFFECTIVE_DATE TO WS_ALLW_EFF_DATE
                   END-IF
           END-EVALUATE
           EXIT.

           EXIT.

       REVERSE-CALCULATE-ENTRY SECTION.
           DISPLAY "Enter the employee's ID, or 0 for default "
               "withholding: "
           ACCEPT EMPLOYEE_ID
           PERFORM LOAD-WITHHOLDING-ELECTION
           IF WS_WH_ON_FILE
               DISPLAY "Withholding election on file - status "
                   WS_WH_FILING_STATUS ", allowances "
                   WS_WH_ALLOWANCES ", extra " WS_WH_EXTRA_AMT
                   ", exempt " WS_WH_EXEMPT_FLAG "."
           ELSE
               DISPLAY "No withholding election on file - default "
                   "withholding (single, no allowances) used."
           END-IF
           DISPLAY "Enter the employee's name: "
           ACCEPT EMPLOYEE_NAME
           DISPLAY "Pay type (H=hourly, S=salaried): "
           DISPLAY "Enter the pay-period end date of the payment "
               "(YYYYMMDD): "
           ACCEPT WS_PAY_PERIOD_ID
           DISPLAY "Enter the payment sequence (0 for the regular "
               "payment, 1-99 for an off-cycle payment): "
           ACCEPT WS_PAYMENT_SEQUENCE
           EXIT.

       VOID-REVERSAL-RUN SECTION.
               IF WS_VOID_ALREADY_REVERSED
                   MOVE 12 TO RETURN-CODE
               ELSE
               IF WS_VOID_NOT_FOUND AND WS_PAYMENT_SEQUENCE = 0
                   PERFORM FIND-PRIOR-PERIOD-FOR-VOID
                   IF WS_VOID_FOUND
                       DISPLAY "WARNING: no pay-history record for "
                   ELSE
                       PERFORM WRITE-REVERSAL-AUDIT-ENTRY
                       PERFORM WRITE-REVERSAL-REGISTER-LINE
                       IF WS_VOID_PAYMENT_METHOD NOT = "C"
                           PERFORM WRITE-BANK-RECALL-ENTRY
                       END-IF
                       IF WS_VOID_CHECK_NUMBER > 0
                           PERFORM VOID-CHECK-REGISTER-ENTRY
                       END-IF
                       PERFORM MARK-PAY-HISTORY-VOIDED
                       PERFORM VOID-DEDUCTIONS-TAKEN
                       PERFORM VOID-LABOR-DIST-RECORDS
                       DISPLAY "Reversal posted for employee "
                           WS_VOID_EMPLOYEE_ID " period "
                           WS_PAY_PERIOD_ID "."
       FIND-PAY-HISTORY-FOR-VOID SECTION.
           MOVE "N" TO WS_VOID_FOUND_FLAG
           MOVE "N" TO WS_VOID_ALREADY_FLAG
           MOVE SPACE TO WS_VOID_PAYMENT_METHOD
           MOVE 0 TO WS_VOID_CHECK_NUMBER
           IF WS_PAY_HISTORY_FILE_OK
               MOVE WS_VOID_EMPLOYEE_ID TO PH_EMPLOYEE_ID
               MOVE WS_PAY_PERIOD_ID TO PH_PERIOD_ID
               MOVE WS_PAYMENT_SEQUENCE TO PH_PAYMENT_SEQUENCE
               READ PAY_HISTORY_FILE
                   INVALID KEY
                       CONTINUE
                           MOVE PH_ER_PENSION_AMT
                               TO WS_ER_PENSION_AMT
                           MOVE PH_NET_PAY TO RESULT
                           MOVE PH_PAYMENT_METHOD
                               TO WS_VOID_PAYMENT_METHOD
                           MOVE PH_CHECK_NUMBER
                               TO WS_VOID_CHECK_NUMBER
                           IF PH_RETRO_PAY > 0
                               MOVE PH_RETRO_PAY
                                   TO WS_RETRO_PAY_DISPLAY
                               DISPLAY "WARNING: this payment "
                                   "included retro pay of "
                                   WS_RETRO_PAY_DISPLAY
                                   " - re-enter the rate change in "
                                   "EMPLOYEE_MAINTENANCE if it is "
                                   "still owed."
                           END-IF
                       END-IF
               END-READ
           END-IF

       FIND-PRIOR-PERIOD-FOR-VOID SECTION.
           MOVE "N" TO WS_VOID_FOUND_FLAG
           OPEN INPUT EMPLOYEE_MASTER_FILE
           IF WS_EMPLOYEE_MASTER_FILE_OK
               MOVE WS_VOID_EMPLOYEE_ID TO EM_EMPLOYEE_ID
               READ EMPLOYEE_MASTER_FILE
                   NOT INVALID KEY
                       MOVE EM_PAY_FREQUENCY TO WS_RUN_PAY_FREQUENCY
                       PERFORM SET-RUN-PAY-FREQUENCY
               END-READ
               CLOSE EMPLOYEE_MASTER_FILE
           END-IF
           OPEN INPUT PRIOR_PERIOD_FILE
           IF NOT WS_PRIOR_PERIOD_FILE_OK
               DISPLAY "PRIOR_PERIOD.DAT could not be opened (status "
                           " - reversal not posted."
                       MOVE "Y" TO WS_VOID_ABORT_FLAG
                   ELSE
                       PERFORM SET-BUCKET-PERIOD
                       PERFORM APPLY-YTD-REVERSAL
                   END-IF
               END-IF
           END-IF
           SUBTRACT RESULT FROM YTD_NET_PAY
           PERFORM COMPUTE-PERIOD-QUARTERS
           IF WS_BUCKET_PERIOD_ID(1:6) = WS_PAY_PERIOD_ID(1:6)
              AND YTD_MTD_GROSS_PAY >= WS_GROSS_PAY
               SUBTRACT WS_GROSS_PAY FROM YTD_MTD_GROSS_PAY
               SUBTRACT WS_SOCIAL_SECURITY_AMT
                   EMPLOYEE_ID " - reversed period is outside the "
                   "current month."
           END-IF
           IF WS_BUCKET_PERIOD_ID(1:4) = WS_PAY_PERIOD_ID(1:4)
              AND WS_LAST_PERIOD_QUARTER = WS_PERIOD_QUARTER
              AND YTD_QTD_GROSS_PAY >= WS_GROSS_PAY
               SUBTRACT WS_GROSS_PAY FROM YTD_QTD_GROSS_PAY
                       " is closed - batch run aborted."
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM LOAD-RESTART-CHECKPOINT
                   IF WS_IS_SKIPPING
                      AND WS_RESTART_PAY_FREQUENCY NOT =
                          WS_RUN_PAY_FREQUENCY
                       DISPLAY "RESTART.DAT holds an interrupted run "
                           "for pay frequency "
                           WS_RESTART_PAY_FREQUENCY " - restart that "
                           "run first. Batch run aborted."
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       PERFORM BATCH-PAYROLL-RUN-BACKUP
                   END-IF
               END-IF
           END-IF
           EXIT.

       BATCH-PAYROLL-RUN-BACKUP SECTION.
           IF WS_IS_SKIPPING
               DISPLAY "Restarting an interrupted run - the "
                   "backup generation taken when it started "
                   "still applies."
           ELSE
               PERFORM TAKE-RUN-BACKUP
           END-IF
           IF WS_BACKUP_FAILED
               DISPLAY "Backup generation "
                   WS_BACKUP_GENERATION " could not be "
                   "completed - batch run aborted before "
                   "posting."
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM BATCH-PAYROLL-RUN-OPEN
           END-IF
           EXIT.

       BATCH-PAYROLL-RUN-OPEN SECTION.
           PERFORM LOAD-TIMECARD-TABLE
           OPEN I-O EMPLOYEE_MASTER_FILE
           MOVE "Y" TO WS_MASTER_IO_FLAG
                           "produced this run."
                   END-IF
                   IF NOT WS_PRIOR_PERIOD_FILE_OK
                       DISPLAY "WARNING: " WS_PRIOR_PERIOD_FILE_NAME
                           " could not be opened (status "
                           WS_PRIOR_PERIOD_FILE_STATUS
                           ") - prior-period snapshot will not be "
                           "saved this run."
                   END-IF
                   IF NOT WS_IS_SKIPPING
                       MOVE WS_PAY_PERIOD_ID TO WS_RH_PERIOD_ID
                       MOVE WS_RUN_PAY_FREQUENCY_NAME
                           TO WS_RH_PAY_FREQUENCY
                       WRITE PAYROLL_REGISTER_RECORD
                           FROM WS_REGISTER_HEADING_1
                       WRITE PAYROLL_REGISTER_RECORD
                       MOVE EM_EMPLOYEE_NAME TO EMPLOYEE_NAME
                       MOVE EM_HOURLY_SALARY TO HOURLY_SALARY
                       MOVE EM_PAY_TYPE TO PAY_TYPE
                       MOVE EM_PAY_FREQUENCY TO PAY_FREQUENCY
                       PERFORM SET-PAY-FREQUENCY-RULES
                       MOVE EM_PERIOD_SALARY TO PERIOD_SALARY
                       MOVE EM_BANK_ROUTING_NUMBER
                           TO BANK_ROUTING_NUMBER
                               TO VACATION_HOURS
                           MOVE WS_TC_SICK_HOURS(WS_TIMECARD_INDEX)
                               TO SICK_HOURS
                           PERFORM LOAD-EMPLOYEE-TC-LINES
                       ELSE
                           MOVE 0 TO WORKED_HOURS
                           MOVE 0 TO HOLIDAY_HOURS
                           MOVE 0 TO VACATION_HOURS
                           MOVE 0 TO SICK_HOURS
                           MOVE 0 TO WS_EL_COUNT
                       END-IF
                       IF WS_RECORD_NUMBER >
                          WS_RESUME_AFTER_RECORD_NUMBER
                           IF PAY_FREQUENCY_VALID
                              AND PAY_FREQUENCY NOT =
                                  WS_RUN_PAY_FREQUENCY
                               ADD 1 TO WS_OTHER_FREQUENCY_COUNT
                           ELSE
                           IF NOT EM_EMPLOYEE_ACTIVE
                               ADD 1 TO WS_INACTIVE_COUNT
                               IF EM_EMPLOYEE_TERMINATED
                                  AND WS_TIMECARD_FOUND
                                   PERFORM REJECT-TERMINATED-TIMECARD
                               END-IF
                           ELSE
                           IF WS_TIMECARD_NOT_FOUND
                              AND PAY_TYPE NOT = "S"
                               END-IF
                           END-IF
                           END-IF
                           END-IF
                           PERFORM WRITE-RESTART-CHECKPOINT
                       END-IF
               END-READ
               DISPLAY WS_INACTIVE_COUNT
                   " inactive record(s) skipped."
           END-IF
           IF WS_OTHER_FREQUENCY_COUNT > 0
               DISPLAY WS_OTHER_FREQUENCY_COUNT
                   " employee(s) on other pay frequencies skipped."
           END-IF
           IF WS_NO_TIMECARD_COUNT > 0
               DISPLAY WS_NO_TIMECARD_COUNT
                   " active employee(s) had no timecard - see "
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS_TERMINATED_TC_COUNT > 0
               DISPLAY WS_TERMINATED_TC_COUNT
                   " timecard(s) rejected for terminated employees - "
                   "see TIMECARD_EXCEPTIONS.DAT."
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS_NO_MASTER_COUNT > 0
               DISPLAY WS_NO_MASTER_COUNT
                   " timecard(s) had no master record - written to "
       PAY-ONE-EMPLOYEE SECTION.
           MOVE 0 TO WS_VAC_ACCRUED_HRS
           MOVE 0 TO WS_SICK_ACCRUED_HRS
           PERFORM CALCULATE-RETRO-PAY
           PERFORM CALCULATE-SALARY
           PERFORM WRITE-REGISTER-DETAIL-LINE
           PERFORM UPDATE-YTD-RECORD
           PERFORM DISBURSE-NET-PAYMENT
           PERFORM WRITE-PRIOR-PERIOD-RECORD
           PERFORM WRITE-PAY-HISTORY-RECORD
           PERFORM ACCUMULATE-RUN-TOTALS
           PERFORM APPLY-RETRO-PAY
           EXIT.

       CALCULATE-RETRO-PAY SECTION.
           MOVE 0 TO WS_RETRO_PAY
           MOVE 0 TO WS_RETRO_COUNT
           MOVE 0 TO WS_RATE_HIST_COUNT
           MOVE 0 TO WS_RETRO_FROM_DATE
           MOVE "N" TO WS_RETRO_OVERFLOW_FLAG
           IF WS_RATE_HISTORY_FILE_OK AND WS_PAY_HISTORY_FILE_OK
              AND (NOT WS_IS_OFF_CYCLE_RUN OR WS_IS_FINAL_PAY_RUN)
               PERFORM LOAD-EMPLOYEE-RATE-HISTORY
               IF WS_RETRO_FROM_DATE > 0
                   PERFORM SCAN-POSTED-PERIODS-FOR-RETRO
               END-IF
               IF WS_RETRO_PAY > 0
                   MOVE WS_RETRO_PAY TO WS_RETRO_PAY_DISPLAY
                   DISPLAY "Retro pay for " EMPLOYEE_NAME ": "
                       WS_RETRO_PAY_DISPLAY " over " WS_RETRO_COUNT
                       " posted period(s) from " WS_RETRO_FROM_DATE
               END-IF
           END-IF
           EXIT.

       LOAD-EMPLOYEE-RATE-HISTORY SECTION.
           MOVE EMPLOYEE_ID TO PR_EMPLOYEE_ID
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
                       IF PR_EMPLOYEE_ID NOT = EMPLOYEE_ID
                           MOVE "Y" TO WS_RATE_HISTORY_EOF_FLAG
                       ELSE
                           PERFORM LOAD-RATE-HISTORY-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS_RATE_HISTORY_FILE_STATUS
           EXIT.

       LOAD-RATE-HISTORY-ENTRY SECTION.
           IF WS_RATE_HIST_COUNT < 50
               ADD 1 TO WS_RATE_HIST_COUNT
               MOVE WS_RATE_HIST_COUNT TO WS_RATE_HIST_INDEX
               MOVE PR_EFFECTIVE_DATE
                   TO WS_RHE_EFFECTIVE_DATE(WS_RATE_HIST_INDEX)
               MOVE PR_NEW_PAY_TYPE
                   TO WS_RHE_PAY_TYPE(WS_RATE_HIST_INDEX)
               MOVE PR_NEW_HOURLY_SALARY
                   TO WS_RHE_HOURLY_SALARY(WS_RATE_HIST_INDEX)
               MOVE PR_NEW_PERIOD_SALARY
                   TO WS_RHE_PERIOD_SALARY(WS_RATE_HIST_INDEX)
               MOVE PR_RETRO_STATUS
                   TO WS_RHE_RETRO_STATUS(WS_RATE_HIST_INDEX)
               MOVE 0 TO WS_RHE_RETRO_AMOUNT(WS_RATE_HIST_INDEX)
               IF PR_RETRO_PENDING
                  AND (WS_RETRO_FROM_DATE = 0
                   OR PR_EFFECTIVE_DATE < WS_RETRO_FROM_DATE)
                   MOVE PR_EFFECTIVE_DATE TO WS_RETRO_FROM_DATE
               END-IF
           ELSE
               DISPLAY "WARNING: more than 50 rate changes on file "
                   "for employee " EMPLOYEE_ID " - effective "
                   PR_EFFECTIVE_DATE " ignored for retro pay."
           END-IF
           EXIT.

       SCAN-POSTED-PERIODS-FOR-RETRO SECTION.
           MOVE EMPLOYEE_ID TO PH_EMPLOYEE_ID
           MOVE WS_RETRO_FROM_DATE TO PH_PERIOD_ID
           MOVE 0 TO PH_PAYMENT_SEQUENCE
           MOVE "N" TO WS_RETRO_SCAN_FLAG
           START PAY_HISTORY_FILE
               KEY IS GREATER THAN OR EQUAL TO PH_RECORD_KEY
               INVALID KEY
                   MOVE "Y" TO WS_RETRO_SCAN_FLAG
           END-START
           PERFORM UNTIL WS_RETRO_SCAN_DONE
               READ PAY_HISTORY_FILE NEXT
                   AT END
                       MOVE "Y" TO WS_RETRO_SCAN_FLAG
                   NOT AT END
                       IF PH_EMPLOYEE_ID NOT = EMPLOYEE_ID
                           MOVE "Y" TO WS_RETRO_SCAN_FLAG
                       ELSE
                           IF PH_POSTED AND PH_REGULAR_PAYMENT
                              AND PH_PERIOD_ID NOT = WS_PAY_PERIOD_ID
                               PERFORM PRICE-RETRO-PERIOD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS_PAY_HISTORY_FILE_STATUS
           EXIT.

       FIND-RATE-IN-EFFECT SECTION.
           MOVE 0 TO WS_RATE_HIST_MATCH
           MOVE 0 TO WS_RATE_HIST_INDEX
           PERFORM UNTIL WS_RATE_HIST_INDEX >= WS_RATE_HIST_COUNT
               ADD 1 TO WS_RATE_HIST_INDEX
               IF WS_RHE_EFFECTIVE_DATE(WS_RATE_HIST_INDEX)
                  <= PH_PERIOD_ID
                   MOVE WS_RATE_HIST_INDEX TO WS_RATE_HIST_MATCH
               END-IF
           END-PERFORM
           EXIT.

       PRICE-RETRO-PERIOD SECTION.
           PERFORM FIND-RATE-IN-EFFECT
           MOVE 0 TO WS_RETRO_PERIOD_AMT
           IF WS_RATE_HIST_MATCH > 0
               MOVE WS_RATE_HIST_MATCH TO WS_RATE_HIST_INDEX
               EVALUATE TRUE
                   WHEN PH_PAY_TYPE NOT = "H" AND PH_PAY_TYPE NOT = "S"
                       CONTINUE
                   WHEN PH_PAY_TYPE NOT =
                        WS_RHE_PAY_TYPE(WS_RATE_HIST_INDEX)
                       DISPLAY "WARNING: pay type changed for "
                           "employee " EMPLOYEE_ID " period "
                           PH_PERIOD_ID " - retro pay must be "
                           "calculated by hand."
                   WHEN PH_PAY_TYPE = "S"
                       COMPUTE WS_RETRO_PERIOD_AMT =
                           WS_RHE_PERIOD_SALARY(WS_RATE_HIST_INDEX)
                           - PH_PERIOD_SALARY
                   WHEN OTHER
                       COMPUTE WS_RETRO_PERIOD_AMT ROUNDED =
                           (WS_RHE_HOURLY_SALARY(WS_RATE_HIST_INDEX)
                           - PH_HOURLY_RATE) *
                           (PH_REGULAR_HOURS +
                           (PH_OVERTIME_HOURS * OVERTIME_RATE_FACTOR)
                           + (PH_HOLIDAY_HOURS * HOLIDAY_RATE_FACTOR)
                           + PH_LEAVE_HOURS)
               END-EVALUATE
           END-IF
           IF WS_RETRO_PERIOD_AMT < 0
               DISPLAY "WARNING: rate in effect for employee "
                   EMPLOYEE_ID " period " PH_PERIOD_ID
                   " is below the rate paid - overpayment is not "
                   "recovered automatically."
           END-IF
           IF WS_RETRO_PERIOD_AMT > 0
               IF WS_RETRO_COUNT < 60
                   ADD 1 TO WS_RETRO_COUNT
                   MOVE WS_RETRO_COUNT TO WS_RETRO_INDEX
                   MOVE PH_PERIOD_ID TO WS_RTE_PERIOD_ID(WS_RETRO_INDEX)
                   MOVE PH_PAYMENT_SEQUENCE
                       TO WS_RTE_PAYMENT_SEQUENCE(WS_RETRO_INDEX)
                   MOVE PH_PAY_TYPE TO WS_RTE_PAY_TYPE(WS_RETRO_INDEX)
                   IF PH_PAY_TYPE = "S"
                       MOVE PH_PERIOD_SALARY
                           TO WS_RTE_OLD_RATE(WS_RETRO_INDEX)
                       MOVE WS_RHE_PERIOD_SALARY(WS_RATE_HIST_INDEX)
                           TO WS_RTE_NEW_RATE(WS_RETRO_INDEX)
                       MOVE 0 TO WS_RTE_HOURS(WS_RETRO_INDEX)
                   ELSE
                       MOVE PH_HOURLY_RATE
                           TO WS_RTE_OLD_RATE(WS_RETRO_INDEX)
                       MOVE WS_RHE_HOURLY_SALARY(WS_RATE_HIST_INDEX)
                           TO WS_RTE_NEW_RATE(WS_RETRO_INDEX)
                       COMPUTE WS_RTE_HOURS(WS_RETRO_INDEX) =
                           PH_REGULAR_HOURS + PH_OVERTIME_HOURS
                           + PH_HOLIDAY_HOURS + PH_LEAVE_HOURS
                   END-IF
                   MOVE WS_RETRO_PERIOD_AMT
                       TO WS_RTE_AMOUNT(WS_RETRO_INDEX)
                   ADD WS_RETRO_PERIOD_AMT TO WS_RETRO_PAY
                   ADD WS_RETRO_PERIOD_AMT
                       TO WS_RHE_RETRO_AMOUNT(WS_RATE_HIST_INDEX)
               ELSE
                   MOVE "Y" TO WS_RETRO_OVERFLOW_FLAG
                   DISPLAY "WARNING: more than 60 periods owe retro "
                       "pay for employee " EMPLOYEE_ID " - period "
                       PH_PERIOD_ID " left for the next run."
               END-IF
           END-IF
           EXIT.

       APPLY-RETRO-PAY SECTION.
           IF WS_RETRO_FROM_DATE > 0
               MOVE 0 TO WS_RETRO_INDEX
               PERFORM UNTIL WS_RETRO_INDEX >= WS_RETRO_COUNT
                   ADD 1 TO WS_RETRO_INDEX
                   PERFORM SETTLE-RETRO-PERIOD
               END-PERFORM
               IF NOT WS_RETRO_OVERFLOW
                   MOVE 0 TO WS_RATE_HIST_INDEX
                   PERFORM UNTIL WS_RATE_HIST_INDEX >=
                      WS_RATE_HIST_COUNT
                       ADD 1 TO WS_RATE_HIST_INDEX
                       IF WS_RHE_RETRO_STATUS(WS_RATE_HIST_INDEX)
                          = "P"
                           PERFORM CLOSE-RATE-HISTORY-ENTRY
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           MOVE 0 TO WS_RETRO_PAY
           MOVE 0 TO WS_RETRO_COUNT
           EXIT.

       SETTLE-RETRO-PERIOD SECTION.
           MOVE EMPLOYEE_ID TO PH_EMPLOYEE_ID
           MOVE WS_RTE_PERIOD_ID(WS_RETRO_INDEX) TO PH_PERIOD_ID
           MOVE WS_RTE_PAYMENT_SEQUENCE(WS_RETRO_INDEX)
               TO PH_PAYMENT_SEQUENCE
           READ PAY_HISTORY_FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS_RTE_PAY_TYPE(WS_RETRO_INDEX) = "S"
                       MOVE WS_RTE_NEW_RATE(WS_RETRO_INDEX)
                           TO PH_PERIOD_SALARY
                   ELSE
                       MOVE WS_RTE_NEW_RATE(WS_RETRO_INDEX)
                           TO PH_HOURLY_RATE
                   END-IF
                   REWRITE PAY_HISTORY_RECORD
           END-READ
           IF NOT WS_PAY_HISTORY_FILE_OK
               DISPLAY "WARNING: retro settlement could not be "
                   "recorded for employee " EMPLOYEE_ID " period "
                   WS_RTE_PERIOD_ID(WS_RETRO_INDEX) " (status "
                   WS_PAY_HISTORY_FILE_STATUS ")."
               MOVE "00" TO WS_PAY_HISTORY_FILE_STATUS
           END-IF
           EXIT.

       CLOSE-RATE-HISTORY-ENTRY SECTION.
           MOVE EMPLOYEE_ID TO PR_EMPLOYEE_ID
           MOVE WS_RHE_EFFECTIVE_DATE(WS_RATE_HIST_INDEX)
               TO PR_EFFECTIVE_DATE
           READ PAY_RATE_HISTORY_FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS_RHE_RETRO_AMOUNT(WS_RATE_HIST_INDEX) > 0
                       MOVE "A" TO PR_RETRO_STATUS
                   ELSE
                       MOVE "N" TO PR_RETRO_STATUS
                   END-IF
                   MOVE WS_PAY_PERIOD_ID TO PR_RETRO_PERIOD_ID
                   MOVE WS_RHE_RETRO_AMOUNT(WS_RATE_HIST_INDEX)
                       TO PR_RETRO_AMOUNT
                   REWRITE PAY_RATE_HISTORY_RECORD
           END-READ
           IF NOT WS_RATE_HISTORY_FILE_OK
               DISPLAY "WARNING: rate history for employee "
                   EMPLOYEE_ID " effective "
                   WS_RHE_EFFECTIVE_DATE(WS_RATE_HIST_INDEX)
                   " could not be marked (status "
                   WS_RATE_HISTORY_FILE_STATUS ")."
               MOVE "00" TO WS_RATE_HISTORY_FILE_STATUS
           END-IF
           EXIT.

       ACCUMULATE-RUN-TOTALS SECTION.
           ADD 1 TO WS_PAID_COUNT
           ADD WS_GROSS_PAY TO WS_TOTAL_GROSS
           ADD RESULT TO WS_TOTAL_NET
           ADD WS_ER_SOCIAL_SEC_AMT TO WS_TOTAL_ER_SOCIAL_SEC
           ADD WS_ER_UNEMPLOY_AMT TO WS_TOTAL_ER_UNEMPLOY
           ADD WS_ER_PENSION_AMT TO WS_TOTAL_ER_PENSION
           PERFORM DISTRIBUTE-LABOR-COST
           PERFORM ACCUMULATE-DEPARTMENT-TOTALS
           PERFORM WRITE-LABOR-DIST-RECORDS
           MOVE 0 TO WS_EL_COUNT
           EXIT.

       DISTRIBUTE-LABOR-COST SECTION.
           MOVE 0 TO WS_DIST_COUNT
           MOVE DEPARTMENT_CODE TO WS_DIST_DEPARTMENT_KEY
           PERFORM FIND-DIST-ENTRY
           MOVE 0 TO WS_DIST_LINE_WORKED
           MOVE 0 TO WS_DIST_LINE_HOLIDAY
           MOVE 0 TO WS_DIST_LINE_LEAVE
           MOVE 0 TO WS_EL_INDEX
           PERFORM UNTIL WS_EL_INDEX >= WS_EL_COUNT
               ADD 1 TO WS_EL_INDEX
               IF WS_EL_DEPARTMENT(WS_EL_INDEX) = SPACES
                   MOVE DEPARTMENT_CODE TO WS_DIST_DEPARTMENT_KEY
               ELSE
                   MOVE WS_EL_DEPARTMENT(WS_EL_INDEX)
                       TO WS_DIST_DEPARTMENT_KEY
               END-IF
               PERFORM FIND-DIST-ENTRY
               ADD WS_EL_WORKED_HOURS(WS_EL_INDEX)
                   TO WS_DIST_WORKED_HOURS(WS_DIST_INDEX)
                      WS_DIST_LINE_WORKED
               ADD WS_EL_HOLIDAY_HOURS(WS_EL_INDEX)
                   TO WS_DIST_HOLIDAY_HOURS(WS_DIST_INDEX)
                      WS_DIST_LINE_HOLIDAY
               ADD WS_EL_LEAVE_HOURS(WS_EL_INDEX)
                   TO WS_DIST_LEAVE_HOURS(WS_DIST_INDEX)
                      WS_DIST_LINE_LEAVE
           END-PERFORM
           IF WORKED_HOURS > WS_DIST_LINE_WORKED
               COMPUTE WS_DIST_WORKED_HOURS(1) =
                   WS_DIST_WORKED_HOURS(1) + WORKED_HOURS
                   - WS_DIST_LINE_WORKED
           END-IF
           IF HOLIDAY_HOURS > WS_DIST_LINE_HOLIDAY
               COMPUTE WS_DIST_HOLIDAY_HOURS(1) =
                   WS_DIST_HOLIDAY_HOURS(1) + HOLIDAY_HOURS
                   - WS_DIST_LINE_HOLIDAY
           END-IF
           COMPUTE WS_DIST_LEAVE_TOTAL = VACATION_HOURS + SICK_HOURS
           IF WS_DIST_LEAVE_TOTAL > WS_DIST_LINE_LEAVE
               COMPUTE WS_DIST_LEAVE_HOURS(1) =
                   WS_DIST_LEAVE_HOURS(1) + WS_DIST_LEAVE_TOTAL
                   - WS_DIST_LINE_LEAVE
           END-IF
           MOVE "N" TO WS_DIST_WHOLE_FLAG
           MOVE "W" TO WS_DIST_SPLIT_BASIS_CODE
           IF PAY_TYPE = "S"
               MOVE WORKED_HOURS TO WS_DIST_SPLIT_AMOUNT
           ELSE
               MOVE WS_REGULAR_HOURS TO WS_DIST_SPLIT_AMOUNT
           END-IF
           MOVE "RH" TO WS_DIST_TARGET
           PERFORM SPLIT-DIST-AMOUNT
           MOVE WS_OVERTIME_HOURS TO WS_DIST_SPLIT_AMOUNT
           MOVE "OH" TO WS_DIST_TARGET
           PERFORM SPLIT-DIST-AMOUNT
           MOVE WS_REGULAR_PAY TO WS_DIST_SPLIT_AMOUNT
           MOVE "RC" TO WS_DIST_TARGET
           PERFORM SPLIT-DIST-AMOUNT
           MOVE WS_OVERTIME_PAY TO WS_DIST_SPLIT_AMOUNT
           MOVE "OC" TO WS_DIST_TARGET
           PERFORM SPLIT-DIST-AMOUNT
           MOVE "H" TO WS_DIST_SPLIT_BASIS_CODE
           MOVE WS_HOLIDAY_PAY TO WS_DIST_SPLIT_AMOUNT
           MOVE "HC" TO WS_DIST_TARGET
           PERFORM SPLIT-DIST-AMOUNT
           MOVE "L" TO WS_DIST_SPLIT_BASIS_CODE
           MOVE WS_LEAVE_PAY TO WS_DIST_SPLIT_AMOUNT
           MOVE "LC" TO WS_DIST_TARGET
           PERFORM SPLIT-DIST-AMOUNT
           MOVE 0 TO WS_DIST_COMPONENT_TOTAL
           MOVE 0 TO WS_DIST_INDEX
           PERFORM UNTIL WS_DIST_INDEX >= WS_DIST_COUNT
               ADD 1 TO WS_DIST_INDEX
               COMPUTE WS_DIST_GROSS(WS_DIST_INDEX) =
                   WS_DIST_REGULAR_COST(WS_DIST_INDEX)
                   + WS_DIST_OVERTIME_COST(WS_DIST_INDEX)
                   + WS_DIST_HOLIDAY_COST(WS_DIST_INDEX)
                   + WS_DIST_LEAVE_COST(WS_DIST_INDEX)
               ADD WS_DIST_GROSS(WS_DIST_INDEX)
                   TO WS_DIST_COMPONENT_TOTAL
           END-PERFORM
           IF WS_GROSS_PAY > WS_DIST_COMPONENT_TOTAL
               COMPUTE WS_DIST_OTHER_COST(1) =
                   WS_GROSS_PAY - WS_DIST_COMPONENT_TOTAL
               ADD WS_DIST_OTHER_COST(1) TO WS_DIST_GROSS(1)
           END-IF
           MOVE "G" TO WS_DIST_SPLIT_BASIS_CODE
           COMPUTE WS_DIST_SPLIT_AMOUNT =
               WS_ER_SOCIAL_SEC_AMT + WS_ER_UNEMPLOY_AMT
               + WS_ER_PENSION_AMT
           MOVE "ER" TO WS_DIST_TARGET
           PERFORM SPLIT-DIST-AMOUNT
           EXIT.

       FIND-DIST-ENTRY SECTION.
           MOVE "N" TO WS_DIST_FOUND_FLAG
           MOVE 0 TO WS_DIST_INDEX
           PERFORM UNTIL WS_DIST_FOUND
              OR WS_DIST_INDEX >= WS_DIST_COUNT
               ADD 1 TO WS_DIST_INDEX
               IF WS_DIST_DEPARTMENT(WS_DIST_INDEX)
                  = WS_DIST_DEPARTMENT_KEY
                   MOVE "Y" TO WS_DIST_FOUND_FLAG
               END-IF
           END-PERFORM
           IF NOT WS_DIST_FOUND
           IF WS_DIST_COUNT < 21
               ADD 1 TO WS_DIST_COUNT
               MOVE WS_DIST_COUNT TO WS_DIST_INDEX
               MOVE WS_DIST_DEPARTMENT_KEY
                   TO WS_DIST_DEPARTMENT(WS_DIST_INDEX)
               MOVE 0 TO WS_DIST_DEPT_INDEX(WS_DIST_INDEX)
               MOVE 0 TO WS_DIST_WORKED_HOURS(WS_DIST_INDEX)
               MOVE 0 TO WS_DIST_HOLIDAY_HOURS(WS_DIST_INDEX)
               MOVE 0 TO WS_DIST_LEAVE_HOURS(WS_DIST_INDEX)
               MOVE 0 TO WS_DIST_REGULAR_HOURS(WS_DIST_INDEX)
               MOVE 0 TO WS_DIST_OVERTIME_HOURS(WS_DIST_INDEX)
               MOVE 0 TO WS_DIST_REGULAR_COST(WS_DIST_INDEX)
               MOVE 0 TO WS_DIST_OVERTIME_COST(WS_DIST_INDEX)
               MOVE 0 TO WS_DIST_HOLIDAY_COST(WS_DIST_INDEX)
               MOVE 0 TO WS_DIST_LEAVE_COST(WS_DIST_INDEX)
               MOVE 0 TO WS_DIST_OTHER_COST(WS_DIST_INDEX)
               MOVE 0 TO WS_DIST_GROSS(WS_DIST_INDEX)
               MOVE 0 TO WS_DIST_ER_COST(WS_DIST_INDEX)
               MOVE 0 TO WS_DIST_SHARE(WS_DIST_INDEX)
           ELSE
               MOVE 1 TO WS_DIST_INDEX
           END-IF
           END-IF
           EXIT.

       SPLIT-DIST-AMOUNT SECTION.
           MOVE 0 TO WS_DIST_BASIS_LEFT
           MOVE 0 TO WS_DIST_INDEX
           PERFORM UNTIL WS_DIST_INDEX >= WS_DIST_COUNT
               ADD 1 TO WS_DIST_INDEX
               PERFORM GET-DIST-BASIS
               ADD WS_DIST_BASIS TO WS_DIST_BASIS_LEFT
           END-PERFORM
           IF WS_DIST_BASIS_LEFT = 0
               MOVE "Y" TO WS_DIST_HOME_ONLY_FLAG
           ELSE
               MOVE "N" TO WS_DIST_HOME_ONLY_FLAG
           END-IF
           MOVE WS_DIST_SPLIT_AMOUNT TO WS_DIST_AMOUNT_LEFT
           MOVE 0 TO WS_DIST_INDEX
           PERFORM UNTIL WS_DIST_INDEX >= WS_DIST_COUNT
               ADD 1 TO WS_DIST_INDEX
               MOVE 0 TO WS_DIST_SHARE(WS_DIST_INDEX)
               IF WS_DIST_HOME_ONLY
                   IF WS_DIST_INDEX = 1
                       MOVE WS_DIST_AMOUNT_LEFT
                           TO WS_DIST_SHARE(WS_DIST_INDEX)
                   END-IF
               ELSE
                   PERFORM GET-DIST-BASIS
                   IF WS_DIST_BASIS > 0
                       IF WS_DIST_BASIS >= WS_DIST_BASIS_LEFT
                           MOVE WS_DIST_AMOUNT_LEFT
                               TO WS_DIST_SHARE(WS_DIST_INDEX)
                       ELSE
                           COMPUTE WS_DIST_SHARE(WS_DIST_INDEX) =
                               WS_DIST_AMOUNT_LEFT * WS_DIST_BASIS
                               / WS_DIST_BASIS_LEFT
                           IF WS_DIST_IN_WHOLE_UNITS
                               MOVE WS_DIST_SHARE(WS_DIST_INDEX)
                                   TO WS_DIST_WHOLE_SHARE
                               MOVE WS_DIST_WHOLE_SHARE
                                   TO WS_DIST_SHARE(WS_DIST_INDEX)
                           END-IF
                       END-IF
                       SUBTRACT WS_DIST_BASIS FROM WS_DIST_BASIS_LEFT
                   END-IF
               END-IF
               SUBTRACT WS_DIST_SHARE(WS_DIST_INDEX)
                   FROM WS_DIST_AMOUNT_LEFT
               PERFORM STORE-DIST-SHARE
           END-PERFORM
           EXIT.

       GET-DIST-BASIS SECTION.
           EVALUATE TRUE
               WHEN WS_DIST_BY_WORKED_HOURS
                   MOVE WS_DIST_WORKED_HOURS(WS_DIST_INDEX)
                       TO WS_DIST_BASIS
               WHEN WS_DIST_BY_HOLIDAY_HOURS
                   MOVE WS_DIST_HOLIDAY_HOURS(WS_DIST_INDEX)
                       TO WS_DIST_BASIS
               WHEN WS_DIST_BY_LEAVE_HOURS
                   MOVE WS_DIST_LEAVE_HOURS(WS_DIST_INDEX)
                       TO WS_DIST_BASIS
               WHEN OTHER
                   MOVE WS_DIST_GROSS(WS_DIST_INDEX) TO WS_DIST_BASIS
           END-EVALUATE
           EXIT.

       STORE-DIST-SHARE SECTION.
           MOVE WS_DIST_DEPT_INDEX(WS_DIST_INDEX) TO WS_DEPT_INDEX
           EVALUATE WS_DIST_TARGET
               WHEN "RH"
                   MOVE WS_DIST_SHARE(WS_DIST_INDEX)
                       TO WS_DIST_REGULAR_HOURS(WS_DIST_INDEX)
               WHEN "OH"
                   MOVE WS_DIST_SHARE(WS_DIST_INDEX)
                       TO WS_DIST_OVERTIME_HOURS(WS_DIST_INDEX)
               WHEN "RC"
                   MOVE WS_DIST_SHARE(WS_DIST_INDEX)
                       TO WS_DIST_REGULAR_COST(WS_DIST_INDEX)
               WHEN "OC"
                   MOVE WS_DIST_SHARE(WS_DIST_INDEX)
                       TO WS_DIST_OVERTIME_COST(WS_DIST_INDEX)
               WHEN "HC"
                   MOVE WS_DIST_SHARE(WS_DIST_INDEX)
                       TO WS_DIST_HOLIDAY_COST(WS_DIST_INDEX)
               WHEN "LC"
                   MOVE WS_DIST_SHARE(WS_DIST_INDEX)
                       TO WS_DIST_LEAVE_COST(WS_DIST_INDEX)
               WHEN "ER"
                   MOVE WS_DIST_SHARE(WS_DIST_INDEX)
                       TO WS_DIST_ER_COST(WS_DIST_INDEX)
               WHEN "SS"
                   IF WS_DEPT_INDEX > 0
                       ADD WS_DIST_SHARE(WS_DIST_INDEX)
                           TO WS_DEPT_SOCIAL_SEC(WS_DEPT_INDEX)
                   END-IF
               WHEN "UE"
                   IF WS_DEPT_INDEX > 0
                       ADD WS_DIST_SHARE(WS_DIST_INDEX)
                           TO WS_DEPT_UNEMPLOYMENT(WS_DEPT_INDEX)
                   END-IF
               WHEN "PE"
                   IF WS_DEPT_INDEX > 0
                       ADD WS_DIST_SHARE(WS_DIST_INDEX)
                           TO WS_DEPT_PENSION(WS_DEPT_INDEX)
                   END-IF
               WHEN "TX"
                   IF WS_DEPT_INDEX > 0
                       ADD WS_DIST_SHARE(WS_DIST_INDEX)
                           TO WS_DEPT_TAX(WS_DEPT_INDEX)
                   END-IF
               WHEN "DD"
                   IF WS_DEPT_INDEX > 0
                       ADD WS_DIST_SHARE(WS_DIST_INDEX)
                           TO WS_DEPT_DEDUCTIONS(WS_DEPT_INDEX)
                   END-IF
               WHEN "NT"
                   IF WS_DEPT_INDEX > 0
                       ADD WS_DIST_SHARE(WS_DIST_INDEX)
                           TO WS_DEPT_NET(WS_DEPT_INDEX)
                   END-IF
           END-EVALUATE
           EXIT.

       ACCUMULATE-DEPARTMENT-TOTALS SECTION.
           MOVE 0 TO WS_DIST_INDEX
           PERFORM UNTIL WS_DIST_INDEX >= WS_DIST_COUNT
               ADD 1 TO WS_DIST_INDEX
               PERFORM ADD-DIST-TO-DEPARTMENT
           END-PERFORM
           MOVE "G" TO WS_DIST_SPLIT_BASIS_CODE
           MOVE WS_SOCIAL_SECURITY_AMT TO WS_DIST_SPLIT_AMOUNT
           MOVE "SS" TO WS_DIST_TARGET
           PERFORM SPLIT-DIST-AMOUNT
           MOVE WS_UNEMPLOYMENT_AMT TO WS_DIST_SPLIT_AMOUNT
           MOVE "UE" TO WS_DIST_TARGET
           PERFORM SPLIT-DIST-AMOUNT
           MOVE WS_PENSION_AMT TO WS_DIST_SPLIT_AMOUNT
           MOVE "PE" TO WS_DIST_TARGET
           PERFORM SPLIT-DIST-AMOUNT
           MOVE WS_TAX_AMT TO WS_DIST_SPLIT_AMOUNT
           MOVE "TX" TO WS_DIST_TARGET
           PERFORM SPLIT-DIST-AMOUNT
           MOVE WS_DEDUCTION_AMT TO WS_DIST_SPLIT_AMOUNT
           MOVE "DD" TO WS_DIST_TARGET
           PERFORM SPLIT-DIST-AMOUNT
           MOVE "Y" TO WS_DIST_WHOLE_FLAG
           MOVE RESULT TO WS_DIST_SPLIT_AMOUNT
           MOVE "NT" TO WS_DIST_TARGET
           PERFORM SPLIT-DIST-AMOUNT
           MOVE "N" TO WS_DIST_WHOLE_FLAG
           EXIT.

       ADD-DIST-TO-DEPARTMENT SECTION.
           MOVE WS_DIST_DEPARTMENT(WS_DIST_INDEX)
               TO WS_DIST_DEPARTMENT_KEY
           PERFORM FIND-DEPARTMENT-ENTRY
           IF WS_DEPT_NOT_FOUND AND WS_DEPT_COUNT >= 49
               DISPLAY "WARNING: department table full - "
                   WS_DIST_DEPARTMENT_KEY " posted to the "
                   "unassigned (blank) department."
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE SPACES TO WS_DIST_DEPARTMENT_KEY
               PERFORM FIND-DEPARTMENT-ENTRY
           END-IF
           IF WS_DEPT_NOT_FOUND
               ADD 1 TO WS_DEPT_COUNT
               MOVE WS_DEPT_COUNT TO WS_DEPT_INDEX
               MOVE WS_DIST_DEPARTMENT_KEY
                   TO WS_DEPT_CODE(WS_DEPT_INDEX)
               MOVE 0 TO WS_DEPT_GROSS(WS_DEPT_INDEX)
               MOVE 0 TO WS_DEPT_SOCIAL_SEC(WS_DEPT_INDEX)
               MOVE 0 TO WS_DEPT_UNEMPLOYMENT(WS_DEPT_INDEX)
               MOVE 0 TO WS_DEPT_PENSION(WS_DEPT_INDEX)
               MOVE 0 TO WS_DEPT_TAX(WS_DEPT_INDEX)
               MOVE 0 TO WS_DEPT_DEDUCTIONS(WS_DEPT_INDEX)
               MOVE 0 TO WS_DEPT_NET(WS_DEPT_INDEX)
               MOVE 0 TO WS_DEPT_ER_CONTRIB(WS_DEPT_INDEX)
               MOVE "Y" TO WS_DEPT_FOUND_FLAG
           END-IF
           MOVE WS_DEPT_INDEX TO WS_DIST_DEPT_INDEX(WS_DIST_INDEX)
           ADD WS_DIST_GROSS(WS_DIST_INDEX)
               TO WS_DEPT_GROSS(WS_DEPT_INDEX)
           ADD WS_DIST_ER_COST(WS_DIST_INDEX)
               TO WS_DEPT_ER_CONTRIB(WS_DEPT_INDEX)
           EXIT.

       FIND-DEPARTMENT-ENTRY SECTION.
           MOVE "N" TO WS_DEPT_FOUND_FLAG
           MOVE 0 TO WS_DEPT_INDEX
           PERFORM UNTIL WS_DEPT_FOUND
              OR WS_DEPT_INDEX >= WS_DEPT_COUNT
               ADD 1 TO WS_DEPT_INDEX
               IF WS_DEPT_CODE(WS_DEPT_INDEX) = WS_DIST_DEPARTMENT_KEY
                   MOVE "Y" TO WS_DEPT_FOUND_FLAG
               END-IF
           END-PERFORM
           EXIT.

       WRITE-LABOR-DIST-RECORDS SECTION.
           IF WS_LABOR_DIST_FILE_OK
               PERFORM DELETE-LABOR-DIST-RECORDS
               MOVE 0 TO WS_DIST_INDEX
               PERFORM UNTIL WS_DIST_INDEX >= WS_DIST_COUNT
                   ADD 1 TO WS_DIST_INDEX
                   IF WS_DIST_GROSS(WS_DIST_INDEX) > 0
                      OR WS_DIST_ER_COST(WS_DIST_INDEX) > 0
                      OR WS_DIST_WORKED_HOURS(WS_DIST_INDEX) > 0
                      OR WS_DIST_HOLIDAY_HOURS(WS_DIST_INDEX) > 0
                      OR WS_DIST_LEAVE_HOURS(WS_DIST_INDEX) > 0
                       PERFORM WRITE-ONE-LABOR-DIST-RECORD
                   END-IF
               END-PERFORM
           END-IF
           EXIT.

       WRITE-ONE-LABOR-DIST-RECORD SECTION.
           MOVE EMPLOYEE_ID TO LD_EMPLOYEE_ID
           MOVE WS_PAY_PERIOD_ID TO LD_PERIOD_ID
           MOVE WS_PAYMENT_SEQUENCE TO LD_PAYMENT_SEQUENCE
           MOVE WS_DIST_DEPARTMENT(WS_DIST_INDEX) TO LD_DEPARTMENT_CODE
           MOVE EMPLOYEE_NAME TO LD_EMPLOYEE_NAME
           MOVE DEPARTMENT_CODE TO LD_HOME_DEPARTMENT
           EVALUATE TRUE
               WHEN WS_IS_FINAL_PAY_RUN
                   MOVE "F" TO LD_PAYMENT_TYPE
               WHEN WS_IS_OFF_CYCLE_RUN
                   MOVE "S" TO LD_PAYMENT_TYPE
               WHEN OTHER
                   MOVE "R" TO LD_PAYMENT_TYPE
           END-EVALUATE
           MOVE WS_DIST_REGULAR_HOURS(WS_DIST_INDEX)
               TO LD_REGULAR_HOURS
           MOVE WS_DIST_OVERTIME_HOURS(WS_DIST_INDEX)
               TO LD_OVERTIME_HOURS
           MOVE WS_DIST_HOLIDAY_HOURS(WS_DIST_INDEX)
               TO LD_HOLIDAY_HOURS
           MOVE WS_DIST_LEAVE_HOURS(WS_DIST_INDEX) TO LD_LEAVE_HOURS
           MOVE WS_DIST_REGULAR_COST(WS_DIST_INDEX) TO LD_REGULAR_COST
           MOVE WS_DIST_OVERTIME_COST(WS_DIST_INDEX)
               TO LD_OVERTIME_COST
           MOVE WS_DIST_HOLIDAY_COST(WS_DIST_INDEX) TO LD_HOLIDAY_COST
           MOVE WS_DIST_LEAVE_COST(WS_DIST_INDEX) TO LD_LEAVE_COST
           MOVE WS_DIST_OTHER_COST(WS_DIST_INDEX) TO LD_OTHER_COST
           MOVE WS_DIST_GROSS(WS_DIST_INDEX) TO LD_GROSS_COST
           MOVE WS_DIST_ER_COST(WS_DIST_INDEX) TO LD_ER_COST
           MOVE "P" TO LD_STATUS
           WRITE LABOR_DIST_RECORD
               INVALID KEY
                   DISPLAY "WARNING: labor distribution write failed "
                       "for employee " EMPLOYEE_ID " department "
                       LD_DEPARTMENT_CODE " (status "
                       WS_LABOR_DIST_FILE_STATUS ")."
                   MOVE "00" TO WS_LABOR_DIST_FILE_STATUS
           END-WRITE
           EXIT.

       DELETE-LABOR-DIST-RECORDS SECTION.
           MOVE EMPLOYEE_ID TO LD_EMPLOYEE_ID
           MOVE WS_PAY_PERIOD_ID TO LD_PERIOD_ID
           MOVE WS_PAYMENT_SEQUENCE TO LD_PAYMENT_SEQUENCE
           MOVE LOW-VALUES TO LD_DEPARTMENT_CODE
           MOVE "N" TO WS_LABOR_DIST_DONE_FLAG
           START LABOR_DIST_FILE
               KEY IS GREATER THAN OR EQUAL TO LD_RECORD_KEY
               INVALID KEY
                   MOVE "Y" TO WS_LABOR_DIST_DONE_FLAG
           END-START
           PERFORM UNTIL WS_LABOR_DIST_DONE
               READ LABOR_DIST_FILE NEXT
                   AT END
                       MOVE "Y" TO WS_LABOR_DIST_DONE_FLAG
                   NOT AT END
                       IF LD_EMPLOYEE_ID NOT = EMPLOYEE_ID
                          OR LD_PERIOD_ID NOT = WS_PAY_PERIOD_ID
                          OR LD_PAYMENT_SEQUENCE
                             NOT = WS_PAYMENT_SEQUENCE
                           MOVE "Y" TO WS_LABOR_DIST_DONE_FLAG
                       ELSE
                           DELETE LABOR_DIST_FILE RECORD
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS_LABOR_DIST_FILE_STATUS
           EXIT.

       VOID-LABOR-DIST-RECORDS SECTION.
           IF WS_LABOR_DIST_FILE_OK
               MOVE EMPLOYEE_ID TO LD_EMPLOYEE_ID
               MOVE WS_PAY_PERIOD_ID TO LD_PERIOD_ID
               MOVE WS_PAYMENT_SEQUENCE TO LD_PAYMENT_SEQUENCE
               MOVE LOW-VALUES TO LD_DEPARTMENT_CODE
               MOVE "N" TO WS_LABOR_DIST_DONE_FLAG
               START LABOR_DIST_FILE
                   KEY IS GREATER THAN OR EQUAL TO LD_RECORD_KEY
                   INVALID KEY
                       MOVE "Y" TO WS_LABOR_DIST_DONE_FLAG
               END-START
               PERFORM UNTIL WS_LABOR_DIST_DONE
                   READ LABOR_DIST_FILE NEXT
                       AT END
                           MOVE "Y" TO WS_LABOR_DIST_DONE_FLAG
                       NOT AT END
                           IF LD_EMPLOYEE_ID NOT = EMPLOYEE_ID
                              OR LD_PERIOD_ID NOT = WS_PAY_PERIOD_ID
                              OR LD_PAYMENT_SEQUENCE
                                 NOT = WS_PAYMENT_SEQUENCE
                               MOVE "Y" TO WS_LABOR_DIST_DONE_FLAG
                           ELSE
                               MOVE "V" TO LD_STATUS
                               REWRITE LABOR_DIST_RECORD
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS_LABOR_DIST_FILE_STATUS
           END-IF
           EXIT.

       CLEAR-RUN-ACCUMULATORS SECTION.
           MOVE 0 TO WS_TOTAL_SOCIAL_SEC_AMT
           MOVE 0 TO WS_TOTAL_UNEMPLOY_AMT
           MOVE 0 TO WS_TOTAL_ER_UNEMPLOY
           MOVE 0 TO WS_TOTAL_ER_PENSION
           MOVE 0 TO WS_DEPT_COUNT
           MOVE 0 TO WS_EL_COUNT
           EXIT.

       REBUILD-TOTALS-FROM-PRIOR SECTION.
           ADD WS_ER_SOCIAL_SEC_AMT TO WS_TOTAL_ER_SOCIAL_SEC
           ADD WS_ER_UNEMPLOY_AMT TO WS_TOTAL_ER_UNEMPLOY
           ADD WS_ER_PENSION_AMT TO WS_TOTAL_ER_PENSION
           PERFORM LOAD-POSTED-LABOR-DIST
           PERFORM ACCUMULATE-DEPARTMENT-TOTALS
           EXIT.

       LOAD-POSTED-LABOR-DIST SECTION.
           MOVE 0 TO WS_DIST_COUNT
           MOVE DEPARTMENT_CODE TO WS_DIST_DEPARTMENT_KEY
           PERFORM FIND-DIST-ENTRY
           MOVE 0 TO WS_DIST_COMPONENT_TOTAL
           MOVE 0 TO WS_DIST_ER_TOTAL
           IF WS_LABOR_DIST_FILE_OK
               MOVE PP_EMPLOYEE_ID TO LD_EMPLOYEE_ID
               MOVE WS_PAY_PERIOD_ID TO LD_PERIOD_ID
               MOVE 0 TO LD_PAYMENT_SEQUENCE
               MOVE LOW-VALUES TO LD_DEPARTMENT_CODE
               MOVE "N" TO WS_LABOR_DIST_DONE_FLAG
               START LABOR_DIST_FILE
                   KEY IS GREATER THAN OR EQUAL TO LD_RECORD_KEY
                   INVALID KEY
                       MOVE "Y" TO WS_LABOR_DIST_DONE_FLAG
               END-START
               PERFORM UNTIL WS_LABOR_DIST_DONE
                   READ LABOR_DIST_FILE NEXT
                       AT END
                           MOVE "Y" TO WS_LABOR_DIST_DONE_FLAG
                       NOT AT END
                           IF LD_EMPLOYEE_ID NOT = PP_EMPLOYEE_ID
                              OR LD_PERIOD_ID NOT = WS_PAY_PERIOD_ID
                              OR LD_PAYMENT_SEQUENCE NOT = 0
                               MOVE "Y" TO WS_LABOR_DIST_DONE_FLAG
                           ELSE
                           IF LD_POSTED
                               MOVE LD_DEPARTMENT_CODE
                                   TO WS_DIST_DEPARTMENT_KEY
                               PERFORM FIND-DIST-ENTRY
                               ADD LD_GROSS_COST
                                   TO WS_DIST_GROSS(WS_DIST_INDEX)
                                      WS_DIST_COMPONENT_TOTAL
                               ADD LD_ER_COST
                                   TO WS_DIST_ER_COST(WS_DIST_INDEX)
                                      WS_DIST_ER_TOTAL
                           END-IF
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS_LABOR_DIST_FILE_STATUS
           END-IF
           IF WS_DIST_COMPONENT_TOTAL NOT = WS_GROSS_PAY
              OR WS_DIST_ER_TOTAL NOT = WS_ER_SOCIAL_SEC_AMT
                 + WS_ER_UNEMPLOY_AMT + WS_ER_PENSION_AMT
               MOVE 1 TO WS_DIST_COUNT
               MOVE WS_GROSS_PAY TO WS_DIST_GROSS(1)
               COMPUTE WS_DIST_ER_COST(1) =
                   WS_ER_SOCIAL_SEC_AMT + WS_ER_UNEMPLOY_AMT
                   + WS_ER_PENSION_AMT
           END-IF
           EXIT.

       WRITE-REGISTER-DEPT-SUBTOTALS SECTION.
           IF WS_DEPT_COUNT > 0
               WRITE PAYROLL_REGISTER_RECORD
                   MOVE WS_DEPT_DEDUCTIONS(WS_DEPT_INDEX)
                       TO WS_RB_DEDUCTIONS
                   MOVE WS_DEPT_NET(WS_DEPT_INDEX) TO WS_RB_NET
                   MOVE WS_DEPT_ER_CONTRIB(WS_DEPT_INDEX)
                       TO WS_RB_ER_CONTRIB
                   WRITE PAYROLL_REGISTER_RECORD
                       FROM WS_REGISTER_DEPT_LINE
               END-PERFORM
       WRITE-GL-JOURNAL SECTION.
           OPEN OUTPUT GL_JOURNAL_FILE
           IF NOT WS_GL_JOURNAL_FILE_OK
               DISPLAY "WARNING: " WS_GL_JOURNAL_FILE_NAME
                   " could not be opened "
                   "(status " WS_GL_JOURNAL_FILE_STATUS
                   ") - GL journal not produced."
           ELSE
               MOVE 0 TO WS_DEPT_INDEX
               PERFORM UNTIL WS_DEPT_INDEX >= WS_DEPT_COUNT
                   ADD 1 TO WS_DEPT_INDEX
                   MOVE WS_GL_WAGE_ACCOUNT TO WS_GL_ACCOUNT
                   MOVE WS_DEPT_CODE(WS_DEPT_INDEX)
                       TO WS_GL_DEPARTMENT
                   MOVE WS_DEPT_GROSS(WS_DEPT_INDEX)
               COMPUTE WS_TOTAL_ER_CONTRIB =
                   WS_TOTAL_ER_SOCIAL_SEC + WS_TOTAL_ER_UNEMPLOY +
                   WS_TOTAL_ER_PENSION
               IF WS_TOTAL_ER_CONTRIB > 0
                   MOVE 0 TO WS_DEPT_INDEX
                   PERFORM UNTIL WS_DEPT_INDEX >= WS_DEPT_COUNT
                       ADD 1 TO WS_DEPT_INDEX
                       IF WS_DEPT_ER_CONTRIB(WS_DEPT_INDEX) > 0
                           MOVE "5200" TO WS_GL_ACCOUNT
                           MOVE WS_DEPT_CODE(WS_DEPT_INDEX)
                               TO WS_GL_DEPARTMENT
                           MOVE WS_DEPT_ER_CONTRIB(WS_DEPT_INDEX)
                               TO WS_GL_DEBIT_AMT
                           MOVE 0 TO WS_GL_CREDIT_AMT
                           WRITE GL_JOURNAL_RECORD
                               FROM WS_GL_DETAIL_LINE
                       END-IF
                   END-PERFORM
               END-IF
               MOVE SPACES TO WS_GL_DEPARTMENT
               MOVE 0 TO WS_GL_DEBIT_AMT
               MOVE "2100" TO WS_GL_ACCOUNT
               MOVE WS_TOTAL_SOCIAL_SEC_AMT TO WS_GL_CREDIT_AMT
               OPEN EXTEND PRIOR_PERIOD_FILE
           END-IF
           IF NOT WS_PRIOR_PERIOD_FILE_OK
               DISPLAY "WARNING: " WS_PRIOR_PERIOD_FILE_NAME
                   " could not be opened (status "
                   WS_PRIOR_PERIOD_FILE_STATUS
                   ") - prior-period snapshot will not be "
                   "saved this run."

       LOAD-TIMECARD-TABLE SECTION.
           MOVE 0 TO WS_TIMECARD_ENTRY_COUNT
           MOVE 0 TO WS_TC_LINE_TOTAL
           OPEN INPUT TIMECARD_FILE
           IF NOT WS_TIMECARD_FILE_OK
               DISPLAY "WARNING: TIMECARD.DAT could not be opened "
           EXIT.

       LOAD-TIMECARD-ENTRY SECTION.
           IF WS_TIMECARD_ENTRY_COUNT > 0
              AND WS_TC_EMPLOYEE_ID(WS_TIMECARD_ENTRY_COUNT)
                  = TC_EMPLOYEE_ID
               ADD TC_WORKED_HOURS
                   TO WS_TC_WORKED_HOURS(WS_TIMECARD_ENTRY_COUNT)
               ADD TC_HOLIDAY_HOURS
                   TO WS_TC_HOLIDAY_HOURS(WS_TIMECARD_ENTRY_COUNT)
               ADD TC_VACATION_HOURS
                   TO WS_TC_VACATION_HOURS(WS_TIMECARD_ENTRY_COUNT)
               ADD TC_SICK_HOURS
                   TO WS_TC_SICK_HOURS(WS_TIMECARD_ENTRY_COUNT)
               PERFORM LOAD-TIMECARD-LINE
           ELSE
           IF WS_TIMECARD_ENTRY_COUNT < 1000
               ADD 1 TO WS_TIMECARD_ENTRY_COUNT
               MOVE TC_EMPLOYEE_ID
                   TO WS_TC_SICK_HOURS(WS_TIMECARD_ENTRY_COUNT)
               MOVE "N"
                   TO WS_TC_MATCHED_FLAG(WS_TIMECARD_ENTRY_COUNT)
               COMPUTE WS_TC_FIRST_LINE(WS_TIMECARD_ENTRY_COUNT) =
                   WS_TC_LINE_TOTAL + 1
               MOVE 0 TO WS_TC_LINE_COUNT(WS_TIMECARD_ENTRY_COUNT)
               PERFORM LOAD-TIMECARD-LINE
           ELSE
               DISPLAY "WARNING: timecard table full - timecard for "
                   "employee " TC_EMPLOYEE_ID " not processed."
           END-IF
           END-IF
           EXIT.

       LOAD-TIMECARD-LINE SECTION.
           IF WS_TC_LINE_TOTAL < 3000
              AND WS_TC_LINE_COUNT(WS_TIMECARD_ENTRY_COUNT) < 20
               ADD 1 TO WS_TC_LINE_TOTAL
               ADD 1 TO WS_TC_LINE_COUNT(WS_TIMECARD_ENTRY_COUNT)
               MOVE TC_CHARGE_DEPARTMENT
                   TO WS_TL_DEPARTMENT(WS_TC_LINE_TOTAL)
               MOVE TC_WORKED_HOURS
                   TO WS_TL_WORKED_HOURS(WS_TC_LINE_TOTAL)
               MOVE TC_HOLIDAY_HOURS
                   TO WS_TL_HOLIDAY_HOURS(WS_TC_LINE_TOTAL)
               COMPUTE WS_TL_LEAVE_HOURS(WS_TC_LINE_TOTAL) =
                   TC_VACATION_HOURS + TC_SICK_HOURS
           ELSE
               DISPLAY "WARNING: timecard line table full - line "
                   TC_LINE_NUMBER " for employee " TC_EMPLOYEE_ID
                   " charged to the home department."
           END-IF
           EXIT.

       LOAD-EMPLOYEE-TC-LINES SECTION.
           MOVE 0 TO WS_EL_COUNT
           MOVE WS_TC_FIRST_LINE(WS_TIMECARD_INDEX) TO WS_TC_LINE_INDEX
           PERFORM UNTIL WS_EL_COUNT
                         >= WS_TC_LINE_COUNT(WS_TIMECARD_INDEX)
               ADD 1 TO WS_EL_COUNT
               MOVE WS_TL_DEPARTMENT(WS_TC_LINE_INDEX)
                   TO WS_EL_DEPARTMENT(WS_EL_COUNT)
               MOVE WS_TL_WORKED_HOURS(WS_TC_LINE_INDEX)
                   TO WS_EL_WORKED_HOURS(WS_EL_COUNT)
               MOVE WS_TL_HOLIDAY_HOURS(WS_TC_LINE_INDEX)
                   TO WS_EL_HOLIDAY_HOURS(WS_EL_COUNT)
               MOVE WS_TL_LEAVE_HOURS(WS_TC_LINE_INDEX)
                   TO WS_EL_LEAVE_HOURS(WS_EL_COUNT)
               ADD 1 TO WS_TC_LINE_INDEX
           END-PERFORM
           EXIT.

       FIND-TIMECARD-ENTRY SECTION.
           END-IF
           EXIT.

       REJECT-TERMINATED-TIMECARD SECTION.
           ADD 1 TO WS_TERMINATED_TC_COUNT
           DISPLAY "Timecard for " EMPLOYEE_NAME " in period "
               WS_PAY_PERIOD_ID " rejected - employee terminated on "
               EM_TERMINATION_DATE "."
           IF WS_TIMECARD_EXC_FILE_OK
               MOVE "TERMINATED" TO WS_TX_TYPE
               MOVE EMPLOYEE_ID TO WS_TX_EMPLOYEE_ID
               MOVE EMPLOYEE_NAME TO WS_TX_NAME
               WRITE TIMECARD_EXCEPTION_RECORD
                   FROM WS_TIMECARD_EXC_LINE
           END-IF
           EXIT.

       WRITE-UNMATCHED-TIMECARDS SECTION.
           MOVE 0 TO WS_TIMECARD_INDEX
           PERFORM UNTIL WS_TIMECARD_INDEX >= WS_TIMECARD_ENTRY_COUNT
           MOVE WS_SW_DEPARTMENT_CODE TO DEPARTMENT_CODE
           MOVE WS_SW_BANK_STATUS TO BANK_STATUS
           MOVE WS_SW_PERIOD_ID TO WS_PAY_PERIOD_ID
           MOVE SPACE TO PAY_FREQUENCY
           PERFORM REFRESH-SUSPENSE-STANDING-DATA
           PERFORM SET-PAY-FREQUENCY-RULES
           PERFORM CHECK-PERIOD-CONTROL
           IF PAY_FREQUENCY_VALID
              AND PAY_FREQUENCY NOT = WS_RUN_PAY_FREQUENCY
               DISPLAY "Employee " EMPLOYEE_ID " is on pay frequency "
                   PAY_FREQUENCY " - left in suspense for that "
                   "frequency's reprocess."
               PERFORM KEEP-SUSPENSE-RECORD
           ELSE
           IF WS_PERIOD_IS_CLOSED
               DISPLAY "Pay period " WS_PAY_PERIOD_ID " is closed - "
                   EMPLOYEE_NAME " left in suspense."
               END-IF
           END-IF
           END-IF
           END-IF
           EXIT.

       REFRESH-SUSPENSE-STANDING-DATA SECTION.
                   MOVE EM_EMPLOYEE_NAME TO EMPLOYEE_NAME
                   MOVE EM_HOURLY_SALARY TO HOURLY_SALARY
                   MOVE EM_PAY_TYPE TO PAY_TYPE
                   MOVE EM_PAY_FREQUENCY TO PAY_FREQUENCY
                   MOVE EM_PERIOD_SALARY TO PERIOD_SALARY
                   MOVE EM_BANK_ROUTING_NUMBER
                       TO BANK_ROUTING_NUMBER
           END-IF
           OPEN OUTPUT CONTROL_REPORT_FILE
           IF NOT WS_CONTROL_REPORT_FILE_OK
               DISPLAY "WARNING: " WS_CONTROL_REPORT_FILE_NAME
                   " could not be opened (status "
                   WS_CONTROL_REPORT_FILE_STATUS
                   ") - control report not written."
           ELSE
               WRITE CONTROL_REPORT_RECORD FROM WS_CONTROL_HEADING_1
           MOVE WS_DEDUCTION_AMT TO WS_RD_DEDUCTIONS
           MOVE RESULT TO WS_RD_NET
           WRITE PAYROLL_REGISTER_RECORD FROM WS_REGISTER_DETAIL_LINE
           MOVE 0 TO WS_RETRO_INDEX
           PERFORM UNTIL WS_RETRO_INDEX >= WS_RETRO_COUNT
               ADD 1 TO WS_RETRO_INDEX
               MOVE WS_RTE_PERIOD_ID(WS_RETRO_INDEX) TO WS_RR_PERIOD_ID
               MOVE WS_RTE_AMOUNT(WS_RETRO_INDEX) TO WS_RR_AMOUNT
               MOVE WS_RTE_OLD_RATE(WS_RETRO_INDEX) TO WS_RR_OLD_RATE
               MOVE WS_RTE_NEW_RATE(WS_RETRO_INDEX) TO WS_RR_NEW_RATE
               MOVE WS_RTE_HOURS(WS_RETRO_INDEX) TO WS_RR_HOURS
               WRITE PAYROLL_REGISTER_RECORD
                   FROM WS_REGISTER_RETRO_LINE
           END-PERFORM
           EXIT.

       WRITE-PRIOR-PERIOD-RECORD SECTION.
           MOVE 0 TO WS_PRIOR_ENTRY_COUNT
           OPEN INPUT PRIOR_PERIOD_FILE
           IF NOT WS_PRIOR_PERIOD_FILE_OK
               DISPLAY WS_PRIOR_PERIOD_FILE_NAME " not found - "
                   "every employee will be reported as appearing for "
                   "the first time."
           ELSE
               MOVE "N" TO WS_PRIOR_EOF_FLAG
               PERFORM UNTIL WS_PRIOR_END_OF_FILE
                       MOVE EM_EMPLOYEE_NAME TO EMPLOYEE_NAME
                       MOVE EM_HOURLY_SALARY TO HOURLY_SALARY
                       MOVE EM_PAY_TYPE TO PAY_TYPE
                       MOVE EM_PAY_FREQUENCY TO PAY_FREQUENCY
                       PERFORM SET-PAY-FREQUENCY-RULES
                       MOVE EM_PERIOD_SALARY TO PERIOD_SALARY
                       IF EM_EMPLOYEE_ACTIVE
                          AND (NOT PAY_FREQUENCY_VALID
                           OR PAY_FREQUENCY = WS_RUN_PAY_FREQUENCY)
                           PERFORM PROOF-ONE-EMPLOYEE
                       END-IF
               END-READ
                   FROM WS_PROOF_SIMPLE_LINE
               ADD 1 TO WS_EXCEPTION_COUNT
           ELSE
               PERFORM CALCULATE-RETRO-PAY
               PERFORM CALCULATE-SALARY
               MOVE 0 TO WS_RETRO_PAY
               MOVE 0 TO WS_RETRO_COUNT
               PERFORM FIND-PRIOR-PERIOD-ENTRY
               IF WS_PRIOR_NOT_FOUND
                   MOVE "NEW EMPLOYEE" TO WS_PXS_TYPE
           END-PERFORM
           EXIT.

       GET-SUPPLEMENTAL-PAY-DATE SECTION.
           DISPLAY "Enter the off-cycle payment date (YYYYMMDD), "
               "or 0 for today: "
           ACCEPT WS_PAY_PERIOD_ID
           IF WS_PAY_PERIOD_ID = 0
               MOVE WS_CURRENT_DATE_YYYYMMDD TO WS_PAY_PERIOD_ID
           END-IF
           EXIT.

       SUPPLEMENTAL-PAYMENT-RUN SECTION.
           PERFORM CHECK-OFF-CYCLE-DATE
           IF WS_PERIOD_IS_CLOSED
               DISPLAY "Payment date " WS_PAY_PERIOD_ID
                   " falls in a closed pay period - off-cycle run "
                   "aborted."
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN INPUT SUPPLEMENTAL_PAY_FILE
               IF NOT WS_SUPPLEMENTAL_FILE_OK
                   DISPLAY "SUPPLEMENTAL_PAY.DAT could not be opened "
                       "(status " WS_SUPPLEMENTAL_FILE_STATUS
                       ") - off-cycle run aborted."
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE "Y" TO WS_OFF_CYCLE_FLAG
                   MOVE "5110" TO WS_GL_WAGE_ACCOUNT
                   PERFORM SET-SUPPLEMENTAL-FILE-NAMES
                   PERFORM SUPPLEMENTAL-PAYMENT-RUN-OPEN
                   CLOSE SUPPLEMENTAL_PAY_FILE
                   MOVE "N" TO WS_OFF_CYCLE_FLAG
                   MOVE "5100" TO WS_GL_WAGE_ACCOUNT
                   MOVE 0 TO WS_PAYMENT_SEQUENCE
                   MOVE "REG " TO WS_EARNING_TYPE
               END-IF
           END-IF
           EXIT.

       CHECK-OFF-CYCLE-DATE SECTION.
           MOVE "N" TO WS_PERIOD_CLOSED_FLAG
           PERFORM LOAD-CLOSED-PERIODS
           MOVE 0 TO WS_CLOSED_PERIOD_INDEX
           PERFORM UNTIL WS_CLOSED_PERIOD_INDEX >=
                         WS_CLOSED_PERIOD_COUNT
               ADD 1 TO WS_CLOSED_PERIOD_INDEX
               IF WS_CLOSED_PERIOD_ID(WS_CLOSED_PERIOD_INDEX) >=
                  WS_PAY_PERIOD_ID
                   MOVE "Y" TO WS_PERIOD_CLOSED_FLAG
               END-IF
           END-PERFORM
           EXIT.

       SET-SUPPLEMENTAL-FILE-NAMES SECTION.
           IF WS_PAYROLL_REGISTER_FILE_NAME = "PAYROLL_REGISTER.DAT"
               MOVE "SUPPLEMENTAL_REGISTER.DAT"
                   TO WS_PAYROLL_REGISTER_FILE_NAME
           END-IF
           MOVE "SUPPLEMENTAL_PAY_STUBS.DAT" TO WS_PAY_STUB_FILE_NAME
           MOVE "SUPPLEMENTAL_BANK_PAYMENT.DAT"
               TO WS_BANK_PAYMENT_FILE_NAME
           MOVE "SUPPLEMENTAL_PAPER_CHECK.DAT"
               TO WS_PAPER_CHECK_FILE_NAME
           MOVE "SUPPLEMENTAL_GL_JOURNAL.DAT"
               TO WS_GL_JOURNAL_FILE_NAME
           MOVE "SUPPLEMENTAL_CONTROL_REPORT.DAT"
               TO WS_CONTROL_REPORT_FILE_NAME
           EXIT.

       SUPPLEMENTAL-PAYMENT-RUN-OPEN SECTION.
           OPEN I-O EMPLOYEE_MASTER_FILE
           MOVE "Y" TO WS_MASTER_IO_FLAG
           IF NOT WS_EMPLOYEE_MASTER_FILE_OK
               DISPLAY "EMPLOYEE_MASTER.DAT not found or unreadable "
                   "(status " WS_EMPLOYEE_MASTER_FILE_STATUS
                   ") - off-cycle run aborted."
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT PAYROLL_REGISTER_FILE
               IF NOT WS_PAYROLL_REGISTER_FILE_OK
                   DISPLAY "Register " WS_PAYROLL_REGISTER_FILE_NAME
                       " could not be opened (status "
                       WS_PAYROLL_REGISTER_FILE_STATUS
                       ") - off-cycle run aborted."
                   MOVE 12 TO RETURN-CODE
                   CLOSE EMPLOYEE_MASTER_FILE
               ELSE
                   MOVE 0 TO WS_TOTAL_GROSS
                   MOVE 0 TO WS_TOTAL_NET
                   MOVE 0 TO WS_REJECTED_COUNT
                   MOVE 0 TO WS_PAID_COUNT
                   MOVE 0 TO WS_YTD_APPLIED_COUNT
                   MOVE 0 TO WS_YTD_APPLIED_GROSS
                   MOVE 0 TO WS_YTD_APPLIED_NET
                   MOVE 0 TO WS_AUDIT_WRITTEN_COUNT
                   MOVE 0 TO WS_AUDIT_WRITTEN_GROSS
                   MOVE 0 TO WS_AUDIT_WRITTEN_NET
                   MOVE 0 TO WS_BANK_PAID_COUNT
                   MOVE 0 TO WS_BANK_NET_TOTAL
                   MOVE 0 TO WS_CHECK_COUNT
                   MOVE 0 TO WS_CHECK_NET_TOTAL
                   PERFORM CLEAR-RUN-ACCUMULATORS
                   OPEN OUTPUT PAY_STUB_FILE
                   OPEN OUTPUT BANK_PAYMENT_FILE
                   OPEN OUTPUT PAPER_CHECK_FILE
                   OPEN OUTPUT SUPPLEMENTAL_EXCEPTION_FILE
                   IF NOT WS_PAY_STUB_FILE_OK
                       DISPLAY "WARNING: " WS_PAY_STUB_FILE_NAME
                           " could not be opened (status "
                           WS_PAY_STUB_FILE_STATUS
                           ") - pay stubs will not be produced "
                           "this run."
                   END-IF
                   IF NOT WS_BANK_PAYMENT_FILE_OK
                       DISPLAY "WARNING: " WS_BANK_PAYMENT_FILE_NAME
                           " could not be opened (status "
                           WS_BANK_PAYMENT_FILE_STATUS
                           ") - bank payment extract will not be "
                           "produced this run."
                   END-IF
                   IF NOT WS_PAPER_CHECK_FILE_OK
                       DISPLAY "WARNING: " WS_PAPER_CHECK_FILE_NAME
                           " could not be opened (status "
                           WS_PAPER_CHECK_FILE_STATUS
                           ") - paper check register will not be "
                           "produced this run."
                   END-IF
                   IF NOT WS_SUPP_EXCEPTION_FILE_OK
                       DISPLAY "WARNING: SUPPLEMENTAL_EXCEPTIONS.DAT "
                           "could not be opened (status "
                           WS_SUPP_EXCEPTION_FILE_STATUS
                           ") - rejected payments will only be "
                           "displayed."
                   END-IF
                   MOVE WS_PAY_PERIOD_ID TO WS_SH_PAY_DATE
                   WRITE PAYROLL_REGISTER_RECORD
                       FROM WS_SUPP_REGISTER_HEADING_1
                   WRITE PAYROLL_REGISTER_RECORD
                       FROM WS_SUPP_REGISTER_HEADING_2
                   IF WS_PAPER_CHECK_FILE_OK
                       WRITE PAPER_CHECK_RECORD
                           FROM WS_PAPER_CHECK_HEADING
                   END-IF
                   IF WS_SUPP_EXCEPTION_FILE_OK
                       WRITE SUPPLEMENTAL_EXCEPTION_RECORD
                           FROM WS_SUPP_EXCEPTION_HEADING
                   END-IF
                   PERFORM PROCESS-SUPPLEMENTAL-PAYMENTS
               END-IF
           END-IF
           EXIT.

       PROCESS-SUPPLEMENTAL-PAYMENTS SECTION.
           MOVE "N" TO WS_SUPPLEMENTAL_EOF_FLAG
           PERFORM UNTIL WS_SUPPLEMENTAL_END_OF_FILE
               READ SUPPLEMENTAL_PAY_FILE
                   AT END
                       MOVE "Y" TO WS_SUPPLEMENTAL_EOF_FLAG
                   NOT AT END
                       PERFORM PROCESS-ONE-SUPPLEMENTAL-PAYMENT
               END-READ
           END-PERFORM
           PERFORM WRITE-REGISTER-DEPT-SUBTOTALS
           MOVE WS_TOTAL_GROSS TO WS_RT_GROSS
           MOVE WS_TOTAL_NET TO WS_RT_NET
           MOVE WS_TOTAL_DEDUCTION_AMT TO WS_RT_DEDUCTIONS
           WRITE PAYROLL_REGISTER_RECORD FROM WS_REGISTER_TOTAL_LINE
           IF WS_BANK_PAYMENT_FILE_OK
               MOVE WS_BANK_PAID_COUNT TO WS_BT_PAYMENT_COUNT
               MOVE WS_BANK_NET_TOTAL TO WS_BT_HASH_TOTAL
               WRITE BANK_PAYMENT_RECORD FROM WS_BANK_TRAILER_LINE
           END-IF
           PERFORM WRITE-PAPER-CHECK-TOTALS
           IF WS_REJECTED_COUNT > 0
               DISPLAY WS_REJECTED_COUNT
                   " off-cycle payment(s) rejected - see "
                   "SUPPLEMENTAL_EXCEPTIONS.DAT."
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE EMPLOYEE_MASTER_FILE
           CLOSE PAYROLL_REGISTER_FILE
           CLOSE PAY_STUB_FILE
           CLOSE BANK_PAYMENT_FILE
           CLOSE PAPER_CHECK_FILE
           CLOSE SUPPLEMENTAL_EXCEPTION_FILE
           PERFORM WRITE-GL-JOURNAL
           PERFORM BALANCE-BATCH-RUN
           DISPLAY "Off-cycle run complete - " WS_PAID_COUNT
               " payment(s) made with payment date "
               WS_PAY_PERIOD_ID "."
           EXIT.

       PROCESS-ONE-SUPPLEMENTAL-PAYMENT SECTION.
           MOVE SPACES TO WS_SUPP_REJECT_REASON
           MOVE SP_EARNING_TYPE TO WS_EARNING_TYPE
           EVALUATE TRUE
               WHEN SP_EMPLOYEE_ID IS NOT NUMERIC
                   MOVE "INVALID EMPLOYEE ID" TO WS_SUPP_REJECT_REASON
               WHEN SP_AMOUNT IS NOT NUMERIC
                   MOVE "INVALID AMOUNT" TO WS_SUPP_REJECT_REASON
               WHEN SP_AMOUNT = 0
                   MOVE "ZERO AMOUNT" TO WS_SUPP_REJECT_REASON
               WHEN NOT WS_SUPP_EARNING_TYPE_VALID
                   MOVE "UNKNOWN EARNING TYPE" TO WS_SUPP_REJECT_REASON
               WHEN OTHER
                   PERFORM LOAD-SUPPLEMENTAL-STANDING-DATA
           END-EVALUATE
           IF WS_SUPP_REJECT_REASON NOT = SPACES
               ADD 1 TO WS_REJECTED_COUNT
               DISPLAY "Off-cycle payment for employee "
                   SP_EMPLOYEE_ID " rejected - "
                   WS_SUPP_REJECT_REASON
               PERFORM WRITE-SUPPLEMENTAL-EXCEPTION
           ELSE
               PERFORM PAY-ONE-SUPPLEMENTAL-PAYMENT
           END-IF
           EXIT.

       LOAD-SUPPLEMENTAL-STANDING-DATA SECTION.
           MOVE SP_EMPLOYEE_ID TO EM_EMPLOYEE_ID
           READ EMPLOYEE_MASTER_FILE
               INVALID KEY
                   MOVE "NO MASTER RECORD" TO WS_SUPP_REJECT_REASON
               NOT INVALID KEY
                   IF NOT EM_EMPLOYEE_ACTIVE
                       MOVE "EMPLOYEE NOT ACTIVE"
                           TO WS_SUPP_REJECT_REASON
                   ELSE
                       MOVE EM_EMPLOYEE_ID TO EMPLOYEE_ID
                       MOVE EM_EMPLOYEE_NAME TO EMPLOYEE_NAME
                       MOVE EM_HOURLY_SALARY TO HOURLY_SALARY
                       MOVE EM_PAY_TYPE TO PAY_TYPE
                       MOVE EM_PAY_FREQUENCY TO PAY_FREQUENCY
                       PERFORM SET-PAY-FREQUENCY-RULES
                       MOVE EM_PERIOD_SALARY TO PERIOD_SALARY
                       MOVE EM_BANK_ROUTING_NUMBER
                           TO BANK_ROUTING_NUMBER
                       MOVE EM_BANK_ACCOUNT_NUMBER
                           TO BANK_ACCOUNT_NUMBER
                       MOVE EM_DEPARTMENT_CODE TO DEPARTMENT_CODE
                       MOVE EM_BANK_STATUS TO BANK_STATUS
                       MOVE 0 TO WORKED_HOURS
                       MOVE 0 TO HOLIDAY_HOURS
                       MOVE 0 TO VACATION_HOURS
                       MOVE 0 TO SICK_HOURS
                       PERFORM FIND-NEXT-PAYMENT-SEQUENCE
                       IF NOT WS_SEQUENCE_IS_FREE
                           MOVE "NO FREE SEQUENCE"
                               TO WS_SUPP_REJECT_REASON
                       END-IF
                   END-IF
           END-READ
           EXIT.

       FIND-NEXT-PAYMENT-SEQUENCE SECTION.
           MOVE 0 TO WS_PAYMENT_SEQUENCE
           MOVE "N" TO WS_SEQUENCE_FREE_FLAG
           IF NOT WS_PAY_HISTORY_FILE_OK
               MOVE 1 TO WS_PAYMENT_SEQUENCE
               MOVE "Y" TO WS_SEQUENCE_FREE_FLAG
           ELSE
               PERFORM UNTIL WS_SEQUENCE_IS_FREE
                  OR WS_PAYMENT_SEQUENCE >= 99
                   ADD 1 TO WS_PAYMENT_SEQUENCE
                   MOVE EMPLOYEE_ID TO PH_EMPLOYEE_ID
                   MOVE WS_PAY_PERIOD_ID TO PH_PERIOD_ID
                   MOVE WS_PAYMENT_SEQUENCE TO PH_PAYMENT_SEQUENCE
                   READ PAY_HISTORY_FILE
                       INVALID KEY
                           MOVE "Y" TO WS_SEQUENCE_FREE_FLAG
                   END-READ
               END-PERFORM
               MOVE "00" TO WS_PAY_HISTORY_FILE_STATUS
           END-IF
           EXIT.

       PAY-ONE-SUPPLEMENTAL-PAYMENT SECTION.
           MOVE 0 TO WS_VAC_ACCRUED_HRS
           MOVE 0 TO WS_SICK_ACCRUED_HRS
           PERFORM CALCULATE-SUPPLEMENTAL-PAY
           PERFORM WRITE-SUPP-REGISTER-DETAIL-LINE
           PERFORM UPDATE-YTD-RECORD
           PERFORM WRITE-PAY-STUB
           PERFORM DISBURSE-NET-PAYMENT
           PERFORM WRITE-PAY-HISTORY-RECORD
           PERFORM ACCUMULATE-RUN-TOTALS
           EXIT.

       CALCULATE-SUPPLEMENTAL-PAY SECTION.
           MOVE 0 TO WS_REGULAR_HOURS
           MOVE 0 TO WS_OVERTIME_HOURS
           MOVE 0 TO WS_REGULAR_PAY
           MOVE 0 TO WS_OVERTIME_PAY
           MOVE 0 TO WS_HOLIDAY_PAY
           MOVE 0 TO WS_LEAVE_PAY
           MOVE SP_AMOUNT TO WS_SUPPLEMENTAL_PAY
           MOVE WS_SUPPLEMENTAL_PAY TO WS_GROSS_PAY
           PERFORM LOAD-WITHHOLDING-ELECTION
           IF WS_WH_EXEMPT
               MOVE 0 TO WS_TAX_AMT
           ELSE
               COMPUTE WS_TAX_AMT ROUNDED =
                   WS_GROSS_PAY * SUPPLEMENTAL_TAX_RATE / 100
           END-IF
           PERFORM CALCULATE-STATUTORY-AMOUNTS
           MOVE 0 TO WS_DEDUCTION_AMT
           MOVE 0 TO WS_DED_APPLIED_COUNT
           MOVE RESULT TO SALARY
           DISPLAY "Off-cycle " WS_EARNING_TYPE " payment for "
               EMPLOYEE_NAME ":" SALARY "$"
           PERFORM WRITE-AUDIT-LOG-ENTRY
           EXIT.

       WRITE-SUPP-REGISTER-DETAIL-LINE SECTION.
           MOVE EMPLOYEE_ID TO WS_SR_EMPLOYEE_ID
           MOVE EMPLOYEE_NAME TO WS_SR_NAME
           MOVE DEPARTMENT_CODE TO WS_SR_DEPARTMENT
           MOVE WS_EARNING_TYPE TO WS_SR_EARNING_TYPE
           MOVE WS_GROSS_PAY TO WS_SR_GROSS
           MOVE WS_SOCIAL_SECURITY_AMT TO WS_SR_SOCIAL_SEC
           MOVE WS_UNEMPLOYMENT_AMT TO WS_SR_UNEMPLOYMENT
           MOVE WS_PENSION_AMT TO WS_SR_PENSION
           MOVE WS_TAX_AMT TO WS_SR_TAX
           MOVE WS_DEDUCTION_AMT TO WS_SR_DEDUCTIONS
           MOVE RESULT TO WS_SR_NET
           WRITE PAYROLL_REGISTER_RECORD
               FROM WS_SUPP_REGISTER_DETAIL_LINE
           MOVE 0 TO WS_RETRO_INDEX
           PERFORM UNTIL WS_RETRO_INDEX >= WS_RETRO_COUNT
               ADD 1 TO WS_RETRO_INDEX
               MOVE WS_RTE_PERIOD_ID(WS_RETRO_INDEX) TO WS_RR_PERIOD_ID
               MOVE WS_RTE_AMOUNT(WS_RETRO_INDEX) TO WS_RR_AMOUNT
               MOVE WS_RTE_OLD_RATE(WS_RETRO_INDEX) TO WS_RR_OLD_RATE
               MOVE WS_RTE_NEW_RATE(WS_RETRO_INDEX) TO WS_RR_NEW_RATE
               MOVE WS_RTE_HOURS(WS_RETRO_INDEX) TO WS_RR_HOURS
               WRITE PAYROLL_REGISTER_RECORD
                   FROM WS_REGISTER_RETRO_LINE
           END-PERFORM
           EXIT.

       WRITE-SUPPLEMENTAL-EXCEPTION SECTION.
           IF WS_SUPP_EXCEPTION_FILE_OK
               MOVE WS_SUPP_REJECT_REASON TO WS_SX_REASON
               MOVE SP_EMPLOYEE_ID TO WS_SX_EMPLOYEE_ID
               MOVE SP_EARNING_TYPE TO WS_SX_EARNING_TYPE
               IF SP_AMOUNT IS NUMERIC
                   MOVE SP_AMOUNT TO WS_SX_AMOUNT
               ELSE
                   MOVE 0 TO WS_SX_AMOUNT
               END-IF
               WRITE SUPPLEMENTAL_EXCEPTION_RECORD
                   FROM WS_SUPP_EXCEPTION_LINE
           END-IF
           EXIT.

       GET-FINAL-PAY-DATE SECTION.
           DISPLAY "Enter the final payment date (YYYYMMDD), "
               "or 0 for today: "
           ACCEPT WS_PAY_PERIOD_ID
           IF WS_PAY_PERIOD_ID = 0
               MOVE WS_CURRENT_DATE_YYYYMMDD TO WS_PAY_PERIOD_ID
           END-IF
           EXIT.

       FINAL-PAY-RUN SECTION.
           PERFORM CHECK-OFF-CYCLE-DATE
           EVALUATE TRUE
               WHEN WS_PERIOD_IS_CLOSED
                   DISPLAY "Payment date " WS_PAY_PERIOD_ID
                       " falls in a closed pay period - final pay "
                       "run aborted."
                   MOVE 12 TO RETURN-CODE
               WHEN NOT WS_PAY_HISTORY_FILE_OK
                   DISPLAY "PAY_HISTORY.DAT is not available - final "
                       "pay run aborted."
                   MOVE 12 TO RETURN-CODE
               WHEN NOT WS_YTD_FILE_OK
                   DISPLAY "YTD file is not available - final pay "
                       "run aborted."
                   MOVE 12 TO RETURN-CODE
               WHEN OTHER
                   MOVE "Y" TO WS_OFF_CYCLE_FLAG
                   MOVE "Y" TO WS_FINAL_PAY_FLAG
                   MOVE "FINL" TO WS_EARNING_TYPE
                   PERFORM SET-FINAL-FILE-NAMES
                   PERFORM FINAL-PAY-RUN-OPEN
                   MOVE "N" TO WS_OFF_CYCLE_FLAG
                   MOVE "N" TO WS_FINAL_PAY_FLAG
                   MOVE 0 TO WS_PAYMENT_SEQUENCE
                   MOVE 0 TO WS_FINAL_PAYOUT_PAY
                   MOVE "REG " TO WS_EARNING_TYPE
           END-EVALUATE
           EXIT.

       SET-FINAL-FILE-NAMES SECTION.
           IF WS_PAYROLL_REGISTER_FILE_NAME = "PAYROLL_REGISTER.DAT"
               MOVE "FINAL_REGISTER.DAT"
                   TO WS_PAYROLL_REGISTER_FILE_NAME
           END-IF
           MOVE "FINAL_PAY_STUBS.DAT" TO WS_PAY_STUB_FILE_NAME
           MOVE "FINAL_BANK_PAYMENT.DAT" TO WS_BANK_PAYMENT_FILE_NAME
           MOVE "FINAL_PAPER_CHECK.DAT" TO WS_PAPER_CHECK_FILE_NAME
           MOVE "FINAL_GL_JOURNAL.DAT" TO WS_GL_JOURNAL_FILE_NAME
           MOVE "FINAL_CONTROL_REPORT.DAT"
               TO WS_CONTROL_REPORT_FILE_NAME
           EXIT.

       FINAL-PAY-RUN-OPEN SECTION.
           OPEN I-O EMPLOYEE_MASTER_FILE
           MOVE "Y" TO WS_MASTER_IO_FLAG
           IF NOT WS_EMPLOYEE_MASTER_FILE_OK
               DISPLAY "EMPLOYEE_MASTER.DAT not found or unreadable "
                   "(status " WS_EMPLOYEE_MASTER_FILE_STATUS
                   ") - final pay run aborted."
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT PAYROLL_REGISTER_FILE
               IF NOT WS_PAYROLL_REGISTER_FILE_OK
                   DISPLAY "Register " WS_PAYROLL_REGISTER_FILE_NAME
                       " could not be opened (status "
                       WS_PAYROLL_REGISTER_FILE_STATUS
                       ") - final pay run aborted."
                   MOVE 12 TO RETURN-CODE
                   CLOSE EMPLOYEE_MASTER_FILE
               ELSE
                   MOVE 0 TO WS_TOTAL_GROSS
                   MOVE 0 TO WS_TOTAL_NET
                   MOVE 0 TO WS_REJECTED_COUNT
                   MOVE 0 TO WS_PAID_COUNT
                   MOVE 0 TO WS_YTD_APPLIED_COUNT
                   MOVE 0 TO WS_YTD_APPLIED_GROSS
                   MOVE 0 TO WS_YTD_APPLIED_NET
                   MOVE 0 TO WS_AUDIT_WRITTEN_COUNT
                   MOVE 0 TO WS_AUDIT_WRITTEN_GROSS
                   MOVE 0 TO WS_AUDIT_WRITTEN_NET
                   MOVE 0 TO WS_BANK_PAID_COUNT
                   MOVE 0 TO WS_BANK_NET_TOTAL
                   MOVE 0 TO WS_CHECK_COUNT
                   MOVE 0 TO WS_CHECK_NET_TOTAL
                   MOVE 0 TO WS_FINAL_NOTHING_DUE_COUNT
                   PERFORM CLEAR-RUN-ACCUMULATORS
                   OPEN OUTPUT PAY_STUB_FILE
                   OPEN OUTPUT BANK_PAYMENT_FILE
                   OPEN OUTPUT PAPER_CHECK_FILE
                   OPEN OUTPUT FINAL_PAY_EXCEPTION_FILE
                   IF NOT WS_PAY_STUB_FILE_OK
                       DISPLAY "WARNING: " WS_PAY_STUB_FILE_NAME
                           " could not be opened (status "
                           WS_PAY_STUB_FILE_STATUS
                           ") - pay stubs will not be produced "
                           "this run."
                   END-IF
                   IF NOT WS_BANK_PAYMENT_FILE_OK
                       DISPLAY "WARNING: " WS_BANK_PAYMENT_FILE_NAME
                           " could not be opened (status "
                           WS_BANK_PAYMENT_FILE_STATUS
                           ") - bank payment extract will not be "
                           "produced this run."
                   END-IF
                   IF NOT WS_PAPER_CHECK_FILE_OK
                       DISPLAY "WARNING: " WS_PAPER_CHECK_FILE_NAME
                           " could not be opened (status "
                           WS_PAPER_CHECK_FILE_STATUS
                           ") - paper check register will not be "
                           "produced this run."
                   END-IF
                   IF NOT WS_FINAL_EXCEPTION_FILE_OK
                       DISPLAY "WARNING: FINAL_PAY_EXCEPTIONS.DAT "
                           "could not be opened (status "
                           WS_FINAL_EXCEPTION_FILE_STATUS
                           ") - rejected final payments will only be "
                           "displayed."
                   END-IF
                   MOVE WS_PAY_PERIOD_ID TO WS_FH_PAY_DATE
                   WRITE PAYROLL_REGISTER_RECORD
                       FROM WS_FINAL_REGISTER_HEADING_1
                   WRITE PAYROLL_REGISTER_RECORD
                       FROM WS_SUPP_REGISTER_HEADING_2
                   IF WS_PAPER_CHECK_FILE_OK
                       WRITE PAPER_CHECK_RECORD
                           FROM WS_PAPER_CHECK_HEADING
                   END-IF
                   IF WS_FINAL_EXCEPTION_FILE_OK
                       WRITE FINAL_PAY_EXCEPTION_RECORD
                           FROM WS_FINAL_EXCEPTION_HEADING
                   END-IF
                   PERFORM PROCESS-FINAL-PAYMENTS
               END-IF
           END-IF
           EXIT.

       PROCESS-FINAL-PAYMENTS SECTION.
           MOVE "N" TO WS_EOF_FLAG
           PERFORM UNTIL WS_END_OF_FILE
               READ EMPLOYEE_MASTER_FILE NEXT
                   AT END
                       MOVE "Y" TO WS_EOF_FLAG
                   NOT AT END
                       IF EM_EMPLOYEE_TERMINATED
                          AND EM_FINAL_PAY_PENDING
                           PERFORM PROCESS-ONE-FINAL-PAYMENT
                       END-IF
               END-READ
           END-PERFORM
           PERFORM WRITE-REGISTER-DEPT-SUBTOTALS
           MOVE WS_TOTAL_GROSS TO WS_RT_GROSS
           MOVE WS_TOTAL_NET TO WS_RT_NET
           MOVE WS_TOTAL_DEDUCTION_AMT TO WS_RT_DEDUCTIONS
           WRITE PAYROLL_REGISTER_RECORD FROM WS_REGISTER_TOTAL_LINE
           IF WS_BANK_PAYMENT_FILE_OK
               MOVE WS_BANK_PAID_COUNT TO WS_BT_PAYMENT_COUNT
               MOVE WS_BANK_NET_TOTAL TO WS_BT_HASH_TOTAL
               WRITE BANK_PAYMENT_RECORD FROM WS_BANK_TRAILER_LINE
           END-IF
           PERFORM WRITE-PAPER-CHECK-TOTALS
           IF WS_REJECTED_COUNT > 0
               DISPLAY WS_REJECTED_COUNT
                   " final payment(s) rejected - see "
                   "FINAL_PAY_EXCEPTIONS.DAT."
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS_FINAL_NOTHING_DUE_COUNT > 0
               DISPLAY WS_FINAL_NOTHING_DUE_COUNT
                   " terminated employee(s) had no final pay due."
           END-IF
           CLOSE EMPLOYEE_MASTER_FILE
           CLOSE PAYROLL_REGISTER_FILE
           CLOSE PAY_STUB_FILE
           CLOSE BANK_PAYMENT_FILE
           CLOSE PAPER_CHECK_FILE
           CLOSE FINAL_PAY_EXCEPTION_FILE
           PERFORM WRITE-GL-JOURNAL
           PERFORM BALANCE-BATCH-RUN
           DISPLAY "Final pay run complete - " WS_PAID_COUNT
               " payment(s) made with payment date "
               WS_PAY_PERIOD_ID "."
           EXIT.

       PROCESS-ONE-FINAL-PAYMENT SECTION.
           MOVE SPACES TO WS_FINAL_REJECT_REASON
           PERFORM LOAD-FINAL-PAY-STANDING-DATA
           IF WS_FINAL_REJECT_REASON NOT = SPACES
               ADD 1 TO WS_REJECTED_COUNT
               DISPLAY "Final pay for employee " EM_EMPLOYEE_ID
                   " rejected - " WS_FINAL_REJECT_REASON
               PERFORM WRITE-FINAL-PAY-EXCEPTION
           ELSE
               IF NOT WS_FINAL_TC_FOUND AND WS_FINAL_PAYOUT_PAY = 0
                  AND WS_FINAL_SALARY_PERIODS = 0 AND WS_RETRO_PAY = 0
                   ADD 1 TO WS_FINAL_NOTHING_DUE_COUNT
                   DISPLAY "No final pay due for " EMPLOYEE_NAME
                       " - no unpaid timecard, salary, retro pay or "
                       "vacation balance."
                   MOVE 0 TO WS_RETRO_COUNT
               ELSE
                   PERFORM PAY-ONE-FINAL-PAYMENT
               END-IF
               PERFORM COMPLETE-FINAL-PAY
           END-IF
           EXIT.

       LOAD-FINAL-PAY-STANDING-DATA SECTION.
           MOVE EM_EMPLOYEE_ID TO EMPLOYEE_ID
           MOVE EM_EMPLOYEE_NAME TO EMPLOYEE_NAME
           MOVE EM_HOURLY_SALARY TO HOURLY_SALARY
           MOVE EM_PAY_TYPE TO PAY_TYPE
           MOVE EM_PAY_FREQUENCY TO PAY_FREQUENCY
           PERFORM SET-PAY-FREQUENCY-RULES
           MOVE EM_PERIOD_SALARY TO PERIOD_SALARY
           MOVE EM_BANK_ROUTING_NUMBER TO BANK_ROUTING_NUMBER
           MOVE EM_BANK_ACCOUNT_NUMBER TO BANK_ACCOUNT_NUMBER
           MOVE EM_DEPARTMENT_CODE TO DEPARTMENT_CODE
           MOVE EM_BANK_STATUS TO BANK_STATUS
           PERFORM FIND-FINAL-TIMECARD
           MOVE WS_FINAL_TC_WORKED_HOURS TO WORKED_HOURS
           MOVE WS_FINAL_TC_HOLIDAY_HOURS TO HOLIDAY_HOURS
           MOVE WS_FINAL_TC_VACATION_HOURS TO VACATION_HOURS
           MOVE WS_FINAL_TC_SICK_HOURS TO SICK_HOURS
           IF WS_FINAL_REJECT_REASON = SPACES
               PERFORM VALIDATE-EMPLOYEE-DATA
               IF WS_DATA_IS_INVALID
                   MOVE "INVALID PAY DATA" TO WS_FINAL_REJECT_REASON
               END-IF
           END-IF
           MOVE 0 TO WS_FINAL_SALARY_PERIODS
           MOVE 0 TO WS_RETRO_PAY
           IF WS_FINAL_REJECT_REASON = SPACES
               IF PAY_TYPE = "S" AND NOT WS_FINAL_TC_FOUND
                   PERFORM FIND-FINAL-SALARY-PERIODS
               END-IF
               PERFORM PRICE-LEAVE-PAYOUT
               IF PAY_TYPE = "S" AND NOT WS_FINAL_TC_FOUND
                   COMPUTE PERIOD_SALARY =
                       EM_PERIOD_SALARY * WS_FINAL_SALARY_PERIODS
               END-IF
               PERFORM FIND-NEXT-PAYMENT-SEQUENCE
               IF NOT WS_SEQUENCE_IS_FREE
                   MOVE "NO FREE SEQUENCE" TO WS_FINAL_REJECT_REASON
               ELSE
                   PERFORM CALCULATE-RETRO-PAY
               END-IF
           END-IF
           EXIT.

       FIND-FINAL-SALARY-PERIODS SECTION.
           MOVE 0 TO WS_FINAL_LAST_PAID_PERIOD
           MOVE EMPLOYEE_ID TO PH_EMPLOYEE_ID
           MOVE 0 TO PH_PERIOD_ID
           MOVE 0 TO PH_PAYMENT_SEQUENCE
           MOVE "N" TO WS_FINAL_SCAN_DONE_FLAG
           START PAY_HISTORY_FILE
               KEY IS GREATER THAN OR EQUAL TO PH_RECORD_KEY
               INVALID KEY
                   MOVE "Y" TO WS_FINAL_SCAN_DONE_FLAG
           END-START
           PERFORM UNTIL WS_FINAL_SCAN_DONE
               READ PAY_HISTORY_FILE NEXT
                   AT END
                       MOVE "Y" TO WS_FINAL_SCAN_DONE_FLAG
                   NOT AT END
                       IF PH_EMPLOYEE_ID NOT = EMPLOYEE_ID
                           MOVE "Y" TO WS_FINAL_SCAN_DONE_FLAG
                       ELSE
                           IF PH_POSTED AND PH_REGULAR_PAYMENT
                              AND PH_PERIOD_ID >
                                  WS_FINAL_LAST_PAID_PERIOD
                               MOVE PH_PERIOD_ID
                                   TO WS_FINAL_LAST_PAID_PERIOD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS_PAY_HISTORY_FILE_STATUS
           IF WS_FINAL_LAST_PAID_PERIOD < EM_TERMINATION_DATE
               MOVE 1 TO WS_FINAL_SALARY_PERIODS
               IF WS_FINAL_LAST_PAID_PERIOD = 0
                   DISPLAY "WARNING: no regular pay on file for "
                       EMPLOYEE_NAME " - only the salary for the "
                       "period of termination is paid; check "
                       "earlier periods by hand."
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   PERFORM COUNT-FINAL-SALARY-PERIODS
               END-IF
               DISPLAY "Salary for " WS_FINAL_SALARY_PERIODS
                   " unpaid period(s) to " EM_TERMINATION_DATE
                   " included in final pay for " EMPLOYEE_NAME "."
           END-IF
           EXIT.

       COUNT-FINAL-SALARY-PERIODS SECTION.
           OPEN INPUT PAY_CALENDAR_FILE
           IF WS_PAY_CALENDAR_FILE_OK
               MOVE "N" TO WS_PAY_CALENDAR_EOF_FLAG
               PERFORM UNTIL WS_PAY_CALENDAR_END_OF_FILE
                   READ PAY_CALENDAR_FILE
                       AT END
                           MOVE "Y" TO WS_PAY_CALENDAR_EOF_FLAG
                       NOT AT END
                           IF PCAL_PAY_FREQUENCY = SPACE
                               MOVE "W" TO PCAL_PAY_FREQUENCY
                           END-IF
                           IF PCAL_PAY_FREQUENCY = PAY_FREQUENCY
                              AND PCAL_PERIOD_ID >
                                  WS_FINAL_LAST_PAID_PERIOD
                              AND PCAL_PERIOD_ID < EM_TERMINATION_DATE
                               ADD 1 TO WS_FINAL_SALARY_PERIODS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAY_CALENDAR_FILE
           END-IF
           EXIT.

       FIND-FINAL-TIMECARD SECTION.
           MOVE "N" TO WS_FINAL_TC_FOUND_FLAG
           MOVE 0 TO WS_FINAL_TC_UNPAID_COUNT
           MOVE 0 TO WS_FINAL_TC_PERIOD_ID
           MOVE 0 TO WS_FINAL_TC_CHECKED_PERIOD
           MOVE 0 TO WS_EL_COUNT
           MOVE 0 TO WS_FINAL_TC_WORKED_HOURS
           MOVE 0 TO WS_FINAL_TC_HOLIDAY_HOURS
           MOVE 0 TO WS_FINAL_TC_VACATION_HOURS
           MOVE 0 TO WS_FINAL_TC_SICK_HOURS
           OPEN INPUT TIMECARD_FILE
           IF NOT WS_TIMECARD_FILE_OK
               IF NOT WS_TIMECARD_FILE_MISSING
                   MOVE "TIMECARD FILE UNREADABLE"
                       TO WS_FINAL_REJECT_REASON
               END-IF
           ELSE
               MOVE "N" TO WS_TIMECARD_EOF_FLAG
               PERFORM UNTIL WS_TIMECARD_END_OF_FILE
                   READ TIMECARD_FILE
                       AT END
                           MOVE "Y" TO WS_TIMECARD_EOF_FLAG
                       NOT AT END
                           IF TC_EMPLOYEE_ID > EMPLOYEE_ID
                               MOVE "Y" TO WS_TIMECARD_EOF_FLAG
                           ELSE
                               IF TC_EMPLOYEE_ID = EMPLOYEE_ID
                                   PERFORM CHECK-FINAL-TIMECARD
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TIMECARD_FILE
           END-IF
           IF WS_FINAL_TC_UNPAID_COUNT > 1
               DISPLAY "WARNING: " WS_FINAL_TC_UNPAID_COUNT
                   " unpaid timecards on file for " EMPLOYEE_NAME
                   " - only period " WS_FINAL_TC_PERIOD_ID
                   " is paid as final pay."
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           EXIT.

       CHECK-FINAL-TIMECARD SECTION.
           IF TC_PERIOD_ID NOT = WS_FINAL_TC_CHECKED_PERIOD
               MOVE TC_PERIOD_ID TO WS_FINAL_TC_CHECKED_PERIOD
               MOVE "N" TO WS_FINAL_TC_PAID_FLAG
               MOVE TC_EMPLOYEE_ID TO PH_EMPLOYEE_ID
               MOVE TC_PERIOD_ID TO PH_PERIOD_ID
               MOVE 0 TO PH_PAYMENT_SEQUENCE
               READ PAY_HISTORY_FILE
                   INVALID KEY
                       MOVE "00" TO WS_PAY_HISTORY_FILE_STATUS
                   NOT INVALID KEY
                       IF PH_POSTED
                           MOVE "Y" TO WS_FINAL_TC_PAID_FLAG
                       END-IF
               END-READ
               IF NOT WS_FINAL_TC_ALREADY_PAID
                   ADD 1 TO WS_FINAL_TC_UNPAID_COUNT
                   MOVE "Y" TO WS_FINAL_TC_FOUND_FLAG
                   MOVE TC_PERIOD_ID TO WS_FINAL_TC_PERIOD_ID
                   MOVE 0 TO WS_FINAL_TC_WORKED_HOURS
                   MOVE 0 TO WS_FINAL_TC_HOLIDAY_HOURS
                   MOVE 0 TO WS_FINAL_TC_VACATION_HOURS
                   MOVE 0 TO WS_FINAL_TC_SICK_HOURS
                   MOVE 0 TO WS_EL_COUNT
               END-IF
           END-IF
           IF NOT WS_FINAL_TC_ALREADY_PAID
               ADD TC_WORKED_HOURS TO WS_FINAL_TC_WORKED_HOURS
               ADD TC_HOLIDAY_HOURS TO WS_FINAL_TC_HOLIDAY_HOURS
               ADD TC_VACATION_HOURS TO WS_FINAL_TC_VACATION_HOURS
               ADD TC_SICK_HOURS TO WS_FINAL_TC_SICK_HOURS
               IF WS_EL_COUNT < 20
                   ADD 1 TO WS_EL_COUNT
                   MOVE TC_CHARGE_DEPARTMENT
                       TO WS_EL_DEPARTMENT(WS_EL_COUNT)
                   MOVE TC_WORKED_HOURS
                       TO WS_EL_WORKED_HOURS(WS_EL_COUNT)
                   MOVE TC_HOLIDAY_HOURS
                       TO WS_EL_HOLIDAY_HOURS(WS_EL_COUNT)
                   COMPUTE WS_EL_LEAVE_HOURS(WS_EL_COUNT) =
                       TC_VACATION_HOURS + TC_SICK_HOURS
               ELSE
                   DISPLAY "WARNING: more than 20 timecard lines for "
                       "employee " TC_EMPLOYEE_ID " - line "
                       TC_LINE_NUMBER " charged to the home "
                       "department."
               END-IF
           END-IF
           EXIT.

       PRICE-LEAVE-PAYOUT SECTION.
           MOVE 0 TO WS_FINAL_PAYOUT_HOURS
           MOVE 0 TO WS_FINAL_PAYOUT_PAY
           MOVE 0 TO WS_VAC_ACCRUED_HRS
           MOVE 0 TO WS_SICK_ACCRUED_HRS
           IF PAY_TYPE = "S"
               COMPUTE WS_FINAL_PAYOUT_RATE ROUNDED =
                   PERIOD_SALARY / OVERTIME_THRESHOLD_HOURS
           ELSE
               MOVE HOURLY_SALARY TO WS_FINAL_PAYOUT_RATE
           END-IF
           MOVE EMPLOYEE_ID TO YTD_EMPLOYEE_ID
           READ YTD_FILE
               INVALID KEY
                   MOVE "00" TO WS_YTD_FILE_STATUS
               NOT INVALID KEY
                   IF WS_FINAL_TC_FOUND OR WS_FINAL_SALARY_PERIODS > 0
                       PERFORM UPDATE-LEAVE-BALANCES
                   END-IF
                   MOVE YTD_VAC_BALANCE_HRS TO WS_FINAL_PAYOUT_HOURS
           END-READ
           COMPUTE WS_FINAL_PAYOUT_PAY ROUNDED =
               WS_FINAL_PAYOUT_HOURS * WS_FINAL_PAYOUT_RATE
           EXIT.

       PAY-ONE-FINAL-PAYMENT SECTION.
           PERFORM CALCULATE-FINAL-PAY
           PERFORM WRITE-SUPP-REGISTER-DETAIL-LINE
           PERFORM UPDATE-YTD-RECORD
           PERFORM WRITE-PAY-STUB
           PERFORM DISBURSE-NET-PAYMENT
           PERFORM WRITE-PAY-HISTORY-RECORD
           PERFORM ACCUMULATE-RUN-TOTALS
           PERFORM APPLY-RETRO-PAY
           EXIT.

       CALCULATE-FINAL-PAY SECTION.
           IF WS_FINAL_TC_FOUND OR WS_FINAL_SALARY_PERIODS > 0
               PERFORM CALCULATE-SALARY
           ELSE
               MOVE 0 TO WS_REGULAR_HOURS
               MOVE 0 TO WS_OVERTIME_HOURS
               MOVE 0 TO WS_REGULAR_PAY
               MOVE 0 TO WS_OVERTIME_PAY
               MOVE 0 TO WS_HOLIDAY_PAY
               MOVE 0 TO WS_LEAVE_PAY
               COMPUTE WS_GROSS_PAY =
                   WS_FINAL_PAYOUT_PAY + WS_RETRO_PAY
               PERFORM LOAD-WITHHOLDING-ELECTION
               PERFORM CALCULATE-PROGRESSIVE-TAX
               PERFORM CALCULATE-STATUTORY-AMOUNTS
               PERFORM APPLY-EMPLOYEE-DEDUCTIONS
               MOVE RESULT TO SALARY
               DISPLAY "Final pay for " EMPLOYEE_NAME ":" SALARY "$"
               IF WS_RETRO_COUNT > 0
                   PERFORM WRITE-RETRO-AUDIT-ENTRIES
               END-IF
               PERFORM WRITE-AUDIT-LOG-ENTRY
           END-IF
           EXIT.

       COMPLETE-FINAL-PAY SECTION.
           MOVE "D" TO EM_FINAL_PAY_STATUS
           REWRITE EMPLOYEE_MASTER_RECORD
           IF NOT WS_EMPLOYEE_MASTER_FILE_OK
               DISPLAY "WARNING: final pay status could not be set "
                   "for employee " EMPLOYEE_ID " (status "
                   WS_EMPLOYEE_MASTER_FILE_STATUS
                   ") - mark it paid before the next final pay run."
               MOVE "00" TO WS_EMPLOYEE_MASTER_FILE_STATUS
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           EXIT.

       WRITE-FINAL-PAY-EXCEPTION SECTION.
           IF WS_FINAL_EXCEPTION_FILE_OK
               MOVE WS_FINAL_REJECT_REASON TO WS_FX_REASON
               MOVE EM_EMPLOYEE_ID TO WS_FX_EMPLOYEE_ID
               MOVE EM_EMPLOYEE_NAME TO WS_FX_NAME
               MOVE EM_TERMINATION_DATE TO WS_FX_TERMINATION_DATE
               WRITE FINAL_PAY_EXCEPTION_RECORD
                   FROM WS_FINAL_EXCEPTION_LINE
           END-IF
           EXIT.

       DISBURSE-NET-PAYMENT SECTION.
           MOVE SPACE TO WS_CHECK_PAYMENT_METHOD
           MOVE 0 TO WS_CHECK_ITEM_NUMBER
           PERFORM VALIDATE-BANK-DATA
           EVALUATE TRUE
               WHEN BANK_STATUS = "A"
                AND WS_BANK_STATUS_WORK = "A"
                   PERFORM WRITE-BANK-PAYMENT-DETAIL
               WHEN BANK_STATUS = "P"
                AND WS_BANK_STATUS_WORK = "A"
                   PERFORM WRITE-PRENOTE-DETAIL
                   PERFORM WRITE-PAPER-CHECK-LINE
                   PERFORM CLEAR-PRENOTE-FLAG
               WHEN OTHER
                   PERFORM WRITE-PAPER-CHECK-LINE
           END-EVALUATE
           EXIT.

       WRITE-BANK-PAYMENT-DETAIL SECTION.
           IF WS_BANK_PAYMENT_FILE_OK
               MOVE BANK_ROUTING_NUMBER TO WS_BD_ROUTING
               MOVE BANK_ACCOUNT_NUMBER TO WS_BD_ACCOUNT
               MOVE EMPLOYEE_ID TO WS_BD_EMPLOYEE_ID
               MOVE EMPLOYEE_NAME TO WS_BD_NAME
               MOVE RESULT TO WS_BD_NET
               PERFORM ASSIGN-DEPOSIT-TRACE-NUMBER
               MOVE WS_CHECK_ITEM_NUMBER TO WS_BD_TRACE_NUMBER
               WRITE BANK_PAYMENT_RECORD FROM WS_BANK_DETAIL_LINE
               ADD 1 TO WS_BANK_PAID_COUNT
               ADD RESULT TO WS_BANK_NET_TOTAL
           END-IF
           EXIT.

       WRITE-PRENOTE-DETAIL SECTION.
           IF WS_BANK_PAYMENT_FILE_OK
               MOVE BANK_ROUTING_NUMBER TO WS_BP_ROUTING
               MOVE BANK_ACCOUNT_NUMBER TO WS_BP_ACCOUNT
               MOVE EMPLOYEE_ID TO WS_BP_EMPLOYEE_ID
               MOVE EMPLOYEE_NAME TO WS_BP_NAME
               MOVE 0 TO WS_BP_NET
               WRITE BANK_PAYMENT_RECORD FROM WS_BANK_PRENOTE_LINE
               ADD 1 TO WS_PRENOTE_COUNT
           END-IF
           EXIT.

       WRITE-PAPER-CHECK-LINE SECTION.
           IF WS_PAPER_CHECK_FILE_OK
               PERFORM ASSIGN-CHECK-NUMBER
               MOVE WS_CHECK_ITEM_NUMBER TO WS_PC_CHECK_NUMBER
               MOVE EMPLOYEE_ID TO WS_PC_EMPLOYEE_ID
               MOVE EMPLOYEE_NAME TO WS_PC_NAME
               MOVE DEPARTMENT_CODE TO WS_PC_DEPARTMENT
               MOVE RESULT TO WS_PC_NET
               WRITE PAPER_CHECK_RECORD FROM WS_PAPER_CHECK_LINE
               ADD 1 TO WS_CHECK_COUNT
               ADD RESULT TO WS_CHECK_NET_TOTAL
           END-IF
           EXIT.

       WRITE-PAPER-CHECK-TOTALS SECTION.
           IF WS_PAPER_CHECK_FILE_OK
               MOVE WS_CHECK_COUNT TO WS_PC_COUNT
               MOVE WS_CHECK_NET_TOTAL TO WS_PC_TOTAL_NET
               WRITE PAPER_CHECK_RECORD
                   FROM WS_PAPER_CHECK_TOTAL_LINE
           END-IF
           IF WS_CHECK_COUNT > 0
               DISPLAY WS_CHECK_COUNT " employee(s) paid by paper "
                   "check - see " WS_PAPER_CHECK_FILE_NAME
           END-IF
           IF WS_PRENOTE_COUNT > 0
               DISPLAY WS_PRENOTE_COUNT " pre-note record(s) sent "
                   "to the bank this run."
           END-IF
           PERFORM SAVE-CHECK-CONTROL
           EXIT.

       LOAD-CHECK-CONTROL SECTION.
           MOVE 0 TO WS_CHECKS_SKIPPED_COUNT
           MOVE "X" TO WS_CHECK_CONTROL_FLAG
           OPEN INPUT CHECK_CONTROL_FILE
           IF WS_CHECK_CONTROL_FILE_OK
               READ CHECK_CONTROL_FILE
                   AT END
                       MOVE "10" TO WS_CHECK_CONTROL_FILE_STATUS
                   NOT AT END
                       MOVE "Y" TO WS_CHECK_CONTROL_FLAG
               END-READ
               CLOSE CHECK_CONTROL_FILE
           END-IF
           IF WS_CHECK_CONTROL_UNAVAILABLE
               DISPLAY "WARNING: CHECK_CONTROL.DAT not available "
                   "(status " WS_CHECK_CONTROL_FILE_STATUS
                   ") - checks and deposits will not be numbered. "
                   "Load the check stock in CHECK_MAINTENANCE."
               MOVE "X" TO WS_CHECK_CONTROL_FLAG
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               OPEN I-O CHECK_REGISTER_FILE
               IF WS_CHECK_REGISTER_FILE_IS_NEW
                   OPEN OUTPUT CHECK_REGISTER_FILE
                   CLOSE CHECK_REGISTER_FILE
                   OPEN I-O CHECK_REGISTER_FILE
               END-IF
               IF NOT WS_CHECK_REGISTER_FILE_OK
                   DISPLAY "WARNING: CHECK_REGISTER.DAT could not be "
                       "opened (status "
                       WS_CHECK_REGISTER_FILE_STATUS
                       ") - checks and deposits will not be numbered."
                   MOVE "X" TO WS_CHECK_CONTROL_FLAG
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE "Y" TO WS_CHECK_CONTROL_FLAG
               END-IF
           END-IF
           EXIT.

       SAVE-CHECK-CONTROL SECTION.
           IF WS_CHECK_CONTROL_LOADED
               OPEN OUTPUT CHECK_CONTROL_FILE
               IF WS_CHECK_CONTROL_FILE_OK
                   WRITE CHECK_CONTROL_RECORD
                   CLOSE CHECK_CONTROL_FILE
               END-IF
               IF NOT WS_CHECK_CONTROL_FILE_OK
                   DISPLAY "WARNING: CHECK_CONTROL.DAT could not be "
                       "rewritten (status "
                       WS_CHECK_CONTROL_FILE_STATUS
                       ") - next check " CC_NEXT_CHECK_NUMBER
                       ", next trace " CC_NEXT_TRACE_NUMBER
                       ". Correct it in CHECK_MAINTENANCE before the "
                       "next run."
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE CHECK_REGISTER_FILE
               IF WS_CHECKS_SKIPPED_COUNT > 0
                   DISPLAY WS_CHECKS_SKIPPED_COUNT " spoiled or used "
                       "check number(s) skipped this run."
               END-IF
           END-IF
           MOVE "N" TO WS_CHECK_CONTROL_FLAG
           EXIT.

       ASSIGN-CHECK-NUMBER SECTION.
           IF WS_CHECK_CONTROL_NOT_LOADED
               PERFORM LOAD-CHECK-CONTROL
           END-IF
           MOVE "C" TO WS_CHECK_PAYMENT_METHOD
           MOVE 0 TO WS_CHECK_ITEM_NUMBER
           IF WS_CHECK_CONTROL_LOADED
               MOVE "N" TO WS_CHECK_NUMBER_FLAG
               PERFORM UNTIL WS_CHECK_NUMBER_ASSIGNED
                   IF CC_NEXT_CHECK_NUMBER > CC_LAST_CHECK_NUMBER
                       DISPLAY "WARNING: check stock exhausted at "
                           CC_LAST_CHECK_NUMBER " - check for "
                           "employee " EMPLOYEE_ID " not numbered."
                       IF RETURN-CODE = 0
                           MOVE 4 TO RETURN-CODE
                       END-IF
                       MOVE "Y" TO WS_CHECK_NUMBER_FLAG
                   ELSE
                       MOVE "C" TO CK_PAYMENT_METHOD
                       MOVE CC_NEXT_CHECK_NUMBER TO CK_ITEM_NUMBER
                       ADD 1 TO CC_NEXT_CHECK_NUMBER
                       READ CHECK_REGISTER_FILE
                           INVALID KEY
                               MOVE CK_ITEM_NUMBER
                                   TO WS_CHECK_ITEM_NUMBER
                               MOVE "Y" TO WS_CHECK_NUMBER_FLAG
                           NOT INVALID KEY
                               ADD 1 TO WS_CHECKS_SKIPPED_COUNT
                       END-READ
                       MOVE "00" TO WS_CHECK_REGISTER_FILE_STATUS
                   END-IF
               END-PERFORM
               IF WS_CHECK_ITEM_NUMBER > 0
                   PERFORM WRITE-CHECK-REGISTER-ENTRY
               END-IF
           END-IF
           EXIT.

       ASSIGN-DEPOSIT-TRACE-NUMBER SECTION.
           IF WS_CHECK_CONTROL_NOT_LOADED
               PERFORM LOAD-CHECK-CONTROL
           END-IF
           MOVE "D" TO WS_CHECK_PAYMENT_METHOD
           MOVE 0 TO WS_CHECK_ITEM_NUMBER
           IF WS_CHECK_CONTROL_LOADED
               MOVE CC_NEXT_TRACE_NUMBER TO WS_CHECK_ITEM_NUMBER
               ADD 1 TO CC_NEXT_TRACE_NUMBER
               PERFORM WRITE-CHECK-REGISTER-ENTRY
           END-IF
           EXIT.

       WRITE-CHECK-REGISTER-ENTRY SECTION.
           MOVE WS_CHECK_PAYMENT_METHOD TO CK_PAYMENT_METHOD
           MOVE WS_CHECK_ITEM_NUMBER TO CK_ITEM_NUMBER
           MOVE EMPLOYEE_ID TO CK_EMPLOYEE_ID
           MOVE EMPLOYEE_NAME TO CK_EMPLOYEE_NAME
           MOVE WS_PAY_PERIOD_ID TO CK_PERIOD_ID
           MOVE WS_PAYMENT_SEQUENCE TO CK_PAYMENT_SEQUENCE
           MOVE WS_CURRENT_DATE_YYYYMMDD TO CK_ISSUE_DATE
           MOVE RESULT TO CK_AMOUNT
           IF WS_CHECK_PAYMENT_METHOD = "D"
               MOVE BANK_ROUTING_NUMBER TO CK_BANK_ROUTING_NUMBER
               MOVE BANK_ACCOUNT_NUMBER TO CK_BANK_ACCOUNT_NUMBER
           ELSE
               MOVE 0 TO CK_BANK_ROUTING_NUMBER
               MOVE SPACES TO CK_BANK_ACCOUNT_NUMBER
           END-IF
           MOVE "I" TO CK_STATUS
           MOVE WS_CURRENT_DATE_YYYYMMDD TO CK_STATUS_DATE
           MOVE 0 TO CK_PAID_AMOUNT
           MOVE SPACES TO CK_RETURN_REASON
           WRITE CHECK_REGISTER_RECORD
               INVALID KEY
                   DISPLAY "WARNING: check register write failed for "
                       WS_CHECK_PAYMENT_METHOD " " WS_CHECK_ITEM_NUMBER
                       " (status " WS_CHECK_REGISTER_FILE_STATUS ")."
                   MOVE "00" TO WS_CHECK_REGISTER_FILE_STATUS
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-WRITE
           EXIT.

       VOID-CHECK-REGISTER-ENTRY SECTION.
           OPEN I-O CHECK_REGISTER_FILE
           IF NOT WS_CHECK_REGISTER_FILE_OK
               DISPLAY "WARNING: CHECK_REGISTER.DAT could not be "
                   "opened (status " WS_CHECK_REGISTER_FILE_STATUS
                   ") - item " WS_VOID_CHECK_NUMBER
                   " not marked void. Mark it in CHECK_MAINTENANCE."
               MOVE "00" TO WS_CHECK_REGISTER_FILE_STATUS
           ELSE
               MOVE WS_VOID_PAYMENT_METHOD TO CK_PAYMENT_METHOD
               MOVE WS_VOID_CHECK_NUMBER TO CK_ITEM_NUMBER
               READ CHECK_REGISTER_FILE
                   INVALID KEY
                       DISPLAY "WARNING: item " WS_VOID_PAYMENT_METHOD
                           " " WS_VOID_CHECK_NUMBER " is not in "
                           "CHECK_REGISTER.DAT - not marked void."
                   NOT INVALID KEY
                       IF CK_PAID
                           DISPLAY "WARNING: check "
                               WS_VOID_CHECK_NUMBER " was already "
                               "paid by the bank on " CK_STATUS_DATE
                               " - recover the net pay from the "
                               "employee."
                       ELSE
                           MOVE "V" TO CK_STATUS
                           MOVE WS_CURRENT_DATE_YYYYMMDD
                               TO CK_STATUS_DATE
                           REWRITE CHECK_REGISTER_RECORD
                           IF CK_PAPER_CHECK
                               DISPLAY "Check " WS_VOID_CHECK_NUMBER
                                   " marked void - destroy the check "
                                   "or place a stop payment."
                           ELSE
                               DISPLAY "Deposit trace "
                                   WS_VOID_CHECK_NUMBER
                                   " marked void."
                           END-IF
                       END-IF
               END-READ
               CLOSE CHECK_REGISTER_FILE
           END-IF
           EXIT.

       CLEAR-PRENOTE-FLAG SECTION.
           IF WS_MASTER_OPEN_IO
               MOVE "A" TO EM_BANK_STATUS
               REWRITE EMPLOYEE_MASTER_RECORD
               IF NOT WS_EMPLOYEE_MASTER_FILE_OK
                   DISPLAY "WARNING: pre-note flag could not be "
               END-IF
               WRITE PAY_STUB_RECORD FROM WS_STUB_SEPARATOR_LINE
               WRITE PAY_STUB_RECORD FROM WS_STUB_NAME_LINE
               IF WS_IS_FINAL_PAY_RUN
                   MOVE EM_TERMINATION_DATE TO WS_PS_TERMINATION_DATE
                   MOVE EM_TERMINATION_REASON
                       TO WS_PS_TERMINATION_REASON
                   MOVE WS_FINAL_TC_PERIOD_ID TO WS_PS_FINAL_PERIOD_ID
                   MOVE WS_FINAL_PAYOUT_HOURS TO WS_PS_PAYOUT_HOURS
                   MOVE WS_FINAL_PAYOUT_RATE TO WS_PS_PAYOUT_RATE
                   MOVE WS_FINAL_PAYOUT_PAY TO WS_PS_PAYOUT_AMOUNT
                   WRITE PAY_STUB_RECORD FROM WS_STUB_FINAL_LINE
                   WRITE PAY_STUB_RECORD FROM WS_STUB_PAYOUT_LINE
               END-IF
               IF WS_IS_OFF_CYCLE_RUN AND NOT WS_IS_FINAL_PAY_RUN
                   MOVE WS_EARNING_TYPE TO WS_PS_EARNING_TYPE
                   MOVE WS_PAY_PERIOD_ID TO WS_PS_PAY_DATE
                   MOVE WS_GROSS_PAY TO WS_PS_SUPP_GROSS
                   WRITE PAY_STUB_RECORD FROM WS_STUB_SUPPLEMENTAL_LINE
               ELSE
                   WRITE PAY_STUB_RECORD FROM WS_STUB_EARNINGS_LINE
               END-IF
               MOVE 0 TO WS_RETRO_INDEX
               PERFORM UNTIL WS_RETRO_INDEX >= WS_RETRO_COUNT
                   ADD 1 TO WS_RETRO_INDEX
                   MOVE WS_RTE_PERIOD_ID(WS_RETRO_INDEX)
                       TO WS_PS_RETRO_PERIOD_ID
                   MOVE WS_RTE_OLD_RATE(WS_RETRO_INDEX)
                       TO WS_PS_RETRO_OLD_RATE
                   MOVE WS_RTE_NEW_RATE(WS_RETRO_INDEX)
                       TO WS_PS_RETRO_NEW_RATE
                   MOVE WS_RTE_AMOUNT(WS_RETRO_INDEX)
                       TO WS_PS_RETRO_AMOUNT
                   WRITE PAY_STUB_RECORD FROM WS_STUB_RETRO_LINE
               END-PERFORM
               WRITE PAY_STUB_RECORD FROM WS_STUB_DEDUCTION_LINE
               EVALUATE TRUE
                   WHEN WS_IS_OFF_CYCLE_RUN AND NOT WS_WH_EXEMPT
                        AND NOT WS_IS_FINAL_PAY_RUN
                       MOVE "FLAT" TO WS_PS_WH_SOURCE
                   WHEN WS_WH_ON_FILE
                       MOVE "ELECTION" TO WS_PS_WH_SOURCE
                   WHEN OTHER
                       MOVE "DEFAULT" TO WS_PS_WH_SOURCE
               END-EVALUATE
               MOVE WS_WH_FILING_STATUS TO WS_PS_WH_FILING_STATUS
               MOVE WS_WH_ALLOWANCES TO WS_PS_WH_ALLOWANCES
               MOVE WS_WH_EXTRA_AMT TO WS_PS_WH_EXTRA
               MOVE WS_WH_EXEMPT_FLAG TO WS_PS_WH_EXEMPT
               WRITE PAY_STUB_RECORD FROM WS_STUB_ELECTION_LINE
               MOVE 0 TO WS_DED_APPLIED_INDEX
               PERFORM UNTIL WS_DED_APPLIED_INDEX >=
                  WS_DED_APPLIED_COUNT
                   WRITE PAY_STUB_RECORD FROM WS_STUB_VOLDED_LINE
               END-PERFORM
               WRITE PAY_STUB_RECORD FROM WS_STUB_NET_LINE
               IF NOT WS_IS_OFF_CYCLE_RUN OR WS_IS_FINAL_PAY_RUN
                   WRITE PAY_STUB_RECORD FROM WS_STUB_LEAVE_LINE_1
                   WRITE PAY_STUB_RECORD FROM WS_STUB_LEAVE_LINE_2
               END-IF
               WRITE PAY_STUB_RECORD FROM WS_STUB_YTD_LINE_1
               WRITE PAY_STUB_RECORD FROM WS_STUB_YTD_LINE_2
           END-IF
           EXIT.

       CALCULATE-SALARY SECTION.
           PERFORM LOAD-WITHHOLDING-ELECTION
           IF PAY_TYPE = "S"
               MOVE 0 TO WS_REGULAR_HOURS
               MOVE 0 TO WS_OVERTIME_HOURS
           END-IF
           COMPUTE WS_GROSS_PAY =
               WS_REGULAR_PAY + WS_OVERTIME_PAY + WS_HOLIDAY_PAY
               + WS_LEAVE_PAY + WS_RETRO_PAY + WS_FINAL_PAYOUT_PAY
           PERFORM CALCULATE-PROGRESSIVE-TAX
           PERFORM CALCULATE-STATUTORY-AMOUNTS
           PERFORM APPLY-EMPLOYEE-DEDUCTIONS
           MOVE RESULT TO SALARY
           DISPLAY "Salary of Employee: " EMPLOYEE_NAME ":" SALARY "$"
           IF WS_RETRO_COUNT > 0
               PERFORM WRITE-RETRO-AUDIT-ENTRIES
           END-IF
           PERFORM WRITE-AUDIT-LOG-ENTRY.
           EXIT.

       CALCULATE-STATUTORY-AMOUNTS SECTION.
           COMPUTE WS_SOCIAL_SECURITY_AMT ROUNDED =
               WS_GROSS_PAY * SOCIAL_SECURITY / 100
           COMPUTE WS_UNEMPLOYMENT_AMT ROUNDED =
           COMPUTE RESULT = WS_GROSS_PAY - WS_TAX_AMT -
               WS_SOCIAL_SECURITY_AMT - WS_UNEMPLOYMENT_AMT -
               WS_PENSION_AMT
           EXIT.

       CALCULATE-PROGRESSIVE-TAX SECTION.
           IF WS_WH_EXEMPT
               MOVE 0 TO WS_TAX_AMT
           ELSE
               COMPUTE WS_WH_ALLOWANCE_TOTAL ROUNDED =
                   WS_WH_ALLOWANCES * ALLOWANCE_AMOUNT
                   * PAY_FREQUENCY_FACTOR
               IF WS_WH_ALLOWANCE_TOTAL >= WS_GROSS_PAY
                   MOVE 0 TO WS_WH_TAXABLE_PAY
               ELSE
                   COMPUTE WS_WH_TAXABLE_PAY =
                       WS_GROSS_PAY - WS_WH_ALLOWANCE_TOTAL
               END-IF
               EVALUATE TRUE
                   WHEN WS_WH_TAXABLE_PAY <= WS_WH_BRACKET_1_LIMIT
                       COMPUTE WS_TAX_AMT ROUNDED =
                           WS_WH_TAXABLE_PAY * TAX_BRACKET_1_RATE / 100
                   WHEN WS_WH_TAXABLE_PAY <= WS_WH_BRACKET_2_LIMIT
                       COMPUTE WS_TAX_AMT ROUNDED =
                           (WS_WH_BRACKET_1_LIMIT *
                               TAX_BRACKET_1_RATE / 100) +
                           ((WS_WH_TAXABLE_PAY -
                               WS_WH_BRACKET_1_LIMIT) *
                               TAX_BRACKET_2_RATE / 100)
                   WHEN OTHER
                       COMPUTE WS_TAX_AMT ROUNDED =
                           (WS_WH_BRACKET_1_LIMIT *
                               TAX_BRACKET_1_RATE / 100) +
                           ((WS_WH_BRACKET_2_LIMIT -
                               WS_WH_BRACKET_1_LIMIT) *
                               TAX_BRACKET_2_RATE / 100) +
                           ((WS_WH_TAXABLE_PAY -
                               WS_WH_BRACKET_2_LIMIT) *
                               TAX_BRACKET_3_RATE / 100)
               END-EVALUATE
               ADD WS_WH_EXTRA_AMT TO WS_TAX_AMT
               COMPUTE WS_WH_TAX_CEILING =
                   WS_GROSS_PAY - (WS_GROSS_PAY *
                   (SOCIAL_SECURITY + UNEMPLOYMENT +
                    SUPPLEMENTARY_PENSION) / 100)
               IF WS_TAX_AMT > WS_WH_TAX_CEILING
                   MOVE WS_WH_TAX_CEILING TO WS_TAX_AMT
               END-IF
           END-IF
           EXIT.

       END PROGRAM SALARY_CALCULATOR.
