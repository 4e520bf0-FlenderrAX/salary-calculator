       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK_RECONCILIATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK_ITEMS_FILE ASSIGN TO "BANK_ITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_BANK_ITEMS_FILE_STATUS.

           SELECT CHECK_REGISTER_FILE ASSIGN TO "CHECK_REGISTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CK_RECORD_KEY
               FILE STATUS IS WS_CHECK_REGISTER_FILE_STATUS.

           SELECT EMPLOYEE_MASTER_FILE ASSIGN TO "EMPLOYEE_MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EM_EMPLOYEE_ID
               FILE STATUS IS WS_EMPLOYEE_MASTER_FILE_STATUS.

           SELECT MASTER_CHANGE_LOG_FILE
               ASSIGN TO "MASTER_CHANGE_LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_CHANGE_LOG_FILE_STATUS.

           SELECT OUTSTANDING_CHECKS_FILE
               ASSIGN TO "OUTSTANDING_CHECKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_OUTSTANDING_FILE_STATUS.

           SELECT STALE_CHECKS_FILE
               ASSIGN TO "STALE_CHECKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_STALE_FILE_STATUS.

           SELECT RETURNED_DEPOSITS_FILE
               ASSIGN TO "RETURNED_DEPOSITS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_RETURNED_FILE_STATUS.

           SELECT BANK_EXCEPTIONS_FILE
               ASSIGN TO "BANK_ITEM_EXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_EXCEPTIONS_FILE_STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BANK_ITEMS_FILE.
       01  BANK_ITEM_RECORD.
           05 BI_ITEM_TYPE PIC X.
               88 BI_CHECK_PAID VALUE "P".
               88 BI_DEPOSIT_RETURNED VALUE "R".
           05 BI_ITEM_NUMBER PIC 9(8).
           05 BI_AMOUNT PIC 9(7)V99.
           05 BI_DATE PIC 9(8).
           05 BI_RETURN_REASON PIC X(3).

       FD  CHECK_REGISTER_FILE.
       COPY CHKREG.

       FD  EMPLOYEE_MASTER_FILE.
       COPY EMPMAST.

       FD  MASTER_CHANGE_LOG_FILE.
       01  MASTER_CHANGE_LOG_RECORD PIC X(185).

       FD  OUTSTANDING_CHECKS_FILE.
       01  OUTSTANDING_CHECKS_RECORD PIC X(132).

       FD  STALE_CHECKS_FILE.
       01  STALE_CHECKS_RECORD PIC X(132).

       FD  RETURNED_DEPOSITS_FILE.
       01  RETURNED_DEPOSITS_RECORD PIC X(132).

       FD  BANK_EXCEPTIONS_FILE.
       01  BANK_EXCEPTIONS_RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS_BANK_ITEMS_FILE_STATUS PIC XX VALUE "00".
           88 WS_BANK_ITEMS_FILE_OK VALUE "00".
       01 WS_BANK_ITEMS_EOF_FLAG PIC X VALUE "N".
           88 WS_BANK_ITEMS_END_OF_FILE VALUE "Y".

       01 WS_CHECK_REGISTER_FILE_STATUS PIC XX VALUE "00".
           88 WS_CHECK_REGISTER_FILE_OK VALUE "00".
       01 WS_CHECK_REGISTER_EOF_FLAG PIC X VALUE "N".
           88 WS_CHECK_REGISTER_END_OF_FILE VALUE "Y".

       01 WS_EMPLOYEE_MASTER_FILE_STATUS PIC XX VALUE "00".
           88 WS_EMPLOYEE_MASTER_FILE_OK VALUE "00".

       01 WS_CHANGE_LOG_FILE_STATUS PIC XX VALUE "00".
           88 WS_CHANGE_LOG_FILE_OK VALUE "00".
           88 WS_CHANGE_LOG_FILE_IS_NEW VALUE "35".

       01 WS_OUTSTANDING_FILE_STATUS PIC XX VALUE "00".
           88 WS_OUTSTANDING_FILE_OK VALUE "00".
       01 WS_STALE_FILE_STATUS PIC XX VALUE "00".
           88 WS_STALE_FILE_OK VALUE "00".
       01 WS_RETURNED_FILE_STATUS PIC XX VALUE "00".
           88 WS_RETURNED_FILE_OK VALUE "00".
       01 WS_EXCEPTIONS_FILE_STATUS PIC XX VALUE "00".
           88 WS_EXCEPTIONS_FILE_OK VALUE "00".

       01 WS_RECONCILE_DATE PIC 9(8) VALUE 0.
       01 WS_STALE_DAYS PIC 9(4) VALUE 0.
       01 WS_CHECK_AGE_DAYS PIC 9(6) VALUE 0.
       01 WS_REPORTS_OPEN_FLAG PIC X VALUE "N".
           88 WS_REPORTS_OPEN VALUE "Y".
       01 WS_EXCEPTION_REASON PIC X(30) VALUE SPACES.

       01 WS_ITEMS_READ_COUNT PIC 9(7) VALUE 0.
       01 WS_CHECKS_PAID_COUNT PIC 9(7) VALUE 0.
       01 WS_CHECKS_PAID_TOTAL PIC 9(11)V99 VALUE 0.
       01 WS_RETURNED_COUNT PIC 9(7) VALUE 0.
       01 WS_RETURNED_TOTAL PIC 9(11)V99 VALUE 0.
       01 WS_EXCEPTION_COUNT PIC 9(7) VALUE 0.
       01 WS_OUTSTANDING_COUNT PIC 9(7) VALUE 0.
       01 WS_OUTSTANDING_TOTAL PIC 9(11)V99 VALUE 0.
       01 WS_STALE_COUNT PIC 9(7) VALUE 0.
       01 WS_STALE_TOTAL PIC 9(11)V99 VALUE 0.

       01 WS_BEFORE_IMAGE PIC X(80) VALUE SPACES.
       01 WS_CHANGE_LOG_LINE.
           05 WS_CL_TIMESTAMP PIC X(21).
           05 FILLER PIC X VALUE SPACE.
           05 WS_CL_ACTION PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 WS_CL_BEFORE_IMAGE PIC X(80).
           05 FILLER PIC X VALUE SPACE.
           05 WS_CL_AFTER_IMAGE PIC X(80).

       01 WS_OUTSTANDING_HEADING_1.
           05 FILLER PIC X(26) VALUE "OUTSTANDING CHECKS AS OF ".
           05 WS_OH_RECONCILE_DATE PIC 9(8).

       01 WS_STALE_HEADING_1.
           05 FILLER PIC X(38)
              VALUE "STALE-DATED CHECKS FOR ESCHEATMENT AS ".
           05 FILLER PIC X(3) VALUE "OF ".
           05 WS_SH_RECONCILE_DATE PIC 9(8).
           05 FILLER PIC X(14) VALUE " - OLDER THAN ".
           05 WS_SH_STALE_DAYS PIC ZZZ9.
           05 FILLER PIC X(5) VALUE " DAYS".

       01 WS_CHECK_HEADING_2.
           05 FILLER PIC X(10) VALUE "CHECK NO".
           05 FILLER PIC X(6)  VALUE "ID".
           05 FILLER PIC X(12) VALUE "NAME".
           05 FILLER PIC X(9)  VALUE "PERIOD".
           05 FILLER PIC X(10) VALUE "ISSUED".
           05 FILLER PIC X(13) VALUE "       AMOUNT".
           05 FILLER PIC X(10) VALUE "  AGE DAYS".

       01 WS_CHECK_DETAIL_LINE.
           05 WS_CD_CHECK_NUMBER PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS_CD_EMPLOYEE_ID PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS_CD_EMPLOYEE_NAME PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS_CD_PERIOD_ID PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS_CD_ISSUE_DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS_CD_AMOUNT PIC ZZZZZZ9.99.
           05 FILLER PIC X(4) VALUE SPACES.
           05 WS_CD_AGE_DAYS PIC ZZZZZ9.

       01 WS_CHECK_TOTAL_LINE.
           05 FILLER PIC X(8) VALUE "CHECKS: ".
           05 WS_CT_COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(10) VALUE "  AMOUNT: ".
           05 WS_CT_AMOUNT PIC ZZZZZZZZZZ9.99.

       01 WS_RETURNED_HEADING_1.
           05 FILLER PIC X(36)
              VALUE "RETURNED DIRECT DEPOSITS - EMPLOYEES".
           05 FILLER PIC X(33)
              VALUE " SWITCHED TO PAPER CHECK AS OF ".
           05 WS_RH_RECONCILE_DATE PIC 9(8).

       01 WS_RETURNED_HEADING_2.
           05 FILLER PIC X(10) VALUE "TRACE NO".
           05 FILLER PIC X(6)  VALUE "ID".
           05 FILLER PIC X(12) VALUE "NAME".
           05 FILLER PIC X(10) VALUE "ROUTING".
           05 FILLER PIC X(13) VALUE "ACCOUNT".
           05 FILLER PIC X(13) VALUE "       AMOUNT".
           05 FILLER PIC X(10) VALUE "  RETURNED".
           05 FILLER PIC X(7)  VALUE " REASON".

       01 WS_RETURNED_DETAIL_LINE.
           05 WS_RD_TRACE_NUMBER PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS_RD_EMPLOYEE_ID PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS_RD_EMPLOYEE_NAME PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS_RD_ROUTING_NUMBER PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 WS_RD_ACCOUNT_NUMBER PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 WS_RD_AMOUNT PIC ZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS_RD_RETURN_DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS_RD_RETURN_REASON PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS_RD_MASTER_NOTE PIC X(30).

       01 WS_RETURNED_TOTAL_LINE.
           05 FILLER PIC X(18) VALUE "RETURNED DEPOSITS:".
           05 WS_RT_COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(10) VALUE "  AMOUNT: ".
           05 WS_RT_AMOUNT PIC ZZZZZZZZZZ9.99.

       01 WS_EXCEPTION_HEADING_1.
           05 FILLER PIC X(35)
              VALUE "BANK ITEM EXCEPTIONS FOR RECONCILE ".
           05 FILLER PIC X(6) VALUE "AS OF ".
           05 WS_EH_RECONCILE_DATE PIC 9(8).

       01 WS_EXCEPTION_DETAIL_LINE.
           05 WS_ED_ITEM_TYPE PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 WS_ED_ITEM_NUMBER PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS_ED_BANK_DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS_ED_BANK_AMOUNT PIC ZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS_ED_ISSUED_AMOUNT PIC ZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS_ED_EMPLOYEE_ID PIC 9(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS_ED_REASON PIC X(30).

       01 WS_EXCEPTION_TOTAL_LINE.
           05 FILLER PIC X(12) VALUE "EXCEPTIONS: ".
           05 WS_ET_COUNT PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Enter the reconciliation date (YYYYMMDD), or 0 "
               "for today: "
           ACCEPT WS_RECONCILE_DATE
           IF WS_RECONCILE_DATE = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS_RECONCILE_DATE
           END-IF
           DISPLAY "Enter the days after which an uncashed check is "
               "stale, or 0 for 180: "
           ACCEPT WS_STALE_DAYS
           IF WS_STALE_DAYS = 0
               MOVE 180 TO WS_STALE_DAYS
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS_RECONCILE_DATE) NOT = 0
               DISPLAY "Reconciliation date " WS_RECONCILE_DATE
                   " is not a valid date - reconciliation aborted."
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM OPEN-RECONCILIATION-FILES
               IF WS_REPORTS_OPEN
                   PERFORM MATCH-BANK-ITEMS
                   PERFORM LIST-OUTSTANDING-CHECKS
                   PERFORM WRITE-RECONCILIATION-TOTALS
                   PERFORM CLOSE-RECONCILIATION-FILES
                   DISPLAY "Bank reconciliation complete - "
                       WS_ITEMS_READ_COUNT " bank item(s), "
                       WS_CHECKS_PAID_COUNT " check(s) paid, "
                       WS_RETURNED_COUNT " deposit(s) returned, "
                       WS_EXCEPTION_COUNT " exception(s)."
                   DISPLAY "Outstanding checks: "
                       WS_OUTSTANDING_COUNT ", stale-dated: "
                       WS_STALE_COUNT "."
                   IF WS_EXCEPTION_COUNT > 0
                      OR WS_STALE_COUNT > 0
                       IF RETURN-CODE = 0
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF
           STOP RUN.

       OPEN-RECONCILIATION-FILES SECTION.
           MOVE "N" TO WS_REPORTS_OPEN_FLAG
           OPEN INPUT BANK_ITEMS_FILE
           IF NOT WS_BANK_ITEMS_FILE_OK
               DISPLAY "BANK_ITEMS.DAT could not be opened (status "
                   WS_BANK_ITEMS_FILE_STATUS
                   ") - reconciliation aborted."
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN I-O CHECK_REGISTER_FILE
               IF NOT WS_CHECK_REGISTER_FILE_OK
                   DISPLAY "CHECK_REGISTER.DAT could not be opened "
                       "(status " WS_CHECK_REGISTER_FILE_STATUS
                       ") - reconciliation aborted."
                   MOVE 12 TO RETURN-CODE
                   CLOSE BANK_ITEMS_FILE
               ELSE
                   OPEN I-O EMPLOYEE_MASTER_FILE
                   IF NOT WS_EMPLOYEE_MASTER_FILE_OK
                       DISPLAY "EMPLOYEE_MASTER.DAT could not be "
                           "opened (status "
                           WS_EMPLOYEE_MASTER_FILE_STATUS
                           ") - reconciliation aborted."
                       MOVE 12 TO RETURN-CODE
                       CLOSE BANK_ITEMS_FILE
                       CLOSE CHECK_REGISTER_FILE
                   ELSE
                       PERFORM OPEN-RECONCILIATION-REPORTS
                   END-IF
               END-IF
           END-IF
           EXIT.

       OPEN-RECONCILIATION-REPORTS SECTION.
           OPEN OUTPUT OUTSTANDING_CHECKS_FILE
           OPEN OUTPUT STALE_CHECKS_FILE
           OPEN OUTPUT RETURNED_DEPOSITS_FILE
           OPEN OUTPUT BANK_EXCEPTIONS_FILE
           IF NOT WS_OUTSTANDING_FILE_OK
              OR NOT WS_STALE_FILE_OK
              OR NOT WS_RETURNED_FILE_OK
              OR NOT WS_EXCEPTIONS_FILE_OK
               DISPLAY "Reconciliation reports could not be opened "
                   "(status " WS_OUTSTANDING_FILE_STATUS " "
                   WS_STALE_FILE_STATUS " " WS_RETURNED_FILE_STATUS
                   " " WS_EXCEPTIONS_FILE_STATUS
                   ") - reconciliation aborted."
               MOVE 12 TO RETURN-CODE
               CLOSE BANK_ITEMS_FILE
               CLOSE CHECK_REGISTER_FILE
               CLOSE EMPLOYEE_MASTER_FILE
           ELSE
               MOVE "Y" TO WS_REPORTS_OPEN_FLAG
               OPEN EXTEND MASTER_CHANGE_LOG_FILE
               IF WS_CHANGE_LOG_FILE_IS_NEW
                   OPEN OUTPUT MASTER_CHANGE_LOG_FILE
                   CLOSE MASTER_CHANGE_LOG_FILE
                   OPEN EXTEND MASTER_CHANGE_LOG_FILE
               END-IF
               IF NOT WS_CHANGE_LOG_FILE_OK
                   DISPLAY "WARNING: MASTER_CHANGE_LOG.DAT could not "
                       "be opened (status " WS_CHANGE_LOG_FILE_STATUS
                       ") - master changes will not be logged."
               END-IF
               MOVE WS_RECONCILE_DATE TO WS_OH_RECONCILE_DATE
               WRITE OUTSTANDING_CHECKS_RECORD
                   FROM WS_OUTSTANDING_HEADING_1
               WRITE OUTSTANDING_CHECKS_RECORD
                   FROM WS_CHECK_HEADING_2
               MOVE WS_RECONCILE_DATE TO WS_SH_RECONCILE_DATE
               MOVE WS_STALE_DAYS TO WS_SH_STALE_DAYS
               WRITE STALE_CHECKS_RECORD FROM WS_STALE_HEADING_1
               WRITE STALE_CHECKS_RECORD FROM WS_CHECK_HEADING_2
               MOVE WS_RECONCILE_DATE TO WS_RH_RECONCILE_DATE
               WRITE RETURNED_DEPOSITS_RECORD
                   FROM WS_RETURNED_HEADING_1
               WRITE RETURNED_DEPOSITS_RECORD
                   FROM WS_RETURNED_HEADING_2
               MOVE WS_RECONCILE_DATE TO WS_EH_RECONCILE_DATE
               WRITE BANK_EXCEPTIONS_RECORD
                   FROM WS_EXCEPTION_HEADING_1
           END-IF
           EXIT.

       MATCH-BANK-ITEMS SECTION.
           MOVE "N" TO WS_BANK_ITEMS_EOF_FLAG
           PERFORM UNTIL WS_BANK_ITEMS_END_OF_FILE
               READ BANK_ITEMS_FILE
                   AT END
                       MOVE "Y" TO WS_BANK_ITEMS_EOF_FLAG
                   NOT AT END
                       ADD 1 TO WS_ITEMS_READ_COUNT
                       EVALUATE TRUE
                           WHEN BI_CHECK_PAID
                               PERFORM MATCH-PAID-CHECK
                           WHEN BI_DEPOSIT_RETURNED
                               PERFORM MATCH-RETURNED-DEPOSIT
                           WHEN OTHER
                               MOVE 0 TO CK_AMOUNT
                               MOVE 0 TO CK_EMPLOYEE_ID
                               MOVE "UNKNOWN BANK ITEM TYPE"
                                   TO WS_EXCEPTION_REASON
                               PERFORM WRITE-BANK-EXCEPTION
                       END-EVALUATE
               END-READ
           END-PERFORM
           EXIT.

       MATCH-PAID-CHECK SECTION.
           MOVE "C" TO CK_PAYMENT_METHOD
           MOVE BI_ITEM_NUMBER TO CK_ITEM_NUMBER
           READ CHECK_REGISTER_FILE
               INVALID KEY
                   MOVE 0 TO CK_AMOUNT
                   MOVE 0 TO CK_EMPLOYEE_ID
                   MOVE "CHECK NOT IN REGISTER"
                       TO WS_EXCEPTION_REASON
                   PERFORM WRITE-BANK-EXCEPTION
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN CK_PAID
                           MOVE "CHECK ALREADY PAID"
                               TO WS_EXCEPTION_REASON
                           PERFORM WRITE-BANK-EXCEPTION
                       WHEN CK_VOIDED
                           MOVE "PAID AFTER VOID - STOP FAILED"
                               TO WS_EXCEPTION_REASON
                           PERFORM WRITE-BANK-EXCEPTION
                       WHEN CK_SPOILED
                           MOVE "SPOILED CHECK PRESENTED"
                               TO WS_EXCEPTION_REASON
                           PERFORM WRITE-BANK-EXCEPTION
                       WHEN OTHER
                           PERFORM POST-PAID-CHECK
                   END-EVALUATE
           END-READ
           MOVE "00" TO WS_CHECK_REGISTER_FILE_STATUS
           EXIT.

       POST-PAID-CHECK SECTION.
           MOVE "P" TO CK_STATUS
           MOVE BI_DATE TO CK_STATUS_DATE
           MOVE BI_AMOUNT TO CK_PAID_AMOUNT
           REWRITE CHECK_REGISTER_RECORD
               INVALID KEY
                   DISPLAY "WARNING: check " CK_ITEM_NUMBER
                       " could not be marked paid (status "
                       WS_CHECK_REGISTER_FILE_STATUS ")."
               NOT INVALID KEY
                   ADD 1 TO WS_CHECKS_PAID_COUNT
                   ADD BI_AMOUNT TO WS_CHECKS_PAID_TOTAL
           END-REWRITE
           IF BI_AMOUNT NOT = CK_AMOUNT
               MOVE "PAID AMOUNT DIFFERS FROM ISSUE"
                   TO WS_EXCEPTION_REASON
               PERFORM WRITE-BANK-EXCEPTION
           END-IF
           EXIT.

       MATCH-RETURNED-DEPOSIT SECTION.
           MOVE "D" TO CK_PAYMENT_METHOD
           MOVE BI_ITEM_NUMBER TO CK_ITEM_NUMBER
           READ CHECK_REGISTER_FILE
               INVALID KEY
                   MOVE 0 TO CK_AMOUNT
                   MOVE 0 TO CK_EMPLOYEE_ID
                   MOVE "DEPOSIT TRACE NOT IN REGISTER"
                       TO WS_EXCEPTION_REASON
                   PERFORM WRITE-BANK-EXCEPTION
               NOT INVALID KEY
                   IF CK_RETURNED
                       MOVE "DEPOSIT ALREADY RETURNED"
                           TO WS_EXCEPTION_REASON
                       PERFORM WRITE-BANK-EXCEPTION
                   ELSE
                       PERFORM POST-RETURNED-DEPOSIT
                   END-IF
           END-READ
           MOVE "00" TO WS_CHECK_REGISTER_FILE_STATUS
           EXIT.

       POST-RETURNED-DEPOSIT SECTION.
           IF CK_VOIDED
               MOVE "RETURN OF A RECALLED DEPOSIT"
                   TO WS_EXCEPTION_REASON
               PERFORM WRITE-BANK-EXCEPTION
           END-IF
           IF BI_AMOUNT NOT = CK_AMOUNT
               MOVE "RETURNED AMOUNT DIFFERS"
                   TO WS_EXCEPTION_REASON
               PERFORM WRITE-BANK-EXCEPTION
           END-IF
           MOVE "R" TO CK_STATUS
           MOVE BI_DATE TO CK_STATUS_DATE
           MOVE BI_RETURN_REASON TO CK_RETURN_REASON
           REWRITE CHECK_REGISTER_RECORD
               INVALID KEY
                   DISPLAY "WARNING: deposit " CK_ITEM_NUMBER
                       " could not be marked returned (status "
                       WS_CHECK_REGISTER_FILE_STATUS ")."
           END-REWRITE
           ADD 1 TO WS_RETURNED_COUNT
           ADD BI_AMOUNT TO WS_RETURNED_TOTAL
           MOVE CK_ITEM_NUMBER TO WS_RD_TRACE_NUMBER
           MOVE CK_EMPLOYEE_ID TO WS_RD_EMPLOYEE_ID
           MOVE CK_EMPLOYEE_NAME TO WS_RD_EMPLOYEE_NAME
           MOVE CK_BANK_ROUTING_NUMBER TO WS_RD_ROUTING_NUMBER
           MOVE CK_BANK_ACCOUNT_NUMBER TO WS_RD_ACCOUNT_NUMBER
           MOVE BI_AMOUNT TO WS_RD_AMOUNT
           MOVE BI_DATE TO WS_RD_RETURN_DATE
           MOVE BI_RETURN_REASON TO WS_RD_RETURN_REASON
           PERFORM SWITCH-EMPLOYEE-TO-PAPER
           WRITE RETURNED_DEPOSITS_RECORD
               FROM WS_RETURNED_DETAIL_LINE
           EXIT.

       SWITCH-EMPLOYEE-TO-PAPER SECTION.
           MOVE CK_EMPLOYEE_ID TO EM_EMPLOYEE_ID
           READ EMPLOYEE_MASTER_FILE
               INVALID KEY
                   MOVE "NOT ON EMPLOYEE MASTER"
                       TO WS_RD_MASTER_NOTE
               NOT INVALID KEY
                   IF EM_BANK_UNUSABLE
                       MOVE "ALREADY ON PAPER CHECK"
                           TO WS_RD_MASTER_NOTE
                   ELSE
                       IF EM_BANK_ROUTING_NUMBER
                              NOT = CK_BANK_ROUTING_NUMBER
                          OR EM_BANK_ACCOUNT_NUMBER
                              NOT = CK_BANK_ACCOUNT_NUMBER
                           MOVE "BANK DETAILS ALREADY CHANGED"
                               TO WS_RD_MASTER_NOTE
                       ELSE
                           MOVE EMPLOYEE_MASTER_RECORD
                               TO WS_BEFORE_IMAGE
                           MOVE "N" TO EM_BANK_STATUS
                           REWRITE EMPLOYEE_MASTER_RECORD
                               INVALID KEY
                                   MOVE "MASTER UPDATE FAILED"
                                       TO WS_RD_MASTER_NOTE
                               NOT INVALID KEY
                                   MOVE "SWITCHED TO PAPER CHECK"
                                       TO WS_RD_MASTER_NOTE
                                   PERFORM WRITE-CHANGE-LOG-ENTRY
                           END-REWRITE
                       END-IF
                   END-IF
           END-READ
           MOVE "00" TO WS_EMPLOYEE_MASTER_FILE_STATUS
           EXIT.

       WRITE-CHANGE-LOG-ENTRY SECTION.
           IF WS_CHANGE_LOG_FILE_OK
               MOVE FUNCTION CURRENT-DATE TO WS_CL_TIMESTAMP
               MOVE "B" TO WS_CL_ACTION
               MOVE WS_BEFORE_IMAGE TO WS_CL_BEFORE_IMAGE
               MOVE EMPLOYEE_MASTER_RECORD TO WS_CL_AFTER_IMAGE
               WRITE MASTER_CHANGE_LOG_RECORD
                   FROM WS_CHANGE_LOG_LINE
           END-IF
           EXIT.

       WRITE-BANK-EXCEPTION SECTION.
           ADD 1 TO WS_EXCEPTION_COUNT
           MOVE BI_ITEM_TYPE TO WS_ED_ITEM_TYPE
           MOVE BI_ITEM_NUMBER TO WS_ED_ITEM_NUMBER
           MOVE BI_DATE TO WS_ED_BANK_DATE
           MOVE BI_AMOUNT TO WS_ED_BANK_AMOUNT
           MOVE CK_AMOUNT TO WS_ED_ISSUED_AMOUNT
           MOVE CK_EMPLOYEE_ID TO WS_ED_EMPLOYEE_ID
           MOVE WS_EXCEPTION_REASON TO WS_ED_REASON
           WRITE BANK_EXCEPTIONS_RECORD
               FROM WS_EXCEPTION_DETAIL_LINE
           EXIT.

       LIST-OUTSTANDING-CHECKS SECTION.
           MOVE "C" TO CK_PAYMENT_METHOD
           MOVE 0 TO CK_ITEM_NUMBER
           MOVE "N" TO WS_CHECK_REGISTER_EOF_FLAG
           START CHECK_REGISTER_FILE KEY IS NOT LESS THAN
                   CK_RECORD_KEY
               INVALID KEY
                   MOVE "Y" TO WS_CHECK_REGISTER_EOF_FLAG
           END-START
           PERFORM UNTIL WS_CHECK_REGISTER_END_OF_FILE
               READ CHECK_REGISTER_FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS_CHECK_REGISTER_EOF_FLAG
                   NOT AT END
                       IF NOT CK_PAPER_CHECK
                           MOVE "Y" TO WS_CHECK_REGISTER_EOF_FLAG
                       ELSE
                           IF CK_ISSUED
                              AND CK_ISSUE_DATE <= WS_RECONCILE_DATE
                               PERFORM REPORT-OUTSTANDING-CHECK
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS_CHECK_REGISTER_FILE_STATUS
           EXIT.

       REPORT-OUTSTANDING-CHECK SECTION.
           MOVE 0 TO WS_CHECK_AGE_DAYS
           IF FUNCTION TEST-DATE-YYYYMMDD(CK_ISSUE_DATE) = 0
               COMPUTE WS_CHECK_AGE_DAYS =
                   FUNCTION INTEGER-OF-DATE(WS_RECONCILE_DATE)
                   - FUNCTION INTEGER-OF-DATE(CK_ISSUE_DATE)
           END-IF
           MOVE CK_ITEM_NUMBER TO WS_CD_CHECK_NUMBER
           MOVE CK_EMPLOYEE_ID TO WS_CD_EMPLOYEE_ID
           MOVE CK_EMPLOYEE_NAME TO WS_CD_EMPLOYEE_NAME
           MOVE CK_PERIOD_ID TO WS_CD_PERIOD_ID
           MOVE CK_ISSUE_DATE TO WS_CD_ISSUE_DATE
           MOVE CK_AMOUNT TO WS_CD_AMOUNT
           MOVE WS_CHECK_AGE_DAYS TO WS_CD_AGE_DAYS
           ADD 1 TO WS_OUTSTANDING_COUNT
           ADD CK_AMOUNT TO WS_OUTSTANDING_TOTAL
           WRITE OUTSTANDING_CHECKS_RECORD FROM WS_CHECK_DETAIL_LINE
           IF WS_CHECK_AGE_DAYS > WS_STALE_DAYS
               ADD 1 TO WS_STALE_COUNT
               ADD CK_AMOUNT TO WS_STALE_TOTAL
               WRITE STALE_CHECKS_RECORD FROM WS_CHECK_DETAIL_LINE
           END-IF
           EXIT.

       WRITE-RECONCILIATION-TOTALS SECTION.
           MOVE WS_OUTSTANDING_COUNT TO WS_CT_COUNT
           MOVE WS_OUTSTANDING_TOTAL TO WS_CT_AMOUNT
           WRITE OUTSTANDING_CHECKS_RECORD FROM WS_CHECK_TOTAL_LINE
           MOVE WS_STALE_COUNT TO WS_CT_COUNT
           MOVE WS_STALE_TOTAL TO WS_CT_AMOUNT
           WRITE STALE_CHECKS_RECORD FROM WS_CHECK_TOTAL_LINE
           MOVE WS_RETURNED_COUNT TO WS_RT_COUNT
           MOVE WS_RETURNED_TOTAL TO WS_RT_AMOUNT
           WRITE RETURNED_DEPOSITS_RECORD FROM WS_RETURNED_TOTAL_LINE
           MOVE WS_EXCEPTION_COUNT TO WS_ET_COUNT
           WRITE BANK_EXCEPTIONS_RECORD FROM WS_EXCEPTION_TOTAL_LINE
           EXIT.

       CLOSE-RECONCILIATION-FILES SECTION.
           CLOSE BANK_ITEMS_FILE
           CLOSE CHECK_REGISTER_FILE
           CLOSE EMPLOYEE_MASTER_FILE
           CLOSE OUTSTANDING_CHECKS_FILE
           CLOSE STALE_CHECKS_FILE
           CLOSE RETURNED_DEPOSITS_FILE
           CLOSE BANK_EXCEPTIONS_FILE
           IF WS_CHANGE_LOG_FILE_OK
               CLOSE MASTER_CHANGE_LOG_FILE
           END-IF
           EXIT.

       END PROGRAM BANK_RECONCILIATION.
