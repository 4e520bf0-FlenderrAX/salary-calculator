               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_REMITTANCE_FILE_STATUS.

           SELECT REMITTANCE_HISTORY_FILE
               ASSIGN TO "REMITTANCE_HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM_RECORD_KEY
               FILE STATUS IS WS_REMIT_HISTORY_FILE_STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  YTD_FILE.
       FD  REMITTANCE_REPORT_FILE.
       01  REMITTANCE_REPORT_RECORD PIC X(132).

       FD  REMITTANCE_HISTORY_FILE.
       COPY REMHIST.

       WORKING-STORAGE SECTION.
       01 WS_YTD_FILE_STATUS PIC XX VALUE "00".
           88 WS_YTD_FILE_OK VALUE "00".
       01 WS_REMITTANCE_FILE_STATUS PIC XX VALUE "00".
           88 WS_REMITTANCE_FILE_OK VALUE "00".

       01 WS_REMIT_HISTORY_FILE_STATUS PIC XX VALUE "00".
           88 WS_REMIT_HISTORY_FILE_OK VALUE "00".
           88 WS_REMIT_HISTORY_FILE_IS_NEW VALUE "35".

       01 WS_REMIT_QUARTER_ID PIC 9(5) VALUE 0.
       01 WS_REMIT_YEAR PIC 9(4) VALUE 0.
       01 WS_REMIT_QUARTER PIC 9 VALUE 0.
       01 WS_RECORD_QUARTER_FLAG PIC X VALUE "N".
           88 WS_RECORDING_QUARTER VALUE "Y".
       01 WS_RUN_DATE PIC 9(8) VALUE 0.
       01 WS_BUCKET_PERIOD_ID PIC 9(8) VALUE 0.
       01 WS_BUCKET_YEAR PIC 9(4) VALUE 0.
       01 WS_BUCKET_MONTH PIC 9(2) VALUE 0.
       01 WS_BUCKET_QUARTER PIC 9 VALUE 0.
       01 WS_QUARTER_RECORDED_COUNT PIC 9(7) VALUE 0.
       01 WS_QUARTER_SKIPPED_COUNT PIC 9(7) VALUE 0.

       01 WS_EMPLOYEE_COUNT PIC 9(7) VALUE 0.
       01 WS_TOTAL_POSTINGS PIC 9(9) VALUE 0.
       01 WS_TOTAL_SOCIAL_SECURITY PIC 9(11)V99 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-REMITTANCE-QUARTER
           OPEN INPUT YTD_FILE
           IF NOT WS_YTD_FILE_OK
               DISPLAY "YTD.DAT could not be opened (status "
                   CLOSE REMITTANCE_REPORT_FILE
                   DISPLAY "Remittance report written for "
                       WS_EMPLOYEE_COUNT " employee(s)."
                   IF WS_RECORDING_QUARTER
                       DISPLAY "Quarter " WS_REMIT_YEAR "-"
                           WS_REMIT_QUARTER " recorded for "
                           WS_QUARTER_RECORDED_COUNT " employee(s)."
                       IF WS_QUARTER_SKIPPED_COUNT > 0
                           DISPLAY "WARNING: "
                               WS_QUARTER_SKIPPED_COUNT " employee(s)"
                               " already posted to a later quarter - "
                               "not recorded; year-end reconciliation "
                               "will list them."
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS_RECORDING_QUARTER
               CLOSE REMITTANCE_HISTORY_FILE
           END-IF
           STOP RUN.

       GET-REMITTANCE-QUARTER SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS_RUN_DATE
           DISPLAY "Enter the quarter being remitted (YYYYQ), "
               "or 0 for the report only: "
           ACCEPT WS_REMIT_QUARTER_ID
           MOVE "N" TO WS_RECORD_QUARTER_FLAG
           IF WS_REMIT_QUARTER_ID > 0
               DIVIDE WS_REMIT_QUARTER_ID BY 10 GIVING WS_REMIT_YEAR
                   REMAINDER WS_REMIT_QUARTER
               IF WS_REMIT_QUARTER < 1 OR WS_REMIT_QUARTER > 4
                   DISPLAY "Quarter must be 1 to 4 - quarter figures "
                       "will not be recorded."
               ELSE
                   OPEN I-O REMITTANCE_HISTORY_FILE
                   IF WS_REMIT_HISTORY_FILE_IS_NEW
                       OPEN OUTPUT REMITTANCE_HISTORY_FILE
                       CLOSE REMITTANCE_HISTORY_FILE
                       OPEN I-O REMITTANCE_HISTORY_FILE
                   END-IF
                   IF WS_REMIT_HISTORY_FILE_OK
                       MOVE "Y" TO WS_RECORD_QUARTER_FLAG
                   ELSE
                       DISPLAY "WARNING: REMITTANCE_HISTORY.DAT could "
                           "not be opened (status "
                           WS_REMIT_HISTORY_FILE_STATUS
                           ") - quarter figures will not be recorded."
                   END-IF
               END-IF
           END-IF
           EXIT.

       RECORD-QUARTER-REMITTANCE SECTION.
           IF YTD_LAST_OFF_CYCLE_ID > YTD_LAST_PERIOD_ID
               MOVE YTD_LAST_OFF_CYCLE_ID TO WS_BUCKET_PERIOD_ID
           ELSE
               MOVE YTD_LAST_PERIOD_ID TO WS_BUCKET_PERIOD_ID
           END-IF
           MOVE WS_BUCKET_PERIOD_ID(1:4) TO WS_BUCKET_YEAR
           MOVE WS_BUCKET_PERIOD_ID(5:2) TO WS_BUCKET_MONTH
           COMPUTE WS_BUCKET_QUARTER = (WS_BUCKET_MONTH + 2) / 3
           MOVE WS_REMIT_YEAR TO RM_YEAR
           MOVE WS_REMIT_QUARTER TO RM_QUARTER
           MOVE YTD_EMPLOYEE_ID TO RM_EMPLOYEE_ID
           MOVE YTD_EMPLOYEE_NAME TO RM_EMPLOYEE_NAME
           MOVE WS_RUN_DATE TO RM_RUN_DATE
           EVALUATE TRUE
               WHEN WS_BUCKET_YEAR = WS_REMIT_YEAR
                AND WS_BUCKET_QUARTER = WS_REMIT_QUARTER
                   MOVE YTD_QTD_GROSS_PAY TO RM_GROSS_PAY
                   MOVE YTD_QTD_SOCIAL_SEC_AMT
                       TO RM_SOCIAL_SECURITY_AMT
                   MOVE YTD_QTD_UNEMPLOY_AMT TO RM_UNEMPLOYMENT_AMT
                   MOVE YTD_QTD_PENSION_AMT TO RM_PENSION_AMT
                   MOVE YTD_QTD_TAX_AMT TO RM_TAX_AMT
                   MOVE YTD_QTD_OTHER_DED_AMT TO RM_OTHER_DEDUCT_AMT
                   MOVE YTD_QTD_NET_PAY TO RM_NET_PAY
                   PERFORM WRITE-REMITTANCE-HISTORY
               WHEN WS_BUCKET_YEAR > WS_REMIT_YEAR
                OR (WS_BUCKET_YEAR = WS_REMIT_YEAR
                    AND WS_BUCKET_QUARTER > WS_REMIT_QUARTER)
                   ADD 1 TO WS_QUARTER_SKIPPED_COUNT
               WHEN OTHER
                   MOVE 0 TO RM_GROSS_PAY
                   MOVE 0 TO RM_SOCIAL_SECURITY_AMT
                   MOVE 0 TO RM_UNEMPLOYMENT_AMT
                   MOVE 0 TO RM_PENSION_AMT
                   MOVE 0 TO RM_TAX_AMT
                   MOVE 0 TO RM_OTHER_DEDUCT_AMT
                   MOVE 0 TO RM_NET_PAY
                   PERFORM WRITE-REMITTANCE-HISTORY
           END-EVALUATE
           EXIT.

       WRITE-REMITTANCE-HISTORY SECTION.
           WRITE REMITTANCE_HISTORY_RECORD
               INVALID KEY
                   REWRITE REMITTANCE_HISTORY_RECORD
           END-WRITE
           IF WS_REMIT_HISTORY_FILE_OK
               ADD 1 TO WS_QUARTER_RECORDED_COUNT
           ELSE
               DISPLAY "WARNING: quarter figures not recorded for "
                   "employee " YTD_EMPLOYEE_ID " (status "
                   WS_REMIT_HISTORY_FILE_STATUS ")."
               MOVE "00" TO WS_REMIT_HISTORY_FILE_STATUS
           END-IF
           EXIT.

       PROCESS-YTD-RECORDS SECTION.
           MOVE "N" TO WS_YTD_EOF_FLAG
           PERFORM UNTIL WS_YTD_END_OF_FILE
           MOVE YTD_ER_UNEMPLOY_AMT TO WS_RR_ER_UNEMPLOY
           MOVE YTD_ER_PENSION_AMT TO WS_RR_ER_PENSION
           WRITE REMITTANCE_REPORT_RECORD FROM WS_REPORT_DETAIL_LINE
           IF WS_RECORDING_QUARTER
               PERFORM RECORD-QUARTER-REMITTANCE
           END-IF
           ADD YTD_SOCIAL_SECURITY_AMT TO WS_TOTAL_SOCIAL_SECURITY
           ADD YTD_UNEMPLOYMENT_AMT TO WS_TOTAL_UNEMPLOYMENT
           ADD YTD_PENSION_AMT TO WS_TOTAL_PENSION
