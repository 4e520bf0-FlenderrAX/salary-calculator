       IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAR_END_STATEMENTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD_HISTORY_FILE ASSIGN TO "YTD_HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTDH_RECORD_KEY
               FILE STATUS IS WS_YTD_HISTORY_FILE_STATUS.

           SELECT PAY_HISTORY_FILE ASSIGN TO "PAY_HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH_RECORD_KEY
               FILE STATUS IS WS_PAY_HISTORY_FILE_STATUS.

           SELECT REMITTANCE_HISTORY_FILE
               ASSIGN TO "REMITTANCE_HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RM_RECORD_KEY
               FILE STATUS IS WS_REMIT_HISTORY_FILE_STATUS.

           SELECT WAGE_STATEMENT_FILE ASSIGN TO "WAGE_STATEMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_STATEMENT_FILE_STATUS.

           SELECT TRANSMITTAL_FILE
               ASSIGN TO "EMPLOYER_TRANSMITTAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_TRANSMITTAL_FILE_STATUS.

           SELECT RECONCILE_REPORT_FILE
               ASSIGN TO "YEAR_END_RECONCILE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_RECONCILE_FILE_STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  YTD_HISTORY_FILE.
       COPY YTDHIST.

       FD  PAY_HISTORY_FILE.
       COPY PAYHIST.

       FD  REMITTANCE_HISTORY_FILE.
       COPY REMHIST.

       FD  WAGE_STATEMENT_FILE.
       01  WAGE_STATEMENT_RECORD PIC X(132).

       FD  TRANSMITTAL_FILE.
       01  TRANSMITTAL_RECORD PIC X(132).

       FD  RECONCILE_REPORT_FILE.
       01  RECONCILE_REPORT_RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS_YTD_HISTORY_FILE_STATUS PIC XX VALUE "00".
           88 WS_YTD_HISTORY_FILE_OK VALUE "00".
       01 WS_YTD_HISTORY_EOF_FLAG PIC X VALUE "N".
           88 WS_YTD_HISTORY_END_OF_FILE VALUE "Y".

       01 WS_PAY_HISTORY_FILE_STATUS PIC XX VALUE "00".
           88 WS_PAY_HISTORY_FILE_OK VALUE "00".
       01 WS_PAY_HISTORY_EOF_FLAG PIC X VALUE "N".
           88 WS_PAY_HISTORY_END_OF_FILE VALUE "Y".

       01 WS_REMIT_HISTORY_FILE_STATUS PIC XX VALUE "00".
           88 WS_REMIT_HISTORY_FILE_OK VALUE "00".
       01 WS_REMIT_HISTORY_OPEN_FLAG PIC X VALUE "N".
           88 WS_REMIT_HISTORY_OPEN VALUE "Y".

       01 WS_STATEMENT_FILE_STATUS PIC XX VALUE "00".
           88 WS_STATEMENT_FILE_OK VALUE "00".
       01 WS_TRANSMITTAL_FILE_STATUS PIC XX VALUE "00".
           88 WS_TRANSMITTAL_FILE_OK VALUE "00".
       01 WS_RECONCILE_FILE_STATUS PIC XX VALUE "00".
           88 WS_RECONCILE_FILE_OK VALUE "00".

       01 WS_STATEMENT_YEAR PIC 9(4) VALUE 0.
       01 WS_YEAR_START_ID PIC 9(8) VALUE 0.
       01 WS_YEAR_END_ID PIC 9(8) VALUE 0.
       01 WS_RUN_DATE PIC 9(8) VALUE 0.
       01 WS_QUARTER PIC 9 VALUE 0.
       01 WS_RELEASE_ANSWER PIC X VALUE "N".
       01 WS_RELEASE_FLAG PIC X VALUE "N".
           88 WS_RELEASE_STATEMENTS VALUE "Y".
       01 WS_EMPLOYEE_MISMATCH_FLAG PIC X VALUE "N".
           88 WS_EMPLOYEE_MISMATCHED VALUE "Y".
       01 WS_LAST_PH_EMPLOYEE_ID PIC 9(5) VALUE 0.

       01 WS_YEAR_EMPLOYEE_COUNT PIC 9(7) VALUE 0.
       01 WS_MISMATCH_COUNT PIC 9(7) VALUE 0.
       01 WS_MISSING_QUARTER_COUNT PIC 9 VALUE 0.
       01 WS_STATEMENT_COUNT PIC 9(7) VALUE 0.

       01 WS_PAY_HISTORY_SUMS.
           05 WS_PH_SUM_GROSS PIC 9(9)V99 VALUE 0.
           05 WS_PH_SUM_SOCIAL_SEC PIC 9(9)V99 VALUE 0.
           05 WS_PH_SUM_UNEMPLOYMENT PIC 9(9)V99 VALUE 0.
           05 WS_PH_SUM_PENSION PIC 9(9)V99 VALUE 0.
           05 WS_PH_SUM_TAX PIC 9(9)V99 VALUE 0.
           05 WS_PH_SUM_DEDUCTIONS PIC 9(9)V99 VALUE 0.

       01 WS_REMITTANCE_SUMS.
           05 WS_RM_SUM_GROSS PIC 9(9)V99 VALUE 0.
           05 WS_RM_SUM_SOCIAL_SEC PIC 9(9)V99 VALUE 0.
           05 WS_RM_SUM_UNEMPLOYMENT PIC 9(9)V99 VALUE 0.
           05 WS_RM_SUM_PENSION PIC 9(9)V99 VALUE 0.
           05 WS_RM_SUM_TAX PIC 9(9)V99 VALUE 0.
           05 WS_RM_SUM_DEDUCTIONS PIC 9(9)V99 VALUE 0.

       01 WS_TRANSMITTAL_TOTALS.
           05 WS_TT_GROSS PIC 9(11)V99 VALUE 0.
           05 WS_TT_TAX PIC 9(11)V99 VALUE 0.
           05 WS_TT_SOCIAL_SEC PIC 9(11)V99 VALUE 0.
           05 WS_TT_UNEMPLOYMENT PIC 9(11)V99 VALUE 0.
           05 WS_TT_PENSION PIC 9(11)V99 VALUE 0.
           05 WS_TT_DEDUCTIONS PIC 9(11)V99 VALUE 0.

       01 WS_RECONCILE_HEADING_1.
           05 FILLER PIC X(38) VALUE
              "YEAR-END RECONCILIATION EXCEPTIONS  ".
           05 FILLER PIC X(6) VALUE "YEAR: ".
           05 WS_RH_YEAR PIC 9(4).

       01 WS_RECONCILE_HEADING_2.
           05 FILLER PIC X(6)  VALUE "ID".
           05 FILLER PIC X(11) VALUE "NAME".
           05 FILLER PIC X(13) VALUE "SOURCE".
           05 FILLER PIC X(14) VALUE "         GROSS".
           05 FILLER PIC X(14) VALUE "       SOC-SEC".
           05 FILLER PIC X(14) VALUE "        UNEMPL".
           05 FILLER PIC X(14) VALUE "       PENSION".
           05 FILLER PIC X(14) VALUE "           TAX".
           05 FILLER PIC X(14) VALUE "          DEDS".

       01 WS_RECONCILE_DETAIL_LINE.
           05 WS_RD_EMPLOYEE_ID  PIC 9(5).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS_RD_NAME         PIC X(10).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS_RD_SOURCE       PIC X(12).
           05 FILLER             PIC X     VALUE SPACE.
           05 WS_RD_GROSS        PIC ZZZZZZZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS_RD_SOCIAL_SEC   PIC ZZZZZZZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS_RD_UNEMPLOYMENT PIC ZZZZZZZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS_RD_PENSION      PIC ZZZZZZZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS_RD_TAX          PIC ZZZZZZZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS_RD_DEDUCTIONS   PIC ZZZZZZZZ9.99.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS_RD_FLAG         PIC X(8).

       01 WS_RECONCILE_MESSAGE_LINE.
           05 WS_RM_MESSAGE      PIC X(60).
           05 WS_RM_VALUE        PIC X(10).

       01 WS_RECONCILE_SUMMARY_LINE.
           05 FILLER             PIC X(21) VALUE
              "EMPLOYEES ON FILE:   ".
           05 WS_RS_EMPLOYEE_COUNT PIC ZZZZZZ9.
           05 FILLER             PIC X(16) VALUE "   EXCEPTIONS: ".
           05 WS_RS_MISMATCH_COUNT PIC ZZZZZZ9.
           05 FILLER             PIC X(2)  VALUE SPACES.
           05 WS_RS_STATUS       PIC X(40).

       01 WS_STATEMENT_SEPARATOR_LINE.
           05 FILLER PIC X(78) VALUE ALL "=".

       01 WS_STATEMENT_HEADING.
           05 FILLER PIC X(39) VALUE
              "ANNUAL WAGE AND TAX STATEMENT   YEAR: ".
           05 WS_SH_YEAR PIC 9(4).

       01 WS_STATEMENT_NAME_LINE.
           05 FILLER PIC X(12) VALUE "EMPLOYEE:   ".
           05 WS_SN_EMPLOYEE_ID PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS_SN_NAME PIC X(10).

       01 WS_STATEMENT_AMOUNT_LINE.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS_SA_LABEL PIC X(26).
           05 WS_SA_AMOUNT PIC ZZZ,ZZZ,ZZ9.99.

       01 WS_TRANSMITTAL_HEADER.
           05 FILLER PIC X VALUE "H".
           05 WS_TH_YEAR PIC 9(4).
           05 WS_TH_RUN_DATE PIC 9(8).
           05 FILLER PIC X(30) VALUE "EMPLOYER WAGE TRANSMITTAL".

       01 WS_TRANSMITTAL_DETAIL.
           05 FILLER PIC X VALUE "D".
           05 WS_TD_YEAR PIC 9(4).
           05 WS_TD_EMPLOYEE_ID PIC 9(5).
           05 WS_TD_NAME PIC X(10).
           05 WS_TD_GROSS PIC 9(9)V99.
           05 WS_TD_TAX PIC 9(9)V99.
           05 WS_TD_SOCIAL_SEC PIC 9(9)V99.
           05 WS_TD_UNEMPLOYMENT PIC 9(9)V99.
           05 WS_TD_PENSION PIC 9(9)V99.
           05 WS_TD_DEDUCTIONS PIC 9(9)V99.

       01 WS_TRANSMITTAL_TRAILER.
           05 FILLER PIC X VALUE "T".
           05 WS_TX_YEAR PIC 9(4).
           05 WS_TX_RECORD_COUNT PIC 9(7).
           05 WS_TX_GROSS PIC 9(11)V99.
           05 WS_TX_TAX PIC 9(11)V99.
           05 WS_TX_SOCIAL_SEC PIC 9(11)V99.
           05 WS_TX_UNEMPLOYMENT PIC 9(11)V99.
           05 WS_TX_PENSION PIC 9(11)V99.
           05 WS_TX_DEDUCTIONS PIC 9(11)V99.
           05 WS_TX_CONTROL_TOTAL PIC 9(13)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS_RUN_DATE
           DISPLAY "Enter the closed year for the statements (YYYY): "
           ACCEPT WS_STATEMENT_YEAR
           IF WS_STATEMENT_YEAR = 0
               DISPLAY "No year entered - nothing produced."
           ELSE
               COMPUTE WS_YEAR_START_ID = WS_STATEMENT_YEAR * 10000
               COMPUTE WS_YEAR_END_ID = WS_YEAR_START_ID + 1231
               OPEN INPUT YTD_HISTORY_FILE
               IF NOT WS_YTD_HISTORY_FILE_OK
                   DISPLAY "YTD_HISTORY.DAT could not be opened "
                       "(status " WS_YTD_HISTORY_FILE_STATUS
                       ") - year-end statements aborted."
                   MOVE 12 TO RETURN-CODE
               ELSE
                   OPEN INPUT PAY_HISTORY_FILE
                   IF NOT WS_PAY_HISTORY_FILE_OK
                       DISPLAY "PAY_HISTORY.DAT could not be opened "
                           "(status " WS_PAY_HISTORY_FILE_STATUS
                           ") - year cannot be reconciled, "
                           "statements aborted."
                       MOVE 12 TO RETURN-CODE
                   ELSE
                       PERFORM RUN-YEAR-END-STATEMENTS
                       CLOSE PAY_HISTORY_FILE
                   END-IF
                   CLOSE YTD_HISTORY_FILE
               END-IF
           END-IF
           STOP RUN.

       RUN-YEAR-END-STATEMENTS SECTION.
           OPEN INPUT REMITTANCE_HISTORY_FILE
           IF WS_REMIT_HISTORY_FILE_OK
               MOVE "Y" TO WS_REMIT_HISTORY_OPEN_FLAG
           ELSE
               DISPLAY "WARNING: REMITTANCE_HISTORY.DAT could not be "
                   "opened (status " WS_REMIT_HISTORY_FILE_STATUS
                   ") - no quarterly remittances to reconcile."
           END-IF
           OPEN OUTPUT RECONCILE_REPORT_FILE
           IF NOT WS_RECONCILE_FILE_OK
               DISPLAY "YEAR_END_RECONCILE.DAT could not be opened "
                   "(status " WS_RECONCILE_FILE_STATUS
                   ") - year-end statements aborted."
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE WS_STATEMENT_YEAR TO WS_RH_YEAR
               WRITE RECONCILE_REPORT_RECORD
                   FROM WS_RECONCILE_HEADING_1
               WRITE RECONCILE_REPORT_RECORD
                   FROM WS_RECONCILE_HEADING_2
               PERFORM CHECK-REMITTANCE-QUARTERS
               PERFORM RECONCILE-YEAR-END-RECORDS
               PERFORM FIND-UNMATCHED-PAY-HISTORY
               PERFORM FIND-UNMATCHED-REMITTANCES
               PERFORM WRITE-RECONCILE-SUMMARY
               CLOSE RECONCILE_REPORT_FILE
               IF WS_YEAR_EMPLOYEE_COUNT = 0
                   DISPLAY "No YTD_HISTORY.DAT records for year "
                       WS_STATEMENT_YEAR " - run the year-end close "
                       "in YTD_PERIOD_CLOSE first."
                   MOVE 12 TO RETURN-CODE
               ELSE
                   PERFORM DECIDE-RELEASE
                   IF WS_RELEASE_STATEMENTS
                       PERFORM PRODUCE-STATEMENTS
                   END-IF
               END-IF
           END-IF
           IF WS_REMIT_HISTORY_OPEN
               CLOSE REMITTANCE_HISTORY_FILE
           END-IF
           EXIT.

       CHECK-REMITTANCE-QUARTERS SECTION.
           MOVE 0 TO WS_MISSING_QUARTER_COUNT
           MOVE 0 TO WS_QUARTER
           PERFORM UNTIL WS_QUARTER >= 4
               ADD 1 TO WS_QUARTER
               MOVE "N" TO WS_EMPLOYEE_MISMATCH_FLAG
               IF WS_REMIT_HISTORY_OPEN
                   MOVE WS_STATEMENT_YEAR TO RM_YEAR
                   MOVE WS_QUARTER TO RM_QUARTER
                   MOVE 0 TO RM_EMPLOYEE_ID
                   START REMITTANCE_HISTORY_FILE
                       KEY IS GREATER THAN OR EQUAL TO RM_RECORD_KEY
                       INVALID KEY
                           MOVE "Y" TO WS_EMPLOYEE_MISMATCH_FLAG
                       NOT INVALID KEY
                           READ REMITTANCE_HISTORY_FILE NEXT
                               AT END
                                   MOVE "Y"
                                       TO WS_EMPLOYEE_MISMATCH_FLAG
                               NOT AT END
                                   IF RM_YEAR NOT = WS_STATEMENT_YEAR
                                      OR RM_QUARTER NOT = WS_QUARTER
                                       MOVE "Y"
                                         TO WS_EMPLOYEE_MISMATCH_FLAG
                                   END-IF
                           END-READ
                   END-START
                   MOVE "00" TO WS_REMIT_HISTORY_FILE_STATUS
               ELSE
                   MOVE "Y" TO WS_EMPLOYEE_MISMATCH_FLAG
               END-IF
               IF WS_EMPLOYEE_MISMATCHED
                   ADD 1 TO WS_MISSING_QUARTER_COUNT
                   ADD 1 TO WS_MISMATCH_COUNT
                   MOVE "QUARTERLY REMITTANCE RUN NOT RECORDED FOR Q"
                       TO WS_RM_MESSAGE
                   MOVE WS_QUARTER TO WS_RM_VALUE
                   WRITE RECONCILE_REPORT_RECORD
                       FROM WS_RECONCILE_MESSAGE_LINE
               END-IF
           END-PERFORM
           EXIT.

       RECONCILE-YEAR-END-RECORDS SECTION.
           MOVE 0 TO WS_YEAR_EMPLOYEE_COUNT
           MOVE 0 TO YTDH_EMPLOYEE_ID
           MOVE 0 TO YTDH_YEAR
           MOVE "N" TO WS_YTD_HISTORY_EOF_FLAG
           START YTD_HISTORY_FILE
               KEY IS GREATER THAN OR EQUAL TO YTDH_RECORD_KEY
               INVALID KEY
                   MOVE "Y" TO WS_YTD_HISTORY_EOF_FLAG
           END-START
           PERFORM UNTIL WS_YTD_HISTORY_END_OF_FILE
               READ YTD_HISTORY_FILE NEXT
                   AT END
                       MOVE "Y" TO WS_YTD_HISTORY_EOF_FLAG
                   NOT AT END
                       IF YTDH_YEAR = WS_STATEMENT_YEAR
                           ADD 1 TO WS_YEAR_EMPLOYEE_COUNT
                           PERFORM RECONCILE-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS_YTD_HISTORY_FILE_STATUS
           EXIT.

       RECONCILE-ONE-EMPLOYEE SECTION.
           PERFORM SUM-EMPLOYEE-PAY-HISTORY
           PERFORM SUM-EMPLOYEE-REMITTANCES
           MOVE "N" TO WS_EMPLOYEE_MISMATCH_FLAG
           IF WS_PH_SUM_GROSS NOT = YTDH_GROSS_PAY
              OR WS_PH_SUM_SOCIAL_SEC NOT = YTDH_SOCIAL_SECURITY_AMT
              OR WS_PH_SUM_UNEMPLOYMENT NOT = YTDH_UNEMPLOYMENT_AMT
              OR WS_PH_SUM_PENSION NOT = YTDH_PENSION_AMT
              OR WS_PH_SUM_TAX NOT = YTDH_TAX_AMT
              OR WS_PH_SUM_DEDUCTIONS NOT = YTDH_OTHER_DEDUCT_AMT
               MOVE "Y" TO WS_EMPLOYEE_MISMATCH_FLAG
           END-IF
           IF WS_RM_SUM_GROSS NOT = YTDH_GROSS_PAY
              OR WS_RM_SUM_SOCIAL_SEC NOT = YTDH_SOCIAL_SECURITY_AMT
              OR WS_RM_SUM_UNEMPLOYMENT NOT = YTDH_UNEMPLOYMENT_AMT
              OR WS_RM_SUM_PENSION NOT = YTDH_PENSION_AMT
              OR WS_RM_SUM_TAX NOT = YTDH_TAX_AMT
              OR WS_RM_SUM_DEDUCTIONS NOT = YTDH_OTHER_DEDUCT_AMT
               MOVE "Y" TO WS_EMPLOYEE_MISMATCH_FLAG
           END-IF
           IF WS_EMPLOYEE_MISMATCHED
               ADD 1 TO WS_MISMATCH_COUNT
               PERFORM WRITE-EMPLOYEE-MISMATCH
           END-IF
           EXIT.

       SUM-EMPLOYEE-PAY-HISTORY SECTION.
           MOVE 0 TO WS_PH_SUM_GROSS
           MOVE 0 TO WS_PH_SUM_SOCIAL_SEC
           MOVE 0 TO WS_PH_SUM_UNEMPLOYMENT
           MOVE 0 TO WS_PH_SUM_PENSION
           MOVE 0 TO WS_PH_SUM_TAX
           MOVE 0 TO WS_PH_SUM_DEDUCTIONS
           MOVE YTDH_EMPLOYEE_ID TO PH_EMPLOYEE_ID
           MOVE WS_YEAR_START_ID TO PH_PERIOD_ID
           MOVE 0 TO PH_PAYMENT_SEQUENCE
           MOVE "N" TO WS_PAY_HISTORY_EOF_FLAG
           START PAY_HISTORY_FILE
               KEY IS GREATER THAN OR EQUAL TO PH_RECORD_KEY
               INVALID KEY
                   MOVE "Y" TO WS_PAY_HISTORY_EOF_FLAG
           END-START
           PERFORM UNTIL WS_PAY_HISTORY_END_OF_FILE
               READ PAY_HISTORY_FILE NEXT
                   AT END
                       MOVE "Y" TO WS_PAY_HISTORY_EOF_FLAG
                   NOT AT END
                       IF PH_EMPLOYEE_ID NOT = YTDH_EMPLOYEE_ID
                          OR PH_PERIOD_ID > WS_YEAR_END_ID
                           MOVE "Y" TO WS_PAY_HISTORY_EOF_FLAG
                       ELSE
                           IF PH_POSTED
                               ADD PH_GROSS_PAY TO WS_PH_SUM_GROSS
                               ADD PH_SOCIAL_SECURITY_AMT
                                   TO WS_PH_SUM_SOCIAL_SEC
                               ADD PH_UNEMPLOYMENT_AMT
                                   TO WS_PH_SUM_UNEMPLOYMENT
                               ADD PH_PENSION_AMT TO WS_PH_SUM_PENSION
                               ADD PH_TAX_AMT TO WS_PH_SUM_TAX
                               ADD PH_DEDUCTION_AMT
                                   TO WS_PH_SUM_DEDUCTIONS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS_PAY_HISTORY_FILE_STATUS
           EXIT.

       SUM-EMPLOYEE-REMITTANCES SECTION.
           MOVE 0 TO WS_RM_SUM_GROSS
           MOVE 0 TO WS_RM_SUM_SOCIAL_SEC
           MOVE 0 TO WS_RM_SUM_UNEMPLOYMENT
           MOVE 0 TO WS_RM_SUM_PENSION
           MOVE 0 TO WS_RM_SUM_TAX
           MOVE 0 TO WS_RM_SUM_DEDUCTIONS
           IF WS_REMIT_HISTORY_OPEN
               MOVE 0 TO WS_QUARTER
               PERFORM UNTIL WS_QUARTER >= 4
                   ADD 1 TO WS_QUARTER
                   MOVE WS_STATEMENT_YEAR TO RM_YEAR
                   MOVE WS_QUARTER TO RM_QUARTER
                   MOVE YTDH_EMPLOYEE_ID TO RM_EMPLOYEE_ID
                   READ REMITTANCE_HISTORY_FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           ADD RM_GROSS_PAY TO WS_RM_SUM_GROSS
                           ADD RM_SOCIAL_SECURITY_AMT
                               TO WS_RM_SUM_SOCIAL_SEC
                           ADD RM_UNEMPLOYMENT_AMT
                               TO WS_RM_SUM_UNEMPLOYMENT
                           ADD RM_PENSION_AMT TO WS_RM_SUM_PENSION
                           ADD RM_TAX_AMT TO WS_RM_SUM_TAX
                           ADD RM_OTHER_DEDUCT_AMT
                               TO WS_RM_SUM_DEDUCTIONS
                   END-READ
               END-PERFORM
               MOVE "00" TO WS_REMIT_HISTORY_FILE_STATUS
           END-IF
           EXIT.

       WRITE-EMPLOYEE-MISMATCH SECTION.
           MOVE YTDH_EMPLOYEE_ID TO WS_RD_EMPLOYEE_ID
           MOVE YTDH_EMPLOYEE_NAME TO WS_RD_NAME
           MOVE "YEAR-END" TO WS_RD_SOURCE
           MOVE YTDH_GROSS_PAY TO WS_RD_GROSS
           MOVE YTDH_SOCIAL_SECURITY_AMT TO WS_RD_SOCIAL_SEC
           MOVE YTDH_UNEMPLOYMENT_AMT TO WS_RD_UNEMPLOYMENT
           MOVE YTDH_PENSION_AMT TO WS_RD_PENSION
           MOVE YTDH_TAX_AMT TO WS_RD_TAX
           MOVE YTDH_OTHER_DEDUCT_AMT TO WS_RD_DEDUCTIONS
           MOVE SPACES TO WS_RD_FLAG
           WRITE RECONCILE_REPORT_RECORD FROM WS_RECONCILE_DETAIL_LINE
           MOVE "PAY HISTORY" TO WS_RD_SOURCE
           MOVE WS_PH_SUM_GROSS TO WS_RD_GROSS
           MOVE WS_PH_SUM_SOCIAL_SEC TO WS_RD_SOCIAL_SEC
           MOVE WS_PH_SUM_UNEMPLOYMENT TO WS_RD_UNEMPLOYMENT
           MOVE WS_PH_SUM_PENSION TO WS_RD_PENSION
           MOVE WS_PH_SUM_TAX TO WS_RD_TAX
           MOVE WS_PH_SUM_DEDUCTIONS TO WS_RD_DEDUCTIONS
           IF WS_PH_SUM_GROSS NOT = YTDH_GROSS_PAY
              OR WS_PH_SUM_SOCIAL_SEC NOT = YTDH_SOCIAL_SECURITY_AMT
              OR WS_PH_SUM_UNEMPLOYMENT NOT = YTDH_UNEMPLOYMENT_AMT
              OR WS_PH_SUM_PENSION NOT = YTDH_PENSION_AMT
              OR WS_PH_SUM_TAX NOT = YTDH_TAX_AMT
              OR WS_PH_SUM_DEDUCTIONS NOT = YTDH_OTHER_DEDUCT_AMT
               MOVE "MISMATCH" TO WS_RD_FLAG
           ELSE
               MOVE SPACES TO WS_RD_FLAG
           END-IF
           WRITE RECONCILE_REPORT_RECORD FROM WS_RECONCILE_DETAIL_LINE
           MOVE "REMITTANCES" TO WS_RD_SOURCE
           MOVE WS_RM_SUM_GROSS TO WS_RD_GROSS
           MOVE WS_RM_SUM_SOCIAL_SEC TO WS_RD_SOCIAL_SEC
           MOVE WS_RM_SUM_UNEMPLOYMENT TO WS_RD_UNEMPLOYMENT
           MOVE WS_RM_SUM_PENSION TO WS_RD_PENSION
           MOVE WS_RM_SUM_TAX TO WS_RD_TAX
           MOVE WS_RM_SUM_DEDUCTIONS TO WS_RD_DEDUCTIONS
           IF WS_RM_SUM_GROSS NOT = YTDH_GROSS_PAY
              OR WS_RM_SUM_SOCIAL_SEC NOT = YTDH_SOCIAL_SECURITY_AMT
              OR WS_RM_SUM_UNEMPLOYMENT NOT = YTDH_UNEMPLOYMENT_AMT
              OR WS_RM_SUM_PENSION NOT = YTDH_PENSION_AMT
              OR WS_RM_SUM_TAX NOT = YTDH_TAX_AMT
              OR WS_RM_SUM_DEDUCTIONS NOT = YTDH_OTHER_DEDUCT_AMT
               MOVE "MISMATCH" TO WS_RD_FLAG
           ELSE
               MOVE SPACES TO WS_RD_FLAG
           END-IF
           WRITE RECONCILE_REPORT_RECORD FROM WS_RECONCILE_DETAIL_LINE
           EXIT.

       FIND-UNMATCHED-PAY-HISTORY SECTION.
           MOVE 0 TO WS_LAST_PH_EMPLOYEE_ID
           MOVE 0 TO PH_EMPLOYEE_ID
           MOVE 0 TO PH_PERIOD_ID
           MOVE 0 TO PH_PAYMENT_SEQUENCE
           MOVE "N" TO WS_PAY_HISTORY_EOF_FLAG
           START PAY_HISTORY_FILE
               KEY IS GREATER THAN OR EQUAL TO PH_RECORD_KEY
               INVALID KEY
                   MOVE "Y" TO WS_PAY_HISTORY_EOF_FLAG
           END-START
           PERFORM UNTIL WS_PAY_HISTORY_END_OF_FILE
               READ PAY_HISTORY_FILE NEXT
                   AT END
                       MOVE "Y" TO WS_PAY_HISTORY_EOF_FLAG
                   NOT AT END
                       IF PH_PERIOD_ID >= WS_YEAR_START_ID
                          AND PH_PERIOD_ID <= WS_YEAR_END_ID
                          AND PH_POSTED
                          AND PH_EMPLOYEE_ID NOT =
                              WS_LAST_PH_EMPLOYEE_ID
                           MOVE PH_EMPLOYEE_ID
                               TO WS_LAST_PH_EMPLOYEE_ID
                           PERFORM CHECK-PAY-HISTORY-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           MOVE "00" TO WS_PAY_HISTORY_FILE_STATUS
           EXIT.

       CHECK-PAY-HISTORY-EMPLOYEE SECTION.
           MOVE PH_EMPLOYEE_ID TO YTDH_EMPLOYEE_ID
           MOVE WS_STATEMENT_YEAR TO YTDH_YEAR
           READ YTD_HISTORY_FILE
               INVALID KEY
                   ADD 1 TO WS_MISMATCH_COUNT
                   MOVE PH_EMPLOYEE_ID TO WS_RD_EMPLOYEE_ID
                   MOVE PH_EMPLOYEE_NAME TO WS_RD_NAME
                   MOVE "PAY HISTORY" TO WS_RD_SOURCE
                   MOVE PH_GROSS_PAY TO WS_RD_GROSS
                   MOVE PH_SOCIAL_SECURITY_AMT TO WS_RD_SOCIAL_SEC
                   MOVE PH_UNEMPLOYMENT_AMT TO WS_RD_UNEMPLOYMENT
                   MOVE PH_PENSION_AMT TO WS_RD_PENSION
                   MOVE PH_TAX_AMT TO WS_RD_TAX
                   MOVE PH_DEDUCTION_AMT TO WS_RD_DEDUCTIONS
                   MOVE "NO YTD" TO WS_RD_FLAG
                   WRITE RECONCILE_REPORT_RECORD
                       FROM WS_RECONCILE_DETAIL_LINE
           END-READ
           MOVE "00" TO WS_YTD_HISTORY_FILE_STATUS
           EXIT.

       FIND-UNMATCHED-REMITTANCES SECTION.
           IF WS_REMIT_HISTORY_OPEN
               MOVE WS_STATEMENT_YEAR TO RM_YEAR
               MOVE 0 TO RM_QUARTER
               MOVE 0 TO RM_EMPLOYEE_ID
               MOVE "N" TO WS_PAY_HISTORY_EOF_FLAG
               START REMITTANCE_HISTORY_FILE
                   KEY IS GREATER THAN OR EQUAL TO RM_RECORD_KEY
                   INVALID KEY
                       MOVE "Y" TO WS_PAY_HISTORY_EOF_FLAG
               END-START
               PERFORM UNTIL WS_PAY_HISTORY_END_OF_FILE
                   READ REMITTANCE_HISTORY_FILE NEXT
                       AT END
                           MOVE "Y" TO WS_PAY_HISTORY_EOF_FLAG
                       NOT AT END
                           IF RM_YEAR NOT = WS_STATEMENT_YEAR
                               MOVE "Y" TO WS_PAY_HISTORY_EOF_FLAG
                           ELSE
                               PERFORM CHECK-REMITTANCE-EMPLOYEE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS_REMIT_HISTORY_FILE_STATUS
           END-IF
           EXIT.

       CHECK-REMITTANCE-EMPLOYEE SECTION.
           IF RM_GROSS_PAY > 0 OR RM_TAX_AMT > 0
               MOVE RM_EMPLOYEE_ID TO YTDH_EMPLOYEE_ID
               MOVE WS_STATEMENT_YEAR TO YTDH_YEAR
               READ YTD_HISTORY_FILE
                   INVALID KEY
                       ADD 1 TO WS_MISMATCH_COUNT
                       MOVE RM_EMPLOYEE_ID TO WS_RD_EMPLOYEE_ID
                       MOVE RM_EMPLOYEE_NAME TO WS_RD_NAME
                       MOVE "REMITTANCES" TO WS_RD_SOURCE
                       MOVE RM_GROSS_PAY TO WS_RD_GROSS
                       MOVE RM_SOCIAL_SECURITY_AMT TO WS_RD_SOCIAL_SEC
                       MOVE RM_UNEMPLOYMENT_AMT TO WS_RD_UNEMPLOYMENT
                       MOVE RM_PENSION_AMT TO WS_RD_PENSION
                       MOVE RM_TAX_AMT TO WS_RD_TAX
                       MOVE RM_OTHER_DEDUCT_AMT TO WS_RD_DEDUCTIONS
                       MOVE "NO YTD" TO WS_RD_FLAG
                       WRITE RECONCILE_REPORT_RECORD
                           FROM WS_RECONCILE_DETAIL_LINE
               END-READ
               MOVE "00" TO WS_YTD_HISTORY_FILE_STATUS
           END-IF
           EXIT.

       WRITE-RECONCILE-SUMMARY SECTION.
           MOVE WS_YEAR_EMPLOYEE_COUNT TO WS_RS_EMPLOYEE_COUNT
           MOVE WS_MISMATCH_COUNT TO WS_RS_MISMATCH_COUNT
           IF WS_MISMATCH_COUNT = 0
               MOVE "IN BALANCE" TO WS_RS_STATUS
           ELSE
               MOVE "OUT OF BALANCE - INVESTIGATE" TO WS_RS_STATUS
           END-IF
           WRITE RECONCILE_REPORT_RECORD FROM WS_RECONCILE_SUMMARY_LINE
           EXIT.

       DECIDE-RELEASE SECTION.
           MOVE "N" TO WS_RELEASE_FLAG
           IF WS_MISMATCH_COUNT = 0
               MOVE "Y" TO WS_RELEASE_FLAG
           ELSE
               MOVE 8 TO RETURN-CODE
               DISPLAY "Year " WS_STATEMENT_YEAR
                   " does not reconcile - "
                   WS_MISMATCH_COUNT " exception(s) listed in "
                   "YEAR_END_RECONCILE.DAT."
               DISPLAY "Release statements and transmittal anyway "
                   "(Y/N)? "
               ACCEPT WS_RELEASE_ANSWER
               IF WS_RELEASE_ANSWER = "Y" OR WS_RELEASE_ANSWER = "y"
                   MOVE "Y" TO WS_RELEASE_FLAG
               ELSE
                   DISPLAY "Statements and transmittal NOT produced."
               END-IF
           END-IF
           EXIT.

       PRODUCE-STATEMENTS SECTION.
           OPEN OUTPUT WAGE_STATEMENT_FILE
           OPEN OUTPUT TRANSMITTAL_FILE
           IF NOT WS_STATEMENT_FILE_OK OR NOT WS_TRANSMITTAL_FILE_OK
               DISPLAY "WAGE_STATEMENTS.DAT or "
                   "EMPLOYER_TRANSMITTAL.DAT could not be opened "
                   "(status "
                   WS_STATEMENT_FILE_STATUS "/"
                   WS_TRANSMITTAL_FILE_STATUS
                   ") - statements not produced."
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE 0 TO WS_STATEMENT_COUNT
               MOVE 0 TO WS_TT_GROSS
               MOVE 0 TO WS_TT_TAX
               MOVE 0 TO WS_TT_SOCIAL_SEC
               MOVE 0 TO WS_TT_UNEMPLOYMENT
               MOVE 0 TO WS_TT_PENSION
               MOVE 0 TO WS_TT_DEDUCTIONS
               MOVE WS_STATEMENT_YEAR TO WS_TH_YEAR
               MOVE WS_RUN_DATE TO WS_TH_RUN_DATE
               WRITE TRANSMITTAL_RECORD FROM WS_TRANSMITTAL_HEADER
               MOVE 0 TO YTDH_EMPLOYEE_ID
               MOVE 0 TO YTDH_YEAR
               MOVE "N" TO WS_YTD_HISTORY_EOF_FLAG
               START YTD_HISTORY_FILE
                   KEY IS GREATER THAN OR EQUAL TO YTDH_RECORD_KEY
                   INVALID KEY
                       MOVE "Y" TO WS_YTD_HISTORY_EOF_FLAG
               END-START
               PERFORM UNTIL WS_YTD_HISTORY_END_OF_FILE
                   READ YTD_HISTORY_FILE NEXT
                       AT END
                           MOVE "Y" TO WS_YTD_HISTORY_EOF_FLAG
                       NOT AT END
                           IF YTDH_YEAR = WS_STATEMENT_YEAR
                               PERFORM WRITE-EMPLOYEE-STATEMENT
                               PERFORM WRITE-TRANSMITTAL-DETAIL
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "00" TO WS_YTD_HISTORY_FILE_STATUS
               PERFORM WRITE-TRANSMITTAL-TRAILER
               DISPLAY WS_STATEMENT_COUNT " wage statement(s) written "
                   "for year " WS_STATEMENT_YEAR
                   " - transmittal control total "
                   WS_TX_CONTROL_TOTAL "."
           END-IF
           CLOSE WAGE_STATEMENT_FILE
           CLOSE TRANSMITTAL_FILE
           EXIT.

       WRITE-EMPLOYEE-STATEMENT SECTION.
           ADD 1 TO WS_STATEMENT_COUNT
           MOVE WS_STATEMENT_YEAR TO WS_SH_YEAR
           MOVE YTDH_EMPLOYEE_ID TO WS_SN_EMPLOYEE_ID
           MOVE YTDH_EMPLOYEE_NAME TO WS_SN_NAME
           WRITE WAGE_STATEMENT_RECORD FROM WS_STATEMENT_SEPARATOR_LINE
           WRITE WAGE_STATEMENT_RECORD FROM WS_STATEMENT_HEADING
           WRITE WAGE_STATEMENT_RECORD FROM WS_STATEMENT_NAME_LINE
           MOVE "GROSS WAGES:" TO WS_SA_LABEL
           MOVE YTDH_GROSS_PAY TO WS_SA_AMOUNT
           WRITE WAGE_STATEMENT_RECORD FROM WS_STATEMENT_AMOUNT_LINE
           MOVE "INCOME TAX WITHHELD:" TO WS_SA_LABEL
           MOVE YTDH_TAX_AMT TO WS_SA_AMOUNT
           WRITE WAGE_STATEMENT_RECORD FROM WS_STATEMENT_AMOUNT_LINE
           MOVE "SOCIAL SECURITY:" TO WS_SA_LABEL
           MOVE YTDH_SOCIAL_SECURITY_AMT TO WS_SA_AMOUNT
           WRITE WAGE_STATEMENT_RECORD FROM WS_STATEMENT_AMOUNT_LINE
           MOVE "UNEMPLOYMENT:" TO WS_SA_LABEL
           MOVE YTDH_UNEMPLOYMENT_AMT TO WS_SA_AMOUNT
           WRITE WAGE_STATEMENT_RECORD FROM WS_STATEMENT_AMOUNT_LINE
           MOVE "PENSION:" TO WS_SA_LABEL
           MOVE YTDH_PENSION_AMT TO WS_SA_AMOUNT
           WRITE WAGE_STATEMENT_RECORD FROM WS_STATEMENT_AMOUNT_LINE
           MOVE "OTHER DEDUCTIONS:" TO WS_SA_LABEL
           MOVE YTDH_OTHER_DEDUCT_AMT TO WS_SA_AMOUNT
           WRITE WAGE_STATEMENT_RECORD FROM WS_STATEMENT_AMOUNT_LINE
           MOVE "NET PAY:" TO WS_SA_LABEL
           MOVE YTDH_NET_PAY TO WS_SA_AMOUNT
           WRITE WAGE_STATEMENT_RECORD FROM WS_STATEMENT_AMOUNT_LINE
           EXIT.

       WRITE-TRANSMITTAL-DETAIL SECTION.
           MOVE WS_STATEMENT_YEAR TO WS_TD_YEAR
           MOVE YTDH_EMPLOYEE_ID TO WS_TD_EMPLOYEE_ID
           MOVE YTDH_EMPLOYEE_NAME TO WS_TD_NAME
           MOVE YTDH_GROSS_PAY TO WS_TD_GROSS
           MOVE YTDH_TAX_AMT TO WS_TD_TAX
           MOVE YTDH_SOCIAL_SECURITY_AMT TO WS_TD_SOCIAL_SEC
           MOVE YTDH_UNEMPLOYMENT_AMT TO WS_TD_UNEMPLOYMENT
           MOVE YTDH_PENSION_AMT TO WS_TD_PENSION
           MOVE YTDH_OTHER_DEDUCT_AMT TO WS_TD_DEDUCTIONS
           WRITE TRANSMITTAL_RECORD FROM WS_TRANSMITTAL_DETAIL
           ADD YTDH_GROSS_PAY TO WS_TT_GROSS
           ADD YTDH_TAX_AMT TO WS_TT_TAX
           ADD YTDH_SOCIAL_SECURITY_AMT TO WS_TT_SOCIAL_SEC
           ADD YTDH_UNEMPLOYMENT_AMT TO WS_TT_UNEMPLOYMENT
           ADD YTDH_PENSION_AMT TO WS_TT_PENSION
           ADD YTDH_OTHER_DEDUCT_AMT TO WS_TT_DEDUCTIONS
           EXIT.

       WRITE-TRANSMITTAL-TRAILER SECTION.
           MOVE WS_STATEMENT_YEAR TO WS_TX_YEAR
           MOVE WS_STATEMENT_COUNT TO WS_TX_RECORD_COUNT
           MOVE WS_TT_GROSS TO WS_TX_GROSS
           MOVE WS_TT_TAX TO WS_TX_TAX
           MOVE WS_TT_SOCIAL_SEC TO WS_TX_SOCIAL_SEC
           MOVE WS_TT_UNEMPLOYMENT TO WS_TX_UNEMPLOYMENT
           MOVE WS_TT_PENSION TO WS_TX_PENSION
           MOVE WS_TT_DEDUCTIONS TO WS_TX_DEDUCTIONS
           COMPUTE WS_TX_CONTROL_TOTAL =
               WS_TT_GROSS + WS_TT_TAX + WS_TT_SOCIAL_SEC +
               WS_TT_UNEMPLOYMENT + WS_TT_PENSION
           WRITE TRANSMITTAL_RECORD FROM WS_TRANSMITTAL_TRAILER
           EXIT.

       END PROGRAM YEAR_END_STATEMENTS.
