       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEDUCTION_REMITTANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEDUCTION_TAKEN_FILE
               ASSIGN TO "DEDUCTION_TAKEN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DT_RECORD_KEY
               FILE STATUS IS WS_DED_TAKEN_FILE_STATUS.

           SELECT DEDUCTION_PAYEE_FILE
               ASSIGN TO "DEDUCTION_PAYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP_RECORD_KEY
               FILE STATUS IS WS_PAYEE_FILE_STATUS.

           SELECT PAY_HISTORY_FILE ASSIGN TO "PAY_HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PH_RECORD_KEY
               FILE STATUS IS WS_PAY_HISTORY_FILE_STATUS.

           SELECT REMIT_ADVICE_FILE
               ASSIGN TO "DEDUCTION_REMIT_ADVICE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_ADVICE_FILE_STATUS.

           SELECT AP_EXTRACT_FILE
               ASSIGN TO "DEDUCTION_AP_EXTRACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_AP_EXTRACT_FILE_STATUS.

           SELECT REMIT_EXCEPTION_FILE
               ASSIGN TO "DEDUCTION_REMIT_EXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_EXCEPTION_FILE_STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEDUCTION_TAKEN_FILE.
       COPY DEDTAKEN.

       FD  DEDUCTION_PAYEE_FILE.
       COPY DEDPAYEE.

       FD  PAY_HISTORY_FILE.
       COPY PAYHIST.

       FD  REMIT_ADVICE_FILE.
       01  REMIT_ADVICE_RECORD PIC X(132).

       FD  AP_EXTRACT_FILE.
       01  AP_EXTRACT_RECORD PIC X(132).

       FD  REMIT_EXCEPTION_FILE.
       01  REMIT_EXCEPTION_RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS_DED_TAKEN_FILE_STATUS PIC XX VALUE "00".
           88 WS_DED_TAKEN_FILE_OK VALUE "00".
       01 WS_DED_TAKEN_EOF_FLAG PIC X VALUE "N".
           88 WS_DED_TAKEN_END_OF_FILE VALUE "Y".
       01 WS_PAYEE_FILE_STATUS PIC XX VALUE "00".
           88 WS_PAYEE_FILE_OK VALUE "00".
       01 WS_PAY_HISTORY_FILE_STATUS PIC XX VALUE "00".
           88 WS_PAY_HISTORY_FILE_OK VALUE "00".
       01 WS_ADVICE_FILE_STATUS PIC XX VALUE "00".
           88 WS_ADVICE_FILE_OK VALUE "00".
       01 WS_AP_EXTRACT_FILE_STATUS PIC XX VALUE "00".
           88 WS_AP_EXTRACT_FILE_OK VALUE "00".
       01 WS_EXCEPTION_FILE_STATUS PIC XX VALUE "00".
           88 WS_EXCEPTION_FILE_OK VALUE "00".

       01 WS_REMIT_DATE PIC 9(8) VALUE 0.
       01 WS_CUTOFF_PERIOD_ID PIC 9(8) VALUE 0.
       01 WS_FREQUENCY_GROUP PIC X VALUE "A".
       01 WS_FILES_OPEN_FLAG PIC X VALUE "N".
           88 WS_FILES_OPEN VALUE "Y".

       01 WS_GROUP_KEY.
           05 WS_GROUP_DEDUCTION_TYPE PIC X(4) VALUE SPACES.
           05 WS_GROUP_CASE_NUMBER PIC X(12) VALUE SPACES.
       01 WS_GROUP_STARTED_FLAG PIC X VALUE "N".
           88 WS_GROUP_STARTED VALUE "Y".
       01 WS_PAYEE_STATE PIC X VALUE SPACE.
           88 WS_PAYEE_MISSING VALUE "M".
           88 WS_PAYEE_NOT_DUE VALUE "H".
           88 WS_PAYEE_SELECTED VALUE "S".
       01 WS_PAYEE_KEY_FOUND PIC X(16) VALUE SPACES.
       01 WS_PAYEE_ITEM_COUNT PIC 9(5) VALUE 0.
       01 WS_PAYEE_TOTAL PIC 9(9)V99 VALUE 0.
       01 WS_EXCEPTION_REASON PIC X(30) VALUE SPACES.

       01 WS_ITEMS_READ_COUNT PIC 9(7) VALUE 0.
       01 WS_ITEMS_REMITTED_COUNT PIC 9(7) VALUE 0.
       01 WS_ITEMS_HELD_COUNT PIC 9(7) VALUE 0.
       01 WS_EXCEPTION_COUNT PIC 9(7) VALUE 0.
       01 WS_PAYEE_COUNT PIC 9(7) VALUE 0.
       01 WS_AP_RECORD_COUNT PIC 9(7) VALUE 0.
       01 WS_TOTAL_REMITTED PIC 9(11)V99 VALUE 0.
       01 WS_TOTAL_AP_AMOUNT PIC 9(11)V99 VALUE 0.

       01 WS_ADVICE_HEADING_1.
           05 FILLER PIC X(37)
              VALUE "DEDUCTION REMITTANCE ADVICE - DATE ".
           05 WS_AH_REMIT_DATE PIC 9(8).
           05 FILLER PIC X(22) VALUE "  PERIODS THROUGH ".
           05 WS_AH_CUTOFF_PERIOD PIC 9(8).

       01 WS_ADVICE_PAYEE_LINE.
           05 FILLER PIC X(7) VALUE "PAYEE: ".
           05 WS_AP_PAYEE_NAME PIC X(30).
           05 FILLER PIC X(10) VALUE "  VENDOR: ".
           05 WS_AP_VENDOR_NUMBER PIC X(8).
           05 FILLER PIC X(8) VALUE "  TYPE: ".
           05 WS_AP_DEDUCTION_TYPE PIC X(4).
           05 FILLER PIC X(8) VALUE "  CASE: ".
           05 WS_AP_CASE_NUMBER PIC X(12).

       01 WS_ADVICE_ADDRESS_LINE.
           05 FILLER PIC X(7) VALUE SPACES.
           05 WS_AA_ADDRESS PIC X(30).

       01 WS_ADVICE_METHOD_LINE.
           05 FILLER PIC X(7) VALUE SPACES.
           05 WS_AM_METHOD_TEXT PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS_AM_ROUTING_NUMBER PIC 9(9).
           05 FILLER PIC X VALUE SPACE.
           05 WS_AM_ACCOUNT_NUMBER PIC X(12).

       01 WS_ADVICE_COLUMN_HEADING.
           05 FILLER PIC X(7)  VALUE SPACES.
           05 FILLER PIC X(6)  VALUE "ID".
           05 FILLER PIC X(12) VALUE "NAME".
           05 FILLER PIC X(9)  VALUE "PERIOD".
           05 FILLER PIC X(5)  VALUE "SEQ".
           05 FILLER PIC X(13) VALUE "       AMOUNT".

       01 WS_ADVICE_DETAIL_LINE.
           05 FILLER PIC X(7) VALUE SPACES.
           05 WS_AD_EMPLOYEE_ID PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS_AD_EMPLOYEE_NAME PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS_AD_PERIOD_ID PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS_AD_PAYMENT_SEQUENCE PIC 9(2).
           05 FILLER PIC X(3) VALUE SPACES.
           05 WS_AD_AMOUNT PIC ZZZZZZ9.99.

       01 WS_ADVICE_PAYEE_TOTAL_LINE.
           05 FILLER PIC X(7) VALUE SPACES.
           05 FILLER PIC X(7) VALUE "ITEMS: ".
           05 WS_AT_ITEM_COUNT PIC ZZZZ9.
           05 FILLER PIC X(18) VALUE "  TOTAL REMITTED: ".
           05 WS_AT_TOTAL PIC ZZZZZZZZ9.99.

       01 WS_ADVICE_GRAND_TOTAL_LINE.
           05 FILLER PIC X(8) VALUE "PAYEES: ".
           05 WS_AG_PAYEE_COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(9) VALUE "  ITEMS: ".
           05 WS_AG_ITEM_COUNT PIC ZZZZZZ9.
           05 FILLER PIC X(18) VALUE "  TOTAL REMITTED: ".
           05 WS_AG_TOTAL PIC ZZZZZZZZZZ9.99.

       01 WS_AP_EXTRACT_HEADER.
           05 FILLER PIC X VALUE "H".
           05 WS_XH_REMIT_DATE PIC 9(8).
           05 FILLER PIC X(30) VALUE "PAYROLL DEDUCTION REMITTANCE".

       01 WS_AP_EXTRACT_DETAIL.
           05 FILLER PIC X VALUE "D".
           05 WS_XD_VENDOR_NUMBER PIC X(8).
           05 WS_XD_PAYEE_NAME PIC X(30).
           05 WS_XD_REMIT_METHOD PIC X.
           05 WS_XD_BANK_ROUTING_NUMBER PIC 9(9).
           05 WS_XD_BANK_ACCOUNT_NUMBER PIC X(12).
           05 WS_XD_AMOUNT PIC 9(9)V99.
           05 WS_XD_REMIT_DATE PIC 9(8).
           05 WS_XD_DEDUCTION_TYPE PIC X(4).
           05 WS_XD_CASE_NUMBER PIC X(12).
           05 WS_XD_ITEM_COUNT PIC 9(5).

       01 WS_AP_EXTRACT_TRAILER.
           05 FILLER PIC X VALUE "T".
           05 WS_XT_RECORD_COUNT PIC 9(7).
           05 WS_XT_TOTAL_AMOUNT PIC 9(11)V99.

       01 WS_EXCEPTION_HEADING_1.
           05 FILLER PIC X(36)
              VALUE "DEDUCTIONS NOT REMITTED - RUN DATE ".
           05 WS_EH_REMIT_DATE PIC 9(8).

       01 WS_EXCEPTION_DETAIL_LINE.
           05 WS_ED_DEDUCTION_TYPE PIC X(4).
           05 FILLER PIC X VALUE SPACE.
           05 WS_ED_CASE_NUMBER PIC X(12).
           05 FILLER PIC X VALUE SPACE.
           05 WS_ED_EMPLOYEE_ID PIC 9(5).
           05 FILLER PIC X VALUE SPACE.
           05 WS_ED_EMPLOYEE_NAME PIC X(10).
           05 FILLER PIC X VALUE SPACE.
           05 WS_ED_PERIOD_ID PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 WS_ED_PAYMENT_SEQUENCE PIC 9(2).
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS_ED_AMOUNT PIC ZZZZZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 WS_ED_REASON PIC X(30).

       01 WS_EXCEPTION_TOTAL_LINE.
           05 FILLER PIC X(12) VALUE "EXCEPTIONS: ".
           05 WS_ET_COUNT PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Enter the remittance date (YYYYMMDD), or 0 for "
               "today: "
           ACCEPT WS_REMIT_DATE
           IF WS_REMIT_DATE = 0
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS_REMIT_DATE
           END-IF
           DISPLAY "Enter the last pay period to include (YYYYMMDD), "
               "or 0 for all posted periods: "
           ACCEPT WS_CUTOFF_PERIOD_ID
           IF WS_CUTOFF_PERIOD_ID = 0
               MOVE 99999999 TO WS_CUTOFF_PERIOD_ID
           END-IF
           DISPLAY "Remit payees paid each run, monthly, quarterly "
               "or all (P/M/Q/A): "
           ACCEPT WS_FREQUENCY_GROUP
           IF WS_FREQUENCY_GROUP NOT = "P"
              AND WS_FREQUENCY_GROUP NOT = "M"
              AND WS_FREQUENCY_GROUP NOT = "Q"
               MOVE "A" TO WS_FREQUENCY_GROUP
           END-IF
           PERFORM OPEN-REMITTANCE-FILES
           IF WS_FILES_OPEN
               PERFORM PROCESS-DEDUCTIONS-TAKEN
               PERFORM WRITE-REMITTANCE-TOTALS
               PERFORM CLOSE-REMITTANCE-FILES
               DISPLAY "Deduction remittance complete - "
                   WS_PAYEE_COUNT " payee(s), "
                   WS_ITEMS_REMITTED_COUNT " item(s) remitted, total "
                   WS_TOTAL_REMITTED "."
               DISPLAY WS_ITEMS_HELD_COUNT " item(s) held for a later "
                   "remittance, " WS_EXCEPTION_COUNT
                   " exception(s)."
               IF WS_EXCEPTION_COUNT > 0
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           STOP RUN.

       OPEN-REMITTANCE-FILES SECTION.
           MOVE "N" TO WS_FILES_OPEN_FLAG
           OPEN I-O DEDUCTION_TAKEN_FILE
           OPEN I-O DEDUCTION_PAYEE_FILE
           OPEN INPUT PAY_HISTORY_FILE
           IF NOT WS_DED_TAKEN_FILE_OK
              OR NOT WS_PAYEE_FILE_OK
              OR NOT WS_PAY_HISTORY_FILE_OK
               DISPLAY "DEDUCTION_TAKEN.DAT, DEDUCTION_PAYEE.DAT or "
                   "PAY_HISTORY.DAT could not be opened (status "
                   WS_DED_TAKEN_FILE_STATUS " " WS_PAYEE_FILE_STATUS
                   " " WS_PAY_HISTORY_FILE_STATUS
                   ") - remittance aborted."
               MOVE 12 TO RETURN-CODE
               IF WS_DED_TAKEN_FILE_OK
                   CLOSE DEDUCTION_TAKEN_FILE
               END-IF
               IF WS_PAYEE_FILE_OK
                   CLOSE DEDUCTION_PAYEE_FILE
               END-IF
               IF WS_PAY_HISTORY_FILE_OK
                   CLOSE PAY_HISTORY_FILE
               END-IF
           ELSE
               OPEN OUTPUT REMIT_ADVICE_FILE
               OPEN OUTPUT AP_EXTRACT_FILE
               OPEN OUTPUT REMIT_EXCEPTION_FILE
               IF NOT WS_ADVICE_FILE_OK
                  OR NOT WS_AP_EXTRACT_FILE_OK
                  OR NOT WS_EXCEPTION_FILE_OK
                   DISPLAY "Remittance output files could not be "
                       "opened (status " WS_ADVICE_FILE_STATUS " "
                       WS_AP_EXTRACT_FILE_STATUS " "
                       WS_EXCEPTION_FILE_STATUS
                       ") - remittance aborted."
                   MOVE 12 TO RETURN-CODE
                   CLOSE DEDUCTION_TAKEN_FILE
                   CLOSE DEDUCTION_PAYEE_FILE
                   CLOSE PAY_HISTORY_FILE
               ELSE
                   MOVE "Y" TO WS_FILES_OPEN_FLAG
                   MOVE WS_REMIT_DATE TO WS_AH_REMIT_DATE
                   MOVE WS_CUTOFF_PERIOD_ID TO WS_AH_CUTOFF_PERIOD
                   WRITE REMIT_ADVICE_RECORD FROM WS_ADVICE_HEADING_1
                   MOVE WS_REMIT_DATE TO WS_XH_REMIT_DATE
                   WRITE AP_EXTRACT_RECORD FROM WS_AP_EXTRACT_HEADER
                   MOVE WS_REMIT_DATE TO WS_EH_REMIT_DATE
                   WRITE REMIT_EXCEPTION_RECORD
                       FROM WS_EXCEPTION_HEADING_1
               END-IF
           END-IF
           EXIT.

       PROCESS-DEDUCTIONS-TAKEN SECTION.
           MOVE "N" TO WS_GROUP_STARTED_FLAG
           MOVE "N" TO WS_DED_TAKEN_EOF_FLAG
           PERFORM UNTIL WS_DED_TAKEN_END_OF_FILE
               READ DEDUCTION_TAKEN_FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS_DED_TAKEN_EOF_FLAG
                   NOT AT END
                       IF DT_OPEN
                          AND DT_PERIOD_ID <= WS_CUTOFF_PERIOD_ID
                           ADD 1 TO WS_ITEMS_READ_COUNT
                           PERFORM PROCESS-ONE-DEDUCTION-TAKEN
                       END-IF
               END-READ
           END-PERFORM
           IF WS_GROUP_STARTED
               PERFORM FINISH-PAYEE-GROUP
           END-IF
           EXIT.

       PROCESS-ONE-DEDUCTION-TAKEN SECTION.
           IF NOT WS_GROUP_STARTED
              OR DT_PAYEE_KEY NOT = WS_GROUP_KEY
               IF WS_GROUP_STARTED
                   PERFORM FINISH-PAYEE-GROUP
               END-IF
               PERFORM START-PAYEE-GROUP
           END-IF
           EVALUATE TRUE
               WHEN WS_PAYEE_MISSING
                   MOVE "NO ACTIVE PAYEE ON FILE"
                       TO WS_EXCEPTION_REASON
                   PERFORM WRITE-REMIT-EXCEPTION
               WHEN WS_PAYEE_NOT_DUE
                   ADD 1 TO WS_ITEMS_HELD_COUNT
               WHEN OTHER
                   PERFORM VERIFY-AND-REMIT-ITEM
           END-EVALUATE
           EXIT.

       START-PAYEE-GROUP SECTION.
           MOVE "Y" TO WS_GROUP_STARTED_FLAG
           MOVE DT_PAYEE_KEY TO WS_GROUP_KEY
           MOVE 0 TO WS_PAYEE_ITEM_COUNT
           MOVE 0 TO WS_PAYEE_TOTAL
           MOVE "S" TO WS_PAYEE_STATE
           MOVE DT_PAYEE_KEY TO DP_RECORD_KEY
           READ DEDUCTION_PAYEE_FILE
               INVALID KEY
                   MOVE SPACES TO DP_CASE_NUMBER
                   READ DEDUCTION_PAYEE_FILE
                       INVALID KEY
                           MOVE "M" TO WS_PAYEE_STATE
                   END-READ
           END-READ
           MOVE "00" TO WS_PAYEE_FILE_STATUS
           IF WS_PAYEE_SELECTED
               IF NOT DP_PAYEE_ACTIVE
                   MOVE "M" TO WS_PAYEE_STATE
               ELSE
                   IF WS_FREQUENCY_GROUP NOT = "A"
                      AND WS_FREQUENCY_GROUP NOT = DP_REMIT_FREQUENCY
                       MOVE "H" TO WS_PAYEE_STATE
                   END-IF
               END-IF
           END-IF
           MOVE DP_RECORD_KEY TO WS_PAYEE_KEY_FOUND
           EXIT.

       VERIFY-AND-REMIT-ITEM SECTION.
           MOVE DT_EMPLOYEE_ID TO PH_EMPLOYEE_ID
           MOVE DT_PERIOD_ID TO PH_PERIOD_ID
           MOVE DT_PAYMENT_SEQUENCE TO PH_PAYMENT_SEQUENCE
           READ PAY_HISTORY_FILE
               INVALID KEY
                   MOVE "NOT IN PAY HISTORY"
                       TO WS_EXCEPTION_REASON
                   PERFORM WRITE-REMIT-EXCEPTION
               NOT INVALID KEY
                   IF PH_VOIDED
                       MOVE "PAYMENT VOIDED - NOT REMITTED"
                           TO WS_EXCEPTION_REASON
                       PERFORM WRITE-REMIT-EXCEPTION
                       MOVE "V" TO DT_STATUS
                       MOVE WS_REMIT_DATE TO DT_STATUS_DATE
                       REWRITE DEDUCTION_TAKEN_RECORD
                   ELSE
                       IF DT_AMOUNT > PH_DEDUCTION_AMT
                           MOVE "EXCEEDS PAY HISTORY DEDUCTIONS"
                               TO WS_EXCEPTION_REASON
                           PERFORM WRITE-REMIT-EXCEPTION
                       ELSE
                           PERFORM REMIT-ONE-ITEM
                       END-IF
                   END-IF
           END-READ
           MOVE "00" TO WS_PAY_HISTORY_FILE_STATUS
           EXIT.

       REMIT-ONE-ITEM SECTION.
           IF WS_PAYEE_ITEM_COUNT = 0
               PERFORM WRITE-PAYEE-HEADING
           END-IF
           ADD 1 TO WS_PAYEE_ITEM_COUNT
           ADD DT_AMOUNT TO WS_PAYEE_TOTAL
           MOVE DT_EMPLOYEE_ID TO WS_AD_EMPLOYEE_ID
           MOVE DT_EMPLOYEE_NAME TO WS_AD_EMPLOYEE_NAME
           MOVE DT_PERIOD_ID TO WS_AD_PERIOD_ID
           MOVE DT_PAYMENT_SEQUENCE TO WS_AD_PAYMENT_SEQUENCE
           MOVE DT_AMOUNT TO WS_AD_AMOUNT
           WRITE REMIT_ADVICE_RECORD FROM WS_ADVICE_DETAIL_LINE
           MOVE "R" TO DT_STATUS
           MOVE WS_REMIT_DATE TO DT_STATUS_DATE
           REWRITE DEDUCTION_TAKEN_RECORD
               INVALID KEY
                   DISPLAY "WARNING: deduction for employee "
                       DT_EMPLOYEE_ID " period " DT_PERIOD_ID
                       " could not be marked remitted (status "
                       WS_DED_TAKEN_FILE_STATUS ")."
                   MOVE "00" TO WS_DED_TAKEN_FILE_STATUS
           END-REWRITE
           EXIT.

       WRITE-PAYEE-HEADING SECTION.
           MOVE DP_PAYEE_NAME TO WS_AP_PAYEE_NAME
           MOVE DP_VENDOR_NUMBER TO WS_AP_VENDOR_NUMBER
           MOVE WS_GROUP_DEDUCTION_TYPE TO WS_AP_DEDUCTION_TYPE
           MOVE WS_GROUP_CASE_NUMBER TO WS_AP_CASE_NUMBER
           MOVE SPACES TO REMIT_ADVICE_RECORD
           WRITE REMIT_ADVICE_RECORD
           WRITE REMIT_ADVICE_RECORD FROM WS_ADVICE_PAYEE_LINE
           MOVE DP_ADDRESS_LINE_1 TO WS_AA_ADDRESS
           WRITE REMIT_ADVICE_RECORD FROM WS_ADVICE_ADDRESS_LINE
           MOVE DP_ADDRESS_LINE_2 TO WS_AA_ADDRESS
           WRITE REMIT_ADVICE_RECORD FROM WS_ADVICE_ADDRESS_LINE
           MOVE 0 TO WS_AM_ROUTING_NUMBER
           MOVE SPACES TO WS_AM_ACCOUNT_NUMBER
           EVALUATE TRUE
               WHEN DP_REMIT_BY_TRANSFER
                   MOVE "REMITTED BY BANK TRANSFER TO"
                       TO WS_AM_METHOD_TEXT
                   MOVE DP_BANK_ROUTING_NUMBER TO WS_AM_ROUTING_NUMBER
                   MOVE DP_BANK_ACCOUNT_NUMBER TO WS_AM_ACCOUNT_NUMBER
               WHEN DP_REMIT_INTERNAL
                   MOVE "NO PAYMENT - RECOVERED IN HOUSE"
                       TO WS_AM_METHOD_TEXT
               WHEN OTHER
                   MOVE "REMITTED BY CHECK" TO WS_AM_METHOD_TEXT
           END-EVALUATE
           WRITE REMIT_ADVICE_RECORD FROM WS_ADVICE_METHOD_LINE
           WRITE REMIT_ADVICE_RECORD FROM WS_ADVICE_COLUMN_HEADING
           EXIT.

       FINISH-PAYEE-GROUP SECTION.
           IF WS_PAYEE_ITEM_COUNT > 0
               ADD 1 TO WS_PAYEE_COUNT
               ADD WS_PAYEE_ITEM_COUNT TO WS_ITEMS_REMITTED_COUNT
               ADD WS_PAYEE_TOTAL TO WS_TOTAL_REMITTED
               MOVE WS_PAYEE_ITEM_COUNT TO WS_AT_ITEM_COUNT
               MOVE WS_PAYEE_TOTAL TO WS_AT_TOTAL
               WRITE REMIT_ADVICE_RECORD
                   FROM WS_ADVICE_PAYEE_TOTAL_LINE
               MOVE WS_PAYEE_KEY_FOUND TO DP_RECORD_KEY
               READ DEDUCTION_PAYEE_FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT DP_REMIT_INTERNAL
                           PERFORM WRITE-AP-EXTRACT-DETAIL
                       END-IF
                       MOVE WS_REMIT_DATE TO DP_LAST_REMIT_DATE
                       REWRITE DEDUCTION_PAYEE_RECORD
               END-READ
               MOVE "00" TO WS_PAYEE_FILE_STATUS
           END-IF
           EXIT.

       WRITE-AP-EXTRACT-DETAIL SECTION.
           MOVE DP_VENDOR_NUMBER TO WS_XD_VENDOR_NUMBER
           MOVE DP_PAYEE_NAME TO WS_XD_PAYEE_NAME
           MOVE DP_REMIT_METHOD TO WS_XD_REMIT_METHOD
           MOVE DP_BANK_ROUTING_NUMBER TO WS_XD_BANK_ROUTING_NUMBER
           MOVE DP_BANK_ACCOUNT_NUMBER TO WS_XD_BANK_ACCOUNT_NUMBER
           MOVE WS_PAYEE_TOTAL TO WS_XD_AMOUNT
           MOVE WS_REMIT_DATE TO WS_XD_REMIT_DATE
           MOVE WS_GROUP_DEDUCTION_TYPE TO WS_XD_DEDUCTION_TYPE
           MOVE WS_GROUP_CASE_NUMBER TO WS_XD_CASE_NUMBER
           MOVE WS_PAYEE_ITEM_COUNT TO WS_XD_ITEM_COUNT
           WRITE AP_EXTRACT_RECORD FROM WS_AP_EXTRACT_DETAIL
           ADD 1 TO WS_AP_RECORD_COUNT
           ADD WS_PAYEE_TOTAL TO WS_TOTAL_AP_AMOUNT
           EXIT.

       WRITE-REMIT-EXCEPTION SECTION.
           ADD 1 TO WS_EXCEPTION_COUNT
           MOVE DT_DEDUCTION_TYPE TO WS_ED_DEDUCTION_TYPE
           MOVE DT_CASE_NUMBER TO WS_ED_CASE_NUMBER
           MOVE DT_EMPLOYEE_ID TO WS_ED_EMPLOYEE_ID
           MOVE DT_EMPLOYEE_NAME TO WS_ED_EMPLOYEE_NAME
           MOVE DT_PERIOD_ID TO WS_ED_PERIOD_ID
           MOVE DT_PAYMENT_SEQUENCE TO WS_ED_PAYMENT_SEQUENCE
           MOVE DT_AMOUNT TO WS_ED_AMOUNT
           MOVE WS_EXCEPTION_REASON TO WS_ED_REASON
           WRITE REMIT_EXCEPTION_RECORD FROM WS_EXCEPTION_DETAIL_LINE
           EXIT.

       WRITE-REMITTANCE-TOTALS SECTION.
           MOVE SPACES TO REMIT_ADVICE_RECORD
           WRITE REMIT_ADVICE_RECORD
           MOVE WS_PAYEE_COUNT TO WS_AG_PAYEE_COUNT
           MOVE WS_ITEMS_REMITTED_COUNT TO WS_AG_ITEM_COUNT
           MOVE WS_TOTAL_REMITTED TO WS_AG_TOTAL
           WRITE REMIT_ADVICE_RECORD FROM WS_ADVICE_GRAND_TOTAL_LINE
           MOVE WS_AP_RECORD_COUNT TO WS_XT_RECORD_COUNT
           MOVE WS_TOTAL_AP_AMOUNT TO WS_XT_TOTAL_AMOUNT
           WRITE AP_EXTRACT_RECORD FROM WS_AP_EXTRACT_TRAILER
           MOVE WS_EXCEPTION_COUNT TO WS_ET_COUNT
           WRITE REMIT_EXCEPTION_RECORD FROM WS_EXCEPTION_TOTAL_LINE
           EXIT.

       CLOSE-REMITTANCE-FILES SECTION.
           CLOSE DEDUCTION_TAKEN_FILE
           CLOSE DEDUCTION_PAYEE_FILE
           CLOSE PAY_HISTORY_FILE
           CLOSE REMIT_ADVICE_FILE
           CLOSE AP_EXTRACT_FILE
           CLOSE REMIT_EXCEPTION_FILE
           EXIT.

       END PROGRAM DEDUCTION_REMITTANCE.
