       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEDUCTION_PAYEE_MAINTENANCE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEDUCTION_PAYEE_FILE
               ASSIGN TO "DEDUCTION_PAYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DP_RECORD_KEY
               FILE STATUS IS WS_PAYEE_FILE_STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DEDUCTION_PAYEE_FILE.
       COPY DEDPAYEE.

       WORKING-STORAGE SECTION.
       01 WS_PAYEE_FILE_STATUS PIC XX VALUE "00".
           88 WS_PAYEE_FILE_OK VALUE "00".
           88 WS_PAYEE_FILE_IS_NEW VALUE "35".

       01 WS_MAINT_ACTION PIC X VALUE SPACE.
       01 WS_RECORD_FOUND_FLAG PIC X VALUE "N".
           88 WS_RECORD_FOUND VALUE "Y".
           88 WS_RECORD_NOT_FOUND VALUE "N".
       01 WS_VALID_DATA_FLAG PIC X VALUE "Y".
           88 WS_DATA_IS_VALID VALUE "Y".
           88 WS_DATA_IS_INVALID VALUE "N".
       01 WS_LIST_DONE_FLAG PIC X VALUE "N".
           88 WS_LIST_DONE VALUE "Y".
       01 WS_LISTED_COUNT PIC 9(3) VALUE 0.

       01 WS_PAYEE_KEY.
           05 WS_DP_DEDUCTION_TYPE PIC X(4) VALUE SPACES.
           05 WS_DP_CASE_NUMBER PIC X(12) VALUE SPACES.
       01 WS_PAYEE_NAME PIC X(30) VALUE SPACES.
       01 WS_ADDRESS_LINE_1 PIC X(30) VALUE SPACES.
       01 WS_ADDRESS_LINE_2 PIC X(30) VALUE SPACES.
       01 WS_VENDOR_NUMBER PIC X(8) VALUE SPACES.
       01 WS_REMIT_METHOD PIC X VALUE SPACE.
       01 WS_BANK_ROUTING_NUMBER PIC 9(9) VALUE 0.
       01 WS_BANK_ACCOUNT_NUMBER PIC X(12) VALUE SPACES.
       01 WS_REMIT_FREQUENCY PIC X VALUE SPACE.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM OPEN-PAYEE-FILE
           IF NOT WS_PAYEE_FILE_OK
               DISPLAY "DEDUCTION_PAYEE.DAT could not be opened "
                   "(status " WS_PAYEE_FILE_STATUS
                   ") - maintenance aborted."
           ELSE
               PERFORM UNTIL WS_MAINT_ACTION = "X"
                   DISPLAY "A. Add a payee"
                   DISPLAY "C. Change a payee"
                   DISPLAY "D. Deactivate a payee"
                   DISPLAY "I. Inquire on a payee"
                   DISPLAY "L. List payees for a deduction type"
                   DISPLAY "X. Exit"
                   DISPLAY "Select action (A/C/D/I/L/X): "
                   ACCEPT WS_MAINT_ACTION
                   EVALUATE WS_MAINT_ACTION
                       WHEN "A"
                           PERFORM ADD-PAYEE
                       WHEN "C"
                           PERFORM CHANGE-PAYEE
                       WHEN "D"
                           PERFORM DEACTIVATE-PAYEE
                       WHEN "I"
                           PERFORM INQUIRE-PAYEE
                       WHEN "L"
                           PERFORM LIST-TYPE-PAYEES
                       WHEN "X"
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Unknown action."
                   END-EVALUATE
               END-PERFORM
               CLOSE DEDUCTION_PAYEE_FILE
           END-IF
           STOP RUN.

       OPEN-PAYEE-FILE SECTION.
           OPEN I-O DEDUCTION_PAYEE_FILE
           IF WS_PAYEE_FILE_IS_NEW
               OPEN OUTPUT DEDUCTION_PAYEE_FILE
               CLOSE DEDUCTION_PAYEE_FILE
               OPEN I-O DEDUCTION_PAYEE_FILE
           END-IF
           EXIT.

       READ-PAYEE-BY-KEY SECTION.
           DISPLAY "Enter the deduction type "
               "(UNIO/HLTH/SAVE/ADVN/GARN): "
           ACCEPT WS_DP_DEDUCTION_TYPE
           DISPLAY "Enter the court order case number, or blank for "
               "the payee of every deduction of this type: "
           ACCEPT WS_DP_CASE_NUMBER
           MOVE WS_PAYEE_KEY TO DP_RECORD_KEY
           READ DEDUCTION_PAYEE_FILE
               INVALID KEY
                   MOVE "N" TO WS_RECORD_FOUND_FLAG
               NOT INVALID KEY
                   MOVE "Y" TO WS_RECORD_FOUND_FLAG
           END-READ
           EXIT.

       ACCEPT-PAYEE-FIELDS SECTION.
           DISPLAY "Enter the payee name: "
           ACCEPT WS_PAYEE_NAME
           DISPLAY "Enter remittance address line 1: "
           ACCEPT WS_ADDRESS_LINE_1
           DISPLAY "Enter remittance address line 2: "
           ACCEPT WS_ADDRESS_LINE_2
           DISPLAY "Enter the accounts-payable vendor number: "
           ACCEPT WS_VENDOR_NUMBER
           DISPLAY "Remit by check, bank transfer or no payment "
               "(C/T/N): "
           ACCEPT WS_REMIT_METHOD
           MOVE 0 TO WS_BANK_ROUTING_NUMBER
           MOVE SPACES TO WS_BANK_ACCOUNT_NUMBER
           IF WS_REMIT_METHOD = "T"
               DISPLAY "Enter the payee's bank routing number: "
               ACCEPT WS_BANK_ROUTING_NUMBER
               DISPLAY "Enter the payee's bank account number: "
               ACCEPT WS_BANK_ACCOUNT_NUMBER
           END-IF
           DISPLAY "Remit every pay run, monthly or quarterly "
               "(P/M/Q): "
           ACCEPT WS_REMIT_FREQUENCY
           EXIT.

       VALIDATE-PAYEE-FIELDS SECTION.
           MOVE "Y" TO WS_VALID_DATA_FLAG
           IF WS_DP_DEDUCTION_TYPE = SPACES
               DISPLAY "ERROR: deduction type is required."
               MOVE "N" TO WS_VALID_DATA_FLAG
           END-IF
           IF WS_PAYEE_NAME = SPACES
               DISPLAY "ERROR: payee name is required."
               MOVE "N" TO WS_VALID_DATA_FLAG
           END-IF
           IF WS_REMIT_METHOD NOT = "C" AND WS_REMIT_METHOD NOT = "T"
              AND WS_REMIT_METHOD NOT = "N"
               DISPLAY "ERROR: remittance method must be C, T or N."
               MOVE "N" TO WS_VALID_DATA_FLAG
           END-IF
           IF WS_REMIT_METHOD NOT = "N" AND WS_VENDOR_NUMBER = SPACES
               DISPLAY "ERROR: vendor number is required for a payee "
                   "that is paid."
               MOVE "N" TO WS_VALID_DATA_FLAG
           END-IF
           IF WS_REMIT_METHOD = "C" AND WS_ADDRESS_LINE_1 = SPACES
               DISPLAY "ERROR: a check payee needs an address."
               MOVE "N" TO WS_VALID_DATA_FLAG
           END-IF
           IF WS_REMIT_METHOD = "T"
              AND (WS_BANK_ROUTING_NUMBER = 0
                   OR WS_BANK_ACCOUNT_NUMBER = SPACES)
               DISPLAY "ERROR: a transfer payee needs bank details."
               MOVE "N" TO WS_VALID_DATA_FLAG
           END-IF
           IF WS_REMIT_FREQUENCY NOT = "P"
              AND WS_REMIT_FREQUENCY NOT = "M"
              AND WS_REMIT_FREQUENCY NOT = "Q"
               DISPLAY "ERROR: frequency must be P, M or Q."
               MOVE "N" TO WS_VALID_DATA_FLAG
           END-IF
           EXIT.

       MOVE-PAYEE-FIELDS SECTION.
           MOVE WS_PAYEE_NAME TO DP_PAYEE_NAME
           MOVE WS_ADDRESS_LINE_1 TO DP_ADDRESS_LINE_1
           MOVE WS_ADDRESS_LINE_2 TO DP_ADDRESS_LINE_2
           MOVE WS_VENDOR_NUMBER TO DP_VENDOR_NUMBER
           MOVE WS_REMIT_METHOD TO DP_REMIT_METHOD
           MOVE WS_BANK_ROUTING_NUMBER TO DP_BANK_ROUTING_NUMBER
           MOVE WS_BANK_ACCOUNT_NUMBER TO DP_BANK_ACCOUNT_NUMBER
           MOVE WS_REMIT_FREQUENCY TO DP_REMIT_FREQUENCY
           MOVE "A" TO DP_ACTIVE_FLAG
           EXIT.

       ADD-PAYEE SECTION.
           PERFORM READ-PAYEE-BY-KEY
           IF WS_RECORD_FOUND
               DISPLAY "A payee already exists for type "
                   WS_DP_DEDUCTION_TYPE " case " WS_DP_CASE_NUMBER
                   " - add rejected."
           ELSE
               PERFORM ACCEPT-PAYEE-FIELDS
               PERFORM VALIDATE-PAYEE-FIELDS
               IF WS_DATA_IS_INVALID
                   DISPLAY "Add rejected."
               ELSE
                   MOVE WS_PAYEE_KEY TO DP_RECORD_KEY
                   PERFORM MOVE-PAYEE-FIELDS
                   MOVE 0 TO DP_LAST_REMIT_DATE
                   WRITE DEDUCTION_PAYEE_RECORD
                       INVALID KEY
                           DISPLAY "Write failed for type "
                               WS_DP_DEDUCTION_TYPE " (status "
                               WS_PAYEE_FILE_STATUS ")."
                       NOT INVALID KEY
                           DISPLAY "Payee added for type "
                               WS_DP_DEDUCTION_TYPE " case "
                               WS_DP_CASE_NUMBER "."
                   END-WRITE
               END-IF
           END-IF
           EXIT.

       CHANGE-PAYEE SECTION.
           PERFORM READ-PAYEE-BY-KEY
           IF WS_RECORD_NOT_FOUND
               DISPLAY "No payee on file for type "
                   WS_DP_DEDUCTION_TYPE " case " WS_DP_CASE_NUMBER "."
           ELSE
               PERFORM ACCEPT-PAYEE-FIELDS
               PERFORM VALIDATE-PAYEE-FIELDS
               IF WS_DATA_IS_INVALID
                   DISPLAY "Change rejected."
               ELSE
                   PERFORM MOVE-PAYEE-FIELDS
                   REWRITE DEDUCTION_PAYEE_RECORD
                       INVALID KEY
                           DISPLAY "Rewrite failed for type "
                               WS_DP_DEDUCTION_TYPE " (status "
                               WS_PAYEE_FILE_STATUS ")."
                       NOT INVALID KEY
                           DISPLAY "Payee changed for type "
                               WS_DP_DEDUCTION_TYPE " case "
                               WS_DP_CASE_NUMBER "."
                   END-REWRITE
               END-IF
           END-IF
           EXIT.

       DEACTIVATE-PAYEE SECTION.
           PERFORM READ-PAYEE-BY-KEY
           IF WS_RECORD_NOT_FOUND
               DISPLAY "No payee on file for type "
                   WS_DP_DEDUCTION_TYPE " case " WS_DP_CASE_NUMBER "."
           ELSE
               MOVE "I" TO DP_ACTIVE_FLAG
               REWRITE DEDUCTION_PAYEE_RECORD
                   INVALID KEY
                       DISPLAY "Rewrite failed for type "
                           WS_DP_DEDUCTION_TYPE " (status "
                           WS_PAYEE_FILE_STATUS ")."
                   NOT INVALID KEY
                       DISPLAY "Payee deactivated for type "
                           WS_DP_DEDUCTION_TYPE " case "
                           WS_DP_CASE_NUMBER " - deductions taken "
                           "for it will be held from remittance."
               END-REWRITE
           END-IF
           EXIT.

       INQUIRE-PAYEE SECTION.
           PERFORM READ-PAYEE-BY-KEY
           IF WS_RECORD_NOT_FOUND
               DISPLAY "No payee on file for type "
                   WS_DP_DEDUCTION_TYPE " case " WS_DP_CASE_NUMBER "."
           ELSE
               PERFORM DISPLAY-PAYEE-RECORD
           END-IF
           EXIT.

       LIST-TYPE-PAYEES SECTION.
           DISPLAY "Enter the deduction type, or blank for all: "
           ACCEPT WS_DP_DEDUCTION_TYPE
           MOVE SPACES TO WS_DP_CASE_NUMBER
           MOVE WS_PAYEE_KEY TO DP_RECORD_KEY
           MOVE 0 TO WS_LISTED_COUNT
           MOVE "N" TO WS_LIST_DONE_FLAG
           START DEDUCTION_PAYEE_FILE
               KEY IS GREATER THAN OR EQUAL TO DP_RECORD_KEY
               INVALID KEY
                   MOVE "Y" TO WS_LIST_DONE_FLAG
           END-START
           PERFORM UNTIL WS_LIST_DONE
               READ DEDUCTION_PAYEE_FILE NEXT
                   AT END
                       MOVE "Y" TO WS_LIST_DONE_FLAG
                   NOT AT END
                       IF WS_DP_DEDUCTION_TYPE NOT = SPACES
                          AND DP_DEDUCTION_TYPE
                              NOT = WS_DP_DEDUCTION_TYPE
                           MOVE "Y" TO WS_LIST_DONE_FLAG
                       ELSE
                           ADD 1 TO WS_LISTED_COUNT
                           PERFORM DISPLAY-PAYEE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           IF WS_LISTED_COUNT = 0
               DISPLAY "No payees on file for type "
                   WS_DP_DEDUCTION_TYPE "."
           END-IF
           EXIT.

       DISPLAY-PAYEE-RECORD SECTION.
           DISPLAY "Type:          " DP_DEDUCTION_TYPE
           DISPLAY "Case number:   " DP_CASE_NUMBER
           DISPLAY "Payee:         " DP_PAYEE_NAME
           DISPLAY "Address:       " DP_ADDRESS_LINE_1
           DISPLAY "               " DP_ADDRESS_LINE_2
           DISPLAY "Vendor number: " DP_VENDOR_NUMBER
           DISPLAY "Method:        " DP_REMIT_METHOD
           DISPLAY "Bank routing:  " DP_BANK_ROUTING_NUMBER
           DISPLAY "Bank account:  " DP_BANK_ACCOUNT_NUMBER
           DISPLAY "Frequency:     " DP_REMIT_FREQUENCY
           DISPLAY "Active flag:   " DP_ACTIVE_FLAG
           DISPLAY "Last remitted: " DP_LAST_REMIT_DATE
           EXIT.

       END PROGRAM DEDUCTION_PAYEE_MAINTENANCE.
