       IDENTIFICATION DIVISION.
       PROGRAM-ID. LABOR_DISTRIBUTION_REPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LABOR_DIST_FILE ASSIGN TO "LABOR_DIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LD_RECORD_KEY
               FILE STATUS IS WS_LABOR_DIST_FILE_STATUS.

           SELECT LABOR_REPORT_FILE
               ASSIGN TO "LABOR_DISTRIBUTION_REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS_LABOR_REPORT_FILE_STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LABOR_DIST_FILE.
       COPY LABDIST.

       FD  LABOR_REPORT_FILE.
       01  LABOR_REPORT_RECORD PIC X(151).

       WORKING-STORAGE SECTION.
       01 WS_LABOR_DIST_FILE_STATUS PIC XX VALUE "00".
           88 WS_LABOR_DIST_FILE_OK VALUE "00".
       01 WS_LABOR_REPORT_FILE_STATUS PIC XX VALUE "00".
           88 WS_LABOR_REPORT_FILE_OK VALUE "00".

       01 WS_LABOR_DIST_EOF_FLAG PIC X VALUE "N".
           88 WS_LABOR_DIST_END_OF_FILE VALUE "Y".

       01 WS_FROM_PERIOD_ID PIC 9(8) VALUE 0.
       01 WS_TO_PERIOD_ID PIC 9(8) VALUE 0.
       01 WS_SELECT_DEPARTMENT PIC X(4) VALUE SPACES.
       01 WS_RECORD_COUNT PIC 9(7) VALUE 0.
       01 WS_VOIDED_COUNT PIC 9(7) VALUE 0.

       01 WS_DEPT_TABLE.
           05 WS_DEPT_COUNT PIC 9(3) VALUE 0.
           05 WS_DEPT_ENTRY OCCURS 200 TIMES.
               10 WS_DEPT_CODE PIC X(4).
               10 WS_DEPT_REGULAR_HOURS PIC 9(7)V99.
               10 WS_DEPT_OVERTIME_HOURS PIC 9(7)V99.
               10 WS_DEPT_HOLIDAY_HOURS PIC 9(7)V99.
               10 WS_DEPT_LEAVE_HOURS PIC 9(7)V99.
               10 WS_DEPT_REGULAR_COST PIC 9(9)V99.
               10 WS_DEPT_OVERTIME_COST PIC 9(9)V99.
               10 WS_DEPT_HOLIDAY_COST PIC 9(9)V99.
               10 WS_DEPT_LEAVE_COST PIC 9(9)V99.
               10 WS_DEPT_OTHER_COST PIC 9(9)V99.
               10 WS_DEPT_ER_COST PIC 9(9)V99.
               10 WS_DEPT_TOTAL_COST PIC 9(9)V99.
       01 WS_DEPT_INDEX PIC 9(3) VALUE 0.
       01 WS_DEPT_SHIFT_INDEX PIC 9(3) VALUE 0.
       01 WS_DEPT_FOUND_FLAG PIC X VALUE "N".
           88 WS_DEPT_FOUND VALUE "Y".
       01 WS_DEPT_SLOT_FLAG PIC X VALUE "N".
           88 WS_DEPT_SLOT_FOUND VALUE "Y".

       01 WS_GRAND_TOTALS.
           05 WS_GT_REGULAR_HOURS PIC 9(7)V99 VALUE 0.
           05 WS_GT_OVERTIME_HOURS PIC 9(7)V99 VALUE 0.
           05 WS_GT_HOLIDAY_HOURS PIC 9(7)V99 VALUE 0.
           05 WS_GT_LEAVE_HOURS PIC 9(7)V99 VALUE 0.
           05 WS_GT_REGULAR_COST PIC 9(9)V99 VALUE 0.
           05 WS_GT_OVERTIME_COST PIC 9(9)V99 VALUE 0.
           05 WS_GT_HOLIDAY_COST PIC 9(9)V99 VALUE 0.
           05 WS_GT_LEAVE_COST PIC 9(9)V99 VALUE 0.
           05 WS_GT_OTHER_COST PIC 9(9)V99 VALUE 0.
           05 WS_GT_ER_COST PIC 9(9)V99 VALUE 0.
           05 WS_GT_TOTAL_COST PIC 9(9)V99 VALUE 0.

       01 WS_LABOR_HEADING_1.
           05 FILLER PIC X(151)
              VALUE "LABOR DISTRIBUTION BY DEPARTMENT".

       01 WS_LABOR_HEADING_2.
           05 FILLER PIC X(14) VALUE "FROM PERIOD ".
           05 WS_LH_FROM_PERIOD PIC 9(8).
           05 FILLER PIC X(12) VALUE "  TO PERIOD ".
           05 WS_LH_TO_PERIOD PIC 9(8).

       01 WS_LABOR_HEADING_3.
           05 FILLER PIC X(6)  VALUE "DEPT".
           05 FILLER PIC X(10) VALUE "   REG HRS".
           05 FILLER PIC X(10) VALUE "    OT HRS".
           05 FILLER PIC X(10) VALUE "   HOL HRS".
           05 FILLER PIC X(10) VALUE "    LV HRS".
           05 FILLER PIC X(15) VALUE "       REG COST".
           05 FILLER PIC X(15) VALUE "        OT COST".
           05 FILLER PIC X(15) VALUE "       HOL COST".
           05 FILLER PIC X(15) VALUE "        LV COST".
           05 FILLER PIC X(15) VALUE "          OTHER".
           05 FILLER PIC X(15) VALUE "        ER COST".
           05 FILLER PIC X(15) VALUE "     TOTAL COST".

       01 WS_LABOR_DETAIL_LINE.
           05 WS_LD_DEPARTMENT     PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS_LD_REGULAR_HOURS  PIC ZZZZZZ9.99.
           05 WS_LD_OVERTIME_HOURS PIC ZZZZZZ9.99.
           05 WS_LD_HOLIDAY_HOURS  PIC ZZZZZZ9.99.
           05 WS_LD_LEAVE_HOURS    PIC ZZZZZZ9.99.
           05 FILLER               PIC X VALUE SPACE.
           05 WS_LD_REGULAR_COST   PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X VALUE SPACE.
           05 WS_LD_OVERTIME_COST  PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X VALUE SPACE.
           05 WS_LD_HOLIDAY_COST   PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X VALUE SPACE.
           05 WS_LD_LEAVE_COST     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X VALUE SPACE.
           05 WS_LD_OTHER_COST     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X VALUE SPACE.
           05 WS_LD_ER_COST        PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X VALUE SPACE.
           05 WS_LD_TOTAL_COST     PIC ZZZ,ZZZ,ZZ9.99.

       01 WS_LABOR_COUNT_LINE.
           05 FILLER             PIC X(9) VALUE "RECORDS: ".
           05 WS_LC_RECORD_COUNT PIC ZZZZZZ9.
           05 FILLER             PIC X(19)
              VALUE "  VOIDED (EXCL.): ".
           05 WS_LC_VOIDED_COUNT PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Enter the first period date (YYYYMMDD), or 0 "
               "for the earliest: "
           ACCEPT WS_FROM_PERIOD_ID
           DISPLAY "Enter the last period date (YYYYMMDD), or 0 "
               "for the latest: "
           ACCEPT WS_TO_PERIOD_ID
           IF WS_TO_PERIOD_ID = 0
               MOVE 99999999 TO WS_TO_PERIOD_ID
           END-IF
           DISPLAY "Enter a department code, or blank for all "
               "departments: "
           ACCEPT WS_SELECT_DEPARTMENT
           OPEN INPUT LABOR_DIST_FILE
           IF NOT WS_LABOR_DIST_FILE_OK
               DISPLAY "LABOR_DIST.DAT could not be opened "
                   "(status " WS_LABOR_DIST_FILE_STATUS
                   ") - report aborted."
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT LABOR_REPORT_FILE
               IF NOT WS_LABOR_REPORT_FILE_OK
                   DISPLAY "LABOR_DISTRIBUTION_REPORT.DAT could not "
                       "be opened (status "
                       WS_LABOR_REPORT_FILE_STATUS
                       ") - report aborted."
                   MOVE 12 TO RETURN-CODE
                   CLOSE LABOR_DIST_FILE
               ELSE
                   PERFORM ACCUMULATE-LABOR-DIST
                   PERFORM WRITE-LABOR-REPORT
                   CLOSE LABOR_DIST_FILE
                   CLOSE LABOR_REPORT_FILE
               END-IF
           END-IF
           STOP RUN.

       ACCUMULATE-LABOR-DIST SECTION.
           MOVE "N" TO WS_LABOR_DIST_EOF_FLAG
           PERFORM UNTIL WS_LABOR_DIST_END_OF_FILE
               READ LABOR_DIST_FILE NEXT
                   AT END
                       MOVE "Y" TO WS_LABOR_DIST_EOF_FLAG
                   NOT AT END
                       IF LD_PERIOD_ID >= WS_FROM_PERIOD_ID
                          AND LD_PERIOD_ID <= WS_TO_PERIOD_ID
                          AND (WS_SELECT_DEPARTMENT = SPACES
                           OR LD_DEPARTMENT_CODE
                              = WS_SELECT_DEPARTMENT)
                           IF LD_VOIDED
                               ADD 1 TO WS_VOIDED_COUNT
                           ELSE
                               PERFORM ADD-LABOR-DIST-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           EXIT.

       ADD-LABOR-DIST-RECORD SECTION.
           PERFORM FIND-DEPARTMENT-SLOT
           IF WS_DEPT_FOUND
               ADD 1 TO WS_RECORD_COUNT
               ADD LD_REGULAR_HOURS
                   TO WS_DEPT_REGULAR_HOURS(WS_DEPT_INDEX)
                      WS_GT_REGULAR_HOURS
               ADD LD_OVERTIME_HOURS
                   TO WS_DEPT_OVERTIME_HOURS(WS_DEPT_INDEX)
                      WS_GT_OVERTIME_HOURS
               ADD LD_HOLIDAY_HOURS
                   TO WS_DEPT_HOLIDAY_HOURS(WS_DEPT_INDEX)
                      WS_GT_HOLIDAY_HOURS
               ADD LD_LEAVE_HOURS
                   TO WS_DEPT_LEAVE_HOURS(WS_DEPT_INDEX)
                      WS_GT_LEAVE_HOURS
               ADD LD_REGULAR_COST
                   TO WS_DEPT_REGULAR_COST(WS_DEPT_INDEX)
                      WS_GT_REGULAR_COST
               ADD LD_OVERTIME_COST
                   TO WS_DEPT_OVERTIME_COST(WS_DEPT_INDEX)
                      WS_GT_OVERTIME_COST
               ADD LD_HOLIDAY_COST
                   TO WS_DEPT_HOLIDAY_COST(WS_DEPT_INDEX)
                      WS_GT_HOLIDAY_COST
               ADD LD_LEAVE_COST
                   TO WS_DEPT_LEAVE_COST(WS_DEPT_INDEX)
                      WS_GT_LEAVE_COST
               ADD LD_OTHER_COST
                   TO WS_DEPT_OTHER_COST(WS_DEPT_INDEX)
                      WS_GT_OTHER_COST
               ADD LD_ER_COST
                   TO WS_DEPT_ER_COST(WS_DEPT_INDEX)
                      WS_GT_ER_COST
               ADD LD_GROSS_COST LD_ER_COST
                   TO WS_DEPT_TOTAL_COST(WS_DEPT_INDEX)
                      WS_GT_TOTAL_COST
           END-IF
           EXIT.

       FIND-DEPARTMENT-SLOT SECTION.
           MOVE "N" TO WS_DEPT_FOUND_FLAG
           MOVE "N" TO WS_DEPT_SLOT_FLAG
           MOVE 0 TO WS_DEPT_INDEX
           PERFORM UNTIL WS_DEPT_SLOT_FOUND
              OR WS_DEPT_INDEX >= WS_DEPT_COUNT
               ADD 1 TO WS_DEPT_INDEX
               IF WS_DEPT_CODE(WS_DEPT_INDEX) = LD_DEPARTMENT_CODE
                   MOVE "Y" TO WS_DEPT_FOUND_FLAG
                   MOVE "Y" TO WS_DEPT_SLOT_FLAG
               ELSE
                   IF WS_DEPT_CODE(WS_DEPT_INDEX) > LD_DEPARTMENT_CODE
                       MOVE "Y" TO WS_DEPT_SLOT_FLAG
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS_DEPT_FOUND
               IF WS_DEPT_COUNT < 200
                   IF NOT WS_DEPT_SLOT_FOUND
                       COMPUTE WS_DEPT_INDEX = WS_DEPT_COUNT + 1
                   END-IF
                   MOVE WS_DEPT_COUNT TO WS_DEPT_SHIFT_INDEX
                   PERFORM UNTIL WS_DEPT_SHIFT_INDEX < WS_DEPT_INDEX
                       MOVE WS_DEPT_ENTRY(WS_DEPT_SHIFT_INDEX)
                           TO WS_DEPT_ENTRY(WS_DEPT_SHIFT_INDEX + 1)
                       SUBTRACT 1 FROM WS_DEPT_SHIFT_INDEX
                   END-PERFORM
                   ADD 1 TO WS_DEPT_COUNT
                   MOVE LD_DEPARTMENT_CODE
                       TO WS_DEPT_CODE(WS_DEPT_INDEX)
                   MOVE 0 TO WS_DEPT_REGULAR_HOURS(WS_DEPT_INDEX)
                   MOVE 0 TO WS_DEPT_OVERTIME_HOURS(WS_DEPT_INDEX)
                   MOVE 0 TO WS_DEPT_HOLIDAY_HOURS(WS_DEPT_INDEX)
                   MOVE 0 TO WS_DEPT_LEAVE_HOURS(WS_DEPT_INDEX)
                   MOVE 0 TO WS_DEPT_REGULAR_COST(WS_DEPT_INDEX)
                   MOVE 0 TO WS_DEPT_OVERTIME_COST(WS_DEPT_INDEX)
                   MOVE 0 TO WS_DEPT_HOLIDAY_COST(WS_DEPT_INDEX)
                   MOVE 0 TO WS_DEPT_LEAVE_COST(WS_DEPT_INDEX)
                   MOVE 0 TO WS_DEPT_OTHER_COST(WS_DEPT_INDEX)
                   MOVE 0 TO WS_DEPT_ER_COST(WS_DEPT_INDEX)
                   MOVE 0 TO WS_DEPT_TOTAL_COST(WS_DEPT_INDEX)
                   MOVE "Y" TO WS_DEPT_FOUND_FLAG
               ELSE
                   DISPLAY "WARNING: department table full - "
                       "department " LD_DEPARTMENT_CODE
                       " not reported."
                   IF RETURN-CODE = 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           EXIT.

       WRITE-LABOR-REPORT SECTION.
           MOVE WS_FROM_PERIOD_ID TO WS_LH_FROM_PERIOD
           MOVE WS_TO_PERIOD_ID TO WS_LH_TO_PERIOD
           WRITE LABOR_REPORT_RECORD FROM WS_LABOR_HEADING_1
           WRITE LABOR_REPORT_RECORD FROM WS_LABOR_HEADING_2
           WRITE LABOR_REPORT_RECORD FROM WS_LABOR_HEADING_3
           MOVE 0 TO WS_DEPT_INDEX
           PERFORM UNTIL WS_DEPT_INDEX >= WS_DEPT_COUNT
               ADD 1 TO WS_DEPT_INDEX
               MOVE WS_DEPT_CODE(WS_DEPT_INDEX) TO WS_LD_DEPARTMENT
               MOVE WS_DEPT_REGULAR_HOURS(WS_DEPT_INDEX)
                   TO WS_LD_REGULAR_HOURS
               MOVE WS_DEPT_OVERTIME_HOURS(WS_DEPT_INDEX)
                   TO WS_LD_OVERTIME_HOURS
               MOVE WS_DEPT_HOLIDAY_HOURS(WS_DEPT_INDEX)
                   TO WS_LD_HOLIDAY_HOURS
               MOVE WS_DEPT_LEAVE_HOURS(WS_DEPT_INDEX)
                   TO WS_LD_LEAVE_HOURS
               MOVE WS_DEPT_REGULAR_COST(WS_DEPT_INDEX)
                   TO WS_LD_REGULAR_COST
               MOVE WS_DEPT_OVERTIME_COST(WS_DEPT_INDEX)
                   TO WS_LD_OVERTIME_COST
               MOVE WS_DEPT_HOLIDAY_COST(WS_DEPT_INDEX)
                   TO WS_LD_HOLIDAY_COST
               MOVE WS_DEPT_LEAVE_COST(WS_DEPT_INDEX)
                   TO WS_LD_LEAVE_COST
               MOVE WS_DEPT_OTHER_COST(WS_DEPT_INDEX)
                   TO WS_LD_OTHER_COST
               MOVE WS_DEPT_ER_COST(WS_DEPT_INDEX) TO WS_LD_ER_COST
               MOVE WS_DEPT_TOTAL_COST(WS_DEPT_INDEX)
                   TO WS_LD_TOTAL_COST
               WRITE LABOR_REPORT_RECORD FROM WS_LABOR_DETAIL_LINE
           END-PERFORM
           MOVE "TOTL" TO WS_LD_DEPARTMENT
           MOVE WS_GT_REGULAR_HOURS TO WS_LD_REGULAR_HOURS
           MOVE WS_GT_OVERTIME_HOURS TO WS_LD_OVERTIME_HOURS
           MOVE WS_GT_HOLIDAY_HOURS TO WS_LD_HOLIDAY_HOURS
           MOVE WS_GT_LEAVE_HOURS TO WS_LD_LEAVE_HOURS
           MOVE WS_GT_REGULAR_COST TO WS_LD_REGULAR_COST
           MOVE WS_GT_OVERTIME_COST TO WS_LD_OVERTIME_COST
           MOVE WS_GT_HOLIDAY_COST TO WS_LD_HOLIDAY_COST
           MOVE WS_GT_LEAVE_COST TO WS_LD_LEAVE_COST
           MOVE WS_GT_OTHER_COST TO WS_LD_OTHER_COST
           MOVE WS_GT_ER_COST TO WS_LD_ER_COST
           MOVE WS_GT_TOTAL_COST TO WS_LD_TOTAL_COST
           WRITE LABOR_REPORT_RECORD FROM WS_LABOR_DETAIL_LINE
           MOVE WS_RECORD_COUNT TO WS_LC_RECORD_COUNT
           MOVE WS_VOIDED_COUNT TO WS_LC_VOIDED_COUNT
           WRITE LABOR_REPORT_RECORD FROM WS_LABOR_COUNT_LINE
           DISPLAY "Labor distribution report written - "
               WS_DEPT_COUNT " department(s), " WS_RECORD_COUNT
               " distribution record(s)."
           EXIT.

       END PROGRAM LABOR_DISTRIBUTION_REPORT.
