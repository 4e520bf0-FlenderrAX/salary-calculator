       01  BACKUP_CONTROL_RECORD.
           05 BC_GENERATION PIC 9(4).
           05 BC_SLOT PIC 9.
           05 BC_PERIOD_ID PIC 9(8).
           05 BC_RUN_DATE PIC 9(8).
           05 BC_RUN_TIME PIC 9(6).
           05 BC_STATUS PIC X.
               88 BC_INCOMPLETE VALUE "I".
               88 BC_AVAILABLE VALUE "A".
               88 BC_BACKED_OUT VALUE "B".
           05 BC_FILE_COUNT PIC 9(2).
           05 BC_RECORD_COUNT PIC 9(9).
           05 BC_MASTER_FILE_NAME PIC X(40).
           05 BC_REGISTER_FILE_NAME PIC X(40).
           05 BC_PAY_FREQUENCY PIC X.
