           10 PARM-APPROVAL-LIMIT PIC 9(3).
           10 FILLER PIC X(01).
           10 PARM-PURGE-GRACE-DAYS PIC 9(3).
           10 FILLER PIC X(01).
           10 PARM-SUSPENSE-AGE-DAYS PIC 9(3).
           10 FILLER PIC X(01).
           10 PARM-CHECKPOINT-INTERVAL PIC 9(3).
           10 FILLER PIC X(01).
           10 PARM-SHIFT-START-HOUR PIC 9(2).
           10 FILLER PIC X(01).
           10 PARM-SHIFT-END-HOUR PIC 9(2).
           10 FILLER PIC X(01).
           10 PARM-POWER-JUMP-LIMIT PIC 9(3).
           10 FILLER PIC X(01).
           10 PARM-DAILY-EDIT-LIMIT PIC 9(3).
           10 FILLER PIC X(01).
           10 PARM-REPORT-OPERATOR-ID PIC X(8).
           10 FILLER PIC X(01).
           10 PARM-HEADCOUNT-DROP-PCT PIC 9(3).
           10 FILLER PIC X(01).
           10 PARM-STRENGTH-DROP-PCT PIC 9(3).
