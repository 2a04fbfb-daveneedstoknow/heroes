       IDENTIFICATION DIVISION.
            PROGRAM-ID. HEROOPAC.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SIGNON-LOG-FILE ASSIGN TO "HEROSLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SIGNON-LOG-STATUS.

               SELECT HERO-AUDIT-FILE ASSIGN TO "HEROAUDT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-FILE-STATUS.

               SELECT ARCHIVE-CONTROL-FILE ASSIGN TO "HEROACTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CONTROL-FILE-STATUS.

               SELECT AUDIT-ARCHIVE-FILE
                   ASSIGN TO WS-ARCHIVE-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

               SELECT REJECT-LOG-FILE ASSIGN TO "HERORJCT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REJECT-LOG-STATUS.

               SELECT PARAMETER-FILE ASSIGN TO "HEROPARM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FILE-STATUS.

               SELECT ACTIVITY-REPORT-FILE ASSIGN TO "HEROOPLS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD SIGNON-LOG-FILE.
           01 SIGNON-LOG-RECORD.
               05 SLG-OPERATOR-ID PIC X(8).
               05 FILLER PIC X.
               05 SLG-TIMESTAMP PIC X(17).
               05 FILLER PIC X.
               05 SLG-TERMINAL-ID PIC 9(9).
               05 FILLER PIC X.
               05 SLG-OUTCOME PIC X(8).

           FD HERO-AUDIT-FILE.
           01 HERO-AUDIT-RECORD.
               COPY HEROAUD.

           FD ARCHIVE-CONTROL-FILE.
           01 ARCHIVE-CONTROL-RECORD.
               05 ACT-PERIOD-END PIC 9(6).
               05 FILLER PIC X VALUE SPACE.
               05 ACT-RECORD-COUNT PIC 9(5).

           FD AUDIT-ARCHIVE-FILE.
           01 ARCHIVE-LINE PIC X(200).

           FD REJECT-LOG-FILE.
           01 REJECT-LOG-RECORD.
               05 RJL-PEND-ID PIC 9(5).
               05 FILLER PIC X.
               05 RJL-HERO-ID PIC 9(5).
               05 FILLER PIC X.
               05 RJL-REQUEST-USER PIC X(8).
               05 RJL-DISPOSITION PIC X(13).
               05 RJL-REJECT-USER PIC X(8).
               05 FILLER PIC X.
               05 RJL-TIMESTAMP PIC X(17).

           FD PARAMETER-FILE.
           01 PARAMETER-RECORD.
               COPY HEROPRM.

           FD ACTIVITY-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-SIGNON-LOG-STATUS PIC XX.
           01 WS-AUDIT-FILE-STATUS PIC XX.
           01 WS-CONTROL-FILE-STATUS PIC XX.
           01 WS-ARCHIVE-FILE-STATUS PIC XX.
           01 WS-REJECT-LOG-STATUS PIC XX.
           01 WS-PARM-FILE-STATUS PIC XX.
           01 WS-REPORT-FILE-STATUS PIC XX.

           01 WS-ARCHIVE-FILE-NAME PIC X(15) VALUE SPACES.

           01 WS-SIGNON-EOF-SW PIC X VALUE "N".
               88 WS-SIGNON-EOF VALUE "Y".

           01 WS-AUDIT-EOF-SW PIC X VALUE "N".
               88 WS-AUDIT-EOF VALUE "Y".

           01 WS-CONTROL-EOF-SW PIC X VALUE "N".
               88 WS-CONTROL-EOF VALUE "Y".

           01 WS-ARCHIVE-EOF-SW PIC X VALUE "N".
               88 WS-ARCHIVE-EOF VALUE "Y".

           01 WS-REJECT-EOF-SW PIC X VALUE "N".
               88 WS-REJECT-EOF VALUE "Y".

           01 WS-SUMMARY-SECTION-SW PIC X VALUE "N".
               88 WS-SUMMARY-SECTION VALUE "Y".

           01 WS-IN-PERIOD-SW PIC X VALUE "N".
               88 WS-IN-PERIOD VALUE "Y".

           01 WS-START-DATE-PARM PIC X(6) VALUE SPACES.
           01 WS-END-DATE-PARM PIC X(6) VALUE SPACES.
           01 WS-START-YYMMDD PIC X(6) VALUE "000000".
           01 WS-END-YYMMDD PIC X(6) VALUE "999999".
           01 WS-START-DATE-DISPLAY PIC X(8) VALUE "EARLIEST".
           01 WS-END-DATE-DISPLAY PIC X(8) VALUE "LATEST".

           01 WS-EVENT-TIMESTAMP PIC X(17).
           01 WS-EVENT-YYMMDD PIC X(6).
           01 WS-EVENT-HOUR PIC 99.

           01 WS-SHIFT-START-HOUR PIC 99 VALUE 07.
           01 WS-SHIFT-END-HOUR PIC 99 VALUE 19.
           01 WS-POWER-JUMP-LIMIT PIC 999 VALUE 50.
           01 WS-DAILY-EDIT-LIMIT PIC 999 VALUE 3.
           01 WS-REPEAT-TRIGGER PIC 9(4) VALUE 0.
           01 WS-POWER-CHANGE PIC 999 VALUE 0.

           01 WS-BATCH-USER-ID PIC X(20) VALUE "HEROAPLY".

           01 WS-AUDIT-KIND PIC X VALUE SPACE.
               88 AUDIT-KIND-ADD VALUE "A".
               88 AUDIT-KIND-CHANGE VALUE "C".
               88 AUDIT-KIND-DELETE VALUE "D".

           01 WS-LOOKUP-OPERATOR PIC X(8).
           01 WS-LOOKUP-TERMINAL PIC 9(9).

           01 WS-MAX-OPERATORS PIC 999 VALUE 50.
           01 WS-OPERATOR-COUNT PIC 999 VALUE 0.
           01 WS-OP-IX PIC 999.
           01 WS-OP-POST-IX PIC 999.
           01 WS-OPERATOR-FOUND-SW PIC X VALUE "N".
               88 WS-OPERATOR-FOUND VALUE "Y".
           01 WS-OPERATOR-SLOT-SW PIC X VALUE "N".
               88 WS-OPERATOR-SLOT-READY VALUE "Y".
           01 WS-OPERATOR-FULL-SW PIC X VALUE "N".
               88 WS-OPERATOR-TABLE-FULL VALUE "Y".
           01 WS-OPERATOR-TABLE.
               05 WS-OPERATOR-ENTRY OCCURS 50 TIMES.
                   10 WS-OP-ID PIC X(8).
                   10 WS-OP-SIGNONS PIC 9(5).
                   10 WS-OP-FAILED PIC 9(5).
                   10 WS-OP-ADDS PIC 9(5).
                   10 WS-OP-CHANGES PIC 9(5).
                   10 WS-OP-DELETES PIC 9(5).
                   10 WS-OP-FLAGS PIC 9(5).

           01 WS-MAX-PAIRS PIC 999 VALUE 500.
           01 WS-PAIR-COUNT PIC 999 VALUE 0.
           01 WS-PAIR-IX PIC 999.
           01 WS-PAIR-FOUND-SW PIC X VALUE "N".
               88 WS-PAIR-FOUND VALUE "Y".
           01 WS-PAIR-FULL-SW PIC X VALUE "N".
               88 WS-PAIR-TABLE-FULL VALUE "Y".
           01 WS-PAIR-TABLE.
               05 WS-PAIR-ENTRY OCCURS 500 TIMES.
                   10 WS-TP-OPERATOR-ID PIC X(8).
                   10 WS-TP-TERMINAL-ID PIC 9(9).

           01 WS-MAX-HERO-DAYS PIC 9(4) VALUE 2000.
           01 WS-HERO-DAY-COUNT PIC 9(4) VALUE 0.
           01 WS-HD-IX PIC 9(4).
           01 WS-HERO-DAY-FOUND-SW PIC X VALUE "N".
               88 WS-HERO-DAY-FOUND VALUE "Y".
           01 WS-HERO-DAY-FULL-SW PIC X VALUE "N".
               88 WS-HERO-DAY-TABLE-FULL VALUE "Y".
           01 WS-HERO-DAY-TABLE.
               05 WS-HERO-DAY-ENTRY OCCURS 2000 TIMES.
                   10 WS-HD-HERO-ID PIC 9(5).
                   10 WS-HD-YYMMDD PIC X(6).
                   10 WS-HD-EDIT-COUNT PIC 9(4).

           01 WS-SIGNONS-REVIEWED PIC 9(7) VALUE 0.
           01 WS-AUDIT-REVIEWED PIC 9(7) VALUE 0.
           01 WS-FLAG-COUNT PIC 9(5) VALUE 0.
           01 WS-LINES-ON-PAGE PIC 99 VALUE 0.
           01 WS-MAX-LINES-PER-PAGE PIC 99 VALUE 20.
           01 WS-PAGE-NUMBER PIC 999 VALUE 0.
           01 WS-FORM-FEED PIC X VALUE X"0C".

           01 WS-TODAY-DATE.
               05 WS-TODAY-YY PIC 99.
               05 WS-TODAY-MM PIC 99.
               05 WS-TODAY-DD PIC 99.
           01 WS-RUN-DATE-DISPLAY PIC X(8).

           01 HEADING-LINE-1.
               05 FILLER PIC X(25)
                   VALUE "OPERATOR ACTIVITY REPORT ".
               05 FILLER PIC X(10) VALUE "RUN DATE: ".
               05 HL1-RUN-DATE PIC X(8).
               05 FILLER PIC X(20) VALUE SPACES.
               05 FILLER PIC X(6) VALUE "PAGE: ".
               05 HL1-PAGE-NUMBER PIC ZZ9.

           01 HEADING-LINE-2.
               05 FILLER PIC X(8) VALUE "PERIOD: ".
               05 HL2-START-DATE PIC X(8).
               05 FILLER PIC X(4) VALUE " TO ".
               05 HL2-END-DATE PIC X(8).

           01 FLAG-HEADING-LINE.
               05 FILLER PIC X(18) VALUE "TIMESTAMP".
               05 FILLER PIC X(9) VALUE "OPERATOR".
               05 FILLER PIC X(6) VALUE " HERO".
               05 FILLER PIC X(15) VALUE "FLAG".
               05 FILLER PIC X(30) VALUE "DETAIL".

           01 SUMMARY-HEADING-LINE.
               05 FILLER PIC X(8) VALUE "OPERATOR".
               05 FILLER PIC X(8) VALUE "SIGN-ONS".
               05 FILLER PIC X(8) VALUE "  FAILED".
               05 FILLER PIC X(8) VALUE "    ADDS".
               05 FILLER PIC X(8) VALUE " CHANGES".
               05 FILLER PIC X(8) VALUE " DELETES".
               05 FILLER PIC X(8) VALUE "   FLAGS".

           01 FLAG-LINE.
               05 FL-TIMESTAMP PIC X(17).
               05 FILLER PIC X(1) VALUE SPACES.
               05 FL-OPERATOR-ID PIC X(8).
               05 FILLER PIC X(1) VALUE SPACES.
               05 FL-HERO-ID PIC ZZZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 FL-FLAG PIC X(14).
               05 FILLER PIC X(1) VALUE SPACES.
               05 FL-DETAIL PIC X(30).

           01 NO-FLAGS-LINE PIC X(30)
               VALUE "NO ACTIVITY FLAGGED".

           01 SUMMARY-LINE.
               05 SL-OPERATOR-ID PIC X(8).
               05 FILLER PIC X(3) VALUE SPACES.
               05 SL-SIGNONS PIC ZZZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 SL-FAILED PIC ZZZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 SL-ADDS PIC ZZZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 SL-CHANGES PIC ZZZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 SL-DELETES PIC ZZZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 SL-FLAGS PIC ZZZZ9.

           01 TOTAL-LINE.
               05 FILLER PIC X(24) VALUE "OPERATORS LISTED:       ".
               05 TL-OPERATOR-COUNT PIC ZZZZ9.

           01 TOTAL-LINE-2.
               05 FILLER PIC X(24) VALUE "SIGN-ONS REVIEWED:      ".
               05 TL2-COUNT PIC ZZZZZZ9.

           01 TOTAL-LINE-3.
               05 FILLER PIC X(24) VALUE "AUDIT RECORDS REVIEWED: ".
               05 TL3-COUNT PIC ZZZZZZ9.

           01 TOTAL-LINE-4.
               05 FILLER PIC X(24) VALUE "ACTIVITY FLAGS RAISED:  ".
               05 TL4-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-REPORT.
           PERFORM SCAN-SIGNON-LOG.
           PERFORM SCAN-AUDIT-ARCHIVES.
           PERFORM SCAN-LIVE-AUDIT.
           PERFORM SCAN-DISPOSITION-LOG.
           PERFORM FINALIZE-REPORT.
           STOP RUN.

       INITIALIZE-REPORT.
           DISPLAY "Start date MMDDYY (blank for all): "
               WITH NO ADVANCING.
           ACCEPT WS-START-DATE-PARM FROM CONSOLE.
           IF WS-START-DATE-PARM IS NUMERIC
               MOVE WS-START-DATE-PARM(5:2) TO WS-START-YYMMDD(1:2)
               MOVE WS-START-DATE-PARM(1:2) TO WS-START-YYMMDD(3:2)
               MOVE WS-START-DATE-PARM(3:2) TO WS-START-YYMMDD(5:2)
               STRING WS-START-DATE-PARM(1:2) "/"
                       WS-START-DATE-PARM(3:2) "/"
                       WS-START-DATE-PARM(5:2)
                   DELIMITED BY SIZE INTO WS-START-DATE-DISPLAY
           END-IF.

           DISPLAY "End date MMDDYY (blank for all): "
               WITH NO ADVANCING.
           ACCEPT WS-END-DATE-PARM FROM CONSOLE.
           IF WS-END-DATE-PARM IS NUMERIC
               MOVE WS-END-DATE-PARM(5:2) TO WS-END-YYMMDD(1:2)
               MOVE WS-END-DATE-PARM(1:2) TO WS-END-YYMMDD(3:2)
               MOVE WS-END-DATE-PARM(3:2) TO WS-END-YYMMDD(5:2)
               STRING WS-END-DATE-PARM(1:2) "/"
                       WS-END-DATE-PARM(3:2) "/"
                       WS-END-DATE-PARM(5:2)
                   DELIMITED BY SIZE INTO WS-END-DATE-DISPLAY
           END-IF.

           PERFORM READ-RUN-PARAMETERS.
           ADD 1 WS-DAILY-EDIT-LIMIT GIVING WS-REPEAT-TRIGGER.

           OPEN OUTPUT ACTIVITY-REPORT-FILE.

           ACCEPT WS-TODAY-DATE FROM DATE.
           STRING WS-TODAY-MM "/" WS-TODAY-DD "/" WS-TODAY-YY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
           MOVE WS-START-DATE-DISPLAY TO HL2-START-DATE.
           MOVE WS-END-DATE-DISPLAY TO HL2-END-DATE.

           PERFORM START-NEW-PAGE.

       READ-RUN-PARAMETERS.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-FILE-STATUS IS NOT EQUAL "35"
               READ PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-SHIFT-START-HOUR IS NUMERIC
                               AND PARM-SHIFT-END-HOUR IS NUMERIC
                               AND PARM-SHIFT-START-HOUR IS LESS THAN
                                   PARM-SHIFT-END-HOUR
                               AND PARM-SHIFT-END-HOUR
                                   IS NOT GREATER THAN 24
                           MOVE PARM-SHIFT-START-HOUR
                               TO WS-SHIFT-START-HOUR
                           MOVE PARM-SHIFT-END-HOUR
                               TO WS-SHIFT-END-HOUR
                       END-IF
                       IF PARM-POWER-JUMP-LIMIT IS NUMERIC
                           MOVE PARM-POWER-JUMP-LIMIT
                               TO WS-POWER-JUMP-LIMIT
                       END-IF
                       IF PARM-DAILY-EDIT-LIMIT IS NUMERIC
                               AND PARM-DAILY-EDIT-LIMIT
                                   IS GREATER THAN 0
                           MOVE PARM-DAILY-EDIT-LIMIT
                               TO WS-DAILY-EDIT-LIMIT
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.

       CHECK-EVENT-PERIOD.
           MOVE WS-EVENT-TIMESTAMP(7:2) TO WS-EVENT-YYMMDD(1:2).
           MOVE WS-EVENT-TIMESTAMP(1:2) TO WS-EVENT-YYMMDD(3:2).
           MOVE WS-EVENT-TIMESTAMP(4:2) TO WS-EVENT-YYMMDD(5:2).
           MOVE WS-EVENT-TIMESTAMP(10:2) TO WS-EVENT-HOUR.

           MOVE "N" TO WS-IN-PERIOD-SW.
           IF WS-EVENT-YYMMDD IS NOT LESS THAN WS-START-YYMMDD
                   AND WS-EVENT-YYMMDD IS NOT GREATER THAN
                       WS-END-YYMMDD
               SET WS-IN-PERIOD TO TRUE
           END-IF.

       SCAN-SIGNON-LOG.
           OPEN INPUT SIGNON-LOG-FILE.
           IF WS-SIGNON-LOG-STATUS IS EQUAL "00"
               PERFORM READ-ONE-SIGNON UNTIL WS-SIGNON-EOF
               CLOSE SIGNON-LOG-FILE
           END-IF.

       READ-ONE-SIGNON.
           READ SIGNON-LOG-FILE
               AT END
                   SET WS-SIGNON-EOF TO TRUE
               NOT AT END
                   PERFORM POST-SIGNON
           END-READ.

       POST-SIGNON.
           MOVE SLG-OPERATOR-ID TO WS-LOOKUP-OPERATOR.
           IF SLG-OUTCOME IS EQUAL "SUCCESS"
               MOVE SLG-TERMINAL-ID TO WS-LOOKUP-TERMINAL
               PERFORM REMEMBER-TERMINAL
           END-IF.

           MOVE SLG-TIMESTAMP TO WS-EVENT-TIMESTAMP.
           PERFORM CHECK-EVENT-PERIOD.
           IF WS-IN-PERIOD
               ADD 1 TO WS-SIGNONS-REVIEWED
               PERFORM FIND-OPERATOR-ENTRY
               IF WS-OPERATOR-SLOT-READY
                   IF SLG-OUTCOME IS EQUAL "SUCCESS"
                       ADD 1 TO WS-OP-SIGNONS(WS-OP-POST-IX)
                   ELSE
                       ADD 1 TO WS-OP-FAILED(WS-OP-POST-IX)
                   END-IF
               END-IF
           END-IF.

       REMEMBER-TERMINAL.
           PERFORM FIND-TERMINAL-PAIR.
           IF NOT WS-PAIR-FOUND
               IF WS-PAIR-COUNT IS EQUAL WS-MAX-PAIRS
                   IF NOT WS-PAIR-TABLE-FULL
                       DISPLAY "HEROOPAC: terminal table full - "
                           "sign-on checks skipped"
                   END-IF
                   SET WS-PAIR-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-PAIR-COUNT
                   MOVE WS-LOOKUP-OPERATOR
                       TO WS-TP-OPERATOR-ID(WS-PAIR-COUNT)
                   MOVE WS-LOOKUP-TERMINAL
                       TO WS-TP-TERMINAL-ID(WS-PAIR-COUNT)
               END-IF
           END-IF.

       FIND-TERMINAL-PAIR.
           MOVE "N" TO WS-PAIR-FOUND-SW.
           PERFORM CHECK-TERMINAL-PAIR
                   VARYING WS-PAIR-IX FROM 1 BY 1
                   UNTIL WS-PAIR-IX > WS-PAIR-COUNT
                      OR WS-PAIR-FOUND.

       CHECK-TERMINAL-PAIR.
           IF WS-TP-OPERATOR-ID(WS-PAIR-IX) IS EQUAL
                   WS-LOOKUP-OPERATOR
                   AND WS-TP-TERMINAL-ID(WS-PAIR-IX) IS EQUAL
                       WS-LOOKUP-TERMINAL
               SET WS-PAIR-FOUND TO TRUE
           END-IF.

       FIND-OPERATOR-ENTRY.
           MOVE "N" TO WS-OPERATOR-FOUND-SW.
           MOVE "N" TO WS-OPERATOR-SLOT-SW.
           ADD 1 WS-OPERATOR-COUNT GIVING WS-OP-POST-IX.
           PERFORM CHECK-OPERATOR-SLOT
                   VARYING WS-OP-IX FROM 1 BY 1
                   UNTIL WS-OP-IX > WS-OPERATOR-COUNT
                      OR WS-OPERATOR-FOUND.

           IF WS-OPERATOR-FOUND
                   AND WS-OP-ID(WS-OP-POST-IX) IS EQUAL
                       WS-LOOKUP-OPERATOR
               SET WS-OPERATOR-SLOT-READY TO TRUE
           ELSE
               IF WS-OPERATOR-COUNT IS EQUAL WS-MAX-OPERATORS
                   IF NOT WS-OPERATOR-TABLE-FULL
                       DISPLAY "HEROOPAC: operator table full - "
                           "summary incomplete"
                   END-IF
                   SET WS-OPERATOR-TABLE-FULL TO TRUE
               ELSE
                   PERFORM SHIFT-OPERATOR-ENTRY
                           VARYING WS-OP-IX FROM WS-OPERATOR-COUNT
                           BY -1
                           UNTIL WS-OP-IX < WS-OP-POST-IX
                   ADD 1 TO WS-OPERATOR-COUNT
                   MOVE WS-LOOKUP-OPERATOR TO WS-OP-ID(WS-OP-POST-IX)
                   MOVE 0 TO WS-OP-SIGNONS(WS-OP-POST-IX)
                   MOVE 0 TO WS-OP-FAILED(WS-OP-POST-IX)
                   MOVE 0 TO WS-OP-ADDS(WS-OP-POST-IX)
                   MOVE 0 TO WS-OP-CHANGES(WS-OP-POST-IX)
                   MOVE 0 TO WS-OP-DELETES(WS-OP-POST-IX)
                   MOVE 0 TO WS-OP-FLAGS(WS-OP-POST-IX)
                   SET WS-OPERATOR-SLOT-READY TO TRUE
               END-IF
           END-IF.

       CHECK-OPERATOR-SLOT.
           IF WS-OP-ID(WS-OP-IX) IS NOT LESS THAN WS-LOOKUP-OPERATOR
               SET WS-OPERATOR-FOUND TO TRUE
               MOVE WS-OP-IX TO WS-OP-POST-IX
           END-IF.

       SHIFT-OPERATOR-ENTRY.
           MOVE WS-OPERATOR-ENTRY(WS-OP-IX)
               TO WS-OPERATOR-ENTRY(WS-OP-IX + 1).

       SCAN-AUDIT-ARCHIVES.
           OPEN INPUT ARCHIVE-CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS IS EQUAL "00"
               PERFORM CHECK-ONE-ARCHIVE UNTIL WS-CONTROL-EOF
               CLOSE ARCHIVE-CONTROL-FILE
           END-IF.

       CHECK-ONE-ARCHIVE.
           READ ARCHIVE-CONTROL-FILE
               AT END
                   SET WS-CONTROL-EOF TO TRUE
               NOT AT END
                   IF ACT-PERIOD-END IS NOT LESS THAN
                           WS-START-YYMMDD
                       PERFORM READ-ARCHIVE-RECORDS
                   END-IF
           END-READ.

       READ-ARCHIVE-RECORDS.
           MOVE SPACES TO WS-ARCHIVE-FILE-NAME.
           STRING "HEROADT." ACT-PERIOD-END
               DELIMITED BY SIZE INTO WS-ARCHIVE-FILE-NAME.

           MOVE "N" TO WS-ARCHIVE-EOF-SW.
           OPEN INPUT AUDIT-ARCHIVE-FILE.
           IF WS-ARCHIVE-FILE-STATUS IS EQUAL "00"
               PERFORM READ-ONE-ARCHIVE-RECORD UNTIL WS-ARCHIVE-EOF
               CLOSE AUDIT-ARCHIVE-FILE
           ELSE
               DISPLAY "HEROOPAC: archive " WS-ARCHIVE-FILE-NAME
                   " not on hand - activity may be incomplete"
           END-IF.

       READ-ONE-ARCHIVE-RECORD.
           READ AUDIT-ARCHIVE-FILE
               AT END
                   SET WS-ARCHIVE-EOF TO TRUE
               NOT AT END
                   IF ARCHIVE-LINE(1:2) IS EQUAL "D "
                       MOVE ARCHIVE-LINE(3:198) TO HERO-AUDIT-RECORD
                       PERFORM POST-AUDIT-RECORD
                   END-IF
           END-READ.

       SCAN-LIVE-AUDIT.
           OPEN INPUT HERO-AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS IS EQUAL "00"
               PERFORM READ-ONE-AUDIT-RECORD UNTIL WS-AUDIT-EOF
               CLOSE HERO-AUDIT-FILE
           END-IF.

       READ-ONE-AUDIT-RECORD.
           READ HERO-AUDIT-FILE
               AT END
                   SET WS-AUDIT-EOF TO TRUE
               NOT AT END
                   PERFORM POST-AUDIT-RECORD
           END-READ.

       POST-AUDIT-RECORD.
           MOVE AUD-TIMESTAMP TO WS-EVENT-TIMESTAMP.
           PERFORM CHECK-EVENT-PERIOD.
           IF WS-IN-PERIOD
               PERFORM REVIEW-AUDIT-RECORD
           END-IF.

       REVIEW-AUDIT-RECORD.
           ADD 1 TO WS-AUDIT-REVIEWED.
           MOVE AUD-USER-ID(1:8) TO WS-LOOKUP-OPERATOR.
           PERFORM FIND-OPERATOR-ENTRY.
           PERFORM SET-AUDIT-KIND.

           IF WS-OPERATOR-SLOT-READY
               EVALUATE TRUE
                   WHEN AUDIT-KIND-ADD
                       ADD 1 TO WS-OP-ADDS(WS-OP-POST-IX)
                   WHEN AUDIT-KIND-DELETE
                       ADD 1 TO WS-OP-DELETES(WS-OP-POST-IX)
                   WHEN OTHER
                       ADD 1 TO WS-OP-CHANGES(WS-OP-POST-IX)
               END-EVALUATE
           END-IF.

           MOVE AUD-TIMESTAMP TO FL-TIMESTAMP.
           MOVE WS-LOOKUP-OPERATOR TO FL-OPERATOR-ID.
           MOVE AUD-HERO-ID TO FL-HERO-ID.

           IF AUD-USER-ID IS NOT EQUAL WS-BATCH-USER-ID
               PERFORM CHECK-SHIFT-HOURS
               PERFORM CHECK-SIGNON-TERMINAL
           END-IF.
           IF AUDIT-KIND-CHANGE
               PERFORM CHECK-POWER-JUMP
           END-IF.
           PERFORM CHECK-REPEAT-EDITS.

       SET-AUDIT-KIND.
           IF AUD-BEFORE-NAME IS EQUAL SPACES
               MOVE "A" TO WS-AUDIT-KIND
           ELSE
               IF AUD-AFTER-NAME IS EQUAL SPACES
                   MOVE "D" TO WS-AUDIT-KIND
               ELSE
                   MOVE "C" TO WS-AUDIT-KIND
               END-IF
           END-IF.

       CHECK-SHIFT-HOURS.
           IF WS-EVENT-HOUR IS LESS THAN WS-SHIFT-START-HOUR
                   OR WS-EVENT-HOUR IS NOT LESS THAN
                       WS-SHIFT-END-HOUR
               MOVE "OFF-SHIFT EDIT" TO FL-FLAG
               MOVE SPACES TO FL-DETAIL
               STRING "OUTSIDE SHIFT " WS-SHIFT-START-HOUR
                       ":00-" WS-SHIFT-END-HOUR ":00"
                   DELIMITED BY SIZE INTO FL-DETAIL
               PERFORM WRITE-FLAG-LINE
           END-IF.

       CHECK-SIGNON-TERMINAL.
           IF NOT WS-PAIR-TABLE-FULL
               MOVE AUD-TERMINAL-ID TO WS-LOOKUP-TERMINAL
               PERFORM FIND-TERMINAL-PAIR
               IF NOT WS-PAIR-FOUND
                   MOVE "NO SIGN-ON" TO FL-FLAG
                   MOVE SPACES TO FL-DETAIL
                   STRING "FROM TERMINAL " AUD-TERMINAL-ID
                       DELIMITED BY SIZE INTO FL-DETAIL
                   PERFORM WRITE-FLAG-LINE
               END-IF
           END-IF.

       CHECK-POWER-JUMP.
           IF AUD-AFTER-POWER-LEVEL IS GREATER THAN
                   AUD-BEFORE-POWER-LEVEL
               SUBTRACT AUD-BEFORE-POWER-LEVEL
                   FROM AUD-AFTER-POWER-LEVEL
                   GIVING WS-POWER-CHANGE
           ELSE
               SUBTRACT AUD-AFTER-POWER-LEVEL
                   FROM AUD-BEFORE-POWER-LEVEL
                   GIVING WS-POWER-CHANGE
           END-IF.

           IF WS-POWER-CHANGE IS GREATER THAN WS-POWER-JUMP-LIMIT
               MOVE "POWER JUMP" TO FL-FLAG
               MOVE SPACES TO FL-DETAIL
               STRING "POWER " AUD-BEFORE-POWER-LEVEL " -> "
                       AUD-AFTER-POWER-LEVEL
                   DELIMITED BY SIZE INTO FL-DETAIL
               PERFORM WRITE-FLAG-LINE
           END-IF.

       CHECK-REPEAT-EDITS.
           MOVE "N" TO WS-HERO-DAY-FOUND-SW.
           PERFORM CHECK-HERO-DAY-ENTRY
                   VARYING WS-HD-IX FROM 1 BY 1
                   UNTIL WS-HD-IX > WS-HERO-DAY-COUNT
                      OR WS-HERO-DAY-FOUND.

           IF WS-HERO-DAY-FOUND
               SUBTRACT 1 FROM WS-HD-IX
               ADD 1 TO WS-HD-EDIT-COUNT(WS-HD-IX)
               IF WS-HD-EDIT-COUNT(WS-HD-IX) IS EQUAL
                       WS-REPEAT-TRIGGER
                   MOVE "REPEAT EDITS" TO FL-FLAG
                   MOVE SPACES TO FL-DETAIL
                   STRING "MORE THAN " WS-DAILY-EDIT-LIMIT
                           " EDITS ON " AUD-TIMESTAMP(1:8)
                       DELIMITED BY SIZE INTO FL-DETAIL
                   PERFORM WRITE-FLAG-LINE
               END-IF
           ELSE
               IF WS-HERO-DAY-COUNT IS EQUAL WS-MAX-HERO-DAYS
                   IF NOT WS-HERO-DAY-TABLE-FULL
                       DISPLAY "HEROOPAC: hero-day table full - "
                           "repeat edit checks incomplete"
                   END-IF
                   SET WS-HERO-DAY-TABLE-FULL TO TRUE
               ELSE
                   ADD 1 TO WS-HERO-DAY-COUNT
                   MOVE AUD-HERO-ID
                       TO WS-HD-HERO-ID(WS-HERO-DAY-COUNT)
                   MOVE WS-EVENT-YYMMDD
                       TO WS-HD-YYMMDD(WS-HERO-DAY-COUNT)
                   MOVE 1 TO WS-HD-EDIT-COUNT(WS-HERO-DAY-COUNT)
               END-IF
           END-IF.

       CHECK-HERO-DAY-ENTRY.
           IF WS-HD-HERO-ID(WS-HD-IX) IS EQUAL AUD-HERO-ID
                   AND WS-HD-YYMMDD(WS-HD-IX) IS EQUAL
                       WS-EVENT-YYMMDD
               SET WS-HERO-DAY-FOUND TO TRUE
           END-IF.

       SCAN-DISPOSITION-LOG.
           OPEN INPUT REJECT-LOG-FILE.
           IF WS-REJECT-LOG-STATUS IS EQUAL "00"
               PERFORM READ-ONE-DISPOSITION UNTIL WS-REJECT-EOF
               CLOSE REJECT-LOG-FILE
           END-IF.

       READ-ONE-DISPOSITION.
           READ REJECT-LOG-FILE
               AT END
                   SET WS-REJECT-EOF TO TRUE
               NOT AT END
                   IF RJL-DISPOSITION IS EQUAL " APPROVED BY "
                           AND RJL-REQUEST-USER IS EQUAL
                               RJL-REJECT-USER
                       PERFORM POST-SELF-APPROVAL
                   END-IF
           END-READ.

       POST-SELF-APPROVAL.
           MOVE RJL-TIMESTAMP TO WS-EVENT-TIMESTAMP.
           PERFORM CHECK-EVENT-PERIOD.
           IF WS-IN-PERIOD
               MOVE RJL-REJECT-USER TO WS-LOOKUP-OPERATOR
               PERFORM FIND-OPERATOR-ENTRY
               MOVE RJL-TIMESTAMP TO FL-TIMESTAMP
               MOVE RJL-REJECT-USER TO FL-OPERATOR-ID
               MOVE RJL-HERO-ID TO FL-HERO-ID
               MOVE "SELF-APPROVED" TO FL-FLAG
               MOVE SPACES TO FL-DETAIL
               STRING "PENDING CHANGE " RJL-PEND-ID
                   DELIMITED BY SIZE INTO FL-DETAIL
               PERFORM WRITE-FLAG-LINE
           END-IF.

       WRITE-FLAG-LINE.
           IF WS-LINES-ON-PAGE IS GREATER THAN OR EQUAL
                   WS-MAX-LINES-PER-PAGE
               PERFORM START-NEW-PAGE
           END-IF.

           WRITE REPORT-LINE FROM FLAG-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.
           ADD 1 TO WS-FLAG-COUNT.
           IF WS-OPERATOR-SLOT-READY
               ADD 1 TO WS-OP-FLAGS(WS-OP-POST-IX)
           END-IF.

       START-NEW-PAGE.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE WS-RUN-DATE-DISPLAY TO HL1-RUN-DATE.
           MOVE WS-PAGE-NUMBER TO HL1-PAGE-NUMBER.

           IF WS-PAGE-NUMBER > 1
               MOVE WS-FORM-FEED TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

           MOVE 0 TO WS-LINES-ON-PAGE.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           WRITE REPORT-LINE FROM HEADING-LINE-2.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-SUMMARY-SECTION
               WRITE REPORT-LINE FROM SUMMARY-HEADING-LINE
           ELSE
               WRITE REPORT-LINE FROM FLAG-HEADING-LINE
           END-IF.

       WRITE-OPERATOR-SUMMARY.
           IF WS-LINES-ON-PAGE IS GREATER THAN OR EQUAL
                   WS-MAX-LINES-PER-PAGE
               PERFORM START-NEW-PAGE
           END-IF.

           MOVE WS-OP-ID(WS-OP-IX) TO SL-OPERATOR-ID.
           MOVE WS-OP-SIGNONS(WS-OP-IX) TO SL-SIGNONS.
           MOVE WS-OP-FAILED(WS-OP-IX) TO SL-FAILED.
           MOVE WS-OP-ADDS(WS-OP-IX) TO SL-ADDS.
           MOVE WS-OP-CHANGES(WS-OP-IX) TO SL-CHANGES.
           MOVE WS-OP-DELETES(WS-OP-IX) TO SL-DELETES.
           MOVE WS-OP-FLAGS(WS-OP-IX) TO SL-FLAGS.
           WRITE REPORT-LINE FROM SUMMARY-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       FINALIZE-REPORT.
           IF WS-FLAG-COUNT IS EQUAL 0
               WRITE REPORT-LINE FROM NO-FLAGS-LINE
           END-IF.

           SET WS-SUMMARY-SECTION TO TRUE.
           PERFORM START-NEW-PAGE.
           PERFORM WRITE-OPERATOR-SUMMARY
                   VARYING WS-OP-IX FROM 1 BY 1
                   UNTIL WS-OP-IX > WS-OPERATOR-COUNT.

           IF WS-LINES-ON-PAGE IS GREATER THAN OR EQUAL
                   WS-MAX-LINES-PER-PAGE
               PERFORM START-NEW-PAGE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-OPERATOR-COUNT TO TL-OPERATOR-COUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE WS-SIGNONS-REVIEWED TO TL2-COUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE-2.
           MOVE WS-AUDIT-REVIEWED TO TL3-COUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE-3.
           MOVE WS-FLAG-COUNT TO TL4-COUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE-4.

           CLOSE ACTIVITY-REPORT-FILE.
