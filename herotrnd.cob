       IDENTIFICATION DIVISION.
            PROGRAM-ID. HEROTRND.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT STATISTICS-HISTORY-FILE ASSIGN TO "HEROSTAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-FILE-STATUS.

               SELECT PARAMETER-FILE ASSIGN TO "HEROPARM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FILE-STATUS.

               SELECT TREND-REPORT-FILE ASSIGN TO "HEROTRNL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD STATISTICS-HISTORY-FILE.
           01 HISTORY-RECORD PIC X(981).

           FD PARAMETER-FILE.
           01 PARAMETER-RECORD.
               COPY HEROPRM.

           FD TREND-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-HISTORY-FILE-STATUS PIC XX.
           01 WS-PARM-FILE-STATUS PIC XX.
           01 WS-REPORT-FILE-STATUS PIC XX.

           01 WS-HISTORY-EOF-SW PIC X VALUE "N".
               88 WS-HISTORY-EOF VALUE "Y".

           01 WS-HEADCOUNT-DROP-PCT PIC 999 VALUE 10.
           01 WS-STRENGTH-DROP-PCT PIC 999 VALUE 15.

           01 WS-SNAPSHOT.
               COPY HEROSNP.

           01 WS-LATEST-FOUND-SW PIC X VALUE "N".
               88 WS-LATEST-FOUND VALUE "Y".
           01 WS-WEEK-FOUND-SW PIC X VALUE "N".
               88 WS-WEEK-FOUND VALUE "Y".
           01 WS-MONTH-FOUND-SW PIC X VALUE "N".
               88 WS-MONTH-FOUND VALUE "Y".

           01 WS-LATEST-DATE PIC 9(6) VALUE 0.
           01 WS-WEEK-DATE PIC 9(6) VALUE 0.
           01 WS-MONTH-DATE PIC 9(6) VALUE 0.
           01 WS-LATEST-IMAGE PIC X(981) VALUE SPACES.
           01 WS-WEEK-IMAGE PIC X(981) VALUE SPACES.
           01 WS-MONTH-IMAGE PIC X(981) VALUE SPACES.

           01 WS-DATE-WORK PIC 9(8) VALUE 0.
           01 WS-LATEST-INTEGER PIC 9(7) VALUE 0.
           01 WS-SNAPSHOT-INTEGER PIC 9(7) VALUE 0.
           01 WS-WEEK-CUTOFF PIC 9(7) VALUE 0.
           01 WS-MONTH-CUTOFF PIC 9(7) VALUE 0.
           01 WS-WEEK-DAYS PIC 99 VALUE 7.
           01 WS-MONTH-DAYS PIC 99 VALUE 30.

           01 WS-COLUMN-IX PIC 9.
           01 WS-MEASURE-IX PIC 9.
           01 WS-MEASURE-MAX PIC 9 VALUE 7.
           01 WS-MEASURE-TABLE.
               05 WS-MEASURE-ENTRY OCCURS 7 TIMES.
                   10 WS-MEASURE-LABEL PIC X(16).
                   10 WS-MEASURE-VALUE PIC 9(7) OCCURS 3 TIMES.

           01 WS-SNP-IX PIC 99.
           01 WS-TREND-IX PIC 99.
           01 WS-SHIFT-IX PIC 99.
           01 WS-TREND-COUNT PIC 99 VALUE 0.
           01 WS-MAX-TREND-TEAMS PIC 99 VALUE 90.
           01 WS-SLOT-FOUND-SW PIC X VALUE "N".
               88 WS-SLOT-FOUND VALUE "Y".
           01 WS-TREND-TABLE.
               05 WS-TREND-ENTRY OCCURS 90 TIMES.
                   10 WS-TT-TEAM-NAME PIC X(20).
                   10 WS-TT-HEADS PIC 999 OCCURS 3 TIMES.
                   10 WS-TT-POWER PIC 9(5) OCCURS 3 TIMES.

           01 WS-CHANGE PIC S9(7) VALUE 0.
           01 WS-BASE-VALUE PIC 9(7) VALUE 0.
           01 WS-CURRENT-VALUE PIC 9(7) VALUE 0.
           01 WS-DROP PIC 9(7) VALUE 0.
           01 WS-DROP-WORK PIC 9(9) VALUE 0.
           01 WS-DROP-PCT PIC 9(5) VALUE 0.
           01 WS-DROP-LIMIT PIC 999 VALUE 0.
           01 WS-DROP-PAST-LIMIT-SW PIC X VALUE "N".
               88 WS-DROP-PAST-LIMIT VALUE "Y".
           01 WS-HEADS-FLAG-SW PIC X VALUE "N".
               88 WS-HEADS-FLAGGED VALUE "Y".
           01 WS-POWER-FLAG-SW PIC X VALUE "N".
               88 WS-POWER-FLAGGED VALUE "Y".
           01 WS-FLAGGED-TEAMS PIC 999 VALUE 0.

           01 WS-IN-TEAM-SECTION-SW PIC X VALUE "N".
               88 WS-IN-TEAM-SECTION VALUE "Y".

           01 WS-LINES-ON-PAGE PIC 99 VALUE 0.
           01 WS-MAX-LINES-PER-PAGE PIC 99 VALUE 20.
           01 WS-PAGE-NUMBER PIC 999 VALUE 0.
           01 WS-FORM-FEED PIC X VALUE X"0C".

           01 WS-FORMAT-DATE PIC 9(6) VALUE 0.
           01 WS-FORMAT-DATE-PARTS REDEFINES WS-FORMAT-DATE.
               05 WS-FORMAT-YY PIC 99.
               05 WS-FORMAT-MM PIC 99.
               05 WS-FORMAT-DD PIC 99.
           01 WS-FORMAT-DISPLAY PIC X(8).

           01 WS-TODAY-DATE.
               05 WS-TODAY-YY PIC 99.
               05 WS-TODAY-MM PIC 99.
               05 WS-TODAY-DD PIC 99.
           01 WS-TODAY-DATE-NUM REDEFINES WS-TODAY-DATE PIC 9(6).
           01 WS-RUN-DATE-DISPLAY PIC X(8).

           01 HEADING-LINE-1.
               05 FILLER PIC X(32)
                   VALUE "HERO STRENGTH TREND REPORT".
               05 FILLER PIC X(10) VALUE "RUN DATE: ".
               05 HL1-RUN-DATE PIC X(8).
               05 FILLER PIC X(8) VALUE "  PAGE: ".
               05 HL1-PAGE-NUMBER PIC ZZ9.

           01 HEADING-LINE-2.
               05 FILLER PIC X(8) VALUE "LATEST: ".
               05 HL2-LATEST-DATE PIC X(8).
               05 FILLER PIC X(13) VALUE "  WEEK BASE: ".
               05 HL2-WEEK-DATE PIC X(8).
               05 FILLER PIC X(14) VALUE "  MONTH BASE: ".
               05 HL2-MONTH-DATE PIC X(8).

           01 MEASURE-HEADING-LINE.
               05 FILLER PIC X(16) VALUE "MEASURE".
               05 FILLER PIC X(10) VALUE "    LATEST".
               05 FILLER PIC X(11) VALUE "     WK CHG".
               05 FILLER PIC X(11) VALUE "     MO CHG".

           01 MEASURE-LINE.
               05 ML-LABEL PIC X(16).
               05 FILLER PIC X(3) VALUE SPACES.
               05 ML-CURRENT PIC ZZZZZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 ML-WEEK-CHANGE PIC -------9.
               05 ML-WEEK-CHANGE-X REDEFINES ML-WEEK-CHANGE
                   PIC X(8).
               05 FILLER PIC X(3) VALUE SPACES.
               05 ML-MONTH-CHANGE PIC -------9.
               05 ML-MONTH-CHANGE-X REDEFINES ML-MONTH-CHANGE
                   PIC X(8).

           01 TEAM-HEADING-LINE-1.
               05 FILLER PIC X(21) VALUE SPACES.
               05 FILLER PIC X(15) VALUE "HEADCOUNT".
               05 FILLER PIC X(20) VALUE "STRENGTH".

           01 TEAM-HEADING-LINE-2.
               05 FILLER PIC X(21) VALUE "TEAM".
               05 FILLER PIC X(4) VALUE "NOW ".
               05 FILLER PIC X(5) VALUE "  WK ".
               05 FILLER PIC X(6) VALUE "  MO  ".
               05 FILLER PIC X(6) VALUE "  NOW ".
               05 FILLER PIC X(7) VALUE "    WK ".
               05 FILLER PIC X(7) VALUE "    MO ".
               05 FILLER PIC X(4) VALUE "FLAG".

           01 TEAM-TREND-LINE.
               05 TL-TEAM-NAME PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 TL-HEADS PIC ZZ9.
               05 FILLER PIC X VALUE SPACE.
               05 TL-HEADS-WEEK PIC ---9.
               05 TL-HEADS-WEEK-X REDEFINES TL-HEADS-WEEK PIC X(4).
               05 FILLER PIC X VALUE SPACE.
               05 TL-HEADS-MONTH PIC ---9.
               05 TL-HEADS-MONTH-X REDEFINES TL-HEADS-MONTH PIC X(4).
               05 FILLER PIC X(2) VALUE SPACES.
               05 TL-POWER PIC ZZZZ9.
               05 FILLER PIC X VALUE SPACE.
               05 TL-POWER-WEEK PIC -----9.
               05 TL-POWER-WEEK-X REDEFINES TL-POWER-WEEK PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 TL-POWER-MONTH PIC -----9.
               05 TL-POWER-MONTH-X REDEFINES TL-POWER-MONTH
                   PIC X(6).
               05 FILLER PIC X VALUE SPACE.
               05 TL-FLAG PIC X(14).

           01 NO-HISTORY-LINE.
               05 FILLER PIC X(40)
                   VALUE "NO SNAPSHOTS ON HEROSTAT".

           01 THRESHOLD-LINE.
               05 FILLER PIC X(27)
                   VALUE "FLAG WHEN HEADCOUNT DROPS >".
               05 THL-HEADCOUNT-PCT PIC ZZ9.
               05 FILLER PIC X(21) VALUE "% OR STRENGTH DROPS >".
               05 THL-STRENGTH-PCT PIC ZZ9.
               05 FILLER PIC X VALUE "%".

           01 FLAGGED-TOTAL-LINE.
               05 FILLER PIC X(31) VALUE "TEAMS FLAGGED:".
               05 FT-FLAGGED-COUNT PIC ZZ9.

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-TREND.
           IF WS-LATEST-FOUND
               PERFORM WRITE-MEASURE-SECTION
               PERFORM WRITE-TEAM-SECTION
           ELSE
               WRITE REPORT-LINE FROM NO-HISTORY-LINE
           END-IF.
           PERFORM FINALIZE-TREND.
           STOP RUN.

       INITIALIZE-TREND.
           PERFORM READ-RUN-PARAMETERS.
           OPEN OUTPUT TREND-REPORT-FILE.

           ACCEPT WS-TODAY-DATE FROM DATE.
           STRING WS-TODAY-MM "/" WS-TODAY-DD "/" WS-TODAY-YY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.

           PERFORM FIND-LATEST-SNAPSHOT.
           IF WS-LATEST-FOUND
               PERFORM FIND-BASE-SNAPSHOTS
           END-IF.

           PERFORM START-NEW-PAGE.

       READ-RUN-PARAMETERS.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-FILE-STATUS IS NOT EQUAL "35"
               READ PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-HEADCOUNT-DROP-PCT IS NUMERIC
                           MOVE PARM-HEADCOUNT-DROP-PCT
                               TO WS-HEADCOUNT-DROP-PCT
                       END-IF
                       IF PARM-STRENGTH-DROP-PCT IS NUMERIC
                           MOVE PARM-STRENGTH-DROP-PCT
                               TO WS-STRENGTH-DROP-PCT
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.

       FIND-LATEST-SNAPSHOT.
           MOVE "N" TO WS-HISTORY-EOF-SW.
           OPEN INPUT STATISTICS-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS IS EQUAL "00"
               PERFORM READ-LATEST-CANDIDATE UNTIL WS-HISTORY-EOF
               CLOSE STATISTICS-HISTORY-FILE
           END-IF.

           IF WS-LATEST-FOUND
               ADD 20000000 WS-LATEST-DATE GIVING WS-DATE-WORK
               MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
                   TO WS-LATEST-INTEGER
               SUBTRACT WS-WEEK-DAYS FROM WS-LATEST-INTEGER
                   GIVING WS-WEEK-CUTOFF
               SUBTRACT WS-MONTH-DAYS FROM WS-LATEST-INTEGER
                   GIVING WS-MONTH-CUTOFF
           END-IF.

       READ-LATEST-CANDIDATE.
           READ STATISTICS-HISTORY-FILE INTO WS-SNAPSHOT
               AT END
                   SET WS-HISTORY-EOF TO TRUE
               NOT AT END
                   IF SNP-SNAPSHOT-DATE IS NUMERIC
                           AND SNP-SNAPSHOT-DATE IS NOT LESS THAN
                               WS-LATEST-DATE
                       SET WS-LATEST-FOUND TO TRUE
                       MOVE SNP-SNAPSHOT-DATE TO WS-LATEST-DATE
                       MOVE WS-SNAPSHOT TO WS-LATEST-IMAGE
                   END-IF
           END-READ.

       FIND-BASE-SNAPSHOTS.
           MOVE "N" TO WS-HISTORY-EOF-SW.
           OPEN INPUT STATISTICS-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS IS EQUAL "00"
               PERFORM READ-BASE-CANDIDATE UNTIL WS-HISTORY-EOF
               CLOSE STATISTICS-HISTORY-FILE
           END-IF.

       READ-BASE-CANDIDATE.
           READ STATISTICS-HISTORY-FILE INTO WS-SNAPSHOT
               AT END
                   SET WS-HISTORY-EOF TO TRUE
               NOT AT END
                   IF SNP-SNAPSHOT-DATE IS NUMERIC
                       PERFORM CHECK-BASE-CANDIDATE
                   END-IF
           END-READ.

       CHECK-BASE-CANDIDATE.
           ADD 20000000 SNP-SNAPSHOT-DATE GIVING WS-DATE-WORK.
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
               TO WS-SNAPSHOT-INTEGER.

           IF WS-SNAPSHOT-INTEGER IS NOT GREATER THAN WS-WEEK-CUTOFF
                   AND SNP-SNAPSHOT-DATE IS NOT LESS THAN WS-WEEK-DATE
               SET WS-WEEK-FOUND TO TRUE
               MOVE SNP-SNAPSHOT-DATE TO WS-WEEK-DATE
               MOVE WS-SNAPSHOT TO WS-WEEK-IMAGE
           END-IF.

           IF WS-SNAPSHOT-INTEGER IS NOT GREATER THAN WS-MONTH-CUTOFF
                   AND SNP-SNAPSHOT-DATE IS NOT LESS THAN WS-MONTH-DATE
               SET WS-MONTH-FOUND TO TRUE
               MOVE SNP-SNAPSHOT-DATE TO WS-MONTH-DATE
               MOVE WS-SNAPSHOT TO WS-MONTH-IMAGE
           END-IF.

       WRITE-MEASURE-SECTION.
           MOVE "ACTIVE HEROES" TO WS-MEASURE-LABEL(1).
           MOVE "RETIRED HEROES" TO WS-MEASURE-LABEL(2).
           MOVE "DECEASED HEROES" TO WS-MEASURE-LABEL(3).
           MOVE "TOTAL POWER" TO WS-MEASURE-LABEL(4).
           MOVE "AVERAGE POWER" TO WS-MEASURE-LABEL(5).
           MOVE "OPEN MISSIONS" TO WS-MEASURE-LABEL(6).
           MOVE "ON OPEN MISSIONS" TO WS-MEASURE-LABEL(7).

           MOVE WS-LATEST-IMAGE TO WS-SNAPSHOT.
           MOVE 1 TO WS-COLUMN-IX.
           PERFORM LOAD-MEASURE-COLUMN.
           IF WS-WEEK-FOUND
               MOVE WS-WEEK-IMAGE TO WS-SNAPSHOT
               MOVE 2 TO WS-COLUMN-IX
               PERFORM LOAD-MEASURE-COLUMN
           END-IF.
           IF WS-MONTH-FOUND
               MOVE WS-MONTH-IMAGE TO WS-SNAPSHOT
               MOVE 3 TO WS-COLUMN-IX
               PERFORM LOAD-MEASURE-COLUMN
           END-IF.

           WRITE REPORT-LINE FROM MEASURE-HEADING-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.
           PERFORM WRITE-MEASURE-LINE
                   VARYING WS-MEASURE-IX FROM 1 BY 1
                   UNTIL WS-MEASURE-IX > WS-MEASURE-MAX.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       LOAD-MEASURE-COLUMN.
           MOVE SNP-ACTIVE-COUNT
               TO WS-MEASURE-VALUE(1, WS-COLUMN-IX).
           MOVE SNP-RETIRED-COUNT
               TO WS-MEASURE-VALUE(2, WS-COLUMN-IX).
           MOVE SNP-DECEASED-COUNT
               TO WS-MEASURE-VALUE(3, WS-COLUMN-IX).
           MOVE SNP-TOTAL-POWER
               TO WS-MEASURE-VALUE(4, WS-COLUMN-IX).
           MOVE SNP-AVERAGE-POWER
               TO WS-MEASURE-VALUE(5, WS-COLUMN-IX).
           MOVE SNP-OPEN-MISSIONS
               TO WS-MEASURE-VALUE(6, WS-COLUMN-IX).
           MOVE SNP-COMMITTED-HEROES
               TO WS-MEASURE-VALUE(7, WS-COLUMN-IX).

       WRITE-MEASURE-LINE.
           MOVE WS-MEASURE-LABEL(WS-MEASURE-IX) TO ML-LABEL.
           MOVE WS-MEASURE-VALUE(WS-MEASURE-IX, 1) TO ML-CURRENT.

           IF WS-WEEK-FOUND
               SUBTRACT WS-MEASURE-VALUE(WS-MEASURE-IX, 2)
                   FROM WS-MEASURE-VALUE(WS-MEASURE-IX, 1)
                   GIVING WS-CHANGE
               MOVE WS-CHANGE TO ML-WEEK-CHANGE
           ELSE
               MOVE "     N/A" TO ML-WEEK-CHANGE-X
           END-IF.

           IF WS-MONTH-FOUND
               SUBTRACT WS-MEASURE-VALUE(WS-MEASURE-IX, 3)
                   FROM WS-MEASURE-VALUE(WS-MEASURE-IX, 1)
                   GIVING WS-CHANGE
               MOVE WS-CHANGE TO ML-MONTH-CHANGE
           ELSE
               MOVE "     N/A" TO ML-MONTH-CHANGE-X
           END-IF.

           WRITE REPORT-LINE FROM MEASURE-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       WRITE-TEAM-SECTION.
           MOVE WS-LATEST-IMAGE TO WS-SNAPSHOT.
           MOVE 1 TO WS-COLUMN-IX.
           PERFORM MERGE-SNAPSHOT-TEAMS.
           IF WS-WEEK-FOUND
               MOVE WS-WEEK-IMAGE TO WS-SNAPSHOT
               MOVE 2 TO WS-COLUMN-IX
               PERFORM MERGE-SNAPSHOT-TEAMS
           END-IF.
           IF WS-MONTH-FOUND
               MOVE WS-MONTH-IMAGE TO WS-SNAPSHOT
               MOVE 3 TO WS-COLUMN-IX
               PERFORM MERGE-SNAPSHOT-TEAMS
           END-IF.

           SET WS-IN-TEAM-SECTION TO TRUE.
           IF WS-LINES-ON-PAGE IS GREATER THAN OR EQUAL
                   WS-MAX-LINES-PER-PAGE
               PERFORM START-NEW-PAGE
           ELSE
               PERFORM WRITE-TEAM-HEADINGS
           END-IF.

           PERFORM WRITE-TEAM-TREND-LINE
                   VARYING WS-TREND-IX FROM 1 BY 1
                   UNTIL WS-TREND-IX > WS-TREND-COUNT.

       MERGE-SNAPSHOT-TEAMS.
           IF SNP-TEAM-COUNT IS NUMERIC
               PERFORM MERGE-ONE-SNAPSHOT-TEAM
                       VARYING WS-SNP-IX FROM 1 BY 1
                       UNTIL WS-SNP-IX > SNP-TEAM-COUNT
           END-IF.

       MERGE-ONE-SNAPSHOT-TEAM.
           MOVE "N" TO WS-SLOT-FOUND-SW.
           PERFORM FIND-TREND-SLOT
                   VARYING WS-TREND-IX FROM 1 BY 1
                   UNTIL WS-TREND-IX > WS-TREND-COUNT
                      OR WS-SLOT-FOUND.
           IF WS-SLOT-FOUND
               SUBTRACT 1 FROM WS-TREND-IX
           END-IF.

           IF WS-TREND-IX IS NOT GREATER THAN WS-TREND-COUNT
                   AND WS-TT-TEAM-NAME(WS-TREND-IX)
                       IS EQUAL SNP-TEAM-NAME(WS-SNP-IX)
               PERFORM STORE-TREND-FIGURES
           ELSE
               IF WS-TREND-COUNT IS LESS THAN WS-MAX-TREND-TEAMS
                   PERFORM SHIFT-TREND-ENTRY
                           VARYING WS-SHIFT-IX FROM WS-TREND-COUNT
                           BY -1
                           UNTIL WS-SHIFT-IX < WS-TREND-IX
                   ADD 1 TO WS-TREND-COUNT
                   MOVE SNP-TEAM-NAME(WS-SNP-IX)
                       TO WS-TT-TEAM-NAME(WS-TREND-IX)
                   MOVE 0 TO WS-TT-HEADS(WS-TREND-IX, 1)
                   MOVE 0 TO WS-TT-HEADS(WS-TREND-IX, 2)
                   MOVE 0 TO WS-TT-HEADS(WS-TREND-IX, 3)
                   MOVE 0 TO WS-TT-POWER(WS-TREND-IX, 1)
                   MOVE 0 TO WS-TT-POWER(WS-TREND-IX, 2)
                   MOVE 0 TO WS-TT-POWER(WS-TREND-IX, 3)
                   PERFORM STORE-TREND-FIGURES
               ELSE
                   DISPLAY "HEROTRND: team table full - "
                       SNP-TEAM-NAME(WS-SNP-IX) " not reported"
               END-IF
           END-IF.

       FIND-TREND-SLOT.
           IF WS-TT-TEAM-NAME(WS-TREND-IX)
                   IS NOT LESS THAN SNP-TEAM-NAME(WS-SNP-IX)
               SET WS-SLOT-FOUND TO TRUE
           END-IF.

       SHIFT-TREND-ENTRY.
           MOVE WS-TREND-ENTRY(WS-SHIFT-IX)
               TO WS-TREND-ENTRY(WS-SHIFT-IX + 1).

       STORE-TREND-FIGURES.
           MOVE SNP-TEAM-HEADCOUNT(WS-SNP-IX)
               TO WS-TT-HEADS(WS-TREND-IX, WS-COLUMN-IX).
           MOVE SNP-TEAM-POWER(WS-SNP-IX)
               TO WS-TT-POWER(WS-TREND-IX, WS-COLUMN-IX).

       WRITE-TEAM-TREND-LINE.
           IF WS-LINES-ON-PAGE IS GREATER THAN OR EQUAL
                   WS-MAX-LINES-PER-PAGE
               PERFORM START-NEW-PAGE
           END-IF.

           MOVE "N" TO WS-HEADS-FLAG-SW.
           MOVE "N" TO WS-POWER-FLAG-SW.

           MOVE WS-TT-TEAM-NAME(WS-TREND-IX) TO TL-TEAM-NAME.
           MOVE WS-TT-HEADS(WS-TREND-IX, 1) TO TL-HEADS.
           MOVE WS-TT-POWER(WS-TREND-IX, 1) TO TL-POWER.

           IF WS-WEEK-FOUND
               MOVE 2 TO WS-COLUMN-IX
               PERFORM COMPARE-TEAM-COLUMN
               MOVE WS-TT-HEADS(WS-TREND-IX, 2) TO WS-BASE-VALUE
               MOVE WS-TT-HEADS(WS-TREND-IX, 1) TO WS-CURRENT-VALUE
               SUBTRACT WS-BASE-VALUE FROM WS-CURRENT-VALUE
                   GIVING WS-CHANGE
               MOVE WS-CHANGE TO TL-HEADS-WEEK
               MOVE WS-TT-POWER(WS-TREND-IX, 2) TO WS-BASE-VALUE
               MOVE WS-TT-POWER(WS-TREND-IX, 1) TO WS-CURRENT-VALUE
               SUBTRACT WS-BASE-VALUE FROM WS-CURRENT-VALUE
                   GIVING WS-CHANGE
               MOVE WS-CHANGE TO TL-POWER-WEEK
           ELSE
               MOVE " N/A" TO TL-HEADS-WEEK-X
               MOVE "   N/A" TO TL-POWER-WEEK-X
           END-IF.

           IF WS-MONTH-FOUND
               MOVE 3 TO WS-COLUMN-IX
               PERFORM COMPARE-TEAM-COLUMN
               MOVE WS-TT-HEADS(WS-TREND-IX, 3) TO WS-BASE-VALUE
               MOVE WS-TT-HEADS(WS-TREND-IX, 1) TO WS-CURRENT-VALUE
               SUBTRACT WS-BASE-VALUE FROM WS-CURRENT-VALUE
                   GIVING WS-CHANGE
               MOVE WS-CHANGE TO TL-HEADS-MONTH
               MOVE WS-TT-POWER(WS-TREND-IX, 3) TO WS-BASE-VALUE
               MOVE WS-TT-POWER(WS-TREND-IX, 1) TO WS-CURRENT-VALUE
               SUBTRACT WS-BASE-VALUE FROM WS-CURRENT-VALUE
                   GIVING WS-CHANGE
               MOVE WS-CHANGE TO TL-POWER-MONTH
           ELSE
               MOVE " N/A" TO TL-HEADS-MONTH-X
               MOVE "   N/A" TO TL-POWER-MONTH-X
           END-IF.

           EVALUATE TRUE
               WHEN WS-HEADS-FLAGGED AND WS-POWER-FLAGGED
                   MOVE "HEADS+STRENGTH" TO TL-FLAG
               WHEN WS-HEADS-FLAGGED
                   MOVE "HEADCOUNT DROP" TO TL-FLAG
               WHEN WS-POWER-FLAGGED
                   MOVE "STRENGTH DROP" TO TL-FLAG
               WHEN OTHER
                   MOVE SPACES TO TL-FLAG
           END-EVALUATE.
           IF WS-HEADS-FLAGGED OR WS-POWER-FLAGGED
               ADD 1 TO WS-FLAGGED-TEAMS
           END-IF.

           WRITE REPORT-LINE FROM TEAM-TREND-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       COMPARE-TEAM-COLUMN.
           MOVE WS-TT-HEADS(WS-TREND-IX, WS-COLUMN-IX)
               TO WS-BASE-VALUE.
           MOVE WS-TT-HEADS(WS-TREND-IX, 1) TO WS-CURRENT-VALUE.
           MOVE WS-HEADCOUNT-DROP-PCT TO WS-DROP-LIMIT.
           PERFORM CHECK-DROP-PAST-LIMIT.
           IF WS-DROP-PAST-LIMIT
               SET WS-HEADS-FLAGGED TO TRUE
           END-IF.

           MOVE WS-TT-POWER(WS-TREND-IX, WS-COLUMN-IX)
               TO WS-BASE-VALUE.
           MOVE WS-TT-POWER(WS-TREND-IX, 1) TO WS-CURRENT-VALUE.
           MOVE WS-STRENGTH-DROP-PCT TO WS-DROP-LIMIT.
           PERFORM CHECK-DROP-PAST-LIMIT.
           IF WS-DROP-PAST-LIMIT
               SET WS-POWER-FLAGGED TO TRUE
           END-IF.

       CHECK-DROP-PAST-LIMIT.
           MOVE "N" TO WS-DROP-PAST-LIMIT-SW.
           IF WS-BASE-VALUE IS GREATER THAN WS-CURRENT-VALUE
               SUBTRACT WS-CURRENT-VALUE FROM WS-BASE-VALUE
                   GIVING WS-DROP
               MULTIPLY WS-DROP BY 100 GIVING WS-DROP-WORK
               DIVIDE WS-DROP-WORK BY WS-BASE-VALUE
                   GIVING WS-DROP-PCT
               IF WS-DROP-PCT IS GREATER THAN WS-DROP-LIMIT
                   SET WS-DROP-PAST-LIMIT TO TRUE
               END-IF
           END-IF.

       WRITE-TEAM-HEADINGS.
           WRITE REPORT-LINE FROM TEAM-HEADING-LINE-1.
           WRITE REPORT-LINE FROM TEAM-HEADING-LINE-2.
           ADD 2 TO WS-LINES-ON-PAGE.

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

           IF WS-LATEST-FOUND
               MOVE WS-LATEST-DATE TO WS-FORMAT-DATE
               PERFORM FORMAT-SNAPSHOT-DATE
               MOVE WS-FORMAT-DISPLAY TO HL2-LATEST-DATE
               MOVE "NONE" TO HL2-WEEK-DATE
               IF WS-WEEK-FOUND
                   MOVE WS-WEEK-DATE TO WS-FORMAT-DATE
                   PERFORM FORMAT-SNAPSHOT-DATE
                   MOVE WS-FORMAT-DISPLAY TO HL2-WEEK-DATE
               END-IF
               MOVE "NONE" TO HL2-MONTH-DATE
               IF WS-MONTH-FOUND
                   MOVE WS-MONTH-DATE TO WS-FORMAT-DATE
                   PERFORM FORMAT-SNAPSHOT-DATE
                   MOVE WS-FORMAT-DISPLAY TO HL2-MONTH-DATE
               END-IF
               WRITE REPORT-LINE FROM HEADING-LINE-2
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-IN-TEAM-SECTION
               PERFORM WRITE-TEAM-HEADINGS
           END-IF.

       FORMAT-SNAPSHOT-DATE.
           MOVE SPACES TO WS-FORMAT-DISPLAY.
           STRING WS-FORMAT-MM "/" WS-FORMAT-DD "/" WS-FORMAT-YY
               DELIMITED BY SIZE INTO WS-FORMAT-DISPLAY.

       FINALIZE-TREND.
           IF WS-LINES-ON-PAGE IS GREATER THAN OR EQUAL
                   WS-MAX-LINES-PER-PAGE
               MOVE "N" TO WS-IN-TEAM-SECTION-SW
               PERFORM START-NEW-PAGE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-HEADCOUNT-DROP-PCT TO THL-HEADCOUNT-PCT.
           MOVE WS-STRENGTH-DROP-PCT TO THL-STRENGTH-PCT.
           WRITE REPORT-LINE FROM THRESHOLD-LINE.
           MOVE WS-FLAGGED-TEAMS TO FT-FLAGGED-COUNT.
           WRITE REPORT-LINE FROM FLAGGED-TOTAL-LINE.

           CLOSE TREND-REPORT-FILE.
