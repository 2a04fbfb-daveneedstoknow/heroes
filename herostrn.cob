                   RECORD KEY IS TM-TEAM-NAME
                   FILE STATUS IS WS-TEAM-MASTER-STATUS.

               SELECT HERO-UNAVAIL-FILE ASSIGN TO "HEROUNAV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS UN-KEY
                   FILE STATUS IS WS-UNAVAIL-FILE-STATUS.

               SELECT STRENGTH-REPORT-FILE ASSIGN TO "HEROSTRL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.
           01 TEAM-MASTER-RECORD.
               COPY HEROTMST.

           FD HERO-UNAVAIL-FILE.
           01 HERO-UNAVAIL-RECORD.
               COPY HEROUNV.

           FD STRENGTH-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           01 WS-HERO-FILE-STATUS PIC XX.
           01 WS-TEAM-FILE-STATUS PIC XX.
           01 WS-TEAM-MASTER-STATUS PIC XX.
           01 WS-UNAVAIL-FILE-STATUS PIC XX.
           01 WS-REPORT-FILE-STATUS PIC XX.

           01 WS-EOF-SW PIC X VALUE "N".

           01 WS-STRENGTH-THRESHOLD PIC 9(5) VALUE 100.

           01 WS-UNAVAIL-EOF-SW PIC X VALUE "N".
               88 WS-UNAVAIL-EOF VALUE "Y".
           01 WS-HERO-UNAVAILABLE-SW PIC X VALUE "N".
               88 WS-HERO-UNAVAILABLE VALUE "Y".
           01 WS-TEAM-UNAVAILABLE PIC 999 VALUE 0.
           01 WS-TEAM-ON-ROSTER PIC 999 VALUE 0.
           01 WS-GRAND-UNAVAILABLE PIC 9(5) VALUE 0.
           01 WS-MAX-UNAVAIL-LINES PIC 99 VALUE 20.
           01 WS-UNAVAIL-LINE-COUNT PIC 99 VALUE 0.
           01 WS-UNAVAIL-IX PIC 99.
           01 WS-UNAVAIL-TABLE.
               05 WS-UNAVAIL-LINE OCCURS 20 TIMES PIC X(80).
           01 WS-UNAVAIL-DATE PIC 9(6) VALUE 0.
           01 WS-UNAVAIL-DATE-X REDEFINES WS-UNAVAIL-DATE PIC X(6).

           01 WS-CURRENT-TEAM PIC X(20) VALUE SPACES.

           01 WS-TEAM-ACTIVE PIC 999 VALUE 0.
               05 WS-TODAY-YY PIC 99.
               05 WS-TODAY-MM PIC 99.
               05 WS-TODAY-DD PIC 99.
           01 WS-TODAY-DATE-NUM REDEFINES WS-TODAY-DATE PIC 9(6).
           01 WS-RUN-DATE-DISPLAY PIC X(8).

           01 HEADING-LINE-1.
               05 FILLER PIC X VALUE SPACE.
               05 TL-LIMIT-FLAG PIC X(24).

           01 TEAM-LINE-4.
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(13) VALUE "UNAVAILABLE: ".
               05 TL-UNAVAIL-NAME PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 TL-UNAVAIL-POWER PIC ZZ9.
               05 FILLER PIC X VALUE SPACE.
               05 TL-UNAVAIL-REASON PIC X(10).
               05 FILLER PIC X VALUE SPACE.
               05 TL-UNAVAIL-TO-DATE PIC X(14).

           01 TEAM-LINE-5.
               05 FILLER PIC X(15) VALUE SPACES.
               05 FILLER PIC X(4) VALUE "AND ".
               05 TL-UNAVAIL-MORE PIC ZZ9.
               05 FILLER PIC X(5) VALUE " MORE".

           01 GRAND-TOTAL-LINE.
               05 FILLER PIC X(14) VALUE "ALL TEAMS: ".
               05 GT-TEAM-COUNT PIC ZZ9.
                   VALUE "XREF MEMBERS NOT ON MASTER:".
               05 OT-ORPHAN-COUNT PIC ZZZZ9.

           01 UNAVAILABLE-TOTAL-LINE.
               05 FILLER PIC X(31)
                   VALUE "ACTIVE MEMBERS UNAVAILABLE:".
               05 UT-UNAVAILABLE-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-ANALYSIS.
           PERFORM ANALYZE-TEAM-RECORDS UNTIL WS-XREF-EOF.
           OPEN INPUT HERO-MASTER-FILE.
           OPEN INPUT HERO-TEAM-FILE.
           PERFORM INITIALIZE-TEAM-MASTER.
           PERFORM INITIALIZE-UNAVAIL-FILE.
           OPEN OUTPUT STRENGTH-REPORT-FILE.

           ACCEPT WS-TODAY-DATE FROM DATE.
               OPEN INPUT TEAM-MASTER-FILE
           END-IF.

       INITIALIZE-UNAVAIL-FILE.
           OPEN INPUT HERO-UNAVAIL-FILE.
           IF WS-UNAVAIL-FILE-STATUS IS EQUAL "35"
               OPEN OUTPUT HERO-UNAVAIL-FILE
               CLOSE HERO-UNAVAIL-FILE
               OPEN INPUT HERO-UNAVAIL-FILE
           END-IF.

       ANALYZE-TEAM-RECORDS.
           READ HERO-TEAM-FILE NEXT RECORD
               AT END

       TALLY-MASTER-MEMBER.
           IF hero-active
               PERFORM CHECK-MEMBER-AVAILABLE
           END-IF.

           IF hero-active AND NOT WS-HERO-UNAVAILABLE
               ADD 1 TO WS-TEAM-ACTIVE
               ADD power-level OF HERO-MASTER-RECORD
                   TO WS-TEAM-TOTAL-POWER
               END-IF
           END-IF.

       CHECK-MEMBER-AVAILABLE.
           MOVE "N" TO WS-HERO-UNAVAILABLE-SW.
           MOVE "N" TO WS-UNAVAIL-EOF-SW.

           MOVE hero-id OF HERO-MASTER-RECORD TO UN-HERO-ID.
           MOVE 0 TO UN-FROM-DATE.
           START HERO-UNAVAIL-FILE
               KEY IS NOT LESS THAN UN-KEY
               INVALID KEY SET WS-UNAVAIL-EOF TO TRUE
           END-START.

           PERFORM SCAN-ONE-UNAVAIL-PERIOD
                   UNTIL WS-UNAVAIL-EOF OR WS-HERO-UNAVAILABLE.

           IF WS-HERO-UNAVAILABLE
               PERFORM HOLD-UNAVAILABLE-MEMBER
           END-IF.

       SCAN-ONE-UNAVAIL-PERIOD.
           READ HERO-UNAVAIL-FILE NEXT RECORD
               AT END
                   SET WS-UNAVAIL-EOF TO TRUE
               NOT AT END
                   IF UN-HERO-ID IS NOT EQUAL
                           hero-id OF HERO-MASTER-RECORD
                       SET WS-UNAVAIL-EOF TO TRUE
                   ELSE
                       IF UN-FROM-DATE
                               IS NOT GREATER THAN WS-TODAY-DATE-NUM
                               AND UN-TO-DATE
                                   IS NOT LESS THAN WS-TODAY-DATE-NUM
                           SET WS-HERO-UNAVAILABLE TO TRUE
                       END-IF
                   END-IF
           END-READ.

       HOLD-UNAVAILABLE-MEMBER.
           ADD 1 TO WS-TEAM-UNAVAILABLE.
           IF WS-UNAVAIL-LINE-COUNT IS LESS THAN WS-MAX-UNAVAIL-LINES
               ADD 1 TO WS-UNAVAIL-LINE-COUNT
               MOVE hero-name OF HERO-MASTER-RECORD
                   TO TL-UNAVAIL-NAME
               MOVE power-level OF HERO-MASTER-RECORD
                   TO TL-UNAVAIL-POWER
               EVALUATE TRUE
                   WHEN UN-INJURY
                       MOVE "INJURY" TO TL-UNAVAIL-REASON
                   WHEN UN-LEAVE
                       MOVE "LEAVE" TO TL-UNAVAIL-REASON
                   WHEN UN-SUSPENSION
                       MOVE "SUSPENSION" TO TL-UNAVAIL-REASON
                   WHEN OTHER
                       MOVE UN-REASON TO TL-UNAVAIL-REASON
               END-EVALUATE
               MOVE UN-TO-DATE TO WS-UNAVAIL-DATE
               MOVE SPACES TO TL-UNAVAIL-TO-DATE
               STRING "UNTIL " WS-UNAVAIL-DATE-X(3:2) "/"
                       WS-UNAVAIL-DATE-X(5:2) "/"
                       WS-UNAVAIL-DATE-X(1:2)
                   DELIMITED BY SIZE INTO TL-UNAVAIL-TO-DATE
               MOVE TEAM-LINE-4
                   TO WS-UNAVAIL-LINE(WS-UNAVAIL-LINE-COUNT)
           END-IF.

       WRITE-UNAVAIL-LINE.
           WRITE REPORT-LINE FROM WS-UNAVAIL-LINE(WS-UNAVAIL-IX).

       WRITE-TEAM-SUBTOTAL.
           ADD 1 TO WS-TEAM-COUNT.
           ADD WS-TEAM-ACTIVE TO WS-GRAND-ACTIVE.
           ADD WS-TEAM-UNAVAILABLE TO WS-GRAND-UNAVAILABLE.
           ADD WS-TEAM-TOTAL-POWER TO WS-GRAND-POWER.

           IF WS-TEAM-ACTIVE IS GREATER THAN 0

           PERFORM WRITE-TEAM-MASTER-LINE.

           PERFORM WRITE-UNAVAIL-LINE
                   VARYING WS-UNAVAIL-IX FROM 1 BY 1
                   UNTIL WS-UNAVAIL-IX > WS-UNAVAIL-LINE-COUNT.
           IF WS-TEAM-UNAVAILABLE IS GREATER THAN WS-UNAVAIL-LINE-COUNT
               SUBTRACT WS-UNAVAIL-LINE-COUNT FROM WS-TEAM-UNAVAILABLE
                   GIVING TL-UNAVAIL-MORE
               WRITE REPORT-LINE FROM TEAM-LINE-5
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE 0 TO WS-TEAM-UNAVAILABLE.
           MOVE 0 TO WS-UNAVAIL-LINE-COUNT.
           MOVE 0 TO WS-TEAM-ACTIVE.
           MOVE 0 TO WS-TEAM-TOTAL-POWER.
           MOVE 0 TO WS-STRONGEST-POWER.
           IF WS-TEAM-ON-MASTER
               MOVE WS-LEADER-NAME TO TL-LEADER-NAME
               MOVE WS-ROSTER-LIMIT TO TL-ROSTER-LIMIT
               ADD WS-TEAM-ACTIVE WS-TEAM-UNAVAILABLE
                   GIVING WS-TEAM-ON-ROSTER
               IF WS-TEAM-ON-ROSTER IS GREATER THAN WS-ROSTER-LIMIT
                   MOVE "** OVER ROSTER LIMIT **" TO TL-LIMIT-FLAG
               ELSE
                   MOVE SPACES TO TL-LIMIT-FLAG
               WRITE REPORT-LINE FROM ORPHAN-TOTAL-LINE
           END-IF.

           IF WS-GRAND-UNAVAILABLE IS GREATER THAN 0
               MOVE WS-GRAND-UNAVAILABLE TO UT-UNAVAILABLE-COUNT
               WRITE REPORT-LINE FROM UNAVAILABLE-TOTAL-LINE
           END-IF.

           CLOSE HERO-MASTER-FILE.
           CLOSE HERO-TEAM-FILE.
           CLOSE TEAM-MASTER-FILE.
           CLOSE HERO-UNAVAIL-FILE.
           CLOSE STRENGTH-REPORT-FILE.
