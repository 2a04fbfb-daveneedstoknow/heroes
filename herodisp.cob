                   RECORD KEY IS hero-id
                   FILE STATUS IS WS-HERO-FILE-STATUS.

               SELECT HERO-UNAVAIL-FILE ASSIGN TO "HEROUNAV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS UN-KEY
                   FILE STATUS IS WS-UNAVAIL-FILE-STATUS.

               SELECT PROPOSAL-FILE ASSIGN TO "HEROPROP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PROPOSAL-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD MISSION-MASTER-FILE.
           01 HERO-MASTER-RECORD.
               COPY HEROREC.

           FD HERO-UNAVAIL-FILE.
           01 HERO-UNAVAIL-RECORD.
               COPY HEROUNV.

           FD PROPOSAL-FILE.
           01 PROPOSAL-RECORD.
               COPY HEROSPR.

           WORKING-STORAGE SECTION.
           01 WS-MISSION-FILE-STATUS PIC XX.
           01 WS-ASSIGN-FILE-STATUS PIC XX.
           01 WS-HERO-FILE-STATUS PIC XX.
           01 WS-UNAVAIL-FILE-STATUS PIC XX.
           01 WS-PROPOSAL-FILE-STATUS PIC XX.

           01 WS-ACTION PIC X VALUE SPACE.
               88 WS-ACTION-OPEN VALUE "O".
               88 WS-ACTION-ASSIGN VALUE "A".
               88 WS-ACTION-REMOVE VALUE "R".
               88 WS-ACTION-LIST VALUE "L".
               88 WS-ACTION-PROPOSALS VALUE "P".
               88 WS-ACTION-END VALUE "E".

           01 WS-MISSION-ID-PARM PIC X(4) VALUE SPACES.
               88 WS-HERO-COMMITTED VALUE "Y".
           01 WS-COMMITTED-MISSION PIC 9(4) VALUE 0.

           01 WS-WINDOW-FROM PIC 9(6) VALUE 0.
           01 WS-WINDOW-TO PIC 9(6) VALUE 0.
           01 WS-UNAVAIL-EOF-SW PIC X VALUE "N".
               88 WS-UNAVAIL-EOF VALUE "Y".
           01 WS-HERO-UNAVAILABLE-SW PIC X VALUE "N".
               88 WS-HERO-UNAVAILABLE VALUE "Y".
           01 WS-UNAVAIL-DATE PIC 9(6) VALUE 0.
           01 WS-UNAVAIL-DATE-X REDEFINES WS-UNAVAIL-DATE PIC X(6).
           01 WS-UNAVAIL-DISPLAY.
               05 UD-FROM-DATE PIC X(8).
               05 FILLER PIC X(4) VALUE " TO ".
               05 UD-TO-DATE PIC X(8).
               05 FILLER PIC X(3) VALUE " - ".
               05 UD-REASON PIC X(10).

           01 WS-PROPOSAL-EOF-SW PIC X VALUE "N".
               88 WS-PROPOSAL-EOF VALUE "Y".
           01 WS-PROPOSAL-MISSION-ID PIC 9(4) VALUE 0.
           01 WS-PROPOSAL-REASON PIC X(30) VALUE SPACES.
           01 WS-PROPOSALS-ACCEPTED PIC 999 VALUE 0.
           01 WS-PROPOSALS-SKIPPED PIC 999 VALUE 0.

           01 LIST-LINE.
               05 LL-MISSION-ID PIC 9(4).
               05 FILLER PIC X VALUE SPACE.

           OPEN INPUT HERO-MASTER-FILE.

           OPEN INPUT HERO-UNAVAIL-FILE.
           IF WS-UNAVAIL-FILE-STATUS IS EQUAL "35"
               OPEN OUTPUT HERO-UNAVAIL-FILE
               CLOSE HERO-UNAVAIL-FILE
               OPEN INPUT HERO-UNAVAIL-FILE
           END-IF.

       TERMINATE-DISPATCH.
           CLOSE MISSION-MASTER-FILE.
           CLOSE MISSION-ASSIGN-FILE.
           CLOSE HERO-MASTER-FILE.
           CLOSE HERO-UNAVAIL-FILE.

       ACCEPT-DISPATCH-ACTION.
           DISPLAY "Action O(pen) C(lose) A(ssign) R(emove) L(ist) "
               "P(roposals) E(nd): " WITH NO ADVANCING.
           ACCEPT WS-ACTION FROM CONSOLE.

           EVALUATE TRUE
                   PERFORM REMOVE-HERO-FROM-MISSION
               WHEN WS-ACTION-LIST
                   PERFORM LIST-MISSIONS
               WHEN WS-ACTION-PROPOSALS
                   PERFORM ACCEPT-STAFFING-PROPOSALS
               WHEN WS-ACTION-END
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Enter O, C, A, R, L, P or E"
           END-EVALUATE.

       ACCEPT-MISSION-ID.
           IF NOT MSN-OPEN
               DISPLAY "Mission is closed - nobody can be assigned"
           ELSE
               PERFORM SET-MISSION-WINDOW
               PERFORM ACCEPT-HERO-ID
               PERFORM CHECK-HERO-AVAILABLE
           END-IF.

       SET-MISSION-WINDOW.
           MOVE MSN-START-DATE TO WS-WINDOW-FROM.
           IF MSN-END-DATE IS EQUAL 0
               MOVE 999999 TO WS-WINDOW-TO
           ELSE
               MOVE MSN-END-DATE TO WS-WINDOW-TO
           END-IF.

       CHECK-HERO-AVAILABLE.
           MOVE WS-HERO-ID TO hero-id OF HERO-MASTER-RECORD.
           READ HERO-MASTER-FILE
           IF NOT hero-active
               DISPLAY "Hero is not active - cannot be assigned"
           ELSE
               PERFORM CHECK-HERO-UNAVAILABLE
               IF WS-HERO-UNAVAILABLE
                   DISPLAY "Hero is unavailable " WS-UNAVAIL-DISPLAY
               ELSE
                   PERFORM CHECK-OPEN-COMMITMENTS
                   IF WS-HERO-COMMITTED
                       DISPLAY "Hero is already on open mission "
                           WS-COMMITTED-MISSION
                   ELSE
                       PERFORM WRITE-ASSIGNMENT
                   END-IF
               END-IF
           END-IF.

       CHECK-HERO-UNAVAILABLE.
           MOVE "N" TO WS-HERO-UNAVAILABLE-SW.
           MOVE "N" TO WS-UNAVAIL-EOF-SW.

           MOVE WS-HERO-ID TO UN-HERO-ID.
           MOVE 0 TO UN-FROM-DATE.
           START HERO-UNAVAIL-FILE
               KEY IS NOT LESS THAN UN-KEY
               INVALID KEY SET WS-UNAVAIL-EOF TO TRUE
           END-START.

           PERFORM SCAN-ONE-UNAVAIL-PERIOD
                   UNTIL WS-UNAVAIL-EOF OR WS-HERO-UNAVAILABLE.

       SCAN-ONE-UNAVAIL-PERIOD.
           READ HERO-UNAVAIL-FILE NEXT RECORD
               AT END
                   SET WS-UNAVAIL-EOF TO TRUE
               NOT AT END
                   IF UN-HERO-ID IS NOT EQUAL WS-HERO-ID
                       SET WS-UNAVAIL-EOF TO TRUE
                   ELSE
                       IF UN-FROM-DATE IS NOT GREATER THAN WS-WINDOW-TO
                               AND UN-TO-DATE
                                   IS NOT LESS THAN WS-WINDOW-FROM
                           SET WS-HERO-UNAVAILABLE TO TRUE
                           PERFORM BUILD-UNAVAIL-DISPLAY
                       END-IF
                   END-IF
           END-READ.

       BUILD-UNAVAIL-DISPLAY.
           MOVE UN-FROM-DATE TO WS-UNAVAIL-DATE.
           STRING WS-UNAVAIL-DATE-X(3:2) "/" WS-UNAVAIL-DATE-X(5:2)
                   "/" WS-UNAVAIL-DATE-X(1:2)
               DELIMITED BY SIZE INTO UD-FROM-DATE.
           MOVE UN-TO-DATE TO WS-UNAVAIL-DATE.
           STRING WS-UNAVAIL-DATE-X(3:2) "/" WS-UNAVAIL-DATE-X(5:2)
                   "/" WS-UNAVAIL-DATE-X(1:2)
               DELIMITED BY SIZE INTO UD-TO-DATE.
           EVALUATE TRUE
               WHEN UN-INJURY
                   MOVE "INJURY" TO UD-REASON
               WHEN UN-LEAVE
                   MOVE "LEAVE" TO UD-REASON
               WHEN UN-SUSPENSION
                   MOVE "SUSPENSION" TO UD-REASON
               WHEN OTHER
                   MOVE UN-REASON TO UD-REASON
           END-EVALUATE.

       CHECK-OPEN-COMMITMENTS.
           MOVE "N" TO WS-HERO-COMMITTED-SW.
           MOVE "N" TO WS-SCAN-EOF-SW.
                   MOVE MSN-STATUS TO LL-STATUS
                   DISPLAY LIST-LINE
           END-READ.

       ACCEPT-STAFFING-PROPOSALS.
           DISPLAY "Blank mission ID accepts every proposal".
           PERFORM ACCEPT-MISSION-ID.
           MOVE WS-MISSION-ID TO WS-PROPOSAL-MISSION-ID.
           MOVE 0 TO WS-PROPOSALS-ACCEPTED.
           MOVE 0 TO WS-PROPOSALS-SKIPPED.
           MOVE "N" TO WS-PROPOSAL-EOF-SW.

           OPEN INPUT PROPOSAL-FILE.
           IF WS-PROPOSAL-FILE-STATUS IS EQUAL "35"
               DISPLAY "No staffing proposals on file"
           ELSE
               PERFORM ACCEPT-ONE-PROPOSAL UNTIL WS-PROPOSAL-EOF
               CLOSE PROPOSAL-FILE
               DISPLAY "Proposals accepted: " WS-PROPOSALS-ACCEPTED
                   "  skipped: " WS-PROPOSALS-SKIPPED
           END-IF.

       ACCEPT-ONE-PROPOSAL.
           READ PROPOSAL-FILE
               AT END
                   SET WS-PROPOSAL-EOF TO TRUE
               NOT AT END
                   IF WS-PROPOSAL-MISSION-ID IS EQUAL 0
                           OR SP-MISSION-ID
                               IS EQUAL WS-PROPOSAL-MISSION-ID
                       PERFORM CHECK-PROPOSED-ASSIGNMENT
                   END-IF
           END-READ.

       CHECK-PROPOSED-ASSIGNMENT.
           MOVE SP-MISSION-ID TO WS-MISSION-ID.
           MOVE SP-HERO-ID TO WS-HERO-ID.
           MOVE SPACES TO WS-PROPOSAL-REASON.

           MOVE WS-MISSION-ID TO MSN-MISSION-ID.
           READ MISSION-MASTER-FILE
               INVALID KEY
                   MOVE "mission not on file" TO WS-PROPOSAL-REASON
               NOT INVALID KEY
                   IF NOT MSN-OPEN
                       MOVE "mission is closed" TO WS-PROPOSAL-REASON
                   ELSE
                       PERFORM SET-MISSION-WINDOW
                   END-IF
           END-READ.

           IF WS-PROPOSAL-REASON IS EQUAL SPACES
               MOVE WS-HERO-ID TO hero-id OF HERO-MASTER-RECORD
               READ HERO-MASTER-FILE
                   INVALID KEY
                       MOVE "hero not on master file"
                           TO WS-PROPOSAL-REASON
                   NOT INVALID KEY
                       IF NOT hero-active
                           MOVE "hero is not active"
                               TO WS-PROPOSAL-REASON
                       END-IF
               END-READ
           END-IF.

           IF WS-PROPOSAL-REASON IS EQUAL SPACES
               PERFORM CHECK-HERO-UNAVAILABLE
               IF WS-HERO-UNAVAILABLE
                   MOVE "hero is unavailable" TO WS-PROPOSAL-REASON
               END-IF
           END-IF.

           IF WS-PROPOSAL-REASON IS EQUAL SPACES
               PERFORM CHECK-OPEN-COMMITMENTS
               IF WS-HERO-COMMITTED
                   MOVE "hero already on an open mission"
                       TO WS-PROPOSAL-REASON
               END-IF
           END-IF.

           IF WS-PROPOSAL-REASON IS EQUAL SPACES
               PERFORM WRITE-PROPOSED-ASSIGNMENT
           ELSE
               ADD 1 TO WS-PROPOSALS-SKIPPED
               DISPLAY "Hero " WS-HERO-ID " not assigned to mission "
                   WS-MISSION-ID " - " WS-PROPOSAL-REASON
           END-IF.

       WRITE-PROPOSED-ASSIGNMENT.
           MOVE WS-MISSION-ID
               TO MA-MISSION-ID OF MISSION-ASSIGN-RECORD.
           MOVE WS-HERO-ID TO MA-HERO-ID OF MISSION-ASSIGN-RECORD.
           WRITE MISSION-ASSIGN-RECORD
               INVALID KEY
                   ADD 1 TO WS-PROPOSALS-SKIPPED
                   DISPLAY "Hero " WS-HERO-ID
                       " is already on mission " WS-MISSION-ID
               NOT INVALID KEY
                   ADD 1 TO WS-PROPOSALS-ACCEPTED
                   DISPLAY "Hero " WS-HERO-ID
                       " assigned to mission " WS-MISSION-ID
           END-WRITE.
