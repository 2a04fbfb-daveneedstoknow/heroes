                   RECORD KEY IS hero-id OF HERO-HISTORY-RECORD
                   FILE STATUS IS WS-HISTORY-FILE-STATUS.

               SELECT HERO-TEAM-FILE ASSIGN TO "HEROTEAM"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HT-KEY
                   ALTERNATE RECORD KEY IS HT-TEAM-NAME
                       OF HERO-TEAM-RECORD WITH DUPLICATES
                   FILE STATUS IS WS-TEAM-FILE-STATUS.

               SELECT TEAM-MASTER-FILE ASSIGN TO "TEAMMSTR"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS TM-TEAM-NAME
                   FILE STATUS IS WS-TEAM-MASTER-STATUS.

               SELECT MISSION-MASTER-FILE ASSIGN TO "HEROMSSN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MSN-MISSION-ID
                   FILE STATUS IS WS-MISSION-FILE-STATUS.

               SELECT MISSION-ASSIGN-FILE ASSIGN TO "HEROMASN"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS MA-KEY
                   ALTERNATE RECORD KEY IS MA-HERO-ID
                       OF MISSION-ASSIGN-RECORD WITH DUPLICATES
                   FILE STATUS IS WS-ASSIGN-FILE-STATUS.

               SELECT CASCADE-LOG-FILE ASSIGN TO "HEROCASC"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CASCADE-LOG-STATUS.

               SELECT PURGE-REPORT-FILE ASSIGN TO "HEROPGRP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.
           01 HERO-HISTORY-RECORD.
               COPY HEROHREC.

           FD HERO-TEAM-FILE.
           01 HERO-TEAM-RECORD.
               COPY HEROTEAM.

           FD TEAM-MASTER-FILE.
           01 TEAM-MASTER-RECORD.
               COPY HEROTMST.

           FD MISSION-MASTER-FILE.
           01 MISSION-MASTER-RECORD.
               COPY HEROMSN.

           FD MISSION-ASSIGN-FILE.
           01 MISSION-ASSIGN-RECORD.
               COPY HEROMASN.

           FD CASCADE-LOG-FILE.
           01 CASCADE-LOG-RECORD.
               COPY HEROCSC.

           FD PURGE-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           01 WS-HISTORY-FILE-STATUS PIC XX.
           01 WS-REPORT-FILE-STATUS PIC XX.
           01 WS-PARM-FILE-STATUS PIC XX.
           01 WS-TEAM-FILE-STATUS PIC XX.
           01 WS-TEAM-MASTER-STATUS PIC XX.
           01 WS-MISSION-FILE-STATUS PIC XX.
           01 WS-ASSIGN-FILE-STATUS PIC XX.
           01 WS-CASCADE-LOG-STATUS PIC XX.

           01 WS-MISSION-FILES-SW PIC X VALUE "N".
               88 WS-MISSION-FILES-OPEN VALUE "Y".

           01 WS-CASCADE-EOF-SW PIC X VALUE "N".
               88 WS-CASCADE-EOF VALUE "Y".
           01 WS-CASCADE-USER-ID PIC X(20) VALUE "HEROPURG".
           01 WS-CASCADE-HERO-ID PIC 9(5) VALUE 0.
           01 WS-CASCADE-CAUSE PIC X VALUE "P".
           01 WS-CASCADE-ACTION PIC X VALUE SPACE.
           01 WS-CASCADE-MISSION-ID PIC 9(4) VALUE 0.
           01 WS-CASCADE-TEAM-NAME PIC X(20) VALUE SPACES.
           01 WS-CASCADE-MISSIONS PIC 9(5) VALUE 0.
           01 WS-CASCADE-TEAMS PIC 9(5) VALUE 0.
           01 WS-CASCADE-LEADERS PIC 9(5) VALUE 0.

           01 WS-CASCADE-TIME.
               05 WS-CASCADE-HH PIC 99.
               05 WS-CASCADE-MIN PIC 99.
               05 WS-CASCADE-SS PIC 99.

           01 WS-PURGE-GRACE-DAYS PIC 999 VALUE 30.

               05 FILLER PIC X(26) VALUE "RECORDS LEFT ON MASTER:".
               05 TL4-COUNT PIC ZZZZ9.

           01 TOTAL-LINE-5.
               05 FILLER PIC X(26) VALUE "MISSION SLOTS RELEASED:".
               05 TL5-COUNT PIC ZZZZ9.

           01 TOTAL-LINE-6.
               05 FILLER PIC X(26) VALUE "TEAM MEMBERSHIPS ENDED:".
               05 TL6-COUNT PIC ZZZZ9.

           01 TOTAL-LINE-7.
               05 FILLER PIC X(26) VALUE "TEAM LEADERS CLEARED:".
               05 TL7-COUNT PIC ZZZZ9.

           01 PENDING-HEADING-LINE.
               05 FILLER PIC X(40)
                   VALUE "PENDING PURGE - GRACE WINDOW NOT ELAPSED".
       INITIALIZE-PURGE.
           OPEN I-O HERO-MASTER-FILE.
           PERFORM INITIALIZE-HISTORY-FILE.
           PERFORM INITIALIZE-CASCADE-FILES.
           OPEN OUTPUT PURGE-REPORT-FILE.
           PERFORM READ-RUN-PARAMETERS.

               OPEN I-O HERO-HISTORY-FILE
           END-IF.

       INITIALIZE-CASCADE-FILES.
           OPEN I-O HERO-TEAM-FILE.
           IF WS-TEAM-FILE-STATUS IS EQUAL "35"
               OPEN OUTPUT HERO-TEAM-FILE
               CLOSE HERO-TEAM-FILE
               OPEN I-O HERO-TEAM-FILE
           END-IF.

           OPEN I-O TEAM-MASTER-FILE.
           IF WS-TEAM-MASTER-STATUS IS EQUAL "35"
               OPEN OUTPUT TEAM-MASTER-FILE
               CLOSE TEAM-MASTER-FILE
               OPEN I-O TEAM-MASTER-FILE
           END-IF.

           MOVE "N" TO WS-MISSION-FILES-SW.
           OPEN INPUT MISSION-MASTER-FILE.
           IF WS-MISSION-FILE-STATUS IS EQUAL "00"
               OPEN I-O MISSION-ASSIGN-FILE
               IF WS-ASSIGN-FILE-STATUS IS EQUAL "00"
                   SET WS-MISSION-FILES-OPEN TO TRUE
               ELSE
                   CLOSE MISSION-MASTER-FILE
               END-IF
           END-IF.

           OPEN EXTEND CASCADE-LOG-FILE.
           IF WS-CASCADE-LOG-STATUS IS EQUAL "35"
               OPEN OUTPUT CASCADE-LOG-FILE
               CLOSE CASCADE-LOG-FILE
               OPEN EXTEND CASCADE-LOG-FILE
           END-IF.

       PURGE-HERO-RECORDS.
           READ HERO-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "HISTORY ONLY - NOT PURGED" TO DL-DISPOSITION
               NOT INVALID KEY
                   MOVE "ARCHIVED AND PURGED" TO DL-DISPOSITION
                   MOVE hero-id OF HERO-MASTER-RECORD
                       TO WS-CASCADE-HERO-ID
                   PERFORM CASCADE-HERO-RELEASE
           END-DELETE.

           WRITE REPORT-LINE FROM DETAIL-LINE.

       CASCADE-HERO-RELEASE.
           IF WS-MISSION-FILES-OPEN
               PERFORM RELEASE-OPEN-MISSIONS
           END-IF.
           PERFORM END-TEAM-MEMBERSHIPS.
           PERFORM CLEAR-TEAM-LEADERSHIP.

       RELEASE-OPEN-MISSIONS.
           MOVE "N" TO WS-CASCADE-EOF-SW.
           MOVE WS-CASCADE-HERO-ID
               TO MA-HERO-ID OF MISSION-ASSIGN-RECORD.
           START MISSION-ASSIGN-FILE
               KEY IS EQUAL MA-HERO-ID OF MISSION-ASSIGN-RECORD
               INVALID KEY SET WS-CASCADE-EOF TO TRUE
           END-START.

           PERFORM RELEASE-ONE-ASSIGNMENT UNTIL WS-CASCADE-EOF.

       RELEASE-ONE-ASSIGNMENT.
           READ MISSION-ASSIGN-FILE NEXT RECORD
               AT END
                   SET WS-CASCADE-EOF TO TRUE
               NOT AT END
                   IF MA-HERO-ID OF MISSION-ASSIGN-RECORD
                           IS NOT EQUAL WS-CASCADE-HERO-ID
                       SET WS-CASCADE-EOF TO TRUE
                   ELSE
                       PERFORM CHECK-ASSIGNMENT-OPEN
                   END-IF
           END-READ.

       CHECK-ASSIGNMENT-OPEN.
           MOVE MA-MISSION-ID OF MISSION-ASSIGN-RECORD
               TO MSN-MISSION-ID.
           READ MISSION-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MSN-OPEN
                       PERFORM DROP-MISSION-ASSIGNMENT
                   END-IF
           END-READ.

       DROP-MISSION-ASSIGNMENT.
           DELETE MISSION-ASSIGN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CASCADE-MISSIONS
                   MOVE "M" TO WS-CASCADE-ACTION
                   MOVE MA-MISSION-ID OF MISSION-ASSIGN-RECORD
                       TO WS-CASCADE-MISSION-ID
                   MOVE SPACES TO WS-CASCADE-TEAM-NAME
                   PERFORM WRITE-CASCADE-RECORD
           END-DELETE.

       END-TEAM-MEMBERSHIPS.
           MOVE "N" TO WS-CASCADE-EOF-SW.
           MOVE WS-CASCADE-HERO-ID TO HT-HERO-ID.
           MOVE SPACES TO HT-TEAM-NAME OF HERO-TEAM-RECORD.
           START HERO-TEAM-FILE
               KEY IS NOT LESS THAN HT-KEY
               INVALID KEY SET WS-CASCADE-EOF TO TRUE
           END-START.

           PERFORM END-ONE-MEMBERSHIP UNTIL WS-CASCADE-EOF.

       END-ONE-MEMBERSHIP.
           READ HERO-TEAM-FILE NEXT RECORD
               AT END
                   SET WS-CASCADE-EOF TO TRUE
               NOT AT END
                   IF HT-HERO-ID IS NOT EQUAL WS-CASCADE-HERO-ID
                       SET WS-CASCADE-EOF TO TRUE
                   ELSE
                       PERFORM DROP-TEAM-MEMBERSHIP
                   END-IF
           END-READ.

       DROP-TEAM-MEMBERSHIP.
           DELETE HERO-TEAM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CASCADE-TEAMS
                   MOVE "T" TO WS-CASCADE-ACTION
                   MOVE 0 TO WS-CASCADE-MISSION-ID
                   MOVE HT-TEAM-NAME OF HERO-TEAM-RECORD
                       TO WS-CASCADE-TEAM-NAME
                   PERFORM WRITE-CASCADE-RECORD
           END-DELETE.

       CLEAR-TEAM-LEADERSHIP.
           MOVE "N" TO WS-CASCADE-EOF-SW.
           MOVE SPACES TO TM-TEAM-NAME.
           START TEAM-MASTER-FILE
               KEY IS NOT LESS THAN TM-TEAM-NAME
               INVALID KEY SET WS-CASCADE-EOF TO TRUE
           END-START.

           PERFORM CLEAR-ONE-LEADER UNTIL WS-CASCADE-EOF.

       CLEAR-ONE-LEADER.
           READ TEAM-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-CASCADE-EOF TO TRUE
               NOT AT END
                   IF TM-LEADER-HERO-ID IS EQUAL WS-CASCADE-HERO-ID
                       PERFORM DROP-TEAM-LEADER
                   END-IF
           END-READ.

       DROP-TEAM-LEADER.
           MOVE 0 TO TM-LEADER-HERO-ID.
           REWRITE TEAM-MASTER-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CASCADE-LEADERS
                   MOVE "L" TO WS-CASCADE-ACTION
                   MOVE 0 TO WS-CASCADE-MISSION-ID
                   MOVE TM-TEAM-NAME TO WS-CASCADE-TEAM-NAME
                   PERFORM WRITE-CASCADE-RECORD
           END-REWRITE.

       WRITE-CASCADE-RECORD.
           ACCEPT WS-CASCADE-TIME FROM TIME.

           MOVE SPACES TO CASCADE-LOG-RECORD.
           MOVE WS-CASCADE-HERO-ID TO CSC-HERO-ID.
           STRING WS-TODAY-MM "/" WS-TODAY-DD "/" WS-TODAY-YY " "
                   WS-CASCADE-HH ":" WS-CASCADE-MIN ":" WS-CASCADE-SS
               DELIMITED BY SIZE INTO CSC-TIMESTAMP.
           MOVE WS-CASCADE-USER-ID TO CSC-USER-ID.

           CALL "C$GETPID".
           MOVE RETURN-CODE TO CSC-TERMINAL-ID.
           MOVE 0 TO RETURN-CODE.

           MOVE WS-CASCADE-CAUSE TO CSC-CAUSE.
           MOVE WS-CASCADE-ACTION TO CSC-ACTION.
           MOVE WS-CASCADE-MISSION-ID TO CSC-MISSION-ID.
           MOVE WS-CASCADE-TEAM-NAME TO CSC-TEAM-NAME.

           WRITE CASCADE-LOG-RECORD.

       FINALIZE-PURGE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM TOTAL-LINE-3.
           MOVE WS-REMAINING-COUNT TO TL4-COUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE-4.
           MOVE WS-CASCADE-MISSIONS TO TL5-COUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE-5.
           MOVE WS-CASCADE-TEAMS TO TL6-COUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE-6.
           MOVE WS-CASCADE-LEADERS TO TL7-COUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE-7.

           IF WS-PENDING-COUNT IS GREATER THAN 0
               MOVE SPACES TO REPORT-LINE

           CLOSE HERO-MASTER-FILE.
           CLOSE HERO-HISTORY-FILE.
           CLOSE HERO-TEAM-FILE.
           CLOSE TEAM-MASTER-FILE.
           IF WS-MISSION-FILES-OPEN
               CLOSE MISSION-MASTER-FILE
               CLOSE MISSION-ASSIGN-FILE
           END-IF.
           CLOSE CASCADE-LOG-FILE.
           CLOSE PURGE-REPORT-FILE.

       WRITE-PENDING-LINE.
