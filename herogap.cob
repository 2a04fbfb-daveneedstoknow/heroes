       IDENTIFICATION DIVISION.
            PROGRAM-ID. HEROGAP.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT HERO-MASTER-FILE ASSIGN TO "HEROMSTR"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS hero-id
                   FILE STATUS IS WS-HERO-FILE-STATUS.

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

               SELECT HERO-UNAVAIL-FILE ASSIGN TO "HEROUNAV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS UN-KEY
                   FILE STATUS IS WS-UNAVAIL-FILE-STATUS.

               SELECT CASCADE-LOG-FILE ASSIGN TO "HEROCASC"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CASCADE-LOG-STATUS.

               SELECT GAP-REPORT-FILE ASSIGN TO "HEROGAPL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD HERO-MASTER-FILE.
           01 HERO-MASTER-RECORD.
               COPY HEROREC.

           FD TEAM-MASTER-FILE.
           01 TEAM-MASTER-RECORD.
               COPY HEROTMST.

           FD MISSION-MASTER-FILE.
           01 MISSION-MASTER-RECORD.
               COPY HEROMSN.

           FD MISSION-ASSIGN-FILE.
           01 MISSION-ASSIGN-RECORD.
               COPY HEROMASN.

           FD HERO-UNAVAIL-FILE.
           01 HERO-UNAVAIL-RECORD.
               COPY HEROUNV.

           FD CASCADE-LOG-FILE.
           01 CASCADE-LOG-RECORD.
               COPY HEROCSC.

           FD GAP-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-HERO-FILE-STATUS PIC XX.
           01 WS-TEAM-MASTER-STATUS PIC XX.
           01 WS-MISSION-FILE-STATUS PIC XX.
           01 WS-ASSIGN-FILE-STATUS PIC XX.
           01 WS-UNAVAIL-FILE-STATUS PIC XX.
           01 WS-CASCADE-LOG-STATUS PIC XX.
           01 WS-REPORT-FILE-STATUS PIC XX.

           01 WS-TEAM-EOF-SW PIC X VALUE "N".
               88 WS-TEAM-EOF VALUE "Y".

           01 WS-MISSION-EOF-SW PIC X VALUE "N".
               88 WS-MISSION-EOF VALUE "Y".

           01 WS-ASSIGN-EOF-SW PIC X VALUE "N".
               88 WS-ASSIGN-EOF VALUE "Y".

           01 WS-CASCADE-EOF-SW PIC X VALUE "N".
               88 WS-CASCADE-EOF VALUE "Y".

           01 WS-UNAVAIL-EOF-SW PIC X VALUE "N".
               88 WS-UNAVAIL-EOF VALUE "Y".

           01 WS-HERO-UNAVAILABLE-SW PIC X VALUE "N".
               88 WS-HERO-UNAVAILABLE VALUE "Y".

           01 WS-WINDOW-FROM PIC 9(6) VALUE 0.
           01 WS-WINDOW-TO PIC 9(6) VALUE 0.

           01 WS-LEADER-CONDITION PIC X(20) VALUE SPACES.

           01 WS-MISSION-POWER PIC 9(5) VALUE 0.
           01 WS-MISSION-ACTIVE PIC 999 VALUE 0.
           01 WS-MISSION-INACTIVE PIC 999 VALUE 0.
           01 WS-MISSION-SHORTFALL PIC 9(5) VALUE 0.

           01 WS-LEADERLESS-COUNT PIC 9(5) VALUE 0.
           01 WS-UNDERSTAFFED-COUNT PIC 9(5) VALUE 0.
           01 WS-RELEASED-COUNT PIC 9(5) VALUE 0.

           01 WS-TODAY-DATE.
               05 WS-TODAY-YY PIC 99.
               05 WS-TODAY-MM PIC 99.
               05 WS-TODAY-DD PIC 99.
           01 WS-RUN-DATE-DISPLAY PIC X(8).

           01 HEADING-LINE-1.
               05 FILLER PIC X(42)
                   VALUE "LEADERLESS TEAMS / UNDERSTAFFED MISSIONS".
               05 FILLER PIC X(10) VALUE "RUN DATE: ".
               05 HL1-RUN-DATE PIC X(8).

           01 TEAM-HEADING-LINE.
               05 FILLER PIC X(22) VALUE "TEAM".
               05 FILLER PIC X(21) VALUE "HOME BASE".
               05 FILLER PIC X(7) VALUE "LEADER".
               05 FILLER PIC X(20) VALUE "CONDITION".

           01 TEAM-DETAIL-LINE.
               05 TD-TEAM-NAME PIC X(20).
               05 FILLER PIC X(2) VALUE SPACES.
               05 TD-HOME-BASE PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 TD-LEADER-ID PIC ZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 TD-CONDITION PIC X(20).

           01 MISSION-HEADING-LINE.
               05 FILLER PIC X(5) VALUE "MSN".
               05 FILLER PIC X(31) VALUE "DESCRIPTION".
               05 FILLER PIC X(6) VALUE "  REQ".
               05 FILLER PIC X(6) VALUE " HAVE".
               05 FILLER PIC X(6) VALUE " SHORT".
               05 FILLER PIC X(10) VALUE " NOT AVAIL".

           01 MISSION-DETAIL-LINE.
               05 MD-MISSION-ID PIC 9(4).
               05 FILLER PIC X VALUE SPACE.
               05 MD-DESCRIPTION PIC X(30).
               05 FILLER PIC X VALUE SPACE.
               05 MD-REQUIRED-POWER PIC ZZZZ9.
               05 FILLER PIC X VALUE SPACE.
               05 MD-ASSIGNED-POWER PIC ZZZZ9.
               05 FILLER PIC X VALUE SPACE.
               05 MD-SHORTFALL PIC ZZZZ9.
               05 FILLER PIC X(6) VALUE SPACES.
               05 MD-INACTIVE-COUNT PIC ZZ9.

           01 RELEASE-HEADING-LINE.
               05 FILLER PIC X(6) VALUE "HERO".
               05 FILLER PIC X(6) VALUE "CAUSE".
               05 FILLER PIC X(20) VALUE "RELEASED FROM".
               05 FILLER PIC X(22) VALUE "MISSION / TEAM".
               05 FILLER PIC X(8) VALUE "BY".

           01 RELEASE-DETAIL-LINE.
               05 RD-HERO-ID PIC ZZZZ9.
               05 FILLER PIC X VALUE SPACE.
               05 RD-CAUSE PIC X(5).
               05 FILLER PIC X VALUE SPACE.
               05 RD-ACTION PIC X(19).
               05 FILLER PIC X VALUE SPACE.
               05 RD-TARGET PIC X(20).
               05 FILLER PIC X(2) VALUE SPACES.
               05 RD-USER-ID PIC X(20).

           01 SECTION-TITLE-LINE.
               05 ST-TITLE PIC X(40).

           01 NONE-LINE.
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(6) VALUE "(NONE)".

           01 TOTAL-LINE-1.
               05 FILLER PIC X(26) VALUE "LEADERLESS TEAMS:".
               05 TL1-COUNT PIC ZZZZ9.

           01 TOTAL-LINE-2.
               05 FILLER PIC X(26) VALUE "UNDERSTAFFED MISSIONS:".
               05 TL2-COUNT PIC ZZZZ9.

           01 TOTAL-LINE-3.
               05 FILLER PIC X(26) VALUE "RELEASES LOGGED TODAY:".
               05 TL3-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-GAP-REPORT.
           PERFORM REPORT-LEADERLESS-TEAMS.
           PERFORM REPORT-UNDERSTAFFED-MISSIONS.
           PERFORM REPORT-TODAYS-RELEASES.
           PERFORM FINALIZE-GAP-REPORT.
           STOP RUN.

       INITIALIZE-GAP-REPORT.
           OPEN INPUT HERO-MASTER-FILE.

           OPEN INPUT HERO-UNAVAIL-FILE.
           IF WS-UNAVAIL-FILE-STATUS IS EQUAL "35"
               OPEN OUTPUT HERO-UNAVAIL-FILE
               CLOSE HERO-UNAVAIL-FILE
               OPEN INPUT HERO-UNAVAIL-FILE
           END-IF.

           OPEN OUTPUT GAP-REPORT-FILE.

           ACCEPT WS-TODAY-DATE FROM DATE.
           STRING WS-TODAY-MM "/" WS-TODAY-DD "/" WS-TODAY-YY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.

           MOVE WS-RUN-DATE-DISPLAY TO HL1-RUN-DATE.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       REPORT-LEADERLESS-TEAMS.
           MOVE "TEAMS WITHOUT AN ACTIVE LEADER" TO ST-TITLE.
           WRITE REPORT-LINE FROM SECTION-TITLE-LINE.
           WRITE REPORT-LINE FROM TEAM-HEADING-LINE.

           OPEN INPUT TEAM-MASTER-FILE.
           IF WS-TEAM-MASTER-STATUS IS EQUAL "35"
               SET WS-TEAM-EOF TO TRUE
           ELSE
               MOVE SPACES TO TM-TEAM-NAME
               START TEAM-MASTER-FILE
                   KEY IS NOT LESS THAN TM-TEAM-NAME
                   INVALID KEY SET WS-TEAM-EOF TO TRUE
               END-START
           END-IF.

           PERFORM CHECK-ONE-TEAM UNTIL WS-TEAM-EOF.

           IF WS-LEADERLESS-COUNT IS EQUAL 0
               WRITE REPORT-LINE FROM NONE-LINE
           END-IF.
           IF WS-TEAM-MASTER-STATUS IS NOT EQUAL "35"
               CLOSE TEAM-MASTER-FILE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       CHECK-ONE-TEAM.
           READ TEAM-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-TEAM-EOF TO TRUE
               NOT AT END
                   IF TM-TEAM-ACTIVE
                       PERFORM CHECK-TEAM-LEADER
                   END-IF
           END-READ.

       CHECK-TEAM-LEADER.
           MOVE SPACES TO WS-LEADER-CONDITION.

           IF TM-LEADER-HERO-ID IS EQUAL 0
               MOVE "NO LEADER ON FILE" TO WS-LEADER-CONDITION
           ELSE
               MOVE TM-LEADER-HERO-ID TO hero-id
               READ HERO-MASTER-FILE
                   INVALID KEY
                       MOVE "LEADER NOT ON MASTER"
                           TO WS-LEADER-CONDITION
                   NOT INVALID KEY
                       IF hero-retired
                           MOVE "LEADER RETIRED" TO WS-LEADER-CONDITION
                       END-IF
                       IF hero-deceased
                           MOVE "LEADER DECEASED"
                               TO WS-LEADER-CONDITION
                       END-IF
               END-READ
           END-IF.

           IF WS-LEADER-CONDITION IS NOT EQUAL SPACES
               ADD 1 TO WS-LEADERLESS-COUNT
               MOVE TM-TEAM-NAME TO TD-TEAM-NAME
               MOVE TM-HOME-BASE TO TD-HOME-BASE
               MOVE TM-LEADER-HERO-ID TO TD-LEADER-ID
               MOVE WS-LEADER-CONDITION TO TD-CONDITION
               WRITE REPORT-LINE FROM TEAM-DETAIL-LINE
           END-IF.

       REPORT-UNDERSTAFFED-MISSIONS.
           MOVE "OPEN MISSIONS SHORT OF REQUIRED POWER" TO ST-TITLE.
           WRITE REPORT-LINE FROM SECTION-TITLE-LINE.
           WRITE REPORT-LINE FROM MISSION-HEADING-LINE.

           OPEN INPUT MISSION-MASTER-FILE.
           IF WS-MISSION-FILE-STATUS IS EQUAL "35"
               SET WS-MISSION-EOF TO TRUE
           ELSE
               OPEN INPUT MISSION-ASSIGN-FILE
               IF WS-ASSIGN-FILE-STATUS IS EQUAL "35"
                   OPEN OUTPUT MISSION-ASSIGN-FILE
                   CLOSE MISSION-ASSIGN-FILE
                   OPEN INPUT MISSION-ASSIGN-FILE
               END-IF
               MOVE 0 TO MSN-MISSION-ID
               START MISSION-MASTER-FILE
                   KEY IS NOT LESS THAN MSN-MISSION-ID
                   INVALID KEY SET WS-MISSION-EOF TO TRUE
               END-START
           END-IF.

           PERFORM CHECK-ONE-MISSION UNTIL WS-MISSION-EOF.

           IF WS-UNDERSTAFFED-COUNT IS EQUAL 0
               WRITE REPORT-LINE FROM NONE-LINE
           END-IF.
           IF WS-MISSION-FILE-STATUS IS NOT EQUAL "35"
               CLOSE MISSION-MASTER-FILE
               CLOSE MISSION-ASSIGN-FILE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       CHECK-ONE-MISSION.
           READ MISSION-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-MISSION-EOF TO TRUE
               NOT AT END
                   IF MSN-OPEN
                       PERFORM CHECK-MISSION-STAFFING
                   END-IF
           END-READ.

       CHECK-MISSION-STAFFING.
           MOVE 0 TO WS-MISSION-POWER.
           MOVE 0 TO WS-MISSION-ACTIVE.
           MOVE 0 TO WS-MISSION-INACTIVE.

           MOVE MSN-START-DATE TO WS-WINDOW-FROM.
           IF MSN-END-DATE IS EQUAL 0
               MOVE 999999 TO WS-WINDOW-TO
           ELSE
               MOVE MSN-END-DATE TO WS-WINDOW-TO
           END-IF.

           MOVE "N" TO WS-ASSIGN-EOF-SW.
           MOVE MSN-MISSION-ID
               TO MA-MISSION-ID OF MISSION-ASSIGN-RECORD.
           MOVE 0 TO MA-HERO-ID OF MISSION-ASSIGN-RECORD.
           START MISSION-ASSIGN-FILE
               KEY IS NOT LESS THAN MA-KEY OF MISSION-ASSIGN-RECORD
               INVALID KEY SET WS-ASSIGN-EOF TO TRUE
           END-START.

           PERFORM TALLY-ONE-ASSIGNMENT UNTIL WS-ASSIGN-EOF.

           IF WS-MISSION-POWER IS LESS THAN MSN-REQUIRED-POWER
                   OR WS-MISSION-INACTIVE IS GREATER THAN 0
               PERFORM WRITE-MISSION-GAP
           END-IF.

       TALLY-ONE-ASSIGNMENT.
           READ MISSION-ASSIGN-FILE NEXT RECORD
               AT END
                   SET WS-ASSIGN-EOF TO TRUE
               NOT AT END
                   IF MA-MISSION-ID OF MISSION-ASSIGN-RECORD
                           IS NOT EQUAL MSN-MISSION-ID
                       SET WS-ASSIGN-EOF TO TRUE
                   ELSE
                       PERFORM TALLY-ASSIGNED-HERO
                   END-IF
           END-READ.

       TALLY-ASSIGNED-HERO.
           MOVE MA-HERO-ID OF MISSION-ASSIGN-RECORD TO hero-id.
           READ HERO-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-MISSION-INACTIVE
               NOT INVALID KEY
                   PERFORM CHECK-HERO-UNAVAILABLE
                   IF hero-active AND NOT WS-HERO-UNAVAILABLE
                       ADD 1 TO WS-MISSION-ACTIVE
                       ADD power-level TO WS-MISSION-POWER
                   ELSE
                       ADD 1 TO WS-MISSION-INACTIVE
                   END-IF
           END-READ.

       CHECK-HERO-UNAVAILABLE.
           MOVE "N" TO WS-HERO-UNAVAILABLE-SW.
           MOVE "N" TO WS-UNAVAIL-EOF-SW.

           MOVE hero-id TO UN-HERO-ID.
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
                   IF UN-HERO-ID IS NOT EQUAL hero-id
                       SET WS-UNAVAIL-EOF TO TRUE
                   ELSE
                       IF UN-FROM-DATE IS NOT GREATER THAN WS-WINDOW-TO
                               AND UN-TO-DATE
                                   IS NOT LESS THAN WS-WINDOW-FROM
                           SET WS-HERO-UNAVAILABLE TO TRUE
                       END-IF
                   END-IF
           END-READ.

       WRITE-MISSION-GAP.
           ADD 1 TO WS-UNDERSTAFFED-COUNT.

           IF WS-MISSION-POWER IS LESS THAN MSN-REQUIRED-POWER
               SUBTRACT WS-MISSION-POWER FROM MSN-REQUIRED-POWER
                   GIVING WS-MISSION-SHORTFALL
           ELSE
               MOVE 0 TO WS-MISSION-SHORTFALL
           END-IF.

           MOVE MSN-MISSION-ID TO MD-MISSION-ID.
           MOVE MSN-DESCRIPTION TO MD-DESCRIPTION.
           MOVE MSN-REQUIRED-POWER TO MD-REQUIRED-POWER.
           MOVE WS-MISSION-POWER TO MD-ASSIGNED-POWER.
           MOVE WS-MISSION-SHORTFALL TO MD-SHORTFALL.
           MOVE WS-MISSION-INACTIVE TO MD-INACTIVE-COUNT.
           WRITE REPORT-LINE FROM MISSION-DETAIL-LINE.

       REPORT-TODAYS-RELEASES.
           MOVE "RELEASES LOGGED TODAY" TO ST-TITLE.
           WRITE REPORT-LINE FROM SECTION-TITLE-LINE.
           WRITE REPORT-LINE FROM RELEASE-HEADING-LINE.

           OPEN INPUT CASCADE-LOG-FILE.
           IF WS-CASCADE-LOG-STATUS IS EQUAL "35"
               SET WS-CASCADE-EOF TO TRUE
           END-IF.

           PERFORM CHECK-ONE-RELEASE UNTIL WS-CASCADE-EOF.

           IF WS-RELEASED-COUNT IS EQUAL 0
               WRITE REPORT-LINE FROM NONE-LINE
           END-IF.
           IF WS-CASCADE-LOG-STATUS IS NOT EQUAL "35"
               CLOSE CASCADE-LOG-FILE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       CHECK-ONE-RELEASE.
           READ CASCADE-LOG-FILE
               AT END
                   SET WS-CASCADE-EOF TO TRUE
               NOT AT END
                   IF CSC-TIMESTAMP(1:8) IS EQUAL WS-RUN-DATE-DISPLAY
                       PERFORM WRITE-RELEASE-LINE
                   END-IF
           END-READ.

       WRITE-RELEASE-LINE.
           ADD 1 TO WS-RELEASED-COUNT.

           MOVE CSC-HERO-ID TO RD-HERO-ID.
           EVALUATE TRUE
               WHEN CSC-CAUSE-RETIRED
                   MOVE "RETD" TO RD-CAUSE
               WHEN CSC-CAUSE-DECEASED
                   MOVE "DEAD" TO RD-CAUSE
               WHEN CSC-CAUSE-DELETED
                   MOVE "DELT" TO RD-CAUSE
               WHEN CSC-CAUSE-PURGED
                   MOVE "PURG" TO RD-CAUSE
               WHEN OTHER
                   MOVE CSC-CAUSE TO RD-CAUSE
           END-EVALUATE.

           MOVE SPACES TO RD-TARGET.
           EVALUATE TRUE
               WHEN CSC-MISSION-RELEASED
                   MOVE "OPEN MISSION" TO RD-ACTION
                   MOVE CSC-MISSION-ID TO RD-TARGET
               WHEN CSC-MEMBERSHIP-ENDED
                   MOVE "TEAM MEMBERSHIP" TO RD-ACTION
                   MOVE CSC-TEAM-NAME TO RD-TARGET
               WHEN CSC-LEADER-CLEARED
                   MOVE "TEAM LEADERSHIP" TO RD-ACTION
                   MOVE CSC-TEAM-NAME TO RD-TARGET
               WHEN OTHER
                   MOVE CSC-ACTION TO RD-ACTION
           END-EVALUATE.

           MOVE CSC-USER-ID TO RD-USER-ID.
           WRITE REPORT-LINE FROM RELEASE-DETAIL-LINE.

       FINALIZE-GAP-REPORT.
           MOVE WS-LEADERLESS-COUNT TO TL1-COUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE-1.
           MOVE WS-UNDERSTAFFED-COUNT TO TL2-COUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE-2.
           MOVE WS-RELEASED-COUNT TO TL3-COUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE-3.

           CLOSE HERO-MASTER-FILE.
           CLOSE HERO-UNAVAIL-FILE.
           CLOSE GAP-REPORT-FILE.
