       IDENTIFICATION DIVISION.
            PROGRAM-ID. HEROSTAF.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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

               SELECT HERO-MASTER-FILE ASSIGN TO "HEROMSTR"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS hero-id
                   FILE STATUS IS WS-HERO-FILE-STATUS.

               SELECT HERO-UNAVAIL-FILE ASSIGN TO "HEROUNAV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS UN-KEY
                   FILE STATUS IS WS-UNAVAIL-FILE-STATUS.

               SELECT STAFFING-REPORT-FILE ASSIGN TO "HEROSTFL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.

               SELECT PROPOSAL-FILE ASSIGN TO "HEROPROP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PROPOSAL-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD MISSION-MASTER-FILE.
           01 MISSION-MASTER-RECORD.
               COPY HEROMSN.

           FD MISSION-ASSIGN-FILE.
           01 MISSION-ASSIGN-RECORD.
               COPY HEROMASN.

           FD HERO-MASTER-FILE.
           01 HERO-MASTER-RECORD.
               COPY HEROREC.

           FD HERO-UNAVAIL-FILE.
           01 HERO-UNAVAIL-RECORD.
               COPY HEROUNV.

           FD STAFFING-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           FD PROPOSAL-FILE.
           01 PROPOSAL-RECORD.
               COPY HEROSPR.

           WORKING-STORAGE SECTION.
           01 WS-MISSION-FILE-STATUS PIC XX.
           01 WS-ASSIGN-FILE-STATUS PIC XX.
           01 WS-HERO-FILE-STATUS PIC XX.
           01 WS-UNAVAIL-FILE-STATUS PIC XX.
           01 WS-REPORT-FILE-STATUS PIC XX.
           01 WS-PROPOSAL-FILE-STATUS PIC XX.

           01 WS-HERO-EOF-SW PIC X VALUE "N".
               88 WS-HERO-EOF VALUE "Y".

           01 WS-MISSION-EOF-SW PIC X VALUE "N".
               88 WS-MISSION-EOF VALUE "Y".

           01 WS-ASSIGN-EOF-SW PIC X VALUE "N".
               88 WS-ASSIGN-EOF VALUE "Y".

           01 WS-SCAN-EOF-SW PIC X VALUE "N".
               88 WS-SCAN-EOF VALUE "Y".

           01 WS-HERO-COMMITTED-SW PIC X VALUE "N".
               88 WS-HERO-COMMITTED VALUE "Y".

           01 WS-UNAVAIL-EOF-SW PIC X VALUE "N".
               88 WS-UNAVAIL-EOF VALUE "Y".

           01 WS-HERO-UNAVAILABLE-SW PIC X VALUE "N".
               88 WS-HERO-UNAVAILABLE VALUE "Y".

           01 WS-WINDOW-FROM PIC 9(6) VALUE 0.
           01 WS-WINDOW-TO PIC 9(6) VALUE 0.

           01 WS-HERO-ID PIC 9(5) VALUE 0.
           01 WS-CURRENT-MISSION-ID PIC 9(4) VALUE 0.

           01 WS-MISSION-POWER PIC 9(5) VALUE 0.
           01 WS-MISSION-SHORTFALL PIC 9(5) VALUE 0.
           01 WS-REMAINING-SHORTFALL PIC 9(5) VALUE 0.
           01 WS-PROPOSED-POWER PIC 9(5) VALUE 0.
           01 WS-LEAD-TEAM PIC X(20) VALUE SPACES.
           01 WS-LEAD-TEAM-POWER PIC 999 VALUE 0.
           01 WS-PROPOSAL-RANK PIC 99 VALUE 0.

           01 WS-MAX-CANDIDATES PIC 999 VALUE 500.
           01 WS-CANDIDATE-COUNT PIC 999 VALUE 0.
           01 WS-CANDIDATE-IX PIC 999.
           01 WS-BEST-IX PIC 999 VALUE 0.

           01 WS-PASS-SW PIC X VALUE "S".
               88 WS-PASS-SAME-TEAM VALUE "S".
               88 WS-PASS-ANY-TEAM VALUE "A".

           01 WS-CANDIDATES-LEFT-SW PIC X VALUE "Y".
               88 WS-CANDIDATES-LEFT VALUE "Y".

           01 WS-CANDIDATE-TABLE.
               05 WS-CANDIDATE-ENTRY OCCURS 500 TIMES.
                   10 WS-CANDIDATE-ID PIC 9(5).
                   10 WS-CANDIDATE-NAME PIC X(20).
                   10 WS-CANDIDATE-POWER PIC 999.
                   10 WS-CANDIDATE-TEAM PIC X(20).
                   10 WS-CANDIDATE-USED-SW PIC X.
                       88 WS-CANDIDATE-USED VALUE "Y".
                   10 WS-CANDIDATE-OUT-SW PIC X.
                       88 WS-CANDIDATE-OUT VALUE "Y".

           01 WS-UNDERSTRENGTH-COUNT PIC 9(5) VALUE 0.
           01 WS-COVERED-COUNT PIC 9(5) VALUE 0.
           01 WS-STILL-SHORT-COUNT PIC 9(5) VALUE 0.
           01 WS-PROPOSED-COUNT PIC 9(5) VALUE 0.

           01 WS-TODAY-DATE.
               05 WS-TODAY-YY PIC 99.
               05 WS-TODAY-MM PIC 99.
               05 WS-TODAY-DD PIC 99.
           01 WS-TODAY-DATE-NUM REDEFINES WS-TODAY-DATE PIC 9(6).
           01 WS-RUN-DATE-DISPLAY PIC X(8).

           01 HEADING-LINE-1.
               05 FILLER PIC X(32)
                   VALUE "MISSION STAFFING RECOMMENDATIONS".
               05 FILLER PIC X(10) VALUE "RUN DATE: ".
               05 HL1-RUN-DATE PIC X(8).

           01 MISSION-LINE-1.
               05 FILLER PIC X(8) VALUE "MISSION ".
               05 ML-MISSION-ID PIC 9(4).
               05 FILLER PIC X VALUE SPACE.
               05 ML-DESCRIPTION PIC X(30).
               05 FILLER PIC X(6) VALUE " REQ: ".
               05 ML-REQUIRED-POWER PIC ZZZZ9.
               05 FILLER PIC X(7) VALUE " HAVE: ".
               05 ML-ASSIGNED-POWER PIC ZZZZ9.

           01 MISSION-LINE-2.
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(11) VALUE "SHORTFALL: ".
               05 ML-SHORTFALL PIC ZZZZ9.
               05 FILLER PIC X(13) VALUE "  LEAD TEAM: ".
               05 ML-LEAD-TEAM PIC X(20).

           01 PROPOSAL-LINE.
               05 FILLER PIC X(4) VALUE SPACES.
               05 PL-RANK PIC Z9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 PL-HERO-ID PIC ZZZZ9.
               05 FILLER PIC X(2) VALUE SPACES.
               05 PL-HERO-NAME PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 PL-POWER-LEVEL PIC ZZ9.
               05 FILLER PIC X VALUE SPACE.
               05 PL-TEAM PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 PL-TEAM-FLAG PIC X(9).

           01 MISSION-LINE-3.
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(16) VALUE "PROPOSED POWER: ".
               05 ML-PROPOSED-POWER PIC ZZZZ9.
               05 FILLER PIC X VALUE SPACE.
               05 ML-FLAG PIC X(32).

           01 TOTAL-LINE-1.
               05 FILLER PIC X(28) VALUE "CANDIDATES AVAILABLE:".
               05 TL1-COUNT PIC ZZZZ9.

           01 TOTAL-LINE-2.
               05 FILLER PIC X(28) VALUE "MISSIONS UNDER STRENGTH:".
               05 TL2-COUNT PIC ZZZZ9.

           01 TOTAL-LINE-3.
               05 FILLER PIC X(28) VALUE "MISSIONS FULLY COVERED:".
               05 TL3-COUNT PIC ZZZZ9.

           01 TOTAL-LINE-4.
               05 FILLER PIC X(28) VALUE "MISSIONS STILL SHORT:".
               05 TL4-COUNT PIC ZZZZ9.

           01 TOTAL-LINE-5.
               05 FILLER PIC X(28) VALUE "HEROES PROPOSED:".
               05 TL5-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-STAFFING.
           PERFORM LOAD-CANDIDATE-POOL.
           PERFORM REVIEW-MISSION-RECORDS UNTIL WS-MISSION-EOF.
           PERFORM FINALIZE-STAFFING.
           STOP RUN.

       INITIALIZE-STAFFING.
           OPEN INPUT MISSION-MASTER-FILE.
           IF WS-MISSION-FILE-STATUS IS EQUAL "35"
               SET WS-MISSION-EOF TO TRUE
           END-IF.

           OPEN INPUT MISSION-ASSIGN-FILE.
           IF WS-ASSIGN-FILE-STATUS IS EQUAL "35"
               OPEN OUTPUT MISSION-ASSIGN-FILE
               CLOSE MISSION-ASSIGN-FILE
               OPEN INPUT MISSION-ASSIGN-FILE
           END-IF.

           OPEN INPUT HERO-MASTER-FILE.

           OPEN INPUT HERO-UNAVAIL-FILE.
           IF WS-UNAVAIL-FILE-STATUS IS EQUAL "35"
               OPEN OUTPUT HERO-UNAVAIL-FILE
               CLOSE HERO-UNAVAIL-FILE
               OPEN INPUT HERO-UNAVAIL-FILE
           END-IF.

           OPEN OUTPUT STAFFING-REPORT-FILE.
           OPEN OUTPUT PROPOSAL-FILE.

           ACCEPT WS-TODAY-DATE FROM DATE.
           STRING WS-TODAY-MM "/" WS-TODAY-DD "/" WS-TODAY-YY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.

           MOVE WS-RUN-DATE-DISPLAY TO HL1-RUN-DATE.
           WRITE REPORT-LINE FROM HEADING-LINE-1.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       LOAD-CANDIDATE-POOL.
           IF WS-MISSION-EOF
               SET WS-HERO-EOF TO TRUE
           END-IF.
           PERFORM LOAD-ONE-CANDIDATE UNTIL WS-HERO-EOF.

           IF NOT WS-MISSION-EOF
               MOVE 0 TO MSN-MISSION-ID
               START MISSION-MASTER-FILE
                   KEY IS NOT LESS THAN MSN-MISSION-ID
                   INVALID KEY SET WS-MISSION-EOF TO TRUE
               END-START
           END-IF.

       LOAD-ONE-CANDIDATE.
           READ HERO-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-HERO-EOF TO TRUE
               NOT AT END
                   IF hero-active
                           AND power-level IS GREATER THAN 0
                       PERFORM CHECK-CANDIDATE-FREE
                   END-IF
           END-READ.

       CHECK-CANDIDATE-FREE.
           MOVE hero-id TO WS-HERO-ID.
           PERFORM CHECK-OPEN-COMMITMENTS.
           IF NOT WS-HERO-COMMITTED
               IF WS-CANDIDATE-COUNT IS EQUAL WS-MAX-CANDIDATES
                   DISPLAY "HEROSTAF: candidate table full - "
                       "remaining heroes not considered"
                   SET WS-HERO-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-CANDIDATE-COUNT
                   MOVE hero-id TO WS-CANDIDATE-ID(WS-CANDIDATE-COUNT)
                   MOVE hero-name
                       TO WS-CANDIDATE-NAME(WS-CANDIDATE-COUNT)
                   MOVE power-level
                       TO WS-CANDIDATE-POWER(WS-CANDIDATE-COUNT)
                   MOVE team-affiliation
                       TO WS-CANDIDATE-TEAM(WS-CANDIDATE-COUNT)
                   MOVE "N" TO WS-CANDIDATE-USED-SW(WS-CANDIDATE-COUNT)
               END-IF
           END-IF.

       CHECK-OPEN-COMMITMENTS.
           MOVE "N" TO WS-HERO-COMMITTED-SW.
           MOVE "N" TO WS-SCAN-EOF-SW.

           MOVE WS-HERO-ID TO MA-HERO-ID OF MISSION-ASSIGN-RECORD.
           START MISSION-ASSIGN-FILE
               KEY IS EQUAL MA-HERO-ID OF MISSION-ASSIGN-RECORD
               INVALID KEY SET WS-SCAN-EOF TO TRUE
           END-START.

           PERFORM SCAN-ONE-COMMITMENT
                   UNTIL WS-SCAN-EOF OR WS-HERO-COMMITTED.

       SCAN-ONE-COMMITMENT.
           READ MISSION-ASSIGN-FILE NEXT RECORD
               AT END
                   SET WS-SCAN-EOF TO TRUE
               NOT AT END
                   IF MA-HERO-ID OF MISSION-ASSIGN-RECORD
                           IS NOT EQUAL WS-HERO-ID
                       SET WS-SCAN-EOF TO TRUE
                   ELSE
                       PERFORM CHECK-COMMITMENT-OPEN
                   END-IF
           END-READ.

       CHECK-COMMITMENT-OPEN.
           MOVE MA-MISSION-ID OF MISSION-ASSIGN-RECORD
               TO MSN-MISSION-ID.
           READ MISSION-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF MSN-OPEN
                       SET WS-HERO-COMMITTED TO TRUE
                   END-IF
           END-READ.

       REVIEW-MISSION-RECORDS.
           READ MISSION-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-MISSION-EOF TO TRUE
               NOT AT END
                   IF MSN-OPEN
                       PERFORM MEASURE-MISSION-STRENGTH
                   END-IF
           END-READ.

       MEASURE-MISSION-STRENGTH.
           MOVE MSN-MISSION-ID TO WS-CURRENT-MISSION-ID.
           MOVE 0 TO WS-MISSION-POWER.

           MOVE MSN-START-DATE TO WS-WINDOW-FROM.
           IF MSN-END-DATE IS EQUAL 0
               MOVE 999999 TO WS-WINDOW-TO
           ELSE
               MOVE MSN-END-DATE TO WS-WINDOW-TO
           END-IF.
           MOVE SPACES TO WS-LEAD-TEAM.
           MOVE 0 TO WS-LEAD-TEAM-POWER.

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
               PERFORM RECOMMEND-MISSION-STAFF
           END-IF.

       TALLY-ONE-ASSIGNMENT.
           READ MISSION-ASSIGN-FILE NEXT RECORD
               AT END
                   SET WS-ASSIGN-EOF TO TRUE
               NOT AT END
                   IF MA-MISSION-ID OF MISSION-ASSIGN-RECORD
                           IS NOT EQUAL WS-CURRENT-MISSION-ID
                       SET WS-ASSIGN-EOF TO TRUE
                   ELSE
                       PERFORM TALLY-ASSIGNED-HERO
                   END-IF
           END-READ.

       TALLY-ASSIGNED-HERO.
           MOVE MA-HERO-ID OF MISSION-ASSIGN-RECORD TO hero-id.
           READ HERO-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE hero-id TO WS-HERO-ID
                   PERFORM CHECK-HERO-UNAVAILABLE
                   IF hero-active AND NOT WS-HERO-UNAVAILABLE
                       ADD power-level TO WS-MISSION-POWER
                       IF power-level IS GREATER THAN WS-LEAD-TEAM-POWER
                           MOVE power-level TO WS-LEAD-TEAM-POWER
                           MOVE team-affiliation TO WS-LEAD-TEAM
                       END-IF
                   END-IF
           END-READ.

       RECOMMEND-MISSION-STAFF.
           ADD 1 TO WS-UNDERSTRENGTH-COUNT.
           SUBTRACT WS-MISSION-POWER FROM MSN-REQUIRED-POWER
               GIVING WS-MISSION-SHORTFALL.
           MOVE WS-MISSION-SHORTFALL TO WS-REMAINING-SHORTFALL.
           MOVE 0 TO WS-PROPOSED-POWER.
           MOVE 0 TO WS-PROPOSAL-RANK.
           MOVE "Y" TO WS-CANDIDATES-LEFT-SW.

           PERFORM MARK-CANDIDATE-WINDOW
                   VARYING WS-CANDIDATE-IX FROM 1 BY 1
                   UNTIL WS-CANDIDATE-IX > WS-CANDIDATE-COUNT.

           MOVE MSN-MISSION-ID TO ML-MISSION-ID.
           MOVE MSN-DESCRIPTION TO ML-DESCRIPTION.
           MOVE MSN-REQUIRED-POWER TO ML-REQUIRED-POWER.
           MOVE WS-MISSION-POWER TO ML-ASSIGNED-POWER.
           WRITE REPORT-LINE FROM MISSION-LINE-1.

           MOVE WS-MISSION-SHORTFALL TO ML-SHORTFALL.
           IF WS-LEAD-TEAM IS EQUAL SPACES
               MOVE "(NONE ASSIGNED)" TO ML-LEAD-TEAM
           ELSE
               MOVE WS-LEAD-TEAM TO ML-LEAD-TEAM
           END-IF.
           WRITE REPORT-LINE FROM MISSION-LINE-2.

           PERFORM PROPOSE-NEXT-CANDIDATE
                   UNTIL WS-REMAINING-SHORTFALL IS EQUAL 0
                      OR NOT WS-CANDIDATES-LEFT.

           MOVE WS-PROPOSED-POWER TO ML-PROPOSED-POWER.
           IF WS-REMAINING-SHORTFALL IS EQUAL 0
               ADD 1 TO WS-COVERED-COUNT
               MOVE SPACES TO ML-FLAG
           ELSE
               ADD 1 TO WS-STILL-SHORT-COUNT
               MOVE "** SHORTFALL NOT COVERED **" TO ML-FLAG
           END-IF.
           WRITE REPORT-LINE FROM MISSION-LINE-3.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       MARK-CANDIDATE-WINDOW.
           MOVE "N" TO WS-CANDIDATE-OUT-SW(WS-CANDIDATE-IX).
           IF NOT WS-CANDIDATE-USED(WS-CANDIDATE-IX)
               MOVE WS-CANDIDATE-ID(WS-CANDIDATE-IX) TO WS-HERO-ID
               PERFORM CHECK-HERO-UNAVAILABLE
               IF WS-HERO-UNAVAILABLE
                   SET WS-CANDIDATE-OUT(WS-CANDIDATE-IX) TO TRUE
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
                       END-IF
                   END-IF
           END-READ.

       PROPOSE-NEXT-CANDIDATE.
           MOVE 0 TO WS-BEST-IX.
           IF WS-LEAD-TEAM IS NOT EQUAL SPACES
               SET WS-PASS-SAME-TEAM TO TRUE
               PERFORM RATE-CANDIDATE
                       VARYING WS-CANDIDATE-IX FROM 1 BY 1
                       UNTIL WS-CANDIDATE-IX > WS-CANDIDATE-COUNT
           END-IF.

           IF WS-BEST-IX IS EQUAL 0
               SET WS-PASS-ANY-TEAM TO TRUE
               PERFORM RATE-CANDIDATE
                       VARYING WS-CANDIDATE-IX FROM 1 BY 1
                       UNTIL WS-CANDIDATE-IX > WS-CANDIDATE-COUNT
           END-IF.

           IF WS-BEST-IX IS EQUAL 0
               MOVE "N" TO WS-CANDIDATES-LEFT-SW
           ELSE
               PERFORM WRITE-PROPOSAL
           END-IF.

       RATE-CANDIDATE.
           IF NOT WS-CANDIDATE-USED(WS-CANDIDATE-IX)
                   AND NOT WS-CANDIDATE-OUT(WS-CANDIDATE-IX)
               IF WS-PASS-ANY-TEAM
                       OR WS-CANDIDATE-TEAM(WS-CANDIDATE-IX)
                           IS EQUAL WS-LEAD-TEAM
                   PERFORM COMPARE-CANDIDATE
               END-IF
           END-IF.

       COMPARE-CANDIDATE.
           EVALUATE TRUE
               WHEN WS-BEST-IX IS EQUAL 0
                   MOVE WS-CANDIDATE-IX TO WS-BEST-IX
               WHEN WS-CANDIDATE-POWER(WS-CANDIDATE-IX)
                       IS NOT LESS THAN WS-REMAINING-SHORTFALL
                   IF WS-CANDIDATE-POWER(WS-BEST-IX)
                           IS LESS THAN WS-REMAINING-SHORTFALL
                       OR WS-CANDIDATE-POWER(WS-CANDIDATE-IX)
                           IS LESS THAN WS-CANDIDATE-POWER(WS-BEST-IX)
                       MOVE WS-CANDIDATE-IX TO WS-BEST-IX
                   END-IF
               WHEN WS-CANDIDATE-POWER(WS-BEST-IX)
                       IS LESS THAN WS-REMAINING-SHORTFALL
                   IF WS-CANDIDATE-POWER(WS-CANDIDATE-IX) IS GREATER
                           THAN WS-CANDIDATE-POWER(WS-BEST-IX)
                       MOVE WS-CANDIDATE-IX TO WS-BEST-IX
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       WRITE-PROPOSAL.
           SET WS-CANDIDATE-USED(WS-BEST-IX) TO TRUE.
           ADD 1 TO WS-PROPOSAL-RANK.
           ADD 1 TO WS-PROPOSED-COUNT.
           ADD WS-CANDIDATE-POWER(WS-BEST-IX) TO WS-PROPOSED-POWER.
           IF WS-CANDIDATE-POWER(WS-BEST-IX)
                   IS LESS THAN WS-REMAINING-SHORTFALL
               SUBTRACT WS-CANDIDATE-POWER(WS-BEST-IX)
                   FROM WS-REMAINING-SHORTFALL
           ELSE
               MOVE 0 TO WS-REMAINING-SHORTFALL
           END-IF.

           MOVE SPACES TO PROPOSAL-RECORD.
           MOVE WS-CURRENT-MISSION-ID TO SP-MISSION-ID.
           MOVE WS-CANDIDATE-ID(WS-BEST-IX) TO SP-HERO-ID.
           MOVE WS-PROPOSAL-RANK TO SP-RANK.
           MOVE WS-CANDIDATE-POWER(WS-BEST-IX) TO SP-POWER-LEVEL.
           IF WS-PASS-SAME-TEAM
               MOVE "Y" TO SP-TEAM-MATCH
           ELSE
               MOVE "N" TO SP-TEAM-MATCH
           END-IF.
           MOVE WS-TODAY-DATE-NUM TO SP-PROPOSED-DATE.
           WRITE PROPOSAL-RECORD.

           MOVE WS-PROPOSAL-RANK TO PL-RANK.
           MOVE WS-CANDIDATE-ID(WS-BEST-IX) TO PL-HERO-ID.
           MOVE WS-CANDIDATE-NAME(WS-BEST-IX) TO PL-HERO-NAME.
           MOVE WS-CANDIDATE-POWER(WS-BEST-IX) TO PL-POWER-LEVEL.
           MOVE WS-CANDIDATE-TEAM(WS-BEST-IX) TO PL-TEAM.
           IF SP-SAME-TEAM
               MOVE "SAME TEAM" TO PL-TEAM-FLAG
           ELSE
               MOVE SPACES TO PL-TEAM-FLAG
           END-IF.
           WRITE REPORT-LINE FROM PROPOSAL-LINE.

       FINALIZE-STAFFING.
           MOVE WS-CANDIDATE-COUNT TO TL1-COUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE-1.
           MOVE WS-UNDERSTRENGTH-COUNT TO TL2-COUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE-2.
           MOVE WS-COVERED-COUNT TO TL3-COUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE-3.
           MOVE WS-STILL-SHORT-COUNT TO TL4-COUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE-4.
           MOVE WS-PROPOSED-COUNT TO TL5-COUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE-5.

           IF WS-MISSION-FILE-STATUS IS NOT EQUAL "35"
               CLOSE MISSION-MASTER-FILE
           END-IF.
           CLOSE MISSION-ASSIGN-FILE.
           CLOSE HERO-MASTER-FILE.
           CLOSE HERO-UNAVAIL-FILE.
           CLOSE STAFFING-REPORT-FILE.
           CLOSE PROPOSAL-FILE.
