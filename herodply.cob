                   RECORD KEY IS hero-id
                   FILE STATUS IS WS-HERO-FILE-STATUS.

               SELECT HERO-UNAVAIL-FILE ASSIGN TO "HEROUNAV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS UN-KEY
                   FILE STATUS IS WS-UNAVAIL-FILE-STATUS.

               SELECT DEPLOY-REPORT-FILE ASSIGN TO "HERODPRL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.
           01 HERO-MASTER-RECORD.
               COPY HEROREC.

           FD HERO-UNAVAIL-FILE.
           01 HERO-UNAVAIL-RECORD.
               COPY HEROUNV.

           FD DEPLOY-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           01 WS-MISSION-FILE-STATUS PIC XX.
           01 WS-ASSIGN-FILE-STATUS PIC XX.
           01 WS-HERO-FILE-STATUS PIC XX.
           01 WS-UNAVAIL-FILE-STATUS PIC XX.
           01 WS-REPORT-FILE-STATUS PIC XX.

           01 WS-MISSION-EOF-SW PIC X VALUE "N".
           01 WS-ASSIGN-EOF-SW PIC X VALUE "N".
               88 WS-ASSIGN-EOF VALUE "Y".

           01 WS-UNAVAIL-EOF-SW PIC X VALUE "N".
               88 WS-UNAVAIL-EOF VALUE "Y".
           01 WS-HERO-UNAVAILABLE-SW PIC X VALUE "N".
               88 WS-HERO-UNAVAILABLE VALUE "Y".
           01 WS-WINDOW-FROM PIC 9(6) VALUE 0.
           01 WS-WINDOW-TO PIC 9(6) VALUE 0.

           01 WS-MISSION-ASSIGNED PIC 999 VALUE 0.
           01 WS-MISSION-UNAVAILABLE PIC 999 VALUE 0.
           01 WS-MISSION-POWER PIC 9(5) VALUE 0.

           01 WS-OPEN-MISSION-COUNT PIC 999 VALUE 0.
           01 WS-GRAND-DEPLOYED PIC 9(5) VALUE 0.
           01 WS-GRAND-POWER PIC 9(7) VALUE 0.
           01 WS-GRAND-UNAVAILABLE PIC 9(5) VALUE 0.

           01 WS-TODAY-DATE.
               05 WS-TODAY-YY PIC 99.
               05 DL-HERO-NAME PIC X(20).
               05 FILLER PIC X(8) VALUE " POWER: ".
               05 DL-POWER-LEVEL PIC ZZ9.
               05 FILLER PIC X VALUE SPACE.
               05 DL-FLAG PIC X(28).

           01 MISSION-LINE-2.
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X VALUE SPACE.
               05 ML-FLAG PIC X(24).

           01 MISSION-LINE-3.
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(36)
                   VALUE "UNAVAILABLE (POWER NOT COUNTED):".
               05 ML-UNAVAILABLE-COUNT PIC ZZ9.

           01 GRAND-TOTAL-LINE.
               05 FILLER PIC X(15) VALUE "OPEN MISSIONS: ".
               05 GT-MISSION-COUNT PIC ZZ9.
               05 FILLER PIC X(13) VALUE " TOTAL POWER:".
               05 GT-TOTAL-POWER PIC ZZZZZZ9.

           01 UNAVAILABLE-TOTAL-LINE.
               05 FILLER PIC X(31)
                   VALUE "ASSIGNED HEROES UNAVAILABLE:".
               05 UT-UNAVAILABLE-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-DEPLOYMENT.
           PERFORM REPORT-MISSION-RECORDS UNTIL WS-MISSION-EOF.
           END-IF.

           OPEN INPUT HERO-MASTER-FILE.

           OPEN INPUT HERO-UNAVAIL-FILE.
           IF WS-UNAVAIL-FILE-STATUS IS EQUAL "35"
               OPEN OUTPUT HERO-UNAVAIL-FILE
               CLOSE HERO-UNAVAIL-FILE
               OPEN INPUT HERO-UNAVAIL-FILE
           END-IF.

           OPEN OUTPUT DEPLOY-REPORT-FILE.

           ACCEPT WS-TODAY-DATE FROM DATE.
           ADD 1 TO WS-OPEN-MISSION-COUNT.
           MOVE 0 TO WS-MISSION-ASSIGNED.
           MOVE 0 TO WS-MISSION-POWER.
           MOVE 0 TO WS-MISSION-UNAVAILABLE.

           MOVE MSN-START-DATE TO WS-WINDOW-FROM.
           IF MSN-END-DATE IS EQUAL 0
               MOVE 999999 TO WS-WINDOW-TO
           ELSE
               MOVE MSN-END-DATE TO WS-WINDOW-TO
           END-IF.

           MOVE MSN-MISSION-ID TO ML-MISSION-ID.
           MOVE MSN-DESCRIPTION TO ML-DESCRIPTION.
                       TO DL-HERO-ID
                   MOVE "(NOT ON MASTER FILE)" TO DL-HERO-NAME
                   MOVE 0 TO DL-POWER-LEVEL
                   MOVE SPACES TO DL-FLAG
               NOT INVALID KEY
                   MOVE hero-id OF HERO-MASTER-RECORD TO DL-HERO-ID
                   MOVE hero-name OF HERO-MASTER-RECORD
                       TO DL-HERO-NAME
                   MOVE power-level OF HERO-MASTER-RECORD
                       TO DL-POWER-LEVEL
                   PERFORM CHECK-MEMBER-AVAILABLE
           END-READ.

           WRITE REPORT-LINE FROM MEMBER-LINE.

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
               ADD 1 TO WS-MISSION-UNAVAILABLE
               EVALUATE TRUE
                   WHEN UN-INJURY
                       MOVE "** UNAVAILABLE - INJURY **" TO DL-FLAG
                   WHEN UN-LEAVE
                       MOVE "** UNAVAILABLE - LEAVE **" TO DL-FLAG
                   WHEN UN-SUSPENSION
                       MOVE "** UNAVAILABLE - SUSPEND **" TO DL-FLAG
                   WHEN OTHER
                       MOVE "** UNAVAILABLE **" TO DL-FLAG
               END-EVALUATE
           ELSE
               MOVE SPACES TO DL-FLAG
               ADD power-level OF HERO-MASTER-RECORD
                   TO WS-MISSION-POWER
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
                       IF UN-FROM-DATE IS NOT GREATER THAN WS-WINDOW-TO
                               AND UN-TO-DATE
                                   IS NOT LESS THAN WS-WINDOW-FROM
                           SET WS-HERO-UNAVAILABLE TO TRUE
                       END-IF
                   END-IF
           END-READ.

       WRITE-MISSION-SUBTOTAL.
           ADD WS-MISSION-ASSIGNED TO WS-GRAND-DEPLOYED.
           ADD WS-MISSION-UNAVAILABLE TO WS-GRAND-UNAVAILABLE.
           ADD WS-MISSION-POWER TO WS-GRAND-POWER.

           MOVE WS-MISSION-ASSIGNED TO ML-ASSIGNED-COUNT.
           END-IF.
           WRITE REPORT-LINE FROM MISSION-LINE-2.

           IF WS-MISSION-UNAVAILABLE IS GREATER THAN 0
               MOVE WS-MISSION-UNAVAILABLE TO ML-UNAVAILABLE-COUNT
               WRITE REPORT-LINE FROM MISSION-LINE-3
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           MOVE WS-GRAND-POWER TO GT-TOTAL-POWER.
           WRITE REPORT-LINE FROM GRAND-TOTAL-LINE.

           IF WS-GRAND-UNAVAILABLE IS GREATER THAN 0
               MOVE WS-GRAND-UNAVAILABLE TO UT-UNAVAILABLE-COUNT
               WRITE REPORT-LINE FROM UNAVAILABLE-TOTAL-LINE
           END-IF.

           IF WS-MISSION-FILE-STATUS IS NOT EQUAL "35"
               CLOSE MISSION-MASTER-FILE
           END-IF.
           CLOSE MISSION-ASSIGN-FILE.
           CLOSE HERO-MASTER-FILE.
           CLOSE HERO-UNAVAIL-FILE.
           CLOSE DEPLOY-REPORT-FILE.
