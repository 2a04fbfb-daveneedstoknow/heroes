       IDENTIFICATION DIVISION.
            PROGRAM-ID. HEROSNAP.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT HERO-MASTER-FILE ASSIGN TO "HEROMSTR"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS hero-id
                   FILE STATUS IS WS-HERO-FILE-STATUS.

               SELECT HERO-TEAM-FILE ASSIGN TO "HEROTEAM"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HT-KEY
                   ALTERNATE RECORD KEY IS HT-TEAM-NAME
                       OF HERO-TEAM-RECORD WITH DUPLICATES
                   FILE STATUS IS WS-TEAM-FILE-STATUS.

               SELECT HERO-UNAVAIL-FILE ASSIGN TO "HEROUNAV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS UN-KEY
                   FILE STATUS IS WS-UNAVAIL-FILE-STATUS.

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

               SELECT STATISTICS-HISTORY-FILE ASSIGN TO "HEROSTAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HISTORY-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD HERO-MASTER-FILE.
           01 HERO-MASTER-RECORD.
               COPY HEROREC.

           FD HERO-TEAM-FILE.
           01 HERO-TEAM-RECORD.
               COPY HEROTEAM.

           FD HERO-UNAVAIL-FILE.
           01 HERO-UNAVAIL-RECORD.
               COPY HEROUNV.

           FD MISSION-MASTER-FILE.
           01 MISSION-MASTER-RECORD.
               COPY HEROMSN.

           FD MISSION-ASSIGN-FILE.
           01 MISSION-ASSIGN-RECORD.
               COPY HEROMASN.

           FD STATISTICS-HISTORY-FILE.
           01 HISTORY-RECORD PIC X(981).

           WORKING-STORAGE SECTION.
           01 WS-HERO-FILE-STATUS PIC XX.
           01 WS-TEAM-FILE-STATUS PIC XX.
           01 WS-UNAVAIL-FILE-STATUS PIC XX.
           01 WS-MISSION-FILE-STATUS PIC XX.
           01 WS-ASSIGN-FILE-STATUS PIC XX.
           01 WS-HISTORY-FILE-STATUS PIC XX.

           01 WS-HERO-EOF-SW PIC X VALUE "N".
               88 WS-HERO-EOF VALUE "Y".
           01 WS-MISSION-EOF-SW PIC X VALUE "N".
               88 WS-MISSION-EOF VALUE "Y".
           01 WS-ASSIGN-EOF-SW PIC X VALUE "N".
               88 WS-ASSIGN-EOF VALUE "Y".
           01 WS-HISTORY-EOF-SW PIC X VALUE "N".
               88 WS-HISTORY-EOF VALUE "Y".
           01 WS-EOF-SW PIC X VALUE "N".
               88 WS-XREF-EOF VALUE "Y".

           01 WS-MISSION-FILE-SW PIC X VALUE "N".
               88 WS-MISSION-FILE-OPEN VALUE "Y".
           01 WS-ASSIGN-FILE-SW PIC X VALUE "N".
               88 WS-ASSIGN-FILE-OPEN VALUE "Y".

           01 WS-SNAPSHOT-TAKEN-SW PIC X VALUE "N".
               88 WS-SNAPSHOT-TAKEN VALUE "Y".
           01 WS-HERO-COMMITTED-SW PIC X VALUE "N".
               88 WS-HERO-COMMITTED VALUE "Y".

           01 WS-FIRST-RECORD-SW PIC X VALUE "Y".
               88 WS-FIRST-RECORD VALUE "Y".

           01 WS-UNAVAIL-EOF-SW PIC X VALUE "N".
               88 WS-UNAVAIL-EOF VALUE "Y".
           01 WS-HERO-UNAVAILABLE-SW PIC X VALUE "N".
               88 WS-HERO-UNAVAILABLE VALUE "Y".

           01 WS-CURRENT-TEAM PIC X(20) VALUE SPACES.
           01 WS-TEAM-ACTIVE PIC 999 VALUE 0.
           01 WS-TEAM-TOTAL-POWER PIC 9(5) VALUE 0.

           01 WS-MAX-TEAMS PIC 99 VALUE 30.
           01 WS-TEAM-IX PIC 99 VALUE 0.

           01 WS-SNAPSHOT.
               COPY HEROSNP.

           01 WS-TODAY-DATE.
               05 WS-TODAY-YY PIC 99.
               05 WS-TODAY-MM PIC 99.
               05 WS-TODAY-DD PIC 99.
           01 WS-TODAY-DATE-NUM REDEFINES WS-TODAY-DATE PIC 9(6).

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-SNAPSHOT.
           IF NOT WS-SNAPSHOT-TAKEN
               PERFORM COUNT-HERO-RECORDS UNTIL WS-HERO-EOF
               PERFORM COUNT-OPEN-MISSIONS
               PERFORM ANALYZE-TEAM-RECORDS UNTIL WS-XREF-EOF
               PERFORM WRITE-SNAPSHOT-RECORD
           END-IF.
           PERFORM FINALIZE-SNAPSHOT.
           GOBACK.

       INITIALIZE-SNAPSHOT.
           ACCEPT WS-TODAY-DATE FROM DATE.
           PERFORM CHECK-SNAPSHOT-HISTORY.

           IF WS-SNAPSHOT-TAKEN
               DISPLAY "HEROSNAP: snapshot for " WS-TODAY-MM "/"
                   WS-TODAY-DD "/" WS-TODAY-YY " already on HEROSTAT"
           ELSE
               PERFORM CLEAR-SNAPSHOT-RECORD
               PERFORM OPEN-SNAPSHOT-FILES
           END-IF.

       CHECK-SNAPSHOT-HISTORY.
           OPEN INPUT STATISTICS-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS IS EQUAL "00"
               PERFORM READ-HISTORY-RECORD UNTIL WS-HISTORY-EOF
               CLOSE STATISTICS-HISTORY-FILE
           END-IF.

       READ-HISTORY-RECORD.
           READ STATISTICS-HISTORY-FILE INTO WS-SNAPSHOT
               AT END
                   SET WS-HISTORY-EOF TO TRUE
               NOT AT END
                   IF SNP-SNAPSHOT-DATE IS EQUAL WS-TODAY-DATE-NUM
                       SET WS-SNAPSHOT-TAKEN TO TRUE
                   END-IF
           END-READ.

       CLEAR-SNAPSHOT-RECORD.
           MOVE SPACES TO WS-SNAPSHOT.
           MOVE WS-TODAY-DATE-NUM TO SNP-SNAPSHOT-DATE.
           MOVE 0 TO SNP-ACTIVE-COUNT.
           MOVE 0 TO SNP-RETIRED-COUNT.
           MOVE 0 TO SNP-DECEASED-COUNT.
           MOVE 0 TO SNP-TOTAL-POWER.
           MOVE 0 TO SNP-AVERAGE-POWER.
           MOVE 0 TO SNP-OPEN-MISSIONS.
           MOVE 0 TO SNP-COMMITTED-HEROES.
           MOVE 0 TO SNP-TEAM-COUNT.

       OPEN-SNAPSHOT-FILES.
           OPEN INPUT HERO-MASTER-FILE.
           OPEN INPUT HERO-TEAM-FILE.
           PERFORM INITIALIZE-UNAVAIL-FILE.

           OPEN INPUT MISSION-MASTER-FILE.
           IF WS-MISSION-FILE-STATUS IS EQUAL "00"
               SET WS-MISSION-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT MISSION-ASSIGN-FILE.
           IF WS-ASSIGN-FILE-STATUS IS EQUAL "00"
               SET WS-ASSIGN-FILE-OPEN TO TRUE
           END-IF.

           MOVE SPACES TO HT-TEAM-NAME OF HERO-TEAM-RECORD.
           START HERO-TEAM-FILE
               KEY IS NOT LESS THAN HT-TEAM-NAME
                   OF HERO-TEAM-RECORD
               INVALID KEY SET WS-XREF-EOF TO TRUE
           END-START.

       INITIALIZE-UNAVAIL-FILE.
           OPEN INPUT HERO-UNAVAIL-FILE.
           IF WS-UNAVAIL-FILE-STATUS IS EQUAL "35"
               OPEN OUTPUT HERO-UNAVAIL-FILE
               CLOSE HERO-UNAVAIL-FILE
               OPEN INPUT HERO-UNAVAIL-FILE
           END-IF.

       COUNT-HERO-RECORDS.
           READ HERO-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-HERO-EOF TO TRUE
               NOT AT END
                   PERFORM TALLY-HERO-STATUS
           END-READ.

       TALLY-HERO-STATUS.
           EVALUATE TRUE
               WHEN hero-active
                   ADD 1 TO SNP-ACTIVE-COUNT
                   ADD power-level OF HERO-MASTER-RECORD
                       TO SNP-TOTAL-POWER
               WHEN hero-retired
                   ADD 1 TO SNP-RETIRED-COUNT
               WHEN hero-deceased
                   ADD 1 TO SNP-DECEASED-COUNT
           END-EVALUATE.

           IF WS-ASSIGN-FILE-OPEN AND WS-MISSION-FILE-OPEN
               PERFORM CHECK-HERO-COMMITTED
           END-IF.

       CHECK-HERO-COMMITTED.
           MOVE "N" TO WS-HERO-COMMITTED-SW.
           MOVE "N" TO WS-ASSIGN-EOF-SW.

           MOVE hero-id OF HERO-MASTER-RECORD
               TO MA-HERO-ID OF MISSION-ASSIGN-RECORD.
           START MISSION-ASSIGN-FILE
               KEY IS NOT LESS THAN MA-HERO-ID
                   OF MISSION-ASSIGN-RECORD
               INVALID KEY SET WS-ASSIGN-EOF TO TRUE
           END-START.

           PERFORM SCAN-ONE-ASSIGNMENT
                   UNTIL WS-ASSIGN-EOF OR WS-HERO-COMMITTED.

           IF WS-HERO-COMMITTED
               ADD 1 TO SNP-COMMITTED-HEROES
           END-IF.

       SCAN-ONE-ASSIGNMENT.
           READ MISSION-ASSIGN-FILE NEXT RECORD
               AT END
                   SET WS-ASSIGN-EOF TO TRUE
               NOT AT END
                   IF MA-HERO-ID OF MISSION-ASSIGN-RECORD
                           IS NOT EQUAL hero-id OF HERO-MASTER-RECORD
                       SET WS-ASSIGN-EOF TO TRUE
                   ELSE
                       PERFORM CHECK-ASSIGNED-MISSION
                   END-IF
           END-READ.

       CHECK-ASSIGNED-MISSION.
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

       COUNT-OPEN-MISSIONS.
           IF WS-MISSION-FILE-OPEN
               MOVE 0 TO MSN-MISSION-ID
               START MISSION-MASTER-FILE
                   KEY IS NOT LESS THAN MSN-MISSION-ID
                   INVALID KEY SET WS-MISSION-EOF TO TRUE
               END-START
               PERFORM COUNT-ONE-MISSION UNTIL WS-MISSION-EOF
           END-IF.

       COUNT-ONE-MISSION.
           READ MISSION-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-MISSION-EOF TO TRUE
               NOT AT END
                   IF MSN-OPEN
                       ADD 1 TO SNP-OPEN-MISSIONS
                   END-IF
           END-READ.

       ANALYZE-TEAM-RECORDS.
           READ HERO-TEAM-FILE NEXT RECORD
               AT END
                   SET WS-XREF-EOF TO TRUE
               NOT AT END
                   PERFORM PROCESS-TEAM-MEMBER
           END-READ.

       PROCESS-TEAM-MEMBER.
           IF WS-FIRST-RECORD
               MOVE "N" TO WS-FIRST-RECORD-SW
               MOVE HT-TEAM-NAME OF HERO-TEAM-RECORD
                   TO WS-CURRENT-TEAM
           ELSE
               IF HT-TEAM-NAME OF HERO-TEAM-RECORD
                       IS NOT EQUAL WS-CURRENT-TEAM
                   PERFORM STORE-TEAM-ENTRY
                   MOVE HT-TEAM-NAME OF HERO-TEAM-RECORD
                       TO WS-CURRENT-TEAM
               END-IF
           END-IF.

           PERFORM TALLY-TEAM-MEMBER.

       TALLY-TEAM-MEMBER.
           MOVE HT-HERO-ID TO hero-id OF HERO-MASTER-RECORD.
           READ HERO-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM TALLY-MASTER-MEMBER
           END-READ.

       TALLY-MASTER-MEMBER.
           IF hero-active
               PERFORM CHECK-MEMBER-AVAILABLE
               IF NOT WS-HERO-UNAVAILABLE
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

       STORE-TEAM-ENTRY.
           IF SNP-TEAM-COUNT IS LESS THAN WS-MAX-TEAMS
               ADD 1 TO SNP-TEAM-COUNT
               MOVE SNP-TEAM-COUNT TO WS-TEAM-IX
               MOVE WS-CURRENT-TEAM TO SNP-TEAM-NAME(WS-TEAM-IX)
               MOVE WS-TEAM-ACTIVE TO SNP-TEAM-HEADCOUNT(WS-TEAM-IX)
               MOVE WS-TEAM-TOTAL-POWER
                   TO SNP-TEAM-POWER(WS-TEAM-IX)
           ELSE
               DISPLAY "HEROSNAP: team table full - "
                   WS-CURRENT-TEAM " not recorded"
           END-IF.

           MOVE 0 TO WS-TEAM-ACTIVE.
           MOVE 0 TO WS-TEAM-TOTAL-POWER.

       WRITE-SNAPSHOT-RECORD.
           IF NOT WS-FIRST-RECORD
               PERFORM STORE-TEAM-ENTRY
           END-IF.

           IF SNP-ACTIVE-COUNT IS GREATER THAN 0
               DIVIDE SNP-TOTAL-POWER BY SNP-ACTIVE-COUNT
                   GIVING SNP-AVERAGE-POWER
           END-IF.

           OPEN EXTEND STATISTICS-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS IS EQUAL "35"
               OPEN OUTPUT STATISTICS-HISTORY-FILE
               CLOSE STATISTICS-HISTORY-FILE
               OPEN EXTEND STATISTICS-HISTORY-FILE
           END-IF.
           WRITE HISTORY-RECORD FROM WS-SNAPSHOT.
           CLOSE STATISTICS-HISTORY-FILE.

       FINALIZE-SNAPSHOT.
           IF NOT WS-SNAPSHOT-TAKEN
               CLOSE HERO-MASTER-FILE
               CLOSE HERO-TEAM-FILE
               CLOSE HERO-UNAVAIL-FILE
               IF WS-MISSION-FILE-OPEN
                   CLOSE MISSION-MASTER-FILE
               END-IF
               IF WS-ASSIGN-FILE-OPEN
                   CLOSE MISSION-ASSIGN-FILE
               END-IF
           END-IF.

           MOVE 0 TO RETURN-CODE.
