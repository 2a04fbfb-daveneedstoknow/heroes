                   RECORD KEY IS TM-TEAM-NAME
                   FILE STATUS IS WS-TEAM-MASTER-STATUS.

               SELECT HERO-TEAM-FILE ASSIGN TO "HEROTEAM"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HT-KEY
                   ALTERNATE RECORD KEY IS HT-TEAM-NAME
                       OF HERO-TEAM-RECORD WITH DUPLICATES
                   FILE STATUS IS WS-TEAM-FILE-STATUS.

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

               SELECT HERO-TRANSACTION-FILE ASSIGN TO "HEROTRAN"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRAN-FILE-STATUS.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CONTROL-FILE-STATUS.

               SELECT SUSPENSE-FILE ASSIGN TO "HEROSUSP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SU-KEY
                   FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

               SELECT PARAMETER-FILE ASSIGN TO "HEROPARM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FILE-STATUS.

               SELECT APPLY-CHECKPOINT-FILE ASSIGN TO "HEROACKP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD HERO-MASTER-FILE.
           01 TEAM-MASTER-RECORD.
               COPY HEROTMST.

           FD HERO-TEAM-FILE.
           01 HERO-TEAM-RECORD.
               COPY HEROTEAM.

           FD MISSION-MASTER-FILE.
           01 MISSION-MASTER-RECORD.
               COPY HEROMSN.

           FD MISSION-ASSIGN-FILE.
           01 MISSION-ASSIGN-RECORD.
               COPY HEROMASN.

           FD CASCADE-LOG-FILE.
           01 CASCADE-LOG-RECORD.
               COPY HEROCSC.

           FD HERO-TRANSACTION-FILE.
           01 TRANSACTION-LINE PIC X(80).

               05 FILLER PIC X VALUE SPACE.
               05 ICT-OUTCOME PIC X(8).

           FD SUSPENSE-FILE.
           01 SUSPENSE-RECORD.
               COPY HEROSUS.

           FD PARAMETER-FILE.
           01 PARAMETER-RECORD.
               COPY HEROPRM.

           FD APPLY-CHECKPOINT-FILE.
           01 CHECKPOINT-RECORD.
               05 CKPT-SEQUENCE-NUMBER PIC 9(4).
               05 FILLER PIC X VALUE SPACE.
               05 CKPT-DETAIL-COUNT PIC 9(5).
               05 FILLER PIC X VALUE SPACE.
               05 CKPT-APPLIED-ADDS PIC 9(5).
               05 FILLER PIC X VALUE SPACE.
               05 CKPT-APPLIED-CHANGES PIC 9(5).
               05 FILLER PIC X VALUE SPACE.
               05 CKPT-APPLIED-DELETES PIC 9(5).
               05 FILLER PIC X VALUE SPACE.
               05 CKPT-REJECTED-COUNT PIC 9(5).
               05 FILLER PIC X VALUE SPACE.
               05 CKPT-CASCADE-MISSIONS PIC 9(5).
               05 FILLER PIC X VALUE SPACE.
               05 CKPT-CASCADE-TEAMS PIC 9(5).
               05 FILLER PIC X VALUE SPACE.
               05 CKPT-CASCADE-LEADERS PIC 9(5).
               05 FILLER PIC X VALUE SPACE.
               05 CKPT-SUSPENSE-RETRIED PIC 9(5).
               05 FILLER PIC X VALUE SPACE.
               05 CKPT-SUSPENSE-CLEARED PIC 9(5).

           WORKING-STORAGE SECTION.
           01 WS-HERO-FILE-STATUS PIC XX.
           01 WS-TEAM-MASTER-STATUS PIC XX.
           01 WS-TRAN-FILE-STATUS PIC XX.
           01 WS-CONTROL-FILE-STATUS PIC XX.
           01 WS-TEAM-FILE-STATUS PIC XX.
           01 WS-MISSION-FILE-STATUS PIC XX.
           01 WS-ASSIGN-FILE-STATUS PIC XX.
           01 WS-CASCADE-LOG-STATUS PIC XX.
           01 WS-SUSPENSE-FILE-STATUS PIC XX.
           01 WS-PARM-FILE-STATUS PIC XX.
           01 WS-CHECKPOINT-FILE-STATUS PIC XX.

           01 WS-RESTART-SW PIC X VALUE "N".
               88 WS-RESTART-RUN VALUE "Y".
           01 WS-CHECKPOINT-SEQUENCE PIC 9(4) VALUE 0.
           01 WS-CHECKPOINT-DETAIL-COUNT PIC 9(5) VALUE 0.
           01 WS-RESTART-DETAIL-COUNT PIC 9(5) VALUE 0.
           01 WS-CHECKPOINT-INTERVAL PIC 999 VALUE 1.
           01 WS-CHECKPOINT-QUOTIENT PIC 9(5) VALUE 0.
           01 WS-CHECKPOINT-REMAINDER PIC 999 VALUE 0.
           01 WS-SKIPPED-COUNT PIC 9(5) VALUE 0.
           01 WS-RECONCILE-COUNT PIC S9(7) VALUE 0.
           01 WS-CONTROL-OUTCOME PIC X(8) VALUE SPACES.

           01 WS-SUSPENSE-EOF-SW PIC X VALUE "N".
               88 WS-SUSPENSE-EOF VALUE "Y".
           01 WS-SUSPENSE-AGE-DAYS PIC 999 VALUE 7.
           01 WS-SUSPENSE-RETRIED PIC 9(5) VALUE 0.
           01 WS-SUSPENSE-CLEARED PIC 9(5) VALUE 0.
           01 WS-SUSPENSE-AGED PIC 9(5) VALUE 0.
           01 WS-SUSPENSE-FIRST-DATE PIC 9(6) VALUE 0.

           01 WS-DATE-WORK PIC 9(8) VALUE 0.
           01 WS-TODAY-INTEGER PIC 9(7) VALUE 0.
           01 WS-REJECT-INTEGER PIC 9(7) VALUE 0.
           01 WS-SUSPENSE-DAYS PIC S9(7) VALUE 0.

           01 WS-MISSION-FILES-SW PIC X VALUE "N".
               88 WS-MISSION-FILES-OPEN VALUE "Y".

           01 WS-CASCADE-EOF-SW PIC X VALUE "N".
               88 WS-CASCADE-EOF VALUE "Y".
           01 WS-CASCADE-HERO-ID PIC 9(5) VALUE 0.
           01 WS-CASCADE-CAUSE PIC X VALUE SPACE.
           01 WS-CASCADE-ACTION PIC X VALUE SPACE.
           01 WS-CASCADE-MISSION-ID PIC 9(4) VALUE 0.
           01 WS-CASCADE-TEAM-NAME PIC X(20) VALUE SPACES.
           01 WS-CASCADE-MISSIONS PIC 9(5) VALUE 0.
           01 WS-CASCADE-TEAMS PIC 9(5) VALUE 0.
           01 WS-CASCADE-LEADERS PIC 9(5) VALUE 0.

           01 WS-CONTROL-EOF-SW PIC X VALUE "N".
               88 WS-CONTROL-EOF VALUE "Y".
               05 FILLER PIC X(24) VALUE "TRANSACTIONS REJECTED:  ".
               05 TL5-COUNT PIC ZZZZ9.

           01 TOTAL-LINE-6.
               05 FILLER PIC X(24) VALUE "MISSION SLOTS RELEASED: ".
               05 TL6-COUNT PIC ZZZZ9.

           01 TOTAL-LINE-7.
               05 FILLER PIC X(24) VALUE "TEAM MEMBERSHIPS ENDED: ".
               05 TL7-COUNT PIC ZZZZ9.

           01 TOTAL-LINE-8.
               05 FILLER PIC X(24) VALUE "TEAM LEADERS CLEARED:   ".
               05 TL8-COUNT PIC ZZZZ9.

           01 TOTAL-LINE-9.
               05 FILLER PIC X(24) VALUE "SUSPENSE ITEMS RETRIED: ".
               05 TL9-COUNT PIC ZZZZ9.

           01 TOTAL-LINE-10.
               05 FILLER PIC X(24) VALUE "SUSPENSE ITEMS CLEARED: ".
               05 TL10-COUNT PIC ZZZZ9.

           01 TOTAL-LINE-11.
               05 FILLER PIC X(24) VALUE "AGED SUSPENSE ITEMS:    ".
               05 TL11-COUNT PIC ZZZZ9.

           01 RECYCLE-HEADING-LINE.
               05 FILLER PIC X(40)
                   VALUE "SUSPENSE ITEMS RETRIED".

           01 NEW-FILE-HEADING-LINE.
               05 FILLER PIC X(40)
                   VALUE "NEW FILE TRANSACTIONS".

           01 TOTAL-LINE-12.
               05 FILLER PIC X(24) VALUE "SKIPPED ON RESTART:     ".
               05 TL12-COUNT PIC ZZZZ9.

           01 RESTART-NOTE-LINE.
               05 FILLER PIC X(30)
                   VALUE "RESTARTED AFTER DETAIL RECORD ".
               05 RN-DETAIL-COUNT PIC ZZZZ9.
               05 FILLER PIC X(30)
                   VALUE " - TOTALS CARRIED FORWARD".

           01 RECONCILE-ERROR-LINE.
               05 FILLER PIC X(44)
                   VALUE "OUT OF BALANCE - APPLIED PLUS REJECTED IS ".
               05 RE-COUNT PIC ZZZZ9.
               05 FILLER PIC X(10) VALUE ", TRAILER ".
               05 RE-TRAILER-COUNT PIC ZZZZ9.

           01 AGED-HEADING-LINE-1.
               05 FILLER PIC X(36)
                   VALUE "AGED SUSPENSE ITEMS - OPEN AT LEAST ".
               05 AH1-AGE-DAYS PIC ZZ9.
               05 FILLER PIC X(5) VALUE " DAYS".

           01 AGED-HEADING-LINE-2.
               05 FILLER PIC X(12) VALUE "FILE/DETAIL".
               05 FILLER PIC X(3) VALUE "ACT".
               05 FILLER PIC X(6) VALUE "ID".
               05 FILLER PIC X(21) VALUE "NAME".
               05 FILLER PIC X(5) VALUE "DAYS".
               05 FILLER PIC X(30) VALUE "LAST REASON".

           01 AGED-LINE.
               05 AG-FILE-SEQUENCE PIC 9(4).
               05 FILLER PIC X VALUE "/".
               05 AG-DETAIL-NUMBER PIC 9(5).
               05 FILLER PIC X(2) VALUE SPACES.
               05 AG-ACTION PIC X.
               05 FILLER PIC X(2) VALUE SPACES.
               05 AG-HERO-ID PIC X(5).
               05 FILLER PIC X VALUE SPACE.
               05 AG-HERO-NAME PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 AG-AGE-DAYS PIC ZZZ9.
               05 FILLER PIC X VALUE SPACE.
               05 AG-REASON PIC X(30).

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-APPLY.
           PERFORM VERIFY-CONTROL-TOTALS.
           PERFORM OPEN-APPLY-FILES.
           PERFORM RECYCLE-SUSPENDED-ITEMS.
           IF NOT WS-FILE-REJECTED
               PERFORM APPLY-TRANSACTIONS
           END-IF.
           PERFORM FINALIZE-APPLY.
           PERFORM CLOSE-APPLY-FILES.
           STOP RUN.

       INITIALIZE-APPLY.
           PERFORM READ-CHECKPOINT.
           IF WS-CHECKPOINT-SEQUENCE IS GREATER THAN 0
               OPEN EXTEND APPLY-REPORT-FILE
               IF WS-REPORT-FILE-STATUS IS EQUAL "35"
                   OPEN OUTPUT APPLY-REPORT-FILE
               END-IF
           ELSE
               OPEN OUTPUT APPLY-REPORT-FILE
           END-IF.

           DISPLAY "Override sequence check (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-OVERRIDE-PARM FROM CONSOLE.

           PERFORM READ-RUN-PARAMETERS.

           ACCEPT WS-TODAY-DATE FROM DATE.
           ADD 20000000 WS-TODAY-DATE-NUM GIVING WS-DATE-WORK.
           MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
               TO WS-TODAY-INTEGER.
           STRING WS-TODAY-MM "/" WS-TODAY-DD "/" WS-TODAY-YY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       READ-RUN-PARAMETERS.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-FILE-STATUS IS NOT EQUAL "35"
               READ PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-SUSPENSE-AGE-DAYS IS NUMERIC
                           MOVE PARM-SUSPENSE-AGE-DAYS
                               TO WS-SUSPENSE-AGE-DAYS
                       END-IF
                       IF PARM-CHECKPOINT-INTERVAL IS NUMERIC
                               AND PARM-CHECKPOINT-INTERVAL
                                   IS GREATER THAN 0
                           MOVE PARM-CHECKPOINT-INTERVAL
                               TO WS-CHECKPOINT-INTERVAL
                       END-IF
               END-READ
               CLOSE PARAMETER-FILE
           END-IF.

       READ-CHECKPOINT.
           OPEN INPUT APPLY-CHECKPOINT-FILE.
           IF WS-CHECKPOINT-FILE-STATUS IS NOT EQUAL "35"
               READ APPLY-CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CKPT-SEQUENCE-NUMBER IS NUMERIC
                               AND CKPT-DETAIL-COUNT IS NUMERIC
                               AND CKPT-APPLIED-ADDS IS NUMERIC
                               AND CKPT-APPLIED-CHANGES IS NUMERIC
                               AND CKPT-APPLIED-DELETES IS NUMERIC
                               AND CKPT-REJECTED-COUNT IS NUMERIC
                               AND CKPT-CASCADE-MISSIONS IS NUMERIC
                               AND CKPT-CASCADE-TEAMS IS NUMERIC
                               AND CKPT-CASCADE-LEADERS IS NUMERIC
                               AND CKPT-SUSPENSE-RETRIED IS NUMERIC
                               AND CKPT-SUSPENSE-CLEARED IS NUMERIC
                           MOVE CKPT-SEQUENCE-NUMBER
                               TO WS-CHECKPOINT-SEQUENCE
                           MOVE CKPT-DETAIL-COUNT
                               TO WS-CHECKPOINT-DETAIL-COUNT
                       END-IF
               END-READ
               CLOSE APPLY-CHECKPOINT-FILE
           END-IF.

       RESTORE-CHECKPOINT-TOTALS.
           SET WS-RESTART-RUN TO TRUE.
           MOVE WS-CHECKPOINT-DETAIL-COUNT TO WS-RESTART-DETAIL-COUNT.

           OPEN INPUT APPLY-CHECKPOINT-FILE.
           READ APPLY-CHECKPOINT-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM RESTORE-RUNNING-TOTALS
           END-READ.
           CLOSE APPLY-CHECKPOINT-FILE.

           MOVE WS-RESTART-DETAIL-COUNT TO RN-DETAIL-COUNT.
           WRITE REPORT-LINE FROM RESTART-NOTE-LINE.

       RESTORE-RUNNING-TOTALS.
           MOVE CKPT-APPLIED-ADDS TO WS-APPLIED-ADDS.
           MOVE CKPT-APPLIED-CHANGES TO WS-APPLIED-CHANGES.
           MOVE CKPT-APPLIED-DELETES TO WS-APPLIED-DELETES.
           MOVE CKPT-REJECTED-COUNT TO WS-REJECTED-COUNT.
           MOVE CKPT-CASCADE-MISSIONS TO WS-CASCADE-MISSIONS.
           MOVE CKPT-CASCADE-TEAMS TO WS-CASCADE-TEAMS.
           MOVE CKPT-CASCADE-LEADERS TO WS-CASCADE-LEADERS.
           MOVE CKPT-SUSPENSE-RETRIED TO WS-SUSPENSE-RETRIED.
           MOVE CKPT-SUSPENSE-CLEARED TO WS-SUSPENSE-CLEARED.

       WRITE-CHECKPOINT.
           MOVE HDR-SEQUENCE-NUMBER TO CKPT-SEQUENCE-NUMBER.
           MOVE WS-DETAIL-COUNT TO CKPT-DETAIL-COUNT.
           MOVE WS-APPLIED-ADDS TO CKPT-APPLIED-ADDS.
           MOVE WS-APPLIED-CHANGES TO CKPT-APPLIED-CHANGES.
           MOVE WS-APPLIED-DELETES TO CKPT-APPLIED-DELETES.
           MOVE WS-REJECTED-COUNT TO CKPT-REJECTED-COUNT.
           MOVE WS-CASCADE-MISSIONS TO CKPT-CASCADE-MISSIONS.
           MOVE WS-CASCADE-TEAMS TO CKPT-CASCADE-TEAMS.
           MOVE WS-CASCADE-LEADERS TO CKPT-CASCADE-LEADERS.
           MOVE WS-SUSPENSE-RETRIED TO CKPT-SUSPENSE-RETRIED.
           MOVE WS-SUSPENSE-CLEARED TO CKPT-SUSPENSE-CLEARED.

           OPEN OUTPUT APPLY-CHECKPOINT-FILE.
           WRITE CHECKPOINT-RECORD.
           CLOSE APPLY-CHECKPOINT-FILE.

       CLEAR-CHECKPOINT.
           MOVE 0 TO CKPT-SEQUENCE-NUMBER.
           MOVE 0 TO CKPT-DETAIL-COUNT.
           MOVE 0 TO CKPT-APPLIED-ADDS.
           MOVE 0 TO CKPT-APPLIED-CHANGES.
           MOVE 0 TO CKPT-APPLIED-DELETES.
           MOVE 0 TO CKPT-REJECTED-COUNT.
           MOVE 0 TO CKPT-CASCADE-MISSIONS.
           MOVE 0 TO CKPT-CASCADE-TEAMS.
           MOVE 0 TO CKPT-CASCADE-LEADERS.
           MOVE 0 TO CKPT-SUSPENSE-RETRIED.
           MOVE 0 TO CKPT-SUSPENSE-CLEARED.

           OPEN OUTPUT APPLY-CHECKPOINT-FILE.
           WRITE CHECKPOINT-RECORD.
           CLOSE APPLY-CHECKPOINT-FILE.

       VERIFY-CONTROL-TOTALS.
           OPEN INPUT HERO-TRANSACTION-FILE.
           IF WS-TRAN-FILE-STATUS IS NOT EQUAL "00"
           IF NOT WS-FILE-REJECTED
               PERFORM CHECK-FILE-SEQUENCE
           END-IF.
           IF NOT WS-FILE-REJECTED
                   AND WS-CHECKPOINT-SEQUENCE IS GREATER THAN 0
                   AND HDR-SEQUENCE-NUMBER IS EQUAL
                       WS-CHECKPOINT-SEQUENCE
               PERFORM CHECK-RESTART-POSITION
           END-IF.

       CHECK-RESTART-POSITION.
           IF WS-CHECKPOINT-DETAIL-COUNT
                   IS GREATER THAN WS-TRAILER-COUNT
               MOVE "CHECKPOINT IS BEYOND TRAILER COUNT"
                   TO CE-REASON
               PERFORM REJECT-WHOLE-FILE
           ELSE
               PERFORM RESTORE-CHECKPOINT-TOTALS
           END-IF.

       CHECK-FILE-SEQUENCE.
           IF HDR-SEQUENCE-NUMBER IS NOT NUMERIC
               EVALUATE TRUE
                   WHEN WS-SEQUENCE-OVERRIDE
                       WRITE REPORT-LINE FROM OVERRIDE-NOTE-LINE
                   WHEN WS-CHECKPOINT-SEQUENCE IS GREATER THAN 0
                           AND HDR-SEQUENCE-NUMBER IS NOT EQUAL
                               WS-CHECKPOINT-SEQUENCE
                       MOVE "RESTART PENDING FOR AN EARLIER FILE"
                           TO CE-REASON
                       PERFORM REJECT-WHOLE-FILE
                   WHEN HDR-SEQUENCE-NUMBER IS NOT GREATER THAN
                           WS-LAST-APPLIED-SEQ
                       MOVE "FILE SEQUENCE ALREADY APPLIED"
               AT END
                   SET WS-CONTROL-EOF TO TRUE
               NOT AT END
                   IF (ICT-OUTCOME IS EQUAL "APPLIED"
                        OR ICT-OUTCOME IS EQUAL "RESTART")
                           AND ICT-SEQUENCE-NUMBER IS NUMERIC
                           AND ICT-SEQUENCE-NUMBER IS GREATER THAN
                               WS-LAST-APPLIED-SEQ
           SET WS-FILE-REJECTED TO TRUE.
           WRITE REPORT-LINE FROM CONTROL-ERROR-LINE.

       OPEN-APPLY-FILES.
           PERFORM INITIALIZE-HERO-FILE.
           PERFORM INITIALIZE-TEAM-MASTER.
           PERFORM INITIALIZE-AUDIT-FILE.
           PERFORM INITIALIZE-CASCADE-FILES.
           PERFORM INITIALIZE-SUSPENSE-FILE.

       CLOSE-APPLY-FILES.
           CLOSE HERO-MASTER-FILE.
           CLOSE TEAM-MASTER-FILE.
           CLOSE HERO-AUDIT-FILE.
           PERFORM TERMINATE-CASCADE-FILES.
           CLOSE SUSPENSE-FILE.

       APPLY-TRANSACTIONS.
           IF NOT WS-RESTART-RUN
               MOVE "PARTIAL" TO WS-CONTROL-OUTCOME
               PERFORM WRITE-CONTROL-OUTCOME
           END-IF.

           OPEN INPUT HERO-TRANSACTION-FILE.
           MOVE "N" TO WS-EOF-SW.
           MOVE 0 TO WS-DETAIL-COUNT.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM NEW-FILE-HEADING-LINE.

           PERFORM APPLY-NEXT-TRANSACTION UNTIL WS-TRAN-EOF.

           CLOSE HERO-TRANSACTION-FILE.
           PERFORM RECONCILE-APPLIED-COUNTS.
           PERFORM CLEAR-CHECKPOINT.

       RECONCILE-APPLIED-COUNTS.
           COMPUTE WS-RECONCILE-COUNT = WS-APPLIED-ADDS
               + WS-APPLIED-CHANGES + WS-APPLIED-DELETES
               + WS-REJECTED-COUNT - WS-SUSPENSE-CLEARED.
           IF WS-RECONCILE-COUNT IS NOT EQUAL WS-TRAILER-COUNT
               MOVE WS-RECONCILE-COUNT TO RE-COUNT
               MOVE WS-TRAILER-COUNT TO RE-TRAILER-COUNT
               WRITE REPORT-LINE FROM RECONCILE-ERROR-LINE
           END-IF.

       INITIALIZE-SUSPENSE-FILE.
           OPEN I-O SUSPENSE-FILE.
           IF WS-SUSPENSE-FILE-STATUS IS EQUAL "35"
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF.

       RECYCLE-SUSPENDED-ITEMS.
           WRITE REPORT-LINE FROM RECYCLE-HEADING-LINE.
           MOVE "N" TO WS-SUSPENSE-EOF-SW.
           MOVE LOW-VALUES TO SU-KEY.
           START SUSPENSE-FILE
               KEY IS NOT LESS THAN SU-KEY
               INVALID KEY SET WS-SUSPENSE-EOF TO TRUE
           END-START.

           PERFORM RECYCLE-NEXT-ITEM UNTIL WS-SUSPENSE-EOF.

       RECYCLE-NEXT-ITEM.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   SET WS-SUSPENSE-EOF TO TRUE
               NOT AT END
                   IF SU-CORRECTED
                       PERFORM RECYCLE-ONE-ITEM
                   END-IF
           END-READ.

       RECYCLE-ONE-ITEM.
           ADD 1 TO WS-SUSPENSE-RETRIED.
           MOVE SU-TRANSACTION TO WS-DETAIL-RECORD.
           MOVE SPACES TO WS-REJECT-REASON.

           PERFORM EDIT-AND-APPLY-DETAIL.

           IF WS-REJECT-REASON IS EQUAL SPACES
               ADD 1 TO WS-SUSPENSE-CLEARED
               SET SU-APPLIED TO TRUE
               MOVE "APPLIED FROM SUSPENSE" TO RJ-REASON
           ELSE
               SET SU-SUSPENDED TO TRUE
               MOVE WS-REJECT-REASON TO SU-REJECT-REASON
               MOVE WS-TODAY-DATE-NUM TO SU-LAST-REJECT-DATE
               ADD 1 TO SU-RETRY-COUNT
               MOVE WS-REJECT-REASON TO RJ-REASON
           END-IF.
           MOVE WS-AUDIT-USER-ID TO SU-UPDATED-BY.
           MOVE WS-TODAY-DATE-NUM TO SU-UPDATED-DATE.
           REWRITE SUSPENSE-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.

           MOVE TRN-ACTION TO RJ-ACTION.
           MOVE hero-id OF TRN-HERO TO RJ-HERO-ID.
           MOVE hero-name OF TRN-HERO TO RJ-HERO-NAME.
           WRITE REPORT-LINE FROM REJECT-LINE.

       INITIALIZE-AUDIT-FILE.
           OPEN EXTEND HERO-AUDIT-FILE.
           END-IF.

       INITIALIZE-TEAM-MASTER.
           OPEN I-O TEAM-MASTER-FILE.
           IF WS-TEAM-MASTER-STATUS IS EQUAL "35"
               OPEN OUTPUT TEAM-MASTER-FILE
               CLOSE TEAM-MASTER-FILE
               OPEN I-O TEAM-MASTER-FILE
           END-IF.

       INITIALIZE-CASCADE-FILES.
           OPEN I-O HERO-TEAM-FILE.
           IF WS-TEAM-FILE-STATUS IS EQUAL "35"
               OPEN OUTPUT HERO-TEAM-FILE
               CLOSE HERO-TEAM-FILE
               OPEN I-O HERO-TEAM-FILE
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

       TERMINATE-CASCADE-FILES.
           CLOSE HERO-TEAM-FILE.
           IF WS-MISSION-FILES-OPEN
               CLOSE MISSION-MASTER-FILE
               CLOSE MISSION-ASSIGN-FILE
           END-IF.
           CLOSE CASCADE-LOG-FILE.

       APPLY-NEXT-TRANSACTION.
           READ HERO-TRANSACTION-FILE

       APPLY-ONE-TRANSACTION.
           ADD 1 TO WS-DETAIL-COUNT.
           IF WS-DETAIL-COUNT IS GREATER THAN WS-RESTART-DETAIL-COUNT
               PERFORM APPLY-DETAIL-RECORD
               DIVIDE WS-DETAIL-COUNT BY WS-CHECKPOINT-INTERVAL
                   GIVING WS-CHECKPOINT-QUOTIENT
                   REMAINDER WS-CHECKPOINT-REMAINDER
               IF WS-CHECKPOINT-REMAINDER IS EQUAL 0
                   PERFORM WRITE-CHECKPOINT
               END-IF
           ELSE
               ADD 1 TO WS-SKIPPED-COUNT
           END-IF.

       APPLY-DETAIL-RECORD.
           MOVE TRANSACTION-LINE TO WS-DETAIL-RECORD.
           MOVE SPACES TO WS-REJECT-REASON.

           PERFORM EDIT-AND-APPLY-DETAIL.

           IF WS-REJECT-REASON IS NOT EQUAL SPACES
               PERFORM WRITE-REJECT-LINE
               PERFORM SUSPEND-TRANSACTION
           END-IF.

       EDIT-AND-APPLY-DETAIL.
           PERFORM EDIT-TRANSACTION.

           IF WS-REJECT-REASON IS EQUAL SPACES
               END-EVALUATE
           END-IF.

       SUSPEND-TRANSACTION.
           MOVE HDR-SEQUENCE-NUMBER TO SU-FILE-SEQUENCE.
           MOVE WS-DETAIL-COUNT TO SU-DETAIL-NUMBER.
           MOVE WS-TODAY-DATE-NUM TO WS-SUSPENSE-FIRST-DATE.
           READ SUSPENSE-FILE
               INVALID KEY
                   MOVE 0 TO SU-RETRY-COUNT
               NOT INVALID KEY
                   MOVE SU-FIRST-REJECT-DATE
                       TO WS-SUSPENSE-FIRST-DATE
           END-READ.

           MOVE HDR-SEQUENCE-NUMBER TO SU-FILE-SEQUENCE.
           MOVE WS-DETAIL-COUNT TO SU-DETAIL-NUMBER.
           SET SU-SUSPENDED TO TRUE.
           MOVE WS-SUSPENSE-FIRST-DATE TO SU-FIRST-REJECT-DATE.
           MOVE WS-TODAY-DATE-NUM TO SU-LAST-REJECT-DATE.
           MOVE WS-REJECT-REASON TO SU-REJECT-REASON.
           MOVE WS-AUDIT-USER-ID TO SU-UPDATED-BY.
           MOVE WS-TODAY-DATE-NUM TO SU-UPDATED-DATE.
           MOVE TRANSACTION-LINE TO SU-TRANSACTION.

           IF WS-SUSPENSE-FILE-STATUS IS EQUAL "00"
               REWRITE SUSPENSE-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE SUSPENSE-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF.

       EDIT-TRANSACTION.
                   MOVE CORRESPONDING TRN-HERO
                       TO WS-HERO-AFTER-APPLY
                   PERFORM WRITE-APPLY-AUDIT
                   PERFORM CHECK-STATUS-CASCADE
           END-REWRITE.

       CHECK-STATUS-CASCADE.
           IF hero-status OF WS-HERO-AFTER-APPLY IS NOT EQUAL
                   hero-status OF WS-HERO-BEFORE-APPLY
                   AND (hero-retired OF WS-HERO-AFTER-APPLY
                     OR hero-deceased OF WS-HERO-AFTER-APPLY)
               MOVE hero-id OF TRN-HERO TO WS-CASCADE-HERO-ID
               MOVE hero-status OF WS-HERO-AFTER-APPLY
                   TO WS-CASCADE-CAUSE
               PERFORM CASCADE-HERO-RELEASE
           END-IF.

       APPLY-DELETE.
           MOVE hero-id OF TRN-HERO TO hero-id OF HERO-MASTER-RECORD.
           READ HERO-MASTER-FILE
                   ADD 1 TO WS-APPLIED-DELETES
                   PERFORM CLEAR-AFTER-IMAGE
                   PERFORM WRITE-APPLY-AUDIT
                   MOVE hero-id OF TRN-HERO TO WS-CASCADE-HERO-ID
                   MOVE "X" TO WS-CASCADE-CAUSE
                   PERFORM CASCADE-HERO-RELEASE
           END-DELETE.

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
           MOVE SPACES TO TM-TEAM-NAME OF TEAM-MASTER-RECORD.
           START TEAM-MASTER-FILE
               KEY IS NOT LESS THAN TM-TEAM-NAME OF TEAM-MASTER-RECORD
               INVALID KEY SET WS-CASCADE-EOF TO TRUE
           END-START.

           PERFORM CLEAR-ONE-LEADER UNTIL WS-CASCADE-EOF.

       CLEAR-ONE-LEADER.
           READ TEAM-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-CASCADE-EOF TO TRUE
               NOT AT END
                   IF TM-LEADER-HERO-ID OF TEAM-MASTER-RECORD
                           IS EQUAL WS-CASCADE-HERO-ID
                       PERFORM DROP-TEAM-LEADER
                   END-IF
           END-READ.

       DROP-TEAM-LEADER.
           MOVE 0 TO TM-LEADER-HERO-ID OF TEAM-MASTER-RECORD.
           REWRITE TEAM-MASTER-RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-CASCADE-LEADERS
                   MOVE "L" TO WS-CASCADE-ACTION
                   MOVE 0 TO WS-CASCADE-MISSION-ID
                   MOVE TM-TEAM-NAME OF TEAM-MASTER-RECORD
                       TO WS-CASCADE-TEAM-NAME
                   PERFORM WRITE-CASCADE-RECORD
           END-REWRITE.

       WRITE-CASCADE-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE.
           ACCEPT WS-AUDIT-TIME FROM TIME.

           MOVE SPACES TO CASCADE-LOG-RECORD.
           MOVE WS-CASCADE-HERO-ID TO CSC-HERO-ID.
           STRING WS-AUDIT-MM "/" WS-AUDIT-DD "/" WS-AUDIT-YY " "
                   WS-AUDIT-HH ":" WS-AUDIT-MIN ":" WS-AUDIT-SS
               DELIMITED BY SIZE INTO CSC-TIMESTAMP.
           MOVE WS-AUDIT-USER-ID TO CSC-USER-ID.

           CALL "C$GETPID".
           MOVE RETURN-CODE TO CSC-TERMINAL-ID.
           MOVE 0 TO RETURN-CODE.

           MOVE WS-CASCADE-CAUSE TO CSC-CAUSE.
           MOVE WS-CASCADE-ACTION TO CSC-ACTION.
           MOVE WS-CASCADE-MISSION-ID TO CSC-MISSION-ID.
           MOVE WS-CASCADE-TEAM-NAME TO CSC-TEAM-NAME.

           WRITE CASCADE-LOG-RECORD.

       CLEAR-BEFORE-IMAGE.
           MOVE hero-id OF TRN-HERO
               TO hero-id OF WS-HERO-BEFORE-APPLY.
           WRITE REPORT-LINE FROM TOTAL-LINE-4.
           MOVE WS-REJECTED-COUNT TO TL5-COUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE-5.
           MOVE WS-CASCADE-MISSIONS TO TL6-COUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE-6.
           MOVE WS-CASCADE-TEAMS TO TL7-COUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE-7.
           MOVE WS-CASCADE-LEADERS TO TL8-COUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE-8.
           MOVE WS-SUSPENSE-RETRIED TO TL9-COUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE-9.
           MOVE WS-SUSPENSE-CLEARED TO TL10-COUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE-10.
           IF WS-RESTART-RUN
               MOVE WS-SKIPPED-COUNT TO TL12-COUNT
               WRITE REPORT-LINE FROM TOTAL-LINE-12
           END-IF.

           PERFORM LIST-AGED-SUSPENSE.
           MOVE WS-SUSPENSE-AGED TO TL11-COUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE-11.

           PERFORM RECORD-APPLY-OUTCOME.

           CLOSE APPLY-REPORT-FILE.

       LIST-AGED-SUSPENSE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE WS-SUSPENSE-AGE-DAYS TO AH1-AGE-DAYS.
           WRITE REPORT-LINE FROM AGED-HEADING-LINE-1.
           WRITE REPORT-LINE FROM AGED-HEADING-LINE-2.

           MOVE "N" TO WS-SUSPENSE-EOF-SW.
           MOVE LOW-VALUES TO SU-KEY.
           START SUSPENSE-FILE
               KEY IS NOT LESS THAN SU-KEY
               INVALID KEY SET WS-SUSPENSE-EOF TO TRUE
           END-START.

           PERFORM CHECK-NEXT-AGED-ITEM UNTIL WS-SUSPENSE-EOF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       CHECK-NEXT-AGED-ITEM.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   SET WS-SUSPENSE-EOF TO TRUE
               NOT AT END
                   IF SU-OPEN-ITEM
                       PERFORM CHECK-SUSPENSE-AGE
                   END-IF
           END-READ.

       CHECK-SUSPENSE-AGE.
           MOVE 0 TO WS-SUSPENSE-DAYS.
           IF SU-FIRST-REJECT-DATE IS NUMERIC
                   AND SU-FIRST-REJECT-DATE IS GREATER THAN 0
               ADD 20000000 SU-FIRST-REJECT-DATE
                   GIVING WS-DATE-WORK
               MOVE FUNCTION INTEGER-OF-DATE(WS-DATE-WORK)
                   TO WS-REJECT-INTEGER
               SUBTRACT WS-REJECT-INTEGER FROM WS-TODAY-INTEGER
                   GIVING WS-SUSPENSE-DAYS
           END-IF.

           IF WS-SUSPENSE-DAYS IS NOT LESS THAN WS-SUSPENSE-AGE-DAYS
               ADD 1 TO WS-SUSPENSE-AGED
               MOVE SU-TRANSACTION TO WS-DETAIL-RECORD
               MOVE SU-FILE-SEQUENCE TO AG-FILE-SEQUENCE
               MOVE SU-DETAIL-NUMBER TO AG-DETAIL-NUMBER
               MOVE TRN-ACTION TO AG-ACTION
               MOVE hero-id OF TRN-HERO TO AG-HERO-ID
               MOVE hero-name OF TRN-HERO TO AG-HERO-NAME
               MOVE WS-SUSPENSE-DAYS TO AG-AGE-DAYS
               MOVE SU-REJECT-REASON TO AG-REASON
               WRITE REPORT-LINE FROM AGED-LINE
           END-IF.

       RECORD-APPLY-OUTCOME.
           IF WS-HEADER-SEEN AND HDR-SEQUENCE-NUMBER IS NUMERIC
               EVALUATE TRUE
                   WHEN WS-FILE-REJECTED
                       MOVE "REJECTED" TO WS-CONTROL-OUTCOME
                   WHEN WS-RESTART-RUN
                       MOVE "RESTART" TO WS-CONTROL-OUTCOME
                   WHEN OTHER
                       MOVE "APPLIED" TO WS-CONTROL-OUTCOME
               END-EVALUATE
               PERFORM WRITE-CONTROL-OUTCOME
           END-IF.

       WRITE-CONTROL-OUTCOME.
           OPEN EXTEND INTERFACE-CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS IS EQUAL "35"
               OPEN OUTPUT INTERFACE-CONTROL-FILE
               CLOSE INTERFACE-CONTROL-FILE
               OPEN EXTEND INTERFACE-CONTROL-FILE
           END-IF.
           MOVE HDR-SEQUENCE-NUMBER TO ICT-SEQUENCE-NUMBER.
           MOVE WS-TODAY-DATE-NUM TO ICT-APPLY-DATE.
           MOVE WS-CONTROL-OUTCOME TO ICT-OUTCOME.
           WRITE INTERFACE-CONTROL-RECORD.
           CLOSE INTERFACE-CONTROL-FILE.
