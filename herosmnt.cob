       IDENTIFICATION DIVISION.
            PROGRAM-ID. HEROSMNT.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT SUSPENSE-FILE ASSIGN TO "HEROSUSP"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS SU-KEY
                   FILE STATUS IS WS-SUSPENSE-FILE-STATUS.

               SELECT OPERATOR-SECURITY-FILE ASSIGN TO "HEROSECF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SECURITY-FILE-STATUS.

               SELECT SIGNON-LOG-FILE ASSIGN TO "HEROSLOG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SIGNON-LOG-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD SUSPENSE-FILE.
           01 SUSPENSE-RECORD.
               COPY HEROSUS.

           FD OPERATOR-SECURITY-FILE.
           01 OPERATOR-SECURITY-RECORD.
               COPY HEROSEC.

           FD SIGNON-LOG-FILE.
           01 SIGNON-LOG-RECORD PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-SUSPENSE-FILE-STATUS PIC XX.
           01 WS-SECURITY-FILE-STATUS PIC XX.
           01 WS-SIGNON-LOG-STATUS PIC XX.

           01 WS-SECURITY-EOF-SW PIC X VALUE "N".
               88 WS-SECURITY-EOF VALUE "Y".

           01 WS-LIST-EOF-SW PIC X VALUE "N".
               88 WS-LIST-EOF VALUE "Y".

           01 WS-MAX-OPERATORS PIC 99 VALUE 20.
           01 WS-OPERATOR-COUNT PIC 99 VALUE 0.
           01 WS-OPERATOR-NUMBER PIC 99.
           01 WS-OPERATOR-TABLE.
               05 WS-OPERATOR-ENTRY OCCURS 20 TIMES.
                   10 WS-OPR-ID PIC X(8).
                   10 WS-OPR-PASSWORD PIC X(8).
                   10 WS-OPR-ROLE PIC X.
                   10 WS-OPR-STATUS PIC X.
                   10 WS-OPR-CLEARED PIC X.

           01 WS-SIGNED-ON-SW PIC X VALUE "N".
               88 WS-OPERATOR-SIGNED-ON VALUE "Y".
           01 WS-SIGNON-ATTEMPTS PIC 9 VALUE 0.
           01 WS-MAX-SIGNON-ATTEMPTS PIC 9 VALUE 3.

           01 WS-OPERATOR-CLEARANCE PIC X VALUE "N".
               88 OPERATOR-CLEARED-FOR-SECRETS VALUE "Y".

           01 WS-OPERATOR-ID-ENTRY PIC X(8) VALUE SPACES.
           01 WS-PASSWORD-ENTRY PIC X(8) VALUE SPACES.
           01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.

           01 WS-PASSWORD-WORK PIC X(8) VALUE SPACES.

           01 WS-CLEAR-TEXT-SET.
               05 FILLER PIC X(26)
                   VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
               05 FILLER PIC X(26)
                   VALUE "abcdefghijklmnopqrstuvwxyz".
               05 FILLER PIC X(10) VALUE "0123456789".
           01 WS-CLEAR-SET REDEFINES WS-CLEAR-TEXT-SET PIC X(62).
           01 WS-SCRAMBLED-TEXT-SET.
               05 FILLER PIC X(26)
                   VALUE "QWERTYUIOPASDFGHJKLZXCVBNM".
               05 FILLER PIC X(26)
                   VALUE "qwertyuiopasdfghjklzxcvbnm".
               05 FILLER PIC X(10) VALUE "9876543210".
           01 WS-SCRAMBLED-SET REDEFINES WS-SCRAMBLED-TEXT-SET
               PIC X(62).

           01 WS-ACTION PIC X VALUE SPACE.
               88 WS-ACTION-CORRECT VALUE "C".
               88 WS-ACTION-CANCEL VALUE "X".
               88 WS-ACTION-LIST VALUE "L".
               88 WS-ACTION-END VALUE "E".

           01 WS-KEY-FOUND-SW PIC X VALUE "N".
               88 WS-KEY-FOUND VALUE "Y".

           01 WS-FILE-SEQUENCE-PARM PIC X(4) VALUE SPACES.
           01 WS-DETAIL-NUMBER-PARM PIC X(5) VALUE SPACES.
           01 WS-TRN-ACTION-PARM PIC X VALUE SPACE.
           01 WS-HERO-ID-PARM PIC X(5) VALUE SPACES.
           01 WS-HERO-NAME-PARM PIC X(20) VALUE SPACES.
           01 WS-SECRET-IDENTITY-PARM PIC X(20) VALUE SPACES.
           01 WS-POWER-LEVEL-PARM PIC X(3) VALUE SPACES.
           01 WS-TEAM-PARM PIC X(20) VALUE SPACES.
           01 WS-STATUS-PARM PIC X VALUE SPACE.
           01 WS-CONFIRM-PARM PIC X VALUE SPACE.
               88 WS-CONFIRMED VALUE "Y".
           01 WS-SHIFT-WORK PIC X(4) VALUE SPACES.

           01 WS-TODAY-DATE.
               05 WS-TODAY-YY PIC 99.
               05 WS-TODAY-MM PIC 99.
               05 WS-TODAY-DD PIC 99.
           01 WS-TODAY-DATE-NUM REDEFINES WS-TODAY-DATE PIC 9(6).

           01 WS-AUDIT-DATE.
               05 WS-AUDIT-YY PIC 99.
               05 WS-AUDIT-MM PIC 99.
               05 WS-AUDIT-DD PIC 99.
           01 WS-AUDIT-TIME.
               05 WS-AUDIT-HH PIC 99.
               05 WS-AUDIT-MIN PIC 99.
               05 WS-AUDIT-SS PIC 99.

           01 WS-SIGNON-LOG-LINE.
               05 SLG-OPERATOR-ID PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 SLG-TIMESTAMP PIC X(17).
               05 FILLER PIC X VALUE SPACE.
               05 SLG-TERMINAL-ID PIC 9(9).
               05 FILLER PIC X VALUE SPACE.
               05 SLG-OUTCOME PIC X(8).

           01 WS-DETAIL-RECORD.
               05 TRN-ACTION PIC X.
                   88 TRN-VALID-ACTION VALUES "A" "C" "D".
               05 FILLER PIC X.
               05 TRN-HERO.
                   COPY HEROREC.

           01 ITEM-LINE-1.
               05 FILLER PIC X(6) VALUE "ITEM: ".
               05 IL1-FILE-SEQUENCE PIC 9(4).
               05 FILLER PIC X VALUE "/".
               05 IL1-DETAIL-NUMBER PIC 9(5).
               05 FILLER PIC X(9) VALUE " STATUS: ".
               05 IL1-STATUS PIC X.
               05 FILLER PIC X(16) VALUE " FIRST REJECTED ".
               05 IL1-FIRST-DATE PIC 9(6).
               05 FILLER PIC X(10) VALUE " RETRIES: ".
               05 IL1-RETRY-COUNT PIC ZZ9.

           01 ITEM-LINE-2.
               05 FILLER PIC X(8) VALUE "REASON: ".
               05 IL2-REASON PIC X(40).

           01 ITEM-LINE-3.
               05 FILLER PIC X(8) VALUE "ACTION: ".
               05 IL3-ACTION PIC X.
               05 FILLER PIC X(6) VALUE "  ID: ".
               05 IL3-HERO-ID PIC X(5).
               05 FILLER PIC X(8) VALUE "  NAME: ".
               05 IL3-HERO-NAME PIC X(20).

           01 ITEM-LINE-4.
               05 FILLER PIC X(8) VALUE "SECRET: ".
               05 IL4-SECRET-IDENTITY PIC X(20).
               05 FILLER PIC X(9) VALUE "  POWER: ".
               05 IL4-POWER-LEVEL PIC X(3).
               05 FILLER PIC X(10) VALUE "  STATUS: ".
               05 IL4-HERO-STATUS PIC X.

           01 ITEM-LINE-5.
               05 FILLER PIC X(8) VALUE "TEAM:   ".
               05 IL5-TEAM PIC X(20).

           01 LIST-LINE.
               05 LL-FILE-SEQUENCE PIC 9(4).
               05 FILLER PIC X VALUE "/".
               05 LL-DETAIL-NUMBER PIC 9(5).
               05 FILLER PIC X VALUE SPACE.
               05 LL-STATUS PIC X.
               05 FILLER PIC X VALUE SPACE.
               05 LL-ACTION PIC X.
               05 FILLER PIC X VALUE SPACE.
               05 LL-HERO-ID PIC X(5).
               05 FILLER PIC X VALUE SPACE.
               05 LL-HERO-NAME PIC X(20).
               05 FILLER PIC X VALUE SPACE.
               05 LL-FIRST-DATE PIC 9(6).
               05 FILLER PIC X VALUE SPACE.
               05 LL-REASON PIC X(28).

       PROCEDURE DIVISION.
           PERFORM LOAD-SECURITY-FILE.
           PERFORM SIGN-ON-OPERATOR.
           IF WS-OPERATOR-SIGNED-ON
               PERFORM INITIALIZE-MAINTENANCE
               PERFORM ACCEPT-SUSPENSE-ACTION UNTIL WS-ACTION-END
               PERFORM TERMINATE-MAINTENANCE
           ELSE
               DISPLAY "Sign-on failed - access denied"
           END-IF.
           STOP RUN.

       LOAD-SECURITY-FILE.
           OPEN INPUT OPERATOR-SECURITY-FILE.
           IF WS-SECURITY-FILE-STATUS IS EQUAL "35"
               DISPLAY "No security file on hand - "
                   "sign on to HEROES once to seed it"
               STOP RUN
           END-IF.

           PERFORM LOAD-OPERATOR-ENTRY
                   UNTIL WS-SECURITY-EOF
                      OR WS-OPERATOR-COUNT IS EQUAL WS-MAX-OPERATORS.

           CLOSE OPERATOR-SECURITY-FILE.

       LOAD-OPERATOR-ENTRY.
           READ OPERATOR-SECURITY-FILE
               AT END
                   SET WS-SECURITY-EOF TO TRUE
               NOT AT END
                   IF SEC-OPERATOR-ID IS NOT EQUAL SPACES
                       ADD 1 TO WS-OPERATOR-COUNT
                       MOVE SEC-OPERATOR-ID
                           TO WS-OPR-ID(WS-OPERATOR-COUNT)
                       MOVE SEC-PASSWORD
                           TO WS-OPR-PASSWORD(WS-OPERATOR-COUNT)
                       MOVE SEC-ROLE
                           TO WS-OPR-ROLE(WS-OPERATOR-COUNT)
                       IF SEC-ACCOUNT-DISABLED
                           MOVE "D"
                               TO WS-OPR-STATUS(WS-OPERATOR-COUNT)
                       ELSE
                           MOVE "A"
                               TO WS-OPR-STATUS(WS-OPERATOR-COUNT)
                       END-IF
                       IF SEC-CLEARED-FOR-SECRETS
                           MOVE "Y"
                               TO WS-OPR-CLEARED(WS-OPERATOR-COUNT)
                       ELSE
                           MOVE "N"
                               TO WS-OPR-CLEARED(WS-OPERATOR-COUNT)
                       END-IF
                   END-IF
           END-READ.

       SIGN-ON-OPERATOR.
           PERFORM ACCEPT-OPERATOR-SIGN-ON
                   UNTIL WS-OPERATOR-SIGNED-ON
                      OR WS-SIGNON-ATTEMPTS IS EQUAL
                         WS-MAX-SIGNON-ATTEMPTS.

       ACCEPT-OPERATOR-SIGN-ON.
           ADD 1 TO WS-SIGNON-ATTEMPTS.

           DISPLAY "Operator ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID-ENTRY FROM CONSOLE.
           DISPLAY "Password: " WITH NO ADVANCING.
           ACCEPT WS-PASSWORD-ENTRY FROM CONSOLE.

           MOVE WS-PASSWORD-ENTRY TO WS-PASSWORD-WORK.
           PERFORM SCRAMBLE-PASSWORD.

           PERFORM CHECK-OPERATOR-ENTRY
                   VARYING WS-OPERATOR-NUMBER FROM 1 BY 1
                   UNTIL WS-OPERATOR-NUMBER > WS-OPERATOR-COUNT
                      OR WS-OPERATOR-SIGNED-ON.

           IF WS-OPERATOR-SIGNED-ON
               MOVE "SUCCESS" TO SLG-OUTCOME
           ELSE
               MOVE "FAILURE" TO SLG-OUTCOME
               DISPLAY "Not recognized or not an update operator"
           END-IF.
           PERFORM WRITE-SIGNON-LOG.

       CHECK-OPERATOR-ENTRY.
           IF WS-OPERATOR-ID-ENTRY IS NOT EQUAL SPACES
                   AND WS-OPR-ID(WS-OPERATOR-NUMBER)
                       IS EQUAL WS-OPERATOR-ID-ENTRY
                   AND WS-OPR-PASSWORD(WS-OPERATOR-NUMBER)
                       IS EQUAL WS-PASSWORD-WORK
                   AND (WS-OPR-ROLE(WS-OPERATOR-NUMBER) IS EQUAL "U"
                     OR WS-OPR-ROLE(WS-OPERATOR-NUMBER) IS EQUAL "A"
                     OR WS-OPR-ROLE(WS-OPERATOR-NUMBER) IS EQUAL "S")
                   AND WS-OPR-STATUS(WS-OPERATOR-NUMBER)
                       IS NOT EQUAL "D"
               SET WS-OPERATOR-SIGNED-ON TO TRUE
               MOVE WS-OPR-ID(WS-OPERATOR-NUMBER) TO WS-OPERATOR-ID
               MOVE WS-OPR-CLEARED(WS-OPERATOR-NUMBER)
                   TO WS-OPERATOR-CLEARANCE
           END-IF.

       SCRAMBLE-PASSWORD.
           INSPECT WS-PASSWORD-WORK
               CONVERTING WS-CLEAR-SET TO WS-SCRAMBLED-SET.

       WRITE-SIGNON-LOG.
           ACCEPT WS-AUDIT-DATE FROM DATE.
           ACCEPT WS-AUDIT-TIME FROM TIME.

           MOVE WS-OPERATOR-ID-ENTRY TO SLG-OPERATOR-ID.
           STRING WS-AUDIT-MM "/" WS-AUDIT-DD "/" WS-AUDIT-YY " "
                   WS-AUDIT-HH ":" WS-AUDIT-MIN ":" WS-AUDIT-SS
               DELIMITED BY SIZE INTO SLG-TIMESTAMP.

           CALL "C$GETPID".
           MOVE RETURN-CODE TO SLG-TERMINAL-ID.
           MOVE 0 TO RETURN-CODE.

           OPEN EXTEND SIGNON-LOG-FILE.
           IF WS-SIGNON-LOG-STATUS IS EQUAL "35"
               OPEN OUTPUT SIGNON-LOG-FILE
               CLOSE SIGNON-LOG-FILE
               OPEN EXTEND SIGNON-LOG-FILE
           END-IF.
           WRITE SIGNON-LOG-RECORD FROM WS-SIGNON-LOG-LINE.
           CLOSE SIGNON-LOG-FILE.

       INITIALIZE-MAINTENANCE.
           ACCEPT WS-TODAY-DATE FROM DATE.

           OPEN I-O SUSPENSE-FILE.
           IF WS-SUSPENSE-FILE-STATUS IS EQUAL "35"
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF.

       TERMINATE-MAINTENANCE.
           CLOSE SUSPENSE-FILE.

       ACCEPT-SUSPENSE-ACTION.
           DISPLAY "Action C(orrect) X(cancel) L(ist) E(nd): "
               WITH NO ADVANCING.
           ACCEPT WS-ACTION FROM CONSOLE.

           EVALUATE TRUE
               WHEN WS-ACTION-CORRECT
                   PERFORM CORRECT-SUSPENSE-ITEM
               WHEN WS-ACTION-CANCEL
                   PERFORM CANCEL-SUSPENSE-ITEM
               WHEN WS-ACTION-LIST
                   PERFORM LIST-SUSPENSE-ITEMS
               WHEN WS-ACTION-END
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Enter C, X, L or E"
           END-EVALUATE.

       ACCEPT-SUSPENSE-KEY.
           MOVE "N" TO WS-KEY-FOUND-SW.

           DISPLAY "File sequence number: " WITH NO ADVANCING.
           ACCEPT WS-FILE-SEQUENCE-PARM FROM CONSOLE.
           PERFORM JUSTIFY-FILE-SEQUENCE-PARM
                   UNTIL WS-FILE-SEQUENCE-PARM(4:1) IS NOT EQUAL SPACE
                      OR WS-FILE-SEQUENCE-PARM IS EQUAL SPACES.
           DISPLAY "Detail number: " WITH NO ADVANCING.
           ACCEPT WS-DETAIL-NUMBER-PARM FROM CONSOLE.
           PERFORM JUSTIFY-DETAIL-NUMBER-PARM
                   UNTIL WS-DETAIL-NUMBER-PARM(5:1) IS NOT EQUAL SPACE
                      OR WS-DETAIL-NUMBER-PARM IS EQUAL SPACES.

           IF WS-FILE-SEQUENCE-PARM IS NOT NUMERIC
                   OR WS-DETAIL-NUMBER-PARM IS NOT NUMERIC
               DISPLAY "File sequence and detail number must be "
                   "numeric"
           ELSE
               MOVE WS-FILE-SEQUENCE-PARM TO SU-FILE-SEQUENCE
               MOVE WS-DETAIL-NUMBER-PARM TO SU-DETAIL-NUMBER
               READ SUSPENSE-FILE
                   INVALID KEY
                       DISPLAY "Item is not on the suspense file"
                   NOT INVALID KEY
                       SET WS-KEY-FOUND TO TRUE
               END-READ
           END-IF.

       JUSTIFY-FILE-SEQUENCE-PARM.
           MOVE WS-FILE-SEQUENCE-PARM(1:3) TO WS-SHIFT-WORK.
           MOVE "0" TO WS-FILE-SEQUENCE-PARM(1:1).
           MOVE WS-SHIFT-WORK(1:3) TO WS-FILE-SEQUENCE-PARM(2:3).

       JUSTIFY-DETAIL-NUMBER-PARM.
           MOVE WS-DETAIL-NUMBER-PARM(1:4) TO WS-SHIFT-WORK.
           MOVE "0" TO WS-DETAIL-NUMBER-PARM(1:1).
           MOVE WS-SHIFT-WORK TO WS-DETAIL-NUMBER-PARM(2:4).

       JUSTIFY-HERO-ID-PARM.
           MOVE WS-HERO-ID-PARM(1:4) TO WS-SHIFT-WORK.
           MOVE "0" TO WS-HERO-ID-PARM(1:1).
           MOVE WS-SHIFT-WORK TO WS-HERO-ID-PARM(2:4).

       JUSTIFY-POWER-LEVEL-PARM.
           MOVE WS-POWER-LEVEL-PARM(1:2) TO WS-SHIFT-WORK.
           MOVE "0" TO WS-POWER-LEVEL-PARM(1:1).
           MOVE WS-SHIFT-WORK(1:2) TO WS-POWER-LEVEL-PARM(2:2).

       SHOW-SUSPENSE-ITEM.
           MOVE SU-TRANSACTION TO WS-DETAIL-RECORD.

           MOVE SU-FILE-SEQUENCE TO IL1-FILE-SEQUENCE.
           MOVE SU-DETAIL-NUMBER TO IL1-DETAIL-NUMBER.
           MOVE SU-STATUS TO IL1-STATUS.
           MOVE SU-FIRST-REJECT-DATE TO IL1-FIRST-DATE.
           MOVE SU-RETRY-COUNT TO IL1-RETRY-COUNT.
           DISPLAY ITEM-LINE-1.

           MOVE SU-REJECT-REASON TO IL2-REASON.
           DISPLAY ITEM-LINE-2.

           MOVE TRN-ACTION TO IL3-ACTION.
           MOVE hero-id OF TRN-HERO TO IL3-HERO-ID.
           MOVE hero-name OF TRN-HERO TO IL3-HERO-NAME.
           DISPLAY ITEM-LINE-3.

           IF OPERATOR-CLEARED-FOR-SECRETS
               MOVE secret-identity OF TRN-HERO
                   TO IL4-SECRET-IDENTITY
           ELSE
               MOVE ALL "*" TO IL4-SECRET-IDENTITY
           END-IF.
           MOVE power-level OF TRN-HERO TO IL4-POWER-LEVEL.
           MOVE hero-status OF TRN-HERO TO IL4-HERO-STATUS.
           DISPLAY ITEM-LINE-4.

           MOVE team-affiliation OF TRN-HERO TO IL5-TEAM.
           DISPLAY ITEM-LINE-5.

       CORRECT-SUSPENSE-ITEM.
           PERFORM ACCEPT-SUSPENSE-KEY.
           IF WS-KEY-FOUND
               IF SU-OPEN-ITEM
                   PERFORM SHOW-SUSPENSE-ITEM
                   DISPLAY "Enter new values - blank keeps the value "
                       "shown"
                   PERFORM ACCEPT-CORRECTED-FIELDS
                   PERFORM REWRITE-CORRECTED-ITEM
               ELSE
                   DISPLAY "Item is already applied or cancelled"
               END-IF
           END-IF.

       ACCEPT-CORRECTED-FIELDS.
           DISPLAY "Action A(dd) C(hange) D(elete): "
               WITH NO ADVANCING.
           ACCEPT WS-TRN-ACTION-PARM FROM CONSOLE.
           IF WS-TRN-ACTION-PARM IS NOT EQUAL SPACE
               MOVE WS-TRN-ACTION-PARM TO TRN-ACTION
           END-IF.

           DISPLAY "Hero ID: " WITH NO ADVANCING.
           ACCEPT WS-HERO-ID-PARM FROM CONSOLE.
           IF WS-HERO-ID-PARM IS NOT EQUAL SPACES
               PERFORM JUSTIFY-HERO-ID-PARM
                       UNTIL WS-HERO-ID-PARM(5:1) IS NOT EQUAL SPACE
               MOVE WS-HERO-ID-PARM TO TRN-HERO(1:5)
           END-IF.

           DISPLAY "Hero name: " WITH NO ADVANCING.
           ACCEPT WS-HERO-NAME-PARM FROM CONSOLE.
           IF WS-HERO-NAME-PARM IS NOT EQUAL SPACES
               MOVE WS-HERO-NAME-PARM TO hero-name OF TRN-HERO
           END-IF.

           DISPLAY "Secret identity: " WITH NO ADVANCING.
           ACCEPT WS-SECRET-IDENTITY-PARM FROM CONSOLE.
           IF WS-SECRET-IDENTITY-PARM IS NOT EQUAL SPACES
               MOVE WS-SECRET-IDENTITY-PARM
                   TO secret-identity OF TRN-HERO
           END-IF.

           DISPLAY "Power level: " WITH NO ADVANCING.
           ACCEPT WS-POWER-LEVEL-PARM FROM CONSOLE.
           IF WS-POWER-LEVEL-PARM IS NOT EQUAL SPACES
               PERFORM JUSTIFY-POWER-LEVEL-PARM
                       UNTIL WS-POWER-LEVEL-PARM(3:1) IS NOT EQUAL SPACE
               MOVE WS-POWER-LEVEL-PARM TO TRN-HERO(46:3)
           END-IF.

           DISPLAY "Team: " WITH NO ADVANCING.
           ACCEPT WS-TEAM-PARM FROM CONSOLE.
           IF WS-TEAM-PARM IS NOT EQUAL SPACES
               MOVE WS-TEAM-PARM TO team-affiliation OF TRN-HERO
           END-IF.

           DISPLAY "Status A(ctive) R(etired) D(eceased): "
               WITH NO ADVANCING.
           ACCEPT WS-STATUS-PARM FROM CONSOLE.
           IF WS-STATUS-PARM IS NOT EQUAL SPACE
               MOVE WS-STATUS-PARM TO hero-status OF TRN-HERO
           END-IF.

       REWRITE-CORRECTED-ITEM.
           IF NOT TRN-VALID-ACTION
               DISPLAY "Action must be A, C or D - item not changed"
           ELSE
               MOVE WS-DETAIL-RECORD TO SU-TRANSACTION
               SET SU-CORRECTED TO TRUE
               MOVE WS-OPERATOR-ID TO SU-UPDATED-BY
               MOVE WS-TODAY-DATE-NUM TO SU-UPDATED-DATE
               REWRITE SUSPENSE-RECORD
                   INVALID KEY
                       DISPLAY "Unable to update suspense item"
                   NOT INVALID KEY
                       DISPLAY "Item corrected - it will be retried "
                           "on the next apply run"
               END-REWRITE
           END-IF.

       CANCEL-SUSPENSE-ITEM.
           PERFORM ACCEPT-SUSPENSE-KEY.
           IF WS-KEY-FOUND
               IF SU-OPEN-ITEM
                   PERFORM SHOW-SUSPENSE-ITEM
                   DISPLAY "Cancel this item (Y/N): "
                       WITH NO ADVANCING
                   ACCEPT WS-CONFIRM-PARM FROM CONSOLE
                   IF WS-CONFIRMED
                       PERFORM REWRITE-CANCELLED-ITEM
                   ELSE
                       DISPLAY "Item not cancelled"
                   END-IF
               ELSE
                   DISPLAY "Item is already applied or cancelled"
               END-IF
           END-IF.

       REWRITE-CANCELLED-ITEM.
           SET SU-CANCELLED TO TRUE.
           MOVE WS-OPERATOR-ID TO SU-UPDATED-BY.
           MOVE WS-TODAY-DATE-NUM TO SU-UPDATED-DATE.
           REWRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "Unable to update suspense item"
               NOT INVALID KEY
                   DISPLAY "Item cancelled"
           END-REWRITE.

       LIST-SUSPENSE-ITEMS.
           MOVE "N" TO WS-LIST-EOF-SW.
           MOVE LOW-VALUES TO SU-KEY.
           START SUSPENSE-FILE
               KEY IS NOT LESS THAN SU-KEY
               INVALID KEY SET WS-LIST-EOF TO TRUE
           END-START.
           PERFORM LIST-ONE-ITEM UNTIL WS-LIST-EOF.

       LIST-ONE-ITEM.
           READ SUSPENSE-FILE NEXT RECORD
               AT END
                   SET WS-LIST-EOF TO TRUE
               NOT AT END
                   IF SU-OPEN-ITEM
                       MOVE SU-TRANSACTION TO WS-DETAIL-RECORD
                       MOVE SU-FILE-SEQUENCE TO LL-FILE-SEQUENCE
                       MOVE SU-DETAIL-NUMBER TO LL-DETAIL-NUMBER
                       MOVE SU-STATUS TO LL-STATUS
                       MOVE TRN-ACTION TO LL-ACTION
                       MOVE hero-id OF TRN-HERO TO LL-HERO-ID
                       MOVE hero-name OF TRN-HERO TO LL-HERO-NAME
                       MOVE SU-FIRST-REJECT-DATE TO LL-FIRST-DATE
                       MOVE SU-REJECT-REASON TO LL-REASON
                       DISPLAY LIST-LINE
                   END-IF
           END-READ.
