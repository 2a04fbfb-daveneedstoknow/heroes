       IDENTIFICATION DIVISION.
            PROGRAM-ID. HEROASOF.
       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT HERO-MASTER-FILE ASSIGN TO "HEROMSTR"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS hero-id OF HERO-MASTER-RECORD
                   FILE STATUS IS WS-HERO-FILE-STATUS.

               SELECT HERO-HISTORY-FILE ASSIGN TO "HEROARCH"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS SEQUENTIAL
                   RECORD KEY IS hero-id OF HERO-HISTORY-RECORD
                   FILE STATUS IS WS-HISTORY-FILE-STATUS.

               SELECT HERO-AUDIT-FILE ASSIGN TO "HEROAUDT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-FILE-STATUS.

               SELECT ARCHIVE-CONTROL-FILE ASSIGN TO "HEROACTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CONTROL-FILE-STATUS.

               SELECT AUDIT-ARCHIVE-FILE
                   ASSIGN TO WS-ARCHIVE-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

               SELECT OPERATOR-SECURITY-FILE ASSIGN TO "HEROSECF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SECURITY-FILE-STATUS.

               SELECT UNMASK-LOG-FILE ASSIGN TO "HEROUMLG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-UNMASK-LOG-STATUS.

               SELECT HERO-REPORT-FILE ASSIGN TO "HEROASLS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD HERO-MASTER-FILE.
           01 HERO-MASTER-RECORD.
               COPY HEROREC.

           FD HERO-HISTORY-FILE.
           01 HERO-HISTORY-RECORD.
               COPY HEROHREC.

           FD HERO-AUDIT-FILE.
           01 HERO-AUDIT-RECORD.
               COPY HEROAUD.

           FD ARCHIVE-CONTROL-FILE.
           01 ARCHIVE-CONTROL-RECORD.
               05 ACT-PERIOD-END PIC 9(6).
               05 FILLER PIC X VALUE SPACE.
               05 ACT-RECORD-COUNT PIC 9(5).

           FD AUDIT-ARCHIVE-FILE.
           01 ARCHIVE-LINE PIC X(200).

           FD OPERATOR-SECURITY-FILE.
           01 OPERATOR-SECURITY-RECORD.
               COPY HEROSEC.

           FD UNMASK-LOG-FILE.
           01 UNMASK-LOG-RECORD PIC X(80).

           FD HERO-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-HERO-FILE-STATUS PIC XX.
           01 WS-HISTORY-FILE-STATUS PIC XX.
           01 WS-AUDIT-FILE-STATUS PIC XX.
           01 WS-CONTROL-FILE-STATUS PIC XX.
           01 WS-ARCHIVE-FILE-STATUS PIC XX.
           01 WS-SECURITY-FILE-STATUS PIC XX.
           01 WS-UNMASK-LOG-STATUS PIC XX.
           01 WS-REPORT-FILE-STATUS PIC XX.

           01 WS-ARCHIVE-FILE-NAME PIC X(15) VALUE SPACES.

           01 WS-EOF-SW PIC X VALUE "N".
               88 WS-HERO-EOF VALUE "Y".

           01 WS-HISTORY-EOF-SW PIC X VALUE "N".
               88 WS-HISTORY-EOF VALUE "Y".

           01 WS-AUDIT-EOF-SW PIC X VALUE "N".
               88 WS-AUDIT-EOF VALUE "Y".

           01 WS-CONTROL-EOF-SW PIC X VALUE "N".
               88 WS-CONTROL-EOF VALUE "Y".

           01 WS-ARCHIVE-EOF-SW PIC X VALUE "N".
               88 WS-ARCHIVE-EOF VALUE "Y".

           01 WS-SECURITY-EOF-SW PIC X VALUE "N".
               88 WS-SECURITY-EOF VALUE "Y".

           01 WS-SHOW-SECRETS-SW PIC X VALUE "N".
               88 WS-SHOW-SECRETS VALUE "Y".

           01 WS-UNMASK-OPERATOR-ID PIC X(8) VALUE SPACES.
           01 WS-PASSWORD-ENTRY PIC X(8) VALUE SPACES.
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

           01 WS-LOG-DATE.
               05 WS-LOG-YY PIC 99.
               05 WS-LOG-MM PIC 99.
               05 WS-LOG-DD PIC 99.
           01 WS-LOG-TIME.
               05 WS-LOG-HH PIC 99.
               05 WS-LOG-MIN PIC 99.
               05 WS-LOG-SS PIC 99.

           01 WS-UNMASK-LOG-LINE.
               COPY HEROUML.

           01 WS-TABLE-FULL-SW PIC X VALUE "N".
               88 WS-TABLE-FULL VALUE "Y".

           01 WS-TEAM-SECTION-SW PIC X VALUE "N".
               88 WS-TEAM-SECTION VALUE "Y".

           01 WS-ASOF-DATE-PARM PIC X(6) VALUE SPACES.
           01 WS-ASOF-YYMMDD PIC X(6) VALUE SPACES.
           01 WS-ASOF-YYMMDD-NUM REDEFINES WS-ASOF-YYMMDD PIC 9(6).
           01 WS-ASOF-DATE-DISPLAY PIC X(8) VALUE SPACES.
           01 WS-AUDIT-YYMMDD PIC X(6).

           01 WS-AUDIT-KIND PIC X VALUE SPACE.
               88 AUDIT-KIND-ADD VALUE "A".
               88 AUDIT-KIND-CHANGE VALUE "C".
               88 AUDIT-KIND-DELETE VALUE "D".

           01 WS-LOOKUP-ID PIC 9(5) VALUE 0.
           01 WS-SLOT-FOUND-SW PIC X VALUE "N".
               88 WS-SLOT-FOUND VALUE "Y".

           01 WS-MAX-CHANGED PIC 999 VALUE 500.
           01 WS-CHANGED-COUNT PIC 999 VALUE 0.
           01 WS-CHANGED-IX PIC 999.
           01 WS-CHANGED-POST-IX PIC 999.
           01 WS-CHANGED-TABLE.
               05 WS-CHANGED-ENTRY OCCURS 500 TIMES.
                   10 WS-CHG-ID PIC 9(5).
                   10 WS-CHG-ON-ROSTER PIC X.
                   10 WS-CHG-SOURCE PIC X.
                   10 WS-CHG-NAME PIC X(20).
                   10 WS-CHG-SECRET-IDENTITY PIC X(20).
                   10 WS-CHG-POWER-LEVEL PIC 999.
                   10 WS-CHG-TEAM PIC X(20).
                   10 WS-CHG-STATUS PIC X.

           01 WS-MAX-TEAMS PIC 999 VALUE 100.
           01 WS-TEAM-COUNT PIC 999 VALUE 0.
           01 WS-TEAM-IX PIC 999.
           01 WS-TEAM-POST-IX PIC 999.
           01 WS-TEAM-FOUND-SW PIC X VALUE "N".
               88 WS-TEAM-FOUND VALUE "Y".
           01 WS-TEAM-TABLE.
               05 WS-TEAM-ENTRY OCCURS 100 TIMES.
                   10 WS-TT-TEAM-NAME PIC X(20).
                   10 WS-TT-HERO-COUNT PIC 9(5).
                   10 WS-TT-ACTIVE-COUNT PIC 9(5).
                   10 WS-TT-POWER-TOTAL PIC 9(7).

           01 WS-ROSTER-HERO.
               COPY HEROREC.

           01 WS-AUDIT-RECORDS-READ PIC 9(7) VALUE 0.
           01 WS-AUDIT-UNDONE PIC 9(5) VALUE 0.
           01 WS-ARCHIVE-RESTORED PIC 9(5) VALUE 0.
           01 WS-HERO-COUNT PIC 9(5) VALUE 0.
           01 WS-LINES-ON-PAGE PIC 99 VALUE 0.
           01 WS-MAX-LINES-PER-PAGE PIC 99 VALUE 20.
           01 WS-PAGE-NUMBER PIC 999 VALUE 0.
           01 WS-FORM-FEED PIC X VALUE X"0C".

           01 WS-TODAY-DATE.
               05 WS-TODAY-YY PIC 99.
               05 WS-TODAY-MM PIC 99.
               05 WS-TODAY-DD PIC 99.
           01 WS-RUN-DATE-DISPLAY PIC X(8).

           01 HEADING-LINE-1.
               05 FILLER PIC X(13) VALUE "ROSTER AS OF ".
               05 HL1-AS-OF-DATE PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 FILLER PIC X(10) VALUE "RUN DATE: ".
               05 HL1-RUN-DATE PIC X(8).
               05 FILLER PIC X(9) VALUE SPACES.
               05 FILLER PIC X(6) VALUE "PAGE: ".
               05 HL1-PAGE-NUMBER PIC ZZ9.

           01 HEADING-LINE-2.
               05 FILLER PIC X(6) VALUE "ID".
               05 FILLER PIC X(20) VALUE "NAME".
               05 FILLER PIC X(20) VALUE "SECRET IDENTITY".
               05 FILLER PIC X(7) VALUE "POWER".
               05 FILLER PIC X(20) VALUE "TEAM".
               05 FILLER PIC X(7) VALUE "STATUS".

           01 TEAM-HEADING-LINE.
               05 FILLER PIC X(22) VALUE "TEAM".
               05 FILLER PIC X(8) VALUE "  HEROES".
               05 FILLER PIC X(8) VALUE "  ACTIVE".
               05 FILLER PIC X(10) VALUE "     POWER".

           01 DETAIL-LINE.
               05 DL-HERO-ID PIC ZZZZ9.
               05 FILLER PIC X(1) VALUE SPACES.
               05 DL-HERO-NAME PIC X(20).
               05 DL-SECRET-IDENTITY PIC X(20).
               05 DL-POWER-LEVEL PIC ZZ9.
               05 FILLER PIC X(4) VALUE SPACES.
               05 DL-TEAM-AFFILIATION PIC X(20).
               05 DL-HERO-STATUS PIC X(7).

           01 TEAM-TOTAL-LINE.
               05 TT-TEAM-NAME PIC X(20).
               05 FILLER PIC X(5) VALUE SPACES.
               05 TT-HERO-COUNT PIC ZZZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 TT-ACTIVE-COUNT PIC ZZZZ9.
               05 FILLER PIC X(3) VALUE SPACES.
               05 TT-POWER-TOTAL PIC ZZZZZZ9.

           01 TOTAL-LINE.
               05 FILLER PIC X(24) VALUE "TOTAL HEROES ON ROSTER: ".
               05 TL-HERO-COUNT PIC ZZZZ9.

           01 TOTAL-LINE-2.
               05 FILLER PIC X(24) VALUE "AUDIT CHANGES UNDONE:   ".
               05 TL2-COUNT PIC ZZZZ9.

           01 TOTAL-LINE-3.
               05 FILLER PIC X(24) VALUE "RESTORED FROM ARCHIVE:  ".
               05 TL3-COUNT PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-REPORT.
           PERFORM SCAN-AUDIT-ARCHIVES.
           PERFORM SCAN-LIVE-AUDIT.
           PERFORM SCAN-HERO-ARCHIVE.
           PERFORM PRODUCE-ROSTER.
           PERFORM FINALIZE-REPORT.
           STOP RUN.

       INITIALIZE-REPORT.
           DISPLAY "Roster as of date MMDDYY: " WITH NO ADVANCING.
           ACCEPT WS-ASOF-DATE-PARM FROM CONSOLE.
           IF WS-ASOF-DATE-PARM IS NOT NUMERIC
               DISPLAY "As-of date must be numeric MMDDYY"
               STOP RUN
           END-IF.
           MOVE WS-ASOF-DATE-PARM(5:2) TO WS-ASOF-YYMMDD(1:2).
           MOVE WS-ASOF-DATE-PARM(1:2) TO WS-ASOF-YYMMDD(3:2).
           MOVE WS-ASOF-DATE-PARM(3:2) TO WS-ASOF-YYMMDD(5:2).
           STRING WS-ASOF-DATE-PARM(1:2) "/" WS-ASOF-DATE-PARM(3:2)
                   "/" WS-ASOF-DATE-PARM(5:2)
               DELIMITED BY SIZE INTO WS-ASOF-DATE-DISPLAY.

           PERFORM ACCEPT-UNMASK-REQUEST.

           OPEN OUTPUT HERO-REPORT-FILE.

           ACCEPT WS-TODAY-DATE FROM DATE.
           STRING WS-TODAY-MM "/" WS-TODAY-DD "/" WS-TODAY-YY
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.

       ACCEPT-UNMASK-REQUEST.
           DISPLAY "Operator ID for unmasked output "
               "(blank for masked): " WITH NO ADVANCING.
           ACCEPT WS-UNMASK-OPERATOR-ID FROM CONSOLE.
           IF WS-UNMASK-OPERATOR-ID IS NOT EQUAL SPACES
               DISPLAY "Password: " WITH NO ADVANCING
               ACCEPT WS-PASSWORD-ENTRY FROM CONSOLE
               MOVE WS-PASSWORD-ENTRY TO WS-PASSWORD-WORK
               PERFORM SCRAMBLE-PASSWORD
               PERFORM CHECK-UNMASK-CLEARANCE
               PERFORM WRITE-UNMASK-LOG
               IF NOT WS-SHOW-SECRETS
                   DISPLAY "Not cleared for secret identities - "
                       "output will be masked"
               END-IF
           END-IF.

       CHECK-UNMASK-CLEARANCE.
           OPEN INPUT OPERATOR-SECURITY-FILE.
           IF WS-SECURITY-FILE-STATUS IS EQUAL "00"
               PERFORM CHECK-ONE-SECURITY-ENTRY
                       UNTIL WS-SECURITY-EOF
                          OR WS-SHOW-SECRETS
               CLOSE OPERATOR-SECURITY-FILE
           END-IF.

       CHECK-ONE-SECURITY-ENTRY.
           READ OPERATOR-SECURITY-FILE
               AT END
                   SET WS-SECURITY-EOF TO TRUE
               NOT AT END
                   IF SEC-OPERATOR-ID IS EQUAL WS-UNMASK-OPERATOR-ID
                           AND SEC-PASSWORD IS EQUAL WS-PASSWORD-WORK
                           AND NOT SEC-ACCOUNT-DISABLED
                           AND SEC-CLEARED-FOR-SECRETS
                       SET WS-SHOW-SECRETS TO TRUE
                   END-IF
           END-READ.

       SCRAMBLE-PASSWORD.
           INSPECT WS-PASSWORD-WORK
               CONVERTING WS-CLEAR-SET TO WS-SCRAMBLED-SET.

       WRITE-UNMASK-LOG.
           ACCEPT WS-LOG-DATE FROM DATE.
           ACCEPT WS-LOG-TIME FROM TIME.

           MOVE WS-UNMASK-OPERATOR-ID TO UML-OPERATOR-ID.
           STRING WS-LOG-MM "/" WS-LOG-DD "/" WS-LOG-YY " "
                   WS-LOG-HH ":" WS-LOG-MIN ":" WS-LOG-SS
               DELIMITED BY SIZE INTO UML-TIMESTAMP.

           CALL "C$GETPID".
           MOVE RETURN-CODE TO UML-TERMINAL-ID.
           MOVE 0 TO RETURN-CODE.

           MOVE "HEROASOF" TO UML-PROGRAM-ID.
           IF WS-SHOW-SECRETS
               MOVE "GRANTED" TO UML-OUTCOME
           ELSE
               MOVE "DENIED" TO UML-OUTCOME
           END-IF.

           OPEN EXTEND UNMASK-LOG-FILE.
           IF WS-UNMASK-LOG-STATUS IS EQUAL "35"
               OPEN OUTPUT UNMASK-LOG-FILE
               CLOSE UNMASK-LOG-FILE
               OPEN EXTEND UNMASK-LOG-FILE
           END-IF.
           WRITE UNMASK-LOG-RECORD FROM WS-UNMASK-LOG-LINE.
           CLOSE UNMASK-LOG-FILE.

       SCAN-AUDIT-ARCHIVES.
           OPEN INPUT ARCHIVE-CONTROL-FILE.
           IF WS-CONTROL-FILE-STATUS IS EQUAL "00"
               PERFORM CHECK-ONE-ARCHIVE UNTIL WS-CONTROL-EOF
               CLOSE ARCHIVE-CONTROL-FILE
           END-IF.

       CHECK-ONE-ARCHIVE.
           READ ARCHIVE-CONTROL-FILE
               AT END
                   SET WS-CONTROL-EOF TO TRUE
               NOT AT END
                   IF ACT-PERIOD-END IS NOT LESS THAN
                           WS-ASOF-YYMMDD-NUM
                       PERFORM READ-ARCHIVE-RECORDS
                   END-IF
           END-READ.

       READ-ARCHIVE-RECORDS.
           MOVE SPACES TO WS-ARCHIVE-FILE-NAME.
           STRING "HEROADT." ACT-PERIOD-END
               DELIMITED BY SIZE INTO WS-ARCHIVE-FILE-NAME.

           MOVE "N" TO WS-ARCHIVE-EOF-SW.
           OPEN INPUT AUDIT-ARCHIVE-FILE.
           IF WS-ARCHIVE-FILE-STATUS IS EQUAL "00"
               PERFORM READ-ONE-ARCHIVE-RECORD UNTIL WS-ARCHIVE-EOF
               CLOSE AUDIT-ARCHIVE-FILE
           ELSE
               DISPLAY "HEROASOF: archive " WS-ARCHIVE-FILE-NAME
                   " not on hand - roster may be incomplete"
           END-IF.

       READ-ONE-ARCHIVE-RECORD.
           READ AUDIT-ARCHIVE-FILE
               AT END
                   SET WS-ARCHIVE-EOF TO TRUE
               NOT AT END
                   IF ARCHIVE-LINE(1:2) IS EQUAL "D "
                       MOVE ARCHIVE-LINE(3:198) TO HERO-AUDIT-RECORD
                       PERFORM CHECK-AUDIT-DATE
                   END-IF
           END-READ.

       SCAN-LIVE-AUDIT.
           OPEN INPUT HERO-AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS IS EQUAL "00"
               PERFORM READ-ONE-AUDIT-RECORD UNTIL WS-AUDIT-EOF
               CLOSE HERO-AUDIT-FILE
           END-IF.

       READ-ONE-AUDIT-RECORD.
           READ HERO-AUDIT-FILE
               AT END
                   SET WS-AUDIT-EOF TO TRUE
               NOT AT END
                   PERFORM CHECK-AUDIT-DATE
           END-READ.

       CHECK-AUDIT-DATE.
           ADD 1 TO WS-AUDIT-RECORDS-READ.
           MOVE AUD-TIMESTAMP(7:2) TO WS-AUDIT-YYMMDD(1:2).
           MOVE AUD-TIMESTAMP(1:2) TO WS-AUDIT-YYMMDD(3:2).
           MOVE AUD-TIMESTAMP(4:2) TO WS-AUDIT-YYMMDD(5:2).

           IF WS-AUDIT-YYMMDD IS GREATER THAN WS-ASOF-YYMMDD
               PERFORM UNDO-AUDIT-CHANGE
           END-IF.

       UNDO-AUDIT-CHANGE.
           MOVE AUD-HERO-ID TO WS-LOOKUP-ID.
           PERFORM FIND-CHANGED-SLOT.

           IF WS-SLOT-FOUND
                   AND WS-CHG-ID(WS-CHANGED-POST-IX)
                       IS EQUAL WS-LOOKUP-ID
               CONTINUE
           ELSE
               PERFORM INSERT-CHANGED-ENTRY
               IF NOT WS-TABLE-FULL
                   ADD 1 TO WS-AUDIT-UNDONE
                   PERFORM SET-AUDIT-KIND
                   MOVE "A" TO WS-CHG-SOURCE(WS-CHANGED-POST-IX)
                   IF AUDIT-KIND-ADD
                       MOVE "N"
                           TO WS-CHG-ON-ROSTER(WS-CHANGED-POST-IX)
                   ELSE
                       MOVE "Y"
                           TO WS-CHG-ON-ROSTER(WS-CHANGED-POST-IX)
                   END-IF
                   PERFORM POST-BEFORE-IMAGE
               END-IF
           END-IF.

       SET-AUDIT-KIND.
           IF AUD-BEFORE-NAME IS EQUAL SPACES
               MOVE "A" TO WS-AUDIT-KIND
           ELSE
               IF AUD-AFTER-NAME IS EQUAL SPACES
                   MOVE "D" TO WS-AUDIT-KIND
               ELSE
                   MOVE "C" TO WS-AUDIT-KIND
               END-IF
           END-IF.

       POST-BEFORE-IMAGE.
           MOVE AUD-BEFORE-NAME TO WS-CHG-NAME(WS-CHANGED-POST-IX).
           MOVE AUD-BEFORE-SECRET-IDENTITY
               TO WS-CHG-SECRET-IDENTITY(WS-CHANGED-POST-IX).
           MOVE AUD-BEFORE-POWER-LEVEL
               TO WS-CHG-POWER-LEVEL(WS-CHANGED-POST-IX).
           MOVE AUD-BEFORE-TEAM TO WS-CHG-TEAM(WS-CHANGED-POST-IX).
           MOVE AUD-BEFORE-STATUS
               TO WS-CHG-STATUS(WS-CHANGED-POST-IX).

       FIND-CHANGED-SLOT.
           MOVE "N" TO WS-SLOT-FOUND-SW.
           ADD 1 WS-CHANGED-COUNT GIVING WS-CHANGED-POST-IX.
           PERFORM CHECK-CHANGED-SLOT
                   VARYING WS-CHANGED-IX FROM 1 BY 1
                   UNTIL WS-CHANGED-IX > WS-CHANGED-COUNT
                      OR WS-SLOT-FOUND.

       CHECK-CHANGED-SLOT.
           IF WS-CHG-ID(WS-CHANGED-IX) IS NOT LESS THAN WS-LOOKUP-ID
               SET WS-SLOT-FOUND TO TRUE
               MOVE WS-CHANGED-IX TO WS-CHANGED-POST-IX
           END-IF.

       INSERT-CHANGED-ENTRY.
           IF WS-CHANGED-COUNT IS EQUAL WS-MAX-CHANGED
               IF NOT WS-TABLE-FULL
                   DISPLAY "HEROASOF: change table full - "
                       "later changes not undone"
               END-IF
               SET WS-TABLE-FULL TO TRUE
           ELSE
               PERFORM SHIFT-CHANGED-ENTRY
                       VARYING WS-CHANGED-IX FROM WS-CHANGED-COUNT
                       BY -1
                       UNTIL WS-CHANGED-IX < WS-CHANGED-POST-IX
               ADD 1 TO WS-CHANGED-COUNT
               MOVE WS-LOOKUP-ID TO WS-CHG-ID(WS-CHANGED-POST-IX)
           END-IF.

       SHIFT-CHANGED-ENTRY.
           MOVE WS-CHANGED-ENTRY(WS-CHANGED-IX)
               TO WS-CHANGED-ENTRY(WS-CHANGED-IX + 1).

       SCAN-HERO-ARCHIVE.
           OPEN INPUT HERO-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS IS EQUAL "00"
               PERFORM READ-ONE-HISTORY-RECORD UNTIL WS-HISTORY-EOF
               CLOSE HERO-HISTORY-FILE
           END-IF.

       READ-ONE-HISTORY-RECORD.
           READ HERO-HISTORY-FILE NEXT RECORD
               AT END
                   SET WS-HISTORY-EOF TO TRUE
               NOT AT END
                   IF HIST-PURGE-DATE IS GREATER THAN
                           WS-ASOF-YYMMDD-NUM
                       PERFORM RESTORE-ARCHIVED-HERO
                   END-IF
           END-READ.

       RESTORE-ARCHIVED-HERO.
           MOVE hero-id OF HERO-HISTORY-RECORD TO WS-LOOKUP-ID.
           PERFORM FIND-CHANGED-SLOT.

           IF WS-SLOT-FOUND
                   AND WS-CHG-ID(WS-CHANGED-POST-IX)
                       IS EQUAL WS-LOOKUP-ID
               CONTINUE
           ELSE
               PERFORM INSERT-CHANGED-ENTRY
               IF NOT WS-TABLE-FULL
                   ADD 1 TO WS-ARCHIVE-RESTORED
                   MOVE "H" TO WS-CHG-SOURCE(WS-CHANGED-POST-IX)
                   MOVE "Y" TO WS-CHG-ON-ROSTER(WS-CHANGED-POST-IX)
                   MOVE hero-name OF HERO-HISTORY-RECORD
                       TO WS-CHG-NAME(WS-CHANGED-POST-IX)
                   MOVE secret-identity OF HERO-HISTORY-RECORD
                       TO WS-CHG-SECRET-IDENTITY(WS-CHANGED-POST-IX)
                   MOVE power-level OF HERO-HISTORY-RECORD
                       TO WS-CHG-POWER-LEVEL(WS-CHANGED-POST-IX)
                   MOVE team-affiliation OF HERO-HISTORY-RECORD
                       TO WS-CHG-TEAM(WS-CHANGED-POST-IX)
                   MOVE hero-status OF HERO-HISTORY-RECORD
                       TO WS-CHG-STATUS(WS-CHANGED-POST-IX)
               END-IF
           END-IF.

       PRODUCE-ROSTER.
           MOVE WS-ASOF-DATE-DISPLAY TO HL1-AS-OF-DATE.
           PERFORM START-NEW-PAGE.

           OPEN INPUT HERO-MASTER-FILE.
           IF WS-HERO-FILE-STATUS IS NOT EQUAL "00"
               SET WS-HERO-EOF TO TRUE
           ELSE
               PERFORM READ-NEXT-MASTER
           END-IF.

           MOVE 1 TO WS-CHANGED-IX.
           PERFORM PRODUCE-ROSTER-LINE
                   UNTIL WS-HERO-EOF
                     AND WS-CHANGED-IX > WS-CHANGED-COUNT.

           IF WS-HERO-FILE-STATUS IS NOT EQUAL "35"
               CLOSE HERO-MASTER-FILE
           END-IF.

       READ-NEXT-MASTER.
           READ HERO-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-HERO-EOF TO TRUE
           END-READ.

       PRODUCE-ROSTER-LINE.
           EVALUATE TRUE
               WHEN WS-HERO-EOF
                   PERFORM LIST-CHANGED-ENTRY
               WHEN WS-CHANGED-IX > WS-CHANGED-COUNT
                   PERFORM LIST-MASTER-RECORD
               WHEN WS-CHG-ID(WS-CHANGED-IX) IS LESS THAN
                       hero-id OF HERO-MASTER-RECORD
                   PERFORM LIST-CHANGED-ENTRY
               WHEN WS-CHG-ID(WS-CHANGED-IX) IS EQUAL
                       hero-id OF HERO-MASTER-RECORD
                   PERFORM LIST-CHANGED-ENTRY
                   PERFORM READ-NEXT-MASTER
               WHEN OTHER
                   PERFORM LIST-MASTER-RECORD
           END-EVALUATE.

       LIST-MASTER-RECORD.
           MOVE HERO-MASTER-RECORD TO WS-ROSTER-HERO.
           PERFORM WRITE-HERO-DETAIL.
           PERFORM READ-NEXT-MASTER.

       LIST-CHANGED-ENTRY.
           IF WS-CHG-ON-ROSTER(WS-CHANGED-IX) IS EQUAL "Y"
               MOVE WS-CHG-ID(WS-CHANGED-IX)
                   TO hero-id OF WS-ROSTER-HERO
               MOVE WS-CHG-NAME(WS-CHANGED-IX)
                   TO hero-name OF WS-ROSTER-HERO
               MOVE WS-CHG-SECRET-IDENTITY(WS-CHANGED-IX)
                   TO secret-identity OF WS-ROSTER-HERO
               MOVE WS-CHG-POWER-LEVEL(WS-CHANGED-IX)
                   TO power-level OF WS-ROSTER-HERO
               MOVE WS-CHG-TEAM(WS-CHANGED-IX)
                   TO team-affiliation OF WS-ROSTER-HERO
               MOVE WS-CHG-STATUS(WS-CHANGED-IX)
                   TO hero-status OF WS-ROSTER-HERO
               PERFORM WRITE-HERO-DETAIL
           END-IF.
           ADD 1 TO WS-CHANGED-IX.

       WRITE-HERO-DETAIL.
           ADD 1 TO WS-HERO-COUNT.

           IF WS-LINES-ON-PAGE IS GREATER THAN OR EQUAL
                   WS-MAX-LINES-PER-PAGE
               PERFORM START-NEW-PAGE
           END-IF.

           MOVE hero-id OF WS-ROSTER-HERO TO DL-HERO-ID.
           MOVE hero-name OF WS-ROSTER-HERO TO DL-HERO-NAME.
           IF WS-SHOW-SECRETS
               MOVE secret-identity OF WS-ROSTER-HERO
                   TO DL-SECRET-IDENTITY
           ELSE
               MOVE ALL "*" TO DL-SECRET-IDENTITY
           END-IF.
           MOVE power-level OF WS-ROSTER-HERO TO DL-POWER-LEVEL.
           MOVE team-affiliation OF WS-ROSTER-HERO
               TO DL-TEAM-AFFILIATION.
           MOVE hero-status OF WS-ROSTER-HERO TO DL-HERO-STATUS.

           WRITE REPORT-LINE FROM DETAIL-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

           PERFORM ADD-TO-TEAM-TOTALS.

       ADD-TO-TEAM-TOTALS.
           MOVE "N" TO WS-TEAM-FOUND-SW.
           ADD 1 WS-TEAM-COUNT GIVING WS-TEAM-POST-IX.
           PERFORM CHECK-TEAM-SLOT
                   VARYING WS-TEAM-IX FROM 1 BY 1
                   UNTIL WS-TEAM-IX > WS-TEAM-COUNT
                      OR WS-TEAM-FOUND.

           IF WS-TEAM-FOUND
                   AND WS-TT-TEAM-NAME(WS-TEAM-POST-IX) IS EQUAL
                       team-affiliation OF WS-ROSTER-HERO
               PERFORM POST-TEAM-TOTAL
           ELSE
               IF WS-TEAM-COUNT IS EQUAL WS-MAX-TEAMS
                   DISPLAY "HEROASOF: team table full - "
                       "team totals incomplete"
               ELSE
                   PERFORM SHIFT-TEAM-ENTRY
                           VARYING WS-TEAM-IX FROM WS-TEAM-COUNT
                           BY -1
                           UNTIL WS-TEAM-IX < WS-TEAM-POST-IX
                   ADD 1 TO WS-TEAM-COUNT
                   MOVE team-affiliation OF WS-ROSTER-HERO
                       TO WS-TT-TEAM-NAME(WS-TEAM-POST-IX)
                   MOVE 0 TO WS-TT-HERO-COUNT(WS-TEAM-POST-IX)
                   MOVE 0 TO WS-TT-ACTIVE-COUNT(WS-TEAM-POST-IX)
                   MOVE 0 TO WS-TT-POWER-TOTAL(WS-TEAM-POST-IX)
                   PERFORM POST-TEAM-TOTAL
               END-IF
           END-IF.

       CHECK-TEAM-SLOT.
           IF WS-TT-TEAM-NAME(WS-TEAM-IX) IS NOT LESS THAN
                   team-affiliation OF WS-ROSTER-HERO
               SET WS-TEAM-FOUND TO TRUE
               MOVE WS-TEAM-IX TO WS-TEAM-POST-IX
           END-IF.

       SHIFT-TEAM-ENTRY.
           MOVE WS-TEAM-ENTRY(WS-TEAM-IX)
               TO WS-TEAM-ENTRY(WS-TEAM-IX + 1).

       POST-TEAM-TOTAL.
           ADD 1 TO WS-TT-HERO-COUNT(WS-TEAM-POST-IX).
           IF hero-active OF WS-ROSTER-HERO
               ADD 1 TO WS-TT-ACTIVE-COUNT(WS-TEAM-POST-IX)
               ADD power-level OF WS-ROSTER-HERO
                   TO WS-TT-POWER-TOTAL(WS-TEAM-POST-IX)
           END-IF.

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
           IF WS-TEAM-SECTION
               WRITE REPORT-LINE FROM TEAM-HEADING-LINE
           ELSE
               WRITE REPORT-LINE FROM HEADING-LINE-2
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

       WRITE-TEAM-TOTAL.
           IF WS-LINES-ON-PAGE IS GREATER THAN OR EQUAL
                   WS-MAX-LINES-PER-PAGE
               PERFORM START-NEW-PAGE
           END-IF.

           IF WS-TT-TEAM-NAME(WS-TEAM-IX) IS EQUAL SPACES
               MOVE "(NO TEAM)" TO TT-TEAM-NAME
           ELSE
               MOVE WS-TT-TEAM-NAME(WS-TEAM-IX) TO TT-TEAM-NAME
           END-IF.
           MOVE WS-TT-HERO-COUNT(WS-TEAM-IX) TO TT-HERO-COUNT.
           MOVE WS-TT-ACTIVE-COUNT(WS-TEAM-IX) TO TT-ACTIVE-COUNT.
           MOVE WS-TT-POWER-TOTAL(WS-TEAM-IX) TO TT-POWER-TOTAL.
           WRITE REPORT-LINE FROM TEAM-TOTAL-LINE.
           ADD 1 TO WS-LINES-ON-PAGE.

       FINALIZE-REPORT.
           IF WS-LINES-ON-PAGE IS GREATER THAN OR EQUAL
                   WS-MAX-LINES-PER-PAGE
               PERFORM START-NEW-PAGE
           END-IF.

           MOVE WS-HERO-COUNT TO TL-HERO-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           WRITE REPORT-LINE FROM TOTAL-LINE.
           MOVE WS-AUDIT-UNDONE TO TL2-COUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE-2.
           MOVE WS-ARCHIVE-RESTORED TO TL3-COUNT.
           WRITE REPORT-LINE FROM TOTAL-LINE-3.

           SET WS-TEAM-SECTION TO TRUE.
           PERFORM START-NEW-PAGE.
           PERFORM WRITE-TEAM-TOTAL
                   VARYING WS-TEAM-IX FROM 1 BY 1
                   UNTIL WS-TEAM-IX > WS-TEAM-COUNT.

           CLOSE HERO-REPORT-FILE.
