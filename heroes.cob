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

               SELECT HERO-UNAVAIL-FILE ASSIGN TO "HEROUNAV"
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS UN-KEY
                   FILE STATUS IS WS-UNAVAIL-FILE-STATUS.

               SELECT HERO-AUDIT-FILE ASSIGN TO "HEROAUDT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-FILE-STATUS.
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

           FD HERO-UNAVAIL-FILE.
           01 HERO-UNAVAIL-RECORD.
               COPY HEROUNV.

           FD HERO-AUDIT-FILE.
           01 HERO-AUDIT-RECORD.
               COPY HEROAUD.
               88 PF-KEY-10-PAGE-BACK value 1010.
               88 PF-KEY-11-PAGE-FWD value 1011.
               88 PF-KEY-12-REVIEW value 1012.
               88 PF-KEY-13-UNAVAIL value 1013.

           01 WS-ACCEPT-FNC-KEY PIC X.


           01 WS-TEAM-MASTER-STATUS PIC XX.

           01 WS-MISSION-FILE-STATUS PIC XX.
           01 WS-ASSIGN-FILE-STATUS PIC XX.
           01 WS-MISSION-FILES-SW PIC X VALUE "N".
               88 WS-MISSION-FILES-OPEN VALUE "Y".

           01 WS-CASCADE-LOG-STATUS PIC XX.
           01 WS-CASCADE-EOF-SW PIC X VALUE "N".
               88 WS-CASCADE-EOF VALUE "Y".
           01 WS-CASCADE-HERO-ID PIC 9(5) VALUE 0.
           01 WS-CASCADE-CAUSE PIC X VALUE SPACE.
           01 WS-CASCADE-ACTION PIC X VALUE SPACE.
           01 WS-CASCADE-MISSION-ID PIC 9(4) VALUE 0.
           01 WS-CASCADE-TEAM-NAME PIC X(20) VALUE SPACES.
           01 WS-CASCADE-MISSIONS PIC 999 VALUE 0.
           01 WS-CASCADE-TEAMS PIC 999 VALUE 0.
           01 WS-CASCADE-LEADERS PIC 999 VALUE 0.

           01 WS-UNAVAIL-FILE-STATUS PIC XX.
           01 WS-UNAVAIL-EOF-SW PIC X VALUE "N".
               88 WS-UNAVAIL-EOF VALUE "Y".
           01 WS-UNAVAIL-FROM-PARM PIC X(6) VALUE SPACES.
           01 WS-UNAVAIL-TO-PARM PIC X(6) VALUE SPACES.
           01 WS-UNAVAIL-REASON PIC X VALUE SPACE.
               88 WS-UNAVAIL-REASON-VALID VALUES "I" "L" "S".
           01 WS-UNAVAIL-ACTION PIC X VALUE SPACE.
               88 WS-UNAVAIL-ACTION-ADD VALUE "A".
               88 WS-UNAVAIL-ACTION-REMOVE VALUE "R".
               88 WS-UNAVAIL-ACTION-LIST VALUE "L".
           01 WS-UNAVAIL-DATES-SW PIC X VALUE "N".
               88 WS-UNAVAIL-DATES-VALID VALUE "Y".
           01 WS-UNAVAIL-FROM-YYMMDD PIC X(6) VALUE "000000".
           01 WS-UNAVAIL-FROM-NUM REDEFINES WS-UNAVAIL-FROM-YYMMDD
               PIC 9(6).
           01 WS-UNAVAIL-TO-YYMMDD PIC X(6) VALUE "000000".
           01 WS-UNAVAIL-TO-NUM REDEFINES WS-UNAVAIL-TO-YYMMDD
               PIC 9(6).
           01 WS-UNAVAIL-BUILD.
               05 UB-FROM-DATE PIC X(8).
               05 FILLER PIC X(3) VALUE " - ".
               05 UB-TO-DATE PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 UB-REASON PIC X(10).
               05 FILLER PIC X(2) VALUE SPACES.
               05 UB-ENTERED-BY PIC X(8).
               05 FILLER PIC X(2) VALUE SPACES.
               05 UB-CURRENT PIC X(7).

           01 WS-SECURITY-FILE-STATUS PIC XX.
           01 WS-SECURITY-EOF-SW PIC X VALUE "N".
               88 WS-SECURITY-EOF VALUE "Y".
                   10 WS-OPR-ROLE PIC X.
                   10 WS-OPR-STATUS PIC X.
                   10 WS-OPR-FORCE PIC X.
                   10 WS-OPR-CLEARED PIC X.

           01 WS-SIGNON-ATTEMPTS PIC 9 VALUE 0.
           01 WS-MAX-SIGNON-ATTEMPTS PIC 9 VALUE 3.
               88 OPERATOR-CAN-APPROVE VALUES "A" "S".
               88 OPERATOR-IS-ADMIN VALUE "S".
               88 OPERATOR-INQUIRY-ONLY VALUE "I".
           01 WS-OPERATOR-CLEARANCE PIC X VALUE "N".
               88 OPERATOR-CLEARED-FOR-SECRETS VALUE "Y".

           01 WS-SIGNON-LOG-STATUS PIC XX.
           01 WS-SIGNON-DISABLED-SW PIC X VALUE "N".
               05 RJL-HERO-ID PIC 9(5).
               05 FILLER PIC X VALUE SPACE.
               05 RJL-REQUEST-USER PIC X(8).
               05 RJL-DISPOSITION PIC X(13).
               05 RJL-REJECT-USER PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 RJL-TIMESTAMP PIC X(17).
                   LINE NUMBER WS-NEXT-DISPLAY-LINE-NUM COL 1.
               05 VALUE "F6 Add,F7 Del,F8 Team,F9 Hist,F10/11,F12 Rev"
                   LINE NUMBER PLUS 1 COL 1.
               05 VALUE ",F13 Out".
               05 FILLER PIC X TO WS-ACCEPT-FNC-KEY
                   LINE NUMBER PLUS 1 COL 1 .

               10  VALUE "Action (A/R): " COL 1 LINE NUMBER PLUS 1.
               10  SC-TEAM-ACTION USING WS-TEAM-ACTION PIC X(01).

           01 SC-UNAVAIL-PANEL.
               10  VALUE "Out from MMDDYY: "
                   COL 1 LINE NUMBER WS-DETAIL-PANEL-LINE-NUM.
               10  SC-UNAVAIL-FROM USING WS-UNAVAIL-FROM-PARM PIC X(6).
               10  VALUE "Out to MMDDYY:   " COL 1 LINE NUMBER PLUS 1.
               10  SC-UNAVAIL-TO USING WS-UNAVAIL-TO-PARM PIC X(6).
               10  VALUE "Reason (I/L/S):  " COL 1 LINE NUMBER PLUS 1.
               10  SC-UNAVAIL-REASON USING WS-UNAVAIL-REASON PIC X(01).
               10  VALUE "Action (A/R/L):  " COL 1 LINE NUMBER PLUS 1.
               10  SC-UNAVAIL-ACTION USING WS-UNAVAIL-ACTION PIC X(01).

           01 SC-UNAVAIL-LIST-PANEL.
               10  VALUE "Unavailability periods (latest last):"
                   COL 1 LINE NUMBER WS-DETAIL-PANEL-LINE-NUM.

           01 SC-FIND-PANEL.
               10  VALUE "Find hero (ID or name): "
                   COL 1 LINE NUMBER WS-DETAIL-PANEL-LINE-NUM.
               PERFORM INITIALIZE-HERO-FILE
               PERFORM INITIALIZE-TEAM-FILE
               PERFORM INITIALIZE-TEAM-MASTER
               PERFORM INITIALIZE-MISSION-FILES
               PERFORM INITIALIZE-UNAVAIL-FILE
               PERFORM INITIALIZE-PENDING-FILE
               PERFORM INITIALIZE-AUDIT-FILE
               PERFORM COMMAND-POLL UNTIL PF-KEY-1-EXIT
               PERFORM TERMINATE-HERO-FILE
               PERFORM TERMINATE-TEAM-FILE
               PERFORM TERMINATE-TEAM-MASTER
               PERFORM TERMINATE-MISSION-FILES
               PERFORM TERMINATE-UNAVAIL-FILE
               PERFORM TERMINATE-PENDING-FILE
               PERFORM TERMINATE-AUDIT-FILE
           ELSE
               MOVE "S" TO SEC-ROLE
               MOVE "A" TO SEC-ACCOUNT-STATUS
               MOVE "Y" TO SEC-FORCE-CHANGE
               MOVE "N" TO SEC-SECRET-CLEARANCE
               WRITE OPERATOR-SECURITY-RECORD
               CLOSE OPERATOR-SECURITY-FILE
               OPEN INPUT OPERATOR-SECURITY-FILE
                           MOVE "N"
                               TO WS-OPR-FORCE(WS-OPERATOR-COUNT)
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

               TO SEC-ACCOUNT-STATUS.
           MOVE WS-OPR-FORCE(WS-OPERATOR-NUMBER)
               TO SEC-FORCE-CHANGE.
           MOVE WS-OPR-CLEARED(WS-OPERATOR-NUMBER)
               TO SEC-SECRET-CLEARANCE.
           WRITE OPERATOR-SECURITY-RECORD.

       CLEAR-SIGNON-PANEL.
                       TO WS-OPERATOR-ID
                   MOVE WS-OPR-ROLE(WS-OPERATOR-NUMBER)
                       TO WS-OPERATOR-ROLE
                   MOVE WS-OPR-CLEARED(WS-OPERATOR-NUMBER)
                       TO WS-OPERATOR-CLEARANCE
               END-IF
           END-IF.

           CLOSE HERO-TEAM-FILE.

       INITIALIZE-TEAM-MASTER.
           OPEN I-O TEAM-MASTER-FILE.
           IF WS-TEAM-MASTER-STATUS IS EQUAL "35"
               OPEN OUTPUT TEAM-MASTER-FILE
               CLOSE TEAM-MASTER-FILE
               OPEN I-O TEAM-MASTER-FILE
           END-IF.

       TERMINATE-TEAM-MASTER.
           CLOSE TEAM-MASTER-FILE.

       INITIALIZE-MISSION-FILES.
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

       TERMINATE-MISSION-FILES.
           IF WS-MISSION-FILES-OPEN
               CLOSE MISSION-MASTER-FILE
               CLOSE MISSION-ASSIGN-FILE
           END-IF.

       INITIALIZE-UNAVAIL-FILE.
           OPEN I-O HERO-UNAVAIL-FILE.
           IF WS-UNAVAIL-FILE-STATUS IS EQUAL "35"
               OPEN OUTPUT HERO-UNAVAIL-FILE
               CLOSE HERO-UNAVAIL-FILE
               OPEN I-O HERO-UNAVAIL-FILE
           END-IF.

       TERMINATE-UNAVAIL-FILE.
           CLOSE HERO-UNAVAIL-FILE.

       READ-RUN-PARAMETERS.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-FILE-STATUS IS NOT EQUAL "35"
           IF WS-NUMBER-OF-HEROES > 0
               MOVE CORRESPONDING WS-HERO(WS-SELECTED-HERO-NUMBER)
                   TO WS-HERO-EDIT
               IF NOT OPERATOR-CLEARED-FOR-SECRETS
                   MOVE ALL "*" TO secret-identity OF WS-HERO-EDIT
               END-IF
               DISPLAY SC-DETAILS-PANEL

           ACCEPT SC-DETAILS-PANEL.

           IF NOT OPERATOR-CLEARED-FOR-SECRETS
                   AND secret-identity OF WS-HERO-EDIT IS EQUAL ALL "*"
               MOVE secret-identity OF WS-HERO-BEFORE-EDIT
                   TO secret-identity OF WS-HERO-EDIT
           END-IF.

           PERFORM CHECK-APPROVAL-NEEDED.
           IF WS-APPROVAL-NEEDED
               PERFORM WRITE-PENDING-CHANGE
                       TO WS-STATUS-MESSAGE
               NOT INVALID KEY
                   PERFORM WRITE-AUDIT-RECORD
                   PERFORM CHECK-STATUS-CASCADE
           END-REWRITE.

       CHECK-APPROVAL-NEEDED.
           DELETE HERO-MASTER-FILE
               INVALID KEY
                   MOVE "Unable to delete hero" TO WS-STATUS-MESSAGE
               NOT INVALID KEY
                   MOVE hero-id OF WS-HERO(WS-SELECTED-HERO-NUMBER)
                       TO WS-CASCADE-HERO-ID
                   MOVE "X" TO WS-CASCADE-CAUSE
                   PERFORM CASCADE-HERO-RELEASE
           END-DELETE.
           PERFORM LOAD-HERO-TABLE.
           PERFORM RESELECT-HERO-BY-ID.
                   END-WRITE
           END-READ.

       UNAVAILABILITY-MAINTENANCE.
           MOVE SPACES TO WS-UNAVAIL-FROM-PARM.
           MOVE SPACES TO WS-UNAVAIL-TO-PARM.
           MOVE SPACES TO WS-UNAVAIL-REASON.
           MOVE SPACES TO WS-UNAVAIL-ACTION.
           DISPLAY SC-UNAVAIL-PANEL.
           ACCEPT SC-UNAVAIL-PANEL.
           PERFORM CLEAR-HISTORY-PANEL.

           PERFORM CAPTURE-SELECTED-HERO-ID.

           EVALUATE TRUE
               WHEN WS-UNAVAIL-ACTION-LIST
                   PERFORM LIST-UNAVAIL-PERIODS
               WHEN NOT OPERATOR-CAN-UPDATE
                   MOVE "Not authorized - inquiry-only operator"
                       TO WS-STATUS-MESSAGE
               WHEN WS-UNAVAIL-ACTION-ADD
                   PERFORM ADD-UNAVAIL-PERIOD
               WHEN WS-UNAVAIL-ACTION-REMOVE
                   PERFORM REMOVE-UNAVAIL-PERIOD
               WHEN OTHER
                   MOVE "Enter A to add, R to remove or L to list"
                       TO WS-STATUS-MESSAGE
           END-EVALUATE.

       CONVERT-UNAVAIL-DATES.
           MOVE "N" TO WS-UNAVAIL-DATES-SW.
           IF WS-UNAVAIL-FROM-PARM IS NUMERIC
               MOVE WS-UNAVAIL-FROM-PARM(5:2)
                   TO WS-UNAVAIL-FROM-YYMMDD(1:2)
               MOVE WS-UNAVAIL-FROM-PARM(1:2)
                   TO WS-UNAVAIL-FROM-YYMMDD(3:2)
               MOVE WS-UNAVAIL-FROM-PARM(3:2)
                   TO WS-UNAVAIL-FROM-YYMMDD(5:2)
               IF WS-UNAVAIL-FROM-YYMMDD(3:2) IS GREATER THAN "00"
                       AND WS-UNAVAIL-FROM-YYMMDD(3:2)
                           IS LESS THAN "13"
                       AND WS-UNAVAIL-FROM-YYMMDD(5:2)
                           IS GREATER THAN "00"
                       AND WS-UNAVAIL-FROM-YYMMDD(5:2)
                           IS LESS THAN "32"
                   SET WS-UNAVAIL-DATES-VALID TO TRUE
               END-IF
           END-IF.

           IF WS-UNAVAIL-DATES-VALID AND WS-UNAVAIL-ACTION-ADD
               MOVE "N" TO WS-UNAVAIL-DATES-SW
               IF WS-UNAVAIL-TO-PARM IS NUMERIC
                   MOVE WS-UNAVAIL-TO-PARM(5:2)
                       TO WS-UNAVAIL-TO-YYMMDD(1:2)
                   MOVE WS-UNAVAIL-TO-PARM(1:2)
                       TO WS-UNAVAIL-TO-YYMMDD(3:2)
                   MOVE WS-UNAVAIL-TO-PARM(3:2)
                       TO WS-UNAVAIL-TO-YYMMDD(5:2)
                   IF WS-UNAVAIL-TO-YYMMDD(3:2) IS GREATER THAN "00"
                           AND WS-UNAVAIL-TO-YYMMDD(3:2)
                               IS LESS THAN "13"
                           AND WS-UNAVAIL-TO-YYMMDD(5:2)
                               IS GREATER THAN "00"
                           AND WS-UNAVAIL-TO-YYMMDD(5:2)
                               IS LESS THAN "32"
                           AND WS-UNAVAIL-TO-NUM
                               IS NOT LESS THAN WS-UNAVAIL-FROM-NUM
                       SET WS-UNAVAIL-DATES-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       ADD-UNAVAIL-PERIOD.
           PERFORM CONVERT-UNAVAIL-DATES.
           IF NOT WS-UNAVAIL-DATES-VALID
               MOVE "Dates must be MMDDYY, to not before from"
                   TO WS-STATUS-MESSAGE
           ELSE
               IF NOT WS-UNAVAIL-REASON-VALID
                   MOVE "Reason must be I, L or S"
                       TO WS-STATUS-MESSAGE
               ELSE
                   PERFORM WRITE-UNAVAIL-PERIOD
               END-IF
           END-IF.

       WRITE-UNAVAIL-PERIOD.
           ACCEPT WS-AUDIT-DATE FROM DATE.
           MOVE WS-SELECTED-HERO-ID TO UN-HERO-ID.
           MOVE WS-UNAVAIL-FROM-NUM TO UN-FROM-DATE.
           MOVE WS-UNAVAIL-TO-NUM TO UN-TO-DATE.
           MOVE WS-UNAVAIL-REASON TO UN-REASON.
           MOVE WS-OPERATOR-ID TO UN-ENTERED-BY.
           MOVE WS-AUDIT-DATE-NUM TO UN-ENTERED-DATE.
           WRITE HERO-UNAVAIL-RECORD
               INVALID KEY
                   MOVE "A period already starts on that date"
                       TO WS-STATUS-MESSAGE
               NOT INVALID KEY
                   MOVE "Unavailability period added"
                       TO WS-STATUS-MESSAGE
           END-WRITE.

       REMOVE-UNAVAIL-PERIOD.
           PERFORM CONVERT-UNAVAIL-DATES.
           IF NOT WS-UNAVAIL-DATES-VALID
               MOVE "From date must be MMDDYY"
                   TO WS-STATUS-MESSAGE
           ELSE
               MOVE WS-SELECTED-HERO-ID TO UN-HERO-ID
               MOVE WS-UNAVAIL-FROM-NUM TO UN-FROM-DATE
               DELETE HERO-UNAVAIL-FILE
                   INVALID KEY
                       MOVE "No period starts on that date"
                           TO WS-STATUS-MESSAGE
                   NOT INVALID KEY
                       MOVE "Unavailability period removed"
                           TO WS-STATUS-MESSAGE
               END-DELETE
           END-IF.

       LIST-UNAVAIL-PERIODS.
           ACCEPT WS-AUDIT-DATE FROM DATE.
           MOVE 0 TO WS-HISTORY-COUNT.
           MOVE "N" TO WS-UNAVAIL-EOF-SW.
           MOVE WS-SELECTED-HERO-ID TO UN-HERO-ID.
           MOVE 0 TO UN-FROM-DATE.
           START HERO-UNAVAIL-FILE
               KEY IS NOT LESS THAN UN-KEY
               INVALID KEY SET WS-UNAVAIL-EOF TO TRUE
           END-START.
           PERFORM LOAD-UNAVAIL-PERIOD UNTIL WS-UNAVAIL-EOF.

           IF WS-HISTORY-COUNT > 0
               PERFORM DISPLAY-UNAVAIL-PANEL
           ELSE
               MOVE "No unavailability periods on file"
                   TO WS-STATUS-MESSAGE
           END-IF.

       LOAD-UNAVAIL-PERIOD.
           READ HERO-UNAVAIL-FILE NEXT RECORD
               AT END
                   SET WS-UNAVAIL-EOF TO TRUE
               NOT AT END
                   IF UN-HERO-ID IS NOT EQUAL WS-SELECTED-HERO-ID
                       SET WS-UNAVAIL-EOF TO TRUE
                   ELSE
                       PERFORM BUILD-UNAVAIL-LINE
                   END-IF
           END-READ.

       BUILD-UNAVAIL-LINE.
           MOVE UN-FROM-DATE TO WS-UNAVAIL-FROM-NUM.
           MOVE UN-TO-DATE TO WS-UNAVAIL-TO-NUM.
           STRING WS-UNAVAIL-FROM-YYMMDD(3:2) "/"
                   WS-UNAVAIL-FROM-YYMMDD(5:2) "/"
                   WS-UNAVAIL-FROM-YYMMDD(1:2)
               DELIMITED BY SIZE INTO UB-FROM-DATE.
           STRING WS-UNAVAIL-TO-YYMMDD(3:2) "/"
                   WS-UNAVAIL-TO-YYMMDD(5:2) "/"
                   WS-UNAVAIL-TO-YYMMDD(1:2)
               DELIMITED BY SIZE INTO UB-TO-DATE.

           EVALUATE TRUE
               WHEN UN-INJURY
                   MOVE "INJURY" TO UB-REASON
               WHEN UN-LEAVE
                   MOVE "LEAVE" TO UB-REASON
               WHEN UN-SUSPENSION
                   MOVE "SUSPENSION" TO UB-REASON
               WHEN OTHER
                   MOVE UN-REASON TO UB-REASON
           END-EVALUATE.
           MOVE UN-ENTERED-BY TO UB-ENTERED-BY.

           IF UN-FROM-DATE IS NOT GREATER THAN WS-AUDIT-DATE-NUM
                   AND UN-TO-DATE IS NOT LESS THAN WS-AUDIT-DATE-NUM
               MOVE "CURRENT" TO UB-CURRENT
           ELSE
               MOVE SPACES TO UB-CURRENT
           END-IF.

           IF WS-HISTORY-COUNT < WS-HISTORY-MAX
               ADD 1 TO WS-HISTORY-COUNT
               MOVE WS-UNAVAIL-BUILD
                   TO WS-HISTORY-LINE(WS-HISTORY-COUNT)
           ELSE
               PERFORM SHIFT-ONE-HISTORY-LINE
                       VARYING WS-HISTORY-IX FROM 1 BY 1
                       UNTIL WS-HISTORY-IX IS EQUAL WS-HISTORY-MAX
               MOVE WS-UNAVAIL-BUILD
                   TO WS-HISTORY-LINE(WS-HISTORY-MAX)
           END-IF.

       DISPLAY-UNAVAIL-PANEL.
           DISPLAY SC-UNAVAIL-LIST-PANEL.
           MOVE WS-DETAIL-PANEL-LINE-NUM TO WS-NEXT-DISPLAY-LINE-NUM.

           PERFORM SHOW-HISTORY-ROW
                   VARYING WS-HISTORY-IX FROM 1 BY 1
                   UNTIL WS-HISTORY-IX > WS-HISTORY-COUNT.

           ADD 1 TO WS-NEXT-DISPLAY-LINE-NUM.
           DISPLAY SC-HISTORY-WAIT.
           ACCEPT SC-HISTORY-WAIT.

           PERFORM CLEAR-HISTORY-PANEL.

       SHOW-HERO-HISTORY.
           PERFORM CAPTURE-SELECTED-HERO-ID.
           MOVE 0 TO WS-HISTORY-COUNT.
           IF AUD-BEFORE-SECRET-IDENTITY
                   IS NOT EQUAL AUD-AFTER-SECRET-IDENTITY
               MOVE "SECRET" TO HB-FIELD
               IF OPERATOR-CLEARED-FOR-SECRETS
                   MOVE AUD-BEFORE-SECRET-IDENTITY TO HB-OLD-VALUE
                   MOVE AUD-AFTER-SECRET-IDENTITY TO HB-NEW-VALUE
               ELSE
           PERFORM SHOW-REVIEW-FIELD.

           MOVE "SECRET" TO RV-FIELD.
           IF OPERATOR-CLEARED-FOR-SECRETS
               MOVE secret-identity OF PEND-BEFORE-HERO
                   TO RV-OLD-VALUE
               MOVE secret-identity OF PEND-AFTER-HERO
                   TO RV-NEW-VALUE
           ELSE
               MOVE ALL "*" TO RV-OLD-VALUE
               MOVE ALL "*" TO RV-NEW-VALUE
           END-IF.
           PERFORM SHOW-REVIEW-FIELD.

           MOVE "POWER" TO RV-FIELD.
                       TO WS-STATUS-MESSAGE
               NOT INVALID KEY
                   PERFORM WRITE-AUDIT-RECORD
                   MOVE " APPROVED BY " TO RJL-DISPOSITION
                   PERFORM WRITE-DISPOSITION-LOG
                   PERFORM DELETE-PENDING-RECORD
                   PERFORM REFRESH-TABLE-HERO
                   MOVE "Change approved and applied"
                       TO WS-STATUS-MESSAGE
                   PERFORM CHECK-STATUS-CASCADE
           END-REWRITE.

       CHECK-STATUS-CASCADE.
           IF hero-status OF WS-HERO-EDIT IS NOT EQUAL
                   hero-status OF WS-HERO-BEFORE-EDIT
                   AND (hero-retired OF WS-HERO-EDIT
                     OR hero-deceased OF WS-HERO-EDIT)
               MOVE hero-id OF WS-HERO-EDIT TO WS-CASCADE-HERO-ID
               MOVE hero-status OF WS-HERO-EDIT TO WS-CASCADE-CAUSE
               PERFORM CASCADE-HERO-RELEASE
           END-IF.

       CASCADE-HERO-RELEASE.
           MOVE 0 TO WS-CASCADE-MISSIONS.
           MOVE 0 TO WS-CASCADE-TEAMS.
           MOVE 0 TO WS-CASCADE-LEADERS.

           OPEN EXTEND CASCADE-LOG-FILE.
           IF WS-CASCADE-LOG-STATUS IS EQUAL "35"
               OPEN OUTPUT CASCADE-LOG-FILE
               CLOSE CASCADE-LOG-FILE
               OPEN EXTEND CASCADE-LOG-FILE
           END-IF.

           IF WS-MISSION-FILES-OPEN
               PERFORM RELEASE-OPEN-MISSIONS
           END-IF.
           PERFORM END-TEAM-MEMBERSHIPS.
           PERFORM CLEAR-TEAM-LEADERSHIP.

           CLOSE CASCADE-LOG-FILE.

           IF WS-CASCADE-LEADERS IS GREATER THAN 0
               MOVE "Leader cleared - team left leaderless"
                   TO WS-STATUS-MESSAGE
           ELSE
               IF WS-CASCADE-MISSIONS IS GREATER THAN 0
                       OR WS-CASCADE-TEAMS IS GREATER THAN 0
                   MOVE "Hero released from missions and teams"
                       TO WS-STATUS-MESSAGE
               END-IF
           END-IF.

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

       REFRESH-TABLE-HERO.
           PERFORM CHECK-REFRESH-HERO
                   VARYING WS-HERO-NUMBER FROM 1 BY 1
           END-IF.

       LOG-REJECTED-CHANGE.
           MOVE " REJECTED BY " TO RJL-DISPOSITION.
           PERFORM WRITE-DISPOSITION-LOG.

           PERFORM DELETE-PENDING-RECORD.
           MOVE "Change rejected and logged" TO WS-STATUS-MESSAGE.

       WRITE-DISPOSITION-LOG.
           ACCEPT WS-AUDIT-DATE FROM DATE.
           ACCEPT WS-AUDIT-TIME FROM TIME.

           WRITE REJECT-LOG-RECORD FROM WS-REJECT-LOG-LINE.
           CLOSE REJECT-LOG-FILE.

       DELETE-PENDING-RECORD.
           DELETE PENDING-CHANGE-FILE
               INVALID KEY
                       MOVE "No heroes on file to list history"
                           TO WS-STATUS-MESSAGE
                   END-IF
               WHEN PF-KEY-13-UNAVAIL
                   IF WS-NUMBER-OF-HEROES > 0
                       PERFORM UNAVAILABILITY-MAINTENANCE
                   ELSE
                       MOVE "No heroes on file to mark unavailable"
                           TO WS-STATUS-MESSAGE
                   END-IF
               WHEN PF-KEY-12-REVIEW
                   IF NOT OPERATOR-CAN-APPROVE
                       MOVE "Not authorized - approver role required"
