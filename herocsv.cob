       IDENTIFICATION DIVISION.
            PROGRAM-ID. HEROCSV.
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

               SELECT OPERATOR-SECURITY-FILE ASSIGN TO "HEROSECF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SECURITY-FILE-STATUS.

               SELECT UNMASK-LOG-FILE ASSIGN TO "HEROUMLG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-UNMASK-LOG-STATUS.

               SELECT HERO-CSV-FILE ASSIGN TO "HEROCSVH"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CSV-FILE-STATUS.

               SELECT TEAM-CSV-FILE ASSIGN TO "HEROCSVT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CSV-FILE-STATUS.

               SELECT MEMBER-CSV-FILE ASSIGN TO "HEROCSVM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CSV-FILE-STATUS.

               SELECT MISSION-CSV-FILE ASSIGN TO "HEROCSVS"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CSV-FILE-STATUS.

               SELECT ASSIGN-CSV-FILE ASSIGN TO "HEROCSVA"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CSV-FILE-STATUS.

               SELECT CSV-COUNT-FILE ASSIGN TO "HEROCSVC"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-COUNT-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD HERO-MASTER-FILE.
           01 HERO-MASTER-RECORD.
               COPY HEROREC.

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

           FD OPERATOR-SECURITY-FILE.
           01 OPERATOR-SECURITY-RECORD.
               COPY HEROSEC.

           FD UNMASK-LOG-FILE.
           01 UNMASK-LOG-RECORD PIC X(80).

           FD HERO-CSV-FILE.
           01 HERO-CSV-RECORD PIC X(200).

           FD TEAM-CSV-FILE.
           01 TEAM-CSV-RECORD PIC X(200).

           FD MEMBER-CSV-FILE.
           01 MEMBER-CSV-RECORD PIC X(200).

           FD MISSION-CSV-FILE.
           01 MISSION-CSV-RECORD PIC X(200).

           FD ASSIGN-CSV-FILE.
           01 ASSIGN-CSV-RECORD PIC X(200).

           FD CSV-COUNT-FILE.
           01 COUNT-LINE PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-HERO-FILE-STATUS PIC XX.
           01 WS-TEAM-FILE-STATUS PIC XX.
           01 WS-TEAM-MASTER-STATUS PIC XX.
           01 WS-MISSION-FILE-STATUS PIC XX.
           01 WS-ASSIGN-FILE-STATUS PIC XX.
           01 WS-SECURITY-FILE-STATUS PIC XX.
           01 WS-UNMASK-LOG-STATUS PIC XX.
           01 WS-CSV-FILE-STATUS PIC XX.
           01 WS-COUNT-FILE-STATUS PIC XX.

           01 WS-HERO-OPEN-SW PIC X VALUE "N".
               88 WS-HERO-FILE-OPEN VALUE "Y".
           01 WS-TEAM-OPEN-SW PIC X VALUE "N".
               88 WS-TEAM-FILE-OPEN VALUE "Y".
           01 WS-TEAM-MASTER-OPEN-SW PIC X VALUE "N".
               88 WS-TEAM-MASTER-OPEN VALUE "Y".
           01 WS-MISSION-OPEN-SW PIC X VALUE "N".
               88 WS-MISSION-FILE-OPEN VALUE "Y".
           01 WS-ASSIGN-OPEN-SW PIC X VALUE "N".
               88 WS-ASSIGN-FILE-OPEN VALUE "Y".

           01 WS-HERO-EOF-SW PIC X VALUE "N".
               88 WS-HERO-EOF VALUE "Y".
           01 WS-TEAM-EOF-SW PIC X VALUE "N".
               88 WS-TEAM-EOF VALUE "Y".
           01 WS-MEMBER-EOF-SW PIC X VALUE "N".
               88 WS-MEMBER-EOF VALUE "Y".
           01 WS-MISSION-EOF-SW PIC X VALUE "N".
               88 WS-MISSION-EOF VALUE "Y".
           01 WS-ASSIGN-EOF-SW PIC X VALUE "N".
               88 WS-ASSIGN-EOF VALUE "Y".

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

           01 WS-ACTIVE-ONLY-PARM PIC X VALUE "N".
               88 WS-ACTIVE-ONLY VALUE "Y".
           01 WS-OPEN-ONLY-PARM PIC X VALUE "N".
               88 WS-OPEN-ONLY VALUE "Y".
           01 WS-TEAM-PARM PIC X(20) VALUE SPACES.

           01 WS-HERO-SELECTED-SW PIC X VALUE "N".
               88 WS-HERO-SELECTED VALUE "Y".
           01 WS-MISSION-SELECTED-SW PIC X VALUE "N".
               88 WS-MISSION-SELECTED VALUE "Y".
           01 WS-MISSION-SCAN-SW PIC X VALUE "N".
               88 WS-MISSION-SCAN-DONE VALUE "Y".

           01 WS-HERO-ROWS PIC 9(5) VALUE 0.
           01 WS-TEAM-ROWS PIC 9(5) VALUE 0.
           01 WS-MEMBER-ROWS PIC 9(5) VALUE 0.
           01 WS-MISSION-ROWS PIC 9(5) VALUE 0.
           01 WS-ASSIGN-ROWS PIC 9(5) VALUE 0.
           01 WS-COUNT-DETAILS PIC 9(5) VALUE 0.

           01 WS-CSV-LINE PIC X(200) VALUE SPACES.
           01 WS-CSV-POS PIC 999 VALUE 1.
           01 WS-CSV-FIELD PIC X(30) VALUE SPACES.
           01 WS-FIELD-LEN PIC 99 VALUE 0.
           01 WS-CHAR-IX PIC 99 VALUE 0.
           01 WS-SPECIAL-COUNT PIC 99 VALUE 0.
           01 WS-FIRST-FIELD-SW PIC X VALUE "Y".
               88 WS-FIRST-FIELD VALUE "Y".
           01 WS-FIELD-END-SW PIC X VALUE "N".
               88 WS-FIELD-END-FOUND VALUE "Y".

           01 WS-CSV-DATE-WORK PIC 9(6) VALUE 0.
           01 WS-CSV-DATE-PARTS REDEFINES WS-CSV-DATE-WORK.
               05 WS-CSV-DATE-YY PIC 99.
               05 WS-CSV-DATE-MM PIC 99.
               05 WS-CSV-DATE-DD PIC 99.

           01 WS-TODAY-DATE.
               05 WS-TODAY-YY PIC 99.
               05 WS-TODAY-MM PIC 99.
               05 WS-TODAY-DD PIC 99.
           01 WS-TODAY-DATE-NUM REDEFINES WS-TODAY-DATE PIC 9(6).

           01 HERO-CSV-HEADER.
               05 FILLER PIC X(34)
                   VALUE "HERO_ID,HERO_NAME,SECRET_IDENTITY,".
               05 FILLER PIC X(36)
                   VALUE "POWER_LEVEL,TEAM,STATUS,STATUS_DATE".

           01 TEAM-CSV-HEADER.
               05 FILLER PIC X(35)
                   VALUE "TEAM_NAME,LEADER_HERO_ID,HOME_BASE,".
               05 FILLER PIC X(23)
                   VALUE "MAX_ROSTER,TEAM_STATUS".

           01 MEMBER-CSV-HEADER PIC X(20)
               VALUE "HERO_ID,TEAM_NAME".

           01 MISSION-CSV-HEADER.
               05 FILLER PIC X(32)
                   VALUE "MISSION_ID,DESCRIPTION,REQUIRED_".
               05 FILLER PIC X(36)
                   VALUE "POWER,START_DATE,END_DATE,STATUS".

           01 ASSIGN-CSV-HEADER PIC X(20)
               VALUE "MISSION_ID,HERO_ID".

           01 COUNT-HEADER-LINE.
               05 FILLER PIC X(2) VALUE "H ".
               05 CH-RUN-DATE PIC 9(6).
               05 FILLER PIC X VALUE SPACE.
               05 CH-ACTIVE-ONLY PIC X.
               05 FILLER PIC X VALUE SPACE.
               05 CH-OPEN-ONLY PIC X.
               05 FILLER PIC X VALUE SPACE.
               05 CH-TEAM PIC X(20).

           01 COUNT-DETAIL-LINE.
               05 FILLER PIC X(2) VALUE "D ".
               05 CD-FILE-NAME PIC X(8).
               05 FILLER PIC X VALUE SPACE.
               05 CD-RECORD-COUNT PIC 9(5).

           01 COUNT-TRAILER-LINE.
               05 FILLER PIC X(2) VALUE "T ".
               05 CT-DETAIL-COUNT PIC 9(5).

       PROCEDURE DIVISION.
           PERFORM INITIALIZE-EXPORT.
           PERFORM EXPORT-HEROES.
           PERFORM EXPORT-TEAMS.
           PERFORM EXPORT-MEMBERSHIPS.
           PERFORM EXPORT-MISSIONS.
           PERFORM EXPORT-ASSIGNMENTS.
           PERFORM FINALIZE-EXPORT.
           STOP RUN.

       INITIALIZE-EXPORT.
           DISPLAY "Active heroes only Y/N: " WITH NO ADVANCING.
           ACCEPT WS-ACTIVE-ONLY-PARM FROM CONSOLE.
           IF WS-ACTIVE-ONLY-PARM IS NOT EQUAL "Y"
               MOVE "N" TO WS-ACTIVE-ONLY-PARM
           END-IF.

           DISPLAY "Open missions only Y/N: " WITH NO ADVANCING.
           ACCEPT WS-OPEN-ONLY-PARM FROM CONSOLE.
           IF WS-OPEN-ONLY-PARM IS NOT EQUAL "Y"
               MOVE "N" TO WS-OPEN-ONLY-PARM
           END-IF.

           DISPLAY "Single team (blank for all): " WITH NO ADVANCING.
           ACCEPT WS-TEAM-PARM FROM CONSOLE.

           PERFORM ACCEPT-UNMASK-REQUEST.

           OPEN INPUT HERO-MASTER-FILE.
           IF WS-HERO-FILE-STATUS IS EQUAL "00"
               SET WS-HERO-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT HERO-TEAM-FILE.
           IF WS-TEAM-FILE-STATUS IS EQUAL "00"
               SET WS-TEAM-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT TEAM-MASTER-FILE.
           IF WS-TEAM-MASTER-STATUS IS EQUAL "00"
               SET WS-TEAM-MASTER-OPEN TO TRUE
           END-IF.
           OPEN INPUT MISSION-MASTER-FILE.
           IF WS-MISSION-FILE-STATUS IS EQUAL "00"
               SET WS-MISSION-FILE-OPEN TO TRUE
           END-IF.
           OPEN INPUT MISSION-ASSIGN-FILE.
           IF WS-ASSIGN-FILE-STATUS IS EQUAL "00"
               SET WS-ASSIGN-FILE-OPEN TO TRUE
           END-IF.

           ACCEPT WS-TODAY-DATE FROM DATE.
           OPEN OUTPUT CSV-COUNT-FILE.
           MOVE WS-TODAY-DATE-NUM TO CH-RUN-DATE.
           MOVE WS-ACTIVE-ONLY-PARM TO CH-ACTIVE-ONLY.
           MOVE WS-OPEN-ONLY-PARM TO CH-OPEN-ONLY.
           MOVE WS-TEAM-PARM TO CH-TEAM.
           WRITE COUNT-LINE FROM COUNT-HEADER-LINE.

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

           MOVE "HEROCSV" TO UML-PROGRAM-ID.
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

       EXPORT-HEROES.
           OPEN OUTPUT HERO-CSV-FILE.
           WRITE HERO-CSV-RECORD FROM HERO-CSV-HEADER.

           IF WS-HERO-FILE-OPEN
               PERFORM EXPORT-ONE-HERO UNTIL WS-HERO-EOF
           END-IF.

           CLOSE HERO-CSV-FILE.
           MOVE "HEROCSVH" TO CD-FILE-NAME.
           MOVE WS-HERO-ROWS TO CD-RECORD-COUNT.
           PERFORM WRITE-COUNT-DETAIL.

       EXPORT-ONE-HERO.
           READ HERO-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-HERO-EOF TO TRUE
               NOT AT END
                   PERFORM CHECK-HERO-FILTER
                   IF WS-HERO-SELECTED
                       PERFORM WRITE-HERO-ROW
                   END-IF
           END-READ.

       CHECK-HERO-FILTER.
           MOVE "Y" TO WS-HERO-SELECTED-SW.
           IF WS-ACTIVE-ONLY AND NOT hero-active
               MOVE "N" TO WS-HERO-SELECTED-SW
           END-IF.
           IF WS-TEAM-PARM IS NOT EQUAL SPACES
                   AND team-affiliation IS NOT EQUAL WS-TEAM-PARM
               MOVE "N" TO WS-HERO-SELECTED-SW
           END-IF.

       LOOKUP-SELECTED-HERO.
           MOVE "N" TO WS-HERO-SELECTED-SW.
           IF WS-HERO-FILE-OPEN
               READ HERO-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CHECK-HERO-FILTER
               END-READ
           END-IF.

       WRITE-HERO-ROW.
           PERFORM START-CSV-LINE.
           MOVE hero-id TO WS-CSV-FIELD.
           PERFORM ADD-CSV-FIELD.
           MOVE hero-name TO WS-CSV-FIELD.
           PERFORM ADD-CSV-FIELD.
           IF WS-SHOW-SECRETS
               MOVE secret-identity TO WS-CSV-FIELD
           ELSE
               MOVE SPACES TO WS-CSV-FIELD
               MOVE ALL "*" TO WS-CSV-FIELD(1:20)
           END-IF.
           PERFORM ADD-CSV-FIELD.
           MOVE power-level TO WS-CSV-FIELD.
           PERFORM ADD-CSV-FIELD.
           MOVE team-affiliation TO WS-CSV-FIELD.
           PERFORM ADD-CSV-FIELD.
           MOVE hero-status TO WS-CSV-FIELD.
           PERFORM ADD-CSV-FIELD.
           MOVE hero-status-date TO WS-CSV-DATE-WORK.
           PERFORM ADD-CSV-DATE.

           WRITE HERO-CSV-RECORD FROM WS-CSV-LINE.
           ADD 1 TO WS-HERO-ROWS.

       EXPORT-TEAMS.
           OPEN OUTPUT TEAM-CSV-FILE.
           WRITE TEAM-CSV-RECORD FROM TEAM-CSV-HEADER.

           IF WS-TEAM-MASTER-OPEN
               PERFORM EXPORT-ONE-TEAM UNTIL WS-TEAM-EOF
           END-IF.

           CLOSE TEAM-CSV-FILE.
           MOVE "HEROCSVT" TO CD-FILE-NAME.
           MOVE WS-TEAM-ROWS TO CD-RECORD-COUNT.
           PERFORM WRITE-COUNT-DETAIL.

       EXPORT-ONE-TEAM.
           READ TEAM-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-TEAM-EOF TO TRUE
               NOT AT END
                   IF WS-TEAM-PARM IS EQUAL SPACES
                           OR TM-TEAM-NAME IS EQUAL WS-TEAM-PARM
                       PERFORM WRITE-TEAM-ROW
                   END-IF
           END-READ.

       WRITE-TEAM-ROW.
           PERFORM START-CSV-LINE.
           MOVE TM-TEAM-NAME TO WS-CSV-FIELD.
           PERFORM ADD-CSV-FIELD.
           MOVE TM-LEADER-HERO-ID TO WS-CSV-FIELD.
           PERFORM ADD-CSV-FIELD.
           MOVE TM-HOME-BASE TO WS-CSV-FIELD.
           PERFORM ADD-CSV-FIELD.
           MOVE TM-MAX-ROSTER TO WS-CSV-FIELD.
           PERFORM ADD-CSV-FIELD.
           MOVE TM-TEAM-STATUS TO WS-CSV-FIELD.
           PERFORM ADD-CSV-FIELD.

           WRITE TEAM-CSV-RECORD FROM WS-CSV-LINE.
           ADD 1 TO WS-TEAM-ROWS.

       EXPORT-MEMBERSHIPS.
           OPEN OUTPUT MEMBER-CSV-FILE.
           WRITE MEMBER-CSV-RECORD FROM MEMBER-CSV-HEADER.

           IF WS-TEAM-FILE-OPEN
               PERFORM EXPORT-ONE-MEMBERSHIP UNTIL WS-MEMBER-EOF
           END-IF.

           CLOSE MEMBER-CSV-FILE.
           MOVE "HEROCSVM" TO CD-FILE-NAME.
           MOVE WS-MEMBER-ROWS TO CD-RECORD-COUNT.
           PERFORM WRITE-COUNT-DETAIL.

       EXPORT-ONE-MEMBERSHIP.
           READ HERO-TEAM-FILE NEXT RECORD
               AT END
                   SET WS-MEMBER-EOF TO TRUE
               NOT AT END
                   PERFORM CHECK-MEMBERSHIP-FILTER
                   IF WS-HERO-SELECTED
                       PERFORM WRITE-MEMBERSHIP-ROW
                   END-IF
           END-READ.

       CHECK-MEMBERSHIP-FILTER.
           MOVE "Y" TO WS-HERO-SELECTED-SW.
           IF WS-TEAM-PARM IS NOT EQUAL SPACES
                   AND HT-TEAM-NAME OF HERO-TEAM-RECORD
                       IS NOT EQUAL WS-TEAM-PARM
               MOVE "N" TO WS-HERO-SELECTED-SW
           END-IF.
           IF WS-HERO-SELECTED AND WS-ACTIVE-ONLY
               MOVE "N" TO WS-HERO-SELECTED-SW
               MOVE HT-HERO-ID OF HERO-TEAM-RECORD TO hero-id
               IF WS-HERO-FILE-OPEN
                   READ HERO-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF hero-active
                               MOVE "Y" TO WS-HERO-SELECTED-SW
                           END-IF
                   END-READ
               END-IF
           END-IF.

       WRITE-MEMBERSHIP-ROW.
           PERFORM START-CSV-LINE.
           MOVE HT-HERO-ID OF HERO-TEAM-RECORD TO WS-CSV-FIELD.
           PERFORM ADD-CSV-FIELD.
           MOVE HT-TEAM-NAME OF HERO-TEAM-RECORD TO WS-CSV-FIELD.
           PERFORM ADD-CSV-FIELD.

           WRITE MEMBER-CSV-RECORD FROM WS-CSV-LINE.
           ADD 1 TO WS-MEMBER-ROWS.

       EXPORT-MISSIONS.
           OPEN OUTPUT MISSION-CSV-FILE.
           WRITE MISSION-CSV-RECORD FROM MISSION-CSV-HEADER.

           IF WS-MISSION-FILE-OPEN
               PERFORM EXPORT-ONE-MISSION UNTIL WS-MISSION-EOF
           END-IF.

           CLOSE MISSION-CSV-FILE.
           MOVE "HEROCSVS" TO CD-FILE-NAME.
           MOVE WS-MISSION-ROWS TO CD-RECORD-COUNT.
           PERFORM WRITE-COUNT-DETAIL.

       EXPORT-ONE-MISSION.
           READ MISSION-MASTER-FILE NEXT RECORD
               AT END
                   SET WS-MISSION-EOF TO TRUE
               NOT AT END
                   PERFORM CHECK-MISSION-FILTER
                   IF WS-MISSION-SELECTED
                       PERFORM WRITE-MISSION-ROW
                   END-IF
           END-READ.

       CHECK-MISSION-FILTER.
           MOVE "Y" TO WS-MISSION-SELECTED-SW.
           IF WS-OPEN-ONLY AND NOT MSN-OPEN
               MOVE "N" TO WS-MISSION-SELECTED-SW
           END-IF.
           IF WS-MISSION-SELECTED
                   AND WS-TEAM-PARM IS NOT EQUAL SPACES
               PERFORM CHECK-MISSION-TEAM-HEROES
           END-IF.

       CHECK-MISSION-TEAM-HEROES.
           MOVE "N" TO WS-MISSION-SELECTED-SW.
           MOVE "N" TO WS-MISSION-SCAN-SW.
           IF WS-ASSIGN-FILE-OPEN
               MOVE MSN-MISSION-ID
                   TO MA-MISSION-ID OF MISSION-ASSIGN-RECORD
               MOVE 0 TO MA-HERO-ID OF MISSION-ASSIGN-RECORD
               START MISSION-ASSIGN-FILE
                   KEY IS NOT LESS THAN MA-KEY OF MISSION-ASSIGN-RECORD
                   INVALID KEY SET WS-MISSION-SCAN-DONE TO TRUE
               END-START
               PERFORM CHECK-ONE-MISSION-HERO
                       UNTIL WS-MISSION-SCAN-DONE
                          OR WS-MISSION-SELECTED
           END-IF.

       CHECK-ONE-MISSION-HERO.
           READ MISSION-ASSIGN-FILE NEXT RECORD
               AT END
                   SET WS-MISSION-SCAN-DONE TO TRUE
               NOT AT END
                   IF MA-MISSION-ID OF MISSION-ASSIGN-RECORD
                           IS NOT EQUAL MSN-MISSION-ID
                       SET WS-MISSION-SCAN-DONE TO TRUE
                   ELSE
                       MOVE MA-HERO-ID OF MISSION-ASSIGN-RECORD
                           TO hero-id
                       PERFORM LOOKUP-SELECTED-HERO
                       IF WS-HERO-SELECTED
                           SET WS-MISSION-SELECTED TO TRUE
                       END-IF
                   END-IF
           END-READ.

       WRITE-MISSION-ROW.
           PERFORM START-CSV-LINE.
           MOVE MSN-MISSION-ID TO WS-CSV-FIELD.
           PERFORM ADD-CSV-FIELD.
           MOVE MSN-DESCRIPTION TO WS-CSV-FIELD.
           PERFORM ADD-CSV-FIELD.
           MOVE MSN-REQUIRED-POWER TO WS-CSV-FIELD.
           PERFORM ADD-CSV-FIELD.
           MOVE MSN-START-DATE TO WS-CSV-DATE-WORK.
           PERFORM ADD-CSV-DATE.
           MOVE MSN-END-DATE TO WS-CSV-DATE-WORK.
           PERFORM ADD-CSV-DATE.
           MOVE MSN-STATUS TO WS-CSV-FIELD.
           PERFORM ADD-CSV-FIELD.

           WRITE MISSION-CSV-RECORD FROM WS-CSV-LINE.
           ADD 1 TO WS-MISSION-ROWS.

       EXPORT-ASSIGNMENTS.
           OPEN OUTPUT ASSIGN-CSV-FILE.
           WRITE ASSIGN-CSV-RECORD FROM ASSIGN-CSV-HEADER.

           IF WS-ASSIGN-FILE-OPEN
               MOVE 0 TO MA-MISSION-ID OF MISSION-ASSIGN-RECORD
               MOVE 0 TO MA-HERO-ID OF MISSION-ASSIGN-RECORD
               START MISSION-ASSIGN-FILE
                   KEY IS NOT LESS THAN MA-KEY OF MISSION-ASSIGN-RECORD
                   INVALID KEY SET WS-ASSIGN-EOF TO TRUE
               END-START
               PERFORM EXPORT-ONE-ASSIGNMENT UNTIL WS-ASSIGN-EOF
           END-IF.

           CLOSE ASSIGN-CSV-FILE.
           MOVE "HEROCSVA" TO CD-FILE-NAME.
           MOVE WS-ASSIGN-ROWS TO CD-RECORD-COUNT.
           PERFORM WRITE-COUNT-DETAIL.

       EXPORT-ONE-ASSIGNMENT.
           READ MISSION-ASSIGN-FILE NEXT RECORD
               AT END
                   SET WS-ASSIGN-EOF TO TRUE
               NOT AT END
                   PERFORM CHECK-ASSIGNMENT-FILTER
                   IF WS-MISSION-SELECTED AND WS-HERO-SELECTED
                       PERFORM WRITE-ASSIGNMENT-ROW
                   END-IF
           END-READ.

       CHECK-ASSIGNMENT-FILTER.
           MOVE "Y" TO WS-MISSION-SELECTED-SW.
           IF WS-OPEN-ONLY
               MOVE "N" TO WS-MISSION-SELECTED-SW
               MOVE MA-MISSION-ID OF MISSION-ASSIGN-RECORD
                   TO MSN-MISSION-ID
               IF WS-MISSION-FILE-OPEN
                   READ MISSION-MASTER-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF MSN-OPEN
                               MOVE "Y" TO WS-MISSION-SELECTED-SW
                           END-IF
                   END-READ
               END-IF
           END-IF.

           MOVE "Y" TO WS-HERO-SELECTED-SW.
           IF WS-ACTIVE-ONLY OR WS-TEAM-PARM IS NOT EQUAL SPACES
               MOVE MA-HERO-ID OF MISSION-ASSIGN-RECORD TO hero-id
               PERFORM LOOKUP-SELECTED-HERO
           END-IF.

       WRITE-ASSIGNMENT-ROW.
           PERFORM START-CSV-LINE.
           MOVE MA-MISSION-ID OF MISSION-ASSIGN-RECORD
               TO WS-CSV-FIELD.
           PERFORM ADD-CSV-FIELD.
           MOVE MA-HERO-ID OF MISSION-ASSIGN-RECORD TO WS-CSV-FIELD.
           PERFORM ADD-CSV-FIELD.

           WRITE ASSIGN-CSV-RECORD FROM WS-CSV-LINE.
           ADD 1 TO WS-ASSIGN-ROWS.

       START-CSV-LINE.
           MOVE SPACES TO WS-CSV-LINE.
           MOVE 1 TO WS-CSV-POS.
           SET WS-FIRST-FIELD TO TRUE.

       ADD-CSV-FIELD.
           IF WS-FIRST-FIELD
               MOVE "N" TO WS-FIRST-FIELD-SW
           ELSE
               MOVE "," TO WS-CSV-LINE(WS-CSV-POS:1)
               ADD 1 TO WS-CSV-POS
           END-IF.

           MOVE 30 TO WS-FIELD-LEN.
           MOVE "N" TO WS-FIELD-END-SW.
           PERFORM FIND-FIELD-END
                   UNTIL WS-FIELD-LEN IS EQUAL 0
                      OR WS-FIELD-END-FOUND.

           IF WS-FIELD-LEN IS GREATER THAN 0
               MOVE 0 TO WS-SPECIAL-COUNT
               INSPECT WS-CSV-FIELD(1:WS-FIELD-LEN)
                   TALLYING WS-SPECIAL-COUNT FOR ALL "," ALL QUOTE
               IF WS-SPECIAL-COUNT IS GREATER THAN 0
                   PERFORM ADD-QUOTED-FIELD
               ELSE
                   MOVE WS-CSV-FIELD(1:WS-FIELD-LEN)
                       TO WS-CSV-LINE(WS-CSV-POS:WS-FIELD-LEN)
                   ADD WS-FIELD-LEN TO WS-CSV-POS
               END-IF
           END-IF.

       FIND-FIELD-END.
           IF WS-CSV-FIELD(WS-FIELD-LEN:1) IS EQUAL SPACE
               SUBTRACT 1 FROM WS-FIELD-LEN
           ELSE
               SET WS-FIELD-END-FOUND TO TRUE
           END-IF.

       ADD-QUOTED-FIELD.
           MOVE QUOTE TO WS-CSV-LINE(WS-CSV-POS:1).
           ADD 1 TO WS-CSV-POS.
           PERFORM COPY-QUOTED-CHAR
                   VARYING WS-CHAR-IX FROM 1 BY 1
                   UNTIL WS-CHAR-IX > WS-FIELD-LEN.
           MOVE QUOTE TO WS-CSV-LINE(WS-CSV-POS:1).
           ADD 1 TO WS-CSV-POS.

       COPY-QUOTED-CHAR.
           IF WS-CSV-FIELD(WS-CHAR-IX:1) IS EQUAL QUOTE
               MOVE QUOTE TO WS-CSV-LINE(WS-CSV-POS:1)
               ADD 1 TO WS-CSV-POS
           END-IF.
           MOVE WS-CSV-FIELD(WS-CHAR-IX:1)
               TO WS-CSV-LINE(WS-CSV-POS:1).
           ADD 1 TO WS-CSV-POS.

       ADD-CSV-DATE.
           MOVE SPACES TO WS-CSV-FIELD.
           IF WS-CSV-DATE-WORK IS GREATER THAN 0
               STRING WS-CSV-DATE-MM "/" WS-CSV-DATE-DD "/"
                       WS-CSV-DATE-YY
                   DELIMITED BY SIZE INTO WS-CSV-FIELD
           END-IF.
           PERFORM ADD-CSV-FIELD.

       WRITE-COUNT-DETAIL.
           WRITE COUNT-LINE FROM COUNT-DETAIL-LINE.
           ADD 1 TO WS-COUNT-DETAILS.

       FINALIZE-EXPORT.
           MOVE WS-COUNT-DETAILS TO CT-DETAIL-COUNT.
           WRITE COUNT-LINE FROM COUNT-TRAILER-LINE.
           CLOSE CSV-COUNT-FILE.

           IF WS-HERO-FILE-OPEN
               CLOSE HERO-MASTER-FILE
           END-IF.
           IF WS-TEAM-FILE-OPEN
               CLOSE HERO-TEAM-FILE
           END-IF.
           IF WS-TEAM-MASTER-OPEN
               CLOSE TEAM-MASTER-FILE
           END-IF.
           IF WS-MISSION-FILE-OPEN
               CLOSE MISSION-MASTER-FILE
           END-IF.
           IF WS-ASSIGN-FILE-OPEN
               CLOSE MISSION-ASSIGN-FILE
           END-IF.

           DISPLAY "HEROCSV: export complete - record counts on "
               "HEROCSVC".
