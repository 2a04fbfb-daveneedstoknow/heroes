                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-FILE-STATUS.

               SELECT PARAMETER-FILE ASSIGN TO "HEROPARM"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARM-FILE-STATUS.

               SELECT OPERATOR-SECURITY-FILE ASSIGN TO "HEROSECF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SECURITY-FILE-STATUS.

               SELECT UNMASK-LOG-FILE ASSIGN TO "HEROUMLG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-UNMASK-LOG-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD HERO-MASTER-FILE.
           FD HERO-REPORT-FILE.
           01 REPORT-LINE PIC X(80).

           FD PARAMETER-FILE.
           01 PARAMETER-RECORD.
               COPY HEROPRM.

           FD OPERATOR-SECURITY-FILE.
           01 OPERATOR-SECURITY-RECORD.
               COPY HEROSEC.

           FD UNMASK-LOG-FILE.
           01 UNMASK-LOG-RECORD PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-HERO-FILE-STATUS PIC XX.
           01 WS-REPORT-FILE-STATUS PIC XX.
           01 WS-PARM-FILE-STATUS PIC XX.
           01 WS-SECURITY-FILE-STATUS PIC XX.
           01 WS-UNMASK-LOG-STATUS PIC XX.

           01 WS-EOF-SW PIC X VALUE "N".
               88 WS-HERO-EOF VALUE "Y".

           01 WS-SECURITY-EOF-SW PIC X VALUE "N".
               88 WS-SECURITY-EOF VALUE "Y".

           01 WS-SHOW-SECRETS-SW PIC X VALUE "N".
               88 WS-SHOW-SECRETS VALUE "Y".

           01 WS-UNMASK-OPERATOR-ID PIC X(8) VALUE SPACES.

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

           01 WS-HERO-COUNT PIC 9(5) VALUE 0.
           01 WS-LINES-ON-PAGE PIC 99 VALUE 0.
           01 WS-MAX-LINES-PER-PAGE PIC 99 VALUE 20.
           GOBACK.

       INITIALIZE-REPORT.
           PERFORM READ-RUN-PARAMETERS.
           IF WS-UNMASK-OPERATOR-ID IS NOT EQUAL SPACES
               PERFORM CHECK-UNMASK-CLEARANCE
               PERFORM WRITE-UNMASK-LOG
               IF NOT WS-SHOW-SECRETS
                   DISPLAY "HERORPT: " WS-UNMASK-OPERATOR-ID
                       " not cleared for secret identities - "
                       "report masked"
               END-IF
           END-IF.

           OPEN INPUT HERO-MASTER-FILE.
           OPEN OUTPUT HERO-REPORT-FILE.


           PERFORM START-NEW-PAGE.

       READ-RUN-PARAMETERS.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-FILE-STATUS IS NOT EQUAL "35"
               READ PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-REPORT-OPERATOR-ID
                           TO WS-UNMASK-OPERATOR-ID
               END-READ
               CLOSE PARAMETER-FILE
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
                           AND NOT SEC-ACCOUNT-DISABLED
                           AND SEC-CLEARED-FOR-SECRETS
                       SET WS-SHOW-SECRETS TO TRUE
                   END-IF
           END-READ.

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

           MOVE "HERORPT" TO UML-PROGRAM-ID.
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

       PRODUCE-HERO-LINES.
           READ HERO-MASTER-FILE NEXT RECORD
               AT END

           MOVE hero-id OF HERO-MASTER-RECORD TO DL-HERO-ID.
           MOVE hero-name OF HERO-MASTER-RECORD TO DL-HERO-NAME.
           IF WS-SHOW-SECRETS
               MOVE secret-identity OF HERO-MASTER-RECORD
                   TO DL-SECRET-IDENTITY
           ELSE
               MOVE ALL "*" TO DL-SECRET-IDENTITY
           END-IF.
           MOVE power-level OF HERO-MASTER-RECORD TO DL-POWER-LEVEL.
           MOVE team-affiliation OF HERO-MASTER-RECORD
               TO DL-TEAM-AFFILIATION.
