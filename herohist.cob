                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

               SELECT OPERATOR-SECURITY-FILE ASSIGN TO "HEROSECF"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SECURITY-FILE-STATUS.

               SELECT UNMASK-LOG-FILE ASSIGN TO "HEROUMLG"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-UNMASK-LOG-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD HERO-AUDIT-FILE.
           FD AUDIT-ARCHIVE-FILE.
           01 ARCHIVE-LINE PIC X(200).

           FD OPERATOR-SECURITY-FILE.
           01 OPERATOR-SECURITY-RECORD.
               COPY HEROSEC.

           FD UNMASK-LOG-FILE.
           01 UNMASK-LOG-RECORD PIC X(80).

           WORKING-STORAGE SECTION.
           01 WS-AUDIT-FILE-STATUS PIC XX.
           01 WS-REPORT-FILE-STATUS PIC XX.
           01 WS-CONTROL-FILE-STATUS PIC XX.
           01 WS-ARCHIVE-FILE-STATUS PIC XX.
           01 WS-SECURITY-FILE-STATUS PIC XX.
           01 WS-UNMASK-LOG-STATUS PIC XX.

           01 WS-ARCHIVE-FILE-NAME PIC X(15) VALUE SPACES.

           01 WS-EOF-SW PIC X VALUE "N".
               88 WS-AUDIT-EOF VALUE "Y".

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

           01 WS-HERO-ID-PARM PIC X(5) VALUE SPACES.
           01 WS-ID-SHIFT-WORK PIC X(4) VALUE SPACES.
           01 WS-HERO-ID-WANTED PIC 9(5) VALUE 0.
               MOVE WS-END-DATE-PARM(3:2) TO WS-END-YYMMDD(5:2)
           END-IF.

           PERFORM ACCEPT-UNMASK-REQUEST.

           OPEN INPUT HERO-AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS IS EQUAL "35"
               DISPLAY "No audit file on hand - nothing to list"

           PERFORM SCAN-AUDIT-ARCHIVES.

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

           MOVE "HEROHIST" TO UML-PROGRAM-ID.
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

       JUSTIFY-HERO-ID-PARM.
           MOVE WS-HERO-ID-PARM(1:4) TO WS-ID-SHIFT-WORK.
           MOVE "0" TO WS-HERO-ID-PARM(1:1).
           IF AUD-BEFORE-SECRET-IDENTITY
                   IS NOT EQUAL AUD-AFTER-SECRET-IDENTITY
               MOVE "SECRET" TO FC-FIELD-NAME
               IF WS-SHOW-SECRETS
                   MOVE AUD-BEFORE-SECRET-IDENTITY TO FC-OLD-VALUE
                   MOVE AUD-AFTER-SECRET-IDENTITY TO FC-NEW-VALUE
               ELSE
                   MOVE ALL "*" TO FC-OLD-VALUE
                   MOVE ALL "*" TO FC-NEW-VALUE
               END-IF
               WRITE REPORT-LINE FROM FIELD-CHANGE-LINE
           END-IF.

