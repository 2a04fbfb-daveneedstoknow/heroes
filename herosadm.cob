                   10 WS-OPR-ROLE PIC X.
                   10 WS-OPR-STATUS PIC X.
                   10 WS-OPR-FORCE PIC X.
                   10 WS-OPR-CLEARED PIC X.

           01 WS-SIGNED-ON-SW PIC X VALUE "N".
               88 WS-ADMIN-SIGNED-ON VALUE "Y".
               88 WS-ACTION-DISABLE VALUE "D".
               88 WS-ACTION-RESET VALUE "R".
               88 WS-ACTION-LIST VALUE "L".
               88 WS-ACTION-CLEARANCE VALUE "C".
               88 WS-ACTION-END VALUE "E".

           01 WS-TARGET-ID PIC X(8) VALUE SPACES.
           01 WS-ROLE-PARM PIC X VALUE SPACE.
           01 WS-CLEARANCE-PARM PIC X VALUE SPACE.

           01 WS-AUDIT-DATE.
               05 WS-AUDIT-YY PIC 99.
               05 LL-STATUS PIC X(01).
               05 FILLER PIC X(15) VALUE " FORCE-CHANGE: ".
               05 LL-FORCE PIC X(01).
               05 FILLER PIC X(10) VALUE " CLEARED: ".
               05 LL-CLEARED PIC X(01).

       PROCEDURE DIVISION.
           PERFORM LOAD-SECURITY-FILE.
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

           CLOSE SIGNON-LOG-FILE.

       ACCEPT-ADMIN-ACTION.
           DISPLAY "Action A(dd) D(isable) R(eset) C(learance) "
               "L(ist) E(nd): " WITH NO ADVANCING.
           ACCEPT WS-ACTION FROM CONSOLE.

           EVALUATE TRUE
                   PERFORM DISABLE-OPERATOR
               WHEN WS-ACTION-RESET
                   PERFORM RESET-OPERATOR-PASSWORD
               WHEN WS-ACTION-CLEARANCE
                   PERFORM SET-OPERATOR-CLEARANCE
               WHEN WS-ACTION-LIST
                   PERFORM LIST-OPERATORS
               WHEN WS-ACTION-END
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Enter A, D, R, C, L or E"
           END-EVALUATE.

       ACCEPT-TARGET-ID.
               DISPLAY "Unknown role - inquiry-only assumed"
           END-IF.

           PERFORM ACCEPT-CLEARANCE-PARM.

           DISPLAY "Initial password: " WITH NO ADVANCING.
           ACCEPT WS-PASSWORD-ENTRY FROM CONSOLE.
           MOVE WS-PASSWORD-ENTRY TO WS-PASSWORD-WORK.
           MOVE WS-ROLE-PARM TO WS-OPR-ROLE(WS-OPERATOR-COUNT).
           MOVE "A" TO WS-OPR-STATUS(WS-OPERATOR-COUNT).
           MOVE "Y" TO WS-OPR-FORCE(WS-OPERATOR-COUNT).
           MOVE WS-CLEARANCE-PARM TO WS-OPR-CLEARED(WS-OPERATOR-COUNT).

           PERFORM REWRITE-SECURITY-FILE.
           DISPLAY "Operator added - password change forced".
               DISPLAY "Password reset - change forced at sign-on"
           END-IF.

       ACCEPT-CLEARANCE-PARM.
           DISPLAY "Cleared for secret identities Y/N: "
               WITH NO ADVANCING.
           ACCEPT WS-CLEARANCE-PARM FROM CONSOLE.
           IF WS-CLEARANCE-PARM IS NOT EQUAL "Y"
                   AND WS-CLEARANCE-PARM IS NOT EQUAL "N"
               MOVE "N" TO WS-CLEARANCE-PARM
               DISPLAY "Not Y or N - not cleared assumed"
           END-IF.

       SET-OPERATOR-CLEARANCE.
           PERFORM ACCEPT-TARGET-ID.
           IF WS-FOUND-NUMBER IS EQUAL 0
               DISPLAY "Operator is not on file"
           ELSE
               IF WS-TARGET-ID IS EQUAL WS-ADMIN-ID
                   DISPLAY "Cannot change the signed-on admin's "
                       "clearance"
               ELSE
                   PERFORM ACCEPT-CLEARANCE-PARM
                   MOVE WS-CLEARANCE-PARM
                       TO WS-OPR-CLEARED(WS-FOUND-NUMBER)
                   PERFORM REWRITE-SECURITY-FILE
                   DISPLAY "Clearance updated"
               END-IF
           END-IF.

       LIST-OPERATORS.
           PERFORM LIST-ONE-OPERATOR
                   VARYING WS-OPERATOR-NUMBER FROM 1 BY 1
           MOVE WS-OPR-ROLE(WS-OPERATOR-NUMBER) TO LL-ROLE.
           MOVE WS-OPR-STATUS(WS-OPERATOR-NUMBER) TO LL-STATUS.
           MOVE WS-OPR-FORCE(WS-OPERATOR-NUMBER) TO LL-FORCE.
           MOVE WS-OPR-CLEARED(WS-OPERATOR-NUMBER) TO LL-CLEARED.
           DISPLAY LIST-LINE.

       REWRITE-SECURITY-FILE.
               TO SEC-ACCOUNT-STATUS.
           MOVE WS-OPR-FORCE(WS-OPERATOR-NUMBER)
               TO SEC-FORCE-CHANGE.
           MOVE WS-OPR-CLEARED(WS-OPERATOR-NUMBER)
               TO SEC-SECRET-CLEARANCE.
           WRITE OPERATOR-SECURITY-RECORD.
