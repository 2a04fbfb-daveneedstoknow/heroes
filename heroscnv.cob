               COPY HEROSEC.

           FD NEW-SECURITY-FILE.
           01 NEW-SECURITY-RECORD PIC X(25).

           WORKING-STORAGE SECTION.
           01 WS-OLD-SECURITY-STATUS PIC XX.
                   10 WS-OPR-ROLE PIC X.
                   10 WS-OPR-STATUS PIC X.
                   10 WS-OPR-FORCE PIC X.
                   10 WS-OPR-CLEARED PIC X.

           01 WS-READ-COUNT PIC 99 VALUE 0.
           01 WS-CONVERTED-COUNT PIC 99 VALUE 0.
                           TO WS-OPR-STATUS(WS-OPERATOR-COUNT)
                       MOVE SEC-FORCE-CHANGE OF OLD-SECURITY-RECORD
                           TO WS-OPR-FORCE(WS-OPERATOR-COUNT)
                       IF SEC-CLEARED-FOR-SECRETS
                               OF OLD-SECURITY-RECORD
                           MOVE "Y" TO WS-OPR-CLEARED(WS-OPERATOR-COUNT)
                       ELSE
                           MOVE "N" TO WS-OPR-CLEARED(WS-OPERATOR-COUNT)
                       END-IF
                   END-IF
           END-READ.

               TO SEC-ACCOUNT-STATUS OF WS-NEW-SECURITY-LINE.
           MOVE WS-OPR-FORCE(WS-OPERATOR-NUMBER)
               TO SEC-FORCE-CHANGE OF WS-NEW-SECURITY-LINE.
           MOVE WS-OPR-CLEARED(WS-OPERATOR-NUMBER)
               TO SEC-SECRET-CLEARANCE OF WS-NEW-SECURITY-LINE.
           WRITE NEW-SECURITY-RECORD FROM WS-NEW-SECURITY-LINE.

       DISPLAY-CONVERSION-TOTALS.
