           01 WS-STREAM-STOPPED-SW PIC X VALUE "N".
               88 WS-STREAM-STOPPED VALUE "Y".

           01 WS-STEP-MAX PIC 9 VALUE 7.
           01 WS-STEP-IX PIC 9.
           01 WS-STEP-IX-2 PIC 9.
           01 WS-STEPS-COMPLETED PIC 9 VALUE 0.

           01 WS-STEP-TABLE-AREA.
               05 WS-STEP-ENTRY OCCURS 7 TIMES.
                   10 WS-STEP-NAME PIC X(8).
                   10 WS-STEP-DONE-SW PIC X.
                       88 WS-STEP-DONE VALUE "Y".
           MOVE "HERORPT" TO WS-STEP-NAME(3).
           MOVE "HEROEXT" TO WS-STEP-NAME(4).
           MOVE "HERODELT" TO WS-STEP-NAME(5).
           MOVE "HEROSNAP" TO WS-STEP-NAME(6).
           MOVE "HERODGST" TO WS-STEP-NAME(7).

           PERFORM RESET-STEP-ENTRY
                   VARYING WS-STEP-IX FROM 1 BY 1
               WHEN 5
                   CALL "HERODELT"
               WHEN 6
                   CALL "HEROSNAP"
               WHEN 7
                   PERFORM WRITE-RUN-SUMMARY
                   CALL "HERODGST"
           END-EVALUATE.
                   CONTINUE
               WHEN "HERODGST"
                   CONTINUE
               WHEN "HEROSNAP"
                   CONTINUE
               WHEN "HEROBKUP"
                   MOVE SPACES TO WS-COUNT-FILE-NAME
                   STRING "HEROMBKP." WS-TODAY-DATE-NUM
