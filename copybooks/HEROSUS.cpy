      *> HEROSUS - TRANSACTION SUSPENSE RECORD LAYOUT
      *> ------------------------------------------------------------
      *> One record per HEROTRAN detail record that HEROAPLY could not
      *> apply, keyed by the file sequence number it arrived on and
      *> its detail position within that file. Holds the original
      *> transaction image, the latest reject reason and the date it
      *> was first rejected. Operators correct or cancel items with
      *> HEROSMNT; HEROAPLY retries corrected items ahead of each new
      *> file and marks them applied or suspends them again. Items
      *> are never deleted, so the record shows how each was settled.
      *>
      *> COPY HEROSUS. under any group item (01, or an OCCURS entry)
      *> whose own level number is lower than 10.
           10 SU-KEY.
               15 SU-FILE-SEQUENCE PIC 9(4).
               15 SU-DETAIL-NUMBER PIC 9(5).
           10 SU-STATUS PIC X(01).
               88 SU-SUSPENDED VALUE "S".
               88 SU-CORRECTED VALUE "C".
               88 SU-CANCELLED VALUE "X".
               88 SU-APPLIED VALUE "A".
               88 SU-OPEN-ITEM VALUES "S" "C".
           10 SU-FIRST-REJECT-DATE PIC 9(6).
           10 SU-LAST-REJECT-DATE PIC 9(6).
           10 SU-RETRY-COUNT PIC 9(3).
           10 SU-REJECT-REASON PIC X(40).
           10 SU-UPDATED-BY PIC X(8).
           10 SU-UPDATED-DATE PIC 9(6).
           10 SU-TRANSACTION PIC X(80).
