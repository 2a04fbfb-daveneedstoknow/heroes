      *> HEROSADM - both must use the same character sets), never in
      *> clear text. Records written before the status/force-change
      *> fields existed read back as spaces and are treated as active
      *> with no forced change. The same holds for the clearance
      *> flag: only "Y" lets an operator see secret identities in
      *> clear. Shared by HEROES, HEROSADM and every program that
      *> checks an operator's clearance, so the record shape can
      *> only change in one place.
      *>
      *> COPY HEROSEC. under any group item (01, or an OCCURS entry)
      *> whose own level number is lower than 10.
           10 FILLER PIC X(01).
           10 SEC-FORCE-CHANGE PIC X(01).
               88 SEC-CHANGE-REQUIRED VALUE "Y".
           10 FILLER PIC X(01).
           10 SEC-SECRET-CLEARANCE PIC X(01).
               88 SEC-CLEARED-FOR-SECRETS VALUE "Y".
