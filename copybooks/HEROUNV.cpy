      *> HEROUNV - HERO UNAVAILABILITY PERIOD RECORD LAYOUT
      *> ------------------------------------------------------------
      *> One record per period a hero is out of service without being
      *> retired: injury, leave or suspension. Keyed by hero-id and
      *> the first day out (YYMMDD), so a hero can carry any number of
      *> periods. The to-date is the last day out, inclusive. Keyed in
      *> from HEROES and checked by the mission dispatch, deployment
      *> and strength programs, so the record shape can only change in
      *> one place.
      *>
      *> COPY HEROUNV. under any group item (01, or an OCCURS entry)
      *> whose own level number is lower than 10.
           10 UN-KEY.
               15 UN-HERO-ID PIC 9(5).
               15 UN-FROM-DATE PIC 9(6).
           10 UN-TO-DATE PIC 9(6).
           10 UN-REASON PIC X(01).
               88 UN-INJURY VALUE "I".
               88 UN-LEAVE VALUE "L".
               88 UN-SUSPENSION VALUE "S".
               88 UN-REASON-VALID VALUES "I" "L" "S".
           10 UN-ENTERED-BY PIC X(8).
           10 UN-ENTERED-DATE PIC 9(6).
