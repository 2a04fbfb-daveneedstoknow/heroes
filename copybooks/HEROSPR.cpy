      *> HEROSPR - STAFFING PROPOSAL RECORD LAYOUT
      *> ------------------------------------------------------------
      *> One record per hero proposed for an under-strength open
      *> mission. Carries the mission and hero, the hero's rank in the
      *> proposal for that mission, the power-level the hero brings,
      *> whether the hero is on the mission's lead team and the date
      *> the proposal was made. Written by HEROSTAF and accepted into
      *> the mission assignment file by HERODISP, so the record shape
      *> can only change in one place.
      *>
      *> COPY HEROSPR. under any group item (01, or an OCCURS entry)
      *> whose own level number is lower than 10.
           10 SP-MISSION-ID PIC 9(4).
           10 FILLER PIC X VALUE SPACE.
           10 SP-HERO-ID PIC 9(5).
           10 FILLER PIC X VALUE SPACE.
           10 SP-RANK PIC 99.
           10 FILLER PIC X VALUE SPACE.
           10 SP-POWER-LEVEL PIC 999.
           10 FILLER PIC X VALUE SPACE.
           10 SP-TEAM-MATCH PIC X(01).
               88 SP-SAME-TEAM VALUE "Y".
           10 FILLER PIC X VALUE SPACE.
           10 SP-PROPOSED-DATE PIC 9(6).
