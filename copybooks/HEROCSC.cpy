      *> HEROCSC - HERO STATUS CASCADE LOG RECORD LAYOUT
      *> ------------------------------------------------------------
      *> One record per dependent row released when a hero is retired,
      *> dies, is deleted or is purged to the archive: a mission
      *> assignment dropped from HEROMASN, a team membership dropped
      *> from HEROTEAM, or a team leadership cleared on TEAMMSTR.
      *> Carries who made the change, when and from which terminal,
      *> plus the status or event that caused it (R, D, X deleted,
      *> P purged). Written by HEROES, HEROAPLY and HEROPURG and read
      *> by the leaderless team / understaffed mission report, so the
      *> record shape can only change in one place.
      *>
      *> COPY HEROCSC. under any group item (01, or an OCCURS entry)
      *> whose own level number is lower than 10.
           10 CSC-HERO-ID PIC 9(5).
           10 FILLER PIC X VALUE SPACE.
           10 CSC-TIMESTAMP PIC X(17).
           10 FILLER PIC X VALUE SPACE.
           10 CSC-USER-ID PIC X(20).
           10 FILLER PIC X VALUE SPACE.
           10 CSC-TERMINAL-ID PIC 9(9).
           10 FILLER PIC X VALUE SPACE.
           10 CSC-CAUSE PIC X(01).
               88 CSC-CAUSE-RETIRED VALUE "R".
               88 CSC-CAUSE-DECEASED VALUE "D".
               88 CSC-CAUSE-DELETED VALUE "X".
               88 CSC-CAUSE-PURGED VALUE "P".
           10 FILLER PIC X VALUE SPACE.
           10 CSC-ACTION PIC X(01).
               88 CSC-MISSION-RELEASED VALUE "M".
               88 CSC-MEMBERSHIP-ENDED VALUE "T".
               88 CSC-LEADER-CLEARED VALUE "L".
           10 FILLER PIC X VALUE SPACE.
           10 CSC-MISSION-ID PIC 9(4).
           10 FILLER PIC X VALUE SPACE.
           10 CSC-TEAM-NAME PIC X(20).
