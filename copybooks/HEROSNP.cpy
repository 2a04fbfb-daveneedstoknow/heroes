      *> HEROSNP - DAILY STATISTICS SNAPSHOT RECORD LAYOUT
      *> ------------------------------------------------------------
      *> One record per day on HEROSTAT, appended by the nightly
      *> snapshot step: hero counts by status, total and average power
      *> of the active heroes, open missions, heroes committed to an
      *> open mission, and one entry per team carrying the same
      *> available-member headcount and total power the team strength
      *> analysis prints. Read by the trend report, so the record
      *> shape can only change in one place.
      *>
      *> COPY HEROSNP. under any group item (01, or an OCCURS entry)
      *> whose own level number is lower than 10.
           10 SNP-SNAPSHOT-DATE PIC 9(6).
           10 FILLER PIC X(01).
           10 SNP-ACTIVE-COUNT PIC 9(5).
           10 FILLER PIC X(01).
           10 SNP-RETIRED-COUNT PIC 9(5).
           10 FILLER PIC X(01).
           10 SNP-DECEASED-COUNT PIC 9(5).
           10 FILLER PIC X(01).
           10 SNP-TOTAL-POWER PIC 9(7).
           10 FILLER PIC X(01).
           10 SNP-AVERAGE-POWER PIC 9(3).
           10 FILLER PIC X(01).
           10 SNP-OPEN-MISSIONS PIC 9(5).
           10 FILLER PIC X(01).
           10 SNP-COMMITTED-HEROES PIC 9(5).
           10 FILLER PIC X(01).
           10 SNP-TEAM-COUNT PIC 9(2).
           10 SNP-TEAM-ENTRY OCCURS 30 TIMES.
               15 FILLER PIC X(01).
               15 SNP-TEAM-NAME PIC X(20).
               15 FILLER PIC X(01).
               15 SNP-TEAM-HEADCOUNT PIC 9(3).
               15 FILLER PIC X(01).
               15 SNP-TEAM-POWER PIC 9(5).
