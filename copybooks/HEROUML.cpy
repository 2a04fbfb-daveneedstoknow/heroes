      *> HEROUML - UNMASKED OUTPUT REQUEST LOG RECORD LAYOUT
      *> ------------------------------------------------------------
      *> One record on HEROUMLG each time a report or extract is asked
      *> to show secret identities in clear: who asked, when, from
      *> which terminal, for which program, and whether the operator
      *> was cleared (GRANTED) or not (DENIED). A denied request still
      *> produces its output, masked. Written by every program that
      *> offers unmasked output, so the record shape can only change
      *> in one place.
      *>
      *> COPY HEROUML. under any group item (01, or an OCCURS entry)
      *> whose own level number is lower than 10.
           10 UML-OPERATOR-ID PIC X(8).
           10 FILLER PIC X(01) VALUE SPACE.
           10 UML-TIMESTAMP PIC X(17).
           10 FILLER PIC X(01) VALUE SPACE.
           10 UML-TERMINAL-ID PIC 9(9).
           10 FILLER PIC X(01) VALUE SPACE.
           10 UML-PROGRAM-ID PIC X(8).
           10 FILLER PIC X(01) VALUE SPACE.
           10 UML-OUTCOME PIC X(8).
