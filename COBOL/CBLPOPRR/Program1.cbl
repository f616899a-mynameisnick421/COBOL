      *  FINISHED, WHICH IS EXACTLY WHAT THE     *
      *  OFFICERS NEED TO SEE WHEN A REPORT      *
      *  LOOKS WRONG.                            *
      *  EVERY LOG RECORD CARRIES THE CLUB ITS  *
      *  RUN WAS FOR (BLANK FOR A LEAGUE-WIDE   *
      *  STEP), AND THE TALLY IS KEPT PER       *
      *  PROGRAM PER CLUB - ONE CLUB'S CRASH    *
      *  SHOWS AGAINST THAT CLUB ALONE.         *
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD RUN-LOG-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RL-RECORD
           RECORD CONTAINS 66 CHARACTERS.
       01 RL-RECORD.
           05  RL-PROGRAM-ID       PIC X(8).
           05  RL-EVENT            PIC X(5).
           05  RL-ERR-CTR          PIC 9(4).
           05  RL-WARN-CTR         PIC 9(4).
           05  RL-GRAND-DOLLARS    PIC S9(9)V99.
           05  RL-CLUB-CODE        PIC X(3).

       FD LOG-REPORT-OUT
           LABEL RECORD IS OMITTED
           05  SUB             PIC 9(4).
           05  SUB2            PIC 9(4).
           05  C-PCTR          PIC 99          VALUE 0.
           05  PGM-COUNT       PIC 999         VALUE 0.

      *THE LOG IS APPEND-ONLY AND NEVER TRIMMED - WHEN IT OUTGROWS
      *THE TABLES THE REPORT SAYS SO INSTEAD OF WRITING PAST THEM.
               10  LG-ERR-CTR      PIC 9(4).
               10  LG-WARN-CTR     PIC 9(4).
               10  LG-GRAND-DOLLARS PIC S9(9)V99.
               10  LG-CLUB-CODE    PIC X(3).
       01 HOLD-LOG-ENTRY.
           05  HL-SORT-KEY.
               10  HL-DATE         PIC 9(8).
           05  HL-ERR-CTR         PIC 9(4).
           05  HL-WARN-CTR        PIC 9(4).
           05  HL-GRAND-DOLLARS   PIC S9(9)V99.
           05  HL-CLUB-CODE       PIC X(3).

      *PER-PROGRAM START/END TALLY FOR THE UNFINISHED-RUN CHECK,
      *KEPT SEPARATELY FOR EACH CLUB A PROGRAM RAN FOR.
       01 PGM-TALLY-TABLE.
           05  PGM-TALLY           OCCURS 100.
               10  PT-PROGRAM-ID   PIC X(8).
               10  PT-CLUB-CODE    PIC X(3).
               10  PT-STARTS       PIC 9(4).
               10  PT-ENDS         PIC 9(4).

               10  I-DD        PIC 99.
           05  I-TIME          PIC X(11).

      *CLUB CONTROL INTERFACE - CBLPOPCB SAYS WHICH CLUBS THIS RUN
      *COVERS.
       01 CB-CLUB-INFO.
           COPY POPCLUB.

       01 LOG-TITLE.
           05  FILLER          PIC X(6)        VALUE 'DATE:'.
           05  O-MM            PIC 99.
           05  FILLER          PIC X           VALUE '/'.
           05  O-YY            PIC 9(4).
           05  FILLER          PIC X(36)       VALUE ' '.
           05  O-CLUB-TITLE    PIC X(72).
           05  FILLER          PIC X(6)        VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.

           05  FILLER          PIC X(12)       VALUE 'DATE'.
           05  FILLER          PIC X(9)        VALUE 'TIME'.
           05  FILLER          PIC X(10)       VALUE 'PROGRAM'.
           05  FILLER          PIC X(6)        VALUE 'CLUB'.
           05  FILLER          PIC X(7)        VALUE 'EVENT'.
           05  FILLER          PIC X(9)        VALUE 'READ'.
           05  FILLER          PIC X(10)       VALUE 'WRITTEN'.
           05  FILLER          PIC X(3)        VALUE ' '.
           05  O-LG-PROGRAM    PIC X(8).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-LG-CLUB       PIC X(3).
           05  FILLER          PIC X(3)        VALUE ' '.
           05  O-LG-EVENT      PIC X(5).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-LG-READ       PIC ZZZ,ZZ9.

       01 TALLY-COLUMN-HEADING.
           05  FILLER          PIC X(10)       VALUE 'PROGRAM'.
           05  FILLER          PIC X(6)        VALUE 'CLUB'.
           05  FILLER          PIC X(8)        VALUE 'STARTS'.
           05  FILLER          PIC X(8)        VALUE 'ENDS'.

       01 TALLY-LINE.
           05  O-PT-PROGRAM    PIC X(8).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-PT-CLUB       PIC X(3).
           05  FILLER          PIC X(3)        VALUE ' '.
           05  O-PT-STARTS     PIC Z,ZZ9.
           05  FILLER          PIC X(3)        VALUE ' '.
           05  O-PT-ENDS       PIC Z,ZZ9.
           GOBACK.

       1000-INIT.
           MOVE 'LEAG' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE CB-CLUB-TITLE TO O-CLUB-TITLE.
           OPEN INPUT RUN-LOG-FILE.
           OPEN OUTPUT LOG-REPORT-OUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
                   MOVE RL-WARN-CTR TO LG-WARN-CTR(LOG-COUNT)
                   MOVE RL-GRAND-DOLLARS
                       TO LG-GRAND-DOLLARS(LOG-COUNT)
                   MOVE RL-CLUB-CODE TO LG-CLUB-CODE(LOG-COUNT)
               ELSE
                   MOVE 'TRUE' TO LOG-TRUNC-SW
               END-IF
               IF RL-EVENT = 'START' OR 'END'
                   PERFORM 2100-TALLY-EVENT
               END-IF
               PERFORM 9000-READ.

      *COUNTS STARTS AND ENDS PER PROGRAM AS THE LOG LOADS. THE
      *DRIVER'S STEP, DROP AND CLUB MARKERS ARE NEITHER AND NEVER
      *REACH HERE - A DROP OR CLUB MARKER CARRIES A CLUB THE DRIVER
      *NEVER LOGGED A START FOR. ONLY AN END RECORD CLOSES A START.
       2100-TALLY-EVENT.
           MOVE 0 TO SUB2.
           PERFORM
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > PGM-COUNT
                       IF RL-PROGRAM-ID = PT-PROGRAM-ID(SUB) AND
                               RL-CLUB-CODE = PT-CLUB-CODE(SUB)
                           MOVE SUB TO SUB2
                           MOVE PGM-COUNT TO SUB.
      *BOUNDED ON THE WAY IN - A GARBLED PROGRAM-ID PAST A HUNDRED
      *DISTINCT PROGRAM/CLUB PAIRS IS LEFT OFF THE TALLY AND THE
      *TALLY PAGE SAYS SO, RATHER THAN WRITING PAST THE TABLE.
           IF SUB2 = 0
               IF PGM-COUNT < 100
                   ADD 1 TO PGM-COUNT
                   MOVE PGM-COUNT TO SUB2
                   MOVE RL-PROGRAM-ID TO PT-PROGRAM-ID(SUB2)
                   MOVE RL-CLUB-CODE TO PT-CLUB-CODE(SUB2)
                   MOVE 0 TO PT-STARTS(SUB2)
                   MOVE 0 TO PT-ENDS(SUB2)
               ELSE
               IF RL-EVENT = 'START'
                   ADD 1 TO PT-STARTS(SUB2)
               ELSE
                   IF RL-EVENT = 'END'
                       ADD 1 TO PT-ENDS(SUB2).

       1200-SORT-BY-DATE.
      *STRAIGHT INSERTION SORT ON DATE/TIME - SAME SHAPE AS THE
           MOVE LS-YY TO O-LG-YY.
           MOVE LG-TIME(SUB) TO O-LG-TIME.
           MOVE LG-PROGRAM-ID(SUB) TO O-LG-PROGRAM.
           MOVE LG-CLUB-CODE(SUB) TO O-LG-CLUB.
           MOVE LG-EVENT(SUB) TO O-LG-EVENT.
           MOVE LG-RECORDS-READ(SUB) TO O-LG-READ.
           MOVE LG-RECORDS-WRITTEN(SUB) TO O-LG-WRITTEN.

       3100-PRINT-ONE-TALLY.
           MOVE PT-PROGRAM-ID(SUB) TO O-PT-PROGRAM.
           MOVE PT-CLUB-CODE(SUB) TO O-PT-CLUB.
           MOVE PT-STARTS(SUB) TO O-PT-STARTS.
           MOVE PT-ENDS(SUB) TO O-PT-ENDS.
           IF PT-STARTS(SUB) NOT = PT-ENDS(SUB)
