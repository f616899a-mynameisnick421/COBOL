      *  FIELDS; THIS STAMPS THE DATE AND TIME  *
      *  AND APPENDS TO CBLPOPRN.DAT, CREATING  *
      *  THE FILE ON ITS FIRST EVER CALL.       *
      *  EACH RECORD CARRIES THE CLUB THE       *
      *  CALLER WAS RUNNING FOR, AS CBLPOPCB    *
      *  HAS IT - BLANK FOR A LEAGUE-WIDE STEP  *
      *  COVERING EVERY CLUB.                   *
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

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  I-DATE              PIC 9(8).
           05  I-TIME              PIC X(11).

       01 CB-CLUB-INFO.
           COPY POPCLUB.

       LINKAGE SECTION.
       01 LK-RUN-INFO.
           COPY POPRUNLG.
           MOVE RG-ERR-CTR TO RL-ERR-CTR.
           MOVE RG-WARN-CTR TO RL-WARN-CTR.
           MOVE RG-GRAND-DOLLARS TO RL-GRAND-DOLLARS.
           MOVE 'LOG' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE CB-CLUB-CODE TO RL-CLUB-CODE.
           WRITE RL-RECORD.
           CLOSE RUN-LOG-FILE.
           GOBACK.
