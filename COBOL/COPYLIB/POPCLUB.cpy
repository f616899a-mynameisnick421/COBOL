      *******************************************
      *  CALL INTERFACE FOR CBLPOPCB, THE CLUB  *
      *  CONTROL MODULE. THE COUNTY LEAGUE RUNS *
      *  SEVERAL SCHOOLS' SALES ON ONE SET OF   *
      *  FILES; CBLPOPCB KNOWS THE CLUBS ON     *
      *  CBLPOPCB.DAT, WHICH ONE(S) THIS RUN IS *
      *  FOR (CBLPOPCS.DAT), WHICH CLUB A STEP  *
      *  IS RUNNING FOR RIGHT NOW, AND EACH     *
      *  CLUB'S GENERATION STAMPS ON            *
      *  CBLPOPBC.DAT. IT STAYS LOADED FOR THE  *
      *  WHOLE RUN UNIT THE WAY CBLPOPVC DOES,  *
      *  SO CBLPOPDV AND THE STEPS IT CALLS ALL *
      *  SEE THE SAME ANSWER.                   *
      *   CURR  - THE CLUB THIS PASS IS FOR. A  *
      *           STEP RUN ALONE GETS THE CLUB  *
      *           NAMED ON CBLPOPCS.DAT, OR THE *
      *           ONLY CLUB ON FILE - SEVERAL   *
      *           CLUBS AND NONE NAMED STOPS    *
      *           THE RUN.                      *
      *   LEAG  - A LEAGUE-WIDE STEP - NO       *
      *           CURRENT CLUB.                 *
      *   SET   - CBLPOPDV: MAKE CB-CLUB-CODE   *
      *           CURRENT, CB-PASS SAYING       *
      *           WHETHER IT IS THE STEP'S      *
      *           FIRST CLUB OF THE RUN.        *
      *   FIRST/NEXT - WALK THE CLUBS THIS RUN  *
      *           IS FOR, IN CLUB-FILE ORDER.   *
      *   FIND  - LOOK UP CB-CLUB-CODE.         *
      *   DROP  - CBLPOPDV: TAKE CB-CLUB-CODE   *
      *           OUT OF THE REST OF THE RUN.   *
      *   LOG   - CBLPOPRG: THE CLUB TO STAMP   *
      *           ON A RUN-LOG RECORD.          *
      *   CONV/LOAD/VALID - STAMP THE CLUB'S    *
      *           GENERATION CONVERTED, LOADED  *
      *           OR VALIDATED.                 *
      *   RESET - CBLPOPSC: EVERY CLUB BACK TO  *
      *           GENERATION ZERO.              *
      *  CB-RESULT IS 'Y' WHEN THE CLUB ASKED   *
      *  ABOUT WAS THERE TO ANSWER FOR, 'N'     *
      *  WHEN IT WASN'T (OR THE WALK IS DONE).  *
      *******************************************
           05  CB-FUNCTION             PIC X(5).
               88  CB-CURRENT-CLUB     VALUE 'CURR'.
               88  CB-LEAGUE-STEP      VALUE 'LEAG'.
               88  CB-SET-CLUB         VALUE 'SET'.
               88  CB-FIRST-CLUB       VALUE 'FIRST'.
               88  CB-NEXT-CLUB        VALUE 'NEXT'.
               88  CB-FIND-CLUB        VALUE 'FIND'.
               88  CB-DROP-CLUB        VALUE 'DROP'.
               88  CB-LOG-CLUB         VALUE 'LOG'.
               88  CB-STAMP-CONVERTED  VALUE 'CONV'.
               88  CB-STAMP-LOADED     VALUE 'LOAD'.
               88  CB-STAMP-VALIDATED  VALUE 'VALID'.
               88  CB-RESET-CONTROLS   VALUE 'RESET'.
           05  CB-CLUB-CODE            PIC X(3).
           05  CB-CLUB-NAME            PIC X(30).
      *WHAT THE PAGE TITLES PRINT IN PLACE OF THE OLD CLUB LITERAL -
      *THE CLUB'S NAME AND 'FUNDRAISER', OR THE LEAGUE'S WHEN A
      *LEAGUE-WIDE STEP COVERS MORE THAN ONE CLUB.
           05  CB-CLUB-TITLE           PIC X(72).
           05  CB-RESULT               PIC X.
               88  CB-OK               VALUE 'Y'.
               88  CB-NOT-FOUND        VALUE 'N'.
      *A STEP'S FIRST CLUB OF THE RUN STARTS ITS PRINT AND DATA
      *FILES OVER; EVERY LATER CLUB ADDS ON BEHIND IT.
           05  CB-PASS                 PIC X.
               88  CB-FIRST-PASS       VALUE 'F'.
               88  CB-LATER-PASS       VALUE 'L'.
      *'Y' WHEN THE CLUB IS ONE THIS RUN IS FOR AND CBLPOPDV HASN'T
      *DROPPED IT.
           05  CB-IN-RUN               PIC X.
               88  CB-CLUB-IN-RUN      VALUE 'Y'.
      *THE CLUB NAMED ON CBLPOPCS.DAT - SPACES FOR EVERY CLUB.
           05  CB-SELECTED-CLUB        PIC X(3).
           05  CB-CLUB-COUNT           PIC 9(3).
      *THE CLUB'S BATCH CONTROL STAMPS AS THEY STAND - ZEROS, AND
      *CB-CONTROL-ON-FILE OFF, UNTIL ITS FIRST CONVERSION.
           05  CB-CONTROL-SW           PIC X.
               88  CB-CONTROL-ON-FILE  VALUE 'Y'.
           05  CB-GENERATION           PIC 9(4).
           05  CB-PRODUCED-BY          PIC X(8).
           05  CB-LOADED-GEN           PIC 9(4).
           05  CB-VALIDATED-GEN        PIC 9(4).
