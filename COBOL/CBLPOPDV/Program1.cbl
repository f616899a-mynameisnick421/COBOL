      *  LAUNCHED ALONE; A FATAL GUARD INSIDE A *
      *  STEP STILL STOPS THE WHOLE RUN UNIT,   *
      *  WHICH IS EXACTLY THE HALT WE WANT.     *
      *  EVERY PLAN LINE FINISHED IS LOGGED AS  *
      *  A STEP EVENT, SO A RUN ORDERED AS A    *
      *  RESTART (CBLPOPRQ.DAT) AFTER A HALT    *
      *  PICKS UP AT THE STEP THAT FAILED       *
      *  RATHER THAN REDOING THE WEEK - SEE     *
      *  1100-FIND-RESUME-POINT. A CLUB LEFT    *
      *  OUT BEFORE THE HALT STAYS OUT, AND A   *
      *  CLUB THAT ALREADY FINISHED THE STEP    *
      *  THAT FAILED ISN'T RUN THROUGH IT TWICE *
      *  - BOTH ARE LOGGED CLUB BY CLUB.        *
      *  THE COUNTY LEAGUE RUNS SEVERAL CLUBS   *
      *  THROUGH ONE PLAN. A STEP RUNS ONCE PER *
      *  CLUB IN THE RUN (EVERY CLUB, OR THE    *
      *  ONE NAMED ON CBLPOPCS.DAT), EACH CLUB  *
      *  CHECKED ON ITS OWN STAMPS - A CLUB     *
      *  WHOSE UPLOAD IS LATE OR WHOSE CHECK    *
      *  FAILS IS LEFT OUT OF THE REST OF THE   *
      *  RUN AND THE OTHER CLUBS CARRY ON. A    *
      *  PLAN LINE FLAGGED 'L' IN COLUMN 9 IS A *
      *  LEAGUE-WIDE STEP, CALLED ONCE FOR      *
      *  EVERY CLUB STILL IN THE RUN. THE PLAN  *
      *  HALTS ONLY WHEN A STEP HAS NO CLUB     *
      *  LEFT TO RUN FOR, OR A LEAGUE-WIDE STEP *
      *  FAILS. A STEP THAT HANDS BACK A RETURN *
      *  CODE OF 8 OR MORE HAS FAILED WHATEVER  *
      *  ITS LOG SAYS - CBLPOPIA SETS ONE WHEN  *
      *  THE FILES DISAGREE, SO THE REPORTS     *
      *  NEVER PRINT OFF FILES THAT DON'T TIE.  *
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      *ONE STEP PER LINE - A PROGRAM NAME (CBLPOPCV, CBLPOPLD,
      *CBLNLH05, CBLPOPST, ...) OR ONE OF THE TWO CYCLE STEPS,
      *CYCLE-BO AND CYCLE-SU - WITH AN 'L' BEHIND THE NAME FOR A
      *LEAGUE-WIDE STEP.
           SELECT RUN-PLAN-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPRP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUN-LOG-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RL-FILE-STATUS.

      *THE RESTART CARD - ONE RECORD SAYING RESTART, DROPPED IN BY
      *THE OPERATOR TO PICK A HALTED PLAN UP WHERE IT STOPPED.
           SELECT RESTART-CARD-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPRQ.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RQ-FILE-STATUS.

      *THE TWO CYCLE PAIRS - THE NEW FILE EACH RELEASE RUN WRITES,
      *AND THE CURRENT FILE THE NEXT RUN READS.
           SELECT NEW-BACKORDER-FILE
       FD RUN-PLAN-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RP-RECORD
           RECORD CONTAINS 9 CHARACTERS.
       01 RP-RECORD.
           05  RP-STEP             PIC X(8).
               88  RP-CYCLE-BO     VALUE 'CYCLE-BO'.
               88  RP-CYCLE-SU     VALUE 'CYCLE-SU'.
           05  RP-SCOPE            PIC X.
               88  RP-LEAGUE-STEP  VALUE 'L'.

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

       FD RESTART-CARD-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RQ-RECORD
           RECORD CONTAINS 7 CHARACTERS.
       01 RQ-RECORD.
           05  RQ-REQUEST          PIC X(7).
               88  RQ-RESTART      VALUE 'RESTART'.

       FD NEW-BACKORDER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BN-RECORD
           RECORD CONTAINS 142 CHARACTERS.
       01 BN-RECORD                PIC X(142).

       FD BACKORDER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BO-RECORD
           RECORD CONTAINS 142 CHARACTERS.
       01 BO-RECORD                PIC X(142).

       FD NEW-SUSPENSE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SN-RECORD
           RECORD CONTAINS 199 CHARACTERS.
       01 SN-RECORD                PIC X(199).

       FD SUSPENSE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SU-RECORD
           RECORD CONTAINS 199 CHARACTERS.
       01 SU-RECORD                PIC X(199).

       FD DRIVER-OUT
           LABEL RECORD IS OMITTED
           05  EOF             PIC X(5)        VALUE 'FALSE'.
           05  HALTED-SW       PIC X(5)        VALUE 'FALSE'.
           05  C-PCTR          PIC 99          VALUE 0.
           05  RL-FILE-STATUS  PIC XX.
           05  RQ-FILE-STATUS  PIC XX.
           05  BN-FILE-STATUS  PIC XX.
           05  BO-FILE-STATUS  PIC XX.
           05  SN-FILE-STATUS  PIC XX.
           05  C-STEP-NAME     PIC X(8)        VALUE SPACES.
           05  C-HALT-REASON   PIC X(60)       VALUE SPACES.

      *THE RETURN CODE THE STEP HANDED BACK, TAKEN THE MOMENT THE
      *CALL RETURNS - THE NEXT CALL OVERWRITES IT. 8 OR MORE FAILS
      *THE STEP; 4 IS A WARNING THE STEP HAS ALREADY PRINTED.
           05  C-STEP-RC       PIC S9(4)       VALUE 0.

      *RESUME CONTROLS - C-PLAN-LINE IS THE PLAN LINE IN HAND;
      *LINES UP TO C-RESUME-AFTER FINISHED IN THE RUN THAT HALTED
      *AND ARE PASSED OVER.
           05  C-PLAN-LINE     PIC 9(6)        VALUE 0.
           05  C-RESUME-AFTER  PIC 9(6)        VALUE 0.
           05  C-STEPS-SKIPPED PIC 9(4)        VALUE 0.

      *RESTART-SW IS ON WHEN THE RESTART CARD WAS IN. WITHOUT IT A
      *HALTED PLAN'S POINT IS ONLY REPORTED - C-HALTED-AFTER - AND
      *THE RUN STARTS AT THE TOP, SO A HALT NOBODY RESTARTED NEVER
      *MAKES NEXT WEEK'S RUN PASS OVER ITS CONVERSION AND LOAD.
           05  RESTART-SW      PIC X(5)        VALUE 'FALSE'.
           05  C-HALTED-AFTER  PIC 9(6)        VALUE 0.

      *THE STEP'S MOST RECENT RUN-LOG EVENT, TAKEN BEFORE AND
      *AFTER THE CALL. A DANGLING START AS THE LAST EVENT MEANS THE
      *MOST RECENT RUN NEVER FINISHED - A CRASH THAT WAS LATER
      *RERUN CLEAN ENDS ON AN END RECORD AND DOESN'T BLOCK THE
      *PLAN FOR THE REST OF THE SEASON. SPACES MEANS THE STEP HAS
      *NEVER LOGGED (OR NEVER LOGS AT ALL - CBLPOPLD...). ONLY THE
      *STEP'S RECORDS FOR C-LOG-CLUB COUNT - ONE CLUB'S CRASH IS NO
      *REASON TO HOLD BACK ANOTHER.
           05  C-LAST-EVENT    PIC X(5)        VALUE SPACES.
           05  C-LOG-CLUB      PIC X(3)        VALUE SPACES.

      *THE CLUB IN HAND, WHETHER IT PASSED ITS CHECKS FOR THE STEP,
      *ITS GENERATION BEFORE THE CALL (A CONVERSION THAT DIDN'T MOVE
      *IT FOUND NO UPLOAD), AND THE CLUBS RUN FOR THE STEP AND LEFT
      *OUT OVER THE WHOLE PLAN.
           05  C-CLUB-CODE     PIC X(3)        VALUE SPACES.
           05  CLUB-FAILED-SW  PIC X(5)        VALUE 'FALSE'.
           05  C-GEN-BEFORE    PIC 9(4)        VALUE 0.
           05  C-CLUBS-RUN     PIC 9(3)        VALUE 0.
           05  C-CLUBS-DROPPED PIC 9(4)        VALUE 0.
           05  CLUB-DONE-SW    PIC X(5)        VALUE 'FALSE'.

      *SAME-RUN-SW IS ON WHILE 1100 IS READING THE RECORDS OF A
      *DRIVER RUN FOR THIS RUN'S CLUB SELECTION.
           05  SAME-RUN-SW     PIC X(5)        VALUE 'FALSE'.
           05  SUB             PIC 99          VALUE 0.

      *COPY-CYCLE COUNTS - WRITTEN, THEN READ BACK AND COMPARED, SO
      *A COPY THAT QUIETLY DROPPED RECORDS HALTS THE PLAN.
       01 RG-RUN-INFO.
           COPY POPRUNLG.

      *FROM THE RUN BEING RESUMED - THE CLUBS IT LEFT OUT, AND THE
      *CLUBS THAT FINISHED A PLAN LINE THE RUN NEVER GOT PAST. BOTH
      *ARE CLEARED BY A PLAN THAT RAN CLEAN, AND THE SECOND BY EVERY
      *PLAN LINE FINISHED.
       01 DROPPED-CLUB-TABLE.
           05  DR-COUNT            PIC 99      VALUE 0.
           05  DR-CLUB-CODE        PIC X(3)    OCCURS 50.

       01 DONE-CLUB-TABLE.
           05  DN-COUNT            PIC 99      VALUE 0.
           05  DN-ROW              OCCURS 50.
               10  DN-CLUB-CODE    PIC X(3).
               10  DN-PLAN-LINE    PIC 9(6).

      *CLUB CONTROL INTERFACE - CBLPOPCB WALKS THE CLUBS IN THE RUN,
      *HANDS OUT EACH CLUB'S STAMPS, AND TELLS EVERY STEP WHICH CLUB
      *IT IS RUNNING FOR.
       01 CB-CLUB-INFO.
           COPY POPCLUB.

       01 CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY        PIC 9(4).
           05  FILLER          PIC X           VALUE '/'.
           05  O-YY            PIC 9(4).
           05  FILLER          PIC X(36)       VALUE ' '.
           05  O-CLUB-TITLE    PIC X(72).
           05  FILLER          PIC X(6)        VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.

           05  FILLER          PIC X           VALUE ' '.
           05  O-HALT-REASON   PIC X(60).

       01 RESUME-LINE.
           05  FILLER          PIC X(38)
                       VALUE 'RESUMING A HALTED PLAN AFTER PLAN LINE'.
           05  O-RESUME-AFTER  PIC ZZZ,ZZ9.

       01 NOT-RESUMED-LINE.
           05  FILLER          PIC X(32)
                       VALUE 'LAST RUN HALTED AFTER PLAN LINE'.
           05  O-HALTED-AFTER  PIC ZZZ,ZZ9.
           05  FILLER          PIC X(45)
               VALUE ' - NO RESTART CARD, SO STARTING AT THE TOP.'.

       01 CLUB-LINE.
           05  FILLER          PIC X(11)       VALUE '      CLUB'.
           05  O-CLUB-CODE     PIC X(3).
           05  FILLER          PIC X(13)       VALUE ' LEFT OUT OF'.
           05  O-CLUB-STEP     PIC X(8).
           05  FILLER          PIC X(3)        VALUE ' -'.
           05  O-CLUB-REASON   PIC X(60).

       01 CLUBS-RUN-RESULT.
           05  FILLER          PIC X(14)       VALUE 'COMPLETED FOR'.
           05  O-CLUBS-RUN     PIC ZZ9.
           05  FILLER          PIC X(9)        VALUE ' CLUB(S).'.

       01 TOTALS-LINE.
           05  FILLER          PIC X(15)       VALUE 'STEPS COMPLETED'.
           05  O-STEPS-RUN     PIC Z,ZZ9.
           05  FILLER          PIC X(17)       VALUE '   STEPS SKIPPED'.
           05  O-STEPS-SKIPPED PIC Z,ZZ9.
           05  FILLER          PIC X(17)
                                   VALUE '   CLUBS LEFT OUT'.
           05  O-CLUBS-DROPPED PIC Z,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           GOBACK.

       1000-INIT.
           MOVE 'LEAG' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE CB-CLUB-TITLE TO O-CLUB-TITLE.
           PERFORM 1100-FIND-RESUME-POINT.
           PERFORM 1200-READ-RESTART-CARD.
           IF RESTART-SW NOT = 'TRUE'
               MOVE C-RESUME-AFTER TO C-HALTED-AFTER
               MOVE 0 TO C-RESUME-AFTER
               MOVE 0 TO DR-COUNT
               MOVE 0 TO DN-COUNT.
           MOVE 'CBLPOPDV' TO RG-PROGRAM-ID.
           MOVE 'START' TO RG-EVENT.
           MOVE 0 TO RG-RECORDS-READ RG-RECORDS-WRITTEN
               RG-ERR-CTR RG-WARN-CTR RG-GRAND-DOLLARS.
      *THE START CARRIES THE RESUME POINT, SO A RESUMED RUN THAT
      *HALTS AGAIN BEFORE FINISHING ANOTHER STEP STILL RESUMES
      *FROM THE SAME PLACE - AND A 1 IN RECORDS-WRITTEN WHEN THE RUN
      *IS A RESTART, SO 1100 KNOWS IT CARRIES ON THE RUN BEFORE IT.
           MOVE C-RESUME-AFTER TO RG-RECORDS-READ.
           IF RESTART-SW = 'TRUE'
               MOVE 1 TO RG-RECORDS-WRITTEN.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.
           OPEN INPUT RUN-PLAN-FILE.
           OPEN OUTPUT DRIVER-OUT.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           PERFORM 9900-HEADINGS.
           IF C-RESUME-AFTER > 0
               MOVE C-RESUME-AFTER TO O-RESUME-AFTER
               WRITE PRINTLINE FROM RESUME-LINE
                   AFTER ADVANCING 2 LINES
               DISPLAY 'CBLPOPDV - RESUMING AFTER PLAN LINE '
                   C-RESUME-AFTER.
           IF C-HALTED-AFTER > 0
               MOVE C-HALTED-AFTER TO O-HALTED-AFTER
               WRITE PRINTLINE FROM NOT-RESUMED-LINE
                   AFTER ADVANCING 2 LINES
               DISPLAY 'CBLPOPDV - LAST RUN HALTED AFTER PLAN LINE '
                   C-HALTED-AFTER ' - NO RESTART CARD, STARTING AT THE'
                   ' TOP'.
           PERFORM 1150-DROP-CLUB-AGAIN
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > DR-COUNT.
           PERFORM 9000-READ.

      *WHERE THE LAST DRIVER RUN LEFT OFF, FROM ITS OWN RECORDS ON
      *THE RUN LOG. A STEP RECORD IS A PLAN LINE THAT FINISHED; A
      *START CARRIES THE POINT THAT RUN RESUMED FROM; AN END WITH NO
      *ERROR IS A WHOLE PLAN THAT RAN CLEAN, SO THE NEXT RUN STARTS
      *THE WEEK FROM THE TOP. AN END WITH THE HALT FLAG LEAVES THE
      *POINT WHERE THE LAST STEP RECORD PUT IT - AND A STEP THAT
      *STOPPED THE WHOLE RUN UNIT NEVER GETS AS FAR AS AN END.
      *ONLY A RUN FOR THE SAME CLUB SELECTION COUNTS - A HALTED RUN
      *FOR ONE CLUB IS NOTHING FOR AN ALL-CLUB RUN TO PICK UP.
      *THE DROP AND CLUB RECORDS CARRY THE CLUB THEY ARE ABOUT, NOT
      *THE SELECTION, SO THEY COUNT BY WHICH DRIVER START THEY
      *FOLLOW - THE DRIVER NEVER RUNS TWICE AT ONCE. A START THAT
      *WASN'T A RESTART BEGINS A FRESH RUN, SO THE DROPS AND CLUBS
      *DONE BEFORE IT ARE NOTHING TO THIS ONE. WHETHER ANY OF THIS
      *IS USED IS UP TO THE RESTART CARD - SEE 1200.
       1100-FIND-RESUME-POINT.
           MOVE 0 TO C-RESUME-AFTER.
           MOVE 0 TO DR-COUNT.
           MOVE 0 TO DN-COUNT.
           MOVE 'FALSE' TO SAME-RUN-SW.
           MOVE 'FALSE' TO RL-EOF.
           OPEN INPUT RUN-LOG-FILE.
           IF RL-FILE-STATUS = '00'
               PERFORM 1110-NOTE-ONE-DRIVER-RECORD
                   UNTIL RL-EOF = 'TRUE'
               CLOSE RUN-LOG-FILE.

       1110-NOTE-ONE-DRIVER-RECORD.
           READ RUN-LOG-FILE
               AT END
                   MOVE 'TRUE' TO RL-EOF.
           IF RL-EOF NOT = 'TRUE' AND RL-PROGRAM-ID = 'CBLPOPDV'
               EVALUATE RL-EVENT
                   WHEN 'START'
                       IF RL-CLUB-CODE = CB-SELECTED-CLUB
                           MOVE 'TRUE' TO SAME-RUN-SW
                           MOVE RL-RECORDS-READ TO C-RESUME-AFTER
                           IF RL-RECORDS-WRITTEN = 0
                               MOVE 0 TO DR-COUNT
                               MOVE 0 TO DN-COUNT
                           END-IF
                       ELSE
                           MOVE 'FALSE' TO SAME-RUN-SW
                       END-IF
                   WHEN 'STEP'
                       IF RL-CLUB-CODE = CB-SELECTED-CLUB
                           MOVE RL-RECORDS-READ TO C-RESUME-AFTER
                           MOVE 0 TO DN-COUNT
                       END-IF
                   WHEN 'END'
                       IF RL-CLUB-CODE = CB-SELECTED-CLUB AND
                               RL-ERR-CTR = 0
                           MOVE 0 TO C-RESUME-AFTER
                           MOVE 0 TO DR-COUNT
                           MOVE 0 TO DN-COUNT
                       END-IF
                   WHEN 'DROP'
                       IF SAME-RUN-SW = 'TRUE'
                           PERFORM 1120-NOTE-DROPPED-CLUB
                       END-IF
                   WHEN 'CLUB'
                       IF SAME-RUN-SW = 'TRUE'
                           PERFORM 1130-NOTE-DONE-CLUB
                       END-IF
               END-EVALUATE.

       1120-NOTE-DROPPED-CLUB.
           IF DR-COUNT = 50
               DISPLAY 'CBLPOPDV - CLUBS LEFT OUT EXCEED 50 - ENLARGE
      -            ' TABLE'
               STOP RUN.
           ADD 1 TO DR-COUNT.
           MOVE RL-CLUB-CODE TO DR-CLUB-CODE(DR-COUNT).

       1130-NOTE-DONE-CLUB.
           IF DN-COUNT = 50
               DISPLAY 'CBLPOPDV - CLUBS FINISHED EXCEED 50 - ENLARGE
      -            ' TABLE'
               STOP RUN.
           ADD 1 TO DN-COUNT.
           MOVE RL-CLUB-CODE TO DN-CLUB-CODE(DN-COUNT).
           MOVE RL-RECORDS-READ TO DN-PLAN-LINE(DN-COUNT).

      *A RESTART IS THE OPERATOR'S CALL, NOT THE LOG'S - A HALT
      *NOBODY CAME BACK TO IS NO REASON FOR NEXT WEEK'S RUN TO PASS
      *OVER HALF THE PLAN. THE CARD IS EMPTIED ONCE TAKEN, SO IT
      *ORDERS ONE RESTART AND NO MORE.
       1200-READ-RESTART-CARD.
           MOVE 'FALSE' TO RESTART-SW.
           OPEN INPUT RESTART-CARD-FILE.
           IF RQ-FILE-STATUS = '00'
               READ RESTART-CARD-FILE
                   AT END
                       MOVE SPACES TO RQ-REQUEST
               END-READ
               CLOSE RESTART-CARD-FILE
               IF RQ-RESTART
                   MOVE 'TRUE' TO RESTART-SW
                   OPEN OUTPUT RESTART-CARD-FILE
                   CLOSE RESTART-CARD-FILE.

      *A CLUB THE HALTED RUN LEFT OUT SITS OUT THE RESUMED ONE TOO -
      *ITS STAMPS MAY STILL PASS A LATER STEP'S CHECKS, BUT THEY ARE
      *THE STAMPS OF THE DATA IT WAS LEFT OUT FOR. NOT LOGGED AGAIN;
      *1100 READS THE WHOLE RUN BACK TO ITS FIRST START.
       1150-DROP-CLUB-AGAIN.
           MOVE 'DROP' TO CB-FUNCTION.
           MOVE DR-CLUB-CODE(SUB) TO CB-CLUB-CODE.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           ADD 1 TO C-CLUBS-DROPPED.
           MOVE DR-CLUB-CODE(SUB) TO O-CLUB-CODE.
           MOVE 'THE PLAN' TO O-CLUB-STEP.
           MOVE 'LEFT OUT BEFORE THE HALT.' TO O-CLUB-REASON.
           WRITE PRINTLINE FROM CLUB-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9900-HEADINGS
           END-WRITE.
           DISPLAY 'CBLPOPDV - CLUB ' DR-CLUB-CODE(SUB)
               ' STAYS OUT - LEFT OUT BEFORE THE HALT'.

       2000-RUN-ONE-STEP.
           ADD 1 TO C-PLAN-LINE.
           MOVE RP-STEP TO C-STEP-NAME.
           MOVE C-STEP-NAME TO O-STEP-NAME.
           IF C-PLAN-LINE NOT > C-RESUME-AFTER
               ADD 1 TO C-STEPS-SKIPPED
               MOVE 'SKIPPED - COMPLETED BEFORE THE HALT.'
                   TO O-STEP-RESULT
           ELSE
               IF RP-CYCLE-BO
                   PERFORM 4000-CYCLE-BACKORDERS
               ELSE
                   IF RP-CYCLE-SU
                       PERFORM 4500-CYCLE-SUSPENSE
                   ELSE
                       PERFORM 2100-RUN-ONE-PROGRAM
                   END-IF
               END-IF
               IF HALTED-SW NOT = 'TRUE'
                   ADD 1 TO C-STEPS-RUN
                   PERFORM 2900-LOG-STEP-DONE
               END-IF
           END-IF.
           IF HALTED-SW NOT = 'TRUE'
               WRITE PRINTLINE FROM STEP-LINE
                   AFTER ADVANCING 2 LINES
                       AT EOP
               END-WRITE
               PERFORM 9000-READ.

      *A PLAN LINE FOR A PROGRAM RUNS IT ONCE FOR EACH CLUB IN THE
      *RUN, OR ONCE FOR THE WHOLE LEAGUE WHEN THE LINE SAYS SO.
       2100-RUN-ONE-PROGRAM.
           IF RP-LEAGUE-STEP
               PERFORM 2500-RUN-LEAGUE-STEP
           ELSE
               PERFORM 2400-RUN-CLUB-PASSES.

      *PRECONDITIONS FIRST, THEN THE CALL, THEN PROOF OFF THE RUN
      *LOG THAT THE STEP REACHED ITS NORMAL END - CLUB BY CLUB. BOTH
      *CHECKS READ THE STEP'S MOST RECENT LOG EVENT FOR THE CLUB, SO
      *A CRASH THAT WAS SINCE RERUN CLEAN (START THEN START/END) NO
      *LONGER BLOCKS THE PLAN. A PROGRAM THAT NEVER LOGS (CBLPOPLD,
      *CBLPOPAL...) SHOWS NO EVENT EITHER WAY AND IS TAKEN ON THE
      *STRENGTH OF ITS RETURN - ITS OWN FATAL GUARDS STOP THE WHOLE
      *RUN UNIT, WHICH HALTS THE PLAN HARDER THAN THIS CHECK EVER
      *COULD. A CLUB THAT FAILS ANY OF IT IS LEFT OUT AND THE NEXT
      *CLUB GOES ON; ONLY A STEP WITH NO CLUB LEFT HALTS THE PLAN.
       2400-RUN-CLUB-PASSES.
           MOVE 0 TO C-CLUBS-RUN.
           MOVE 'FIRST' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           PERFORM 2410-RUN-ONE-CLUB
               UNTIL NOT CB-OK OR HALTED-SW = 'TRUE'.
           IF HALTED-SW NOT = 'TRUE' AND C-CLUBS-RUN = 0
               MOVE 'TRUE' TO HALTED-SW
               MOVE 'NO CLUB PASSED ITS CHECKS FOR THIS STEP.'
                   TO C-HALT-REASON.
           IF HALTED-SW = 'TRUE'
               PERFORM 5000-PRINT-HALT
           ELSE
               MOVE C-CLUBS-RUN TO O-CLUBS-RUN
               MOVE CLUBS-RUN-RESULT TO O-STEP-RESULT.

      *A CLUB THAT FINISHED THIS LINE BEFORE THE HALT COUNTS AS RUN
      *WITHOUT BEING RUN AGAIN - NOT EVERY STEP IS SAFE TO REPEAT
      *(CBLNLH05 WOULD ADD ITS SUSPENSE RECORDS A SECOND TIME). IT
      *STILL COUNTS TOWARD THE FIRST PASS, SO THE NEXT CLUB ADDS ON
      *BEHIND ITS OUTPUT INSTEAD OF STARTING THE FILES OVER.
       2410-RUN-ONE-CLUB.
           MOVE CB-CLUB-CODE TO C-CLUB-CODE.
           IF CB-CLUB-IN-RUN
               PERFORM 2415-CHECK-CLUB-DONE
               IF CLUB-DONE-SW = 'TRUE'
                   ADD 1 TO C-CLUBS-RUN
                   DISPLAY 'CBLPOPDV - CLUB ' C-CLUB-CODE
                       ' FINISHED ' C-STEP-NAME ' BEFORE THE HALT'
               ELSE
                   MOVE CB-GENERATION TO C-GEN-BEFORE
                   PERFORM 2200-CHECK-PRECONDITION
                   IF CLUB-FAILED-SW = 'TRUE'
                       PERFORM 2600-DROP-THE-CLUB
                   ELSE
                       PERFORM 2420-CHECK-LAST-CLUB-RUN
                   END-IF
               END-IF
           END-IF.
           IF HALTED-SW NOT = 'TRUE'
               MOVE 'NEXT' TO CB-FUNCTION
               CALL 'CBLPOPCB' USING CB-CLUB-INFO.

       2415-CHECK-CLUB-DONE.
           MOVE 'FALSE' TO CLUB-DONE-SW.
           PERFORM 2416-CHECK-ONE-DONE-ROW
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > DN-COUNT.

       2416-CHECK-ONE-DONE-ROW.
           IF DN-CLUB-CODE(SUB) = C-CLUB-CODE AND
                   DN-PLAN-LINE(SUB) = C-PLAN-LINE
               MOVE 'TRUE' TO CLUB-DONE-SW.

      *THE FIRST STEP OF A RESUMED PLAN IS THE ONE THAT FAILED - ITS
      *DANGLING START IS WHY WE ARE HERE, AND RUNNING IT AGAIN IS THE
      *POINT (CBLPOPAL, CBLPOPRE AND CBLPOPIN PICK UP FROM THEIR OWN
      *CHECKPOINTS).
       2420-CHECK-LAST-CLUB-RUN.
           MOVE C-CLUB-CODE TO C-LOG-CLUB.
           PERFORM 8100-FIND-LAST-LOG-EVENT.
           IF C-LAST-EVENT = 'START' AND
                   C-PLAN-LINE NOT = C-RESUME-AFTER + 1
               MOVE 'LAST RUN OF THIS STEP NEVER FINISHED.'
                   TO C-HALT-REASON
               PERFORM 2600-DROP-THE-CLUB
           ELSE
               PERFORM 2430-CALL-FOR-THE-CLUB.

      *THE STEP IS CANCELLED AFTER EVERY CALL SO THE NEXT CLUB'S
      *PASS STARTS FROM FRESH WORKING STORAGE, SWITCHES AND TOTALS
      *AND ALL.
       2430-CALL-FOR-THE-CLUB.
           MOVE 'SET' TO CB-FUNCTION.
           MOVE C-CLUB-CODE TO CB-CLUB-CODE.
           IF C-CLUBS-RUN = 0
               MOVE 'F' TO CB-PASS
           ELSE
               MOVE 'L' TO CB-PASS.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE 0 TO RETURN-CODE.
           CALL C-STEP-NAME
               ON EXCEPTION
                   MOVE 'TRUE' TO HALTED-SW
                   MOVE 'STEP PROGRAM NOT FOUND.' TO C-HALT-REASON
           END-CALL.
           MOVE RETURN-CODE TO C-STEP-RC.
           MOVE 0 TO RETURN-CODE.
           IF HALTED-SW NOT = 'TRUE'
               CANCEL C-STEP-NAME
               PERFORM 2440-CHECK-CLUB-RESULT.

      *A CONVERSION THAT LEFT THE CLUB'S GENERATION WHERE IT WAS
      *FOUND NO UPLOAD FROM THE CLUB THIS WEEK. A STOP RETURN CODE
      *FAILS THE CLUB EVEN THOUGH THE STEP LOGGED ITS END. A CLUB
      *THAT PASSES IS LOGGED AS DONE WITH THE PLAN LINE.
       2440-CHECK-CLUB-RESULT.
           PERFORM 8100-FIND-LAST-LOG-EVENT.
           MOVE 'FIND' TO CB-FUNCTION.
           MOVE C-CLUB-CODE TO CB-CLUB-CODE.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           IF C-LAST-EVENT = 'START'
               MOVE 'STEP STARTED BUT NEVER LOGGED ITS END.'
                   TO C-HALT-REASON
               PERFORM 2600-DROP-THE-CLUB
           ELSE
               IF C-STEP-NAME = 'CBLPOPCV' AND
                       CB-GENERATION = C-GEN-BEFORE
                   MOVE 'NO NEW UPLOAD FROM THIS CLUB.'
                       TO C-HALT-REASON
                   PERFORM 2600-DROP-THE-CLUB
               ELSE
                   IF C-STEP-RC >= 8
                       MOVE 'STEP RETURNED A STOP CODE - SEE REPORT.'
                           TO C-HALT-REASON
                       PERFORM 2600-DROP-THE-CLUB
                   ELSE
                       ADD 1 TO C-CLUBS-RUN
                       MOVE 'CLUB' TO RG-EVENT
                       PERFORM 2950-LOG-CLUB-EVENT.

      *THE SAME CHECKS THE SINGLE-CLUB PLAN MADE OF THE ONE CONTROL
      *RECORD, NOW MADE OF THE CLUB'S OWN.
       2200-CHECK-PRECONDITION.
           MOVE 'FALSE' TO CLUB-FAILED-SW.
           EVALUATE C-STEP-NAME
               WHEN 'CBLPOPCV'
                   CONTINUE
               WHEN 'CBLPOPLD'
                   IF NOT CB-CONTROL-ON-FILE OR CB-GENERATION = 0
                       MOVE 'TRUE' TO CLUB-FAILED-SW
                       MOVE 'NO CONVERSION ON FILE - RUN CBLPOPCV.'
                           TO C-HALT-REASON
                   END-IF
               WHEN 'CBLNLH05'
                   IF CB-LOADED-GEN NOT = CB-GENERATION OR
                           CB-GENERATION = 0
                       MOVE 'TRUE' TO CLUB-FAILED-SW
                       MOVE 'ORDER MASTER IS BEHIND THE CONVERSION.'
                           TO C-HALT-REASON
                   END-IF
               WHEN OTHER
                   IF CB-VALIDATED-GEN NOT = CB-GENERATION OR
                           CB-GENERATION = 0
                       MOVE 'TRUE' TO CLUB-FAILED-SW
                       MOVE 'GENERATION NOT VALIDATED - RUN CBLNLH05.'
                           TO C-HALT-REASON
                   END-IF
           END-EVALUATE.

      *A LEAGUE-WIDE STEP FIRST LEAVES OUT EVERY CLUB THAT ISN'T
      *READY FOR IT - THE STEP ITSELF ASKS CBLPOPCB AND PASSES OVER
      *THE CLUBS NO LONGER IN THE RUN - THEN RUNS ONCE. A LEAGUE-
      *WIDE STEP THAT FAILS HALTS THE PLAN, SINCE IT FAILED FOR
      *EVERY CLUB AT ONCE.
       2500-RUN-LEAGUE-STEP.
           MOVE 0 TO C-CLUBS-RUN.
           MOVE 'FIRST' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           PERFORM 2510-CHECK-ONE-LEAGUE-CLUB
               UNTIL NOT CB-OK.
           MOVE 'LEAG' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE CB-SELECTED-CLUB TO C-LOG-CLUB.
           IF C-CLUBS-RUN = 0
               MOVE 'TRUE' TO HALTED-SW
               MOVE 'NO CLUB PASSED ITS CHECKS FOR THIS STEP.'
                   TO C-HALT-REASON
               PERFORM 5000-PRINT-HALT
           ELSE
               PERFORM 8100-FIND-LAST-LOG-EVENT
               IF C-LAST-EVENT = 'START' AND
                       C-PLAN-LINE NOT = C-RESUME-AFTER + 1
                   MOVE 'TRUE' TO HALTED-SW
                   MOVE 'LAST RUN OF THIS STEP NEVER FINISHED.'
                       TO C-HALT-REASON
                   PERFORM 5000-PRINT-HALT
               ELSE
                   PERFORM 2300-CALL-THE-STEP.

       2510-CHECK-ONE-LEAGUE-CLUB.
           MOVE CB-CLUB-CODE TO C-CLUB-CODE.
           IF CB-CLUB-IN-RUN
               PERFORM 2200-CHECK-PRECONDITION
               IF CLUB-FAILED-SW = 'TRUE'
                   PERFORM 2600-DROP-THE-CLUB
               ELSE
                   ADD 1 TO C-CLUBS-RUN
               END-IF
           END-IF.
           MOVE 'NEXT' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.

       2300-CALL-THE-STEP.
           MOVE 0 TO RETURN-CODE.
           CALL C-STEP-NAME
               ON EXCEPTION
                   MOVE 'TRUE' TO HALTED-SW
                   MOVE 'STEP PROGRAM NOT FOUND.' TO C-HALT-REASON
           END-CALL.
           MOVE RETURN-CODE TO C-STEP-RC.
           MOVE 0 TO RETURN-CODE.
           IF HALTED-SW = 'TRUE'
               PERFORM 5000-PRINT-HALT
           ELSE
               CANCEL C-STEP-NAME
               PERFORM 8100-FIND-LAST-LOG-EVENT
               IF C-LAST-EVENT = 'START'
                   MOVE 'TRUE' TO HALTED-SW
                       TO C-HALT-REASON
                   PERFORM 5000-PRINT-HALT
               ELSE
                   IF C-STEP-RC >= 8
                       MOVE 'TRUE' TO HALTED-SW
                       MOVE 'STEP RETURNED A STOP CODE - SEE REPORT.'
                           TO C-HALT-REASON
                       PERFORM 5000-PRINT-HALT
                   ELSE
                       IF C-STEP-RC > 0
                           MOVE 'COMPLETED WITH WARNINGS.'
                               TO O-STEP-RESULT
                       ELSE
                           MOVE 'COMPLETED.' TO O-STEP-RESULT.

      *THE CLUB SITS OUT THE REST OF THE PLAN - EVERY LATER STEP,
      *CLUB PASS AND LEAGUE-WIDE ALIKE, PASSES OVER IT. THE REASON
      *GOES ON THE DRIVER LOG UNDER THE STEP THAT LEFT IT OUT, AND
      *THE DROP GOES ON THE RUN LOG SO A RESUMED RUN LEAVES IT OUT.
       2600-DROP-THE-CLUB.
           MOVE 'DROP' TO CB-FUNCTION.
           MOVE C-CLUB-CODE TO CB-CLUB-CODE.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE 'DROP' TO RG-EVENT.
           PERFORM 2950-LOG-CLUB-EVENT.
           ADD 1 TO C-CLUBS-DROPPED.
           MOVE C-CLUB-CODE TO O-CLUB-CODE.
           MOVE C-STEP-NAME TO O-CLUB-STEP.
           MOVE C-HALT-REASON TO O-CLUB-REASON.
           MOVE SPACES TO C-HALT-REASON.
           WRITE PRINTLINE FROM CLUB-LINE
               AFTER ADVANCING 1 LINE
                   AT EOP
                       PERFORM 9900-HEADINGS
           END-WRITE.
           DISPLAY 'CBLPOPDV - CLUB ' C-CLUB-CODE ' LEFT OUT AT STEP '
               C-STEP-NAME ' - ' O-CLUB-REASON.

      *ONE STEP RECORD PER PLAN LINE FINISHED - THE PLAN LINE
      *NUMBER RIDES IN THE RECORDS-READ FIELD. 1100-FIND-RESUME-
      *POINT READS THESE BACK AFTER A HALT.
       2900-LOG-STEP-DONE.
           MOVE 'LEAG' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE 'STEP' TO RG-EVENT.
           MOVE C-PLAN-LINE TO RG-RECORDS-READ.
           MOVE 0 TO RG-RECORDS-WRITTEN RG-ERR-CTR RG-WARN-CTR
               RG-GRAND-DOLLARS.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.

      *A DROP OR CLUB RECORD FOR THE CLUB IN C-CLUB-CODE - CBLPOPRG
      *STAMPS THE CURRENT CLUB, SO THE CLUB IS MADE CURRENT FOR THE
      *CALL AND THE RUN IS PUT BACK TO LEAGUE-WIDE AFTER. THE PLAN
      *LINE RIDES IN RECORDS-READ, AS ON A STEP RECORD.
       2950-LOG-CLUB-EVENT.
           MOVE 'SET' TO CB-FUNCTION.
           MOVE C-CLUB-CODE TO CB-CLUB-CODE.
           MOVE 'L' TO CB-PASS.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE C-PLAN-LINE TO RG-RECORDS-READ.
           MOVE 0 TO RG-RECORDS-WRITTEN RG-ERR-CTR RG-WARN-CTR
               RG-GRAND-DOLLARS.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.
           MOVE 'LEAG' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.

      *COPIES THE NEW BACKORDER FILE CBLPOPRE WROTE OVER THE
      *CURRENT ONE, THEN READS THE COPY BACK AND COUNTS IT - THE

       3000-CLOSING.
           MOVE C-STEPS-RUN TO O-STEPS-RUN.
           MOVE C-STEPS-SKIPPED TO O-STEPS-SKIPPED.
           MOVE C-CLUBS-DROPPED TO O-CLUBS-DROPPED.
           WRITE PRINTLINE FROM TOTALS-LINE
               AFTER ADVANCING 3 LINES.
           CLOSE RUN-PLAN-FILE.
           MOVE C-STEPS-RUN TO RG-RECORDS-WRITTEN.
           IF HALTED-SW = 'TRUE'
               MOVE 1 TO RG-ERR-CTR.
           MOVE C-CLUBS-DROPPED TO RG-WARN-CTR.
           MOVE 'LEAG' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.

      *THE MOST RECENT LOG EVENT FOR THE STEP IN C-STEP-NAME RUN
      *FOR C-LOG-CLUB - THE LOG IS APPEND-ONLY IN TIME ORDER, SO THE
      *LAST RECORD SEEN WINS. NO LOG YET (OR NO RECORD FOR THE STEP)
      *MEANS SPACES.
       8100-FIND-LAST-LOG-EVENT.
           MOVE SPACES TO C-LAST-EVENT.
           MOVE 'FALSE' TO RL-EOF.
               AT END
                   MOVE 'TRUE' TO RL-EOF.
           IF RL-EOF NOT = 'TRUE'
               IF RL-PROGRAM-ID = C-STEP-NAME AND
                       RL-CLUB-CODE = C-LOG-CLUB
                   MOVE RL-EVENT TO C-LAST-EVENT.

       9000-READ.
