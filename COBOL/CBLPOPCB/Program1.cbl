             IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBLPOPCB.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         NICK HOUSER.
       DATE-COMPILED.
      *******************************************
      *  CLUB CONTROL MODULE, CALLED BY EVERY   *
      *  PROGRAM THAT HAS TO KNOW WHOSE ORDERS  *
      *  IT IS LOOKING AT. THE COUNTY LEAGUE    *
      *  RUNS SEVERAL SCHOOLS' POP SALES ON ONE *
      *  SET OF FILES - EVERY CLUB ON           *
      *  CBLPOPCB.DAT HAS ITS OWN CODE ON THE   *
      *  ORDER MASTER KEY, THE ROSTER, THE      *
      *  PAYMENT BATCHES AND THE RUN LOG, AND   *
      *  ITS OWN RECORD ON CBLPOPBC.DAT SO ONE  *
      *  CLUB'S LATE UPLOAD NEVER HOLDS UP      *
      *  ANOTHER'S REPORTS. THIS LOADS THE CLUB *
      *  LIST, THE RUN'S CLUB SELECTION AND THE *
      *  STAMPS ON ITS FIRST CALL OF THE RUN    *
      *  AND KEEPS THEM - SAME IDEA AS THE ZIP  *
      *  TABLE IN CBLPOPVC - SO CBLPOPDV AND    *
      *  EVERY STEP IT CALLS SHARE ONE ANSWER   *
      *  TO "WHICH CLUB IS THIS". THE FUNCTIONS *
      *  ARE LISTED IN THE POPCLUB COPYBOOK.    *
      *  NO CBLPOPCB.DAT AT ALL MEANS THE ONE   *
      *  CLUB THE SYSTEM WAS WRITTEN FOR, UNDER *
      *  A BLANK CODE, SO A SINGLE-CLUB SHOP    *
      *  RUNS EXACTLY AS IT ALWAYS HAS.         *
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *ONE RECORD PER CLUB IN THE LEAGUE - CODE AND NAME - KEPT BY
      *THE LEAGUE SECRETARY. FILE ORDER IS THE ORDER CLUBS RUN AND
      *PRINT IN.
           SELECT CLUB-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPCB.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CF-FILE-STATUS.

      *AN OFFICER WHO WANTS A RUN FOR ONE CLUB DROPS A ONE-RECORD
      *CBLPOPCS.DAT ON THE DRIVE HOLDING THAT CLUB'S CODE - SAME
      *IDEA AS THE SUMMARY AND CSV SWITCHES. NO FILE, OR A BLANK
      *RECORD, MEANS EVERY CLUB.
           SELECT CLUB-SELECT-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPCS.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CS-FILE-STATUS.

           SELECT BATCH-CONTROL-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPBC.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD CLUB-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CF-RECORD
           RECORD CONTAINS 33 CHARACTERS.
       01 CF-RECORD.
           05  CF-CLUB-CODE        PIC X(3).
           05  CF-CLUB-NAME        PIC X(30).

       FD CLUB-SELECT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CS-RECORD
           RECORD CONTAINS 3 CHARACTERS.
       01 CS-RECORD.
           05  CS-CLUB-CODE        PIC X(3).

       FD BATCH-CONTROL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BC-RECORD
           RECORD CONTAINS 23 CHARACTERS.
       01 BC-RECORD.
           COPY POPBCTL.

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  FIRST-CALL-SW       PIC X(5)    VALUE 'TRUE'.
           05  CF-FILE-STATUS      PIC XX.
           05  CS-FILE-STATUS      PIC XX.
           05  BC-FILE-STATUS      PIC XX.
           05  CF-EOF              PIC X(5)    VALUE 'FALSE'.
           05  BC-EOF              PIC X(5)    VALUE 'FALSE'.
           05  CLUB-COUNT          PIC 9(3)    VALUE 0.
           05  SUB                 PIC 9(3).
           05  C-ROW               PIC 9(3)    VALUE 0.
           05  SELECTED-CLUB       PIC X(3)    VALUE SPACES.

      *THE CLUB THE STEP IN HAND IS RUNNING FOR (ZERO FOR A LEAGUE-
      *WIDE STEP, OR BEFORE ANYONE HAS ASKED) AND WHETHER IT IS THE
      *STEP'S FIRST CLUB OF THE RUN - SEE 2000-CURRENT-CLUB.
           05  C-CURRENT           PIC 9(3)    VALUE 0.
           05  CURRENT-PASS        PIC X       VALUE 'F'.

      *WHERE FIRST/NEXT HAS GOT TO - SEE 2300-NEXT-CLUB.
           05  C-WALK              PIC 9(3)    VALUE 0.

      *WHAT THE TITLES PRINT WHEN ONE LEAGUE-WIDE REPORT COVERS
      *MORE THAN ONE CLUB.
       01 LEAGUE-TITLE             PIC X(72)
                           VALUE 'COUNTY LEAGUE FUNDRAISER'.

      *LOADED FROM CBLPOPCB.DAT ON THE FIRST CALL - SEE
      *1000-LOAD-CLUBS. THE STAMPS COME OFF CBLPOPBC.DAT AND ARE
      *WRITTEN BACK FROM HERE, SO THE TABLE IS ALWAYS THE FILE.
       01 CLUB-TABLE.
           05  CLUB-ROWS           OCCURS 50.
               10  CT-CLUB-CODE        PIC X(3).
               10  CT-CLUB-NAME        PIC X(30).
               10  CT-SELECTED         PIC X.
               10  CT-DROPPED          PIC X.
               10  CT-CONTROL-SW       PIC X.
               10  CT-GENERATION       PIC 9(4).
               10  CT-PRODUCED-BY      PIC X(8).
               10  CT-LOADED-GEN       PIC 9(4).
               10  CT-VALIDATED-GEN    PIC 9(4).

       LINKAGE SECTION.
       01 LK-CLUB-INFO.
           COPY POPCLUB.

       PROCEDURE DIVISION USING LK-CLUB-INFO.
       0000-MAIN.
           IF FIRST-CALL-SW = 'TRUE'
               PERFORM 1000-LOAD-CLUBS
               MOVE 'FALSE' TO FIRST-CALL-SW.
           MOVE 'Y' TO CB-RESULT.
           MOVE SELECTED-CLUB TO CB-SELECTED-CLUB.
           MOVE CLUB-COUNT TO CB-CLUB-COUNT.
           EVALUATE TRUE
               WHEN CB-CURRENT-CLUB
                   PERFORM 2000-CURRENT-CLUB
               WHEN CB-LEAGUE-STEP
                   PERFORM 2100-LEAGUE-STEP
               WHEN CB-SET-CLUB
                   PERFORM 2200-SET-CLUB
               WHEN CB-FIRST-CLUB
                   MOVE 0 TO C-WALK
                   PERFORM 2300-NEXT-CLUB
               WHEN CB-NEXT-CLUB
                   PERFORM 2300-NEXT-CLUB
               WHEN CB-FIND-CLUB
                   PERFORM 2400-FIND-CLUB
               WHEN CB-DROP-CLUB
                   PERFORM 2500-DROP-CLUB
               WHEN CB-LOG-CLUB
                   PERFORM 2600-LOG-CLUB
               WHEN CB-STAMP-CONVERTED
               WHEN CB-STAMP-LOADED
               WHEN CB-STAMP-VALIDATED
                   PERFORM 3000-STAMP-CONTROL
               WHEN CB-RESET-CONTROLS
                   PERFORM 3100-RESET-CONTROLS
               WHEN OTHER
                   MOVE 'N' TO CB-RESULT
                   DISPLAY 'CBLPOPCB - UNKNOWN FUNCTION ' CB-FUNCTION
           END-EVALUATE.
           GOBACK.

      *THE CLUB LIST, THE RUN'S SELECTION, THEN EACH CLUB'S STAMPS.
      *A SELECTION NAMING A CLUB THAT ISN'T ON THE LIST IS A TYPO
      *THAT WOULD OTHERWISE RUN NOTHING AT ALL AND LOOK CLEAN - IT
      *STOPS THE RUN INSTEAD.
       1000-LOAD-CLUBS.
           OPEN INPUT CLUB-FILE.
           IF CF-FILE-STATUS = '00'
               PERFORM 1010-READ-ONE-CLUB
                   UNTIL CF-EOF = 'TRUE'
               CLOSE CLUB-FILE.
           IF CLUB-COUNT = 0
               MOVE 1 TO CLUB-COUNT
               MOVE SPACES TO CT-CLUB-CODE(1)
               MOVE 'ALBIA SOCCER CLUB' TO CT-CLUB-NAME(1)
               PERFORM 1020-CLEAR-ONE-ROW.
           OPEN INPUT CLUB-SELECT-FILE.
           IF CS-FILE-STATUS = '00'
               READ CLUB-SELECT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CS-CLUB-CODE TO SELECTED-CLUB
               END-READ
               CLOSE CLUB-SELECT-FILE.
           IF SELECTED-CLUB NOT = SPACES
               MOVE SELECTED-CLUB TO CB-CLUB-CODE
               PERFORM 8000-FIND-ROW
               IF C-ROW = 0
                   DISPLAY 'CBLPOPCB - CLUB ' SELECTED-CLUB
                       ' ON CBLPOPCS.DAT IS NOT ON CBLPOPCB.DAT'
                   STOP RUN
               END-IF
               PERFORM 1030-SELECT-ONE-ROW
                   VARYING SUB FROM 1 BY 1
                       UNTIL SUB > CLUB-COUNT
           ELSE
               PERFORM 1040-SELECT-EVERY-ROW
                   VARYING SUB FROM 1 BY 1
                       UNTIL SUB > CLUB-COUNT.
           OPEN INPUT BATCH-CONTROL-FILE.
           IF BC-FILE-STATUS = '00'
               PERFORM 1050-READ-ONE-CONTROL
                   UNTIL BC-EOF = 'TRUE'
               CLOSE BATCH-CONTROL-FILE.

      *BOUNDED ON THE WAY IN - A CLUB FILE PAST THE TABLE MUST STOP
      *THE RUN, NOT WRITE PAST IT.
       1010-READ-ONE-CLUB.
           READ CLUB-FILE
               AT END
                   MOVE 'TRUE' TO CF-EOF.
           IF CF-EOF NOT = 'TRUE'
               IF CLUB-COUNT < 50
                   ADD 1 TO CLUB-COUNT
                   MOVE CF-CLUB-CODE TO CT-CLUB-CODE(CLUB-COUNT)
                   MOVE CF-CLUB-NAME TO CT-CLUB-NAME(CLUB-COUNT)
                   MOVE CLUB-COUNT TO SUB
                   PERFORM 1020-CLEAR-ONE-ROW
               ELSE
                   DISPLAY 'CBLPOPCB - CLUB FILE EXCEEDS 50 -
      -                ' ENLARGE TABLE'
                   STOP RUN.

       1020-CLEAR-ONE-ROW.
           MOVE 'Y' TO CT-SELECTED(CLUB-COUNT).
           MOVE 'N' TO CT-DROPPED(CLUB-COUNT).
           MOVE 'N' TO CT-CONTROL-SW(CLUB-COUNT).
           MOVE 0 TO CT-GENERATION(CLUB-COUNT).
           MOVE SPACES TO CT-PRODUCED-BY(CLUB-COUNT).
           MOVE 0 TO CT-LOADED-GEN(CLUB-COUNT).
           MOVE 0 TO CT-VALIDATED-GEN(CLUB-COUNT).

       1030-SELECT-ONE-ROW.
           IF CT-CLUB-CODE(SUB) = SELECTED-CLUB
               MOVE 'Y' TO CT-SELECTED(SUB)
           ELSE
               MOVE 'N' TO CT-SELECTED(SUB).

       1040-SELECT-EVERY-ROW.
           MOVE 'Y' TO CT-SELECTED(SUB).

      *A CONTROL RECORD FOR A CLUB NO LONGER ON THE LIST HAS NOBODY
      *TO BELONG TO AND IS LEFT BEHIND THE NEXT TIME THE FILE IS
      *WRITTEN.
       1050-READ-ONE-CONTROL.
           READ BATCH-CONTROL-FILE
               AT END
                   MOVE 'TRUE' TO BC-EOF.
           IF BC-EOF NOT = 'TRUE'
               MOVE BC-CLUB-CODE TO CB-CLUB-CODE
               PERFORM 8000-FIND-ROW
               IF C-ROW > 0
                   MOVE 'Y' TO CT-CONTROL-SW(C-ROW)
                   MOVE BC-GENERATION TO CT-GENERATION(C-ROW)
                   MOVE BC-PRODUCED-BY TO CT-PRODUCED-BY(C-ROW)
                   MOVE BC-LOADED-GEN TO CT-LOADED-GEN(C-ROW)
                   MOVE BC-VALIDATED-GEN TO CT-VALIDATED-GEN(C-ROW).

      *CBLPOPDV SETS THE CLUB BEFORE EVERY PASS. A STEP RUN ON ITS
      *OWN HAS NOBODY TO DO THAT, SO THE FIRST TIME IT ASKS IT GETS
      *THE CLUB THE OFFICER NAMED, OR THE ONLY CLUB THERE IS. WITH
      *SEVERAL CLUBS AND NONE NAMED THERE IS NO RIGHT ANSWER - A
      *REPORT QUIETLY PRINTED FOR THE WRONG SCHOOL IS WORSE THAN
      *NO REPORT, SO THE RUN STOPS.
       2000-CURRENT-CLUB.
           IF C-CURRENT = 0
               PERFORM 2010-PICK-STANDALONE-CLUB.
           MOVE C-CURRENT TO C-ROW.
           PERFORM 8100-RETURN-ROW.
           MOVE CURRENT-PASS TO CB-PASS.

       2010-PICK-STANDALONE-CLUB.
           IF SELECTED-CLUB NOT = SPACES
               MOVE SELECTED-CLUB TO CB-CLUB-CODE
               PERFORM 8000-FIND-ROW
               MOVE C-ROW TO C-CURRENT
           ELSE
               IF CLUB-COUNT = 1
                   MOVE 1 TO C-CURRENT
               ELSE
                   DISPLAY 'CBLPOPCB - ' CLUB-COUNT ' CLUBS ON FILE AND
      -                ' NONE NAMED ON CBLPOPCS.DAT'
                   DISPLAY 'CBLPOPCB - NAME A CLUB OR RUN THROUGH
      -                ' CBLPOPDV'
                   STOP RUN.
           MOVE 'F' TO CURRENT-PASS.

      *A LEAGUE-WIDE STEP WORKS ACROSS EVERY CLUB IN THE RUN. ITS
      *TITLE IS THE ONE CLUB'S WHEN THERE IS ONLY ONE TO COVER.
       2100-LEAGUE-STEP.
           MOVE 0 TO C-CURRENT.
           MOVE 'F' TO CURRENT-PASS.
           MOVE 0 TO C-ROW.
           IF SELECTED-CLUB NOT = SPACES
               MOVE SELECTED-CLUB TO CB-CLUB-CODE
               PERFORM 8000-FIND-ROW
           ELSE
               IF CLUB-COUNT = 1
                   MOVE 1 TO C-ROW.
           IF C-ROW > 0
               PERFORM 8100-RETURN-ROW
           ELSE
               MOVE SPACES TO CB-CLUB-CODE
               MOVE 'COUNTY LEAGUE' TO CB-CLUB-NAME
               MOVE LEAGUE-TITLE TO CB-CLUB-TITLE.

       2200-SET-CLUB.
           PERFORM 8000-FIND-ROW.
           IF C-ROW = 0
               MOVE 'N' TO CB-RESULT
           ELSE
               MOVE C-ROW TO C-CURRENT
               MOVE CB-PASS TO CURRENT-PASS
               PERFORM 8100-RETURN-ROW.

      *THE CLUBS THIS RUN IS FOR, IN CLUB-FILE ORDER - A DROPPED
      *CLUB STILL COMES BACK, WITH CB-IN-RUN OFF, SO THE CALLER CAN
      *SAY WHY IT WAS LEFT OUT.
       2300-NEXT-CLUB.
           MOVE 'N' TO CB-RESULT.
           PERFORM 2310-TRY-NEXT-ROW
               UNTIL CB-OK OR C-WALK NOT < CLUB-COUNT.

       2310-TRY-NEXT-ROW.
           ADD 1 TO C-WALK.
           IF CT-SELECTED(C-WALK) = 'Y'
               MOVE C-WALK TO C-ROW
               PERFORM 8100-RETURN-ROW
               MOVE 'Y' TO CB-RESULT.

       2400-FIND-CLUB.
           PERFORM 8000-FIND-ROW.
           IF C-ROW = 0
               MOVE 'N' TO CB-RESULT
               MOVE SPACES TO CB-CLUB-NAME
               MOVE SPACES TO CB-CLUB-TITLE
               MOVE 'N' TO CB-IN-RUN
               MOVE 'N' TO CB-CONTROL-SW
               MOVE 0 TO CB-GENERATION
               MOVE SPACES TO CB-PRODUCED-BY
               MOVE 0 TO CB-LOADED-GEN
               MOVE 0 TO CB-VALIDATED-GEN
           ELSE
               PERFORM 8100-RETURN-ROW.

       2500-DROP-CLUB.
           PERFORM 8000-FIND-ROW.
           IF C-ROW = 0
               MOVE 'N' TO CB-RESULT
           ELSE
               MOVE 'Y' TO CT-DROPPED(C-ROW)
               PERFORM 8100-RETURN-ROW.

      *NEVER FATAL - THE RUN LOG HAS TO BE WRITTEN WHATEVER ELSE IS
      *WRONG. A LEAGUE-WIDE STEP LOGS THE RUN'S SELECTION, WHICH IS
      *SPACES FOR A RUN COVERING EVERY CLUB.
       2600-LOG-CLUB.
           IF C-CURRENT > 0
               MOVE CT-CLUB-CODE(C-CURRENT) TO CB-CLUB-CODE
           ELSE
               MOVE SELECTED-CLUB TO CB-CLUB-CODE.

      *ONE CLUB'S STAMP MOVES; EVERY CLUB'S RECORD IS WRITTEN BACK.
      *A NEW CONVERSION STARTS THE CLUB'S LOAD AND VALIDATION OVER.
       3000-STAMP-CONTROL.
           PERFORM 8000-FIND-ROW.
           IF C-ROW = 0
               MOVE 'N' TO CB-RESULT
               DISPLAY 'CBLPOPCB - NO CLUB ' CB-CLUB-CODE
                   ' TO STAMP ' CB-FUNCTION
           ELSE
               PERFORM 3010-MOVE-ONE-STAMP
               PERFORM 3900-WRITE-CONTROLS
               PERFORM 8100-RETURN-ROW.

       3010-MOVE-ONE-STAMP.
           MOVE 'Y' TO CT-CONTROL-SW(C-ROW).
           IF CB-STAMP-CONVERTED
               ADD 1 TO CT-GENERATION(C-ROW)
               MOVE CB-PRODUCED-BY TO CT-PRODUCED-BY(C-ROW)
               MOVE 0 TO CT-LOADED-GEN(C-ROW)
               MOVE 0 TO CT-VALIDATED-GEN(C-ROW)
           ELSE
               IF CB-STAMP-LOADED
                   MOVE CT-GENERATION(C-ROW) TO CT-LOADED-GEN(C-ROW)
               ELSE
                   MOVE CT-GENERATION(C-ROW)
                       TO CT-VALIDATED-GEN(C-ROW).

      *THE SEASON CLOSE PUTS EVERY CLUB BACK TO GENERATION ZERO.
       3100-RESET-CONTROLS.
           PERFORM 3110-RESET-ONE-CLUB
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > CLUB-COUNT.
           PERFORM 3900-WRITE-CONTROLS.

       3110-RESET-ONE-CLUB.
           MOVE 'Y' TO CT-CONTROL-SW(SUB).
           MOVE 0 TO CT-GENERATION(SUB).
           MOVE 'CBLPOPSC' TO CT-PRODUCED-BY(SUB).
           MOVE 0 TO CT-LOADED-GEN(SUB).
           MOVE 0 TO CT-VALIDATED-GEN(SUB).

       3900-WRITE-CONTROLS.
           OPEN OUTPUT BATCH-CONTROL-FILE.
           PERFORM 3910-WRITE-ONE-CONTROL
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > CLUB-COUNT.
           CLOSE BATCH-CONTROL-FILE.

       3910-WRITE-ONE-CONTROL.
           IF CT-CONTROL-SW(SUB) = 'Y'
               MOVE CT-CLUB-CODE(SUB) TO BC-CLUB-CODE
               MOVE CT-GENERATION(SUB) TO BC-GENERATION
               MOVE CT-PRODUCED-BY(SUB) TO BC-PRODUCED-BY
               MOVE CT-LOADED-GEN(SUB) TO BC-LOADED-GEN
               MOVE CT-VALIDATED-GEN(SUB) TO BC-VALIDATED-GEN
               WRITE BC-RECORD.

      *THE TABLE ROW FOR CB-CLUB-CODE, ZERO WHEN IT ISN'T ON FILE.
       8000-FIND-ROW.
           MOVE 0 TO C-ROW.
           PERFORM 8010-CHECK-ONE-ROW
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > CLUB-COUNT.

       8010-CHECK-ONE-ROW.
           IF C-ROW = 0 AND CT-CLUB-CODE(SUB) = CB-CLUB-CODE
               MOVE SUB TO C-ROW.

       8100-RETURN-ROW.
           MOVE CT-CLUB-CODE(C-ROW) TO CB-CLUB-CODE.
           MOVE CT-CLUB-NAME(C-ROW) TO CB-CLUB-NAME.
           MOVE SPACES TO CB-CLUB-TITLE.
           STRING CT-CLUB-NAME(C-ROW) DELIMITED BY '  '
                   ' FUNDRAISER' DELIMITED BY SIZE
               INTO CB-CLUB-TITLE.
           IF CT-SELECTED(C-ROW) = 'Y' AND CT-DROPPED(C-ROW) NOT = 'Y'
               MOVE 'Y' TO CB-IN-RUN
           ELSE
               MOVE 'N' TO CB-IN-RUN.
           MOVE CT-CONTROL-SW(C-ROW) TO CB-CONTROL-SW.
           MOVE CT-GENERATION(C-ROW) TO CB-GENERATION.
           MOVE CT-PRODUCED-BY(C-ROW) TO CB-PRODUCED-BY.
           MOVE CT-LOADED-GEN(C-ROW) TO CB-LOADED-GEN.
           MOVE CT-VALIDATED-GEN(C-ROW) TO CB-VALIDATED-GEN.
