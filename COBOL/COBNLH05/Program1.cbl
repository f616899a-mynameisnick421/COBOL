      *      A REPORT OF POP CASES SOLD BY      *
      *    TEAM. IT CREATES AN ERROR REPORT     *
      *            ON INVALID INPUT.            *
      *  ONE PASS VALIDATES ONE CLUB'S ORDERS - *
      *  CBLPOPDV RUNS IT ONCE PER CLUB IN THE  *
      *  LEAGUE, EACH CLUB'S REPORT FOLLOWING   *
      *  THE LAST ON THE SAME PRINT FILES UNDER *
      *  ITS OWN TITLE.                         *
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *ORDERS NOW COME FROM THE INDEXED ORDER MASTER CBLPOPLD BUILDS
      *OUT OF CBLPOPSL.DAT, SO MID-SEASON CORRECTIONS MADE THROUGH
      *CBLPOPMT ARE PICKED UP WITHOUT A FULL FILE REBUILD. READING
      *SEQUENTIALLY WALKS KEY ORDER (CLUB/SELLER NUMBER/SEQUENCE),
      *STARTING AT THE CLUB'S CODE AND STOPPING AT THE NEXT CLUB'S.
           SELECT POP-SALES-REPORT
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS MS-KEY
               ALTERNATE RECORD KEY IS I-ORDER-NO OF MS-ORDER-DETAIL
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS I-CUST-PHONE OF MS-ORDER-DETAIL
                   WITH DUPLICATES.

           SELECT PRINTOUT
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPSL.PRT'
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPPD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *THE CLUB SECRETARIES' SELLER ROSTER - CLUB, SELLER NUMBER,
      *NAME, ADDRESS, ASSIGNED TEAM - MAINTAINED BY HAND IN
      *CBLPOPSM.DAT THE SAME WAY AS THE STATE AND PRICE FILES.
      *CBLPOPVC HOLDS EVERY ORDER TO ITS OWN CLUB'S SELLERS - SEE
      *1168-LOAD-SELLER-MASTER.
           SELECT SELLER-MASTER-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPSM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
      *HOLDS HOW FAR A PRIOR RUN GOT, SO A RERUN AFTER AN ABEND CAN
      *PICK UP WHERE IT LEFT OFF INSTEAD OF DOUBLE-COUNTING INTO THE
      *GRAND TOTALS - SEE 1190-LOAD-CHECKPOINT/2600-WRITE-CHECKPOINT.
      *EACH CLUB HAS ITS OWN, CBLPOPCKXXX.DAT.
           SELECT CHECKPOINT-FILE
               ASSIGN TO DYNAMIC CK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-FILE-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SU-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD POP-SALES-REPORT
           LABEL RECORD IS STANDARD
           DATA RECORD IS MS-RECORD
           RECORD CONTAINS 143 CHARACTERS.
      *DECLARING INPUT VARIABLES - THE CONTROL-TOTAL TRAILER VIEW
      *(TR-RECORD/IS-TRAILER-RECORD) COMES ALONG IN THE COPYBOOK.
      *BECAUSE OF KEY ORDER THE TRAILER READS BACK FIRST, NOT LAST -
       FD SELLER-MASTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SM-RECORD
           RECORD CONTAINS 53 CHARACTERS.
       01 SM-RECORD.
           05  SM-CLUB-CODE    PIC X(3).
           05  SM-SELLER-NO    PIC 9(4).
           05  SM-LNAME        PIC X(15).
           05  SM-FNAME        PIC X(15).
       FD CHECKPOINT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CK-RECORD
           RECORD CONTAINS 441 CHARACTERS.
       01 CK-RECORD.
           05  CK-RECORDS-DONE     PIC 9(6).
           05  CK-ERR-CTR          PIC 9(4).
           05  CK-TEAMC-BAL        PIC S9(9)V99.
           05  CK-TEAMD-BAL        PIC S9(9)V99.
           05  CK-TEAME-BAL        PIC S9(9)V99.
           05  CK-DONATION-CTR     PIC 9(6).
           05  CK-DONATION-AMT     PIC 9(9)V99.

      *ONE GRAND-TOTALS SNAPSHOT PER CLUB PER FUNDRAISER YEAR.
       FD HISTORY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS HS-RECORD
           RECORD CONTAINS 36 CHARACTERS.
       01 HS-RECORD.
           05  HS-YEAR             PIC 9(4).
           05  HS-TOTAL-CASES       PIC 9(7).
           05  HS-TOTAL-SALES       PIC 9(9)V99.
           05  HS-TOTAL-BAL         PIC S9(9)V99.
           05  HS-CLUB-CODE         PIC X(3).

      *HOLDS THE OFFICER'S SUMMARY-ONLY-RUN REQUEST, IF ANY.
       FD RUN-MODE-FILE
      *ONE RECORD PER REJECT - THE DISPOSITION CODE IS BLANK UNTIL
      *THE CAPTAIN MARKS IT 'R' (RESUBMIT, FIELDS CORRECTED) OR 'W'
      *(WRITE OFF) FOR CBLPOPRS. THE ORDER IMAGE IS THE FULL
      *CURRENT POPSALES LAYOUT, AND THE CLUB IT CAME FROM RIDES
      *BEHIND IT.
       FD SUSPENSE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SU-RECORD
           RECORD CONTAINS 199 CHARACTERS.
       01 SU-RECORD.
           05  SU-ACTION           PIC X.
           05  SU-SEQ              PIC 9(4).
           05  SU-ERR-DESC         PIC X(60).
           05  SU-ORDER            PIC X(131).
           05  SU-CLUB-CODE        PIC X(3).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  GT-TEAMC-BAL    PIC S9(9)V99    VALUE 0.
           05  GT-TEAMD-BAL    PIC S9(9)V99    VALUE 0.
           05  GT-TEAME-BAL    PIC S9(9)V99    VALUE 0.
      *DONATIONS ARE COUNTED ON THEIR OWN - NEVER IN A TEAM'S SALES
      *OR BALANCE, NEVER IN THE CASES - SEE 2250-POST-DONATION.
           05  GT-DONATION-CTR PIC 9(6)        VALUE 0.
           05  GT-DONATION-AMT PIC 9(9)V99     VALUE 0.
           05  ERR-CTR         PIC 9(4)        VALUE 0.
           05  SUB             PIC 99.
           05  SUB2            PIC 99.
      *TRAILER/CHECKPOINT CONTROL TOTALS - SEE 1190-LOAD-CHECKPOINT,
      *2050-TRAILER-RECORD AND 3050-RECONCILE-TRAILER.
           05  CK-FILE-STATUS      PIC XX.

      *SUSPENSE SEQUENCE - CONTINUES FROM WHERE THE FILE LEFT OFF
      *ACROSS RUNS SO EVERY REJECT OF THE SEASON KEEPS A UNIQUE

           05  RECORDS-TO-SKIP     PIC 9(6)        VALUE 0.

           05  C-RECORDS-PROCESSED PIC 9(6)        VALUE 0.
           05  C-EXPECTED-RECORDS  PIC 9(6)        VALUE 0.
           05  CP-SINCE-CHECKPOINT PIC 99          VALUE 0.
       01 RG-RUN-INFO.
           COPY POPRUNLG.

      *ORIGINAL-ORDER CHECK INTERFACE - SEE CBLPOPOC.
       01 OC-CHECK-INFO.
           COPY POPOCHK.

      *CLUB CONTROL INTERFACE - CBLPOPCB SAYS WHICH CLUB THIS PASS
      *IS VALIDATING, HANDS BACK ITS GENERATION STAMPS AND STAMPS IT
      *VALIDATED.
       01 CB-CLUB-INFO.
           COPY POPCLUB.

       01 CK-FILE-NAME             PIC X(40).

       01 CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY        PIC 9(4).
           05  FILLER          PIC X           VALUE '/'.
           05  O-YY            PIC 9(4).
           05  FILLER          PIC X(36)       VALUE ' '.
           05  O-CLUB-TITLE    PIC X(72).
           05  FILLER          PIC X(6)        VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.

           05  O-GT-TEAM-BAL  PIC $$$$,$$$,$$$.99.
           05  FILLER          PIC X(85)       VALUE ' '.

       01 TOTAL-DONATIONS-LINE.
           05  FILLER          PIC XXX         VALUE ' '.
           05  FILLER          PIC X(11)       VALUE 'DONATIONS:'.
           05  O-GT-DON-CTR    PIC ZZZ,ZZ9.
           05  FILLER          PIC X(3)        VALUE ' '.
           05  O-GT-DON-AMT    PIC $$$$,$$$,$$$.99.
           05  FILLER          PIC X(93)       VALUE ' '.


       01 ERROR-COLUMN-HEADING.
           05 FILLER           PIC X(131)      VALUE 'ERROR RECORD'.
           PERFORM 3000-CLOSING.
           GOBACK.

      *A CLUB'S FIRST PASS OF THE RUN STARTS THE PRINT FILES OVER;
      *EVERY LATER CLUB'S REPORT FOLLOWS ON BEHIND IT.
       1000-INIT.
           MOVE 'CURR' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE CB-CLUB-TITLE TO O-CLUB-TITLE.
           MOVE SPACES TO CK-FILE-NAME.
           STRING 'C:\SCHOOL\COBOL\CBLPOPCK' CB-CLUB-CODE
                   DELIMITED BY SPACE
                   '.DAT' DELIMITED BY SIZE
               INTO CK-FILE-NAME.
           PERFORM 1050-CHECK-GENERATION.
           MOVE 'CBLNLH05' TO RG-PROGRAM-ID.
           MOVE 'START' TO RG-EVENT.
               RG-ERR-CTR RG-WARN-CTR RG-GRAND-DOLLARS.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.
           OPEN INPUT POP-SALES-REPORT.
           IF CB-FIRST-PASS
               OPEN OUTPUT PRINTOUT
               OPEN OUTPUT ERROROUT
           ELSE
               OPEN EXTEND PRINTOUT
               OPEN EXTEND ERROROUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           PERFORM 1186-LOAD-EXPORT-MODE.
           PERFORM 1188-OPEN-SUSPENSE.
           PERFORM 1190-LOAD-CHECKPOINT.
           MOVE CB-CLUB-CODE TO MS-CLUB-CODE.
           MOVE 0 TO MS-SELLER-NO.
           MOVE 0 TO MS-ORDER-SEQ.
           START POP-SALES-REPORT KEY NOT < MS-KEY
               INVALID KEY
                   MOVE 'TRUE' TO EOF.
           IF EOF NOT = 'TRUE'
               PERFORM 9000-READ.
           IF RECORDS-TO-SKIP > 0
               PERFORM 1195-SKIP-CHECKPOINTED-RECORD
                   VARYING SKIP-CTR FROM 1 BY 1
                       UNTIL SKIP-CTR > RECORDS-TO-SKIP OR EOF = 'TRUE'.

      *REFUSES TO VALIDATE A MASTER THAT'S BEHIND THE CLUB'S LATEST
      *CONVERSION - SOMEONE FORGOT TO RERUN CBLPOPLD (OR CBLPOPCV
      *NEVER RAN AT ALL). THE TRAILER CATCHES A TRUNCATED FILE;
      *THIS CATCHES A STALE ONE. CBLPOPDV CHECKS THE SAME THING
      *BEFORE IT CALLS, SO UNDER THE DRIVER A STALE CLUB IS LEFT OUT
      *RATHER THAN STOPPING HERE.
       1050-CHECK-GENERATION.
           IF NOT CB-CONTROL-ON-FILE
               DISPLAY 'CBLNLH05 - NO BATCH CONTROL FOR CLUB '
                   CB-CLUB-CODE ' - RUN CBLPOPCV AND CBLPOPLD FIRST'
               STOP RUN.
           IF CB-LOADED-GEN NOT = CB-GENERATION
               DISPLAY 'CBLNLH05 - ORDER MASTER IS GENERATION '
                   CB-LOADED-GEN ' BUT CONVERSION IS GENERATION '
                   CB-GENERATION ' - RUN CBLPOPLD FIRST'
               STOP RUN.

       1150-LOAD-STATE-TABLE.
           OPEN INPUT STATE-DEPOSIT-FILE.
           READ SELLER-MASTER-FILE
               AT END
                   MOVE 'TRUE' TO SM-EOF.
           IF SM-EOF NOT = 'TRUE' AND SM-CLUB-CODE = CB-CLUB-CODE
               IF SELLER-COUNT < 500
                   ADD 1 TO SELLER-COUNT
                   MOVE SM-SELLER-NO TO SMT-SELLER-NO(SELLER-COUNT)
                       MOVE XP-MODE TO CSV-EXPORT-SW
               END-READ
               CLOSE EXPORT-MODE-FILE.
           IF CSV-EXPORT-SW = 'CSV' AND CB-FIRST-PASS
               OPEN OUTPUT CSV-EXPORT-OUT.
           IF CSV-EXPORT-SW = 'CSV' AND CB-LATER-PASS
               OPEN EXTEND CSV-EXPORT-OUT.

      *FINDS THE HIGHEST SEQUENCE EVER ISSUED SO THIS RUN'S REJECTS
      *KEEP NUMBERING WHERE THE SEASON LEFT OFF, THEN LEAVES THE
                       MOVE CK-TEAMC-BAL TO GT-TEAMC-BAL
                       MOVE CK-TEAMD-BAL TO GT-TEAMD-BAL
                       MOVE CK-TEAME-BAL TO GT-TEAME-BAL
                       MOVE CK-DONATION-CTR TO GT-DONATION-CTR
                       MOVE CK-DONATION-AMT TO GT-DONATION-AMT
               END-READ
               CLOSE CHECKPOINT-FILE.

               SELLER-COUNT SELLER-MASTER-TABLE VC-RESULT.
           MOVE VC-ERROR-SWITCH TO ERROR-SWITCH.
           IF ERROR-SWITCH = 'PASS' OR ERROR-SWITCH = 'WARN'
               IF NOT IS-CREDIT AND NOT IS-DONATION
                   PERFORM 2107-CHECK-DUPLICATE
                   IF DUPLICATE-FOUND-SW NOT = 'TRUE'
                       PERFORM 2108-POST-GROUP-ADDRESS.
       2000-MAINLINE.
           PERFORM 2100-VALIDATION THRU 2100-X.
           IF ERROR-SWITCH = 'PASS' OR ERROR-SWITCH = 'WARN'
               IF IS-DONATION
                   PERFORM 2250-POST-DONATION
               ELSE
                   PERFORM 2200-CALCS
               END-IF
               IF RUN-MODE-SW NOT = 'SUMMARY'
                   PERFORM 2300-OUTPUT
               END-IF
           MOVE GT-TEAMC-BAL TO CK-TEAMC-BAL.
           MOVE GT-TEAMD-BAL TO CK-TEAMD-BAL.
           MOVE GT-TEAME-BAL TO CK-TEAME-BAL.
           MOVE GT-DONATION-CTR TO CK-DONATION-CTR.
           MOVE GT-DONATION-AMT TO CK-DONATION-AMT.
           WRITE CK-RECORD.
           CLOSE CHECKPOINT-FILE.

           MOVE VC-ERR-DESC TO O-ERR-DESC.
           IF ERROR-SWITCH NOT = 'PASS' AND ERROR-SWITCH NOT = 'WARN'
               GO TO 2100-X.
      *A DONATION HAS NO FLAVOR TO DOUBLE-KEY AND A DONOR MAY WELL
      *GIVE TWICE - IT STAYS OUT OF THE DUPLICATE CHECK ENTIRELY.
           IF IS-DONATION
               GO TO 2100-X.
      *A CREDIT LEGITIMATELY REPEATS ITS ORIGINAL ORDER'S SELLER,
      *ADDRESS AND FLAVOR - IT MUST NEITHER TRIP THE DUPLICATE
      *CHECK NOR POISON THE GROUP TABLE AGAINST LATER CREDITS. IT
      *IS HELD TO WHAT ITS ORIGINAL ORDER STILL HAS OPEN INSTEAD.
           IF IS-CREDIT
               PERFORM 2120-CHECK-CREDIT
               GO TO 2100-X.
           PERFORM 2107-CHECK-DUPLICATE.
           IF DUPLICATE-FOUND-SW = 'TRUE'
               MOVE I-ADDRESS TO GROUP-ADDRESS(GROUP-ADDR-COUNT)
               MOVE I-POP-TYPE TO GROUP-POP-TYPE(GROUP-ADDR-COUNT).

      *CBLPOPOC FINDS THE ORIGINAL ORDER BY ITS ORDER-NUMBER KEY AND
      *TOTALS WHAT IT HAD AND WHAT CREDITS AHEAD OF THIS ONE ALREADY
      *TOOK BACK. A CREDIT CAN'T RETURN MORE CASES OF ITS FLAVOR
      *THAN ARE STILL OPEN, OR HAND BACK MORE CASH THAN THE ORDER
      *PAID LESS EARLIER REFUNDS.
       2120-CHECK-CREDIT.
           MOVE I-ORDER-NO TO OC-ORDER-NO.
           MOVE MS-CLUB-CODE TO OC-CLUB-CODE.
           MOVE MS-SELLER-NO TO OC-SELLER-NO.
           MOVE MS-ORDER-SEQ TO OC-ORDER-SEQ.
           MOVE I-POP-TYPE TO OC-POP-TYPE.
           CALL 'CBLPOPOC' USING OC-CHECK-INFO.
           IF OC-ORDER-MISSING
               MOVE 'FAIL' TO ERROR-SWITCH
               MOVE 'CREDIT - ORIGINAL ORDER NOT ON THE MASTER.'
                   TO O-ERR-DESC
           ELSE
               IF I-NUM-CASES + OC-CREDITED-CASES > OC-ORDER-CASES
                   MOVE 'FAIL' TO ERROR-SWITCH
                   MOVE 'CREDIT RETURNS MORE CASES THAN ARE OPEN.'
                       TO O-ERR-DESC
               ELSE
                   IF I-AMOUNT-PAID + OC-CREDITED-PAID > OC-ORDER-PAID
                       MOVE 'FAIL' TO ERROR-SWITCH
                       MOVE 'CREDIT REFUNDS MORE THAN WAS PAID.'
                           TO O-ERR-DESC.

      *A CREDIT'S FIGURES COME BACK FROM CBLPOPVC THE SAME SHAPE AS
      *AN ORDER'S - THE SIGN BELONGS TO THE POSTING, SO A CREDIT
      *SUBTRACTS EVERYWHERE AN ORDER WOULD ADD.
                   ADD C-TOTAL-SALES TO GT-TEAME-AMT
                   ADD C-BALANCE-DUE TO GT-TEAME-BAL.

      *A DONATION IS NO SALE - IT PRINTS ON THE DETAIL WITH NOTHING
      *IN THE MONEY COLUMNS AND IS COUNTED TOWARD THE DONATIONS LINE
      *OF THE GRAND TOTALS INSTEAD OF ANY TEAM'S FIGURES.
       2250-POST-DONATION.
           MOVE 0 TO C-DEPOSIT-AMT.
           MOVE 0 TO C-TOTAL-SALES.
           MOVE 0 TO C-BALANCE-DUE.
           MOVE 'DONATION' TO O-POP-TYPE.
           ADD 1 TO GT-DONATION-CTR.
           ADD I-AMOUNT-PAID TO GT-DONATION-AMT.

       2300-OUTPUT.
           MOVE I-LNAME TO O-LNAME.
           MOVE I-FNAME TO O-FNAME.
               MOVE C-SU-SEQ TO SU-SEQ
               MOVE O-ERR-DESC TO SU-ERR-DESC
               MOVE MS-ORDER-DETAIL TO SU-ORDER
               MOVE MS-CLUB-CODE TO SU-CLUB-CODE
               WRITE SU-RECORD
           ELSE
               DISPLAY 'CBLNLH05 - SUSPENSE SEQUENCE EXHAUSTED - REJECT
               CLOSE CHECKPOINT-FILE
               PERFORM 3060-STAMP-VALIDATED-GEN.

      *A CLEAN, BALANCED PASS MEANS THE CLUB'S GENERATION HAS BEEN
      *VALIDATED - STAMP IT SO ITS DOWNSTREAM REPORTS WILL RUN.
       3060-STAMP-VALIDATED-GEN.
           MOVE 'VALID' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.


       3100-GRAND-TOTALS.
      *ERROR GRAND TOTALS
           MOVE GT-TEAME-BAL TO O-GT-TEAM-BAL.
           WRITE PRINTLINE FROM TOTAL-TEAMS-LINE
               AFTER ADVANCING 2 LINES.
      *DONATION GRAND TOTALS - KEPT APART FROM THE TEAM SALES ABOVE
           MOVE GT-DONATION-CTR TO O-GT-DON-CTR.
           MOVE GT-DONATION-AMT TO O-GT-DON-AMT.
           WRITE PRINTLINE FROM TOTAL-DONATIONS-LINE
               AFTER ADVANCING 3 LINES.
      *INVENTORY EXCEPTION CHECK
           PERFORM 3130-INVENTORY-CHECK.
           IF CSV-EXPORT-SW = 'CSV'
                   AFTER ADVANCING 2 LINES.

      *APPENDS THIS RUN'S GRAND TOTALS TO CBLPOPHS.DAT, KEYED BY THE
      *CLUB AND THE RUN DATE'S YEAR, SO CBLPOPYC HAS A YEAR-OVER-YEAR
      *HISTORY TO COMPARE AGAINST NEXT SEASON.
       3150-WRITE-HISTORY.
           MOVE 0 TO H-TOTAL-CASES.
           MOVE 0 TO H-TOTAL-SALES.
               GT-TEAME-BAL TO H-TOTAL-BAL.
           OPEN EXTEND HISTORY-FILE.
           MOVE I-YY TO HS-YEAR.
           MOVE CB-CLUB-CODE TO HS-CLUB-CODE.
           MOVE H-TOTAL-CASES TO HS-TOTAL-CASES.
           MOVE H-TOTAL-SALES TO HS-TOTAL-SALES.
           MOVE H-TOTAL-BAL TO HS-TOTAL-BAL.
               MOVE SUB2 TO CSV-POP-CODE
               MOVE GT-POP-CASES(SUB2) TO CSV-CASES
               MOVE SPACES TO CSV-EXPORT-LINE
               STRING CB-CLUB-CODE ','
                       'FLAVOR' ',' CSV-POP-CODE ','
                       PROD-NAME(SUB2) ',' CSV-CASES
                   DELIMITED BY SIZE
                   INTO CSV-EXPORT-LINE

       3170-EXPORT-ONE-TEAM.
           MOVE SPACES TO CSV-EXPORT-LINE.
           STRING CB-CLUB-CODE ','
                   'TEAM' ',' CSV-TEAM ',' CSV-AMT ',' CSV-BAL
               DELIMITED BY SIZE
               INTO CSV-EXPORT-LINE.
           WRITE CSV-EXPORT-LINE.
      *THE MASTER'S CONTROL-TOTAL TRAILER SORTS AHEAD OF EVERY
      *SELLER NUMBER, SO IT COMES BACK FIRST INSTEAD OF LAST - PICK
      *ITS EXPECTED-RECORDS COUNT UP HERE AND KEEP READING SO THE
      *MAINLINE ONLY EVER SEES REAL ORDERS. THE NEXT CLUB'S CODE
      *ENDS THIS CLUB'S ORDERS.
       9000-READ.
           READ POP-SALES-REPORT
               AT END
                   MOVE 'TRUE' TO EOF.
           IF EOF NOT = 'TRUE' AND MS-CLUB-CODE NOT = CB-CLUB-CODE
               MOVE 'TRUE' TO EOF.
           IF EOF NOT = 'TRUE' AND IS-TRAILER-RECORD
               MOVE TR-RECORD-COUNT TO C-EXPECTED-RECORDS
               READ POP-SALES-REPORT
                   AT END
                       MOVE 'TRUE' TO EOF
               END-READ
               IF EOF NOT = 'TRUE' AND MS-CLUB-CODE NOT = CB-CLUB-CODE
                   MOVE 'TRUE' TO EOF.

       9900-HEADINGS-DETAIL.
           ADD 1 TO C-PCTR-D.
