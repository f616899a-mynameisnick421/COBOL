      *    TEAM. IT CREATES AN ERROR REPORT     *
      *            ON INVALID INPUT.            *
      *        USING HARD-CODED TABLES.         *
      *  ONE PASS REPORTS ONE CLUB'S FLAT FILE  *
      *  (CBLPOPSLXXX.DAT) - EACH CLUB'S REPORT *
      *  FOLLOWS THE LAST ON THE SAME PRINT     *
      *  FILES UNDER ITS OWN TITLE.             *
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT POP-SALES-REPORT
               ASSIGN TO DYNAMIC SL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PRINTOUT
      *PICK UP WHERE IT LEFT OFF INSTEAD OF DOUBLE-COUNTING INTO THE
      *GRAND TOTALS - SEE 1190-LOAD-CHECKPOINT/2600-WRITE-CHECKPOINT.
           SELECT CHECKPOINT-FILE
               ASSIGN TO DYNAMIC CK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-FILE-STATUS.

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
           05  CK-POP-CASES        PIC S9(6)       OCCURS 50.
           05  CK-TEAM-AMT         PIC S9(9)V99    OCCURS 5.
           05  CK-TEAM-BAL         PIC S9(9)V99    OCCURS 5.
           05  CK-DONATION-CTR     PIC 9(6).
           05  CK-DONATION-AMT     PIC 9(9)V99.

      *ONE GRAND-TOTALS SNAPSHOT PER FUNDRAISER YEAR.
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

      *ONE-RECORD SWITCH AN OFFICER DROPS ON THE DRIVE TO GET A
      *SUMMARY-ONLY RUN - SEE 1185-LOAD-RUN-MODE.
      *SWITCH COMES BACK 'WARN' INSTEAD OF 'PASS' SO 2450-WARNING-
      *ROUTINE STILL PUTS IT ON THE ERROR REPORT.
           05  WARN-CTR            PIC 9(4)        VALUE 0.

      *DONATIONS ARE COUNTED ON THEIR OWN - NEVER IN A TEAM'S SALES
      *OR BALANCE, NEVER IN THE CASES - SAME RULE AS CBLNLH05.
           05  GT-DONATION-CTR     PIC 9(6)        VALUE 0.
           05  GT-DONATION-AMT     PIC 9(9)V99     VALUE 0.
       01 SEEN-ORDERS-TABLE.
           05  SEEN-ORDER          OCCURS 500.
               10  SEEN-LNAME      PIC X(15).
       01 RG-RUN-INFO.
           COPY POPRUNLG.

      *CLUB CONTROL INTERFACE - CBLPOPCB SAYS WHICH CLUB THIS PASS
      *IS REPORTING.
       01 CB-CLUB-INFO.
           COPY POPCLUB.

       01 CLUB-FILE-NAMES.
           05  SL-FILE-NAME        PIC X(40).
           05  CK-FILE-NAME        PIC X(40).

       01 COMPANY-TITLE.
           05  FILLER          PIC X(6)        VALUE 'DATE:'.
           05  O-MM            PIC 99.
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
           05 FILLER           PIC X(60)
           GOBACK.

       1000-INIT.
           MOVE 'CURR' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE CB-CLUB-TITLE TO O-CLUB-TITLE.
           MOVE SPACES TO CLUB-FILE-NAMES.
           STRING 'C:\SCHOOL\COBOL\CBLPOPSL' CB-CLUB-CODE
                   DELIMITED BY SPACE
                   '.DAT' DELIMITED BY SIZE
               INTO SL-FILE-NAME.
           STRING 'C:\SCHOOL\COBOL\CBLPOPCK' CB-CLUB-CODE
                   DELIMITED BY SPACE
                   '.DAT' DELIMITED BY SIZE
               INTO CK-FILE-NAME.
           MOVE 'CBLNLH06' TO RG-PROGRAM-ID.
           MOVE 'START' TO RG-EVENT.
           MOVE 0 TO RG-RECORDS-READ RG-RECORDS-WRITTEN
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
           READ SELLER-MASTER-FILE
               AT END
                   MOVE 'TRUE' TO SM-EOF.
           IF SM-EOF NOT = 'TRUE' AND SM-CLUB-CODE = CB-CLUB-CODE
               IF SELLER-COUNT < 500
                   ADD 1 TO SELLER-COUNT
                   MOVE SM-SELLER-NO TO SMT-SELLER-NO(SELLER-COUNT)
                                       TO GT-TEAM-AMT(SUB)
                                   MOVE CK-TEAM-BAL(SUB)
                                       TO GT-TEAM-BAL(SUB)
                       MOVE CK-DONATION-CTR TO GT-DONATION-CTR
                       MOVE CK-DONATION-AMT TO GT-DONATION-AMT
               END-READ
               CLOSE CHECKPOINT-FILE.

                   SELLER-COUNT SELLER-MASTER-TABLE VC-RESULT
               MOVE VC-ERROR-SWITCH TO ERROR-SWITCH
               IF (ERROR-SWITCH = 'PASS' OR ERROR-SWITCH = 'WARN')
                       AND NOT IS-CREDIT AND NOT IS-DONATION
                   PERFORM 2107-CHECK-DUPLICATE
                   IF DUPLICATE-FOUND-SW NOT = 'TRUE'
                       ADD 1 TO SEEN-COUNT
           ELSE
               PERFORM 2100-VALIDATION THRU 2100-X
               IF ERROR-SWITCH = 'PASS' OR ERROR-SWITCH = 'WARN'
                   IF IS-DONATION
                       PERFORM 2250-POST-DONATION
                   ELSE
                       PERFORM 2200-CALCS
                   END-IF
                   IF RUN-MODE-SW NOT = 'SUMMARY'
                       PERFORM 2300-OUTPUT
                   END-IF
                   UNTIL SUB > 5
                       MOVE GT-TEAM-AMT(SUB) TO CK-TEAM-AMT(SUB)
                       MOVE GT-TEAM-BAL(SUB) TO CK-TEAM-BAL(SUB).
           MOVE GT-DONATION-CTR TO CK-DONATION-CTR.
           MOVE GT-DONATION-AMT TO CK-DONATION-AMT.
           WRITE CK-RECORD.
           CLOSE CHECKPOINT-FILE.

               GO TO 2100-X.
      *A CREDIT LEGITIMATELY REPEATS ITS ORIGINAL ORDER'S SELLER,
      *ADDRESS AND FLAVOR - IT MUST NEITHER TRIP THE DUPLICATE
      *CHECK NOR LAND ON THE SEEN TABLE AGAINST LATER CREDITS. A
      *DONATION HAS NO FLAVOR TO DOUBLE-KEY AND A DONOR MAY WELL
      *GIVE TWICE, SO IT STAYS OUT THE SAME WAY.
           IF IS-CREDIT OR IS-DONATION
               GO TO 2100-X.
           PERFORM 2107-CHECK-DUPLICATE.
           IF DUPLICATE-FOUND-SW = 'TRUE'
           ADD C-TOTAL-SALES TO GT-TEAM-AMT(SUB).
           ADD C-BALANCE-DUE TO GT-TEAM-BAL(SUB).

      *A DONATION IS NO SALE - IT PRINTS ON THE DETAIL WITH NOTHING
      *IN THE MONEY COLUMNS AND IS COUNTED TOWARD THE DONATIONS LINE
      *OF THE GRAND TOTALS INSTEAD OF ANY TEAM'S FIGURES.
       2250-POST-DONATION.
           MOVE 0 TO C-DEPOSIT-AMT.
           MOVE 0 TO C-TOTAL-SALES.
           MOVE 0 TO C-BALANCE-DUE.
           ADD 1 TO GT-DONATION-CTR.
           ADD I-AMOUNT-PAID TO GT-DONATION-AMT.

       2300-OUTPUT.
           IF IS-DONATION
               MOVE 'DONATION' TO O-POP-TYPE
           ELSE
               MOVE POP-TYPE(I-POP-TYPE) TO O-POP-TYPE.
           MOVE I-LNAME TO O-LNAME.
           MOVE I-FNAME TO O-FNAME.
           MOVE I-CITY TO O-CITY.
           PERFORM 3120-TEAM-LOOP
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 5.
      *DONATION GRAND TOTALS - KEPT APART FROM THE TEAM SALES ABOVE
           MOVE GT-DONATION-CTR TO O-GT-DON-CTR.
           MOVE GT-DONATION-AMT TO O-GT-DON-AMT.
           WRITE PRINTLINE FROM TOTAL-DONATIONS-LINE
               AFTER ADVANCING 3 LINES.
      *INVENTORY EXCEPTION CHECK
           PERFORM 3130-INVENTORY-CHECK
               VARYING SUB FROM 1 BY 1
                       ADD GT-TEAM-BAL(SUB) TO H-TOTAL-BAL.
           OPEN EXTEND HISTORY-FILE.
           MOVE I-YY TO HS-YEAR.
           MOVE CB-CLUB-CODE TO HS-CLUB-CODE.
           MOVE H-TOTAL-CASES TO HS-TOTAL-CASES.
           MOVE H-TOTAL-SALES TO HS-TOTAL-SALES.
           MOVE H-TOTAL-BAL TO HS-TOTAL-BAL.
