      *  THE FILES ARE ONLY REWRITTEN AT CLOSE, *
      *  SO A RUN THAT DIES MID-WAY LEAVES THEM *
      *  EXACTLY AS THEY WERE.                  *
      *  EVERY TRANSACTION CARRIES THE KEYING   *
      *  OFFICER'S ID. A CASE PRICE OR DEPOSIT  *
      *  RATE MOVED BY MORE THAN THE OFFICERS'  *
      *  LIMIT IS HELD ON CBLPOPPN.DAT UNTIL A  *
      *  SECOND OFFICER RELEASES IT THROUGH     *
      *  CBLPOPAV; THE NEXT RUN POSTS IT WITH   *
      *  BOTH IDS ON THE LISTING.               *
      *  THE PRODUCT, PRICE, DEPOSIT AND PRIZE  *
      *  FILES ARE THE WHOLE LEAGUE'S. THE      *
      *  ROSTER IS TOO, BUT EACH SELLER ROW     *
      *  BELONGS TO ONE CLUB - ITS KEY IS THE   *
      *  CLUB CODE AND THE SELLER NUMBER.       *
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *ONE TRANSACTION PER LINE: FILE CODE, ACTION A/C/D, THE KEY,
      *FOR A/C THE FULL REPLACEMENT RECORD IMAGE IN THE TARGET
      *FILE'S OWN LAYOUT, AND THE KEYING OFFICER'S ID.
           SELECT MAINT-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPRF.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS MS-KEY
               ALTERNATE RECORD KEY IS I-ORDER-NO OF MS-ORDER-DETAIL
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS I-CUST-PHONE OF MS-ORDER-DETAIL
                   WITH DUPLICATES
               FILE STATUS IS MS-FILE-STATUS.

      *THE OFFICERS' LIMITS ON A MONEY CHANGE POSTING WITHOUT A
      *SECOND OFFICER - THE CASE-PRICE AND DEPOSIT-RATE LIMITS
      *MATTER HERE. NO FILE MEANS NO LIMIT: EVERY PRICE OR RATE
      *CHANGE WAITS FOR A SECOND OFFICER.
           SELECT APPROVAL-LIMIT-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AT-FILE-STATUS.

      *MONEY CHANGES WAITING ON A SECOND OFFICER - SEE POPPEND.
           SELECT PENDING-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPPN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PN-FILE-STATUS.

           SELECT AUDIT-OUT
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPRF.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
       FD MAINT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RF-RECORD
           RECORD CONTAINS 74 CHARACTERS.
       01 RF-RECORD.
           05  RF-FILE-ID          PIC XX.
               88  RF-SELLER-FILE  VALUE 'SM'.
               88  RF-CHANGE       VALUE 'C'.
               88  RF-DELETE       VALUE 'D'.
           05  RF-KEY              PIC X(10).
           05  RF-NEW-IMAGE        PIC X(53).
           05  RF-OPERATOR-ID      PIC X(8).

       FD SELLER-MASTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SM-RECORD
           RECORD CONTAINS 53 CHARACTERS.
       01 SM-RECORD                PIC X(53).

       FD PRODUCT-FILE
           LABEL RECORD IS STANDARD
       FD ORDER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS MS-RECORD
           RECORD CONTAINS 143 CHARACTERS.
       01 MS-RECORD.
           COPY POPMAST.

       FD APPROVAL-LIMIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AT-RECORD
           RECORD CONTAINS 15 CHARACTERS.
       01 AT-RECORD.
           05  AT-PAID-LIMIT       PIC 9(5)V99.
           05  AT-PRICE-LIMIT      PIC 9(4)V99.
           05  AT-DEPOSIT-LIMIT    PIC V99.

       FD PENDING-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PN-RECORD
           RECORD CONTAINS 200 CHARACTERS.
       01 PN-RECORD                PIC X(200).

       FD AUDIT-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           05  C-FOUND-SUB     PIC 9(4)        VALUE 0.
           05  C-ROW-CTR       PIC 9(4)        VALUE 0.
           05  REJECT-SW       PIC X(5)        VALUE 'FALSE'.
           05  AT-FILE-STATUS  PIC XX.
           05  PN-FILE-STATUS  PIC XX.
           05  PN-EOF          PIC X(5)        VALUE 'FALSE'.
           05  RELEASED-SW     PIC X(5)        VALUE 'FALSE'.
           05  HOLD-SW         PIC X(5)        VALUE 'FALSE'.
           05  PN-CHANGED-SW   PIC X(5)        VALUE 'FALSE'.
           05  PN-SUB          PIC 9(4).
           05  C-HELD          PIC 9(4)        VALUE 0.
           05  C-POSTED        PIC 9(4)        VALUE 0.
           05  C-LAST-ITEM-NO  PIC 9(5)        VALUE 0.
           05  C-OLD-RATE      PIC 9(4)V99     VALUE 0.
           05  C-NEW-RATE      PIC 9(4)V99     VALUE 0.
           05  C-MONEY-CHANGE  PIC 9(7)V99     VALUE 0.
           05  C-PRICE-LIMIT   PIC 9(4)V99     VALUE 0.
           05  C-DEPOSIT-LIMIT PIC V99         VALUE 0.
      *THE SECOND OFFICER ON A RELEASED ITEM - SPACES OTHERWISE.
           05  TRANS-APPROVER  PIC X(8)        VALUE SPACES.
      *THE ONE CLUB A BLANK CLUB CODE ON A ROSTER TRANSACTION
      *STANDS FOR WHILE THERE IS ONLY ONE ON FILE.
           05  C-ONLY-CLUB     PIC X(3)        VALUE SPACES.

      *THE WHOLE PENDING FILE, HELD WHILE THE RUN ADDS TO IT AND
      *MARKS RELEASED ITEMS POSTED, THEN WRITTEN BACK AT CLOSE.
       01 PENDING-COUNT            PIC 9(4)        VALUE 0.
       01 PENDING-TABLE.
           05  PT-ROW              PIC X(200)      OCCURS 500.

       01 PENDING-ITEM.
           COPY POPPEND.

      *EACH TARGET FILE LIVES IN MEMORY AS RAW RECORD IMAGES WHILE
      *THE TRANSACTIONS APPLY, AND IS ONLY REWRITTEN AT CLOSE IF
       01 SM-COUNT                 PIC 9(4)        VALUE 0.
       01 SM-CHANGED-SW            PIC X(5)        VALUE 'FALSE'.
       01 SM-TABLE.
           05  SM-ROW              PIC X(53)       OCCURS 500.
       01 PD-COUNT                 PIC 9(4)        VALUE 0.
       01 PD-CHANGED-SW            PIC X(5)        VALUE 'FALSE'.
       01 PD-TABLE.

      *TYPED VIEWS OVER ONE ROW IMAGE, FOR THE FIELD CHECKS AND KEY
      *MATCHES - THE TABLES THEMSELVES STAY RAW.
       01 WORK-IMAGE               PIC X(53).
       01 WI-SELLER REDEFINES WORK-IMAGE.
           05  WI-SM-CLUB-CODE     PIC X(3).
           05  WI-SM-SELLER-NO     PIC 9(4).
           05  WI-SM-LNAME         PIC X(15).
           05  WI-SM-FNAME         PIC X(15).
           05  WI-PD-NAME          PIC X(16).
           05  WI-PD-ACTIVE        PIC X.
               88  WI-VAL-ACTIVE   VALUES 'A' 'I'.
           05  FILLER              PIC X(34).
       01 WI-PRICE REDEFINES WORK-IMAGE.
           05  WI-PR-POP-TYPE      PIC 99.
           05  WI-PR-EFF-DATE      PIC 9(8).
           05  WI-PR-CASE-PRICE    PIC 9(4)V99.
           05  FILLER              PIC X(37).
       01 WI-DEPOSIT REDEFINES WORK-IMAGE.
           05  WI-SD-STATE         PIC XX.
           05  WI-SD-EFF-DATE      PIC 9(8).
           05  WI-SD-DEPOSIT       PIC V99.
           05  FILLER              PIC X(41).
       01 WI-PRIZE REDEFINES WORK-IMAGE.
           05  WI-PZ-THRESHOLD     PIC 9(5).
           05  WI-PZ-AWARD         PIC X(20).
           05  FILLER              PIC X(28).

      *THE ROW A CHANGE OR DELETE REPLACES, FOR HOW FAR IT MOVES
      *THE MONEY.
       01 OLD-IMAGE                PIC X(53).
       01 OI-PRICE REDEFINES OLD-IMAGE.
           05  FILLER              PIC X(10).
           05  OI-PR-CASE-PRICE    PIC 9(4)V99.
           05  FILLER              PIC X(37).
       01 OI-DEPOSIT REDEFINES OLD-IMAGE.
           05  FILLER              PIC X(10).
           05  OI-SD-DEPOSIT       PIC V99.
           05  FILLER              PIC X(41).

      *THE TRANSACTION KEY, TYPED THE SAME WAY.
       01 WORK-KEY                 PIC X(10).
       01 WK-SELLER REDEFINES WORK-KEY.
           05  WK-SM-CLUB-CODE     PIC X(3).
           05  WK-SM-SELLER-NO     PIC 9(4).
           05  FILLER              PIC X(3).
       01 WK-PRODUCT REDEFINES WORK-KEY.
           05  WK-PD-CODE          PIC 99.
           05  FILLER              PIC X(8).
       01 USED-POP-TYPE-TABLE.
           05  USED-POP-CASES      PIC 9(6)        OCCURS 50 VALUE 0.
       01 USED-SELLER-COUNT        PIC 9(4)        VALUE 0.
      *A SELLER IS HELD AS CLUB CODE AND SELLER NUMBER - THE SAME
      *NUMBER MEANS A DIFFERENT CHILD IN ANOTHER CLUB.
       01 USED-SELLER-TABLE.
           05  USED-SELLER-KEY     PIC X(7)        OCCURS 500.
       01 USED-STATE-COUNT         PIC 99          VALUE 0.
       01 USED-STATE-TABLE.
           05  USED-STATE          PIC XX          OCCURS 40.
       01 RG-RUN-INFO.
           COPY POPRUNLG.

      *CLUB CONTROL INTERFACE - CBLPOPCB SAYS WHICH CLUBS THIS RUN
      *COVERS.
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

           05  O-ACTION        PIC X.
           05  FILLER          PIC X(6)        VALUE ' KEY '.
           05  O-KEY           PIC X(10).
           05  FILLER          PIC X(12)       VALUE '  OPERATOR '.
           05  O-OPERATOR      PIC X(8).
           05  FILLER          PIC X(12)       VALUE '  APPROVER '.
           05  O-APPROVER      PIC X(8).

       01 IMAGE-LINE.
           05  O-IMAGE-TAG     PIC X(8).
           05  O-IMAGE         PIC X(53).

       01 REJECT-LINE.
           05  FILLER          PIC X(8)        VALUE 'REJECT'.
           05  O-REJECT-MSG    PIC X(60).

       01 HELD-LINE.
           05  FILLER          PIC X(8)        VALUE 'HELD'.
           05  FILLER          PIC X(30)
                       VALUE 'FOR A SECOND OFFICER - ITEM'.
           05  O-HELD-ITEM     PIC 9(5).
           05  FILLER          PIC X(22)
                       VALUE '  PRICE OR RATE MOVES'.
           05  O-HELD-AMOUNT   PIC $$,$$$,$$9.99.

       01 TOTALS-LINE.
           05  FILLER          PIC X(6)        VALUE 'ADDS'.
           05  O-ADDS          PIC Z,ZZ9.
           05  O-DELETES       PIC Z,ZZ9.
           05  FILLER          PIC X(9)        VALUE ' REJECTS'.
           05  O-REJECTS       PIC Z,ZZ9.
           05  FILLER          PIC X(6)        VALUE ' HELD'.
           05  O-HELD          PIC Z,ZZ9.
           05  FILLER          PIC X(18)
                       VALUE ' RELEASED POSTED'.
           05  O-POSTED        PIC Z,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           GOBACK.

       1000-INIT.
           MOVE 'LEAG' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE CB-CLUB-TITLE TO O-CLUB-TITLE.
           IF CB-CLUB-COUNT = 1
               MOVE CB-CLUB-CODE TO C-ONLY-CLUB.
           MOVE 'CBLPOPRF' TO RG-PROGRAM-ID.
           MOVE 'START' TO RG-EVENT.
           MOVE 0 TO RG-RECORDS-READ RG-RECORDS-WRITTEN
           PERFORM 9900-HEADINGS.
           PERFORM 1100-LOAD-ALL-FILES.
           PERFORM 1200-SCAN-ORDER-MASTER.
           PERFORM 1300-LOAD-LIMITS.
           PERFORM 1400-LOAD-PENDING.
           PERFORM 1500-POST-ONE-RELEASED
               VARYING PN-SUB FROM 1 BY 1
                   UNTIL PN-SUB > PENDING-COUNT.
           PERFORM 9000-READ.

      *EACH FILE LOADS WHOLE - A FILE THAT ISN'T THERE YET (STATUS
           PERFORM
               VARYING SUB2 FROM 1 BY 1
                   UNTIL SUB2 > USED-SELLER-COUNT
                       IF MS-KEY(1:7) = USED-SELLER-KEY(SUB2)
                           MOVE 'TRUE' TO C-REF-FOUND-SW
                           MOVE USED-SELLER-COUNT TO SUB2.
           IF C-REF-FOUND-SW NOT = 'TRUE'
               IF USED-SELLER-COUNT < 500
                   ADD 1 TO USED-SELLER-COUNT
                   MOVE MS-KEY(1:7)
                       TO USED-SELLER-KEY(USED-SELLER-COUNT).

       1230-TALLY-STATE.
           MOVE 'FALSE' TO C-REF-FOUND-SW.
                   MOVE I-STATE OF MS-ORDER-DETAIL
                       TO USED-STATE(USED-STATE-COUNT).

       1300-LOAD-LIMITS.
           OPEN INPUT APPROVAL-LIMIT-FILE.
           IF AT-FILE-STATUS = '00'
               READ APPROVAL-LIMIT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AT-PRICE-LIMIT IS NUMERIC
                           MOVE AT-PRICE-LIMIT TO C-PRICE-LIMIT
                       END-IF
                       IF AT-DEPOSIT-LIMIT IS NUMERIC
                           MOVE AT-DEPOSIT-LIMIT TO C-DEPOSIT-LIMIT
                       END-IF
               END-READ
               CLOSE APPROVAL-LIMIT-FILE.

      *NO PENDING FILE YET JUST MEANS NOTHING HAS BEEN HELD.
       1400-LOAD-PENDING.
           OPEN INPUT PENDING-FILE.
           IF PN-FILE-STATUS = '00'
               PERFORM 1410-READ-ONE-PENDING
                   UNTIL PN-EOF = 'TRUE'
               CLOSE PENDING-FILE.

       1410-READ-ONE-PENDING.
           READ PENDING-FILE
               AT END
                   MOVE 'TRUE' TO PN-EOF.
           IF PN-EOF NOT = 'TRUE'
               IF PENDING-COUNT < 500
                   ADD 1 TO PENDING-COUNT
                   MOVE PN-RECORD TO PT-ROW(PENDING-COUNT)
                   MOVE PN-RECORD TO PENDING-ITEM
                   IF PN-ITEM-NO > C-LAST-ITEM-NO
                       MOVE PN-ITEM-NO TO C-LAST-ITEM-NO
                   END-IF
               ELSE
                   DISPLAY 'CBLPOPRF - PENDING FILE EXCEEDS 500 -
      -                ' ENLARGE TABLE'
                   STOP RUN.

      *A HELD CHANGE A SECOND OFFICER HAS RELEASED POSTS FIRST, AS
      *KEYED, AHEAD OF ANYTHING NEW - IT IS NOT MEASURED AGAINST
      *THE LIMIT AGAIN, BUT IT IS STILL EDITED LIKE ANY OTHER
      *TRANSACTION. IT IS MARKED POSTED EVEN IF IT REJECTS, SO IT
      *CAN'T POST TWICE; THE REJECT IS ON THE LISTING TO REKEY.
       1500-POST-ONE-RELEASED.
           MOVE PT-ROW(PN-SUB) TO PENDING-ITEM.
           IF PN-FROM-RF AND PN-RELEASED
               MOVE PN-TRANS-IMAGE TO RF-RECORD
               MOVE PN-DECIDED-BY TO TRANS-APPROVER
               MOVE 'TRUE' TO RELEASED-SW
               PERFORM 2050-APPLY-TRANSACTION
               MOVE 'C' TO PN-STATUS
               MOVE PENDING-ITEM TO PT-ROW(PN-SUB)
               MOVE 'TRUE' TO PN-CHANGED-SW
               ADD 1 TO C-POSTED.

      *ONE TRANSACTION - ECHO IT, VALIDATE IT, APPLY IT TO THE
      *IN-MEMORY TABLE. NOTHING TOUCHES DISK UNTIL CLOSE.
       2000-APPLY-ONE.
           MOVE 'FALSE' TO RELEASED-SW.
           MOVE SPACES TO TRANS-APPROVER.
           PERFORM 2050-APPLY-TRANSACTION.
           PERFORM 9000-READ.

      *A TRANSACTION WITH NO OPERATOR ID IS NOBODY'S - IT DOESN'T
      *POST. A PRICE OR RATE CHANGE OVER THE LIMIT IS HELD BEFORE
      *IT TOUCHES THE TABLE.
       2050-APPLY-TRANSACTION.
           MOVE RF-FILE-ID TO O-FILE-ID.
           MOVE RF-ACTION TO O-ACTION.
           MOVE RF-KEY TO O-KEY.
           MOVE RF-OPERATOR-ID TO O-OPERATOR.
           MOVE TRANS-APPROVER TO O-APPROVER.
           WRITE PRINTLINE FROM ACTION-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9900-HEADINGS.
           MOVE 'FALSE' TO REJECT-SW.
           MOVE 'FALSE' TO HOLD-SW.
           MOVE RF-KEY TO WORK-KEY.
           MOVE RF-NEW-IMAGE TO WORK-IMAGE.
           IF RF-OPERATOR-ID = SPACES
               PERFORM 2905-REJECT-NO-OPERATOR
           ELSE
           IF NOT RF-ADD AND NOT RF-CHANGE AND NOT RF-DELETE
               PERFORM 2900-REJECT-BAD-ACTION
           ELSE
               IF RELEASED-SW NOT = 'TRUE'
                   PERFORM 2060-MEASURE-MONEY-CHANGE
               END-IF
               IF HOLD-SW = 'TRUE'
                   PERFORM 2800-HOLD-FOR-APPROVAL
               ELSE
               EVALUATE TRUE
                   WHEN RF-SELLER-FILE
                       PERFORM 2100-APPLY-SELLER
                           THRU 2100-X
                   WHEN RF-PRODUCT-FILE
                       PERFORM 2200-APPLY-PRODUCT
                   WHEN RF-PRICE-FILE
                   WHEN OTHER
                       PERFORM 2910-REJECT-BAD-FILE
               END-EVALUATE.

      *HOW FAR A PRICE OR DEPOSIT TRANSACTION MOVES THE MONEY - AN
      *ADD BRINGS ITS WHOLE RATE IN, A DELETE TAKES THE OLD ONE
      *OUT, A CHANGE MOVES IT BY THE DIFFERENCE. ONE THAT IS GOING
      *TO REJECT ANYWAY (ADD OVER A KEY ON FILE, CHANGE OR DELETE OF
      *ONE THAT ISN'T, A NEW RATE THAT ISN'T NUMERIC) IS NOT HELD.
      *THE OTHER THREE FILES CARRY NO MONEY.
       2060-MEASURE-MONEY-CHANGE.
           MOVE 0 TO C-OLD-RATE C-NEW-RATE C-MONEY-CHANGE.
           MOVE SPACES TO OLD-IMAGE.
           IF RF-PRICE-FILE
               PERFORM 2310-FIND-PRICE-ROW
               IF C-FOUND-SUB NOT = 0
                   MOVE PR-ROW(C-FOUND-SUB) TO OLD-IMAGE
               END-IF
               PERFORM 2070-WEIGH-PRICE
           ELSE
               IF RF-DEPOSIT-FILE
                   PERFORM 2410-FIND-DEPOSIT-ROW
                   IF C-FOUND-SUB NOT = 0
                       MOVE SD-ROW(C-FOUND-SUB) TO OLD-IMAGE
                   END-IF
                   PERFORM 2080-WEIGH-DEPOSIT.

       2070-WEIGH-PRICE.
           IF (RF-ADD AND C-FOUND-SUB = 0)
             OR (NOT RF-ADD AND C-FOUND-SUB NOT = 0)
               IF RF-DELETE OR WI-PR-CASE-PRICE IS NUMERIC
                   IF NOT RF-ADD AND OI-PR-CASE-PRICE IS NUMERIC
                       MOVE OI-PR-CASE-PRICE TO C-OLD-RATE
                   END-IF
                   IF NOT RF-DELETE
                       MOVE WI-PR-CASE-PRICE TO C-NEW-RATE
                   END-IF
                   PERFORM 2090-FIGURE-CHANGE
                   IF C-MONEY-CHANGE > C-PRICE-LIMIT
                       MOVE 'TRUE' TO HOLD-SW.

       2080-WEIGH-DEPOSIT.
           IF (RF-ADD AND C-FOUND-SUB = 0)
             OR (NOT RF-ADD AND C-FOUND-SUB NOT = 0)
               IF RF-DELETE OR WI-SD-DEPOSIT IS NUMERIC
                   IF NOT RF-ADD AND OI-SD-DEPOSIT IS NUMERIC
                       MOVE OI-SD-DEPOSIT TO C-OLD-RATE
                   END-IF
                   IF NOT RF-DELETE
                       MOVE WI-SD-DEPOSIT TO C-NEW-RATE
                   END-IF
                   PERFORM 2090-FIGURE-CHANGE
                   IF C-MONEY-CHANGE > C-DEPOSIT-LIMIT
                       MOVE 'TRUE' TO HOLD-SW.

       2090-FIGURE-CHANGE.
           IF C-NEW-RATE > C-OLD-RATE
               COMPUTE C-MONEY-CHANGE = C-NEW-RATE - C-OLD-RATE
           ELSE
               COMPUTE C-MONEY-CHANGE = C-OLD-RATE - C-NEW-RATE.

      *THE TRANSACTION GOES ON THE PENDING FILE EXACTLY AS KEYED
      *AND THE TABLE IS NOT TOUCHED. A FULL TABLE REJECTS IT
      *RATHER THAN LOSE IT.
       2800-HOLD-FOR-APPROVAL.
           IF PENDING-COUNT >= 500
               ADD 1 TO C-REJECTS
               MOVE 'PENDING FILE FULL - NOT HELD OR APPLIED.'
                   TO O-REJECT-MSG
               PERFORM 2950-PRINT-REJECT
           ELSE
               ADD 1 TO PENDING-COUNT
               ADD 1 TO C-LAST-ITEM-NO
               ADD 1 TO C-HELD
               MOVE C-LAST-ITEM-NO TO PN-ITEM-NO
               MOVE 'RF' TO PN-SOURCE
               MOVE 'P' TO PN-STATUS
               MOVE I-DATE TO PN-ENTERED-DATE
               MOVE RF-OPERATOR-ID TO PN-ENTERED-BY
               MOVE 0 TO PN-DECIDED-DATE
               MOVE SPACES TO PN-DECIDED-BY
               MOVE C-MONEY-CHANGE TO PN-AMOUNT
               MOVE RF-RECORD TO PN-TRANS-IMAGE
               MOVE PENDING-ITEM TO PT-ROW(PENDING-COUNT)
               MOVE 'TRUE' TO PN-CHANGED-SW
               MOVE C-LAST-ITEM-NO TO O-HELD-ITEM
               MOVE C-MONEY-CHANGE TO O-HELD-AMOUNT
               WRITE PRINTLINE FROM HELD-LINE
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9900-HEADINGS.

      *---------------- SELLER ROSTER (SM) ----------------
       2100-APPLY-SELLER.
           PERFORM 2105-CHECK-SELLER-CLUB.
           IF REJECT-SW = 'TRUE'
               GO TO 2100-X.
           PERFORM 2110-FIND-SELLER-ROW.
           IF RF-ADD OR RF-CHANGE
               PERFORM 2120-EDIT-SELLER-IMAGE
           ELSE
               PERFORM 2150-DELETE-SELLER-ROW.

       2100-X.
           EXIT.

      *A BLANK CLUB CODE, IN THE KEY OR THE IMAGE, IS THE ONE CLUB
      *ON FILE. A CODE THAT ISN'T ON THE CLUB FILE WOULD PUT THE
      *SELLER ON NO CLUB'S ROSTER.
       2105-CHECK-SELLER-CLUB.
           IF WK-SM-CLUB-CODE = SPACES
               MOVE C-ONLY-CLUB TO WK-SM-CLUB-CODE.
           IF WI-SM-CLUB-CODE = SPACES AND NOT RF-DELETE
               MOVE C-ONLY-CLUB TO WI-SM-CLUB-CODE.
           MOVE WK-SM-CLUB-CODE TO CB-CLUB-CODE.
           MOVE 'FIND' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           IF NOT CB-OK
               PERFORM 2940-REJECT-IMAGE
                   THRU 2940-X
               MOVE 'CLUB CODE NOT ON THE CLUB FILE.' TO O-REJECT-MSG
               PERFORM 2950-PRINT-REJECT.

       2110-FIND-SELLER-ROW.
           MOVE 0 TO C-FOUND-SUB.
           PERFORM
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > SM-COUNT
                       IF SM-ROW(SUB)(1:7) = WORK-KEY(1:7)
                           MOVE SUB TO C-FOUND-SUB
                           MOVE SM-COUNT TO SUB.

      *SELLER NUMBER NUMERIC, CLUB AND NUMBER MATCHING THE KEY,
      *NAME PRESENT, TEAM A-E - THE SAME FIELDS CBLPOPVC TRUSTS
      *DOWNSTREAM.
       2120-EDIT-SELLER-IMAGE.
           IF WI-SM-SELLER-NO NOT NUMERIC OR WI-SM-SELLER-NO = 0
               PERFORM 2940-REJECT-IMAGE
                   TO O-REJECT-MSG
               PERFORM 2950-PRINT-REJECT
           ELSE
           IF WI-SM-SELLER-NO NOT = WK-SM-SELLER-NO OR
                   WI-SM-CLUB-CODE NOT = WK-SM-CLUB-CODE
               PERFORM 2940-REJECT-IMAGE
                   THRU 2940-X
               MOVE
                   'IMAGE CLUB OR SELLER NUMBER DOES NOT MATCH THE KEY.'
                   TO O-REJECT-MSG
               PERFORM 2950-PRINT-REJECT
           ELSE
               PERFORM
                   VARYING SUB2 FROM 1 BY 1
                       UNTIL SUB2 > USED-SELLER-COUNT
                           IF WORK-KEY(1:7) = USED-SELLER-KEY(SUB2)
                               MOVE 'TRUE' TO C-REF-FOUND-SW
                               MOVE USED-SELLER-COUNT TO SUB2
               END-PERFORM
               TO O-REJECT-MSG.
           PERFORM 2950-PRINT-REJECT.

       2905-REJECT-NO-OPERATOR.
           ADD 1 TO C-REJECTS.
           MOVE 'OPERATOR ID IS REQUIRED - NOT APPLIED.'
               TO O-REJECT-MSG.
           PERFORM 2950-PRINT-REJECT.

       2910-REJECT-BAD-FILE.
           ADD 1 TO C-REJECTS.
           MOVE 'FILE CODE MUST BE SM, PD, PR, SD OR PZ.'
           MOVE C-CHANGES TO O-CHANGES.
           MOVE C-DELETES TO O-DELETES.
           MOVE C-REJECTS TO O-REJECTS.
           MOVE C-HELD TO O-HELD.
           MOVE C-POSTED TO O-POSTED.
           WRITE PRINTLINE FROM TOTALS-LINE
               AFTER ADVANCING 3 LINES.
           IF PN-CHANGED-SW = 'TRUE'
               PERFORM 3600-REWRITE-PENDING.
           CLOSE MAINT-FILE.
           CLOSE AUDIT-OUT.
           MOVE 'END' TO RG-EVENT.
           COMPUTE RG-RECORDS-READ =
               C-ADDS + C-CHANGES + C-DELETES + C-REJECTS + C-HELD.
           COMPUTE RG-RECORDS-WRITTEN =
               C-ADDS + C-CHANGES + C-DELETES.
           MOVE C-REJECTS TO RG-ERR-CTR.
                       WRITE PZ-RECORD.
           CLOSE PRIZE-TIER-FILE.

       3600-REWRITE-PENDING.
           OPEN OUTPUT PENDING-FILE.
           PERFORM 3610-WRITE-ONE-PENDING
               VARYING PN-SUB FROM 1 BY 1
                   UNTIL PN-SUB > PENDING-COUNT.
           CLOSE PENDING-FILE.

       3610-WRITE-ONE-PENDING.
           MOVE PT-ROW(PN-SUB) TO PN-RECORD.
           WRITE PN-RECORD.

       9000-READ.
           READ MAINT-FILE
               AT END
