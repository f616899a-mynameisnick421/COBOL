      *  LISTING WITH BEFORE AND AFTER IMAGES,  *
      *  AND THE MASTER'S CONTROL-TOTAL TRAILER *
      *  IS KEPT IN STEP WITH ADDS AND DELETES  *
      *  SO CBLNLH05 STILL RECONCILES. EVERY    *
      *  APPLIED CHANGE IS ALSO APPENDED TO THE *
      *  SEASON'S TRAIL CBLPOPMA.DAT FOR THE    *
      *  CBLPOPEA REVIEW.                       *
      *  EVERY TRANSACTION CARRIES THE ID OF    *
      *  THE OFFICER WHO KEYED IT. ONE THAT     *
      *  MOVES AN ORDER'S AMOUNT PAID BY MORE   *
      *  THAN THE OFFICERS' LIMIT IS HELD ON    *
      *  CBLPOPPN.DAT INSTEAD OF POSTING, UNTIL *
      *  A SECOND OFFICER RELEASES IT THROUGH   *
      *  CBLPOPAV - THE NEXT RUN HERE POSTS IT  *
      *  WITH BOTH IDS ON THE TRAIL.            *
      *  EVERY TRANSACTION NAMES THE CLUB WHOSE *
      *  ORDER IT FIXES, SO ONE RUN TAKES THE   *
      *  WHOLE LEAGUE'S CORRECTIONS; EACH CLUB'S*
      *  OWN TRAILER IS KEPT IN STEP.           *
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *ONE TRANSACTION PER LINE: ACTION A/C/D, THE KEY (CLUB CODE,
      *SELLER NUMBER, ORDER SEQUENCE), FOR A/C THE FULL REPLACEMENT
      *ORDER IMAGE IN THE CBLPOPSL.DAT LAYOUT, AND THE KEYING
      *OFFICER'S ID.
           SELECT MAINT-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPMT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MS-KEY
               ALTERNATE RECORD KEY IS I-ORDER-NO OF MS-ORDER-DETAIL
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS I-CUST-PHONE OF MS-ORDER-DETAIL
                   WITH DUPLICATES
               FILE STATUS IS MS-FILE-STATUS.

      *THE OFFICERS' LIMITS ON A MONEY CHANGE POSTING WITHOUT A
      *SECOND OFFICER - ONLY THE AMOUNT-PAID LIMIT MATTERS HERE.
      *NO FILE MEANS NO LIMIT: EVERY CHANGE TO AN AMOUNT PAID
      *WAITS FOR A SECOND OFFICER.
           SELECT APPROVAL-LIMIT-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPAT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AT-FILE-STATUS.

      *MONEY CHANGES WAITING ON A SECOND OFFICER - SEE POPPEND.
           SELECT PENDING-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPPN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PN-FILE-STATUS.

      *THE SEASON'S MACHINE-READABLE TRAIL - SEE POPMAUD.
           SELECT MAINT-AUDIT-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPMA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MA-FILE-STATUS.

           SELECT AUDIT-OUT
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPMT.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
       FD MAINT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MT-RECORD
           RECORD CONTAINS 151 CHARACTERS.
      *THE CLUB CODE MAY BE LEFT BLANK WHILE THERE IS ONLY ONE CLUB
      *ON FILE.
       01 MT-RECORD.
           05  MT-ACTION           PIC X.
               88  MT-ADD          VALUE 'A'.
               88  MT-CHANGE       VALUE 'C'.
               88  MT-DELETE       VALUE 'D'.
           05  MT-CLUB-CODE        PIC X(3).
           05  MT-SELLER-NO        PIC 9(4).
           05  MT-ORDER-SEQ        PIC 9(4).
           05  MT-NEW-DETAIL       PIC X(131).
           05  MT-OPERATOR-ID      PIC X(8).

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

       FD MAINT-AUDIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MA-RECORD
           RECORD CONTAINS 307 CHARACTERS.
       01 MA-RECORD.
           COPY POPMAUD.

       FD AUDIT-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
       01 WORK-AREA.
           05  EOF             PIC X(5)        VALUE 'FALSE'.
           05  MS-FILE-STATUS  PIC XX.
           05  MA-FILE-STATUS  PIC XX.
           05  AT-FILE-STATUS  PIC XX.
           05  PN-FILE-STATUS  PIC XX.
           05  PN-EOF          PIC X(5)        VALUE 'FALSE'.
           05  RELEASED-SW     PIC X(5)        VALUE 'FALSE'.
           05  HOLD-SW         PIC X(5)        VALUE 'FALSE'.
           05  PN-CHANGED-SW   PIC X(5)        VALUE 'FALSE'.
           05  SUB             PIC 9(4).
           05  C-PCTR          PIC 99          VALUE 0.
           05  C-ADDS          PIC 9(4)        VALUE 0.
           05  C-CHANGES       PIC 9(4)        VALUE 0.
           05  C-DELETES       PIC 9(4)        VALUE 0.
           05  C-REJECTS       PIC 9(4)        VALUE 0.
           05  C-HELD          PIC 9(4)        VALUE 0.
           05  C-POSTED        PIC 9(4)        VALUE 0.
           05  C-LAST-ITEM-NO  PIC 9(5)        VALUE 0.
           05  C-OLD-PAID      PIC 9(5)V99     VALUE 0.
           05  C-NEW-PAID      PIC 9(5)V99     VALUE 0.
           05  C-MONEY-CHANGE  PIC 9(7)V99     VALUE 0.
           05  C-PAID-LIMIT    PIC 9(5)V99     VALUE 0.
      *THE SECOND OFFICER ON A RELEASED ITEM - SPACES OTHERWISE.
           05  TRANS-APPROVER  PIC X(8)        VALUE SPACES.
      *THE ONE CLUB A BLANK CLUB CODE STANDS FOR WHILE THERE IS
      *ONLY ONE ON FILE, AND WHETHER THE TRANSACTION'S CLUB IS ON
      *THE CLUB FILE.
           05  C-ONLY-CLUB     PIC X(3)        VALUE SPACES.
           05  CLUB-OK-SW      PIC X(5)        VALUE 'FALSE'.

      *NET ADDS LESS DELETES FOR EACH CLUB THIS RUN TOUCHED - EVERY
      *CLUB'S ORDERS CARRY THEIR OWN CONTROL-TOTAL TRAILER.
       01 TRAILER-ADJ-COUNT        PIC 99          VALUE 0.
       01 TRAILER-ADJ-TABLE.
           05  TRAILER-ADJS        OCCURS 50.
               10  TA-CLUB-CODE    PIC X(3).
               10  TA-NET-COUNT    PIC S9(5).
       01 TA-SUB                   PIC 99.
       01 TA-ROW                   PIC 99.
       01 C-TRAILER-STEP           PIC S9.

      *THE REPLACEMENT IMAGE, TYPED, FOR ITS AMOUNT PAID.
       01 NEW-ORDER-VIEW.
           COPY POPSALES.

      *THE WHOLE PENDING FILE, HELD WHILE THE RUN ADDS TO IT AND
      *MARKS RELEASED ITEMS POSTED, THEN WRITTEN BACK AT CLOSE.
       01 PENDING-COUNT            PIC 9(4)        VALUE 0.
       01 PENDING-TABLE.
           05  PT-ROW              PIC X(200)      OCCURS 500.

       01 PENDING-ITEM.
           COPY POPPEND.

      *CLUB CONTROL INTERFACE - CBLPOPCB SAYS WHICH CLUBS THIS RUN
      *COVERS.
       01 CB-CLUB-INFO.
           COPY POPCLUB.

       01 CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY        PIC 9(4).
               10  I-MM        PIC 99.
               10  I-DD        PIC 99.
           05  I-DATE-NUM REDEFINES I-DATE
                               PIC 9(8).
           05  I-TIME          PIC X(11).

       01 AUDIT-TITLE.
           05  FILLER          PIC X           VALUE '/'.
           05  O-YY            PIC 9(4).
           05  FILLER          PIC X(36)       VALUE ' '.
           05  O-CLUB-TITLE    PIC X(72).
           05  FILLER          PIC X(6)        VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.

           05  FILLER          PIC X(8)        VALUE 'ACTION'.
           05  O-ACTION        PIC X.
           05  FILLER          PIC X(6)        VALUE ' KEY '.
           05  O-KEY-CLUB      PIC X(3).
           05  FILLER          PIC X           VALUE '/'.
           05  O-KEY-SELLER    PIC 9(4).
           05  FILLER          PIC X           VALUE '/'.
           05  O-KEY-SEQ       PIC 9(4).
           05  FILLER          PIC X(12)       VALUE '  OPERATOR '.
           05  O-OPERATOR      PIC X(8).
           05  FILLER          PIC X(12)       VALUE '  APPROVER '.
           05  O-APPROVER      PIC X(8).

       01 IMAGE-LINE.
           05  O-IMAGE-TAG     PIC X(8).
           05  FILLER          PIC X(8)        VALUE 'REJECT'.
           05  O-REJECT-MSG    PIC X(60).

       01 HELD-LINE.
           05  FILLER          PIC X(8)        VALUE 'HELD'.
           05  FILLER          PIC X(30)
                       VALUE 'FOR A SECOND OFFICER - ITEM'.
           05  O-HELD-ITEM     PIC 9(5).
           05  FILLER          PIC X(22)
                       VALUE '  AMOUNT PAID MOVES'.
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
           OPEN INPUT MAINT-FILE.
           OPEN I-O ORDER-MASTER.
           OPEN OUTPUT AUDIT-OUT.
           OPEN EXTEND MAINT-AUDIT-FILE.
           IF MA-FILE-STATUS = '35'
               OPEN OUTPUT MAINT-AUDIT-FILE.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           PERFORM 1100-LOAD-LIMIT.
           PERFORM 1200-LOAD-PENDING.
           PERFORM 9900-HEADINGS.
           PERFORM 1300-POST-ONE-RELEASED
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > PENDING-COUNT.
           PERFORM 9000-READ.

       1100-LOAD-LIMIT.
           OPEN INPUT APPROVAL-LIMIT-FILE.
           IF AT-FILE-STATUS = '00'
               READ APPROVAL-LIMIT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AT-PAID-LIMIT IS NUMERIC
                           MOVE AT-PAID-LIMIT TO C-PAID-LIMIT
                       END-IF
               END-READ
               CLOSE APPROVAL-LIMIT-FILE.

      *NO PENDING FILE YET JUST MEANS NOTHING HAS BEEN HELD.
       1200-LOAD-PENDING.
           OPEN INPUT PENDING-FILE.
           IF PN-FILE-STATUS = '00'
               PERFORM 1210-READ-ONE-PENDING
                   UNTIL PN-EOF = 'TRUE'
               CLOSE PENDING-FILE.

       1210-READ-ONE-PENDING.
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
                   DISPLAY 'CBLPOPMT - PENDING FILE EXCEEDS 500 -
      -                ' ENLARGE TABLE'
                   STOP RUN.

      *A HELD CHANGE A SECOND OFFICER HAS RELEASED POSTS FIRST, AS
      *KEYED, AHEAD OF ANYTHING NEW - IT IS NOT MEASURED AGAINST
      *THE LIMIT AGAIN. IT IS MARKED POSTED EVEN IF THE MASTER HAS
      *MOVED ON AND IT REJECTS, SO IT CAN'T POST TWICE; THE REJECT
      *IS ON THE LISTING FOR THE TREASURER TO REKEY.
       1300-POST-ONE-RELEASED.
           MOVE PT-ROW(SUB) TO PENDING-ITEM.
           IF PN-FROM-MT AND PN-RELEASED
               MOVE PN-TRANS-IMAGE TO MT-RECORD
               MOVE PN-DECIDED-BY TO TRANS-APPROVER
               MOVE 'TRUE' TO RELEASED-SW
               PERFORM 2050-APPLY-TRANSACTION
               MOVE 'C' TO PN-STATUS
               MOVE PENDING-ITEM TO PT-ROW(SUB)
               MOVE 'TRUE' TO PN-CHANGED-SW
               ADD 1 TO C-POSTED.

       2000-APPLY-ONE.
           MOVE 'FALSE' TO RELEASED-SW.
           MOVE SPACES TO TRANS-APPROVER.
           PERFORM 2050-APPLY-TRANSACTION.
           PERFORM 9000-READ.

      *A TRANSACTION WITH NO OPERATOR ID IS NOBODY'S - IT DOESN'T
      *POST.
       2050-APPLY-TRANSACTION.
           PERFORM 2040-CHECK-CLUB.
           MOVE MT-ACTION TO O-ACTION.
           MOVE MT-CLUB-CODE TO O-KEY-CLUB.
           MOVE MT-SELLER-NO TO O-KEY-SELLER.
           MOVE MT-ORDER-SEQ TO O-KEY-SEQ.
           MOVE MT-OPERATOR-ID TO O-OPERATOR.
           MOVE TRANS-APPROVER TO O-APPROVER.
           WRITE PRINTLINE FROM ACTION-LINE
               AFTER ADVANCING 2 LINES
                   AT EOP
                       PERFORM 9900-HEADINGS.
           MOVE 'FALSE' TO HOLD-SW.
           IF MT-OPERATOR-ID = SPACES
               PERFORM 2450-REJECT-NO-OPERATOR
           ELSE
           IF CLUB-OK-SW NOT = 'TRUE'
               PERFORM 2460-REJECT-CLUB
           ELSE
           IF NOT MT-ADD AND NOT MT-CHANGE AND NOT MT-DELETE
               PERFORM 2400-REJECT-ACTION
           ELSE
               IF RELEASED-SW NOT = 'TRUE'
                   PERFORM 2060-MEASURE-MONEY-CHANGE
               END-IF
               IF HOLD-SW = 'TRUE'
                   PERFORM 2800-HOLD-FOR-APPROVAL
               ELSE
                   IF MT-ADD
                       PERFORM 2100-ADD-ORDER
                   ELSE
                       IF MT-CHANGE
                           PERFORM 2200-CHANGE-ORDER
                       ELSE
                           PERFORM 2300-DELETE-ORDER.

      *A BLANK CLUB CODE IS THE ONE CLUB ON FILE. THE CODE IS
      *FILLED IN ON THE TRANSACTION ITSELF, SO A HELD ITEM CARRIES
      *IT TO THE PENDING FILE AND POSTS TO THE SAME CLUB LATER.
       2040-CHECK-CLUB.
           IF MT-CLUB-CODE = SPACES
               MOVE C-ONLY-CLUB TO MT-CLUB-CODE.
           MOVE MT-CLUB-CODE TO CB-CLUB-CODE.
           MOVE 'FIND' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           IF CB-OK
               MOVE 'TRUE' TO CLUB-OK-SW
           ELSE
               MOVE 'FALSE' TO CLUB-OK-SW.

      *HOW FAR THE TRANSACTION MOVES THE ORDER'S AMOUNT PAID - AN
      *ADD BRINGS ITS WHOLE AMOUNT IN, A DELETE TAKES THE OLD ONE
      *OUT, A CHANGE MOVES IT BY THE DIFFERENCE. A TRANSACTION THAT
      *IS GOING TO REJECT ANYWAY (ADD OVER A KEY ON FILE, CHANGE OR
      *DELETE OF ONE THAT ISN'T) IS NOT HELD. A NON-NUMERIC AMOUNT
      *COUNTS AS ZERO - THE EDIT PASS FAILS IT BEFORE IT IS MONEY.
       2060-MEASURE-MONEY-CHANGE.
           MOVE 0 TO C-OLD-PAID C-NEW-PAID C-MONEY-CHANGE.
           PERFORM 2600-READ-MASTER.
           IF (MT-ADD AND MS-FILE-STATUS NOT = '00') OR
                   (NOT MT-ADD AND MS-FILE-STATUS = '00')
               PERFORM 2070-WEIGH-AMOUNT-PAID.

       2070-WEIGH-AMOUNT-PAID.
           IF NOT MT-ADD AND
                   I-AMOUNT-PAID OF MS-ORDER-DETAIL IS NUMERIC
               MOVE I-AMOUNT-PAID OF MS-ORDER-DETAIL TO C-OLD-PAID.
           IF NOT MT-DELETE
               MOVE MT-NEW-DETAIL TO NEW-ORDER-VIEW
               IF I-AMOUNT-PAID OF NEW-ORDER-VIEW IS NUMERIC
                   MOVE I-AMOUNT-PAID OF NEW-ORDER-VIEW TO C-NEW-PAID.
           IF C-NEW-PAID > C-OLD-PAID
               COMPUTE C-MONEY-CHANGE = C-NEW-PAID - C-OLD-PAID
           ELSE
               COMPUTE C-MONEY-CHANGE = C-OLD-PAID - C-NEW-PAID.
           IF C-MONEY-CHANGE > C-PAID-LIMIT
               MOVE 'TRUE' TO HOLD-SW.

       2100-ADD-ORDER.
           MOVE MT-CLUB-CODE TO MS-CLUB-CODE.
           MOVE MT-SELLER-NO TO MS-SELLER-NO.
           MOVE MT-ORDER-SEQ TO MS-ORDER-SEQ.
           MOVE MT-NEW-DETAIL TO MS-ORDER-DETAIL.
                   AFTER ADVANCING 1 LINES
           ELSE
               ADD 1 TO C-ADDS
               MOVE 1 TO C-TRAILER-STEP
               PERFORM 2750-COUNT-FOR-TRAILER
               MOVE 'BEFORE' TO O-IMAGE-TAG
               MOVE '** NO PRIOR RECORD **' TO O-IMAGE
               WRITE PRINTLINE FROM IMAGE-LINE
                   AFTER ADVANCING 1 LINES
               PERFORM 2500-PRINT-AFTER-IMAGE
               MOVE SPACE TO MA-STATUS-BEFORE
               MOVE SPACES TO MA-BEFORE-DETAIL
               MOVE MS-ORDER-DETAIL TO MA-AFTER-DETAIL
               PERFORM 2700-WRITE-TRAIL.

       2200-CHANGE-ORDER.
           PERFORM 2600-READ-MASTER.
                   AFTER ADVANCING 1 LINES
           ELSE
               PERFORM 2550-PRINT-BEFORE-IMAGE
               MOVE MS-STATUS TO MA-STATUS-BEFORE
               MOVE MS-ORDER-DETAIL TO MA-BEFORE-DETAIL
               MOVE MT-NEW-DETAIL TO MS-ORDER-DETAIL
               REWRITE MS-RECORD
                   INVALID KEY
                       AFTER ADVANCING 1 LINES
               ELSE
                   ADD 1 TO C-CHANGES
                   PERFORM 2500-PRINT-AFTER-IMAGE
                   MOVE MS-ORDER-DETAIL TO MA-AFTER-DETAIL
                   PERFORM 2700-WRITE-TRAIL.

       2300-DELETE-ORDER.
           PERFORM 2600-READ-MASTER.
                   AFTER ADVANCING 1 LINES
           ELSE
               PERFORM 2550-PRINT-BEFORE-IMAGE
               MOVE MS-STATUS TO MA-STATUS-BEFORE
               MOVE MS-ORDER-DETAIL TO MA-BEFORE-DETAIL
               DELETE ORDER-MASTER RECORD
                   INVALID KEY
                       CONTINUE
                       AFTER ADVANCING 1 LINES
               ELSE
                   ADD 1 TO C-DELETES
                   MOVE -1 TO C-TRAILER-STEP
                   PERFORM 2750-COUNT-FOR-TRAILER
                   MOVE 'AFTER' TO O-IMAGE-TAG
                   MOVE '** RECORD DELETED **' TO O-IMAGE
                   WRITE PRINTLINE FROM IMAGE-LINE
                       AFTER ADVANCING 1 LINES
                   MOVE SPACES TO MA-AFTER-DETAIL
                   PERFORM 2700-WRITE-TRAIL.

       2400-REJECT-ACTION.
           ADD 1 TO C-REJECTS.
           WRITE PRINTLINE FROM REJECT-LINE
               AFTER ADVANCING 1 LINES.

       2450-REJECT-NO-OPERATOR.
           ADD 1 TO C-REJECTS.
           MOVE 'OPERATOR ID IS REQUIRED - NOT APPLIED.'
               TO O-REJECT-MSG.
           WRITE PRINTLINE FROM REJECT-LINE
               AFTER ADVANCING 1 LINES.

       2460-REJECT-CLUB.
           ADD 1 TO C-REJECTS.
           MOVE 'CLUB CODE NOT ON THE CLUB FILE - NOT APPLIED.'
               TO O-REJECT-MSG.
           WRITE PRINTLINE FROM REJECT-LINE
               AFTER ADVANCING 1 LINES.

       2500-PRINT-AFTER-IMAGE.
           MOVE 'AFTER' TO O-IMAGE-TAG.
           MOVE MS-RECORD TO O-IMAGE.
               AFTER ADVANCING 1 LINES.

       2600-READ-MASTER.
           MOVE MT-CLUB-CODE TO MS-CLUB-CODE.
           MOVE MT-SELLER-NO TO MS-SELLER-NO.
           MOVE MT-ORDER-SEQ TO MS-ORDER-SEQ.
           READ ORDER-MASTER
               INVALID KEY
                   CONTINUE.

      *ONLY WHAT WAS ACTUALLY APPLIED GOES ON THE TRAIL - A REJECT
      *CHANGED NOTHING. THE CALLER HAS ALREADY FILLED IN THE STATUS
      *AND THE TWO IMAGES.
       2700-WRITE-TRAIL.
           MOVE I-DATE-NUM TO MA-DATE.
           MOVE I-TIME TO MA-TIME.
           MOVE MT-ACTION TO MA-ACTION.
           MOVE MT-CLUB-CODE TO MA-CLUB-CODE.
           MOVE MT-SELLER-NO TO MA-SELLER-NO.
           MOVE MT-ORDER-SEQ TO MA-ORDER-SEQ.
           MOVE MT-OPERATOR-ID TO MA-OPERATOR-ID.
           MOVE TRANS-APPROVER TO MA-APPROVER-ID.
           WRITE MA-RECORD.

      *C-TRAILER-STEP (+1 FOR AN ADD, -1 FOR A DELETE) GOES AGAINST
      *THE TRANSACTION'S CLUB. CBLPOPCB HOLDS NO MORE THAN 50 CLUBS,
      *SO NEITHER DOES THIS.
       2750-COUNT-FOR-TRAILER.
           MOVE 0 TO TA-ROW.
           PERFORM
               VARYING TA-SUB FROM 1 BY 1
                   UNTIL TA-SUB > TRAILER-ADJ-COUNT
                       IF MT-CLUB-CODE = TA-CLUB-CODE(TA-SUB)
                           MOVE TA-SUB TO TA-ROW.
           IF TA-ROW = 0
               ADD 1 TO TRAILER-ADJ-COUNT
               MOVE TRAILER-ADJ-COUNT TO TA-ROW
               MOVE MT-CLUB-CODE TO TA-CLUB-CODE(TA-ROW)
               MOVE 0 TO TA-NET-COUNT(TA-ROW).
           ADD C-TRAILER-STEP TO TA-NET-COUNT(TA-ROW).

      *THE TRANSACTION GOES ON THE PENDING FILE EXACTLY AS KEYED
      *AND THE MASTER IS NOT TOUCHED. A FULL TABLE REJECTS IT
      *RATHER THAN LOSE IT.
       2800-HOLD-FOR-APPROVAL.
           IF PENDING-COUNT >= 500
               ADD 1 TO C-REJECTS
               MOVE 'PENDING FILE FULL - NOT HELD OR APPLIED.'
                   TO O-REJECT-MSG
               WRITE PRINTLINE FROM REJECT-LINE
                   AFTER ADVANCING 1 LINES
           ELSE
               ADD 1 TO PENDING-COUNT
               ADD 1 TO C-LAST-ITEM-NO
               ADD 1 TO C-HELD
               MOVE C-LAST-ITEM-NO TO PN-ITEM-NO
               MOVE 'MT' TO PN-SOURCE
               MOVE 'P' TO PN-STATUS
               MOVE I-DATE-NUM TO PN-ENTERED-DATE
               MOVE MT-OPERATOR-ID TO PN-ENTERED-BY
               MOVE 0 TO PN-DECIDED-DATE
               MOVE SPACES TO PN-DECIDED-BY
               MOVE C-MONEY-CHANGE TO PN-AMOUNT
               MOVE MT-RECORD TO PN-TRANS-IMAGE
               MOVE PENDING-ITEM TO PT-ROW(PENDING-COUNT)
               MOVE 'TRUE' TO PN-CHANGED-SW
               MOVE C-LAST-ITEM-NO TO O-HELD-ITEM
               MOVE C-MONEY-CHANGE TO O-HELD-AMOUNT
               WRITE PRINTLINE FROM HELD-LINE
                   AFTER ADVANCING 1 LINES.

      *KEEPS THE MASTER'S CONTROL-TOTAL TRAILER IN STEP WITH WHAT
      *THIS RUN ADDED AND DELETED, SO CBLNLH05'S TRAILER RECONCILE
      *STILL BALANCES AFTER MID-SEASON CORRECTIONS.
       3000-CLOSING.
           PERFORM 3100-ADJUST-TRAILER THRU 3100-X
               VARYING TA-SUB FROM 1 BY 1
                   UNTIL TA-SUB > TRAILER-ADJ-COUNT.
           MOVE C-ADDS TO O-ADDS.
           MOVE C-CHANGES TO O-CHANGES.
           MOVE C-DELETES TO O-DELETES.
           MOVE C-REJECTS TO O-REJECTS.
           MOVE C-HELD TO O-HELD.
           MOVE C-POSTED TO O-POSTED.
           WRITE PRINTLINE FROM TOTALS-LINE
               AFTER ADVANCING 3 LINES.
           IF PN-CHANGED-SW = 'TRUE'
               PERFORM 3200-REWRITE-PENDING.
           CLOSE MAINT-FILE.
           CLOSE ORDER-MASTER.
           CLOSE AUDIT-OUT.
           CLOSE MAINT-AUDIT-FILE.

       3200-REWRITE-PENDING.
           OPEN OUTPUT PENDING-FILE.
           PERFORM 3210-WRITE-ONE-PENDING
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > PENDING-COUNT.
           CLOSE PENDING-FILE.

       3210-WRITE-ONE-PENDING.
           MOVE PT-ROW(SUB) TO PN-RECORD.
           WRITE PN-RECORD.

      *ONE CLUB'S TRAILER - ADDS AND DELETES THAT CAME OUT EVEN
      *LEAVE IT ALONE.
       3100-ADJUST-TRAILER.
           IF TA-NET-COUNT(TA-SUB) = 0
               GO TO 3100-X.
           MOVE TA-CLUB-CODE(TA-SUB) TO MS-CLUB-CODE.
           MOVE 0 TO MS-SELLER-NO.
           MOVE 0 TO MS-ORDER-SEQ.
           READ ORDER-MASTER
                   CONTINUE
           END-READ.
           IF MS-FILE-STATUS NOT = '00'
               MOVE SPACES TO O-REJECT-MSG
               STRING 'NO TRAILER ON MASTER FOR CLUB ' DELIMITED BY SIZE
                   TA-CLUB-CODE(TA-SUB) DELIMITED BY SIZE
                   ' - COUNT NOT ADJUSTED.' DELIMITED BY SIZE
                   INTO O-REJECT-MSG
               WRITE PRINTLINE FROM REJECT-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               COMPUTE TR-RECORD-COUNT =
                   TR-RECORD-COUNT + TA-NET-COUNT(TA-SUB)
               REWRITE MS-RECORD
                   INVALID KEY
                       CONTINUE
                   WRITE PRINTLINE FROM REJECT-LINE
                       AFTER ADVANCING 2 LINES.

       3100-X.
           EXIT.

       9000-READ.
           READ MAINT-FILE
               AT END
