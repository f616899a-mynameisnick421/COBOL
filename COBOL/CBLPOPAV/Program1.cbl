             IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBLPOPAV.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         NICK HOUSER.
       DATE-COMPILED.
      *******************************************
      *  SECOND-OFFICER APPROVAL OF HELD MONEY  *
      *  CHANGES. CBLPOPMT AND CBLPOPRF HOLD    *
      *  ANY AMOUNT PAID, CASE PRICE OR DEPOSIT *
      *  RATE CHANGE OVER THE OFFICERS' LIMIT   *
      *  ON CBLPOPPN.DAT INSTEAD OF POSTING IT. *
      *  THIS RUN TAKES THE SECOND OFFICER'S    *
      *  DECISIONS - RELEASE OR REJECT, ONE PER *
      *  ITEM - AND RECORDS WHO DECIDED AND     *
      *  WHEN. NOBODY MAY DECIDE THEIR OWN      *
      *  ITEM.                                  *
      *  A RELEASED ITEM POSTS ON THE NEXT RUN  *
      *  OF THE PROGRAM THAT HELD IT. THE       *
      *  LISTING SHOWS EVERY DECISION AND THEN  *
      *  EVERYTHING STILL OPEN.                 *
      *  ONE PENDING FILE SERVES THE WHOLE      *
      *  LEAGUE - EACH HELD TRANSACTION CARRIES *
      *  ITS OWN CLUB CODE.                     *
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *ONE DECISION PER LINE: ITEM NUMBER, A (RELEASE) OR R
      *(REJECT), AND THE DECIDING OFFICER'S ID.
           SELECT DECISION-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPAV.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AD-FILE-STATUS.

           SELECT PENDING-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPPN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PN-FILE-STATUS.

           SELECT APPROVAL-OUT
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPAV.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD DECISION-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AD-RECORD
           RECORD CONTAINS 14 CHARACTERS.
       01 AD-RECORD.
           05  AD-ITEM-NO          PIC 9(5).
           05  AD-DECISION         PIC X.
               88  AD-RELEASE      VALUE 'A'.
               88  AD-REJECT       VALUE 'R'.
           05  AD-APPROVER-ID      PIC X(8).

       FD PENDING-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PN-RECORD
           RECORD CONTAINS 200 CHARACTERS.
       01 PN-RECORD                PIC X(200).

       FD APPROVAL-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINTLINE
           LINAGE IS 60 WITH FOOTING AT 54.

       01 PRINTLINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  EOF             PIC X(5)        VALUE 'FALSE'.
           05  PN-EOF          PIC X(5)        VALUE 'FALSE'.
           05  PN-CHANGED-SW   PIC X(5)        VALUE 'FALSE'.
           05  AD-FILE-STATUS  PIC XX.
           05  PN-FILE-STATUS  PIC XX.
           05  SUB             PIC 9(4).
           05  C-FOUND-SUB     PIC 9(4)        VALUE 0.
           05  C-PCTR          PIC 99          VALUE 0.
           05  C-DECISIONS     PIC 9(4)        VALUE 0.
           05  C-RELEASED      PIC 9(4)        VALUE 0.
           05  C-REJECTED      PIC 9(4)        VALUE 0.
           05  C-REFUSED       PIC 9(4)        VALUE 0.
           05  C-STILL-OPEN    PIC 9(4)        VALUE 0.

      *THE WHOLE PENDING FILE, DECIDED IN PLACE AND WRITTEN BACK
      *AT CLOSE.
       01 PENDING-COUNT            PIC 9(4)        VALUE 0.
       01 PENDING-TABLE.
           05  PT-ROW              PIC X(200)      OCCURS 500.

       01 PENDING-ITEM.
           COPY POPPEND.

       01 RG-RUN-INFO.
           COPY POPRUNLG.

      *CLUB CONTROL INTERFACE - CBLPOPCB SAYS WHICH CLUBS THIS RUN
      *COVERS.
       01 CB-CLUB-INFO.
           COPY POPCLUB.

       01 CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY        PIC 9(4).
               10  I-MM        PIC 99.
               10  I-DD        PIC 99.
           05  I-TIME          PIC X(11).

       01 APPROVAL-TITLE.
           05  FILLER          PIC X(6)        VALUE 'DATE:'.
           05  O-MM            PIC 99.
           05  FILLER          PIC X           VALUE '/'.
           05  O-DD            PIC 99.
           05  FILLER          PIC X           VALUE '/'.
           05  O-YY            PIC 9(4).
           05  FILLER          PIC X(36)       VALUE ' '.
           05  O-CLUB-TITLE    PIC X(72).
           05  FILLER          PIC X(6)        VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.

       01 APPROVAL-HEADING.
           05  FILLER          PIC X(40)
                       VALUE 'SECOND-OFFICER APPROVAL OF MONEY CHANGES'.

       01 DECISION-HEADING.
           05  FILLER          PIC X(8)        VALUE 'ITEM'.
           05  FILLER          PIC X(10)       VALUE 'DECISION'.
           05  FILLER          PIC X(10)       VALUE 'APPROVER'.
           05  FILLER          PIC X(6)        VALUE 'FROM'.
           05  FILLER          PIC X(10)       VALUE 'KEYED BY'.
           05  FILLER          PIC X(16)       VALUE '    AMOUNT'.
           05  FILLER          PIC X(6)        VALUE 'RESULT'.

       01 DECISION-LINE.
           05  O-AD-ITEM       PIC X(5).
           05  FILLER          PIC X(6)        VALUE ' '.
           05  O-AD-DECISION   PIC X.
           05  FILLER          PIC X(6)        VALUE ' '.
           05  O-AD-APPROVER   PIC X(8).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-AD-SOURCE     PIC XX.
           05  FILLER          PIC X(4)        VALUE ' '.
           05  O-AD-ENTERED-BY PIC X(8).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-AD-AMOUNT     PIC $$,$$$,$$9.99.
           05  FILLER          PIC XX          VALUE ' '.
           05  O-AD-RESULT     PIC X(50).

       01 OPEN-HEADING.
           05  FILLER          PIC X(40)
                       VALUE 'ITEMS STILL OPEN'.

       01 OPEN-COLUMNS.
           05  FILLER          PIC X(8)        VALUE 'ITEM'.
           05  FILLER          PIC X(6)        VALUE 'FROM'.
           05  FILLER          PIC X(12)       VALUE 'KEYED'.
           05  FILLER          PIC X(10)       VALUE 'KEYED BY'.
           05  FILLER          PIC X(16)       VALUE '    AMOUNT'.
           05  FILLER          PIC X(18)       VALUE 'STATUS'.
           05  FILLER          PIC X(11)       VALUE 'TRANSACTION'.

       01 OPEN-LINE.
           05  O-OP-ITEM       PIC 9(5).
           05  FILLER          PIC XXX         VALUE ' '.
           05  O-OP-SOURCE     PIC XX.
           05  FILLER          PIC X(4)        VALUE ' '.
           05  O-OP-ENTERED    PIC 9(8).
           05  FILLER          PIC X(4)        VALUE ' '.
           05  O-OP-ENTERED-BY PIC X(8).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-OP-AMOUNT     PIC $$,$$$,$$9.99.
           05  FILLER          PIC XXX         VALUE ' '.
           05  O-OP-STATUS     PIC X(18).
           05  O-OP-IMAGE      PIC X(60).

       01 TOTALS-LINE.
           05  FILLER          PIC X(11)       VALUE 'DECISIONS'.
           05  O-DECISIONS     PIC Z,ZZ9.
           05  FILLER          PIC X(10)       VALUE ' RELEASED'.
           05  O-RELEASED      PIC Z,ZZ9.
           05  FILLER          PIC X(10)       VALUE ' REJECTED'.
           05  O-REJECTED      PIC Z,ZZ9.
           05  FILLER          PIC X(10)       VALUE ' REFUSED'.
           05  O-REFUSED       PIC Z,ZZ9.
           05  FILLER          PIC X(12)       VALUE ' STILL OPEN'.
           05  O-STILL-OPEN    PIC Z,ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-DECIDE-ONE
               UNTIL EOF = 'TRUE'.
           PERFORM 3000-CLOSING.
           GOBACK.

       1000-INIT.
           MOVE 'LEAG' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE CB-CLUB-TITLE TO O-CLUB-TITLE.
           MOVE 'CBLPOPAV' TO RG-PROGRAM-ID.
           MOVE 'START' TO RG-EVENT.
           MOVE 0 TO RG-RECORDS-READ RG-RECORDS-WRITTEN
               RG-ERR-CTR RG-WARN-CTR RG-GRAND-DOLLARS.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.
           OPEN OUTPUT APPROVAL-OUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           PERFORM 1100-LOAD-PENDING.
           PERFORM 9900-HEADINGS.
           WRITE PRINTLINE FROM DECISION-HEADING
               AFTER ADVANCING 2 LINES.
      *NO DECISIONS FILE IS A RUN JUST TO SEE WHAT IS WAITING.
           OPEN INPUT DECISION-FILE.
           IF AD-FILE-STATUS = '00'
               PERFORM 9000-READ
           ELSE
               MOVE 'TRUE' TO EOF.

      *NO PENDING FILE YET JUST MEANS NOTHING HAS BEEN HELD.
       1100-LOAD-PENDING.
           OPEN INPUT PENDING-FILE.
           IF PN-FILE-STATUS = '00'
               PERFORM 1110-READ-ONE-PENDING
                   UNTIL PN-EOF = 'TRUE'
               CLOSE PENDING-FILE.

       1110-READ-ONE-PENDING.
           READ PENDING-FILE
               AT END
                   MOVE 'TRUE' TO PN-EOF.
           IF PN-EOF NOT = 'TRUE'
               IF PENDING-COUNT < 500
                   ADD 1 TO PENDING-COUNT
                   MOVE PN-RECORD TO PT-ROW(PENDING-COUNT)
               ELSE
                   DISPLAY 'CBLPOPAV - PENDING FILE EXCEEDS 500 -
      -                ' ENLARGE TABLE'
                   STOP RUN.

      *A DECISION ONLY LANDS ON AN ITEM STILL WAITING FOR ONE, FROM
      *AN OFFICER WHO IDENTIFIED THEMSELVES AND DID NOT KEY THE
      *CHANGE. ANYTHING ELSE IS REFUSED AND THE ITEM IS LEFT AS IT
      *WAS.
       2000-DECIDE-ONE.
           ADD 1 TO C-DECISIONS.
           MOVE AD-ITEM-NO TO O-AD-ITEM.
           MOVE AD-DECISION TO O-AD-DECISION.
           MOVE AD-APPROVER-ID TO O-AD-APPROVER.
           MOVE SPACES TO O-AD-SOURCE O-AD-ENTERED-BY.
           MOVE 0 TO O-AD-AMOUNT.
           PERFORM 2100-FIND-ITEM.
           IF C-FOUND-SUB NOT = 0
               MOVE PT-ROW(C-FOUND-SUB) TO PENDING-ITEM
               MOVE PN-SOURCE TO O-AD-SOURCE
               MOVE PN-ENTERED-BY TO O-AD-ENTERED-BY
               MOVE PN-AMOUNT TO O-AD-AMOUNT.
           IF C-FOUND-SUB = 0
               MOVE 'REFUSED - NO SUCH ITEM' TO O-AD-RESULT
               ADD 1 TO C-REFUSED
           ELSE
           IF NOT PN-PENDING
               MOVE 'REFUSED - ITEM ALREADY DECIDED' TO O-AD-RESULT
               ADD 1 TO C-REFUSED
           ELSE
           IF NOT AD-RELEASE AND NOT AD-REJECT
               MOVE 'REFUSED - DECISION MUST BE A OR R'
                   TO O-AD-RESULT
               ADD 1 TO C-REFUSED
           ELSE
           IF AD-APPROVER-ID = SPACES
               MOVE 'REFUSED - APPROVER ID IS REQUIRED'
                   TO O-AD-RESULT
               ADD 1 TO C-REFUSED
           ELSE
           IF AD-APPROVER-ID = PN-ENTERED-BY
               MOVE 'REFUSED - CANNOT APPROVE OWN CHANGE'
                   TO O-AD-RESULT
               ADD 1 TO C-REFUSED
           ELSE
               PERFORM 2200-RECORD-DECISION.
           WRITE PRINTLINE FROM DECISION-LINE
               AFTER ADVANCING 1 LINES
                   AT EOP
                       PERFORM 9900-HEADINGS
                       WRITE PRINTLINE FROM DECISION-HEADING
                           AFTER ADVANCING 2 LINES.
           PERFORM 9000-READ.

       2100-FIND-ITEM.
           MOVE 0 TO C-FOUND-SUB.
           PERFORM 2110-CHECK-ONE-ITEM
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > PENDING-COUNT OR C-FOUND-SUB NOT = 0.

       2110-CHECK-ONE-ITEM.
           MOVE PT-ROW(SUB) TO PENDING-ITEM.
           IF AD-ITEM-NO IS NUMERIC AND PN-ITEM-NO = AD-ITEM-NO
               MOVE SUB TO C-FOUND-SUB.

       2200-RECORD-DECISION.
           IF AD-RELEASE
               MOVE 'A' TO PN-STATUS
               MOVE 'RELEASED - POSTS ON THE NEXT RUN' TO O-AD-RESULT
               ADD 1 TO C-RELEASED
           ELSE
               MOVE 'R' TO PN-STATUS
               MOVE 'REJECTED - WILL NOT POST' TO O-AD-RESULT
               ADD 1 TO C-REJECTED.
           MOVE AD-APPROVER-ID TO PN-DECIDED-BY.
           MOVE I-DATE TO PN-DECIDED-DATE.
           MOVE PENDING-ITEM TO PT-ROW(C-FOUND-SUB).
           MOVE 'TRUE' TO PN-CHANGED-SW.

      *WHAT IS STILL OPEN - WAITING ON A DECISION, OR RELEASED
      *BUT NOT YET POSTED - SO NOTHING SITS FORGOTTEN. CBLPOPSC
      *WILL NOT CLOSE THE SEASON WHILE THIS LIST HAS ANYTHING ON IT.
       3000-CLOSING.
           PERFORM 9900-HEADINGS.
           WRITE PRINTLINE FROM OPEN-HEADING
               AFTER ADVANCING 2 LINES.
           WRITE PRINTLINE FROM OPEN-COLUMNS
               AFTER ADVANCING 2 LINES.
           PERFORM 3100-PRINT-ONE-OPEN
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > PENDING-COUNT.
           MOVE C-DECISIONS TO O-DECISIONS.
           MOVE C-RELEASED TO O-RELEASED.
           MOVE C-REJECTED TO O-REJECTED.
           MOVE C-REFUSED TO O-REFUSED.
           MOVE C-STILL-OPEN TO O-STILL-OPEN.
           WRITE PRINTLINE FROM TOTALS-LINE
               AFTER ADVANCING 3 LINES.
           IF PN-CHANGED-SW = 'TRUE'
               PERFORM 3200-REWRITE-PENDING.
           IF AD-FILE-STATUS = '00'
               CLOSE DECISION-FILE.
           CLOSE APPROVAL-OUT.
           MOVE 'END' TO RG-EVENT.
           MOVE C-DECISIONS TO RG-RECORDS-READ.
           COMPUTE RG-RECORDS-WRITTEN = C-RELEASED + C-REJECTED.
           MOVE C-REFUSED TO RG-ERR-CTR.
           MOVE C-STILL-OPEN TO RG-WARN-CTR.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.

       3100-PRINT-ONE-OPEN.
           MOVE PT-ROW(SUB) TO PENDING-ITEM.
           IF PN-STILL-OPEN
               ADD 1 TO C-STILL-OPEN
               MOVE PN-ITEM-NO TO O-OP-ITEM
               MOVE PN-SOURCE TO O-OP-SOURCE
               MOVE PN-ENTERED-DATE TO O-OP-ENTERED
               MOVE PN-ENTERED-BY TO O-OP-ENTERED-BY
               MOVE PN-AMOUNT TO O-OP-AMOUNT
               MOVE PN-TRANS-IMAGE TO O-OP-IMAGE
               IF PN-PENDING
                   MOVE 'AWAITING DECISION' TO O-OP-STATUS
               ELSE
                   MOVE 'RELEASED' TO O-OP-STATUS
               END-IF
               WRITE PRINTLINE FROM OPEN-LINE
                   AFTER ADVANCING 1 LINES
                       AT EOP
                           PERFORM 9900-HEADINGS
                           WRITE PRINTLINE FROM OPEN-COLUMNS
                               AFTER ADVANCING 2 LINES.

       3200-REWRITE-PENDING.
           OPEN OUTPUT PENDING-FILE.
           PERFORM 3210-WRITE-ONE-PENDING
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > PENDING-COUNT.
           CLOSE PENDING-FILE.

       3210-WRITE-ONE-PENDING.
           MOVE PT-ROW(SUB) TO PN-RECORD.
           WRITE PN-RECORD.

       9000-READ.
           READ DECISION-FILE
               AT END
                   MOVE 'TRUE' TO EOF.

       9900-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
           WRITE PRINTLINE FROM APPROVAL-TITLE
               AFTER ADVANCING PAGE.
           WRITE PRINTLINE FROM APPROVAL-HEADING
               AFTER ADVANCING 2 LINES.
