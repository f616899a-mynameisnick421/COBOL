      *   - CBLPOPPR'S RECONCILIATION CLEAN     *
      *     WITHIN THE OFFICERS' TOLERANCE      *
      *     (CBLPOPSC.DAT)                      *
      *   - CBLPOPNP'S PROFIT AND LOSS RUN THE  *
      *     SAME DAY, SO THE CERTIFICATE CAN    *
      *     CARRY THE SEASON'S NET PROCEEDS     *
      *   - NO MONEY CHANGE STILL WAITING ON A  *
      *     SECOND OFFICER OR RELEASED BUT NOT  *
      *     YET POSTED (CBLPOPPN.DAT)           *
      *   - CBLPOPIA'S CROSS-FILE AUDIT RUN THE *
      *     SAME DAY AND FINDING THE FILES IN   *
      *     AGREEMENT (CBLPOPIX.DAT)            *
      *  THEN COPIES THE ORDER MASTER, THE      *
      *  GOOD-PAYMENT FILE, THE RUN LOG AND THE *
      *  CBLPOPMT CHANGE TRAIL INTO             *
      *  YEAR-STAMPED ARCHIVE FILES, RESETS THE *
      *  GENERATION STAMPS AND CHECKPOINT OF    *
      *  EVERY CLUB, CLEARS THE                 *
      *  SETTLED APPROVAL ITEMS, AND PRINTS A   *
      *  SIGNED CLOSING CERTIFICATE OF THE      *
      *  FINAL TOTALS AND THE PROFIT AND LOSS   *
      *  STATEMENT FOR THE CLUB MINUTES. A      *
      *  FAILED CHECK PRINTS WHAT'S STILL OPEN  *
      *  AND TOUCHES NOTHING.                   *
      *  THE SEASON CLOSES FOR THE WHOLE LEAGUE *
      *  AT ONCE - THE ARCHIVES, THE RUN LOG AND*
      *  THE APPROVAL FILE ARE SHARED. EVERY    *
      *  CLUB'S RECONCILIATION AND PROFIT AND   *
      *  LOSS MUST BE CURRENT, AND THE          *
      *  CERTIFICATE SHOWS EACH CLUB AND THEN   *
      *  THE LEAGUE TOTAL.                      *
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BO-FILE-STATUS.

      *CBLPOPPR'S MACHINE-READABLE GRAND TOTALS, ONE RECORD PER
      *CLUB - SEE 4500-WRITE-SUMMARY-DATA THERE.
           SELECT SUMMARY-DATA-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPRX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RX-FILE-STATUS.

      *CBLPOPNP'S SEASON STATEMENT, ONE RECORD PER CLUB - SEE
      *5000-CLOSING THERE.
           SELECT PL-SUMMARY-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPNX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NX-FILE-STATUS.

      *CBLPOPIA'S ANSWER, ONE RECORD PER AUDIT RUN - SEE
      *8000-CLOSING THERE.
           SELECT AUDIT-SUMMARY-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPIX.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IX-FILE-STATUS.

           SELECT ORDER-MASTER
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPMS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS MS-KEY
               ALTERNATE RECORD KEY IS I-ORDER-NO OF MS-ORDER-DETAIL
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS I-CUST-PHONE OF MS-ORDER-DETAIL
                   WITH DUPLICATES
               FILE STATUS IS MS-FILE-STATUS.

           SELECT GOOD-PAYMENT-FILE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LH-FILE-STATUS.

           SELECT MAINT-AUDIT-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPMA.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MA-FILE-STATUS.

           SELECT MAINT-ARCHIVE-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPMH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MH-FILE-STATUS.

      *THE MONEY CHANGES HELD FOR A SECOND OFFICER - SEE POPPEND.
           SELECT PENDING-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPPN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PN-FILE-STATUS.

      *EACH CLUB HAS ITS OWN CHECKPOINT, CBLPOPCKXXX.DAT - SEE
      *3310-CLEAR-ONE-CHECKPOINT.
           SELECT CHECKPOINT-FILE
               ASSIGN TO DYNAMIC CK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-FILE-STATUS.

       FD SUSPENSE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SU-RECORD
           RECORD CONTAINS 199 CHARACTERS.
       01 SU-RECORD.
           05  SU-ACTION           PIC X.
               88  SU-RESUBMIT     VALUE 'R'.
           05  SU-SEQ              PIC 9(4).
           05  SU-ERR-DESC         PIC X(60).
           05  SU-ORDER            PIC X(131).
           05  SU-CLUB-CODE        PIC X(3).

       FD BACKORDER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BO-RECORD
           RECORD CONTAINS 142 CHARACTERS.
       01 BO-RECORD                PIC X(142).

       FD SUMMARY-DATA-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RX-RECORD
           RECORD CONTAINS 33 CHARACTERS.
       01 RX-RECORD.
           05  RX-RUN-DATE         PIC 9(8).
           05  RX-EXPECTED         PIC 9(9)V99.
           05  RX-COLLECTED        PIC 9(9)V99.
           05  RX-CLUB-CODE        PIC X(3).

       FD PL-SUMMARY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS NX-RECORD
           RECORD CONTAINS 95 CHARACTERS.
       01 NX-RECORD.
           05  NX-RUN-DATE         PIC 9(8).
           05  NX-CASES            PIC S9(7).
           05  NX-SALES            PIC S9(9)V99.
           05  NX-CREDITS          PIC S9(9)V99.
           05  NX-REFUNDS          PIC S9(9)V99.
           05  NX-DEPOSITS         PIC S9(9)V99.
           05  NX-COGS             PIC S9(9)V99.
           05  NX-WRITE-OFFS       PIC S9(9)V99.
           05  NX-NET              PIC S9(9)V99.
           05  NX-CLUB-CODE        PIC X(3).

       FD AUDIT-SUMMARY-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS IX-RECORD
           RECORD CONTAINS 15 CHARACTERS.
       01 IX-RECORD.
           05  IX-RUN-DATE         PIC 9(8).
           05  IX-MISMATCHES       PIC 9(6).
           05  IX-NOT-CHECKED      PIC 9.

       FD ORDER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS MS-RECORD
           RECORD CONTAINS 143 CHARACTERS.
       01 MS-RECORD.
           COPY POPMAST.

       FD GOOD-PAYMENT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PG-RECORD
           RECORD CONTAINS 47 CHARACTERS.
       01 PG-RECORD                PIC X(47).

       FD RUN-LOG-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS RL-RECORD
           RECORD CONTAINS 66 CHARACTERS.
       01 RL-RECORD                PIC X(66).

      *ONE ARCHIVE RECORD PER LIVE RECORD, THE CLOSING YEAR IN
      *FRONT OF THE IMAGE - SAME IDEA AS THE CBLPOPHS.DAT HISTORY
       FD MASTER-ARCHIVE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AH-RECORD
           RECORD CONTAINS 147 CHARACTERS.
       01 AH-RECORD.
           05  AH-YEAR             PIC 9(4).
           05  AH-MASTER-IMAGE     PIC X(143).

       FD PAYMENT-ARCHIVE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS GH-RECORD
           RECORD CONTAINS 51 CHARACTERS.
       01 GH-RECORD.
           05  GH-YEAR             PIC 9(4).
           05  GH-PAYMENT-IMAGE    PIC X(47).

       FD RUN-LOG-ARCHIVE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS LH-RECORD
           RECORD CONTAINS 70 CHARACTERS.
       01 LH-RECORD.
           05  LH-YEAR             PIC 9(4).
           05  LH-LOG-IMAGE        PIC X(66).

       FD MAINT-AUDIT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MA-RECORD
           RECORD CONTAINS 307 CHARACTERS.
       01 MA-RECORD                PIC X(307).

       FD MAINT-ARCHIVE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS MH-RECORD
           RECORD CONTAINS 311 CHARACTERS.
       01 MH-RECORD.
           05  MH-YEAR             PIC 9(4).
           05  MH-TRAIL-IMAGE      PIC X(307).

       FD PENDING-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS PN-RECORD
           RECORD CONTAINS 200 CHARACTERS.
       01 PN-RECORD.
           COPY POPPEND.

       FD CHECKPOINT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CK-RECORD
           RECORD CONTAINS 441 CHARACTERS.
       01 CK-RECORD                PIC X(441).

       FD CERTIFICATE-OUT
           LABEL RECORD IS OMITTED
           05  SU-FILE-STATUS  PIC XX.
           05  BO-FILE-STATUS  PIC XX.
           05  RX-FILE-STATUS  PIC XX.
           05  NX-FILE-STATUS  PIC XX.
           05  IX-FILE-STATUS  PIC XX.
           05  MS-FILE-STATUS  PIC XX.
           05  PG-FILE-STATUS  PIC XX.
           05  RL-FILE-STATUS  PIC XX.
           05  AH-FILE-STATUS  PIC XX.
           05  GH-FILE-STATUS  PIC XX.
           05  LH-FILE-STATUS  PIC XX.
           05  MA-FILE-STATUS  PIC XX.
           05  MH-FILE-STATUS  PIC XX.
           05  PN-FILE-STATUS  PIC XX.
           05  CK-FILE-STATUS  PIC XX.
           05  CK-FILE-NAME    PIC X(40).
           05  C-PCTR          PIC 99          VALUE 0.
           05  SU-EOF          PIC X(5)        VALUE 'FALSE'.
           05  BO-EOF          PIC X(5)        VALUE 'FALSE'.
           05  MS-EOF          PIC X(5)        VALUE 'FALSE'.
           05  PG-EOF          PIC X(5)        VALUE 'FALSE'.
           05  RL-EOF          PIC X(5)        VALUE 'FALSE'.
           05  MA-EOF          PIC X(5)        VALUE 'FALSE'.
           05  PN-EOF          PIC X(5)        VALUE 'FALSE'.
           05  RX-EOF          PIC X(5)        VALUE 'FALSE'.
           05  NX-EOF          PIC X(5)        VALUE 'FALSE'.
           05  IX-EOF          PIC X(5)        VALUE 'FALSE'.
           05  CLOSABLE-SW     PIC X(5)        VALUE 'TRUE'.
           05  C-PENDING-SUSP  PIC 9(4)        VALUE 0.
           05  C-OPEN-BACKORD  PIC 9(4)        VALUE 0.
           05  C-OPEN-APPROVAL PIC 9(4)        VALUE 0.

      *TODAY'S LAST CBLPOPIA RUN - WHETHER THERE WAS ONE, AND WHAT
      *IT FOUND.
           05  C-AUDIT-SW      PIC X(5)        VALUE 'FALSE'.
           05  C-AUDIT-MISMATCH PIC 9(6)       VALUE 0.
           05  C-AUDIT-NOT-RUN PIC 9           VALUE 0.
           05  C-TOLERANCE     PIC 9(5)V99     VALUE 0.
           05  C-DIFFERENCE    PIC S9(9)V99    VALUE 0.
           05  C-ABS-DIFF      PIC 9(9)V99     VALUE 0.
           05  C-EXPECTED      PIC 9(9)V99     VALUE 0.
           05  C-COLLECTED     PIC 9(9)V99     VALUE 0.
           05  C-FIND-CLUB     PIC X(3).
           05  C-PER-CASE      PIC S9(5)V99    VALUE 0.
           05  C-ORDERS-ARCH   PIC 9(6)        VALUE 0.
           05  C-PAYMENTS-ARCH PIC 9(6)        VALUE 0.
           05  C-LOG-ARCH      PIC 9(6)        VALUE 0.
           05  C-MAINT-ARCH    PIC 9(6)        VALUE 0.

      *ONE ROW PER CLUB IN THE LEAGUE - WHAT CBLPOPPR AND CBLPOPNP
      *LEFT FOR IT TODAY, FOR ITS CHECKS AND ITS PAGE OF THE
      *CERTIFICATE. CC-STATEMENT HOLDS A SEASON-STATEMENT IMAGE.
       01 CLUB-CLOSE-COUNT         PIC 99          VALUE 0.
       01 CLUB-CLOSE-TABLE.
           05  CLUB-CLOSES         OCCURS 50.
               10  CC-CLUB-CODE    PIC X(3).
               10  CC-CLUB-NAME    PIC X(30).
               10  CC-RX-SW        PIC X(5).
               10  CC-EXPECTED     PIC 9(9)V99.
               10  CC-COLLECTED    PIC 9(9)V99.
               10  CC-ABS-DIFF     PIC 9(9)V99.
               10  CC-NX-SW        PIC X(5).
               10  CC-STATEMENT    PIC X(92).
       01 CC-SUB                   PIC 99.
       01 CC-ROW                   PIC 99.
       01 CC-FIND-SUB              PIC 99.

      *RUN-LOG INTERFACE - CBLPOPRG APPENDS A START AND END RECORD
      *FOR EVERY RUN TO CBLPOPRN.DAT SO THE OFFICERS CAN TELL WHAT
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

                       VALUE 'SEASON CLOSING CERTIFICATE -'.
           05  O-CERT-YEAR     PIC 9(4).

      *O-CHECK-CLUB IS FILLED ONLY FOR THE CHECKS MADE CLUB BY CLUB.
       01 CHECK-LINE.
           05  O-CHECK-DESC    PIC X(38).
           05  O-CHECK-CLUB    PIC X(6)        VALUE SPACES.
           05  O-CHECK-RESULT  PIC X(40).

       01 TOTAL-LINE.
           05  O-TOT-LABEL     PIC X(26).
           05  O-TOT-AMOUNT    PIC $$$,$$$,$$9.99.

      *ONE CLUB'S STATEMENT AS CBLPOPNP WROTE IT, OR THE LEAGUE'S,
      *FOR THE CERTIFICATE.
       01 SEASON-STATEMENT.
           05  SS-RUN-DATE         PIC 9(8)        VALUE 0.
           05  SS-CASES            PIC S9(7)       VALUE 0.
           05  SS-SALES            PIC S9(9)V99    VALUE 0.
           05  SS-CREDITS          PIC S9(9)V99    VALUE 0.
           05  SS-REFUNDS          PIC S9(9)V99    VALUE 0.
           05  SS-DEPOSITS         PIC S9(9)V99    VALUE 0.
           05  SS-COGS             PIC S9(9)V99    VALUE 0.
           05  SS-WRITE-OFFS       PIC S9(9)V99    VALUE 0.
           05  SS-NET              PIC S9(9)V99    VALUE 0.

      *EVERY CLUB'S STATEMENT ADDED UP BY 2300.
       01 LEAGUE-STATEMENT.
           05  LS-CASES            PIC S9(7)       VALUE 0.
           05  LS-SALES            PIC S9(9)V99    VALUE 0.
           05  LS-CREDITS          PIC S9(9)V99    VALUE 0.
           05  LS-REFUNDS          PIC S9(9)V99    VALUE 0.
           05  LS-DEPOSITS         PIC S9(9)V99    VALUE 0.
           05  LS-COGS             PIC S9(9)V99    VALUE 0.
           05  LS-WRITE-OFFS       PIC S9(9)V99    VALUE 0.
           05  LS-NET              PIC S9(9)V99    VALUE 0.

      *THE STATEMENT CAN RUN NEGATIVE - A SEASON CAN LOSE MONEY.
       01 PL-LINE.
           05  O-PL-LABEL      PIC X(36).
           05  O-PL-AMOUNT     PIC $$$,$$$,$$9.99-.

       01 PL-CASES-LINE.
           05  O-PL-CASE-LABEL PIC X(36).
           05  O-PL-CASES      PIC ZZZ,ZZZ,ZZ9-.

       01 CLUB-LINE.
           05  FILLER          PIC X(6)        VALUE 'CLUB:'.
           05  O-CL-CODE       PIC X(3).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-CL-NAME       PIC X(30).

       01 LEAGUE-LINE.
           05  FILLER          PIC X(40)
                       VALUE 'WHOLE LEAGUE - EVERY CLUB ABOVE'.

       01 COUNT-LINE.
           05  O-CNT-LABEL     PIC X(30).
           05  O-CNT-VALUE     PIC ZZZ,ZZ9.
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 1200-CHECK-WHOLE-LEAGUE.
           PERFORM 2000-CHECK-SUSPENSE.
           PERFORM 2100-CHECK-BACKORDERS.
           PERFORM 2200-CHECK-RECONCILIATION.
           PERFORM 2300-CHECK-PROFIT-AND-LOSS.
           PERFORM 2400-CHECK-PENDING-APPROVALS.
           PERFORM 2500-CHECK-INTEGRITY-AUDIT.
           IF CLOSABLE-SW = 'TRUE'
               PERFORM 3000-ARCHIVE-MASTER
               PERFORM 3100-ARCHIVE-PAYMENTS
               PERFORM 3200-ARCHIVE-RUN-LOG
               PERFORM 3250-ARCHIVE-MAINT-TRAIL
               PERFORM 3300-RESET-CONTROLS
               PERFORM 3400-PRINT-CERTIFICATE
           ELSE
           GOBACK.

       1000-INIT.
           MOVE 'LEAG' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE CB-CLUB-TITLE TO O-CLUB-TITLE.
           MOVE 'CBLPOPSC' TO RG-PROGRAM-ID.
           MOVE 'START' TO RG-EVENT.
           MOVE 0 TO RG-RECORDS-READ RG-RECORDS-WRITTEN
           MOVE I-YY TO O-CERT-YEAR.
           PERFORM 9900-HEADINGS.
           PERFORM 1100-LOAD-TOLERANCE.
           PERFORM 1150-LOAD-CLUBS.

       1100-LOAD-TOLERANCE.
           OPEN INPUT CLOSE-CONTROL-FILE.
               END-READ
               CLOSE CLOSE-CONTROL-FILE.

       1150-LOAD-CLUBS.
           MOVE 'FIRST' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           PERFORM 1160-ADD-ONE-CLUB
               UNTIL NOT CB-OK.

       1160-ADD-ONE-CLUB.
           ADD 1 TO CLUB-CLOSE-COUNT.
           MOVE CB-CLUB-CODE TO CC-CLUB-CODE(CLUB-CLOSE-COUNT).
           MOVE CB-CLUB-NAME TO CC-CLUB-NAME(CLUB-CLOSE-COUNT).
           MOVE 'FALSE' TO CC-RX-SW(CLUB-CLOSE-COUNT).
           MOVE 'FALSE' TO CC-NX-SW(CLUB-CLOSE-COUNT).
           MOVE 0 TO CC-EXPECTED(CLUB-CLOSE-COUNT).
           MOVE 0 TO CC-COLLECTED(CLUB-CLOSE-COUNT).
           MOVE 0 TO CC-ABS-DIFF(CLUB-CLOSE-COUNT).
           MOVE SEASON-STATEMENT TO CC-STATEMENT(CLUB-CLOSE-COUNT).
           MOVE 'NEXT' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.

      *THE SHARED FILES CAN ONLY BE ARCHIVED AND RESET ONCE, FOR
      *EVERY CLUB TOGETHER - A RUN NARROWED TO ONE CLUB ON
      *CBLPOPCS.DAT WOULD CLOSE THE OTHERS' SEASONS UNCHECKED.
       1200-CHECK-WHOLE-LEAGUE.
           MOVE 'RUN COVERS EVERY CLUB IN THE LEAGUE' TO O-CHECK-DESC.
           IF CB-SELECTED-CLUB = SPACES
               MOVE 'PASSED' TO O-CHECK-RESULT
           ELSE
               MOVE 'FAILED - CLEAR THE CLUB ON CBLPOPCS.DAT'
                   TO O-CHECK-RESULT
               MOVE 'FALSE' TO CLOSABLE-SW.
           WRITE PRINTLINE FROM CHECK-LINE
               AFTER ADVANCING 2 LINES.

      *A SUSPENSE RECORD STILL BLANK OR MARKED 'R' IS WORK NOBODY
      *FINISHED - A SEASON CAN'T CLOSE OVER IT. WRITE-OFFS AND THE
      *HIGH-WATER MARKER ARE SETTLED BUSINESS.
      *FROM ANY DAY BUT TODAY IS STALE - A CLEAN JUNE RUN MUST NOT
      *CLOSE AN OCTOBER SEASON, SO THE SUMMARY'S RUN DATE HAS TO
      *MATCH THE CLOSE'S. EITHER WAY THE ANSWER IS THE SAME: RUN
      *CBLPOPPR FIRST. EVERY CLUB NEEDS ITS OWN RECORD FROM TODAY
      *AND ITS OWN BOOKS WITHIN THE TOLERANCE; THE LEAGUE FIGURES
      *ON THE CERTIFICATE ARE THE CLUBS' ADDED UP.
       2200-CHECK-RECONCILIATION.
           OPEN INPUT SUMMARY-DATA-FILE.
           IF RX-FILE-STATUS = '00'
               PERFORM 2210-READ-ONE-SUMMARY
                   UNTIL RX-EOF = 'TRUE'
               CLOSE SUMMARY-DATA-FILE.
           PERFORM 2220-CHECK-ONE-RECONCILIATION
               VARYING CC-SUB FROM 1 BY 1
                   UNTIL CC-SUB > CLUB-CLOSE-COUNT.
           MOVE SPACES TO O-CHECK-CLUB.
           COMPUTE C-DIFFERENCE = C-EXPECTED - C-COLLECTED.
           IF C-DIFFERENCE < 0
               COMPUTE C-ABS-DIFF = 0 - C-DIFFERENCE
           ELSE
               MOVE C-DIFFERENCE TO C-ABS-DIFF.

       2210-READ-ONE-SUMMARY.
           READ SUMMARY-DATA-FILE
               AT END
                   MOVE 'TRUE' TO RX-EOF.
           IF RX-EOF NOT = 'TRUE' AND RX-RUN-DATE = I-DATE-NUM
               MOVE RX-CLUB-CODE TO C-FIND-CLUB
               PERFORM 8000-FIND-CLUB-ROW
               IF CC-ROW NOT = 0
                   MOVE 'TRUE' TO CC-RX-SW(CC-ROW)
                   MOVE RX-EXPECTED TO CC-EXPECTED(CC-ROW)
                   MOVE RX-COLLECTED TO CC-COLLECTED(CC-ROW).

       2220-CHECK-ONE-RECONCILIATION.
           MOVE 'RECONCILIATION CLEAN WITHIN TOLERANCE'
               TO O-CHECK-DESC.
           MOVE CC-CLUB-CODE(CC-SUB) TO O-CHECK-CLUB.
           IF CC-RX-SW(CC-SUB) NOT = 'TRUE'
               MOVE 'FAILED - RUN CBLPOPPR FIRST' TO O-CHECK-RESULT
               MOVE 'FALSE' TO CLOSABLE-SW
           ELSE
               ADD CC-EXPECTED(CC-SUB) TO C-EXPECTED
               ADD CC-COLLECTED(CC-SUB) TO C-COLLECTED
               COMPUTE C-DIFFERENCE =
                   CC-EXPECTED(CC-SUB) - CC-COLLECTED(CC-SUB)
               IF C-DIFFERENCE < 0
                   COMPUTE CC-ABS-DIFF(CC-SUB) = 0 - C-DIFFERENCE
               ELSE
                   MOVE C-DIFFERENCE TO CC-ABS-DIFF(CC-SUB)
               END-IF
               IF CC-ABS-DIFF(CC-SUB) > C-TOLERANCE
                   MOVE 'FAILED - OUTSIDE TOLERANCE' TO O-CHECK-RESULT
                   MOVE 'FALSE' TO CLOSABLE-SW
               ELSE
           WRITE PRINTLINE FROM CHECK-LINE
               AFTER ADVANCING 2 LINES.

      *THE CERTIFICATE PRINTS THE SEASON'S PROFIT AND LOSS, SO
      *CBLPOPNP HAS TO HAVE RUN TODAY, AGAINST THE SAME FILES THE
      *RECONCILIATION JUST PROVED - THE SAME RUN-DATE RULE AS 2200,
      *CLUB BY CLUB.
       2300-CHECK-PROFIT-AND-LOSS.
           OPEN INPUT PL-SUMMARY-FILE.
           IF NX-FILE-STATUS = '00'
               PERFORM 2310-READ-ONE-STATEMENT
                   UNTIL NX-EOF = 'TRUE'
               CLOSE PL-SUMMARY-FILE.
           PERFORM 2320-CHECK-ONE-STATEMENT
               VARYING CC-SUB FROM 1 BY 1
                   UNTIL CC-SUB > CLUB-CLOSE-COUNT.
           MOVE SPACES TO O-CHECK-CLUB.

       2310-READ-ONE-STATEMENT.
           READ PL-SUMMARY-FILE
               AT END
                   MOVE 'TRUE' TO NX-EOF.
           IF NX-EOF NOT = 'TRUE' AND NX-RUN-DATE = I-DATE-NUM
               MOVE NX-CLUB-CODE TO C-FIND-CLUB
               PERFORM 8000-FIND-CLUB-ROW
               IF CC-ROW NOT = 0
                   MOVE 'TRUE' TO CC-NX-SW(CC-ROW)
                   MOVE NX-RECORD TO CC-STATEMENT(CC-ROW).

       2320-CHECK-ONE-STATEMENT.
           MOVE 'SEASON PROFIT AND LOSS CURRENT' TO O-CHECK-DESC.
           MOVE CC-CLUB-CODE(CC-SUB) TO O-CHECK-CLUB.
           IF CC-NX-SW(CC-SUB) = 'TRUE'
               MOVE 'PASSED' TO O-CHECK-RESULT
               PERFORM 2330-ADD-TO-LEAGUE
           ELSE
               MOVE 'FAILED - RUN CBLPOPNP FIRST' TO O-CHECK-RESULT
               MOVE 'FALSE' TO CLOSABLE-SW.
           WRITE PRINTLINE FROM CHECK-LINE
               AFTER ADVANCING 2 LINES.

       2330-ADD-TO-LEAGUE.
           MOVE CC-STATEMENT(CC-SUB) TO SEASON-STATEMENT.
           ADD SS-CASES TO LS-CASES.
           ADD SS-SALES TO LS-SALES.
           ADD SS-CREDITS TO LS-CREDITS.
           ADD SS-REFUNDS TO LS-REFUNDS.
           ADD SS-DEPOSITS TO LS-DEPOSITS.
           ADD SS-COGS TO LS-COGS.
           ADD SS-WRITE-OFFS TO LS-WRITE-OFFS.
           ADD SS-NET TO LS-NET.

      *A HELD MONEY CHANGE NOBODY HAS DECIDED, OR ONE RELEASED BUT
      *NOT YET POSTED BY CBLPOPMT/CBLPOPRF, MEANS THE BOOKS BEING
      *CLOSED AREN'T THE BOOKS THE OFFICERS MEANT. REJECTED AND
      *POSTED ITEMS ARE SETTLED.
       2400-CHECK-PENDING-APPROVALS.
           OPEN INPUT PENDING-FILE.
           IF PN-FILE-STATUS = '00'
               PERFORM 2410-CHECK-ONE-APPROVAL
                   UNTIL PN-EOF = 'TRUE'
               CLOSE PENDING-FILE.
           MOVE 'NO MONEY CHANGES AWAITING APPROVAL' TO O-CHECK-DESC.
           IF C-OPEN-APPROVAL = 0
               MOVE 'PASSED' TO O-CHECK-RESULT
           ELSE
               MOVE 'FAILED - ITEMS AWAITING APPROVAL'
                   TO O-CHECK-RESULT
               MOVE 'FALSE' TO CLOSABLE-SW.
           WRITE PRINTLINE FROM CHECK-LINE
               AFTER ADVANCING 2 LINES.

       2410-CHECK-ONE-APPROVAL.
           READ PENDING-FILE
               AT END
                   MOVE 'TRUE' TO PN-EOF.
           IF PN-EOF NOT = 'TRUE'
               IF PN-STILL-OPEN
                   ADD 1 TO C-OPEN-APPROVAL.

      *THE ARCHIVES ARE ONLY WORTH KEEPING IF THE FILES BEHIND THEM
      *AGREE WITH EACH OTHER, SO CBLPOPIA HAS TO HAVE RUN TODAY -
      *THE SAME RUN-DATE RULE AS 2200. A LATER RUN THE SAME DAY
      *SUPERSEDES AN EARLIER ONE, SO A FIXED FILE AND A RERUN
      *CLEARS THE CHECK. AN AUDIT THAT COULDN'T RUN EVERY CHECK
      *PROVES NOTHING AND FAILS IT TOO.
       2500-CHECK-INTEGRITY-AUDIT.
           OPEN INPUT AUDIT-SUMMARY-FILE.
           IF IX-FILE-STATUS = '00'
               PERFORM 2510-READ-ONE-AUDIT
                   UNTIL IX-EOF = 'TRUE'
               CLOSE AUDIT-SUMMARY-FILE.
           MOVE 'CROSS-FILE AUDIT CLEAN TODAY' TO O-CHECK-DESC.
           IF C-AUDIT-SW NOT = 'TRUE'
               MOVE 'FAILED - RUN CBLPOPIA FIRST' TO O-CHECK-RESULT
               MOVE 'FALSE' TO CLOSABLE-SW
           ELSE
               IF C-AUDIT-MISMATCH > 0
                   MOVE 'FAILED - FILES DISAGREE' TO O-CHECK-RESULT
                   MOVE 'FALSE' TO CLOSABLE-SW
               ELSE
                   IF C-AUDIT-NOT-RUN > 0
                       MOVE 'FAILED - NOT EVERY CHECK COULD RUN'
                           TO O-CHECK-RESULT
                       MOVE 'FALSE' TO CLOSABLE-SW
                   ELSE
                       MOVE 'PASSED' TO O-CHECK-RESULT.
           WRITE PRINTLINE FROM CHECK-LINE
               AFTER ADVANCING 2 LINES.

       2510-READ-ONE-AUDIT.
           READ AUDIT-SUMMARY-FILE
               AT END
                   MOVE 'TRUE' TO IX-EOF.
           IF IX-EOF NOT = 'TRUE' AND IX-RUN-DATE = I-DATE-NUM
               MOVE 'TRUE' TO C-AUDIT-SW
               MOVE IX-MISMATCHES TO C-AUDIT-MISMATCH
               MOVE IX-NOT-CHECKED TO C-AUDIT-NOT-RUN.

       3000-ARCHIVE-MASTER.
           OPEN EXTEND MASTER-ARCHIVE-FILE.
           IF AH-FILE-STATUS = '35'
               WRITE LH-RECORD
               ADD 1 TO C-LOG-ARCH.

       3250-ARCHIVE-MAINT-TRAIL.
           OPEN EXTEND MAINT-ARCHIVE-FILE.
           IF MH-FILE-STATUS = '35'
               OPEN OUTPUT MAINT-ARCHIVE-FILE.
           OPEN INPUT MAINT-AUDIT-FILE.
           IF MA-FILE-STATUS NOT = '00'
               MOVE 'TRUE' TO MA-EOF
           ELSE
               PERFORM 3260-ARCHIVE-ONE-TRAIL
                   UNTIL MA-EOF = 'TRUE'
               CLOSE MAINT-AUDIT-FILE.
           CLOSE MAINT-ARCHIVE-FILE.

       3260-ARCHIVE-ONE-TRAIL.
           READ MAINT-AUDIT-FILE
               AT END
                   MOVE 'TRUE' TO MA-EOF.
           IF MA-EOF NOT = 'TRUE'
               MOVE I-YY TO MH-YEAR
               MOVE MA-RECORD TO MH-TRAIL-IMAGE
               WRITE MH-RECORD
               ADD 1 TO C-MAINT-ARCH.

      *EVERY CLUB'S GENERATION STAMPS GO BACK TO ZERO (CBLPOPCB
      *REWRITES CBLPOPBC.DAT), EVERY CLUB'S CHECKPOINT IS
      *TRUNCATED, AND THE LIVE RUN LOG - JUST ARCHIVED IN FULL BY
      *3200 - IS TRUNCATED TOO, OR NEXT SEASON'S CLOSE WOULD COPY
      *THIS SEASON'S RECORDS INTO THE ARCHIVE A SECOND TIME UNDER
      *THE NEW YEAR. THE CLOSE'S OWN END RECORD, WRITTEN AT
      *4000-CLOSING, OPENS THE NEW SEASON'S LOG. THE CBLPOPMT
      *CHANGE TRAIL, ARCHIVED BY 3250, STARTS OVER THE SAME WAY,
      *AND SO DOES THE APPROVAL FILE - 2400 PROVED EVERYTHING ON IT
      *SETTLED, AND ITEM NUMBERS START AGAIN AT 1.
       3300-RESET-CONTROLS.
           MOVE 'RESET' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           PERFORM 3310-CLEAR-ONE-CHECKPOINT
               VARYING CC-SUB FROM 1 BY 1
                   UNTIL CC-SUB > CLUB-CLOSE-COUNT.
           OPEN OUTPUT RUN-LOG-FILE.
           CLOSE RUN-LOG-FILE.
           OPEN OUTPUT MAINT-AUDIT-FILE.
           CLOSE MAINT-AUDIT-FILE.
           OPEN OUTPUT PENDING-FILE.
           CLOSE PENDING-FILE.

      *THE SAME NAME CBLPOPCV AND CBLNLH05 BUILD - A BLANK CLUB
      *CODE IS PLAIN CBLPOPCK.DAT.
       3310-CLEAR-ONE-CHECKPOINT.
           MOVE SPACES TO CK-FILE-NAME.
           STRING 'C:\SCHOOL\COBOL\CBLPOPCK' CC-CLUB-CODE(CC-SUB)
                   DELIMITED BY SPACE
                   '.DAT' DELIMITED BY SIZE
               INTO CK-FILE-NAME.
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.

      *A PAGE PER CLUB, THEN - WHEN THERE IS MORE THAN ONE - THE
      *LEAGUE'S TOTALS. THE ARCHIVE COUNTS AND THE SIGNATURES CLOSE
      *THE LAST PAGE.
       3400-PRINT-CERTIFICATE.
           PERFORM 3420-PRINT-CLUB-PAGE
               VARYING CC-SUB FROM 1 BY 1
                   UNTIL CC-SUB > CLUB-CLOSE-COUNT.
           IF CLUB-CLOSE-COUNT > 1
               PERFORM 3450-PRINT-LEAGUE-PAGE.
           MOVE 'ORDERS ARCHIVED:' TO O-CNT-LABEL.
           MOVE C-ORDERS-ARCH TO O-CNT-VALUE.
           WRITE PRINTLINE FROM COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'PAYMENTS ARCHIVED:' TO O-CNT-LABEL.
           MOVE C-PAYMENTS-ARCH TO O-CNT-VALUE.
           WRITE PRINTLINE FROM COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'RUN-LOG RECORDS ARCHIVED:' TO O-CNT-LABEL.
           MOVE C-LOG-ARCH TO O-CNT-VALUE.
           WRITE PRINTLINE FROM COUNT-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'MAINTENANCE CHANGES ARCHIVED:' TO O-CNT-LABEL.
           MOVE C-MAINT-ARCH TO O-CNT-VALUE.
           WRITE PRINTLINE FROM COUNT-LINE
               AFTER ADVANCING 2 LINES.
           WRITE PRINTLINE FROM SIGNATURE-LINE
               AFTER ADVANCING 5 LINES.

       3420-PRINT-CLUB-PAGE.
           PERFORM 9900-HEADINGS.
           MOVE CC-CLUB-CODE(CC-SUB) TO O-CL-CODE.
           MOVE CC-CLUB-NAME(CC-SUB) TO O-CL-NAME.
           WRITE PRINTLINE FROM CLUB-LINE
               AFTER ADVANCING 2 LINES.
           MOVE CC-EXPECTED(CC-SUB) TO C-EXPECTED.
           MOVE CC-COLLECTED(CC-SUB) TO C-COLLECTED.
           MOVE CC-ABS-DIFF(CC-SUB) TO C-ABS-DIFF.
           MOVE CC-STATEMENT(CC-SUB) TO SEASON-STATEMENT.
           PERFORM 3430-PRINT-TOTALS.

      *2200 AND 2300 ADDED THE CLUBS UP; 3420 HAS SINCE BORROWED
      *C-EXPECTED AND C-COLLECTED, SO THEY ARE ADDED UP AGAIN HERE.
       3450-PRINT-LEAGUE-PAGE.
           PERFORM 9900-HEADINGS.
           WRITE PRINTLINE FROM LEAGUE-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 0 TO C-EXPECTED.
           MOVE 0 TO C-COLLECTED.
           PERFORM 3460-ADD-ONE-CLUB
               VARYING CC-SUB FROM 1 BY 1
                   UNTIL CC-SUB > CLUB-CLOSE-COUNT.
           COMPUTE C-DIFFERENCE = C-EXPECTED - C-COLLECTED.
           IF C-DIFFERENCE < 0
               COMPUTE C-ABS-DIFF = 0 - C-DIFFERENCE
           ELSE
               MOVE C-DIFFERENCE TO C-ABS-DIFF.
           MOVE I-DATE-NUM TO SS-RUN-DATE.
           MOVE LS-CASES TO SS-CASES.
           MOVE LS-SALES TO SS-SALES.
           MOVE LS-CREDITS TO SS-CREDITS.
           MOVE LS-REFUNDS TO SS-REFUNDS.
           MOVE LS-DEPOSITS TO SS-DEPOSITS.
           MOVE LS-COGS TO SS-COGS.
           MOVE LS-WRITE-OFFS TO SS-WRITE-OFFS.
           MOVE LS-NET TO SS-NET.
           PERFORM 3430-PRINT-TOTALS.

       3460-ADD-ONE-CLUB.
           ADD CC-EXPECTED(CC-SUB) TO C-EXPECTED.
           ADD CC-COLLECTED(CC-SUB) TO C-COLLECTED.

       3430-PRINT-TOTALS.
           MOVE 'EXPECTED FOR THE SEASON:' TO O-TOT-LABEL.
           MOVE C-EXPECTED TO O-TOT-AMOUNT.
           WRITE PRINTLINE FROM TOTAL-LINE
           MOVE C-ABS-DIFF TO O-TOT-AMOUNT.
           WRITE PRINTLINE FROM TOTAL-LINE
               AFTER ADVANCING 2 LINES.
           PERFORM 3410-PRINT-PROFIT-AND-LOSS.

       3410-PRINT-PROFIT-AND-LOSS.
           MOVE 'SALES, INCLUDING BOTTLE DEPOSITS:' TO O-PL-LABEL.
           MOVE SS-SALES TO O-PL-AMOUNT.
           WRITE PRINTLINE FROM PL-LINE
               AFTER ADVANCING 3 LINES.
           MOVE '  LESS CREDITS:' TO O-PL-LABEL.
           MOVE SS-CREDITS TO O-PL-AMOUNT.
           WRITE PRINTLINE FROM PL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '  LESS REFUNDS:' TO O-PL-LABEL.
           MOVE SS-REFUNDS TO O-PL-AMOUNT.
           WRITE PRINTLINE FROM PL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '  LESS DEPOSITS PASSED TO STATE:' TO O-PL-LABEL.
           MOVE SS-DEPOSITS TO O-PL-AMOUNT.
           WRITE PRINTLINE FROM PL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '  LESS COST OF GOODS:' TO O-PL-LABEL.
           MOVE SS-COGS TO O-PL-AMOUNT.
           WRITE PRINTLINE FROM PL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE '  LESS DAMAGE WRITE-OFFS:' TO O-PL-LABEL.
           MOVE SS-WRITE-OFFS TO O-PL-AMOUNT.
           WRITE PRINTLINE FROM PL-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'NET PROCEEDS:' TO O-PL-LABEL.
           MOVE SS-NET TO O-PL-AMOUNT.
           WRITE PRINTLINE FROM PL-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'NET CASES SOLD:' TO O-PL-CASE-LABEL.
           MOVE SS-CASES TO O-PL-CASES.
           WRITE PRINTLINE FROM PL-CASES-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 0 TO C-PER-CASE.
           IF SS-CASES > 0
               COMPUTE C-PER-CASE ROUNDED = SS-NET / SS-CASES.
           MOVE 'MARGIN PER CASE:' TO O-PL-LABEL.
           MOVE C-PER-CASE TO O-PL-AMOUNT.
           WRITE PRINTLINE FROM PL-LINE
               AFTER ADVANCING 1 LINES.

       4000-CLOSING.
           CLOSE CERTIFICATE-OUT.
           MOVE 'END' TO RG-EVENT.
           COMPUTE RG-RECORDS-READ = C-ORDERS-ARCH +
               C-PAYMENTS-ARCH + C-LOG-ARCH + C-MAINT-ARCH.
           COMPUTE RG-RECORDS-WRITTEN = C-ORDERS-ARCH +
               C-PAYMENTS-ARCH + C-LOG-ARCH + C-MAINT-ARCH.
           IF CLOSABLE-SW NOT = 'TRUE'
               MOVE 1 TO RG-ERR-CTR.
           MOVE C-EXPECTED TO RG-GRAND-DOLLARS.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.

      *THE TABLE ROW FOR C-FIND-CLUB, ZERO WHEN THE CLUB ISN'T IN IT.
       8000-FIND-CLUB-ROW.
           MOVE 0 TO CC-ROW.
           PERFORM 8010-CHECK-ONE-CLUB-ROW
               VARYING CC-FIND-SUB FROM 1 BY 1
                   UNTIL CC-FIND-SUB > CLUB-CLOSE-COUNT.

       8010-CHECK-ONE-CLUB-ROW.
           IF CC-ROW = 0 AND CC-CLUB-CODE(CC-FIND-SUB) = C-FIND-CLUB
               MOVE CC-FIND-SUB TO CC-ROW.

       9900-HEADINGS.
           ADD 1 TO C-PCTR.
           MOVE C-PCTR TO O-PCTR.
