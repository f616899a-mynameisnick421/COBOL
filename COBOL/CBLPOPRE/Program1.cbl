      *  THE ORDER STANDS. COPY CBLPOPBN.DAT    *
      *  OVER CBLPOPBO.DAT BEFORE THE NEXT      *
      *  RELEASE RUN.                           *
      *  COMMITS A CHECKPOINT (CBLPOPRK.DAT) AS *
      *  IT GOES, SO A RUN THAT DIES PARTWAY    *
      *  CAN SIMPLY BE RUN AGAIN - SEE          *
      *  1190-LOAD-CHECKPOINT.                  *
      *  ONE RELEASE RUN COVERS EVERY CLUB IN   *
      *  THE RUN, OUT OF THE LEAGUE'S ONE       *
      *  STOCKROOM. A CLUB LEFT OUT OF THE RUN  *
      *  HAS ITS BACKORDERS CARRIED FORWARD     *
      *  UNTOUCHED - SEE 2050-CHANGE-CLUB.      *
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MS-KEY
               ALTERNATE RECORD KEY IS I-ORDER-NO OF MS-ORDER-DETAIL
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS I-CUST-PHONE OF MS-ORDER-DETAIL
                   WITH DUPLICATES
               FILE STATUS IS MS-FILE-STATUS.

      *PRODUCT MASTER - WHAT CODES ARE ON FILE (AND THEIR NAMES)
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPPD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *HOLDS HOW FAR A PRIOR RUN GOT AND WHAT WAS ON HAND BEFORE IT
      *STARTED, SO A RERUN AFTER AN ABEND REPLAYS THE SAME RELEASE
      *INSTEAD OF ISSUING THE SAME CASES TWICE - SEE
      *1190-LOAD-CHECKPOINT/2600-WRITE-CHECKPOINT.
           SELECT CHECKPOINT-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPRK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD BACKORDER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BO-RECORD
           RECORD CONTAINS 142 CHARACTERS.
       01 BO-RECORD.
           05  BO-CLUB-CODE        PIC X(3).
           05  BO-SELLER-NO        PIC 9(4).
           05  BO-ORDER-SEQ        PIC 9(4).
           05  BO-ORDER.
       FD NEW-BACKORDER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BN-RECORD
           RECORD CONTAINS 142 CHARACTERS.
       01 BN-RECORD                PIC X(142).

       FD ORDER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS MS-RECORD
           RECORD CONTAINS 143 CHARACTERS.
       01 MS-RECORD.
           COPY POPMAST.

           05  IT-DATE             PIC 9(8).
           05  IT-REFERENCE        PIC X(10).

       FD CHECKPOINT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CK-RECORD
           RECORD CONTAINS 673 CHARACTERS.
       01 CK-RECORD.
           COPY POPCKPT.

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  EOF             PIC X(5)        VALUE 'FALSE'.
           05  POP-TYPE-FOUND-SW PIC X(5)      VALUE 'FALSE'.
           05  MS-FILE-STATUS  PIC XX.
           05  IT-FILE-STATUS  PIC XX.
           05  CK-FILE-STATUS  PIC XX.
           05  IT-EOF          PIC X(5)        VALUE 'FALSE'.

      *WHICH CLUB'S BACKORDERS ARE GOING BY, AND WHETHER THAT CLUB
      *IS IN THIS RUN - SEE 2050-CHANGE-CLUB.
           05  C-CLUB-CODE     PIC X(3)        VALUE HIGH-VALUES.
           05  CLUB-READY-SW   PIC X(5)        VALUE 'FALSE'.

      *CHECKPOINT/RESTART CONTROLS - SEE 1190-LOAD-CHECKPOINT.
      *C-RECORDS-PROCESSED COUNTS BACKORDERS READ THIS PASS; THE
      *FIRST RECORDS-TO-SKIP OF THEM WERE ALREADY WORKED BY THE RUN
      *THAT DIED AND ARE REPLAYED WITHOUT TOUCHING THE MASTER.
      *C-ISSUES-ON-FILE IS HOW MANY OF THIS RUN'S ISSUE RECORDS
      *ALREADY REACHED THE LEDGER BEFORE IT DIED.
           05  C-PHASE         PIC X           VALUE 'A'.
           05  RECORDS-TO-SKIP PIC 9(6)        VALUE 0.
           05  C-RECORDS-PROCESSED PIC 9(6)    VALUE 0.
           05  CP-SINCE-CHECKPOINT PIC 99      VALUE 0.
           05  C-LEDGER-COUNT  PIC 9(6)        VALUE 0.
           05  C-LEDGER-BASE   PIC 9(6)        VALUE 0.
           05  C-ISSUES-ON-FILE PIC 9(6)       VALUE 0.
           05  C-ISSUES-POSTED PIC 9(6)        VALUE 0.
           05  C-RUN-DATE      PIC 9(8)        VALUE 0.

      *EVERY CLUB IN THE RUN AND ITS GENERATION, CLUB BY CLUB IN
      *CLUB-FILE ORDER - THE SAME SHAPE AS THE CHECKPOINT'S
      *CK-CLUB-GENERATIONS - SEE 1050-NOTE-GENERATIONS.
       01 RUN-GENERATIONS.
           05  RUN-CLUB-COUNT      PIC 99.
           05  RUN-CLUB-GEN-ROW    OCCURS 50.
               10  RUN-CLUB-CODE   PIC X(3).
               10  RUN-CLUB-GEN    PIC 9(4).

      *PER-ORDER RELEASE RESULT
           05  C-RELEASED      PIC 9(6)        VALUE 0.
       01 RELEASED-TABLE.
           05  REL-CASES          PIC 9(6)        OCCURS 50 VALUE 0.

      *WHAT WAS ON HAND BEFORE THIS RUN DREW ANYTHING DOWN - THE
      *FIGURES A RESTART REPLAYS FROM.
       01 START-INVENTORY-TABLE.
           05  START-ON-HAND      PIC 9(6)        OCCURS 50 VALUE 0.

      *WHICH FLAVORS ACTUALLY HAD A SNAPSHOT ROW, SO THE REWRITE AT
      *CLOSE PUTS BACK THE SAME ROWS IT TOOK.
       01 INV-ROW-TABLE.
                               PIC 9(8).
           05  I-TIME          PIC X(11).

      *RUN-LOG INTERFACE - CBLPOPRG APPENDS A START AND END RECORD
      *FOR EVERY RUN TO CBLPOPRN.DAT SO THE OFFICERS (AND CBLPOPDV)
      *CAN TELL WHAT RAN AND WHAT NEVER FINISHED.
       01 RG-RUN-INFO.
           COPY POPRUNLG.

      *CLUB CONTROL INTERFACE - CBLPOPCB SAYS WHICH CLUBS THIS RUN
      *COVERS.
       01 CB-CLUB-INFO.
           COPY POPCLUB.

       01 RELEASE-TITLE.
           05  FILLER          PIC X(6)        VALUE 'DATE:'.
           05  O-MM            PIC 99.
           05  FILLER          PIC X           VALUE '/'.
           05  O-YY            PIC 9(4).
           05  FILLER          PIC X(36)       VALUE ' '.
           05  O-CLUB-TITLE    PIC X(72).
           05  FILLER          PIC X(6)        VALUE 'PAGE:'.
           05  O-PCTR          PIC Z9.

       01 CLUB-HEADING.
           05  FILLER          PIC X(6)        VALUE 'CLUB:'.
           05  O-CH-CLUB-CODE  PIC X(3).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-CH-CLUB-NAME  PIC X(30).

      *PRINTED IN PLACE OF A CLUB'S BACKORDERS WHEN THE CLUB IS LEFT
      *OUT OF THE RUN.
       01 CLUB-SKIPPED-LINE.
           05  FILLER          PIC X(6)        VALUE 'CLUB:'.
           05  O-CS-CLUB-CODE  PIC X(3).
           05  FILLER          PIC X(60)       VALUE
               '  LEFT OUT OF THIS RUN - BACKORDERS CARRIED FORWARD.'.

       01 RELEASE-REPORT-HEADING.
           05  FILLER          PIC X(40)
                       VALUE 'BACKORDER RELEASE REPORT'.
           05  FILLER          PIC XX          VALUE ' '.
           05  O-RM-ON-HAND    PIC ZZZ,ZZ9.

       01 RESTART-LINE.
           05  FILLER          PIC X(41)
                   VALUE 'RESTARTED FROM CHECKPOINT - RECORDS DONE:'.
           05  O-RS-DONE       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(24)
                   VALUE '   ISSUES ALREADY POSTED'.
           05  O-RS-ISSUES     PIC ZZ9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           GOBACK.

       1000-INIT.
           MOVE 'LEAG' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE CB-CLUB-TITLE TO O-CLUB-TITLE.
           PERFORM 1050-NOTE-GENERATIONS.
           MOVE 'CBLPOPRE' TO RG-PROGRAM-ID.
           MOVE 'START' TO RG-EVENT.
           MOVE 0 TO RG-RECORDS-READ RG-RECORDS-WRITTEN
               RG-ERR-CTR RG-WARN-CTR RG-GRAND-DOLLARS.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.
           OPEN INPUT BACKORDER-FILE.
           OPEN OUTPUT NEW-BACKORDER-FILE.
           OPEN I-O ORDER-MASTER.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           MOVE I-DATE-NUM TO C-RUN-DATE.
           PERFORM 1170-LOAD-INVENTORY.
           PERFORM 1175-LOAD-PRODUCT-TABLE.
           PERFORM 1190-LOAD-CHECKPOINT.
           PERFORM 9900-HEADINGS.
           PERFORM 9000-READ.

      *WHERE EVERY CLUB IN THE RUN STANDS BEFORE ANYTHING MOVES. A
      *CHECKPOINT TAKEN AT OTHER GENERATIONS, OR OVER A DIFFERENT
      *SET OF CLUBS, WAS TAKEN AGAINST A BACKORDER FILE THAT HAS
      *SINCE BEEN REBUILT - SEE 1195-RESTORE-CHECKPOINT.
       1050-NOTE-GENERATIONS.
           INITIALIZE RUN-GENERATIONS.
           MOVE 'FIRST' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           PERFORM 1055-NOTE-ONE-CLUB
               UNTIL NOT CB-OK.

       1055-NOTE-ONE-CLUB.
           IF CB-CLUB-IN-RUN
               ADD 1 TO RUN-CLUB-COUNT
               MOVE CB-CLUB-CODE TO RUN-CLUB-CODE(RUN-CLUB-COUNT)
               MOVE CB-GENERATION TO RUN-CLUB-GEN(RUN-CLUB-COUNT).
           MOVE 'NEXT' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.

       1170-LOAD-INVENTORY.
           OPEN INPUT INVENTORY-FILE.
           PERFORM 1180-READ-INVENTORY
                   MOVE 'TRUE' TO INV-EOF.
           IF INV-EOF NOT = 'TRUE'
               MOVE INV-CASES-ON-HAND TO INV-ON-HAND(INV-POP-TYPE)
               MOVE INV-CASES-ON-HAND TO START-ON-HAND(INV-POP-TYPE)
               MOVE 'Y' TO INV-ROW-SW(INV-POP-TYPE).


               MOVE PD-NAME TO POP-TYPE(PD-CODE)
               MOVE PD-ACTIVE TO PROD-ACTIVE(PD-CODE).

      *A CHECKPOINT LEFT ON DISK MEANS THE LAST RUN DIED BEFORE ITS
      *NORMAL END. THE RELEASE IS REPLAYED FROM THE ON-HAND FIGURES
      *THAT RUN STARTED WITH - NOT FROM THE SNAPSHOT, WHICH IT MAY
      *ALREADY HAVE DRAWN DOWN - AGAINST THE SAME CBLPOPBO.DAT (THE
      *CYCLE COPY NEVER RUNS UNTIL THIS RUN ENDS CLEAN), SO THE NEW
      *BACKORDER FILE AND THE REPORT COME OUT WHOLE AND THE TOTALS
      *TIE OUT AS IF IT HAD RUN ONCE. MASTER RECORDS ALREADY
      *PROMOTED ARE NOT TOUCHED AGAIN, AND ISSUES ALREADY ON THE
      *LEDGER ARE NOT POSTED AGAIN - SEE 3200-POST-ISSUES. NO
      *CHECKPOINT (FILE STATUS 35, OR AN EMPTY FILE LEFT BY A CLEAN
      *END) MEANS A FRESH RUN - THE STARTING FIGURES ARE COMMITTED
      *BEFORE THE FIRST BACKORDER IS TOUCHED.
       1190-LOAD-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE.
           IF CK-FILE-STATUS = '00'
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM 1195-RESTORE-CHECKPOINT
               END-READ
               CLOSE CHECKPOINT-FILE.
           IF RECORDS-TO-SKIP = 0 AND C-PHASE = 'A'
               PERFORM 2600-WRITE-CHECKPOINT.

      *A CHECKPOINT FROM OTHER GENERATIONS BELONGS TO A BACKORDER
      *FILE THAT NO LONGER EXISTS - REPLAYING IT WOULD PROMOTE THE
      *WRONG ORDERS. THE OPERATOR HAS TO LOOK BEFORE ANYTHING MOVES.
       1195-RESTORE-CHECKPOINT.
           IF CK-CLUB-GENERATIONS NOT = RUN-GENERATIONS
               DISPLAY 'CBLPOPRE - CHECKPOINT IS FROM OTHER CLUB
      -            ' GENERATIONS - CHECK CBLPOPIT.DAT, THEN CLEAR
      -            ' CBLPOPRK.DAT'
               STOP RUN.
           MOVE CK-RECORDS-DONE TO RECORDS-TO-SKIP.
           MOVE CK-PHASE TO C-PHASE.
           MOVE CK-LEDGER-BASE TO C-LEDGER-BASE.
           MOVE CK-RUN-DATE TO C-RUN-DATE.
           PERFORM 1196-RESTORE-ONE-FLAVOR
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 50.
           DISPLAY 'CBLPOPRE - RESTARTING FROM CHECKPOINT, '
               RECORDS-TO-SKIP ' BACKORDERS ALREADY WORKED'.

       1196-RESTORE-ONE-FLAVOR.
           MOVE CK-START-ON-HAND(SUB) TO START-ON-HAND(SUB).
           MOVE CK-START-ON-HAND(SUB) TO INV-ON-HAND(SUB).

      *FILLS EACH BACKORDER OUT OF WHAT'S LEFT OF ITS FLAVOR, IN
      *FILE SEQUENCE - THE OLDEST SHORTED ORDER GETS ITS CASES
      *FIRST, SAME AS THE ORIGINAL ALLOCATION PASS.
       2000-RELEASE.
           IF BO-CLUB-CODE NOT = C-CLUB-CODE
               PERFORM 2050-CHANGE-CLUB.
           PERFORM 2106-CHECK-POP-TYPE.
           ADD 1 TO C-RECORDS-PROCESSED.
           IF CLUB-READY-SW NOT = 'TRUE'
               PERFORM 2120-CARRY-FORWARD-HELD
           ELSE
               IF POP-TYPE-FOUND-SW NOT = 'TRUE'
                   PERFORM 2110-CARRY-FORWARD-AS-IS
               ELSE
                   PERFORM 2200-RELEASE-ONE-ORDER.
           IF C-RECORDS-PROCESSED > RECORDS-TO-SKIP
               ADD 1 TO CP-SINCE-CHECKPOINT
               IF CP-SINCE-CHECKPOINT > 24
                   PERFORM 2600-WRITE-CHECKPOINT
                   MOVE 0 TO CP-SINCE-CHECKPOINT.
           PERFORM 9000-READ.

      *CBLPOPAL WRITES THE BACKORDERS CLUB BY CLUB, SO A NEW CLUB
      *CODE STARTS THE NEXT CLUB'S. ONE THIS RUN ISN'T FOR IS
      *CARRIED QUIETLY; ONE THE RUN IS FOR BUT THAT CBLPOPDV LEFT
      *OUT GETS A LINE ON THE REPORT.
       2050-CHANGE-CLUB.
           MOVE BO-CLUB-CODE TO C-CLUB-CODE.
           MOVE BO-CLUB-CODE TO CB-CLUB-CODE.
           MOVE 'FIND' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           IF CB-OK AND CB-CLUB-IN-RUN
               MOVE 'TRUE' TO CLUB-READY-SW
               MOVE C-CLUB-CODE TO O-CH-CLUB-CODE
               MOVE CB-CLUB-NAME TO O-CH-CLUB-NAME
               WRITE PRINTLINE FROM CLUB-HEADING
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM 9900-HEADINGS
               END-WRITE
           ELSE
               MOVE 'FALSE' TO CLUB-READY-SW
               IF CB-SELECTED-CLUB = SPACES OR
                       CB-SELECTED-CLUB = C-CLUB-CODE
                   MOVE C-CLUB-CODE TO O-CS-CLUB-CODE
                   WRITE PRINTLINE FROM CLUB-SKIPPED-LINE
                       AFTER ADVANCING 3 LINES
                           AT EOP
                               PERFORM 9900-HEADINGS.

      *GUARDS THE INV-ON-HAND SUBSCRIPT AND THE RELEASE ARITHMETIC -
      *SAME GUARD CBLPOPAL APPLIES ON THE WAY IN.
       2106-CHECK-POP-TYPE.
                   AT EOP
                       PERFORM 9900-HEADINGS.

      *A CLUB SITTING OUT THE RUN KEEPS ITS BACKORDERS AS THEY
      *STAND - NOTHING RELEASED, NOTHING PRINTED.
       2120-CARRY-FORWARD-HELD.
           WRITE BN-RECORD FROM BO-RECORD.
           ADD 1 TO C-BN-WRITTEN.

       2200-RELEASE-ONE-ORDER.
           IF I-NUM-CASES OF BO-ORDER >
                   INV-ON-HAND(I-POP-TYPE OF BO-ORDER)
           IF C-STILL-OWED > 0
               PERFORM 2300-CARRY-FORWARD-REMAINDER
           ELSE
               IF C-RECORDS-PROCESSED > RECORDS-TO-SKIP
                   PERFORM 2250-PROMOTE-MASTER-STATUS.

      *THE BACKORDER IS FULLY RELEASED - THE MASTER RECORD BEHIND
      *IT COMES OFF BACKORDERED AND STANDS ALLOCATED, WAITING ON
      *DELIVERY DAY. A KEY THAT ISN'T ON THE MASTER ANY MORE (A
      *MID-SEASON DELETE THROUGH CBLPOPMT) IS REPORTED, NOT FATAL.
       2250-PROMOTE-MASTER-STATUS.
           MOVE BO-CLUB-CODE TO MS-CLUB-CODE.
           MOVE BO-SELLER-NO TO MS-SELLER-NO.
           MOVE BO-ORDER-SEQ TO MS-ORDER-SEQ.
           READ ORDER-MASTER
               INVALID KEY
                   CONTINUE.
           IF MS-FILE-STATUS NOT = '00'
               DISPLAY 'CBLPOPRE - MASTER KEY ' BO-CLUB-CODE '/'
                   BO-SELLER-NO '/' BO-ORDER-SEQ
                   ' NOT FOUND - STATUS NOT PROMOTED'
           ELSE
               MOVE 'A' TO MS-STATUS
               REWRITE MS-RECORD
           WRITE BN-RECORD FROM BO-RECORD.
           ADD 1 TO C-BN-WRITTEN.

      *COMMITS THE RUN SO FAR - EVERY BACKORDER UP TO
      *C-RECORDS-PROCESSED HAS ITS MASTER PROMOTION DONE. THE
      *STARTING ON-HAND FIGURES RIDE ALONG EVERY TIME SO THE REPLAY
      *NEVER DEPENDS ON WHAT THE SNAPSHOT SAYS BY THEN. EVERY CLUB'S
      *GENERATION RIDES ALONG SO A RESTART CAN TELL THE FILES ARE
      *STILL THE ONES THIS RUN STARTED ON.
       2600-WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE RUN-GENERATIONS TO CK-CLUB-GENERATIONS.
           MOVE C-RUN-DATE TO CK-RUN-DATE.
           MOVE C-PHASE TO CK-PHASE.
           IF C-RECORDS-PROCESSED > RECORDS-TO-SKIP
               MOVE C-RECORDS-PROCESSED TO CK-RECORDS-DONE
           ELSE
               MOVE RECORDS-TO-SKIP TO CK-RECORDS-DONE.
           MOVE C-LEDGER-BASE TO CK-LEDGER-BASE.
           PERFORM 2610-SAVE-ONE-FLAVOR
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 50.
           WRITE CK-RECORD.
           CLOSE CHECKPOINT-FILE.

       2610-SAVE-ONE-FLAVOR.
           MOVE START-ON-HAND(SUB) TO CK-START-ON-HAND(SUB).

       2400-PRINT-DETAIL.
           MOVE I-LNAME OF BO-ORDER TO O-LNAME.
           MOVE I-FNAME OF BO-ORDER TO O-FNAME.
           PERFORM 3110-PRINT-REMAINING THRU 3110-X
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 50.
      *EVERY BACKORDER IS WORKED BY NOW. THE CHECKPOINT MOVES TO THE
      *POSTING PHASE WITH THE LEDGER'S LENGTH BEFORE THE FIRST
      *ISSUE GOES ON, AND IS ONLY EMPTIED ONCE THE SNAPSHOT IS BACK
      *ON DISK.
           PERFORM 3150-COUNT-LEDGER.
           IF C-PHASE = 'P'
               COMPUTE C-ISSUES-ON-FILE = C-LEDGER-COUNT - C-LEDGER-BASE
           ELSE
               MOVE 'P' TO C-PHASE
               MOVE C-LEDGER-COUNT TO C-LEDGER-BASE
               MOVE 0 TO C-ISSUES-ON-FILE
               PERFORM 2600-WRITE-CHECKPOINT.
           IF RECORDS-TO-SKIP > 0 OR C-ISSUES-ON-FILE > 0
               MOVE RECORDS-TO-SKIP TO O-RS-DONE
               MOVE C-ISSUES-ON-FILE TO O-RS-ISSUES
               WRITE PRINTLINE FROM RESTART-LINE
                   AFTER ADVANCING 3 LINES.
           PERFORM 3200-POST-ISSUES.
           PERFORM 3300-REWRITE-SNAPSHOT.
           CLOSE BACKORDER-FILE.
           CLOSE NEW-BACKORDER-FILE.
           CLOSE ORDER-MASTER.
           CLOSE RELEASE-OUT.
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.
           MOVE 'END' TO RG-EVENT.
           MOVE C-RECORDS-PROCESSED TO RG-RECORDS-READ.
           MOVE C-BN-WRITTEN TO RG-RECORDS-WRITTEN.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.

      *HOW MANY RECORDS THE LEDGER HOLDS RIGHT NOW. NO LEDGER YET
      *(FILE STATUS 35) IS ZERO.
       3150-COUNT-LEDGER.
           MOVE 0 TO C-LEDGER-COUNT.
           MOVE 'FALSE' TO IT-EOF.
           OPEN INPUT INV-LEDGER-FILE.
           IF IT-FILE-STATUS = '00'
               PERFORM 3160-COUNT-ONE-LEDGER-RECORD
                   UNTIL IT-EOF = 'TRUE'
               CLOSE INV-LEDGER-FILE.

       3160-COUNT-ONE-LEDGER-RECORD.
           READ INV-LEDGER-FILE
               AT END
                   MOVE 'TRUE' TO IT-EOF.
           IF IT-EOF NOT = 'TRUE'
               ADD 1 TO C-LEDGER-COUNT.

       3110-PRINT-REMAINING.
           IF POP-TYPE(SUB) = SPACES
      *THE CASES THIS RUN RELEASED LEAVE STOCK HERE AND NOWHERE
      *ELSE - ONE ISSUE PER FLAVOR ON THE LEDGER, SAME AS CBLPOPAL.
       3200-POST-ISSUES.
           MOVE 0 TO C-ISSUES-POSTED.
           OPEN EXTEND INV-LEDGER-FILE.
           IF IT-FILE-STATUS = '35'
               OPEN OUTPUT INV-LEDGER-FILE.

       3210-POST-ONE-ISSUE.
           IF REL-CASES(SUB) > 0
               ADD 1 TO C-ISSUES-POSTED
               IF C-ISSUES-POSTED > C-ISSUES-ON-FILE
                   MOVE 'I' TO IT-TRANS-TYPE
                   MOVE SUB TO IT-POP-TYPE
                   MOVE REL-CASES(SUB) TO IT-CASES
                   MOVE C-RUN-DATE TO IT-DATE
                   MOVE 'CBLPOPRE' TO IT-REFERENCE
                   WRITE IT-RECORD.

      *THE SNAPSHOT ON DISK NOW REFLECTS WHAT THE RELEASE CONSUMED.
       3300-REWRITE-SNAPSHOT.
