      *  PRINTS AN ALLOCATION REPORT OF EACH    *
      *  SELLER'S FILLED VS BACKORDERED         *
      *  QUANTITY.                              *
      *  COMMITS A CHECKPOINT (CBLPOPAK.DAT) AS *
      *  IT GOES, SO A RUN THAT DIES PARTWAY    *
      *  CAN SIMPLY BE RUN AGAIN - SEE          *
      *  1190-LOAD-CHECKPOINT.                  *
      *  THE COUNTY LEAGUE'S CLUBS SHARE ONE    *
      *  STOCKROOM, SO THIS IS A LEAGUE-WIDE    *
      *  STEP - ONE PASS OVER EVERY CLUB IN THE *
      *  RUN, CLUB BY CLUB IN KEY ORDER. A CLUB *
      *  LEFT OUT OF THE RUN (LATE UPLOAD OR    *
      *  FAILED CHECK) IS PASSED OVER AND ITS   *
      *  ORDERS WAIT FOR ITS NEXT RUN - SEE     *
      *  1050-CHECK-CLUBS. ITS BACKORDERS ARE   *
      *  CARRIED INTO THE NEW BACKORDER FILE AS *
      *  THEY STAND - SEE                       *
      *  1100-HOLD-OLD-BACKORDERS.              *
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS MS-KEY
               ALTERNATE RECORD KEY IS I-ORDER-NO OF MS-ORDER-DETAIL
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS I-CUST-PHONE OF MS-ORDER-DETAIL
                   WITH DUPLICATES
               FILE STATUS IS MS-FILE-STATUS.

           SELECT BACKORDER-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPBO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *THE SAME FILE AS IT STOOD BEFORE THIS RUN, READ ONCE AT
      *1000-INIT TIME FOR THE BACKORDERS OF CLUBS THIS RUN PASSES
      *OVER - SEE 1100-HOLD-OLD-BACKORDERS.
           SELECT OLD-BACKORDER-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPBO.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OB-FILE-STATUS.

           SELECT ALLOC-OUT
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPAL.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPPD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *HOLDS HOW FAR A PRIOR RUN GOT AND WHAT WAS ON HAND BEFORE IT
      *STARTED, SO A RERUN AFTER AN ABEND REPLAYS THE SAME FILL
      *INSTEAD OF ISSUING THE SAME CASES TWICE - SEE
      *1190-LOAD-CHECKPOINT/2600-WRITE-CHECKPOINT.
           SELECT CHECKPOINT-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPAK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD POP-SALES-REPORT
           LABEL RECORD IS STANDARD
           DATA RECORD IS MS-RECORD
           RECORD CONTAINS 143 CHARACTERS.
      *THE CONTROL-TOTAL TRAILER VIEW COMES ALONG IN THE COPYBOOK -
      *BECAUSE OF KEY ORDER IT READS BACK FIRST, NOT LAST, AND
      *9000-READ SWALLOWS IT WHEREVER IT TURNS UP.
           COPY POPMAST.

      *THE UNFILLED REMAINDER OF EACH SHORTED ORDER - THE MASTER
      *KEY (CLUB, SELLER, SEQUENCE) RIDES IN FRONT OF THE ORDER
      *IMAGE SO CBLPOPRE CAN FIND THE MASTER RECORD AGAIN AND
      *PROMOTE ITS STATUS WHEN THE BACKORDER FINALLY FILLS.
      *I-NUM-CASES IN THE IMAGE HOLDS THE CASES STILL OWED.
       FD BACKORDER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS BO-RECORD
           RECORD CONTAINS 142 CHARACTERS.
       01 BO-RECORD.
           05  BO-CLUB-CODE        PIC X(3).
           05  BO-SELLER-NO        PIC 9(4).
           05  BO-ORDER-SEQ        PIC 9(4).
           05  BO-POPSALES         PIC X(131).

       FD OLD-BACKORDER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS OB-RECORD
           RECORD CONTAINS 142 CHARACTERS.
       01 OB-RECORD.
           05  OB-CLUB-CODE        PIC X(3).
           05  FILLER              PIC X(139).

       FD ALLOC-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
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
           05  INV-EOF         PIC X(5)        VALUE 'FALSE'.
           05  POP-TYPE-FOUND-SW PIC X(5)      VALUE 'FALSE'.
           05  MS-FILE-STATUS  PIC XX.
           05  IT-FILE-STATUS  PIC XX.
           05  CK-FILE-STATUS  PIC XX.
           05  OB-FILE-STATUS  PIC XX.
           05  OB-EOF          PIC X(5)        VALUE 'FALSE'.
           05  IT-EOF          PIC X(5)        VALUE 'FALSE'.

      *WHICH CLUB'S ORDERS ARE GOING BY, AND WHETHER THAT CLUB IS
      *IN THIS RUN - SEE 9100-CHANGE-CLUB.
           05  C-CLUB-CODE     PIC X(3)        VALUE HIGH-VALUES.
           05  CLUB-READY-SW   PIC X(5)        VALUE 'FALSE'.
           05  ORDER-FOUND-SW  PIC X(5)        VALUE 'FALSE'.
           05  C-CLUBS-READY   PIC 9(3)        VALUE 0.

      *CHECKPOINT/RESTART CONTROLS - SEE 1190-LOAD-CHECKPOINT.
      *C-RECORDS-PROCESSED COUNTS ORDERS READ OFF THE MASTER THIS
      *PASS; THE FIRST RECORDS-TO-SKIP OF THEM WERE ALREADY STAMPED
      *BY THE RUN THAT DIED AND ARE REPLAYED WITHOUT A REWRITE.
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

      *PER-ORDER ALLOCATION RESULT
           05  C-FILLED        PIC 9(6)        VALUE 0.
           05  C-BACKORDERED   PIC 9(6)        VALUE 0.
           05  C-BO-WRITTEN    PIC 9(6)        VALUE 0.
           05  C-BO-CARRIED    PIC 9(6)        VALUE 0.
           05  C-HOLD-CASES    PIC 99          VALUE 0.

      *CASES STILL AVAILABLE TO GIVE OUT, DRAWN DOWN AS ORDERS ARE
           05  INV-ROW-SW         PIC X           OCCURS 50
                                                  VALUE SPACE.

      *THE GENERATION OF EVERY CLUB THIS RUN ALLOCATES, CLUB BY
      *CLUB IN CLUB-FILE ORDER - THE SAME SHAPE AS THE CHECKPOINT'S
      *CK-CLUB-GENERATIONS, SO A REPLAY IS ONLY ALLOWED WHEN THE
      *TWO MATCH BYTE FOR BYTE. ONE CLUB'S NEW UPLOAD CAN'T HIDE
      *BEHIND ANOTHER'S THE WAY IT COULD IN A SINGLE TOTAL.
       01 RUN-GENERATIONS.
           05  RUN-CLUB-COUNT      PIC 99.
           05  RUN-CLUB-GEN-ROW    OCCURS 50.
               10  RUN-CLUB-CODE   PIC X(3).
               10  RUN-CLUB-GEN    PIC 9(4).

      *BACKORDERS OF THE CLUBS THIS RUN PASSES OVER, TAKEN OFF THE
      *OLD FILE BEFORE IT IS REWRITTEN. THEIR ORDERS ARE STILL
      *STAMPED 'B' AND STILL OWED - CBLPOPRE HAS TO FIND THEM THERE
      *NEXT TIME.
       01 HELD-BO-COUNT            PIC 9(4)        VALUE 0.
       01 HELD-BO-SUB              PIC 9(4).
       01 HELD-BACKORDER-TABLE.
           05  HELD-BACKORDER      PIC X(142)      OCCURS 2000.

      *PER-FLAVOR ALLOCATION TOTALS FOR THE SUMMARY PAGE.
       01 ALLOC-TOTALS-TABLE.
           05  ALLOC-TOTALS       OCCURS 50.
                               PIC 9(8).
           05  I-TIME          PIC X(11).

      *RUN-LOG INTERFACE - CBLPOPRG APPENDS A START AND END RECORD
      *FOR EVERY RUN TO CBLPOPRN.DAT SO THE OFFICERS (AND CBLPOPDV)
      *CAN TELL WHAT RAN AND WHAT NEVER FINISHED.
       01 RG-RUN-INFO.
           COPY POPRUNLG.

      *CLUB CONTROL INTERFACE - CBLPOPCB SAYS WHICH CLUBS THIS RUN
      *COVERS AND WHERE EACH ONE'S GENERATION STANDS.
       01 CB-CLUB-INFO.
           COPY POPCLUB.

       01 ALLOC-TITLE.
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

      *PRINTED IN PLACE OF A CLUB'S ORDERS WHEN THE CLUB IS LEFT OUT
      *OF THE RUN.
       01 CLUB-SKIPPED-LINE.
           05  FILLER          PIC X(6)        VALUE 'CLUB:'.
           05  O-CS-CLUB-CODE  PIC X(3).
           05  FILLER          PIC X(60)       VALUE
               '  LEFT OUT OF THIS RUN - ORDERS WAIT FOR ITS NEXT RUN.'.

       01 ALLOC-REPORT-HEADING.
           05  FILLER          PIC X(40)
                       VALUE 'INVENTORY ALLOCATION REPORT'.
                       VALUE 'BACKORDER RECORDS WRITTEN:'.
           05  O-BO-WRITTEN    PIC ZZZ,ZZ9.

       01 BO-CARRIED-LINE.
           05  FILLER          PIC X(28)
                       VALUE 'CARRIED FOR CLUBS NOT RUN:'.
           05  O-BO-CARRIED    PIC ZZZ,ZZ9.

       01 RESTART-LINE.
           05  FILLER          PIC X(40)
                   VALUE 'RESTARTED FROM CHECKPOINT - ORDERS DONE:'.
           05  O-RS-DONE       PIC ZZZ,ZZ9.
           05  FILLER          PIC X(24)
                   VALUE '   ISSUES ALREADY POSTED'.
           05  O-RS-ISSUES     PIC ZZ9.

      *WHAT WAS ON HAND BEFORE ALLOCATION DREW IT DOWN, FOR THE
      *SUMMARY PAGE.
       01 START-INVENTORY-TABLE.
           GOBACK.

       1000-INIT.
           MOVE 'LEAG' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE CB-CLUB-TITLE TO O-CLUB-TITLE.
           PERFORM 1050-CHECK-CLUBS.
           MOVE 'CBLPOPAL' TO RG-PROGRAM-ID.
           MOVE 'START' TO RG-EVENT.
           MOVE 0 TO RG-RECORDS-READ RG-RECORDS-WRITTEN
               RG-ERR-CTR RG-WARN-CTR RG-GRAND-DOLLARS.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.
           OPEN I-O POP-SALES-REPORT.
           PERFORM 1100-HOLD-OLD-BACKORDERS.
           OPEN OUTPUT BACKORDER-FILE.
           PERFORM 1150-WRITE-HELD-BACKORDER
               VARYING HELD-BO-SUB FROM 1 BY 1
                   UNTIL HELD-BO-SUB > HELD-BO-COUNT.
           OPEN OUTPUT ALLOC-OUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           MOVE I-DATE-NUM TO C-RUN-DATE.
           PERFORM 1170-LOAD-INVENTORY.
           PERFORM 1175-LOAD-PRODUCT-TABLE.
           PERFORM 1190-LOAD-CHECKPOINT.
           PERFORM 9900-HEADINGS.
           PERFORM 9000-READ.

      *THE NEW BACKORDER FILE ONLY GETS WHAT THIS RUN ALLOCATES, SO
      *A CLUB SITTING OUT THE RUN WOULD LOSE EVERY BACKORDER IT HAS
      *AND CBLPOPRE COULD NEVER RELEASE THEM. THEY ARE TAKEN OFF THE
      *OLD FILE HERE AND WRITTEN BACK FIRST, AS THEY STAND, THE WAY
      *CBLPOPRE CARRIES A HELD CLUB'S FORWARD. THE TABLE IS FULL
      *BEFORE THE OLD FILE IS OPENED OVER, SO RUNNING OUT OF ROOM
      *STOPS THE RUN WITH THE FILE STILL WHOLE. A RESTART FINDS THE
      *HELD CLUBS' RECORDS AT THE FRONT OF THE FILE THE DEAD RUN
      *LEFT, AND TAKES THEM AGAIN. NO FILE (STATUS 35) MEANS NOTHING
      *IS OWED.
       1100-HOLD-OLD-BACKORDERS.
           OPEN INPUT OLD-BACKORDER-FILE.
           IF OB-FILE-STATUS = '00'
               PERFORM 1110-HOLD-ONE-BACKORDER
                   UNTIL OB-EOF = 'TRUE'
               CLOSE OLD-BACKORDER-FILE.

       1110-HOLD-ONE-BACKORDER.
           READ OLD-BACKORDER-FILE
               AT END
                   MOVE 'TRUE' TO OB-EOF.
           IF OB-EOF NOT = 'TRUE'
               MOVE OB-CLUB-CODE TO CB-CLUB-CODE
               MOVE 'FIND' TO CB-FUNCTION
               CALL 'CBLPOPCB' USING CB-CLUB-INFO
               PERFORM 1060-CHECK-ONE-CLUB
               IF CLUB-READY-SW NOT = 'TRUE'
                   IF HELD-BO-COUNT < 2000
                       ADD 1 TO HELD-BO-COUNT
                       MOVE OB-RECORD TO HELD-BACKORDER(HELD-BO-COUNT)
                   ELSE
                       DISPLAY 'CBLPOPAL - HELD BACKORDERS EXCEED 2000 -
      -                    ' ENLARGE TABLE'
                       STOP RUN.

       1150-WRITE-HELD-BACKORDER.
           WRITE BO-RECORD FROM HELD-BACKORDER(HELD-BO-SUB).
           ADD 1 TO C-BO-CARRIED.

       1170-LOAD-INVENTORY.
           OPEN INPUT INVENTORY-FILE.
           PERFORM 1180-READ-INVENTORY
               MOVE PD-NAME TO POP-TYPE(PD-CODE)
               MOVE PD-ACTIVE TO PROD-ACTIVE(PD-CODE).

      *A CHECKPOINT LEFT ON DISK MEANS THE LAST RUN DIED BEFORE ITS
      *NORMAL END. THE FILL IS REPLAYED FROM THE ON-HAND FIGURES
      *THAT RUN STARTED WITH - NOT FROM THE SNAPSHOT, WHICH IT MAY
      *ALREADY HAVE DRAWN DOWN - SO EVERY ORDER LANDS WHERE IT
      *LANDED THE FIRST TIME, THE BACKORDER FILE AND REPORT COME
      *OUT WHOLE, AND THE TOTALS TIE OUT AS IF IT HAD RUN ONCE.
      *ORDERS ALREADY STAMPED ARE NOT REWRITTEN, AND ISSUES ALREADY
      *ON THE LEDGER ARE NOT POSTED AGAIN - SEE 3200-POST-ISSUES.
      *NO CHECKPOINT (FILE STATUS 35, OR AN EMPTY FILE LEFT BY A
      *CLEAN END) MEANS A FRESH RUN - THE STARTING FIGURES ARE
      *COMMITTED BEFORE THE FIRST ORDER IS TOUCHED.
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

      *A CHECKPOINT FROM SOME OTHER GENERATION BELONGS TO AN ORDER
      *MASTER THAT NO LONGER EXISTS - REPLAYING IT WOULD STAMP THE
      *WRONG ORDERS. THE OPERATOR HAS TO LOOK BEFORE ANYTHING MOVES.
       1195-RESTORE-CHECKPOINT.
           IF CK-CLUB-GENERATIONS NOT = RUN-GENERATIONS
               DISPLAY 'CBLPOPAL - CHECKPOINT IS FROM OTHER CLUB
      -            ' GENERATIONS - CHECK CBLPOPIT.DAT, THEN CLEAR
      -            ' CBLPOPAK.DAT'
               STOP RUN.
           MOVE CK-RECORDS-DONE TO RECORDS-TO-SKIP.
           MOVE CK-PHASE TO C-PHASE.
           MOVE CK-LEDGER-BASE TO C-LEDGER-BASE.
           MOVE CK-RUN-DATE TO C-RUN-DATE.
           PERFORM 1196-RESTORE-ONE-FLAVOR
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > 50.
           DISPLAY 'CBLPOPAL - RESTARTING FROM CHECKPOINT, '
               RECORDS-TO-SKIP ' ORDERS ALREADY STAMPED'.

       1196-RESTORE-ONE-FLAVOR.
           MOVE CK-START-ON-HAND(SUB) TO START-ON-HAND(SUB).
           MOVE CK-START-ON-HAND(SUB) TO INV-ON-HAND(SUB).

      *FILLS EACH ORDER OUT OF WHAT'S LEFT OF ITS FLAVOR, IN KEY
      *SEQUENCE - FIRST LOADED, FIRST FILLED. WHATEVER CAN'T BE
      *FILLED GOES TO THE BACKORDER FILE AS CASES STILL OWED.
       2000-ALLOCATE.
           ADD 1 TO C-RECORDS-PROCESSED.
           IF IS-CREDIT OR IS-DONATION
      *A CREDIT OR A DONATION ISN'T AN ORDER TO FILL - IT RIDES
      *THE MASTER FOR THE MONEY REPORTS AND STAYS OUT OF THE
      *ALLOCATION.
               CONTINUE
           ELSE
               PERFORM 2106-CHECK-POP-TYPE
                   PERFORM 2110-PRINT-EXCEPTION-LINE
               ELSE
                   PERFORM 2200-ALLOCATE-ONE-ORDER.
           IF C-RECORDS-PROCESSED > RECORDS-TO-SKIP
               ADD 1 TO CP-SINCE-CHECKPOINT
               IF CP-SINCE-CHECKPOINT > 24
                   PERFORM 2600-WRITE-CHECKPOINT
                   MOVE 0 TO CP-SINCE-CHECKPOINT.
           PERFORM 9000-READ.

      *GUARDS THE INV-ON-HAND SUBSCRIPT AGAINST A NON-NUMERIC OR
               MOVE 'B' TO MS-STATUS
           ELSE
               MOVE 'A' TO MS-STATUS.
      *AN ORDER THE CHECKPOINT SAYS IS ALREADY STAMPED KEEPS THE
      *STAMP IT HAS - THE REPLAY ONLY REBUILDS THE TOTALS, THE
      *BACKORDER FILE AND THE REPORT.
           IF C-RECORDS-PROCESSED > RECORDS-TO-SKIP
               REWRITE MS-RECORD
                   INVALID KEY
                       DISPLAY 'CBLPOPAL - STATUS REWRITE FAILED, STATUS
      -                    ' ' MS-FILE-STATUS.
           PERFORM 2400-PRINT-DETAIL.

      *THE BACKORDER RECORD IS THE ORDER IMAGE WITH THE CASE COUNT
      *MASTER KEEPS WHAT WAS ORDERED, THE BACKORDER FILE KEEPS
      *WHAT'S OWED.
       2300-WRITE-BACKORDER.
           MOVE MS-CLUB-CODE TO BO-CLUB-CODE.
           MOVE MS-SELLER-NO TO BO-SELLER-NO.
           MOVE MS-ORDER-SEQ TO BO-ORDER-SEQ.
           MOVE I-NUM-CASES TO C-HOLD-CASES.
           WRITE BO-RECORD.
           ADD 1 TO C-BO-WRITTEN.

      *COMMITS THE RUN SO FAR - EVERY ORDER UP TO
      *C-RECORDS-PROCESSED IS STAMPED ON THE MASTER. THE STARTING
      *ON-HAND FIGURES RIDE ALONG EVERY TIME SO THE REPLAY NEVER
      *DEPENDS ON WHAT THE SNAPSHOT SAYS BY THEN.
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
           MOVE I-LNAME TO O-LNAME.
           MOVE I-FNAME TO O-FNAME.
                   AT EOP
                       PERFORM 9900-HEADINGS.

      *EVERY ORDER IS STAMPED BY NOW. THE CHECKPOINT MOVES TO THE
      *POSTING PHASE WITH THE LEDGER'S LENGTH BEFORE THE FIRST
      *ISSUE GOES ON, AND IS ONLY EMPTIED ONCE THE SNAPSHOT IS BACK
      *ON DISK - A CLEAN END LEAVES NOTHING FOR THE NEXT RUN TO
      *RESUME.
       3000-CLOSING.
           PERFORM 3100-PRINT-SUMMARY.
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
                   AFTER ADVANCING 2 LINES.
           PERFORM 3200-POST-ISSUES.
           PERFORM 3300-REWRITE-SNAPSHOT.
           CLOSE POP-SALES-REPORT.
           CLOSE BACKORDER-FILE.
           CLOSE ALLOC-OUT.
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.
           MOVE 'END' TO RG-EVENT.
           MOVE C-RECORDS-PROCESSED TO RG-RECORDS-READ.
           COMPUTE RG-RECORDS-WRITTEN = C-BO-WRITTEN + C-BO-CARRIED.
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

      *THE CASES THIS RUN FILLED LEAVE STOCK HERE AND NOWHERE ELSE -
      *ONE ISSUE PER FLAVOR ON THE LEDGER, SO CBLPOPIN'S BALANCE
      *AND STOCK MOVEMENT REPORT EXPLAIN THEM. THE ISSUES ALWAYS GO
      *ON IN FLAVOR ORDER, SO AFTER A RESTART THE FIRST
      *C-ISSUES-ON-FILE OF THEM ARE THE ONES THAT ALREADY LANDED
      *AND ARE PASSED OVER. THEY CARRY THE ORIGINAL RUN'S DATE.
       3200-POST-ISSUES.
           MOVE 0 TO C-ISSUES-POSTED.
           OPEN EXTEND INV-LEDGER-FILE.
           IF IT-FILE-STATUS = '35'
               OPEN OUTPUT INV-LEDGER-FILE.

       3210-POST-ONE-ISSUE.
           IF AL-FILLED(SUB) > 0
               ADD 1 TO C-ISSUES-POSTED
               IF C-ISSUES-POSTED > C-ISSUES-ON-FILE
                   MOVE 'I' TO IT-TRANS-TYPE
                   MOVE SUB TO IT-POP-TYPE
                   MOVE AL-FILLED(SUB) TO IT-CASES
                   MOVE C-RUN-DATE TO IT-DATE
                   MOVE 'CBLPOPAL' TO IT-REFERENCE
                   WRITE IT-RECORD.

      *THE SNAPSHOT ON DISK NOW REFLECTS WHAT ALLOCATION CONSUMED
      *INSTEAD OF WAITING FOR A HAND EDIT THAT NEVER CAME.
           MOVE C-BO-WRITTEN TO O-BO-WRITTEN.
           WRITE PRINTLINE FROM BO-COUNT-LINE
               AFTER ADVANCING 3 LINES.
           MOVE C-BO-CARRIED TO O-BO-CARRIED.
           WRITE PRINTLINE FROM BO-CARRIED-LINE
               AFTER ADVANCING 1 LINE.

       3110-PRINT-ONE-FLAVOR.
           IF POP-TYPE(SUB) = SPACES
       3110-X.
           EXIT.

      *EACH CLUB'S CONTROL-TOTAL TRAILER SORTS AHEAD OF ITS SELLER
      *NUMBERS, SO IT COMES BACK FIRST INSTEAD OF LAST - SKIP IT,
      *AND EVERY ORDER OF A CLUB LEFT OUT OF THE RUN, SO THE
      *ALLOCATION ONLY EVER SEES REAL ORDERS IT MAY FILL.
       9000-READ.
           MOVE 'FALSE' TO ORDER-FOUND-SW.
           PERFORM 9010-READ-ONE-RECORD
               UNTIL EOF = 'TRUE' OR ORDER-FOUND-SW = 'TRUE'.

       9010-READ-ONE-RECORD.
           READ POP-SALES-REPORT
               AT END
                   MOVE 'TRUE' TO EOF.
           IF EOF NOT = 'TRUE' AND NOT IS-TRAILER-RECORD
               IF MS-CLUB-CODE NOT = C-CLUB-CODE
                   PERFORM 9100-CHANGE-CLUB
               END-IF
               IF CLUB-READY-SW = 'TRUE'
                   MOVE 'TRUE' TO ORDER-FOUND-SW.

      *A NEW CLUB'S ORDERS START HERE. A CLUB THIS RUN ISN'T FOR IS
      *PASSED OVER QUIETLY; ONE THE RUN IS FOR BUT THAT ISN'T READY
      *(DROPPED BY CBLPOPDV, OR ITS MASTER NOT THROUGH THE EDIT
      *PASS) IS PASSED OVER WITH A LINE ON THE REPORT.
       9100-CHANGE-CLUB.
           MOVE MS-CLUB-CODE TO C-CLUB-CODE.
           MOVE MS-CLUB-CODE TO CB-CLUB-CODE.
           MOVE 'FIND' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           PERFORM 1060-CHECK-ONE-CLUB.
           IF CLUB-READY-SW = 'TRUE'
               MOVE C-CLUB-CODE TO O-CH-CLUB-CODE
               MOVE CB-CLUB-NAME TO O-CH-CLUB-NAME
               WRITE PRINTLINE FROM CLUB-HEADING
                   AFTER ADVANCING 3 LINES
                       AT EOP
                           PERFORM 9900-HEADINGS
               END-WRITE
           ELSE
               IF CB-SELECTED-CLUB = SPACES OR
                       CB-SELECTED-CLUB = C-CLUB-CODE
                   MOVE C-CLUB-CODE TO O-CS-CLUB-CODE
                   WRITE PRINTLINE FROM CLUB-SKIPPED-LINE
                       AFTER ADVANCING 3 LINES
                           AT EOP
                               PERFORM 9900-HEADINGS.

      *EVERY CLUB IN THE RUN IS CHECKED ON ITS OWN STAMPS. ONE
      *CLUB THAT'S STALE OR NOT YET THROUGH THE EDIT PASS DOESN'T
      *HOLD UP THE OTHERS - ITS ORDERS ARE SIMPLY PASSED OVER (SEE
      *9100-CHANGE-CLUB) - BUT WITH NO CLUB READY THERE IS NOTHING
      *TO ALLOCATE AND THE RUN STOPS. THE TRAILER CATCHES A
      *TRUNCATED FILE, THIS CATCHES A STALE OR OUT-OF-ORDER ONE.
       1050-CHECK-CLUBS.
           INITIALIZE RUN-GENERATIONS.
           MOVE 'FIRST' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           PERFORM 1055-CHECK-NEXT-CLUB
               UNTIL NOT CB-OK.
           IF C-CLUBS-READY = 0
               DISPLAY 'CBLPOPAL - NO CLUB IN THE RUN HAS A VALIDATED
      -            ' ORDER MASTER - RUN CBLPOPCV, CBLPOPLD AND CBLNLH05
      -            ' FIRST'
               STOP RUN.

       1055-CHECK-NEXT-CLUB.
           PERFORM 1060-CHECK-ONE-CLUB.
           IF CLUB-READY-SW = 'TRUE'
               ADD 1 TO C-CLUBS-READY
               ADD 1 TO RUN-CLUB-COUNT
               MOVE CB-CLUB-CODE TO RUN-CLUB-CODE(RUN-CLUB-COUNT)
               MOVE CB-GENERATION TO RUN-CLUB-GEN(RUN-CLUB-COUNT)
           ELSE
               IF CB-CLUB-IN-RUN
                   DISPLAY 'CBLPOPAL - CLUB ' CB-CLUB-CODE
                       ' IS NOT VALIDATED AT GENERATION '
                       CB-GENERATION ' - ITS ORDERS ARE PASSED OVER'.
           MOVE 'NEXT' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.

       1060-CHECK-ONE-CLUB.
           MOVE 'FALSE' TO CLUB-READY-SW.
           IF CB-OK AND CB-CLUB-IN-RUN AND CB-CONTROL-ON-FILE
               IF CB-LOADED-GEN = CB-GENERATION AND
                       CB-VALIDATED-GEN = CB-GENERATION AND
                       CB-GENERATION > 0
                   MOVE 'TRUE' TO CLUB-READY-SW.

       9900-HEADINGS.
           ADD 1 TO C-PCTR.
