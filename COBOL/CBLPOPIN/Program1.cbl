      *  POSTING, AND CBLPOPRC.DAT STILL HOLDS  *
      *  THE WHOLE SEASON'S RECEIPTS FOR        *
      *  CBLPOPTM'S THREE-WAY MATCH.            *
      *  A RUN THAT DIES BETWEEN THE LEDGER     *
      *  WRITES AND THE MARKS GOING BACK TO     *
      *  DISK IS COVERED BY A CHECKPOINT,       *
      *  CBLPOPIK.DAT - SEE 1190-LOAD-          *
      *  CHECKPOINT.                            *
      *  THE COUNTY LEAGUE'S CLUBS SHARE ONE    *
      *  STOCKROOM AND ONE LEDGER, SO THIS RUNS *
      *  ONCE FOR THE WHOLE LEAGUE.             *
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPPD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

      *WHICH INPUT FILE THE RUN WAS POSTING AND HOW LONG THE LEDGER
      *WAS WHEN IT STARTED ON IT - EMPTIED AT NORMAL END.
           SELECT CHECKPOINT-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPIK.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

           05  PD-NAME         PIC X(16).
           05  PD-ACTIVE       PIC X.

       FD CHECKPOINT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CK-RECORD
           RECORD CONTAINS 7 CHARACTERS.
       01 CK-RECORD.
           05  CK-PHASE            PIC X.
               88  CK-RECEIPTS     VALUE 'R'.
               88  CK-WRITE-OFFS   VALUE 'W'.
           05  CK-LEDGER-BASE      PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  RC-EOF          PIC X(5)        VALUE 'FALSE'.
           05  C-POSTED        PIC 9(4)        VALUE 0.
           05  C-DROPPED       PIC 9(4)        VALUE 0.
           05  C-LEDGER-READ   PIC 9(6)        VALUE 0.
           05  CK-FILE-STATUS  PIC XX.

      *CHECKPOINT/RESTART CONTROLS - SEE 1190-LOAD-CHECKPOINT.
      *C-LEDGER-COUNT TRACKS THE LEDGER'S LENGTH AS THIS RUN WRITES;
      *C-ALREADY-POSTED IS HOW MANY OF THE NEXT POSTINGS A RUN THAT
      *DIED HAD ALREADY PUT ON THE LEDGER.
           05  C-PHASE         PIC X           VALUE SPACE.
           05  C-LEDGER-COUNT  PIC 9(6)        VALUE 0.
           05  C-LEDGER-BASE   PIC 9(6)        VALUE 0.
           05  C-ALREADY-POSTED PIC 9(6)       VALUE 0.
           05  C-RESTARTED-SW  PIC X(5)        VALUE 'FALSE'.

      *EACH INPUT FILE LOADS WHOLE, POSTS ITS UNMARKED ROWS, AND
      *GOES BACK TO DISK WITH THE MARKS - 'P' POSTED TO THE LEDGER,
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

                       VALUE ' LEDGER RECORDS'.
           05  O-LEDGER-READ   PIC ZZZ,ZZ9.

       01 RESTART-LINE.
           05  FILLER          PIC X(50)
                   VALUE 'RESTARTED - NO POSTING WRITTEN TWICE.'.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           GOBACK.

       1000-INIT.
           MOVE 'LEAG' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE CB-CLUB-TITLE TO O-CLUB-TITLE.
           MOVE 'CBLPOPIN' TO RG-PROGRAM-ID.
           MOVE 'START' TO RG-EVENT.
           MOVE 0 TO RG-RECORDS-READ RG-RECORDS-WRITTEN
           MOVE I-MM TO O-MM.
           PERFORM 1175-LOAD-PRODUCT-TABLE.
           PERFORM 9900-HEADINGS.
           PERFORM 1190-LOAD-CHECKPOINT.
           OPEN EXTEND INV-LEDGER-FILE.
      *FIRST POSTING EVER - THE LEDGER DOESN'T EXIST YET, START IT.
           IF IT-FILE-STATUS = '35'
               MOVE PD-NAME TO POP-TYPE(PD-CODE)
               MOVE PD-ACTIVE TO PROD-ACTIVE(PD-CODE).

      *THE MARKS ONLY GO BACK TO DISK ONCE A WHOLE FILE IS POSTED,
      *SO A RUN THAT DIES PARTWAY LEAVES LEDGER RECORDS FOR ROWS
      *STILL UNMARKED. THE CHECKPOINT SAYS WHICH FILE WAS POSTING
      *AND HOW LONG THE LEDGER WAS BEFORE IT STARTED; ANYTHING PAST
      *THAT LENGTH IS THE DEAD RUN'S WORK, AND THAT MANY OF THE
      *UNMARKED ROWS (SAME FILE, SAME ORDER) ARE MARKED AND COUNTED
      *BUT NOT WRITTEN AGAIN - SEE 2900-WRITE-LEDGER. NO CHECKPOINT
      *(STATUS 35, OR THE EMPTY FILE A CLEAN END LEAVES) IS A FRESH
      *RUN.
       1190-LOAD-CHECKPOINT.
           PERFORM 1195-COUNT-LEDGER.
           OPEN INPUT CHECKPOINT-FILE.
           IF CK-FILE-STATUS = '00'
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'TRUE' TO C-RESTARTED-SW
                       MOVE CK-PHASE TO C-PHASE
                       MOVE CK-LEDGER-BASE TO C-LEDGER-BASE
               END-READ
               CLOSE CHECKPOINT-FILE.
           IF C-RESTARTED-SW = 'TRUE'
               IF C-LEDGER-COUNT > C-LEDGER-BASE
                   COMPUTE C-ALREADY-POSTED =
                       C-LEDGER-COUNT - C-LEDGER-BASE
               END-IF
               DISPLAY 'CBLPOPIN - RESTARTING FROM CHECKPOINT, '
                   C-ALREADY-POSTED ' POSTINGS ALREADY ON THE LEDGER'
               WRITE PRINTLINE FROM RESTART-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               MOVE 'R' TO C-PHASE
               MOVE C-LEDGER-COUNT TO C-LEDGER-BASE
               PERFORM 2800-WRITE-CHECKPOINT.

      *HOW MANY RECORDS THE LEDGER HOLDS BEFORE THIS RUN ADDS ANY.
      *NO LEDGER YET (STATUS 35) IS ZERO.
       1195-COUNT-LEDGER.
           OPEN INPUT INV-LEDGER-FILE.
           IF IT-FILE-STATUS = '00'
               PERFORM 1196-COUNT-ONE-LEDGER-RECORD
                   UNTIL IT-EOF = 'TRUE'
               CLOSE INV-LEDGER-FILE.
           MOVE 'FALSE' TO IT-EOF.

       1196-COUNT-ONE-LEDGER-RECORD.
           READ INV-LEDGER-FILE
               AT END
                   MOVE 'TRUE' TO IT-EOF.
           IF IT-EOF NOT = 'TRUE'
               ADD 1 TO C-LEDGER-COUNT.

      *NO RECEIPT FILE (STATUS 35) MEANS NOTHING TO POST THIS RUN.
      *THE FILE LOADS WHOLE, EVERY UNMARKED ROW POSTS AND GETS ITS
      *MARK, AND THE MARKED FILE GOES STRAIGHT BACK - A RERUN FINDS
               PERFORM 2100-POST-ONE-RECEIPT
                   VARYING SUB2 FROM 1 BY 1
                       UNTIL SUB2 > RC-ROW-COUNT
               PERFORM 2850-FLUSH-LEDGER
               PERFORM 2200-REWRITE-RECEIPTS.
      *RECEIPTS ARE ON THE LEDGER AND MARKED - COMMIT THAT BEFORE THE
      *WRITE-OFFS START. A RESTART ALREADY PAST THIS POINT KEEPS ITS
      *OWN BASE.
           IF C-PHASE = 'R'
               MOVE 'W' TO C-PHASE
               MOVE C-LEDGER-COUNT TO C-LEDGER-BASE
               MOVE 0 TO C-ALREADY-POSTED
               PERFORM 2800-WRITE-CHECKPOINT.

      *BOUNDED ON THE WAY IN - A SEASON PAST THE TABLE MUST STOP
      *THE RUN, NOT DROP DELIVERIES OFF THE LEDGER.
               PERFORM 2600-POST-ONE-WRITE-OFF
                   VARYING SUB2 FROM 1 BY 1
                       UNTIL SUB2 > WO-ROW-COUNT
               PERFORM 2850-FLUSH-LEDGER
               PERFORM 2700-REWRITE-WRITE-OFFS.

       2510-LOAD-ONE-WRITE-OFF.
           MOVE WO-ROW(SUB2) TO WO-RECORD.
           WRITE WO-RECORD.

       2800-WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE C-PHASE TO CK-PHASE.
           MOVE C-LEDGER-BASE TO CK-LEDGER-BASE.
           WRITE CK-RECORD.
           CLOSE CHECKPOINT-FILE.

      *THE LEDGER RECORDS MUST BE ON DISK BEFORE THE MARKS THAT SAY
      *THEY ARE.
       2850-FLUSH-LEDGER.
           CLOSE INV-LEDGER-FILE.
           OPEN EXTEND INV-LEDGER-FILE.

      *A POSTING THE DEAD RUN ALREADY MADE STILL COUNTS AND PRINTS,
      *SO THE REPORT AND TOTALS COME OUT AS IF IT HAD RUN ONCE.
       2900-WRITE-LEDGER.
           IF C-ALREADY-POSTED > 0
               SUBTRACT 1 FROM C-ALREADY-POSTED
           ELSE
               WRITE IT-RECORD
               ADD 1 TO C-LEDGER-COUNT.
           ADD 1 TO C-POSTED.
           MOVE IT-TRANS-TYPE TO O-PT-TYPE.
           IF POP-TYPE(IT-POP-TYPE) NOT = SPACES
           WRITE PRINTLINE FROM TOTALS-LINE
               AFTER ADVANCING 3 LINES.
           CLOSE MOVEMENT-OUT.
           OPEN OUTPUT CHECKPOINT-FILE.
           CLOSE CHECKPOINT-FILE.
           MOVE 'END' TO RG-EVENT.
           MOVE C-LEDGER-READ TO RG-RECORDS-READ.
           MOVE C-POSTED TO RG-RECORDS-WRITTEN.
