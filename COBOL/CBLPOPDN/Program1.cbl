             IDENTIFICATION DIVISION.
       PROGRAM-ID.     CBLPOPDN.
       DATE-WRITTEN.   10/15/2026.
       AUTHOR.         NICK HOUSER.
       DATE-COMPILED.
      *******************************************
      *  YEAR-END DONOR ACKNOWLEDGEMENT LETTERS.*
      *  GATHERS EVERY DONATION ('D') RECORD    *
      *  FOR THE GIVING YEAR - CLOSED SEASONS   *
      *  OFF THE CBLPOPAH.DAT ARCHIVE, THE      *
      *  SEASON STILL OPEN OFF THE ORDER MASTER *
      *  - TOTALS EACH DONOR'S GIVING BY NAME   *
      *  AND ADDRESS, AND PRINTS ONE LETTER PER *
      *  DONOR FOR THE CLUB'S NONPROFIT RECORDS,*
      *  THEN A SUMMARY PAGE FOR THE TREASURER. *
      *  ONE PASS COVERS ONE CLUB'S DONORS, AND *
      *  THE LETTERS THANK THEM IN THAT CLUB'S  *
      *  NAME.                                  *
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *THE SEASON NOT YET CLOSED. A CLOSED SEASON STAYS ON THE
      *MASTER UNTIL CBLPOPLD RELOADS IT NEXT FALL, SO ITS GIFTS ARE
      *ALSO ON THE ARCHIVE - SEE 2200-TAKE-MASTER-GIFT.
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

      *EVERY CLOSED SEASON'S MASTER RECORDS, YEAR-STAMPED BY
      *CBLPOPSC.
           SELECT MASTER-ARCHIVE-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPAH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AH-FILE-STATUS.

      *ONE RECORD THE TREASURER KEYS: THE GIVING YEAR THE LETTERS
      *ARE FOR. NOT HAVING THE FILE MEANS THE CURRENT YEAR - A
      *LATE-JANUARY RUN FOR LAST YEAR NEEDS THE FILE.
           SELECT DONOR-CONTROL-FILE
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPDN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DN-FILE-STATUS.

           SELECT LETTERS-OUT
               ASSIGN TO 'C:\SCHOOL\COBOL\CBLPOPDN.PRT'
               ORGANIZATION IS RECORD SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD ORDER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS MS-RECORD
           RECORD CONTAINS 143 CHARACTERS.
       01 MS-RECORD.
           COPY POPMAST.

      *SAME LAYOUT CBLPOPSC WRITES - THE CLOSING YEAR IN FRONT OF
      *THE MASTER RECORD IMAGE.
       FD MASTER-ARCHIVE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS AH-RECORD
           RECORD CONTAINS 147 CHARACTERS.
       01 AH-RECORD.
           05  AH-YEAR             PIC 9(4).
           05  AH-MASTER-IMAGE     PIC X(143).

       FD DONOR-CONTROL-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS DN-RECORD
           RECORD CONTAINS 4 CHARACTERS.
       01 DN-RECORD.
           05  DN-GIVING-YEAR      PIC 9(4).

       FD LETTERS-OUT
           LABEL RECORD IS OMITTED
           RECORD CONTAINS 132 CHARACTERS
           DATA RECORD IS PRINTLINE
           LINAGE IS 60 WITH FOOTING AT 54.

       01 PRINTLINE                PIC X(132).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  MS-FILE-STATUS  PIC XX.
           05  AH-FILE-STATUS  PIC XX.
           05  DN-FILE-STATUS  PIC XX.
           05  MS-EOF          PIC X(5)        VALUE 'FALSE'.
           05  AH-EOF          PIC X(5)        VALUE 'FALSE'.
           05  FOUND-SW        PIC X(5)        VALUE 'FALSE'.
           05  SUB             PIC 9(4).
           05  SUB2            PIC 9(4).
           05  C-GIVING-YEAR   PIC 9(4)        VALUE 0.
           05  C-GIFT-YEAR     PIC 9(4)        VALUE 0.
           05  C-RECORDS-READ  PIC 9(6)        VALUE 0.
           05  C-GIFTS-TAKEN   PIC 9(6)        VALUE 0.
           05  C-ALREADY-CTR   PIC 9(6)        VALUE 0.
           05  C-EXC-CTR       PIC 9(4)        VALUE 0.
           05  C-LETTER-CTR    PIC 9(6)        VALUE 0.
           05  GT-GIVING       PIC 9(9)V99     VALUE 0.

      *SPLITS AN UPLOAD DATE SO ITS YEAR CAN BE TESTED.
       01 GIFT-DATE-SPLIT.
           05  GD-YY           PIC 9(4).
           05  GD-MMDD         PIC 9(4).
       01 GIFT-DATE-NUM REDEFINES GIFT-DATE-SPLIT
                               PIC 9(8).

      *THE GIFTS ALREADY TAKEN OFF THE ARCHIVE. A MASTER RECORD
      *THAT MATCHES ONE ON CLUB, SELLER, SEQUENCE, ORDER NUMBER AND
      *UPLOAD DATE IS THE SAME GIFT STILL SITTING ON A CLOSED
      *SEASON'S MASTER, AND COUNTING IT AGAIN WOULD DOUBLE THE
      *DONOR'S LETTER. AG-KEY IS LAID OUT THE WAY MS-KEY IS.
       01 ARCHIVED-COUNT           PIC 9(4)        VALUE 0.
       01 ARCHIVED-GIFT-TABLE.
           05  ARCHIVED-GIFTS      OCCURS 2000.
               10  AG-KEY.
                   15  AG-CLUB-CODE    PIC X(3).
                   15  AG-SELLER-NO    PIC 9(4).
                   15  AG-ORDER-SEQ    PIC 9(4).
               10  AG-ORDER-NO     PIC 9(6).
               10  AG-UPLOAD-DATE  PIC 9(8).

      *ONE ROW PER DONOR. THE SAME NAME AT A DIFFERENT ADDRESS IS A
      *DIFFERENT DONOR - TWO JOHN SMITHS SHOULDN'T SHARE A LETTER.
       01 DONOR-COUNT              PIC 9(4)        VALUE 0.
       01 DONOR-TABLE.
           05  DONOR-ENTRY         OCCURS 1000.
               10  DT-NAME         PIC X(20).
               10  DT-ADDRESS      PIC X(15).
               10  DT-CITY         PIC X(10).
               10  DT-STATE        PIC XX.
               10  DT-ZIP5         PIC 9(5).
               10  DT-ZIP4         PIC 9(4).
               10  DT-GIFTS        PIC 9(4).
               10  DT-TOTAL        PIC 9(7)V99.

      *RUN-LOG INTERFACE - CBLPOPRG APPENDS A START AND END RECORD
      *FOR EVERY RUN TO CBLPOPRN.DAT SO THE OFFICERS CAN TELL WHAT
      *RAN AND WHAT NEVER FINISHED.
       01 RG-RUN-INFO.
           COPY POPRUNLG.

      *CLUB CONTROL INTERFACE - CBLPOPCB SAYS WHICH CLUB THIS PASS
      *IS RUNNING FOR.
       01 CB-CLUB-INFO.
           COPY POPCLUB.

       01 CURRENT-DATE-AND-TIME.
           05  I-DATE.
               10  I-YY        PIC 9(4).
               10  I-MM        PIC 99.
               10  I-DD        PIC 99.
           05  I-TIME          PIC X(11).

       01 LETTER-TITLE.
           05  FILLER          PIC X(6)        VALUE 'DATE:'.
           05  O-MM            PIC 99.
           05  FILLER          PIC X           VALUE '/'.
           05  O-DD            PIC 99.
           05  FILLER          PIC X           VALUE '/'.
           05  O-YY            PIC 9(4).
           05  FILLER          PIC X(36)       VALUE ' '.
           05  O-CLUB-TITLE    PIC X(72).

       01 ADDRESS-LINE.
           05  FILLER          PIC X(10)       VALUE ' '.
           05  O-AD-TEXT       PIC X(40).

       01 SALUTATION-LINE.
           05  FILLER          PIC X(5)        VALUE 'DEAR'.
           05  O-SA-NAME       PIC X(21).

      *THE CLUB'S NAME RUNS INTO THE SENTENCE, SO THE LINE IS
      *STRUNG TOGETHER ONCE THE CLUB AND THE GIVING YEAR ARE KNOWN.
       01 LETTER-BODY-LINE1.
           05  O-B1-TEXT       PIC X(100).

       01 LETTER-BODY-LINE2.
           05  FILLER          PIC X(38)
               VALUE 'OUR RECORDS SHOW YOUR TOTAL GIVING OF'.
           05  O-B2-TOTAL      PIC $$,$$$,$$9.99.
           05  FILLER          PIC X(4)        VALUE ' IN'.
           05  O-B2-GIFTS      PIC ZZZ9.
           05  FILLER          PIC X(10)       VALUE ' GIFT(S).'.

       01 LETTER-BODY-LINE3.
           05  FILLER          PIC X(47)
               VALUE 'NO GOODS OR SERVICES WERE PROVIDED IN EXCHANGE'.
           05  FILLER          PIC X(21)
               VALUE 'FOR THIS GIVING.'.

       01 LETTER-BODY-LINE4.
           05  FILLER          PIC X(66)
               VALUE 'PLEASE KEEP THIS LETTER WITH YOUR TAX RECORDS.'.

       01 CLOSING-LINE1.
           05  FILLER          PIC X(20)       VALUE 'SINCERELY,'.

       01 CLOSING-LINE2.
           05  O-CL-TEXT       PIC X(45).

       01 SUMMARY-HEADING.
           05  FILLER          PIC X(40)
               VALUE 'DONOR ACKNOWLEDGEMENT SUMMARY - YEAR'.
           05  O-SH-YEAR       PIC 9(4).

       01 SUMMARY-LINE.
           05  O-SM-LABEL      PIC X(40).
           05  O-SM-COUNT      PIC ZZZ,ZZ9.

       01 SUMMARY-MONEY-LINE.
           05  FILLER          PIC X(40)
               VALUE 'TOTAL GIVING ACKNOWLEDGED'.
           05  O-SM-GIVING     PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INIT.
           PERFORM 2000-READ-ARCHIVE.
           PERFORM 2100-READ-MASTER.
           PERFORM 3000-PRINT-ONE-LETTER
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > DONOR-COUNT.
           PERFORM 3500-PRINT-SUMMARY.
           CLOSE LETTERS-OUT.
           MOVE 'END' TO RG-EVENT.
           MOVE C-RECORDS-READ TO RG-RECORDS-READ.
           MOVE C-LETTER-CTR TO RG-RECORDS-WRITTEN.
           MOVE C-EXC-CTR TO RG-ERR-CTR.
           MOVE GT-GIVING TO RG-GRAND-DOLLARS.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.
           GOBACK.

       1000-INIT.
           MOVE 'CURR' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE CB-CLUB-TITLE TO O-CLUB-TITLE.
           MOVE 'CBLPOPDN' TO RG-PROGRAM-ID.
           MOVE 'START' TO RG-EVENT.
           MOVE 0 TO RG-RECORDS-READ RG-RECORDS-WRITTEN
               RG-ERR-CTR RG-WARN-CTR RG-GRAND-DOLLARS.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.
           IF CB-FIRST-PASS
               OPEN OUTPUT LETTERS-OUT
           ELSE
               OPEN EXTEND LETTERS-OUT.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
           MOVE I-YY TO O-YY.
           MOVE I-DD TO O-DD.
           MOVE I-MM TO O-MM.
           MOVE I-YY TO C-GIVING-YEAR.
           OPEN INPUT DONOR-CONTROL-FILE.
           IF DN-FILE-STATUS = '00'
               READ DONOR-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF DN-GIVING-YEAR IS NUMERIC AND
                               DN-GIVING-YEAR > 0
                           MOVE DN-GIVING-YEAR TO C-GIVING-YEAR
                       END-IF
               END-READ
               CLOSE DONOR-CONTROL-FILE.
           MOVE SPACES TO O-B1-TEXT.
           STRING 'THANK YOU FOR YOUR GENEROUS SUPPORT OF THE '
                   DELIMITED BY SIZE
               CB-CLUB-NAME DELIMITED BY '  '
               ' DURING THE YEAR ' DELIMITED BY SIZE
               C-GIVING-YEAR DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               INTO O-B1-TEXT.
           MOVE SPACES TO O-CL-TEXT.
           STRING 'TREASURER, ' DELIMITED BY SIZE
               CB-CLUB-NAME DELIMITED BY '  '
               INTO O-CL-TEXT.

      *THE ARCHIVE GOES FIRST SO THE MASTER PASS CAN TELL WHICH OF
      *ITS GIFTS WERE ALREADY COUNTED. THE MASTER IS OPENED AHEAD
      *OF IT BECAUSE EACH ARCHIVED IMAGE IS LAID INTO MS-RECORD AND
      *TAKEN THROUGH THE SAME CODE AS A LIVE ONE. NO ARCHIVE YET
      *JUST MEANS NO SEASON HAS BEEN CLOSED.
       2000-READ-ARCHIVE.
           OPEN INPUT ORDER-MASTER.
           OPEN INPUT MASTER-ARCHIVE-FILE.
           IF AH-FILE-STATUS = '00'
               PERFORM 2010-TAKE-ARCHIVE-RECORD
                   UNTIL AH-EOF = 'TRUE'
               CLOSE MASTER-ARCHIVE-FILE.

      *A GIFT WITH NO UPLOAD DATE BELONGS TO THE YEAR ITS SEASON
      *CLOSED.
       2010-TAKE-ARCHIVE-RECORD.
           READ MASTER-ARCHIVE-FILE
               AT END
                   MOVE 'TRUE' TO AH-EOF.
           IF AH-EOF NOT = 'TRUE'
               ADD 1 TO C-RECORDS-READ
               MOVE AH-MASTER-IMAGE TO MS-RECORD
               IF IS-DONATION OF MS-ORDER-DETAIL AND
                       NOT IS-TRAILER-RECORD AND
                       MS-CLUB-CODE = CB-CLUB-CODE
                   MOVE AH-YEAR TO C-GIFT-YEAR
                   PERFORM 2300-FIND-GIFT-YEAR
                   IF C-GIFT-YEAR = C-GIVING-YEAR
                       PERFORM 2050-REMEMBER-ARCHIVED
                       PERFORM 2500-POST-GIFT.

       2050-REMEMBER-ARCHIVED.
           IF ARCHIVED-COUNT < 2000
               ADD 1 TO ARCHIVED-COUNT
               MOVE MS-KEY TO AG-KEY(ARCHIVED-COUNT)
               MOVE I-ORDER-NO OF MS-ORDER-DETAIL
                   TO AG-ORDER-NO(ARCHIVED-COUNT)
               MOVE GIFT-DATE-NUM TO AG-UPLOAD-DATE(ARCHIVED-COUNT)
           ELSE
               DISPLAY 'CBLPOPDN - ARCHIVED GIFTS EXCEED 2000 -
      -            ' ENLARGE TABLE'
               STOP RUN.

      *NO MASTER (BETWEEN A CLOSE AND NEXT FALL'S LOAD) IS FINE -
      *THE ARCHIVE ALREADY HAD EVERYTHING. THE READ STARTS AT THE
      *CLUB'S FIRST KEY.
       2100-READ-MASTER.
           IF MS-FILE-STATUS = '00'
               MOVE CB-CLUB-CODE TO MS-CLUB-CODE
               MOVE 0 TO MS-SELLER-NO
               MOVE 0 TO MS-ORDER-SEQ
               START ORDER-MASTER KEY NOT < MS-KEY
                   INVALID KEY
                       MOVE 'TRUE' TO MS-EOF
               END-START
               IF MS-EOF NOT = 'TRUE'
                   PERFORM 9000-READ
               END-IF
               PERFORM 2200-TAKE-MASTER-GIFT
                   UNTIL MS-EOF = 'TRUE'
               CLOSE ORDER-MASTER.

      *A GIFT WITH NO UPLOAD DATE ON THE LIVE MASTER IS THIS
      *YEAR'S.
       2200-TAKE-MASTER-GIFT.
           ADD 1 TO C-RECORDS-READ.
           IF IS-DONATION OF MS-ORDER-DETAIL
               MOVE I-YY TO C-GIFT-YEAR
               PERFORM 2300-FIND-GIFT-YEAR
               IF C-GIFT-YEAR = C-GIVING-YEAR
                   PERFORM 2250-CHECK-ARCHIVED
                   IF FOUND-SW = 'TRUE'
                       ADD 1 TO C-ALREADY-CTR
                   ELSE
                       PERFORM 2500-POST-GIFT.
           PERFORM 9000-READ.

       2250-CHECK-ARCHIVED.
           MOVE 'FALSE' TO FOUND-SW.
           PERFORM 2260-MATCH-ONE-ARCHIVED
               VARYING SUB2 FROM 1 BY 1
                   UNTIL SUB2 > ARCHIVED-COUNT OR FOUND-SW = 'TRUE'.

       2260-MATCH-ONE-ARCHIVED.
           IF MS-KEY = AG-KEY(SUB2) AND
                   I-ORDER-NO OF MS-ORDER-DETAIL = AG-ORDER-NO(SUB2)
                   AND GIFT-DATE-NUM = AG-UPLOAD-DATE(SUB2)
               MOVE 'TRUE' TO FOUND-SW.

      *THE GIFT'S YEAR IS ITS UPLOAD DATE'S. C-GIFT-YEAR COMES IN
      *HOLDING THE YEAR TO USE WHEN THERE IS NO DATE.
       2300-FIND-GIFT-YEAR.
           IF I-UPLOAD-DATE OF MS-ORDER-DETAIL IS NUMERIC
               MOVE I-UPLOAD-DATE OF MS-ORDER-DETAIL TO GIFT-DATE-NUM
           ELSE
               MOVE 0 TO GIFT-DATE-NUM.
           IF GIFT-DATE-NUM NOT = 0
               MOVE GD-YY TO C-GIFT-YEAR.

      *A GIFT WITH NO DONOR OR NO AMOUNT CAN'T BE ACKNOWLEDGED -
      *CBLPOPVC REJECTS BOTH, SO ONE HERE IS A RECORD THAT NEVER
      *PASSED THE EDIT. IT IS COUNTED ON THE SUMMARY, NOT LETTERED.
       2500-POST-GIFT.
           IF I-CUST-NAME OF MS-ORDER-DETAIL = SPACES OR
                   I-AMOUNT-PAID OF MS-ORDER-DETAIL NOT NUMERIC
               ADD 1 TO C-EXC-CTR
           ELSE
               PERFORM 2600-FIND-OR-ADD-DONOR
               ADD 1 TO C-GIFTS-TAKEN
               ADD 1 TO DT-GIFTS(SUB)
               ADD I-AMOUNT-PAID OF MS-ORDER-DETAIL TO DT-TOTAL(SUB)
               ADD I-AMOUNT-PAID OF MS-ORDER-DETAIL TO GT-GIVING.

      *LEAVES SUB ON THE DONOR'S ROW.
       2600-FIND-OR-ADD-DONOR.
           MOVE 'FALSE' TO FOUND-SW.
           PERFORM 2610-MATCH-ONE-DONOR
               VARYING SUB FROM 1 BY 1
                   UNTIL SUB > DONOR-COUNT OR FOUND-SW = 'TRUE'.
           IF FOUND-SW = 'TRUE'
               SUBTRACT 1 FROM SUB
           ELSE
               IF DONOR-COUNT < 1000
                   ADD 1 TO DONOR-COUNT
                   MOVE DONOR-COUNT TO SUB
                   MOVE I-CUST-NAME OF MS-ORDER-DETAIL TO DT-NAME(SUB)
                   MOVE I-ADDRESS OF MS-ORDER-DETAIL
                       TO DT-ADDRESS(SUB)
                   MOVE I-CITY OF MS-ORDER-DETAIL TO DT-CITY(SUB)
                   MOVE I-STATE OF MS-ORDER-DETAIL TO DT-STATE(SUB)
                   MOVE I-ZIP5 OF MS-ORDER-DETAIL TO DT-ZIP5(SUB)
                   MOVE I-ZIP4 OF MS-ORDER-DETAIL TO DT-ZIP4(SUB)
                   MOVE 0 TO DT-GIFTS(SUB)
                   MOVE 0 TO DT-TOTAL(SUB)
               ELSE
                   DISPLAY 'CBLPOPDN - MORE THAN 1000 DONORS - ENLARGE
      -                ' TABLE'
                   STOP RUN.

       2610-MATCH-ONE-DONOR.
           IF I-CUST-NAME OF MS-ORDER-DETAIL = DT-NAME(SUB) AND
                   I-ADDRESS OF MS-ORDER-DETAIL = DT-ADDRESS(SUB) AND
                   I-ZIP5 OF MS-ORDER-DETAIL = DT-ZIP5(SUB)
               MOVE 'TRUE' TO FOUND-SW.

      *ONE PAGE PER DONOR, ADDRESS BLOCK PLACED FOR A WINDOW
      *ENVELOPE THE SAME AS THE COLLECTION LETTERS.
       3000-PRINT-ONE-LETTER.
           ADD 1 TO C-LETTER-CTR.
           WRITE PRINTLINE FROM LETTER-TITLE
               AFTER ADVANCING PAGE.
           MOVE DT-NAME(SUB) TO O-AD-TEXT.
           WRITE PRINTLINE FROM ADDRESS-LINE
               AFTER ADVANCING 4 LINES.
           MOVE DT-ADDRESS(SUB) TO O-AD-TEXT.
           WRITE PRINTLINE FROM ADDRESS-LINE
               AFTER ADVANCING 1 LINES.
           MOVE SPACES TO O-AD-TEXT.
           IF DT-ZIP4(SUB) = 0
               STRING DT-CITY(SUB) DELIMITED BY '  '
                   ', ' DELIMITED BY SIZE
                   DT-STATE(SUB) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   DT-ZIP5(SUB) DELIMITED BY SIZE
                   INTO O-AD-TEXT
           ELSE
               STRING DT-CITY(SUB) DELIMITED BY '  '
                   ', ' DELIMITED BY SIZE
                   DT-STATE(SUB) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   DT-ZIP5(SUB) DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   DT-ZIP4(SUB) DELIMITED BY SIZE
                   INTO O-AD-TEXT.
           WRITE PRINTLINE FROM ADDRESS-LINE
               AFTER ADVANCING 1 LINES.
           MOVE SPACES TO O-SA-NAME.
           STRING DT-NAME(SUB) DELIMITED BY '  '
               ',' DELIMITED BY SIZE
               INTO O-SA-NAME.
           WRITE PRINTLINE FROM SALUTATION-LINE
               AFTER ADVANCING 4 LINES.
           WRITE PRINTLINE FROM LETTER-BODY-LINE1
               AFTER ADVANCING 2 LINES.
           MOVE DT-TOTAL(SUB) TO O-B2-TOTAL.
           MOVE DT-GIFTS(SUB) TO O-B2-GIFTS.
           WRITE PRINTLINE FROM LETTER-BODY-LINE2
               AFTER ADVANCING 2 LINES.
           WRITE PRINTLINE FROM LETTER-BODY-LINE3
               AFTER ADVANCING 2 LINES.
           WRITE PRINTLINE FROM LETTER-BODY-LINE4
               AFTER ADVANCING 1 LINES.
           WRITE PRINTLINE FROM CLOSING-LINE1
               AFTER ADVANCING 3 LINES.
           WRITE PRINTLINE FROM CLOSING-LINE2
               AFTER ADVANCING 3 LINES.

       3500-PRINT-SUMMARY.
           WRITE PRINTLINE FROM LETTER-TITLE
               AFTER ADVANCING PAGE.
           MOVE C-GIVING-YEAR TO O-SH-YEAR.
           WRITE PRINTLINE FROM SUMMARY-HEADING
               AFTER ADVANCING 3 LINES.
           MOVE 'LETTERS PRINTED' TO O-SM-LABEL.
           MOVE C-LETTER-CTR TO O-SM-COUNT.
           WRITE PRINTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'GIFTS ACKNOWLEDGED' TO O-SM-LABEL.
           MOVE C-GIFTS-TAKEN TO O-SM-COUNT.
           WRITE PRINTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE GT-GIVING TO O-SM-GIVING.
           WRITE PRINTLINE FROM SUMMARY-MONEY-LINE
               AFTER ADVANCING 1 LINES.
           MOVE 'MASTER GIFTS ALREADY ON THE ARCHIVE' TO O-SM-LABEL.
           MOVE C-ALREADY-CTR TO O-SM-COUNT.
           WRITE PRINTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 2 LINES.
           MOVE 'GIFTS WITH NO DONOR OR AMOUNT' TO O-SM-LABEL.
           MOVE C-EXC-CTR TO O-SM-COUNT.
           WRITE PRINTLINE FROM SUMMARY-LINE
               AFTER ADVANCING 1 LINES.

      *THE MASTER'S CONTROL-TOTAL TRAILER SORTS AHEAD OF EVERY
      *SELLER NUMBER, SO IT COMES BACK FIRST INSTEAD OF LAST - SKIP
      *IT SO THE RUN ONLY EVER SEES REAL RECORDS.
       9000-READ.
           READ ORDER-MASTER
               AT END
                   MOVE 'TRUE' TO MS-EOF.
           IF MS-EOF NOT = 'TRUE' AND MS-CLUB-CODE NOT = CB-CLUB-CODE
               MOVE 'TRUE' TO MS-EOF.
           IF MS-EOF NOT = 'TRUE' AND IS-TRAILER-RECORD
               READ ORDER-MASTER
                   AT END
                       MOVE 'TRUE' TO MS-EOF
               END-READ
               IF MS-EOF NOT = 'TRUE' AND
                       MS-CLUB-CODE NOT = CB-CLUB-CODE
                   MOVE 'TRUE' TO MS-EOF.
