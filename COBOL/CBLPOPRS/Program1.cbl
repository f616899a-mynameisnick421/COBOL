      *  COPIES OVER CBLPOPSU.DAT - SO EVERY    *
      *  SEQUENCE NUMBER ENDS THE SEASON        *
      *  APPENDED OR WRITTEN OFF, PROVABLY.     *
      *  THE SUSPENSE FILE IS THE WHOLE         *
      *  LEAGUE'S - EACH REJECT CARRIES ITS     *
      *  CLUB, AND A RESUBMISSION FACES THAT    *
      *  CLUB'S ROSTER AND LANDS UNDER THAT     *
      *  CLUB'S KEY AND TRAILER. A CLUB LEFT OUT*
      *  OF THIS RUN JUST CARRIES FORWARD.      *
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

           SELECT RESUBMIT-OUT
       FD SUSPENSE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SU-RECORD
           RECORD CONTAINS 199 CHARACTERS.
       01 SU-RECORD.
           05  SU-ACTION           PIC X.
               88  SU-RESUBMIT     VALUE 'R'.
           05  SU-ERR-DESC         PIC X(60).
           05  SU-ORDER.
               COPY POPSALES REPLACING ==05== BY ==10==.
           05  SU-CLUB-CODE        PIC X(3).

       FD NEW-SUSPENSE-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SN-RECORD
           RECORD CONTAINS 199 CHARACTERS.
       01 SN-RECORD               PIC X(199).

       FD ORDER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS MS-RECORD
           RECORD CONTAINS 143 CHARACTERS.
       01 MS-RECORD.
           COPY POPMAST.

       FD SELLER-MASTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SM-RECORD
           RECORD CONTAINS 53 CHARACTERS.
       01 SM-RECORD.
           05  SM-CLUB-CODE    PIC X(3).
           05  SM-SELLER-NO    PIC 9(4).
           05  SM-LNAME        PIC X(15).
           05  SM-FNAME        PIC X(15).
           05  C-WRITTEN-OFF   PIC 9(4)        VALUE 0.
           05  C-CARRIED       PIC 9(4)        VALUE 0.
           05  SEQ-OVERFLOW-SW PIC X(5)        VALUE 'FALSE'.
      *THE CLUB WHOSE ROSTER IS IN THE SELLER TABLE RIGHT NOW, AND
      *THE ONE CLUB A BLANK SUSPENSE CLUB CODE STANDS FOR WHILE
      *THERE IS ONLY ONE ON FILE.
           05  C-CLUB-CODE     PIC X(3)        VALUE HIGH-VALUES.
           05  C-ONLY-CLUB     PIC X(3)        VALUE SPACES.

      *HIGHEST SUSPENSE SEQUENCE SEEN THIS RUN - CARRIED FORWARD AS
      *A '*' MARKER RECORD ON CBLPOPSN.DAT SO CBLNLH05 NEVER HANDS
               10  SMT-ADDRESS     PIC X(15).
               10  SMT-TEAM        PIC X.

      *WHAT EACH CLUB'S TRAILER HAS TO GROW BY AT CLOSING TIME.
       01 TRAILER-ADJ-COUNT        PIC 99          VALUE 0.
       01 TRAILER-ADJ-TABLE.
           05  TRAILER-ADJS        OCCURS 50.
               10  TA-CLUB-CODE    PIC X(3).
               10  TA-NET-COUNT    PIC S9(5).
       01 TA-SUB                   PIC 99.
       01 TA-ROW                   PIC 99.

      *RESULT FIELDS PASSED BACK BY CBLPOPVC.
       01 VC-RESULT.
           05  VC-ERROR-SWITCH     PIC X(4).
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


       01 DETAIL-COLUMN-HEADING.
           05  FILLER          PIC X(6)        VALUE 'SEQ'.
           05  FILLER          PIC X(6)        VALUE 'CLUB'.
           05  FILLER          PIC X(17)       VALUE 'LAST NAME'.
           05  FILLER          PIC X(17)       VALUE 'FIRST NAME'.
           05  FILLER          PIC X(14)       VALUE 'DISPOSITION'.
       01 DETAIL-LINE.
           05  O-SEQ           PIC 9(4).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-CLUB          PIC X(3).
           05  FILLER          PIC XXX         VALUE ' '.
           05  O-LNAME         PIC X(15).
           05  FILLER          PIC XX          VALUE ' '.
           05  O-FNAME         PIC X(15).
           GOBACK.

       1000-INIT.
           MOVE 'LEAG' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE CB-CLUB-TITLE TO O-CLUB-TITLE.
           IF CB-CLUB-COUNT = 1
               MOVE CB-CLUB-CODE TO C-ONLY-CLUB.
           MOVE 'CBLPOPRS' TO RG-PROGRAM-ID.
           MOVE 'START' TO RG-EVENT.
           MOVE 0 TO RG-RECORDS-READ RG-RECORDS-WRITTEN
           PERFORM 1150-LOAD-STATE-TABLE.
           PERFORM 1165-LOAD-PRICE-TABLE.
           PERFORM 1175-LOAD-PRODUCT-TABLE.
           PERFORM 9900-HEADINGS.
           PERFORM 9000-READ.

               MOVE PD-ACTIVE TO PROD-ACTIVE(PD-CODE).

       1168-LOAD-SELLER-MASTER.
           MOVE 0 TO SELLER-COUNT.
           MOVE 'FALSE' TO SM-EOF.
           OPEN INPUT SELLER-MASTER-FILE.
           PERFORM 1169-READ-SELLER-MASTER
               UNTIL SM-EOF = 'TRUE'.
           CLOSE SELLER-MASTER-FILE.

      *ONLY THE CLUB IN C-CLUB-CODE - RELOADED WHENEVER THE NEXT
      *RESUBMISSION BELONGS TO ANOTHER CLUB.
      *BOUNDED ON THE WAY IN, THE SAME WAY THE TABLE WALKS ARE
      *BOUNDED - A ROSTER PAST 500 MUST STOP THE RUN, NOT WRITE
      *PAST THE TABLE.
           READ SELLER-MASTER-FILE
               AT END
                   MOVE 'TRUE' TO SM-EOF.
           IF SM-EOF NOT = 'TRUE' AND SM-CLUB-CODE = C-CLUB-CODE
               IF SELLER-COUNT < 500
                   ADD 1 TO SELLER-COUNT
                   MOVE SM-SELLER-NO TO SMT-SELLER-NO(SELLER-COUNT)
               PERFORM 9000-READ
               GO TO 2000-X.
           ADD 1 TO C-READ.
           IF SU-CLUB-CODE = SPACES
               MOVE C-ONLY-CLUB TO SU-CLUB-CODE.
           MOVE SU-SEQ TO O-SEQ.
           MOVE SU-CLUB-CODE TO O-CLUB.
           MOVE I-LNAME OF SU-ORDER TO O-LNAME.
           MOVE I-FNAME OF SU-ORDER TO O-FNAME.
           IF SU-RESUBMIT
               PERFORM 2100-REVALIDATE THRU 2100-X
           ELSE
               IF SU-WRITE-OFF
                   ADD 1 TO C-WRITTEN-OFF
       2000-X.
           EXIT.

      *A CLUB THE CLUB FILE DOESN'T KNOW CAN'T BE APPENDED; A CLUB
      *THIS RUN ISN'T FOR WAITS, UNTOUCHED, FOR ONE THAT IS.
       2100-REVALIDATE.
           MOVE SU-CLUB-CODE TO CB-CLUB-CODE.
           MOVE 'FIND' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           IF NOT CB-OK
               ADD 1 TO C-STILL-BAD
               MOVE 'STILL IN ERROR' TO O-DISPOSITION
               MOVE 'CLUB CODE NOT ON THE CLUB FILE.' TO O-REASON
               PERFORM 2900-PRINT-DETAIL
               MOVE SPACE TO SU-ACTION
               MOVE 'CLUB CODE NOT ON THE CLUB FILE.' TO SU-ERR-DESC
               WRITE SN-RECORD FROM SU-RECORD
               GO TO 2100-X.
           IF NOT CB-CLUB-IN-RUN
               ADD 1 TO C-CARRIED
               MOVE 'CARRIED FWD' TO O-DISPOSITION
               MOVE 'CLUB NOT IN THIS RUN - RESUBMITS ON ITS NEXT RUN.'
                   TO O-REASON
               PERFORM 2900-PRINT-DETAIL
               WRITE SN-RECORD FROM SU-RECORD
               GO TO 2100-X.
           IF SU-CLUB-CODE NOT = C-CLUB-CODE
               MOVE SU-CLUB-CODE TO C-CLUB-CODE
               PERFORM 1168-LOAD-SELLER-MASTER.
           CALL 'CBLPOPVC' USING SU-ORDER STATE-COUNT
               STATE-DEPOSIT-TABLE PRICE-COUNT POP-PRICE-TABLE
               PRODUCT-TABLE
               MOVE VC-ERR-DESC TO SU-ERR-DESC
               WRITE SN-RECORD FROM SU-RECORD.

       2100-X.
           EXIT.

      *RESUBMITTED ORDERS LAND IN A RESERVED SEQUENCE RANGE - THE
      *SUSPENSE NUMBER PLUS 9000 - SO THEY CAN'T COLLIDE WITH THE
      *RUNNING SEQUENCE CBLPOPLD HANDS OUT AND STAY TRACEABLE BACK
      *IT INTO THE DETAIL TOO, THE SAME WAY CBLPOPLD DOES, SO THE
      *READERS SEE IT WITHOUT THEIR OWN NAME MATCH.
       2200-APPEND-TO-MASTER.
           MOVE SU-CLUB-CODE TO MS-CLUB-CODE.
           MOVE VC-SELLER-NO TO MS-SELLER-NO.
           MOVE VC-SELLER-NO TO I-SELLER-NO OF SU-ORDER.
      *A SUSPENSE SEQUENCE PAST 0999 HAS NO ROOM IN THE RESERVED
                   WRITE SN-RECORD FROM SU-RECORD
               ELSE
                   ADD 1 TO C-APPENDED
                   PERFORM 2250-COUNT-FOR-TRAILER
                   MOVE 'APPENDED' TO O-DISPOSITION
                   MOVE SPACES TO O-REASON
                   PERFORM 2900-PRINT-DETAIL.

       2250-COUNT-FOR-TRAILER.
           MOVE 0 TO TA-ROW.
           PERFORM
               VARYING TA-SUB FROM 1 BY 1
                   UNTIL TA-SUB > TRAILER-ADJ-COUNT
                       IF SU-CLUB-CODE = TA-CLUB-CODE(TA-SUB)
                           MOVE TA-SUB TO TA-ROW.
           IF TA-ROW = 0
               ADD 1 TO TRAILER-ADJ-COUNT
               MOVE TRAILER-ADJ-COUNT TO TA-ROW
               MOVE SU-CLUB-CODE TO TA-CLUB-CODE(TA-ROW)
               MOVE 0 TO TA-NET-COUNT(TA-ROW).
           ADD 1 TO TA-NET-COUNT(TA-ROW).

       2900-PRINT-DETAIL.
           WRITE PRINTLINE FROM DETAIL-LINE
               AFTER ADVANCING 2 LINES

      *THE MASTER'S CONTROL-TOTAL TRAILER MUST GROW BY WHAT WAS
      *APPENDED OR CBLNLH05'S RECONCILE GOES OUT OF BALANCE ON THE
      *NEXT RUN - SAME ADJUSTMENT CBLPOPMT MAKES, CLUB BY CLUB.
       3000-CLOSING.
           PERFORM 3100-ADJUST-TRAILER
               VARYING TA-SUB FROM 1 BY 1
                   UNTIL TA-SUB > TRAILER-ADJ-COUNT.
           PERFORM 3200-WRITE-HIGH-MARKER.
           MOVE C-APPENDED TO O-APPENDED.
           MOVE C-STILL-BAD TO O-STILL-BAD.
           WRITE SN-RECORD FROM SU-RECORD.

       3100-ADJUST-TRAILER.
           MOVE TA-CLUB-CODE(TA-SUB) TO MS-CLUB-CODE.
           MOVE 0 TO MS-SELLER-NO.
           MOVE 0 TO MS-ORDER-SEQ.
           READ ORDER-MASTER
                   CONTINUE
           END-READ.
           IF MS-FILE-STATUS NOT = '00'
               DISPLAY 'CBLPOPRS - NO TRAILER ON MASTER FOR CLUB '
                   TA-CLUB-CODE(TA-SUB) ' - COUNT NOT ADJUSTED'
           ELSE
               ADD TA-NET-COUNT(TA-SUB) TO TR-RECORD-COUNT
               REWRITE MS-RECORD
                   INVALID KEY
                       CONTINUE
