      *  IS CARRIED INTO THE MASTER UNDER ITS   *
      *  OWN KEY SO THE READERS CAN STILL       *
      *  RECONCILE.                             *
      *  THE MASTER HOLDS EVERY CLUB IN THE     *
      *  LEAGUE. A LOAD REPLACES ONLY THE CLUB  *
      *  IT IS RUNNING FOR - THAT CLUB'S OLD    *
      *  ORDERS ARE DELETED AND ITS NEW FLAT    *
      *  FILE (CBLPOPSLXXX.DAT) LOADED UNDER    *
      *  ITS CODE, AND EVERY OTHER CLUB'S       *
      *  ORDERS ARE LEFT EXACTLY AS THEY WERE.  *
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT POP-SALES-REPORT
               ASSIGN TO DYNAMIC SL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ORDER-MASTER
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS MS-KEY
               ALTERNATE RECORD KEY IS I-ORDER-NO OF MS-ORDER-DETAIL
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS I-CUST-PHONE OF MS-ORDER-DETAIL
                   WITH DUPLICATES
               FILE STATUS IS MS-FILE-STATUS.

      *THE CLUB SECRETARY'S SELLER ROSTER - EVERY ORDER'S KEYED
      *NAME RESOLVES TO A SELLER NUMBER HERE BEFORE IT LANDS ON
      *THE MASTER - SEE 1168-LOAD-SELLER-MASTER.
       FD ORDER-MASTER
           LABEL RECORD IS STANDARD
           DATA RECORD IS MS-RECORD
           RECORD CONTAINS 143 CHARACTERS.
       01 MS-RECORD.
           COPY POPMAST.

      *ONE SELLER PER RECORD ON THE SECRETARY'S ROSTER, EVERY
      *CLUB'S SELLERS ON THE ONE FILE UNDER THEIR CLUB CODE.
       FD SELLER-MASTER-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS SM-RECORD
           RECORD CONTAINS 53 CHARACTERS.
       01 SM-RECORD.
           05  SM-CLUB-CODE    PIC X(3).
           05  SM-SELLER-NO    PIC 9(4).
           05  SM-LNAME        PIC X(15).
           05  SM-FNAME        PIC X(15).
       01 WORK-AREA.
           05  EOF             PIC X(5)        VALUE 'FALSE'.
           05  MS-FILE-STATUS  PIC XX.
           05  C-LOADED        PIC 9(6)        VALUE 0.
           05  C-DROPPED       PIC 9(4)        VALUE 0.
           05  C-EXPECTED      PIC 9(6)        VALUE 0.
           05  SUB3            PIC 9(4).
           05  C-SELLER-NO     PIC 9(4)        VALUE 0.
           05  C-UNRESOLVED    PIC 9(4)        VALUE 0.
           05  CLEAR-DONE-SW   PIC X(5)        VALUE 'FALSE'.
           05  C-CLEARED       PIC 9(6)        VALUE 0.

      *LOADED FROM CBLPOPSM.DAT AT 1000-INIT TIME - SEE
      *1168-LOAD-SELLER-MASTER.
               10  SMT-ADDRESS     PIC X(15).
               10  SMT-TEAM        PIC X.

      *CLUB CONTROL INTERFACE - CBLPOPCB SAYS WHICH CLUB THIS PASS
      *IS LOADING AND STAMPS ITS LOADED GENERATION.
       01 CB-CLUB-INFO.
           COPY POPCLUB.

       01 SL-FILE-NAME             PIC X(40).

       PROCEDURE DIVISION.
       0000-MAIN.
           GOBACK.

       1000-INIT.
           MOVE 'CURR' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE SPACES TO SL-FILE-NAME.
           STRING 'C:\SCHOOL\COBOL\CBLPOPSL' CB-CLUB-CODE
                   DELIMITED BY SPACE
                   '.DAT' DELIMITED BY SIZE
               INTO SL-FILE-NAME.
           OPEN INPUT POP-SALES-REPORT.
      *THE FIRST LOAD EVER FINDS NO MASTER - CREATE IT EMPTY AND
      *CARRY ON THE SAME AS ANY OTHER LOAD.
           OPEN I-O ORDER-MASTER.
           IF MS-FILE-STATUS = '35'
               OPEN OUTPUT ORDER-MASTER
               CLOSE ORDER-MASTER
               OPEN I-O ORDER-MASTER.
           PERFORM 1100-CLEAR-CLUB-ORDERS.
           PERFORM 1168-LOAD-SELLER-MASTER.
           PERFORM 9000-READ.

      *THE CLUB'S ORDERS SIT TOGETHER FROM ITS TRAILER AT SELLER/
      *SEQUENCE 0000/0000 TO THE NEXT CLUB'S CODE - ALL OF THEM GO
      *BEFORE THE NEW FLAT FILE GOES IN.
       1100-CLEAR-CLUB-ORDERS.
           MOVE CB-CLUB-CODE TO MS-CLUB-CODE.
           MOVE 0 TO MS-SELLER-NO.
           MOVE 0 TO MS-ORDER-SEQ.
           START ORDER-MASTER KEY NOT < MS-KEY
               INVALID KEY
                   MOVE 'TRUE' TO CLEAR-DONE-SW.
           PERFORM 1110-DELETE-ONE-ORDER
               UNTIL CLEAR-DONE-SW = 'TRUE'.

       1110-DELETE-ONE-ORDER.
           READ ORDER-MASTER NEXT RECORD
               AT END
                   MOVE 'TRUE' TO CLEAR-DONE-SW.
           IF CLEAR-DONE-SW NOT = 'TRUE'
               IF MS-CLUB-CODE NOT = CB-CLUB-CODE
                   MOVE 'TRUE' TO CLEAR-DONE-SW
               ELSE
                   DELETE ORDER-MASTER RECORD
                       INVALID KEY
                           DISPLAY 'CBLPOPLD - DELETE FAILED, STATUS '
                               MS-FILE-STATUS
                   END-DELETE
                   ADD 1 TO C-CLEARED.

       1168-LOAD-SELLER-MASTER.
           OPEN INPUT SELLER-MASTER-FILE.
           PERFORM 1169-READ-SELLER-MASTER
           READ SELLER-MASTER-FILE
               AT END
                   MOVE 'TRUE' TO SM-EOF.
           IF SM-EOF NOT = 'TRUE' AND SM-CLUB-CODE = CB-CLUB-CODE
               IF SM-COUNT < 500
                   ADD 1 TO SM-COUNT
                   MOVE SM-SELLER-NO TO SMT-SELLER-NO(SM-COUNT)
           PERFORM 2090-FIND-SELLER-NO.
           IF C-SELLER-NO = 0
               ADD 1 TO C-UNRESOLVED.
           MOVE CB-CLUB-CODE TO MS-CLUB-CODE.
           MOVE C-SELLER-NO TO MS-SELLER-NO.
           MOVE C-SELLER-NO TO I-SELLER-NO OF I-POPSALES.
           MOVE C-NEXT-SEQ TO MS-ORDER-SEQ.
               MOVE SMT-SELLER-NO(SUB3) TO C-SELLER-NO.

      *THE TRAILER KEEPS ITS MARKER IN THE DETAIL AREA AND RIDES
      *UNDER THE CLUB'S KEY 0000/0000 - SEQUENCE ZERO IS NEVER
      *HANDED TO A REAL ORDER, SO NO UNRESOLVED-SELLER RECORD CAN
      *REACH IT.
       2200-WRITE-TRAILER.
           MOVE CB-CLUB-CODE TO MS-CLUB-CODE.
           MOVE 0 TO MS-SELLER-NO.
           MOVE 0 TO MS-ORDER-SEQ.
           MOVE I-POPSALES TO MS-ORDER-DETAIL.
       3000-CLOSING.
           CLOSE POP-SALES-REPORT.
           CLOSE ORDER-MASTER.
           DISPLAY 'CBLPOPLD - CLUB ' CB-CLUB-CODE ' ORDERS REPLACED '
               C-CLEARED.
           DISPLAY 'CBLPOPLD - ORDERS LOADED ' C-LOADED
               ' EXPECTED ' C-EXPECTED ' DROPPED ' C-DROPPED.
           IF C-UNRESOLVED > 0
           ELSE
               PERFORM 3200-STAMP-LOADED-GEN.

      *A BALANCED LOAD MEANS THE MASTER NOW CARRIES THE CLUB'S
      *CURRENT GENERATION - STAMP IT SO CBLNLH05 AND THE REPORTS CAN
      *TELL. AN UNBALANCED LOAD LEAVES THE STAMP ALONE, WHICH KEEPS
      *THE CLUB'S REPORTS REFUSING TO RUN.
       3200-STAMP-LOADED-GEN.
           IF NOT CB-CONTROL-ON-FILE
               DISPLAY 'CBLPOPLD - NO BATCH CONTROL FOR THE CLUB - RUN
      -            ' CBLPOPCV FIRST'
           ELSE
               MOVE 'LOAD' TO CB-FUNCTION
               CALL 'CBLPOPCB' USING CB-CLUB-INFO.

       9000-READ.
           READ POP-SALES-REPORT
