      *  ORDERS WITH THE PAYMENT SPLIT BY HAND.  *
      *  WRITES THE SAME CONTROL-TOTAL TRAILER    *
      *  RECORD CBLNLH05/CBLNLH06 LOOK FOR.      *
      *  EACH CLUB IN THE LEAGUE UPLOADS ITS OWN *
      *  CSV AND GETS ITS OWN FLAT FILE AND      *
      *  CHECKPOINT - THE CLUB CODE RIDES IN     *
      *  EVERY ONE OF THE THREE FILE NAMES       *
      *  (CBLPOPCVXXX.CSV, CBLPOPSLXXX.DAT,      *
      *  CBLPOPCKXXX.DAT), SO A BLANK CLUB CODE  *
      *  IS THE SAME THREE FILES AS EVER. A CLUB *
      *  WITH NO UPLOAD THIS WEEK IS LOGGED AS   *
      *  AN ERROR AND ITS FLAT FILE AND          *
      *  GENERATION ARE LEFT ALONE.              *
      *******************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT CSV-UPLOAD
               ASSIGN TO DYNAMIC CSV-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSV-FILE-STATUS.

           SELECT POP-SALES-REPORT
               ASSIGN TO DYNAMIC SL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

      *RESET AT CLOSING TIME SINCE A FRESHLY-CONVERTED CBLPOPSL.DAT
      *MAKES ANY CHECKPOINT A PRIOR CBLNLH05/CBLNLH06 RUN LEFT BEHIND
      *STALE - SEE 3000-CLOSING.
           SELECT CHECKPOINT-FILE
               ASSIGN TO DYNAMIC CK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

      *(RETURNED CASES) OR F (REFUND), ORDERNO IS THE ORIGINAL
      *ORDER BEING TAKEN BACK OUT OF THE MONEY. ITS 'L' LINES ARE
      *THE FLAVORS AND CASES COMING BACK.
      *A 'D' RECORD IS A DONATION AND STANDS ALONE - NO 'L' LINES:
      *D,LNAME,FNAME,ADDRESS,CITY,STATE,ZIP5,ZIP4,TEAM,AMOUNT,
      *DONORNAME,DONORPHONE - LNAME/FNAME ARE THE SELLER WHO TOOK
      *THE MONEY IN, THE ADDRESS IS THE DONOR'S (IT IS WHERE THE
      *YEAR-END LETTER GOES) AND AMOUNT IS THE GIFT.
      *A 'P' HEADER IS A RENEWAL ORDER CBLPOPRU PRE-FILLED FROM LAST
      *SEASON, SAME COLUMNS AS AN 'H'. IT IS PENDING UNTIL THE
      *SELLER CONFIRMS IT WITH THE CUSTOMER AND CHANGES THE 'P' TO
      *AN 'H' - UNTIL THEN IT AND ITS 'L' LINES ARE PASSED OVER AND
      *COUNTED, NOT CONVERTED AND NOT DROPPED AS ERRORS.
       FD CSV-UPLOAD
           LABEL RECORD IS STANDARD
           DATA RECORD IS CSV-LINE
       FD CHECKPOINT-FILE
           LABEL RECORD IS STANDARD
           DATA RECORD IS CK-RECORD
           RECORD CONTAINS 441 CHARACTERS.
       01 CK-RECORD                PIC X(441).

       WORKING-STORAGE SECTION.
       01 WORK-AREA.
           05  EOF                 PIC X(5)        VALUE 'FALSE'.
           05  C-RECORD-COUNT      PIC 9(6)        VALUE 0.
           05  CK-FILE-STATUS      PIC XX.
           05  CSV-FILE-STATUS     PIC XX.
           05  NO-UPLOAD-SW        PIC X(5)        VALUE 'FALSE'.
           05  ORDER-OPEN-SW       PIC X(5)        VALUE 'FALSE'.
           05  C-ORDER-NO          PIC 9(6)        VALUE 0.
           05  C-LINE-NO           PIC 99          VALUE 0.
           05  C-DROPPED           PIC 9(4)        VALUE 0.
           05  PENDING-SW          PIC X(5)        VALUE 'FALSE'.
           05  C-PENDING           PIC 9(4)        VALUE 0.

      *FIRST TOKEN OF EACH UPLOAD RECORD - 'H' OPENS AN ORDER, 'L'
      *IS ONE FLAVOR LINE OF THE ORDER IN PROGRESS.
       01 CSV-REC-TYPE             PIC X.
           88  CSV-ORDER-HEADER    VALUE 'H'.
           88  CSV-CREDIT-HEADER   VALUE 'C'.
           88  CSV-DONATION        VALUE 'D'.
           88  CSV-PENDING-HEADER  VALUE 'P'.
           88  CSV-ORDER-LINE      VALUE 'L'.

      *THE ORDER HEADER IN PROGRESS - EVERY 'L' LINE UNDER IT IS
       01 RG-RUN-INFO.
           COPY POPRUNLG.

      *CLUB CONTROL INTERFACE - CBLPOPCB SAYS WHICH CLUB THIS PASS
      *IS CONVERTING FOR AND STAMPS ITS NEW GENERATION.
       01 CB-CLUB-INFO.
           COPY POPCLUB.

      *THE CLUB'S OWN UPLOAD, FLAT FILE AND CHECKPOINT - SEE
      *1000-INIT.
       01 CLUB-FILE-NAMES.
           05  CSV-FILE-NAME       PIC X(40).
           05  SL-FILE-NAME        PIC X(40).
           05  CK-FILE-NAME        PIC X(40).

      *EVERY CONVERTED ORDER IS STAMPED WITH TODAY'S DATE SO THE
      *COLLECTIONS RUN CAN AGE ITS BALANCE - SEE 2000-CONVERT.
       01 CURRENT-DATE-AND-TIME.
           GOBACK.

       1000-INIT.
           MOVE 'CURR' TO CB-FUNCTION.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.
           MOVE SPACES TO CLUB-FILE-NAMES.
           STRING 'C:\SCHOOL\COBOL\CBLPOPCV' CB-CLUB-CODE
                   DELIMITED BY SPACE
                   '.CSV' DELIMITED BY SIZE
               INTO CSV-FILE-NAME.
           STRING 'C:\SCHOOL\COBOL\CBLPOPSL' CB-CLUB-CODE
                   DELIMITED BY SPACE
                   '.DAT' DELIMITED BY SIZE
               INTO SL-FILE-NAME.
           STRING 'C:\SCHOOL\COBOL\CBLPOPCK' CB-CLUB-CODE
                   DELIMITED BY SPACE
                   '.DAT' DELIMITED BY SIZE
               INTO CK-FILE-NAME.
           MOVE 'CBLPOPCV' TO RG-PROGRAM-ID.
           MOVE 'START' TO RG-EVENT.
           MOVE 0 TO RG-RECORDS-READ RG-RECORDS-WRITTEN
               RG-ERR-CTR RG-WARN-CTR RG-GRAND-DOLLARS.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.
           MOVE FUNCTION CURRENT-DATE TO CURRENT-DATE-AND-TIME.
      *NO UPLOAD FROM THE CLUB YET - THE LAST GOOD FLAT FILE STAYS
      *WHERE IT IS RATHER THAN BEING TRUNCATED TO NOTHING.
           OPEN INPUT CSV-UPLOAD.
           IF CSV-FILE-STATUS NOT = '00'
               MOVE 'TRUE' TO NO-UPLOAD-SW
               MOVE 'TRUE' TO EOF
               DISPLAY 'CBLPOPCV - NO UPLOAD FOR CLUB ' CB-CLUB-CODE
                   ' - ' CSV-FILE-NAME
           ELSE
               OPEN OUTPUT POP-SALES-REPORT
               PERFORM 9000-READ.

      *A HEADER OPENS A NEW ORDER AND HOLDS ITS SELLER/ADDRESS/
      *PAYMENT FIELDS; EACH LINE UNDER IT BECOMES ONE FLAT RECORD.
       2000-CONVERT.
           UNSTRING CSV-LINE DELIMITED BY ','
               INTO CSV-REC-TYPE.
           IF NOT CSV-ORDER-LINE
               MOVE 'FALSE' TO PENDING-SW.
           IF CSV-ORDER-HEADER
               PERFORM 2100-TAKE-HEADER
           ELSE
               IF CSV-CREDIT-HEADER
                   PERFORM 2150-TAKE-CREDIT-HEADER
               ELSE
                   IF CSV-DONATION
                       PERFORM 2170-TAKE-DONATION
                   ELSE
                       IF CSV-PENDING-HEADER
                           PERFORM 2180-PASS-PENDING
                       ELSE
                           PERFORM 2190-TAKE-LINE.
           PERFORM 9000-READ.

       2190-TAKE-LINE.
           IF CSV-ORDER-LINE AND ORDER-OPEN-SW = 'TRUE'
               PERFORM 2200-WRITE-LINE
           ELSE
               IF CSV-ORDER-LINE AND PENDING-SW = 'TRUE'
                   CONTINUE
               ELSE
                   ADD 1 TO C-DROPPED
                   DISPLAY 'CBLPOPCV - RECORD OUTSIDE ANY ORDER OR BAD
      -                ' TYPE CODE - DROPPED'.

      *THE INTEGER FIELDS (ZIP5/ZIP4) COME OUT RIGHT-JUSTIFIED AND
      *ZERO-FILLED THE SAME AS A MOVE OF A DIGIT STRING WOULD, SINCE
      *THEY'RE DESCRIBED AS NUMERIC IN THE HOLD AREA. AMOUNT-PAID IS
               INTO CSV-WHOLE CSV-CENTS.
           COMPUTE H-AMOUNT-PAID = CSV-WHOLE + (CSV-CENTS / 100).

      *A DONATION GETS ITS OWN ORDER NUMBER SO IT CAN BE FOUND AND
      *CORRECTED LIKE ANY OTHER RECORD, AND IS WRITTEN AT ONCE AS
      *LINE 01 WITH NO FLAVOR AND NO CASES. IT CLOSES ANY ORDER IN
      *PROGRESS - AN 'L' AFTER IT BELONGS TO NOTHING AND IS DROPPED.
       2170-TAKE-DONATION.
           MOVE 'FALSE' TO ORDER-OPEN-SW.
           ADD 1 TO C-ORDER-NO.
           MOVE C-ORDER-NO TO H-ORDER-NO.
           MOVE 'D' TO H-TRANS-TYPE.
           MOVE 0 TO C-LINE-NO.
           MOVE 0 TO CSV-CENTS.
           UNSTRING CSV-LINE DELIMITED BY ','
               INTO CSV-REC-TYPE H-LNAME H-FNAME H-ADDRESS H-CITY
                   H-STATE H-ZIP5 H-ZIP4 H-TEAM CSV-AMOUNT
                   H-CUST-NAME H-CUST-PHONE.
           UNSTRING CSV-AMOUNT DELIMITED BY '.'
               INTO CSV-WHOLE CSV-CENTS.
           COMPUTE H-AMOUNT-PAID = CSV-WHOLE + (CSV-CENTS / 100).
           MOVE 0 TO I-POP-TYPE.
           MOVE 0 TO I-NUM-CASES.
           PERFORM 2250-WRITE-FLAT-RECORD.

      *AN UNCONFIRMED RENEWAL CLOSES ANY ORDER IN PROGRESS SO ITS
      *LINES CAN'T FALL IN UNDER THE ORDER ABOVE IT.
       2180-PASS-PENDING.
           MOVE 'FALSE' TO ORDER-OPEN-SW.
           MOVE 'TRUE' TO PENDING-SW.
           ADD 1 TO C-PENDING.

      *ONE FLAT RECORD PER FLAVOR LINE, CARRYING THE HEADER'S SELLER
      *AND ADDRESS FIELDS SO THE READERS STILL SEE THE LAYOUT THEY
      *ALWAYS HAVE. THE ORDER'S PAYMENT RIDES LINE 01 ONLY - THE
       2200-WRITE-LINE.
           UNSTRING CSV-LINE DELIMITED BY ','
               INTO CSV-REC-TYPE I-POP-TYPE I-NUM-CASES.
           PERFORM 2250-WRITE-FLAT-RECORD.

       2250-WRITE-FLAT-RECORD.
           ADD 1 TO C-LINE-NO.
           MOVE H-LNAME TO I-LNAME.
           MOVE H-FNAME TO I-FNAME.
      *A DIFFERENT FILE. RESET IT THE SAME WAY A CLEAN CBLNLH05/
      *CBLNLH06 RUN ALREADY DOES ON SUCCESS.
       3000-CLOSING.
           IF NO-UPLOAD-SW = 'TRUE'
               MOVE 1 TO C-DROPPED
           ELSE
               PERFORM 3100-WRITE-TRAILER
               CLOSE CSV-UPLOAD
               CLOSE POP-SALES-REPORT
               OPEN OUTPUT CHECKPOINT-FILE
               CLOSE CHECKPOINT-FILE
               PERFORM 3200-BUMP-GENERATION.
           MOVE 'END' TO RG-EVENT.
           MOVE C-RECORD-COUNT TO RG-RECORDS-READ.
           COMPUTE RG-RECORDS-WRITTEN = C-RECORD-COUNT + 1.
           MOVE C-DROPPED TO RG-ERR-CTR.
           MOVE C-PENDING TO RG-WARN-CTR.
           CALL 'CBLPOPRG' USING RG-RUN-INFO.
           IF C-PENDING > 0
               DISPLAY 'CBLPOPCV - ' C-PENDING ' RENEWAL ORDERS STILL
      -            ' PENDING - NOT CONVERTED'.

       3100-WRITE-TRAILER.
           MOVE '**TRAILER**' TO TR-MARKER.
           MOVE C-RECORD-COUNT TO TR-RECORD-COUNT.
           WRITE I-POPSALES.

      *A FRESHLY CONVERTED FLAT FILE IS A NEW GENERATION FOR THE
      *CLUB - CBLPOPCB BUMPS ITS BATCH CONTROL RECORD SO A MASTER
      *LOAD OR REPORT RUN THAT NEVER PICKED IT UP CAN BE REFUSED
      *DOWNSTREAM. A CLUB WITH NO CONTROL RECORD YET STARTS AT
      *GENERATION ONE.
       3200-BUMP-GENERATION.
           MOVE 'CONV' TO CB-FUNCTION.
           MOVE 'CBLPOPCV' TO CB-PRODUCED-BY.
           CALL 'CBLPOPCB' USING CB-CLUB-INFO.

       9000-READ.
           READ CSV-UPLOAD
