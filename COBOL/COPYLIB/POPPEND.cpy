      *******************************************
      *  SHARED RECORD LAYOUT FOR CBLPOPPN.DAT, *
      *  THE MONEY CHANGES WAITING ON A SECOND  *
      *  OFFICER. CBLPOPMT AND CBLPOPRF HOLD A  *
      *  TRANSACTION HERE INSTEAD OF POSTING IT *
      *  WHEN IT MOVES AN AMOUNT PAID, A CASE   *
      *  PRICE OR A DEPOSIT RATE BY MORE THAN   *
      *  THE OFFICERS' LIMIT (CBLPOPAT.DAT).    *
      *  CBLPOPAV RECORDS THE SECOND OFFICER'S  *
      *  RELEASE OR REJECTION; THE NEXT RUN OF  *
      *  THE PROGRAM THAT HELD IT POSTS A       *
      *  RELEASED ITEM WITH BOTH IDS. CBLPOPSC  *
      *  WON'T CLOSE WHILE ANYTHING IS STILL    *
      *  PENDING OR RELEASED BUT NOT POSTED.    *
      *******************************************
           05  PN-ITEM-NO              PIC 9(5).
      *WHICH PROGRAM HELD IT, AND SO WHICH ONE POSTS IT.
           05  PN-SOURCE               PIC XX.
               88  PN-FROM-MT          VALUE 'MT'.
               88  PN-FROM-RF          VALUE 'RF'.
           05  PN-STATUS               PIC X.
               88  PN-PENDING          VALUE 'P'.
               88  PN-RELEASED         VALUE 'A'.
               88  PN-REJECTED         VALUE 'R'.
               88  PN-POSTED           VALUE 'C'.
               88  PN-STILL-OPEN       VALUES 'P' 'A'.
           05  PN-ENTERED-DATE         PIC 9(8).
           05  PN-ENTERED-BY           PIC X(8).
           05  PN-DECIDED-DATE         PIC 9(8).
           05  PN-DECIDED-BY           PIC X(8).
      *HOW FAR THE CHANGE MOVES THE MONEY FIELD, FOR THE APPROVER.
           05  PN-AMOUNT               PIC 9(7)V99.
      *THE TRANSACTION EXACTLY AS KEYED, IN THE HOLDING PROGRAM'S
      *OWN LAYOUT - CBLPOPMT.DAT OR CBLPOPRF.DAT.
           05  PN-TRANS-IMAGE          PIC X(151).
