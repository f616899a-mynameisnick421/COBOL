      *  CBLPOPSL.DAT BY CBLPOPLD, MAINTAINED   *
      *  ONE RECORD AT A TIME BY CBLPOPMT, AND  *
      *  READ IN KEY SEQUENCE BY THE REPORTING  *
      *  PROGRAMS. KEY IS THE CLUB CODE, THE    *
      *  ROSTER'S SELLER NUMBER AND AN ORDER    *
      *  SEQUENCE NUMBER - EACH CLUB'S ORDERS   *
      *  SIT TOGETHER IN ONE RUN OF THE KEY, SO *
      *  A CLUB'S REPORTS START AT ITS CODE AND *
      *  STOP AT THE NEXT ONE. SELLER NUMBERS   *
      *  ARE ONLY UNIQUE WITHIN A CLUB.         *
      *  CBLPOPLD RESOLVES EACH KEYED NAME      *
      *  AGAINST CBLPOPSM.DAT AT LOAD TIME, SO  *
      *  A SPELLING DIFFERENCE CAN'T SPLIT ONE  *
      *  REJECT - CBLPOPMM PRINTS THE CUTOVER   *
      *  MATCH REPORT.                          *
      *  THE CONTROL-TOTAL TRAILER RIDES IN THE *
      *  DETAIL AREA UNDER SELLER/SEQUENCE      *
      *  0000/0000, ONE PER CLUB, WHICH SORTS   *
      *  AHEAD OF THE CLUB'S REAL SELLERS - IT  *
      *  READS BACK FIRST, NOT LAST, SO READERS *
      *  SWALLOW IT WHEREVER IT TURNS UP.       *
      *  TWO ALTERNATE KEYS, BOTH WITH          *
      *  DUPLICATES, REACH AN ORDER WITHOUT ITS *
      *  SELLER - I-ORDER-NO (EVERY LINE OF THE *
      *  ORDER AND EVERY CREDIT AGAINST IT) AND *
      *  I-CUST-PHONE. EVERY SELECT OF THE      *
      *  MASTER DECLARES BOTH, QUALIFIED OF     *
      *  MS-ORDER-DETAIL, SO THE FILE OPENS THE *
      *  SAME EVERYWHERE AND THE INDEXES STAY   *
      *  IN STEP WITH EVERY WRITE AND REWRITE.  *
      *******************************************
           05  MS-KEY.
               10  MS-CLUB-CODE        PIC X(3).
               10  MS-SELLER-NO        PIC 9(4).
               10  MS-ORDER-SEQ        PIC 9(4).
           05  MS-ORDER-DETAIL.
