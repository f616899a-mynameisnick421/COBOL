      *******************************************
      *  CALL INTERFACE FOR CBLPOPOC, THE       *
      *  ORIGINAL-ORDER CHECK FOR CREDITS. THE  *
      *  CALLER FILLS IN THE CREDIT'S ORDER     *
      *  NUMBER, ITS OWN MASTER KEY AND ITS     *
      *  FLAVOR; CBLPOPOC READS EVERY MASTER    *
      *  RECORD CARRYING THAT ORDER NUMBER BY   *
      *  THE ALTERNATE KEY AND HANDS BACK WHAT  *
      *  THE ORIGINAL ORDER HAD (CASES OF THAT  *
      *  FLAVOR, CASH PAID ON IT) AND WHAT THE  *
      *  CREDITS KEYED AHEAD OF THIS ONE HAVE   *
      *  ALREADY TAKEN BACK. ORDER NUMBERS ARE  *
      *  ONLY UNIQUE WITHIN A CLUB, SO RECORDS  *
      *  OF ANY OTHER CLUB ARE PASSED OVER.     *
      *  THE CALLER DECIDES WHAT TO DO ABOUT    *
      *  IT - SEE CBLNLH05'S 2120-CHECK-CREDIT. *
      *******************************************
           05  OC-ORDER-NO         PIC 9(6).
           05  OC-CLUB-CODE        PIC X(3).
           05  OC-SELLER-NO        PIC 9(4).
           05  OC-ORDER-SEQ        PIC 9(4).
           05  OC-POP-TYPE         PIC 99.
           05  OC-RESULT           PIC X.
               88  OC-ORDER-FOUND  VALUE 'F'.
               88  OC-ORDER-MISSING VALUE 'M'.
           05  OC-ORDER-CASES      PIC 9(6).
           05  OC-CREDITED-CASES   PIC 9(6).
           05  OC-ORDER-PAID       PIC 9(7)V99.
           05  OC-CREDITED-PAID    PIC 9(7)V99.
