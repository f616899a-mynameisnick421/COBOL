      *******************************************
      *  SHARED RECORD LAYOUT FOR CBLPOPMA.DAT, *
      *  THE MACHINE-READABLE TRAIL OF EVERY    *
      *  CHANGE CBLPOPMT APPLIES TO THE ORDER   *
      *  MASTER - ONE RECORD PER ADD, CHANGE OR *
      *  DELETE, APPENDED, WITH THE STATUS THE  *
      *  ORDER STOOD AT AND THE BEFORE AND      *
      *  AFTER IMAGES. THE PRINTED LISTING      *
      *  CBLPOPMT.PRT IS GONE WITH THE NEXT     *
      *  RUN; THIS LASTS THE SEASON SO CBLPOPEA *
      *  CAN REVIEW IT. CBLPOPSC ARCHIVES IT    *
      *  AND CLEARS IT AT SEASON CLOSE.         *
      *******************************************
           05  MA-DATE                 PIC 9(8).
           05  MA-TIME                 PIC X(8).
           05  MA-ACTION               PIC X.
           05  MA-CLUB-CODE            PIC X(3).
           05  MA-SELLER-NO            PIC 9(4).
           05  MA-ORDER-SEQ            PIC 9(4).
      *SPACE FOR AN ADD - THERE WAS NO ORDER TO HAVE A STATUS.
           05  MA-STATUS-BEFORE        PIC X.
           05  MA-BEFORE-DETAIL        PIC X(131).
           05  MA-AFTER-DETAIL         PIC X(131).
      *WHO KEYED THE CHANGE, AND FOR A MONEY CHANGE HELD ON
      *CBLPOPPN.DAT THE SECOND OFFICER WHO RELEASED IT - SPACES
      *WHEN IT NEEDED NO RELEASE.
           05  MA-OPERATOR-ID          PIC X(8).
           05  MA-APPROVER-ID          PIC X(8).
