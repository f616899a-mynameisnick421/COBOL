      *MONEY REPORT SUBTRACTS ITS FIGURES WHERE AN ORDER'S WOULD
      *ADD. I-NUM-CASES IS THE CASES COMING BACK; I-AMOUNT-PAID IS
      *ANY CASH REFUNDED WITH IT.
      *A DONATION ('D') IS MONEY GIVEN WITH NO POP BEHIND IT - THE
      *"KEEP THE CHANGE" PART OF A CHECK, OR A GIFT WITH NO ORDER AT
      *ALL. I-LNAME/I-FNAME STILL NAME THE SELLER WHO TOOK IT IN;
      *I-CUST-NAME AND THE ADDRESS FIELDS ARE THE DONOR'S, FOR THE
      *YEAR-END ACKNOWLEDGEMENT LETTER (SEE CBLPOPDN).
      *I-AMOUNT-PAID IS THE GIFT; I-POP-TYPE AND I-NUM-CASES ARE
      *ZERO. IT IS NEVER A SALE - NO DEPOSIT, NO CASES, NO DELIVERY,
      *AND IT NEVER COUNTS TOWARD A SELLER'S PRIZE TIER.
           05 I-TRANS-TYPE             PIC X.
               88 IS-ORDER-TRANS   VALUES ' ' 'O'.
               88 IS-CREDIT        VALUES 'C' 'R' 'F'.
               88 IS-DONATION      VALUE 'D'.
