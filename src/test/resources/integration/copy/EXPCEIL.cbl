      *****************************************************************
      * EXPCEIL
      *
      * RECORD LAYOUT FOR THE ROLLING EXPOSURE CEILING FILE (EXPCEIL),
      * LINE SEQUENTIAL, LOADED WHOLE BY TEST AND EXPRPT. EACH ENTRY
      * CAPS AN ACCOUNT'S APPROVED BASE-CURRENCY AMOUNT OVER THE LAST
      * 7 AND THE LAST 30 BUSINESS DAYS FROM ITS EFFECTIVE DATE ON.
      * ACCOUNT ZERO IS THE HOUSE DEFAULT FOR EVERY ACCOUNT WITHOUT
      * AN ENTRY OF ITS OWN IN FORCE; PER ACCOUNT, THE ENTRY WITH THE
      * LATEST EFFECTIVE DATE NOT AFTER THE RUN DATE WINS. A ZERO
      * CEILING MEANS NO CEILING ON THAT WINDOW. MAINTAINED BY
      * EXPMAINT UNDER THE EXPCEIL AUTHREF RESOURCE.
      *****************************************************************
        05  EC-ACCOUNT-NUMBER           PIC 9(09).
        05  EC-EFFECTIVE-DATE           PIC 9(08).
        05  EC-CEILING-7                PIC 9(11)V9(02).
        05  EC-CEILING-30               PIC 9(11)V9(02).
