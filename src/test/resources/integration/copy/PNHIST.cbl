      * IMAGES (PNMASTER LAYOUT, 28 BYTES EACH; SPACES WHERE NO IMAGE
      * EXISTS, I.E. BEFORE AN ADD OR AFTER A DELETE). MSTHINQ
      * RECONSTRUCTS A MASTER RECORD AS OF ANY REQUESTED DATE FROM
      * THIS STREAM. THE IMAGES STOP SHORT OF PN-FIRST-SEEN-DATE,
      * WHICH IS SET ONCE WHEN THE RECORD IS ADDED: PNRESTOR TAKES
      * IT FROM THE BACKUP, OR FROM THE CHANGE DATE OF AN ADD IT
      * ROLLS FORWARD.
      *****************************************************************
        05  PH-CHANGE-DATE              PIC 9(08).
        05  PH-CHANGE-TIME              PIC 9(08).
