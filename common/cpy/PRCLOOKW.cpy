      *****************************************************************
      *    PRCLOOKW -  REQUEST/RESPONSE AREA FOR THE PRCLOOK PRICE-BOOK
      *    LOOKUP SUBPROGRAM.  SET PL-GADGET-ID AND PL-PRICE-DATE,
      *    CALL "PRCLOOK", AND READ THE ANSWER:
      *
      *       PL-PRICE          - THE PRICE IN EFFECT ON THE DATE -
      *                           THE MARKDOWN PRICE WHEN THE DATE
      *                           FALLS IN THE ENTRY'S MARKDOWN
      *                           WINDOW, OTHERWISE THE REGULAR PRICE
      *       PL-REGULAR-PRICE  - THE ENTRY'S REGULAR PRICE
      *       PL-PRICE-TYPE     - R REGULAR / M MARKDOWN
      *       PL-EFFECTIVE-DATE - THE ENTRY THE PRICE CAME FROM
      *       PL-BELOW-COST-OK  - Y WHEN THE ENTRY WAS APPROVED TO
      *                           SELL BELOW COST
      *
      *    DATES ARE YYYYMMDD.  PL-RETURN-CODE 0 = PRICE FOUND, 4 = NO
      *    PRICE-BOOK ENTRY IN EFFECT FOR THE GADGET ON THE DATE (THE
      *    CALLER KEEPS THE MASTER'S PRICE), 8 = BAD DATE.  THE PRICE
      *    BOOK (PRCBMNT MAINTAINS IT) IS LOADED ON THE FIRST CALL.
      *****************************************************************
       01  PRCLOOK-REQUEST-AREA.
           05  PL-GADGET-ID                PIC 9(06).
           05  PL-PRICE-DATE               PIC 9(08).
           05  PL-PRICE                    PIC 9(04)V99.
           05  PL-REGULAR-PRICE            PIC 9(04)V99.
           05  PL-PRICE-TYPE               PIC X(01).
               88  PL-REGULAR              VALUE "R".
               88  PL-MARKDOWN             VALUE "M".
           05  PL-EFFECTIVE-DATE           PIC 9(08).
           05  PL-BELOW-COST-OK            PIC X(01).
               88  PL-BELOW-COST-APPROVED  VALUE "Y".
           05  PL-RETURN-CODE              PIC 9(01).
