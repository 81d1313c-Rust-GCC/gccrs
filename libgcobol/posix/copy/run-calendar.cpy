      *      NEXTBUS   sets RCQ-NEXT-DATE to the first business
      *                date after RCQ-DATE
      *      INFO      markers only, no business-day test
      *      VALDAY    sets RCQ-IS-BUSINESS-DAY when RCQ-DATE is a
      *                good value date for RCQ-CURRENCY: a business
      *                day on that currency's settlement calendar
      *                and on ours
      *      NEXTVAL   sets RCQ-NEXT-DATE to the first good value
      *                date for RCQ-CURRENCY after RCQ-DATE
      *  A blank RCQ-CURRENCY, or one with no settlement calendar
      *  loaded, is answered from our calendar alone and sets
      *  RCQ-HOUSE-ONLY.
      *  RCQ-STATUS '00' ok, '10' date not on calendar, '20' bad
      *  request, '30' calendar file not loadable.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
              88 RCQ-REQ-ISBUSDAY     Value 'ISBUSDAY'.
              88 RCQ-REQ-NEXTBUS      Value 'NEXTBUS'.
              88 RCQ-REQ-INFO         Value 'INFO'.
              88 RCQ-REQ-VALDAY       Value 'VALDAY'.
              88 RCQ-REQ-NEXTVAL      Value 'NEXTVAL'.
           05 RCQ-DATE             PIC 9(08).
           05 RCQ-STATUS           PIC X(02).
              88 RCQ-OK               Value '00'.
           05 RCQ-YEAR-END-SW      PIC X(01).
              88 RCQ-IS-YEAR-END      Value 'Y', False 'N'.
           05 RCQ-NEXT-DATE        PIC 9(08).
           05 RCQ-CURRENCY         PIC X(03).
           05 RCQ-HOUSE-ONLY-SW    PIC X(01).
              88 RCQ-HOUSE-ONLY       Value 'Y', False 'N'.
