      ******************************************************************
      *
      * Shared REO asset record
      * ========================
      *
      * One record per property taken back at foreclosure sale, on
      * the indexed REOMSTR file keyed by the loan's account number.
      * fcmaint opens it when the sale milestone is recorded, with
      * the acquisition date, the property off COLLMSTR, the
      * market value less estimated selling costs as the carrying
      * value, and the loan balance the property was taken back
      * against.  reomaint lists it, records price reductions and
      * holding expenses, and closes it out on the REO sale with
      * the proceeds, the final loss against the loan balance plus
      * advances, and the deficiency figure where the property's
      * state allows one.  reoinv reports the inventory by days
      * held.
      *
      ******************************************************************
       01 REO-RECORD.
           05 REO-ACCT-NO          PIC X(10).
           05 REO-STATUS           PIC X(01).
               88 REO-ST-HELD          VALUE "H".
               88 REO-ST-LISTED        VALUE "L".
               88 REO-ST-SOLD          VALUE "S".
           05 REO-ACQ-DATE         PIC 9(08).
           05 REO-PROP-ADDR        PIC X(40).
           05 REO-PROP-STATE       PIC X(02).
      * Valuation at acquisition, the selling costs estimated off
      * it, and the difference the asset is carried at.
           05 REO-MARKET-VALUE     PIC 9(09)V9(02).
           05 REO-EST-SELL-COSTS   PIC 9(09)V9(02).
           05 REO-CARRY-VALUE      PIC 9(09)V9(02).
           05 REO-LOAN-BALANCE     PIC 9(09)V9(02).
      * Listing history: first list price, the current one, and
      * how many times and when last it was cut.
           05 REO-LIST-DATE        PIC 9(08).
           05 REO-ORIG-LIST-PRICE  PIC 9(09)V9(02).
           05 REO-LIST-PRICE       PIC 9(09)V9(02).
           05 REO-REDUCE-COUNT     PIC 9(03).
           05 REO-LAST-REDUCE-DATE PIC 9(08).
           05 REO-HOLD-EXPENSE     PIC 9(09)V9(02).
      * Filled when the REO sale closes.
           05 REO-SALE-DATE        PIC 9(08).
           05 REO-SALE-PRICE       PIC 9(09)V9(02).
           05 REO-SALE-COSTS       PIC 9(09)V9(02).
           05 REO-NET-PROCEEDS     PIC 9(09)V9(02).
           05 REO-CORP-ADVANCE     PIC 9(09)V9(02).
           05 REO-CORP-NONREC      PIC 9(09)V9(02).
           05 REO-PI-ADVANCE       PIC 9(09)V9(02).
           05 REO-FINAL-LOSS       PIC S9(09)V9(02).
           05 REO-DEFICIENCY       PIC 9(09)V9(02).
      * Y the state allows a deficiency, N it bars one, U the
      * property's state is not on file.
           05 REO-DEFICIENCY-FLAG  PIC X(01).
