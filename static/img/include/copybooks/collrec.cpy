      * and the LTV distribution report stratifies the book off the
      * same figures.  An account with no record here, or a zero
      * current value, still tests under the old balance-versus-
      * origination rule.  COLL-PROP-STATE is the property's
      * two-letter state code, which reomaint tests for whether a
      * deficiency can be pursued after an REO sale.  The county
      * name and five-digit ZIP locate the property against a
      * disaster declaration's declared counties and ZIPs; dsasflag
      * matches on them.
      *
      ******************************************************************
       01 COLL-RECORD.
           05 COLL-ORIG-APPR    PIC 9(09)V9(02).
           05 COLL-CURR-VALUE   PIC 9(09)V9(02).
           05 COLL-VALUE-DATE   PIC 9(08).
           05 COLL-PROP-STATE   PIC X(02).
           05 COLL-PROP-COUNTY  PIC X(20).
           05 COLL-PROP-ZIP     PIC X(05).
