           05 WS-MSG32      PIC X(20) VALUE 'SCHEDULE TRUNCATED'.
           05 WS-MSG34      PIC X(20) VALUE 'OUTSIDE LEND POLICY'.
           05 WS-MSG36      PIC X(20) VALUE 'IO TERM TOO LONG'.
           05 WS-MSG38      PIC X(20) VALUE 'NO PRODUCT FILE'.
           05 WS-MSG40      PIC X(20) VALUE 'NO QUALIFYING AMOUNT'.
           05 WS-MSG42      PIC X(20) VALUE 'INVALID INCOME/DTI'.
