      ******************************************************************
      *
      * Shared gRPC call log record
      * ============================
      *
      * One line per call the gRPC server answers, appended to the
      * "grpclog" call log by grpcauth: when, which client, which
      * method, the account the call was about (blank for a quote),
      * the outcome, the message and return code the caller got,
      * and the elapsed time in hundredths of a second.  A refused
      * call carries the reason it was refused - which the caller
      * is not told - in GLOG-MESSAGE.  grpcuse reports a day of it
      * per client for operations and security.
      *
      ******************************************************************
       01 GRPC-LOG-REC.
           05 GLOG-DATE        PIC 9(08).
           05 FILLER           PIC X(01).
           05 GLOG-TIME        PIC 9(08).
           05 FILLER           PIC X(01).
           05 GLOG-CLIENT-ID   PIC X(16).
           05 FILLER           PIC X(01).
           05 GLOG-METHOD      PIC X(16).
           05 FILLER           PIC X(01).
           05 GLOG-ACCT-NO     PIC X(10).
           05 FILLER           PIC X(01).
           05 GLOG-OUTCOME     PIC X(08).
               88 GLOG-OK           VALUE "OK".
               88 GLOG-FAILED       VALUE "FAILED".
               88 GLOG-REFUSED      VALUE "REFUSED".
           05 FILLER           PIC X(01).
           05 GLOG-RC          PIC 9(02).
           05 FILLER           PIC X(01).
           05 GLOG-MESSAGE     PIC X(20).
           05 FILLER           PIC X(01).
           05 GLOG-ELAPSED     PIC 9(07).
