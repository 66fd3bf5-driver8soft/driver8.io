      * it is alive and dispatching RPCs, so there is no deeper
      * dependency to probe before answering SERVING, the same way
      * the Hello RPC's "hello" has no dependency to check either.
      * It is also the one RPC not put through grpcauth: the load
      * balancer polls it without client credentials, and it says
      * nothing about any account.
           MOVE "SERVING" TO HEALTH-STATUS.
           MOVE 0 TO RETURN-CODE.

