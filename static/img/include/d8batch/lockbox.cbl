      * details are written to "bankrecv" for cashpost and the batch
      * id is stamped onto the registry at once.  Every batch's
      * disposition lands on the "lockrpt" report, and any rejection
      * fails the step.  Web-portal payments arrive on the same
      * transmission: portbtch appends them as batches of their own
      * ahead of this step, with ids beginning "P".
      *
      ******************************************************************
       IDENTIFICATION DIVISION.
