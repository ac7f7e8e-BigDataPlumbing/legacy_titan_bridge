      * Reason codes: NOAC account not on file   CLSD account closed
      *               FRZN account frozen        FAIL other rejection
      *               PEND captured for dual-control approval
      *               SANC held by sanctions screening - a watch-list
      *                    hit awaits a compliance decision, or the
      *                    screen could not be run
      *               SBLK blocked - compliance confirmed the hit
      * A screening hold is rescreened before every re-presentment
      * and posts once compliance clears the hit. A feed rerun never
      * presents an item that is already on the queue.
      ******************************************************************
       01  RPR-RECORD.
           05  RPR-ITEM-REF            PIC X(16).
