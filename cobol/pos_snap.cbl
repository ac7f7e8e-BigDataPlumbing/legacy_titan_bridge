
      ******************************************************************
      * REGISTER THIS STEP WITH RUN-CONTROL BEFORE TOUCHING DATA -
      * THE POSTING JOBS (CASH CONCENTRATION SWEEPS INCLUDED) MUST
      * HAVE COMPLETED FOR THE BUSINESS DATE SO THE SNAPSHOT CATCHES
      * THE DAY'S FINAL BALANCES, AND A
      * DUPLICATE RUN IS REFUSED UNLESS AN OPERATOR AUTHORIZED A
      * RERUN THROUGH RUN-RESET
      ******************************************************************
           MOVE "POSSNAP" TO WS-RUN-STEP
           MOVE "STORDPST" TO WS-RUN-PREREQ-1
           MOVE "BATCHDRV" TO WS-RUN-PREREQ-2
           MOVE "SWEEPPST" TO WS-RUN-PREREQ-3
           CALL "RUN-START" USING WS-RUN-REQUEST WS-RUN-RESPONSE
           END-CALL
           IF WS-RUN-STATUS-CODE NOT = "00"
