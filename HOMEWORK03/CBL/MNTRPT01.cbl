      * COUNTS BY LOG-ACTION / LOG-RESULT, AND THE NET BALANCE
      * MOVEMENT PER LOG-DVZ COMPUTED FROM THE BEFORE/AFTER BALANCE
      * IMAGES SO AUDIT CAN SEE WHAT THE DAY'S MAINTENANCE DID TO
      * EACH CURRENCY'S BOOK. ADDS REFUSED BECAUSE THE CUSTOMER IS NOT
      * ON THE CUSTOMER MASTER (NO-CUST) OR IS CLOSED (CUST-CLSD) ARE
      * COUNTED AND LISTED WITH THE OTHER FAILURES.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           03 WS-CNT-REWRFAIL   PIC 9(7) VALUE 0.
           03 WS-CNT-DELFAIL    PIC 9(7) VALUE 0.
           03 WS-CNT-BADACTION  PIC 9(7) VALUE 0.
           03 WS-CNT-NOCUST     PIC 9(7) VALUE 0.
           03 WS-CNT-CUSTCLSD   PIC 9(7) VALUE 0.
           03 WS-CNT-OTHER      PIC 9(7) VALUE 0.
           03 WS-CNT-TOTAL      PIC 9(7) VALUE 0.
           03 WS-CNT-FAILED     PIC 9(7) VALUE 0.
              WHEN 'BAD-ACTION'
                 ADD 1 TO WS-CNT-BADACTION
                 PERFORM H220-DETAIL-FAILED
              WHEN 'NO-CUST'
                 ADD 1 TO WS-CNT-NOCUST
                 PERFORM H220-DETAIL-FAILED
              WHEN 'CUST-CLSD'
                 ADD 1 TO WS-CNT-CUSTCLSD
                 PERFORM H220-DETAIL-FAILED
              WHEN OTHER
                 ADD 1 TO WS-CNT-OTHER
                 PERFORM H220-DETAIL-FAILED
           MOVE 'BAD-ACTION' TO WS-CNT-LABEL.
           MOVE WS-CNT-BADACTION TO WS-CNT-VALUE.
           PERFORM H310-WRITE-COUNT.
           MOVE 'NO-CUST' TO WS-CNT-LABEL.
           MOVE WS-CNT-NOCUST TO WS-CNT-VALUE.
           PERFORM H310-WRITE-COUNT.
           MOVE 'CUST-CLSD' TO WS-CNT-LABEL.
           MOVE WS-CNT-CUSTCLSD TO WS-CNT-VALUE.
           PERFORM H310-WRITE-COUNT.
           IF WS-CNT-OTHER > 0
              MOVE 'UNRECOGNIZED' TO WS-CNT-LABEL
              MOVE WS-CNT-OTHER TO WS-CNT-VALUE
