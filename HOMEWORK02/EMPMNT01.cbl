      * CHANGES AGAINST THE DEPTFILE REFERENCE FILE SO THE
      * DEPARTMENTAL ROLLUPS DOWNSTREAM NEVER SEE A CODE THAT DOES
      * NOT EXIST.
      * EVERY EMPTRAN RECORD CARRIES AN EFFECTIVE DATE. ONE DATED
      * AFTER THE RUNCARD RUN DATE IS NOT APPLIED BUT QUEUED: THE
      * QUEUE IS READ FROM PENDOLD AND REWRITTEN TO PENDNEW EACH
      * NIGHT, AND EVERY QUEUED TRANSACTION WHOSE EFFECTIVE DATE HAS
      * ARRIVED IS RELEASED AND APPLIED BEFORE THE NIGHT'S OWN
      * TRANSACTIONS, WITH THE USUAL EMPLOG IMAGES. A BLANK OR ZERO
      * EFFECTIVE DATE MEANS APPLY NOW. AN "X" TRANSACTION CANCELS
      * THE QUEUED TRANSACTIONS FOR ITS EMPLOYEE AND EFFECTIVE DATE
      * BEFORE THEY TAKE EFFECT. A QUEUED CHANGE, LEAVER OR DELETE
      * FOR AN EMPLOYEE WHO HAS SINCE BEEN DELETED OR HAS LEFT IS
      * REJECTED WITH THE REASON ON EMPLOG. PNDRPT01 LISTS THE QUEUE
      * BY EFFECTIVE DATE.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                             STATUS ST-RLOG-FILE.
           SELECT DEPT-FILE  ASSIGN TO DEPTFILE
                             STATUS ST-DEPT-FILE.
           SELECT OPTIONAL PEND-OLD ASSIGN TO PENDOLD
                             STATUS ST-PEND-OLD.
           SELECT PEND-NEW   ASSIGN TO PENDNEW
                             STATUS ST-PEND-NEW.
           SELECT OPTIONAL RUN-CTL ASSIGN TO RUNCARD
                             STATUS ST-RUN-CTL.
      *****************************************************************
      *****************************************************************
       DATA DIVISION.
             05 EMP-TRAN-HIRE      PIC 9(8).
             05 EMP-TRAN-TERM      PIC 9(8).
             05 EMP-TRAN-DEPT      PIC X(4).
             05 EMP-TRAN-EFF       PIC 9(8).
       FD  EMP-LOG RECORDING MODE F.
       01  EMP-LOG-REC.
             05 EMP-LOG-ACTION     PIC X(1).
             05 EMP-LOG-AFT-TERM   PIC 9(8).
             05 EMP-LOG-BEF-DEPT   PIC X(4).
             05 EMP-LOG-AFT-DEPT   PIC X(4).
             05 EMP-LOG-EFF        PIC 9(8).
             05 EMP-LOG-REASON     PIC X(20).
       FD  RLOG-FILE RECORDING MODE F.
       01  RLOG-REC.
             05 RLOG-PROGRAM       PIC X(8).
       01  DEPT-REC.
             05 DEPT-CODE          PIC X(4).
             05 DEPT-NAME          PIC X(20).
      * THE QUEUE OF FUTURE-DATED TRANSACTIONS: THE EMPTRAN IMAGE AS
      * KEYED PLUS THE RUN DATE IT WAS QUEUED ON.
       FD  PEND-OLD RECORDING MODE F.
       01  PEND-OLD-REC.
             05 PEND-OLD-TRAN.
                10 PEND-OLD-ACTION    PIC X(1).
                10 PEND-OLD-ID        PIC 9(4).
                10 FILLER             PIC X(58).
                10 PEND-OLD-EFF       PIC 9(8).
             05 PEND-OLD-QUEUED    PIC 9(8).
       FD  PEND-NEW RECORDING MODE F.
       01  PEND-NEW-REC.
             05 PEND-NEW-TRAN      PIC X(71).
             05 PEND-NEW-QUEUED    PIC 9(8).
       FD  RUN-CTL RECORDING MODE F.
       01  RUN-CTL-REC.
             05 RUN-CTL-DATE       PIC 9(8).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-STATUS-AREA.
           05 ST-DEPT-FILE          PIC 9(2).
              88 ST-DEPT-FILE-OK       VALUE 00 97.
              88 ST-DEPT-FILE-EOF      VALUE 10.
           05 ST-PEND-OLD           PIC 9(2).
              88 ST-PEND-OLD-OK        VALUE 00 05 97.
              88 ST-PEND-OLD-EOF       VALUE 10.
           05 ST-PEND-NEW           PIC 9(2).
              88 ST-PEND-NEW-OK        VALUE 00 97.
           05 ST-RUN-CTL            PIC 9(2).
              88 ST-RUN-CTL-OK         VALUE 00 97.
              88 ST-RUN-CTL-EOF        VALUE 10.
              88 ST-RUN-CTL-NOFILE     VALUE 35.
       01 WS-RUN-DATE-AREA.
           05 WS-RUN-DATE           PIC 9(8) VALUE 0.
           05 WS-RUN-DATE-INT       PIC 9(8).
      * CANCELLATIONS ("X" CARDS) ON TONIGHT'S EMPTRAN, LOADED BEFORE
      * THE QUEUE IS RELEASED SO A CANCEL KEYED ON THE EFFECTIVE DAY
      * ITSELF STILL STOPS THE TRANSACTION.
       01 WS-CANCEL-TABLE.
           05 WS-CANCEL-COUNT       PIC 9(3) VALUE 0.
           05 WS-CANCEL-ENTRY OCCURS 500 TIMES.
              10 WS-CANCEL-ID       PIC 9(4).
              10 WS-CANCEL-EFF      PIC 9(8).
              10 WS-CANCEL-HITS     PIC 9(4).
       01 WS-CANCEL-IDX             PIC 9(3).
       01 WS-CANCEL-FOUND-IDX       PIC 9(3).
       01 WS-DEPT-TABLE.
           05 WS-DEPT-COUNT         PIC 9(3) VALUE 0.
           05 WS-DEPT-ENTRY OCCURS 100 TIMES.
           05 WS-TRANS-APPLIED      PIC 9(9) VALUE 0.
           05 WS-TRANS-FAILED       PIC 9(9) VALUE 0.
           05 WS-RLOG-DATE          PIC 9(8).
           05 WS-TRANS-QUEUED       PIC 9(9) VALUE 0.
           05 WS-PEND-READ          PIC 9(9) VALUE 0.
           05 WS-PEND-RELEASED      PIC 9(9) VALUE 0.
           05 WS-PEND-REJECTED      PIC 9(9) VALUE 0.
           05 WS-PEND-CANCELLED     PIC 9(9) VALUE 0.
           05 WS-PEND-CARRIED       PIC 9(9) VALUE 0.
       01 WS-BEFORE-AREA.
           05 WS-BEFORE-NAME        PIC X(15).
           05 WS-BEFORE-SNAME       PIC X(15).
       01 WS-LOG-PARM-AREA.
           05 WS-LOG-ACTION-PARM    PIC X(1).
           05 WS-LOG-RESULT-PARM    PIC X(10).
           05 WS-LOG-EFF-PARM       PIC 9(8).
           05 WS-LOG-REASON-PARM    PIC X(20).
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
       MAIN-PROCEDURE-END. EXIT.

       H100.
           PERFORM H110-GET-RUN-DATE.
           PERFORM H105-LOAD-DEPT-TABLE.
           PERFORM H120-LOAD-CANCELS.
           OPEN INPUT EMP-TRAN.
           OPEN I-O EMP-FILE.
           OPEN OUTPUT EMP-LOG.
           OPEN INPUT PEND-OLD.
           OPEN OUTPUT PEND-NEW.
           IF NOT ST-EMP-TRAN-OK
              DISPLAY "EMP-TRAN FILE OPEN ERROR"
           END-IF.
           IF NOT ST-EMP-LOG-OK
              DISPLAY "EMP-LOG FILE OPEN ERROR"
           END-IF.
           IF NOT ST-PEND-OLD-OK
              DISPLAY "PEND-OLD FILE OPEN ERROR"
           END-IF.
           IF NOT ST-PEND-NEW-OK
              DISPLAY "PEND-NEW FILE OPEN ERROR"
           END-IF.
           PERFORM H150-RELEASE-PENDING.
           READ EMP-TRAN.
       H100-END. EXIT.

      * THE RUN DATE COMES FROM THE RUNCARD CONTROL CARD, THE SAME
      * CARD THE REST OF THE HR SUITE READS, AND DECIDES WHICH
      * TRANSACTIONS ARE DUE. WHEN NO CARD IS SUPPLIED (OR IT IS
      * EMPTY OR UNUSABLE) THE SYSTEM DATE IS USED.
       H110-GET-RUN-DATE.
           OPEN INPUT RUN-CTL.
           IF ST-RUN-CTL-OK
              READ RUN-CTL
              IF NOT ST-RUN-CTL-EOF
                 MOVE RUN-CTL-DATE TO WS-RUN-DATE
              END-IF
           END-IF.
           CLOSE RUN-CTL.
           IF WS-RUN-DATE > 0
              COMPUTE WS-RUN-DATE-INT = FUNCTION INTEGER-OF-DATE
              (WS-RUN-DATE)
           ELSE
              MOVE 0 TO WS-RUN-DATE-INT
           END-IF.
           IF WS-RUN-DATE-INT = 0
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
       H110-END. EXIT.

      * A FIRST PASS OF EMPTRAN PICKS UP THE "X" CARDS ONLY. THE FILE
      * IS READ AGAIN FROM THE TOP FOR THE NIGHT'S TRANSACTIONS.
       H120-LOAD-CANCELS.
           OPEN INPUT EMP-TRAN.
           IF ST-EMP-TRAN-OK
              READ EMP-TRAN
              PERFORM H121-LOAD-CANCEL-RECORD UNTIL ST-EMP-TRAN-EOF
           END-IF.
           CLOSE EMP-TRAN.
       H120-END. EXIT.

       H121-LOAD-CANCEL-RECORD.
           IF EMP-TRAN-ACTION = "X" AND EMP-TRAN-EFF NUMERIC
              IF WS-CANCEL-COUNT >= 500
                 DISPLAY "CANCEL TABLE FULL, DROPPING ID: "
                         EMP-TRAN-ID
              ELSE
                 ADD 1 TO WS-CANCEL-COUNT
                 MOVE EMP-TRAN-ID TO WS-CANCEL-ID(WS-CANCEL-COUNT)
                 MOVE EMP-TRAN-EFF TO WS-CANCEL-EFF(WS-CANCEL-COUNT)
                 MOVE 0 TO WS-CANCEL-HITS(WS-CANCEL-COUNT)
              END-IF
           END-IF.
           READ EMP-TRAN.
       H121-END. EXIT.

       H125-FIND-CANCEL.
           MOVE 0 TO WS-CANCEL-FOUND-IDX.
           PERFORM VARYING WS-CANCEL-IDX FROM 1 BY 1
              UNTIL WS-CANCEL-IDX > WS-CANCEL-COUNT
              IF WS-CANCEL-ID(WS-CANCEL-IDX) = EMP-TRAN-ID
                 AND WS-CANCEL-EFF(WS-CANCEL-IDX) = EMP-TRAN-EFF
                 MOVE WS-CANCEL-IDX TO WS-CANCEL-FOUND-IDX
                 MOVE WS-CANCEL-COUNT TO WS-CANCEL-IDX
              END-IF
           END-PERFORM.
       H125-END. EXIT.

      * WORKS THROUGH YESTERDAY'S QUEUE: A CANCELLED ENTRY IS DROPPED,
      * AN ENTRY STILL DATED IN THE FUTURE IS CARRIED TO PENDNEW, AND
      * AN ENTRY WHOSE EFFECTIVE DATE HAS ARRIVED IS RELEASED. THE
      * QUEUED IMAGE IS LAID OVER THE EMPTRAN RECORD AREA SO THE
      * ORDINARY ADD / CHANGE / DELETE / LEAVER PARAGRAPHS APPLY IT.
       H150-RELEASE-PENDING.
           READ PEND-OLD.
           PERFORM H155-PENDING-RECORD UNTIL NOT ST-PEND-OLD-OK.
       H150-END. EXIT.

       H155-PENDING-RECORD.
           ADD 1 TO WS-PEND-READ.
           MOVE PEND-OLD-TRAN TO EMP-TRAN-REC.
           MOVE PEND-OLD-EFF TO WS-LOG-EFF-PARM.
           MOVE SPACES TO WS-LOG-REASON-PARM.
           PERFORM H125-FIND-CANCEL.
           EVALUATE TRUE
              WHEN WS-CANCEL-FOUND-IDX NOT = 0
                 ADD 1 TO WS-CANCEL-HITS(WS-CANCEL-FOUND-IDX)
                 ADD 1 TO WS-PEND-CANCELLED
                 MOVE "CANCELLED" TO WS-LOG-RESULT-PARM
                 MOVE "CANCELLED BY X CARD" TO WS-LOG-REASON-PARM
                 PERFORM H253-LOG-PENDING
              WHEN PEND-OLD-EFF > WS-RUN-DATE
                 MOVE PEND-OLD-REC TO PEND-NEW-REC
                 WRITE PEND-NEW-REC
                 ADD 1 TO WS-PEND-CARRIED
              WHEN OTHER
                 PERFORM H160-RELEASE-ONE
           END-EVALUATE.
           READ PEND-OLD.
       H155-END. EXIT.

      * AN EMPLOYEE WHO HAS BEEN DELETED OR HAS LEFT SINCE THE
      * TRANSACTION WAS QUEUED MUST NOT BE CHANGED BY IT; THE ENTRY IS
      * REJECTED WITH THE REASON RATHER THAN APPLIED.
       H160-RELEASE-ONE.
           ADD 1 TO WS-PEND-RELEASED.
           MOVE "RELEASED FROM QUEUE" TO WS-LOG-REASON-PARM.
           MOVE EMP-TRAN-ID TO EMP-ID.
           IF EMP-TRAN-ACTION = "A"
              PERFORM H210-ADD
           ELSE
              READ EMP-FILE KEY IS EMP-ID
                 INVALID KEY
                    MOVE "EMPLOYEE DELETED" TO WS-LOG-REASON-PARM
                    PERFORM H165-REJECT-PENDING
                 NOT INVALID KEY
                    IF EMP-LEFT
                       MOVE "EMPLOYEE HAS LEFT" TO WS-LOG-REASON-PARM
                       PERFORM H165-REJECT-PENDING
                    ELSE
                       PERFORM H170-APPLY-PENDING
                    END-IF
              END-READ
           END-IF.
       H160-END. EXIT.

       H165-REJECT-PENDING.
           ADD 1 TO WS-PEND-REJECTED.
           ADD 1 TO WS-TRANS-FAILED.
           MOVE "REJECTED" TO WS-LOG-RESULT-PARM.
           PERFORM H253-LOG-PENDING.
       H165-END. EXIT.

       H170-APPLY-PENDING.
           EVALUATE EMP-TRAN-ACTION
              WHEN "C" PERFORM H220-CHANGE
              WHEN "D" PERFORM H230-DELETE
              WHEN "L" PERFORM H225-LEAVER
              WHEN OTHER PERFORM H240-BAD-ACTION
           END-EVALUATE.
       H170-END. EXIT.

      * THE DEPARTMENT REFERENCE FILE IS LOADED ONCE UP FRONT; ADDS
      * AND CHANGES ARE VALIDATED AGAINST IT IN H205.
       H105-LOAD-DEPT-TABLE.
       H200.
           ADD 1 TO WS-TRANS-READ.
           MOVE EMP-TRAN-ID TO EMP-ID.
           MOVE 0 TO WS-LOG-EFF-PARM.
           MOVE SPACES TO WS-LOG-REASON-PARM.
           IF EMP-TRAN-EFF NUMERIC
              MOVE EMP-TRAN-EFF TO WS-LOG-EFF-PARM
           END-IF.
           EVALUATE TRUE
              WHEN EMP-TRAN-ACTION = "X"
                 PERFORM H260-CANCEL
              WHEN WS-LOG-EFF-PARM > WS-RUN-DATE
                 PERFORM H270-QUEUE
              WHEN OTHER
                 EVALUATE EMP-TRAN-ACTION
                    WHEN "A" PERFORM H210-ADD
                    WHEN "C" PERFORM H220-CHANGE
                    WHEN "D" PERFORM H230-DELETE
                    WHEN "L" PERFORM H225-LEAVER
                    WHEN OTHER PERFORM H240-BAD-ACTION
                 END-EVALUATE
           END-EVALUATE.
           READ EMP-TRAN.
       H200-END. EXIT.
           MOVE EMP-TRAN-ACTION TO EMP-LOG-ACTION.
           MOVE "BAD-ACTION" TO EMP-LOG-RESULT.
           MOVE EMP-TRAN-ID TO EMP-LOG-ID.
           MOVE WS-LOG-EFF-PARM TO EMP-LOG-EFF.
           MOVE WS-LOG-REASON-PARM TO EMP-LOG-REASON.
           MOVE SPACES TO EMP-LOG-BEF-NAME EMP-LOG-BEF-SNAME
                          EMP-LOG-AFT-NAME EMP-LOG-AFT-SNAME
                          EMP-LOG-BEF-STATUS EMP-LOG-AFT-STATUS
           MOVE WS-LOG-ACTION-PARM TO EMP-LOG-ACTION.
           MOVE WS-LOG-RESULT-PARM TO EMP-LOG-RESULT.
           MOVE EMP-ID TO EMP-LOG-ID.
           MOVE WS-LOG-EFF-PARM TO EMP-LOG-EFF.
           MOVE WS-LOG-REASON-PARM TO EMP-LOG-REASON.
           MOVE WS-BEFORE-NAME TO EMP-LOG-BEF-NAME.
           MOVE WS-BEFORE-SNAME TO EMP-LOG-BEF-SNAME.
           MOVE WS-BEFORE-BDATE TO EMP-LOG-BEF-BDATE.
           MOVE WS-LOG-ACTION-PARM TO EMP-LOG-ACTION.
           MOVE "NOT-FOUND" TO EMP-LOG-RESULT.
           MOVE EMP-TRAN-ID TO EMP-LOG-ID.
           MOVE WS-LOG-EFF-PARM TO EMP-LOG-EFF.
           MOVE WS-LOG-REASON-PARM TO EMP-LOG-REASON.
           MOVE SPACES TO EMP-LOG-BEF-NAME EMP-LOG-BEF-SNAME
                          EMP-LOG-AFT-NAME EMP-LOG-AFT-SNAME
                          EMP-LOG-BEF-STATUS EMP-LOG-AFT-STATUS
           MOVE "D" TO EMP-LOG-ACTION.
           MOVE WS-LOG-RESULT-PARM TO EMP-LOG-RESULT.
           MOVE EMP-TRAN-ID TO EMP-LOG-ID.
           MOVE WS-LOG-EFF-PARM TO EMP-LOG-EFF.
           MOVE WS-LOG-REASON-PARM TO EMP-LOG-REASON.
           MOVE WS-BEFORE-NAME TO EMP-LOG-BEF-NAME.
           MOVE WS-BEFORE-SNAME TO EMP-LOG-BEF-SNAME.
           MOVE WS-BEFORE-BDATE TO EMP-LOG-BEF-BDATE.
           END-IF.
       H252-END. EXIT.

      * LOGS A QUEUE EVENT - QUEUED, CANCELLED, NO-PENDING OR
      * REJECTED - WITH THE TRANSACTION AS KEYED IN THE AFTER IMAGE.
      * THE MASTER IS NOT TOUCHED, SO THE BEFORE IMAGE IS BLANK. THE
      * CALLER SETS THE RESULT AND REASON AND DOES ITS OWN COUNTING.
       H253-LOG-PENDING.
           MOVE EMP-TRAN-ACTION TO EMP-LOG-ACTION.
           MOVE WS-LOG-RESULT-PARM TO EMP-LOG-RESULT.
           MOVE EMP-TRAN-ID TO EMP-LOG-ID.
           MOVE SPACES TO EMP-LOG-BEF-NAME EMP-LOG-BEF-SNAME
                          EMP-LOG-BEF-STATUS EMP-LOG-BEF-DEPT
                          EMP-LOG-AFT-STATUS.
           MOVE 0 TO EMP-LOG-BEF-BDATE EMP-LOG-BEF-HIRE
                     EMP-LOG-BEF-TERM.
           MOVE EMP-TRAN-NAME TO EMP-LOG-AFT-NAME.
           MOVE EMP-TRAN-SNAME TO EMP-LOG-AFT-SNAME.
           MOVE EMP-TRAN-BDATE TO EMP-LOG-AFT-BDATE.
           MOVE EMP-TRAN-HIRE TO EMP-LOG-AFT-HIRE.
           MOVE EMP-TRAN-TERM TO EMP-LOG-AFT-TERM.
           MOVE EMP-TRAN-DEPT TO EMP-LOG-AFT-DEPT.
           MOVE WS-LOG-EFF-PARM TO EMP-LOG-EFF.
           MOVE WS-LOG-REASON-PARM TO EMP-LOG-REASON.
           WRITE EMP-LOG-REC.
       H253-END. EXIT.

      * AN "X" CARD NAMES THE EMPLOYEE AND THE EFFECTIVE DATE OF THE
      * QUEUED TRANSACTIONS TO CANCEL. THE QUEUE HAS ALREADY BEEN
      * WORKED IN H150, SO THIS ONLY RECORDS WHETHER THE CARD FOUND
      * ANYTHING TO CANCEL.
       H260-CANCEL.
           PERFORM H125-FIND-CANCEL.
           IF WS-CANCEL-FOUND-IDX = 0
              MOVE "NO-PENDING" TO WS-LOG-RESULT-PARM
              MOVE "NOTHING QUEUED" TO WS-LOG-REASON-PARM
              ADD 1 TO WS-TRANS-FAILED
           ELSE
              IF WS-CANCEL-HITS(WS-CANCEL-FOUND-IDX) = 0
                 MOVE "NO-PENDING" TO WS-LOG-RESULT-PARM
                 MOVE "NOTHING QUEUED" TO WS-LOG-REASON-PARM
                 ADD 1 TO WS-TRANS-FAILED
              ELSE
                 MOVE "CANCELLED" TO WS-LOG-RESULT-PARM
                 MOVE "QUEUE ENTRY REMOVED" TO WS-LOG-REASON-PARM
                 ADD 1 TO WS-TRANS-APPLIED
              END-IF
           END-IF.
           PERFORM H253-LOG-PENDING.
       H260-END. EXIT.

      * A FUTURE-DATED TRANSACTION GOES TO THE QUEUE. A CHANGE,
      * LEAVER OR DELETE FOR AN EMPLOYEE NOT ON THE MASTER, OR WHO
      * HAS ALREADY LEFT, IS REFUSED NOW RATHER THAN ON THE DAY. THE
      * DEPARTMENT IS CHECKED WHEN THE TRANSACTION IS RELEASED, SO A
      * TRANSFER INTO A DEPARTMENT STILL BEING SET UP CAN BE QUEUED.
       H270-QUEUE.
           MOVE EMP-TRAN-ACTION TO WS-LOG-ACTION-PARM.
           EVALUATE EMP-TRAN-ACTION
              WHEN "A"
                 PERFORM H275-WRITE-QUEUE
              WHEN "C"
              WHEN "D"
              WHEN "L"
                 READ EMP-FILE KEY IS EMP-ID
                    INVALID KEY
                       PERFORM H251-LOG-NOTFOUND
                    NOT INVALID KEY
                       IF EMP-LEFT
                          MOVE "REJECTED" TO WS-LOG-RESULT-PARM
                          MOVE "EMPLOYEE HAS LEFT"
                            TO WS-LOG-REASON-PARM
                          PERFORM H253-LOG-PENDING
                          ADD 1 TO WS-TRANS-FAILED
                       ELSE
                          PERFORM H275-WRITE-QUEUE
                       END-IF
                 END-READ
              WHEN OTHER
                 PERFORM H240-BAD-ACTION
           END-EVALUATE.
       H270-END. EXIT.

       H275-WRITE-QUEUE.
           MOVE EMP-TRAN-REC TO PEND-NEW-TRAN.
           MOVE WS-RUN-DATE TO PEND-NEW-QUEUED.
           WRITE PEND-NEW-REC.
           ADD 1 TO WS-TRANS-QUEUED.
           MOVE "QUEUED" TO WS-LOG-RESULT-PARM.
           MOVE "AWAITING EFF DATE" TO WS-LOG-REASON-PARM.
           PERFORM H253-LOG-PENDING.
       H275-END. EXIT.

       H300.
           CLOSE EMP-TRAN.
           CLOSE EMP-FILE.
           CLOSE EMP-LOG.
           CLOSE PEND-OLD.
           CLOSE PEND-NEW.
           DISPLAY "EMPMNT01 TRANSACTIONS READ: " WS-TRANS-READ.
           DISPLAY "EMPMNT01 QUEUED:            " WS-TRANS-QUEUED.
           DISPLAY "EMPMNT01 QUEUE READ:        " WS-PEND-READ.
           DISPLAY "EMPMNT01 RELEASED:          " WS-PEND-RELEASED.
           DISPLAY "EMPMNT01 RELEASE REJECTS:   " WS-PEND-REJECTED.
           DISPLAY "EMPMNT01 CANCELLED:         " WS-PEND-CANCELLED.
           DISPLAY "EMPMNT01 STILL QUEUED:      " WS-PEND-CARRIED.
           DISPLAY "EMPMNT01 APPLIED:           " WS-TRANS-APPLIED.
           DISPLAY "EMPMNT01 FAILED:            " WS-TRANS-FAILED.
           PERFORM H900-WRITE-RUN-LOG.
           STOP RUN.

       H900-WRITE-RUN-LOG.
           OPEN EXTEND RLOG-FILE.
           IF ST-RLOG-FILE-OK
              MOVE "EMPMNT01" TO RLOG-PROGRAM
              MOVE WS-RUN-DATE TO RLOG-DATE
              COMPUTE RLOG-RECS-IN = WS-TRANS-READ + WS-PEND-READ
              MOVE WS-TRANS-APPLIED TO RLOG-RECS-OUT
              MOVE WS-TRANS-FAILED TO RLOG-REJECTS
              MOVE RETURN-CODE TO RLOG-RETCODE
