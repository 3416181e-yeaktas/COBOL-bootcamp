       IDENTIFICATION DIVISION.
       PROGRAM-ID. HLDMNT01.
      *****************************************************************
      * MAINTAINS THE ACCOUNT HOLDS FILE (HLDMST). A HOLD MARKS PART
      * OF AN ACCOUNT'S BALANCE AS SPOKEN FOR - A GARNISHMENT ORDER,
      * A DISPUTED ITEM, A PENDING CARD AUTHORIZATION - SO IDXPST01
      * WILL NOT LET A DEBIT TAKE THE AVAILABLE BALANCE BELOW ZERO.
      * HLDMST IS KEYED BY ACCOUNT ID, DVZ AND A HOLD SEQUENCE NUMBER
      * SO AN ACCOUNT CAN CARRY SEVERAL HOLDS AT ONCE. HLDTRAN CARRIES
      * PLACE (P), AMEND (A) AND RELEASE (R) TRANSACTIONS:
      *   PLACE   - THE ACCOUNT MUST BE ON IDX-FILE; THE NEXT FREE
      *             SEQUENCE NUMBER FOR THE ACCOUNT IS ASSIGNED. AN
      *             EXPIRY DATE OF ZERO MEANS THE HOLD STANDS UNTIL IT
      *             IS RELEASED.
      *   AMEND   - CHANGES THE AMOUNT, REASON AND/OR EXPIRY OF AN
      *             ACTIVE HOLD; A BLANK FIELD IS LEFT AS IT IS.
      *   RELEASE - ENDS THE HOLD. THE RECORD STAYS ON THE FILE WITH
      *             STATUS 'R' AND THE RELEASE DATE FOR THE AUDIT.
      * EVERY TRANSACTION GOES TO HLDLOG WITH ITS BEFORE AND AFTER
      * IMAGE. REFUSED TRANSACTIONS END THE JOB WITH RETURN CODE 8.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HLD-FILE   ASSIGN TO HLDMST
                             ORGANIZATION INDEXED
                             ACCESS DYNAMIC
                             RECORD KEY HLD-KEY
                             STATUS ST-HLD-FILE.
           SELECT IDX-FILE   ASSIGN TO IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY IDX-KEY
                             STATUS ST-IDX-FILE.
           SELECT HTR-FILE   ASSIGN TO HLDTRAN
                             STATUS ST-HTR-FILE.
           SELECT HLOG-FILE  ASSIGN TO HLDLOG
                             STATUS ST-HLOG-FILE.
           SELECT OPTIONAL RLOG-FILE ASSIGN TO RUNLOG
                             STATUS ST-RLOG-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  HTR-FILE RECORDING MODE F.
         01  HTR-REC.
           03 HTR-ACTION        PIC X(1).
           03 HTR-ID            PIC X(5).
           03 HTR-DVZ           PIC X(3).
           03 HTR-SEQ           PIC X(3).
           03 HTR-AMOUNT        PIC X(15).
           03 HTR-REASON        PIC X(2).
           03 HTR-EXPIRY-DATE   PIC X(8).
       FD  HLD-FILE.
         01  HLD-REC.
           03 HLD-KEY.
              05 HLD-ID         PIC S9(5) COMP-3.
              05 HLD-DVZ        PIC S9(3) COMP.
              05 HLD-SEQ        PIC 9(3).
           03 HLD-AMOUNT        PIC S9(15) COMP-3.
           03 HLD-REASON        PIC X(2).
              88 HLD-REASON-VALID    VALUE 'GN' 'DS' 'CA' 'LG' 'OT'.
           03 HLD-PLACED-DATE   PIC 9(8).
           03 HLD-EXPIRY-DATE   PIC 9(8).
           03 HLD-STATUS        PIC X(1).
              88 HLD-ACTIVE                     VALUE 'A'.
              88 HLD-RELEASED                   VALUE 'R'.
           03 HLD-RELEASED-DATE PIC 9(8).
       FD  IDX-FILE.
         01  IDX-REC.
           03 IDX-KEY.
              05 IDX-ID         PIC S9(5) COMP-3.
              05 IDX-DVZ        PIC S9(3) COMP.
           03 IDX-NAME          PIC X(15).
           03 IDX-SRNAME        PIC X(15).
           03 IDX-DATE          PIC S9(07) COMP-3.
           03 IDX-BALANCE       PIC S9(15) COMP-3.
       FD  HLOG-FILE RECORDING MODE F.
         01  HLOG-REC.
           03 HLOG-DATE         PIC 9(8).
           03 HLOG-ACTION       PIC X(1).
           03 HLOG-RESULT       PIC X(10).
           03 HLOG-ID           PIC 9(5).
           03 HLOG-DVZ          PIC 9(3).
           03 HLOG-SEQ          PIC 9(3).
           03 HLOG-BEFORE.
              05 HLOG-B-AMOUNT     PIC S9(15).
              05 HLOG-B-REASON     PIC X(2).
              05 HLOG-B-PLACED     PIC 9(8).
              05 HLOG-B-EXPIRY     PIC 9(8).
              05 HLOG-B-STATUS     PIC X(1).
           03 HLOG-AFTER.
              05 HLOG-A-AMOUNT     PIC S9(15).
              05 HLOG-A-REASON     PIC X(2).
              05 HLOG-A-PLACED     PIC 9(8).
              05 HLOG-A-EXPIRY     PIC 9(8).
              05 HLOG-A-STATUS     PIC X(1).
       FD  RLOG-FILE RECORDING MODE F.
         01  RLOG-REC.
           03 RLOG-PROGRAM      PIC X(8).
           03 RLOG-DATE         PIC 9(8).
           03 RLOG-RECS-IN      PIC 9(9).
           03 RLOG-RECS-OUT     PIC 9(9).
           03 RLOG-REJECTS      PIC 9(9).
           03 RLOG-RETCODE      PIC 9(4).

       WORKING-STORAGE SECTION.
         01  WS-WORK-AREA.
           03 ST-HTR-FILE       PIC 9(2).
              88 HTR-FILE-EOF                   VALUE 10.
              88 HTR-SUCCESS                    VALUE 00 97.
           03 ST-HLD-FILE       PIC 9(2).
              88 HLD-SUCCESS                    VALUE 00 97.
              88 HLD-READ-EOF                   VALUE 10.
           03 ST-IDX-FILE       PIC 9(2).
              88 IDX-SUCCESS                    VALUE 00 97.
           03 ST-HLOG-FILE      PIC 9(2).
              88 HLOG-SUCCESS                   VALUE 00 97.
           03 ST-RLOG-FILE      PIC 9(2).
              88 RLOG-SUCCESS                   VALUE 00 05 97.
           03 WS-TRANS-READ     PIC 9(9) VALUE 0.
           03 WS-TRANS-APPLIED  PIC 9(9) VALUE 0.
           03 WS-TRANS-FAILED   PIC 9(9) VALUE 0.
           03 WS-RUN-DATE       PIC 9(8).

         01  WS-TRAN-AREA.
           03 WS-TRAN-ID        PIC 9(5).
           03 WS-TRAN-DVZ       PIC 9(3).
           03 WS-TRAN-AMOUNT    PIC S9(15).
           03 WS-TRAN-EXPIRY    PIC 9(8).
           03 WS-EXPIRY-INT     PIC 9(8).
           03 WS-EDIT-RESULT    PIC X(10).

         01  WS-BEFORE-AREA.
           03 WS-BEFORE-AMOUNT   PIC S9(15).
           03 WS-BEFORE-REASON   PIC X(2).
           03 WS-BEFORE-PLACED   PIC 9(8).
           03 WS-BEFORE-EXPIRY   PIC 9(8).
           03 WS-BEFORE-STATUS   PIC X(1).

         01  WS-LOG-PARM-AREA.
           03 WS-LOG-ACTION-PARM  PIC X(1).
           03 WS-LOG-RESULT-PARM  PIC X(10).

      * THE NEXT FREE HOLD SEQUENCE FOR AN ACCOUNT, FOUND BY BROWSING
      * ITS EXISTING HOLDS FROM THE FIRST KEY FOR THE ID AND DVZ.
         01  WS-SEQ-AREA.
           03 WS-HIGH-SEQ        PIC 9(3).
           03 WS-NEXT-SEQ        PIC 9(4).
           03 WS-BROWSE-DONE-SW  PIC X(1).
              88 WS-BROWSE-DONE     VALUE 'Y'.

      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           READ HTR-FILE
           PERFORM H200-PROCESS UNTIL HTR-FILE-EOF
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT  HTR-FILE.
           OPEN I-O    HLD-FILE.
           OPEN INPUT  IDX-FILE.
           OPEN OUTPUT HLOG-FILE.
           IF (ST-HTR-FILE NOT = 0) AND (ST-HTR-FILE NOT = 97)
           DISPLAY 'UNABLE TO OPEN HLDTRAN: ' ST-HTR-FILE
           MOVE ST-HTR-FILE TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-HLD-FILE NOT = 0) AND (ST-HLD-FILE NOT = 97)
           DISPLAY 'UNABLE TO OPEN HLDMST: ' ST-HLD-FILE
           MOVE ST-HLD-FILE TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-IDX-FILE NOT = 0) AND (ST-IDX-FILE NOT = 97)
           DISPLAY 'UNABLE TO OPEN IDXFILE: ' ST-IDX-FILE
           MOVE ST-IDX-FILE TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-HLOG-FILE NOT = 0) AND (ST-HLOG-FILE NOT = 97)
           DISPLAY 'UNABLE TO OPEN HLDLOG: ' ST-HLOG-FILE
           MOVE ST-HLOG-FILE TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

       H200-PROCESS.
           ADD 1 TO WS-TRANS-READ
           COMPUTE WS-TRAN-ID = FUNCTION NUMVAL(HTR-ID)
           COMPUTE WS-TRAN-DVZ = FUNCTION NUMVAL(HTR-DVZ)
           MOVE WS-TRAN-ID TO HLD-ID
           MOVE WS-TRAN-DVZ TO HLD-DVZ
           MOVE 0 TO HLD-SEQ
           IF HTR-SEQ NOT = SPACES
              COMPUTE HLD-SEQ = FUNCTION NUMVAL(HTR-SEQ)
           END-IF
           MOVE SPACES TO WS-BEFORE-REASON WS-BEFORE-STATUS
           MOVE 0 TO WS-BEFORE-AMOUNT WS-BEFORE-PLACED
                     WS-BEFORE-EXPIRY
           EVALUATE HTR-ACTION
              WHEN 'P' PERFORM H210-PLACE
              WHEN 'A' PERFORM H220-AMEND
              WHEN 'R' PERFORM H230-RELEASE
              WHEN OTHER PERFORM H240-BAD-ACTION
           END-EVALUATE.
           READ HTR-FILE.
       H200-END. EXIT.

       H210-PLACE.
           MOVE 'P' TO WS-LOG-ACTION-PARM.
           MOVE 0 TO HLD-AMOUNT HLD-PLACED-DATE HLD-EXPIRY-DATE
                     HLD-RELEASED-DATE.
           MOVE SPACES TO HLD-REASON HLD-STATUS.
           MOVE WS-TRAN-ID TO IDX-ID.
           MOVE WS-TRAN-DVZ TO IDX-DVZ.
           READ IDX-FILE KEY IS IDX-KEY
              INVALID KEY
                 MOVE 'NO-ACCT' TO WS-LOG-RESULT-PARM
                 PERFORM H250-LOG-ENTRY
              NOT INVALID KEY
                 PERFORM H215-PLACE-HOLD
           END-READ.
       H210-END. EXIT.

       H215-PLACE-HOLD.
           PERFORM H260-EDIT-AMOUNT.
           IF WS-EDIT-RESULT = SPACES
              PERFORM H265-EDIT-REASON
           END-IF.
           IF WS-EDIT-RESULT = SPACES
              PERFORM H270-EDIT-EXPIRY
           END-IF.
           IF WS-EDIT-RESULT NOT = SPACES
              MOVE WS-EDIT-RESULT TO WS-LOG-RESULT-PARM
              PERFORM H250-LOG-ENTRY
           ELSE
              PERFORM H280-NEXT-SEQ
              IF WS-NEXT-SEQ > 999
                 MOVE 0 TO HLD-SEQ
                 MOVE 'SEQ-FULL' TO WS-LOG-RESULT-PARM
                 PERFORM H252-LOG-NO-IMAGE
              ELSE
                 MOVE WS-TRAN-ID TO HLD-ID
                 MOVE WS-TRAN-DVZ TO HLD-DVZ
                 MOVE WS-NEXT-SEQ TO HLD-SEQ
                 MOVE WS-TRAN-AMOUNT TO HLD-AMOUNT
                 MOVE HTR-REASON TO HLD-REASON
                 MOVE WS-RUN-DATE TO HLD-PLACED-DATE
                 MOVE WS-TRAN-EXPIRY TO HLD-EXPIRY-DATE
                 MOVE 'A' TO HLD-STATUS
                 MOVE 0 TO HLD-RELEASED-DATE
                 WRITE HLD-REC
                    INVALID KEY
                       MOVE 'DUPLICATE' TO WS-LOG-RESULT-PARM
                       PERFORM H250-LOG-ENTRY
                    NOT INVALID KEY
                       MOVE 'PLACED' TO WS-LOG-RESULT-PARM
                       PERFORM H250-LOG-ENTRY
                 END-WRITE
              END-IF
           END-IF.
       H215-END. EXIT.

       H220-AMEND.
           MOVE 'A' TO WS-LOG-ACTION-PARM.
           READ HLD-FILE KEY IS HLD-KEY
              INVALID KEY
                 PERFORM H251-LOG-NOTFOUND
              NOT INVALID KEY
                 PERFORM H290-SAVE-BEFORE
                 PERFORM H225-AMEND-HOLD
           END-READ.
       H220-END. EXIT.

       H225-AMEND-HOLD.
           MOVE SPACES TO WS-EDIT-RESULT.
           IF NOT HLD-ACTIVE
              MOVE 'NOT-ACTIVE' TO WS-EDIT-RESULT
           END-IF.
           IF WS-EDIT-RESULT = SPACES AND HTR-AMOUNT NOT = SPACES
              PERFORM H260-EDIT-AMOUNT
           END-IF.
           IF WS-EDIT-RESULT = SPACES AND HTR-REASON NOT = SPACES
              PERFORM H265-EDIT-REASON
           END-IF.
           IF WS-EDIT-RESULT = SPACES AND HTR-EXPIRY-DATE NOT = SPACES
              PERFORM H270-EDIT-EXPIRY
           END-IF.
           IF WS-EDIT-RESULT NOT = SPACES
              MOVE WS-EDIT-RESULT TO WS-LOG-RESULT-PARM
              PERFORM H250-LOG-ENTRY
           ELSE
              IF HTR-AMOUNT NOT = SPACES
                 MOVE WS-TRAN-AMOUNT TO HLD-AMOUNT
              END-IF
              IF HTR-REASON NOT = SPACES
                 MOVE HTR-REASON TO HLD-REASON
              END-IF
              IF HTR-EXPIRY-DATE NOT = SPACES
                 MOVE WS-TRAN-EXPIRY TO HLD-EXPIRY-DATE
              END-IF
              REWRITE HLD-REC
                 INVALID KEY
                    MOVE 'REWR-FAIL' TO WS-LOG-RESULT-PARM
                    PERFORM H250-LOG-ENTRY
                 NOT INVALID KEY
                    MOVE 'AMENDED' TO WS-LOG-RESULT-PARM
                    PERFORM H250-LOG-ENTRY
              END-REWRITE
           END-IF.
       H225-END. EXIT.

       H230-RELEASE.
           MOVE 'R' TO WS-LOG-ACTION-PARM.
           READ HLD-FILE KEY IS HLD-KEY
              INVALID KEY
                 PERFORM H251-LOG-NOTFOUND
              NOT INVALID KEY
                 PERFORM H290-SAVE-BEFORE
                 IF NOT HLD-ACTIVE
                    MOVE 'NOT-ACTIVE' TO WS-LOG-RESULT-PARM
                    PERFORM H250-LOG-ENTRY
                 ELSE
                    MOVE 'R' TO HLD-STATUS
                    MOVE WS-RUN-DATE TO HLD-RELEASED-DATE
                    REWRITE HLD-REC
                       INVALID KEY
                          MOVE 'REWR-FAIL' TO WS-LOG-RESULT-PARM
                          PERFORM H250-LOG-ENTRY
                       NOT INVALID KEY
                          MOVE 'RELEASED' TO WS-LOG-RESULT-PARM
                          PERFORM H250-LOG-ENTRY
                    END-REWRITE
                 END-IF
           END-READ.
       H230-END. EXIT.

       H240-BAD-ACTION.
           DISPLAY 'UNKNOWN TRANSACTION ACTION: ' HTR-ACTION
                   ' FOR ID ' HTR-ID ' DVZ ' HTR-DVZ.
           MOVE HTR-ACTION TO WS-LOG-ACTION-PARM.
           MOVE 'BAD-ACTION' TO WS-LOG-RESULT-PARM.
           PERFORM H252-LOG-NO-IMAGE.
       H240-END. EXIT.

      * FIELD EDITS SHARED BY PLACE AND AMEND. EACH SETS
      * WS-EDIT-RESULT TO THE REFUSAL REASON, OR LEAVES IT BLANK.
       H260-EDIT-AMOUNT.
           MOVE SPACES TO WS-EDIT-RESULT.
           MOVE 0 TO WS-TRAN-AMOUNT.
           IF FUNCTION TEST-NUMVAL(HTR-AMOUNT) = 0
              COMPUTE WS-TRAN-AMOUNT = FUNCTION NUMVAL(HTR-AMOUNT)
           END-IF.
           IF WS-TRAN-AMOUNT NOT > 0
              MOVE 'BAD-AMOUNT' TO WS-EDIT-RESULT
           END-IF.
       H260-END. EXIT.

      * VALIDATES ONLY. THE REASON IS PUT BACK AS IT STOOD SO A CARD
      * REFUSED BY A LATER EDIT LOGS THE HOLD UNCHANGED; THE PLACE AND
      * AMEND PATHS MOVE THE NEW REASON IN THEMSELVES.
       H265-EDIT-REASON.
           MOVE HTR-REASON TO HLD-REASON.
           IF NOT HLD-REASON-VALID
              MOVE 'BAD-REASON' TO WS-EDIT-RESULT
           END-IF.
           MOVE WS-BEFORE-REASON TO HLD-REASON.
       H265-END. EXIT.

      * A BLANK OR ZERO EXPIRY MEANS THE HOLD STANDS UNTIL RELEASED;
      * OTHERWISE IT MUST BE A REAL DATE NO EARLIER THAN TODAY.
       H270-EDIT-EXPIRY.
           MOVE 0 TO WS-TRAN-EXPIRY.
           IF HTR-EXPIRY-DATE NOT = SPACES
              COMPUTE WS-TRAN-EXPIRY = FUNCTION NUMVAL(HTR-EXPIRY-DATE)
           END-IF.
           IF WS-TRAN-EXPIRY NOT = 0
              COMPUTE WS-EXPIRY-INT = FUNCTION INTEGER-OF-DATE
              (WS-TRAN-EXPIRY)
              IF WS-EXPIRY-INT = 0 OR WS-TRAN-EXPIRY < WS-RUN-DATE
                 MOVE 'BAD-EXPIRY' TO WS-EDIT-RESULT
              END-IF
           END-IF.
       H270-END. EXIT.

       H280-NEXT-SEQ.
           MOVE 0 TO WS-HIGH-SEQ.
           MOVE WS-TRAN-ID TO HLD-ID.
           MOVE WS-TRAN-DVZ TO HLD-DVZ.
           MOVE 0 TO HLD-SEQ.
           MOVE 'N' TO WS-BROWSE-DONE-SW.
           START HLD-FILE KEY IS NOT LESS THAN HLD-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-BROWSE-DONE-SW
           END-START.
           PERFORM H285-SEQ-NEXT UNTIL WS-BROWSE-DONE.
           COMPUTE WS-NEXT-SEQ = WS-HIGH-SEQ + 1.
       H280-END. EXIT.

       H285-SEQ-NEXT.
           READ HLD-FILE NEXT RECORD.
           IF HLD-READ-EOF OR NOT HLD-SUCCESS
              MOVE 'Y' TO WS-BROWSE-DONE-SW
           ELSE
              IF HLD-ID NOT = WS-TRAN-ID OR HLD-DVZ NOT = WS-TRAN-DVZ
                 MOVE 'Y' TO WS-BROWSE-DONE-SW
              ELSE
                 MOVE HLD-SEQ TO WS-HIGH-SEQ
              END-IF
           END-IF.
       H285-END. EXIT.

       H290-SAVE-BEFORE.
           MOVE HLD-AMOUNT TO WS-BEFORE-AMOUNT.
           MOVE HLD-REASON TO WS-BEFORE-REASON.
           MOVE HLD-PLACED-DATE TO WS-BEFORE-PLACED.
           MOVE HLD-EXPIRY-DATE TO WS-BEFORE-EXPIRY.
           MOVE HLD-STATUS TO WS-BEFORE-STATUS.
       H290-END. EXIT.

      * LOGS THE BEFORE/AFTER IMAGE. THE CALLER SETS
      * WS-LOG-ACTION-PARM / WS-LOG-RESULT-PARM BEFORE PERFORMING. A
      * REFUSED TRANSACTION LOGS THE HOLD AS IT STILL STANDS (OR,
      * FOR A REFUSED PLACE, AN EMPTY AFTER IMAGE).
       H250-LOG-ENTRY.
           MOVE WS-RUN-DATE TO HLOG-DATE.
           MOVE WS-LOG-ACTION-PARM TO HLOG-ACTION.
           MOVE WS-LOG-RESULT-PARM TO HLOG-RESULT.
           MOVE WS-TRAN-ID TO HLOG-ID.
           MOVE WS-TRAN-DVZ TO HLOG-DVZ.
           MOVE HLD-SEQ TO HLOG-SEQ.
           MOVE WS-BEFORE-AMOUNT TO HLOG-B-AMOUNT.
           MOVE WS-BEFORE-REASON TO HLOG-B-REASON.
           MOVE WS-BEFORE-PLACED TO HLOG-B-PLACED.
           MOVE WS-BEFORE-EXPIRY TO HLOG-B-EXPIRY.
           MOVE WS-BEFORE-STATUS TO HLOG-B-STATUS.
           MOVE HLD-AMOUNT TO HLOG-A-AMOUNT.
           MOVE HLD-REASON TO HLOG-A-REASON.
           MOVE HLD-PLACED-DATE TO HLOG-A-PLACED.
           MOVE HLD-EXPIRY-DATE TO HLOG-A-EXPIRY.
           MOVE HLD-STATUS TO HLOG-A-STATUS.
           WRITE HLOG-REC.
           IF WS-LOG-RESULT-PARM = 'PLACED' OR 'AMENDED' OR 'RELEASED'
              ADD 1 TO WS-TRANS-APPLIED
           ELSE
              ADD 1 TO WS-TRANS-FAILED
           END-IF.
       H250-END. EXIT.

       H251-LOG-NOTFOUND.
           MOVE 'NOT-FOUND' TO WS-LOG-RESULT-PARM.
           PERFORM H252-LOG-NO-IMAGE.
       H251-END. EXIT.

       H252-LOG-NO-IMAGE.
           MOVE WS-RUN-DATE TO HLOG-DATE.
           MOVE WS-LOG-ACTION-PARM TO HLOG-ACTION.
           MOVE WS-LOG-RESULT-PARM TO HLOG-RESULT.
           MOVE WS-TRAN-ID TO HLOG-ID.
           MOVE WS-TRAN-DVZ TO HLOG-DVZ.
           MOVE HLD-SEQ TO HLOG-SEQ.
           MOVE SPACES TO HLOG-BEFORE HLOG-AFTER.
           MOVE 0 TO HLOG-B-AMOUNT HLOG-B-PLACED HLOG-B-EXPIRY
                     HLOG-A-AMOUNT HLOG-A-PLACED HLOG-A-EXPIRY.
           WRITE HLOG-REC.
           ADD 1 TO WS-TRANS-FAILED.
       H252-END. EXIT.
      *
       H999-PROGRAM-EXIT.
           CLOSE HTR-FILE.
           CLOSE HLD-FILE.
           CLOSE IDX-FILE.
           CLOSE HLOG-FILE.
           DISPLAY 'HLDMNT01 TRANSACTIONS READ:    ' WS-TRANS-READ.
           DISPLAY 'HLDMNT01 TRANSACTIONS APPLIED: ' WS-TRANS-APPLIED.
           DISPLAY 'HLDMNT01 TRANSACTIONS FAILED:  ' WS-TRANS-FAILED.
           IF WS-TRANS-FAILED > 0 AND RETURN-CODE = 0
              MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM H900-WRITE-RUN-LOG.
           STOP RUN.
       H999-END. EXIT.

      * ONE RECORD PER RUN TO THE COMMON RUN LOG SO THE END-OF-DAY
      * CHAIN VERIFICATION CAN PROVE THE NIGHT WITHOUT COLLECTING
      * JOB LOGS BY HAND.
       H900-WRITE-RUN-LOG.
           OPEN EXTEND RLOG-FILE.
           IF RLOG-SUCCESS
              MOVE 'HLDMNT01' TO RLOG-PROGRAM
              MOVE WS-RUN-DATE TO RLOG-DATE
              MOVE WS-TRANS-READ TO RLOG-RECS-IN
              MOVE WS-TRANS-APPLIED TO RLOG-RECS-OUT
              MOVE WS-TRANS-FAILED TO RLOG-REJECTS
              MOVE RETURN-CODE TO RLOG-RETCODE
              WRITE RLOG-REC
           ELSE
              DISPLAY 'UNABLE TO OPEN RUNLOG: ' ST-RLOG-FILE
           END-IF.
           CLOSE RLOG-FILE.
       H900-END. EXIT.
      *
