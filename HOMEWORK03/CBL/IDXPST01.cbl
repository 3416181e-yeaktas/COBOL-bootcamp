      * CREDIT ADDS TO IDX-BALANCE, A DEBIT SUBTRACTS. EVERY POSTING
      * (AND EVERY REJECT) IS JOURNALLED TO PSTJRNL WITH THE BEFORE
      * AND AFTER BALANCE IMAGES, AND IDX-DATE IS RESTAMPED WITH THE
      * POSTING DATE SINCE A POSTING IS ACCOUNT ACTIVITY. EVERY
      * JOURNAL RECORD CARRIES THE POSTING DATE, AND EVERY POSTING IS
      * ALSO APPENDED TO THE DATED TRANSACTION HISTORY (TXNHIST) THE
      * MONTH-END STATEMENTS ARE PRINTED FROM.
      * A DEBIT TO AN ACCOUNT CARRYING ACTIVE HOLDS (HLDMST, KEPT BY
      * HLDMNT01) IS CHECKED AGAINST THE AVAILABLE BALANCE -
      * IDX-BALANCE LESS THE ACTIVE HOLDS NOT PAST THEIR EXPIRY DATE.
      * A DEBIT THAT WOULD TAKE THE AVAILABLE BALANCE BELOW ZERO IS
      * REFUSED AND JOURNALLED AS 'HELD' WITH THE UNCHANGED BALANCE.
      * AN ACCOUNT WITH NO ACTIVE HOLDS POSTS AS IT ALWAYS HAS.
      * EVERY JOURNAL RECORD CARRIES A UNIQUE JOURNAL REFERENCE (RUN
      * DATE, RUN TIME, SEQUENCE) AND IS REGISTERED ON PSTREF, KEYED
      * BY THAT REFERENCE. A REVERSAL (MOVFILE INDICATOR 'R') NAMES
      * THE REFERENCE OF A POSTING AND AN OPERATOR REASON CODE; THE
      * ORIGINAL AMOUNT IS BACKED OUT OF THE ORIGINAL ACCOUNT, THE
      * IDX-DATE THE POSTING REPLACED IS PUT BACK (UNLESS THE ACCOUNT
      * HAS BEEN RESTAMPED SINCE OR A LATER POSTING TO IT STILL
      * STANDS), THE ORIGINAL IS MARKED REVERSED ON PSTREF AND A
      * 'REVERSED' MEMO RECORD FOR IT FOLLOWS THE 'REVERSAL' ON
      * PSTJRNL, EACH POINTING AT THE OTHER. A REJECT, A POSTING
      * ALREADY REVERSED OR A REVERSAL ITSELF CANNOT BE REVERSED.
      * REVERSALS ARE CORRECTIONS AND ARE NOT HELD BACK BY ACCOUNT
      * HOLDS.
      * AT END OF JOB THE IN/OUT PROOF IS WRITTEN TO PSTPROOF: PER
      * CURRENCY, THE OPENING BALANCE TOTAL OF THE ACCOUNTS TOUCHED
      * PLUS CREDITS POSTED MINUS DEBITS POSTED MUST EQUAL THE CLOSING
                             ACCESS DYNAMIC
                             RECORD KEY IDX-KEY
                             STATUS ST-IDX-FILE.
           SELECT HLD-FILE   ASSIGN TO HLDMST
                             ORGANIZATION INDEXED
                             ACCESS DYNAMIC
                             RECORD KEY HLD-KEY
                             STATUS ST-HLD-FILE.
           SELECT REF-FILE   ASSIGN TO PSTREF
                             ORGANIZATION INDEXED
                             ACCESS DYNAMIC
                             RECORD KEY REF-KEY
                             STATUS ST-REF-FILE.
           SELECT MOV-FILE   ASSIGN TO MOVFILE
                             STATUS ST-MOV-FILE.
           SELECT JRN-FILE   ASSIGN TO PSTJRNL
                             STATUS ST-JRN-FILE.
           SELECT PROOF-RPT  ASSIGN TO PSTPROOF
                             STATUS ST-PROOF-RPT.
           SELECT OPTIONAL HST-FILE ASSIGN TO TXNHIST
                             STATUS ST-HST-FILE.
           SELECT OPTIONAL RLOG-FILE ASSIGN TO RUNLOG
                             STATUS ST-RLOG-FILE.
       DATA DIVISION.
           03 MOV-DVZ           PIC X(3).
           03 MOV-DC            PIC X(1).
           03 MOV-AMOUNT        PIC X(15).
           03 MOV-REF           PIC X(19).
           03 MOV-REASON        PIC X(2).
              88 MOV-REASON-VALID VALUE 'WA' 'WC' 'DP' 'WM' 'OT'.
       FD  IDX-FILE.
         01  IDX-REC.
           03 IDX-KEY.
           03 IDX-SRNAME        PIC X(15).
           03 IDX-DATE          PIC S9(07) COMP-3.
           03 IDX-BALANCE       PIC S9(15) COMP-3.
       FD  HLD-FILE.
         01  HLD-REC.
           03 HLD-KEY.
              05 HLD-ID         PIC S9(5) COMP-3.
              05 HLD-DVZ        PIC S9(3) COMP.
              05 HLD-SEQ        PIC 9(3).
           03 HLD-AMOUNT        PIC S9(15) COMP-3.
           03 HLD-REASON        PIC X(2).
           03 HLD-PLACED-DATE   PIC 9(8).
           03 HLD-EXPIRY-DATE   PIC 9(8).
           03 HLD-STATUS        PIC X(1).
              88 HLD-ACTIVE                     VALUE 'A'.
              88 HLD-RELEASED                   VALUE 'R'.
           03 HLD-RELEASED-DATE PIC 9(8).
       FD  REF-FILE.
         01  REF-REC.
           03 REF-KEY           PIC X(19).
           03 REF-ID            PIC 9(5).
           03 REF-DVZ           PIC 9(3).
           03 REF-DC            PIC X(1).
           03 REF-AMOUNT        PIC S9(15).
           03 REF-POST-DATE     PIC 9(8).
           03 REF-RESULT        PIC X(10).
           03 REF-PRIOR-IDX-DATE PIC 9(7).
           03 REF-NEW-IDX-DATE  PIC 9(7).
           03 REF-STATUS        PIC X(1).
              88 REF-POSTED                     VALUE 'P'.
              88 REF-REJECTED                   VALUE 'J'.
              88 REF-REVERSED                   VALUE 'R'.
              88 REF-IS-REVERSAL                VALUE 'V'.
           03 REF-LINK-REF      PIC X(19).
           03 REF-LINK-DATE     PIC 9(8).
           03 REF-REASON        PIC X(2).
       FD  JRN-FILE RECORDING MODE F.
         01  JRN-REC.
           03 JRN-RESULT        PIC X(10).
           03 JRN-AMOUNT        PIC S9(15).
           03 JRN-BEFORE-BAL    PIC S9(15).
           03 JRN-AFTER-BAL     PIC S9(15).
           03 JRN-POST-DATE     PIC 9(8).
           03 JRN-REF.
              05 JRN-REF-DATE   PIC 9(8).
              05 JRN-REF-TIME   PIC 9(6).
              05 JRN-REF-SEQ    PIC 9(5).
           03 JRN-LINK-REF      PIC X(19).
           03 JRN-ORIG-DATE     PIC 9(8).
           03 JRN-IDX-DATE      PIC 9(7).
           03 JRN-REASON        PIC X(2).
       FD  PROOF-RPT RECORDING MODE F.
         01  PROOF-RPT-LINE     PIC X(120).
       FD  HST-FILE RECORDING MODE F.
         01  HST-REC.
           03 HST-DATE          PIC 9(8).
           03 HST-ID            PIC 9(5).
           03 HST-DVZ           PIC 9(3).
           03 HST-TYPE          PIC X(1).
           03 HST-AMOUNT        PIC S9(15).
           03 HST-BEFORE-BAL    PIC S9(15).
           03 HST-AFTER-BAL     PIC S9(15).
       FD  RLOG-FILE RECORDING MODE F.
         01  RLOG-REC.
           03 RLOG-PROGRAM      PIC X(8).
              88 MOV-SUCCESS                    VALUE 00 97.
           03 ST-IDX-FILE       PIC 9(2).
              88 IDX-SUCCESS                    VALUE 00 97.
           03 ST-HLD-FILE       PIC 9(2).
              88 HLD-SUCCESS                    VALUE 00 97.
              88 HLD-READ-EOF                   VALUE 10.
           03 ST-REF-FILE       PIC 9(2).
              88 REF-SUCCESS                    VALUE 00 97.
           03 ST-JRN-FILE       PIC 9(2).
              88 JRN-SUCCESS                    VALUE 00 97.
           03 ST-PROOF-RPT      PIC 9(2).
              88 PROOF-SUCCESS                  VALUE 00 97.
           03 ST-HST-FILE       PIC 9(2).
              88 HST-SUCCESS                    VALUE 00 05 97.
           03 ST-RLOG-FILE      PIC 9(2).
              88 RLOG-SUCCESS                   VALUE 00 05 97.

           03 WS-BEFORE-BALANCE PIC S9(15).
           03 WS-POSTED-COUNT   PIC 9(7) VALUE 0.
           03 WS-REJECT-COUNT   PIC 9(7) VALUE 0.
           03 WS-HELD-COUNT     PIC 9(7) VALUE 0.
           03 WS-REVERSED-COUNT PIC 9(7) VALUE 0.

      * JOURNAL REFERENCE AND REVERSAL LINKAGE. WS-POST-DC IS THE
      * DIRECTION THE MOVEMENT ACTUALLY MOVED THE BALANCE - FOR A
      * REVERSAL, THE OPPOSITE OF THE ORIGINAL POSTING.
         01  WS-JOURNAL-AREA.
           03 WS-NEXT-REF.
              05 WS-REF-DATE    PIC 9(8).
              05 WS-REF-TIME    PIC 9(6).
              05 WS-REF-SEQ     PIC 9(5) VALUE 0.
           03 WS-TIME-OF-DAY.
              05 WS-TIME-HHMMSS PIC 9(6).
              05 WS-TIME-HUNDS  PIC 9(2).
           03 WS-POST-DC        PIC X(1).
           03 WS-PRIOR-IDX-DATE PIC 9(7).
           03 WS-JRN-IDX-DATE   PIC 9(7).
           03 WS-LINK-REF       PIC X(19).
           03 WS-ORIG-REF       PIC X(19).
           03 WS-ORIG-DC        PIC X(1).
           03 WS-ORIG-DATE      PIC 9(8).
           03 WS-ORIG-PRIOR-DATE PIC 9(7).
           03 WS-ORIG-NEW-DATE  PIC 9(7).
           03 WS-LATER-SW       PIC X(1).
              88 WS-LATER-POSTING               VALUE 'Y'.
           03 WS-REF-DONE-SW    PIC X(1).
              88 WS-REF-DONE                    VALUE 'Y'.

      * ACTIVE, UNEXPIRED HOLDS ON THE ACCOUNT BEING DEBITED.
         01  WS-HOLD-AREA.
           03 WS-HOLD-TOTAL     PIC S9(15).
           03 WS-AVAILABLE      PIC S9(15).
           03 WS-HOLD-DONE-SW   PIC X(1).
              88 WS-HOLD-DONE                   VALUE 'Y'.

      * THE POSTING DATE RESTAMPED INTO IDX-DATE, DERIVED FROM THE
      * SYSTEM DATE AND CONVERTED TO THE JULIAN YYYYDDD STORAGE
       H100-OPEN-FILES.
           OPEN INPUT  MOV-FILE.
           OPEN I-O    IDX-FILE.
           OPEN INPUT  HLD-FILE.
           OPEN I-O    REF-FILE.
           OPEN OUTPUT JRN-FILE.
           OPEN OUTPUT PROOF-RPT.
           OPEN EXTEND HST-FILE.
           IF (ST-MOV-FILE NOT = 0) AND (ST-MOV-FILE NOT = 97)
              DISPLAY 'UNABLE TO OPEN MOVFILE: ' ST-MOV-FILE
              MOVE ST-MOV-FILE TO RETURN-CODE
              MOVE ST-IDX-FILE TO RETURN-CODE
              STOP RUN
           END-IF.
           IF (ST-HLD-FILE NOT = 0) AND (ST-HLD-FILE NOT = 97)
              DISPLAY 'UNABLE TO OPEN HLDMST: ' ST-HLD-FILE
              MOVE ST-HLD-FILE TO RETURN-CODE
              STOP RUN
           END-IF.
           IF (ST-REF-FILE NOT = 0) AND (ST-REF-FILE NOT = 97)
              DISPLAY 'UNABLE TO OPEN PSTREF: ' ST-REF-FILE
              MOVE ST-REF-FILE TO RETURN-CODE
              STOP RUN
           END-IF.
           IF (ST-JRN-FILE NOT = 0) AND (ST-JRN-FILE NOT = 97)
              DISPLAY 'UNABLE TO OPEN PSTJRNL: ' ST-JRN-FILE
              MOVE ST-JRN-FILE TO RETURN-CODE
              MOVE ST-PROOF-RPT TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT HST-SUCCESS
              DISPLAY 'UNABLE TO OPEN TXNHIST: ' ST-HST-FILE
              MOVE ST-HST-FILE TO RETURN-CODE
              STOP RUN
           END-IF.
       H100-END. EXIT.

       H110-SET-POST-DATE.
                   FUNCTION INTEGER-OF-DATE(WS-POST-GREG-DATE).
           COMPUTE WS-POST-JUL-DATE =
                   FUNCTION DAY-OF-INTEGER(WS-POST-INT-DATE).
           ACCEPT WS-TIME-OF-DAY FROM TIME.
           MOVE WS-POST-GREG-DATE TO WS-REF-DATE.
           MOVE WS-TIME-HHMMSS TO WS-REF-TIME.
       H110-END. EXIT.

       H200-PROCESS.
           COMPUTE IDX-ID = FUNCTION NUMVAL(MOV-ID)
           COMPUTE IDX-DVZ = FUNCTION NUMVAL(MOV-DVZ)
           COMPUTE WS-MOV-AMOUNT = FUNCTION NUMVAL(MOV-AMOUNT)
           MOVE MOV-DC TO WS-POST-DC.
           MOVE 0 TO WS-PRIOR-IDX-DATE WS-JRN-IDX-DATE WS-ORIG-DATE.
           MOVE SPACES TO WS-LINK-REF.
           EVALUATE MOV-DC
              WHEN 'C' COMPUTE WS-SIGNED-AMOUNT = WS-MOV-AMOUNT
                       PERFORM H210-POST
              WHEN 'D' COMPUTE WS-SIGNED-AMOUNT = 0 - WS-MOV-AMOUNT
                       PERFORM H210-POST
              WHEN 'R' PERFORM H400-REVERSE
              WHEN OTHER PERFORM H230-REJECT-BAD-DC
           END-EVALUATE.
           READ MOV-FILE.
                 PERFORM H240-REJECT-NOTFOUND
              NOT INVALID KEY
                 MOVE IDX-BALANCE TO WS-BEFORE-BALANCE
                 MOVE IDX-DATE TO WS-PRIOR-IDX-DATE
                 MOVE 0 TO WS-HOLD-TOTAL
                 IF MOV-DC = 'D'
                    PERFORM H215-TOTAL-HOLDS
                 END-IF
                 COMPUTE WS-AVAILABLE = IDX-BALANCE - WS-HOLD-TOTAL
                                      + WS-SIGNED-AMOUNT
                 IF WS-HOLD-TOTAL > 0 AND WS-AVAILABLE < 0
                    PERFORM H255-REJECT-HELD
                 ELSE
                    ADD WS-SIGNED-AMOUNT TO IDX-BALANCE
                    MOVE WS-POST-JUL-DATE TO IDX-DATE
                    REWRITE IDX-REC
                       INVALID KEY
                          PERFORM H250-REJECT-REWR-FAIL
                       NOT INVALID KEY
                          PERFORM H220-JOURNAL-POSTED
                    END-REWRITE
                 END-IF
           END-READ.
       H210-END. EXIT.

      * SUMS THE ACCOUNT'S ACTIVE HOLDS, BROWSING HLDMST FROM THE
      * FIRST HOLD KEY FOR THE ID AND DVZ. A HOLD WHOSE EXPIRY DATE
      * HAS PASSED NO LONGER COUNTS EVEN IF NOBODY HAS RELEASED IT;
      * AN EXPIRY DATE OF ZERO NEVER LAPSES.
       H215-TOTAL-HOLDS.
           MOVE IDX-ID TO HLD-ID.
           MOVE IDX-DVZ TO HLD-DVZ.
           MOVE 0 TO HLD-SEQ.
           MOVE 'N' TO WS-HOLD-DONE-SW.
           START HLD-FILE KEY IS NOT LESS THAN HLD-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-HOLD-DONE-SW
           END-START.
           PERFORM H216-HOLD-NEXT UNTIL WS-HOLD-DONE.
       H215-END. EXIT.

       H216-HOLD-NEXT.
           READ HLD-FILE NEXT RECORD.
           IF HLD-READ-EOF OR NOT HLD-SUCCESS
              MOVE 'Y' TO WS-HOLD-DONE-SW
           ELSE
              IF HLD-ID NOT = IDX-ID OR HLD-DVZ NOT = IDX-DVZ
                 MOVE 'Y' TO WS-HOLD-DONE-SW
              ELSE
                 IF HLD-ACTIVE
                    AND (HLD-EXPIRY-DATE = 0
                         OR HLD-EXPIRY-DATE NOT < WS-POST-GREG-DATE)
                    ADD HLD-AMOUNT TO WS-HOLD-TOTAL
                 END-IF
              END-IF
           END-IF.
       H216-END. EXIT.

       H220-JOURNAL-POSTED.
           ADD 1 TO WS-POSTED-COUNT.
           MOVE 'POSTED' TO JRN-RESULT.
           MOVE IDX-ID TO JRN-ID.
           MOVE IDX-DVZ TO JRN-DVZ.
           MOVE WS-POST-DC TO JRN-DC.
           MOVE WS-MOV-AMOUNT TO JRN-AMOUNT.
           MOVE WS-BEFORE-BALANCE TO JRN-BEFORE-BAL.
           MOVE IDX-BALANCE TO JRN-AFTER-BAL.
           MOVE WS-POST-GREG-DATE TO JRN-POST-DATE.
           MOVE IDX-DATE TO WS-JRN-IDX-DATE.
           PERFORM H280-WRITE-JOURNAL.
           PERFORM H225-WRITE-HISTORY.
           PERFORM H260-TRACK-ACCOUNT.
           PERFORM H270-ACCUM-PRF-TOTALS.
       H220-END. EXIT.

      * THE DATED HISTORY LINE FOR THE STATEMENTS: THE AMOUNT IS THE
      * SIGNED EFFECT ON THE BALANCE.
       H225-WRITE-HISTORY.
           MOVE WS-POST-GREG-DATE TO HST-DATE.
           MOVE IDX-ID TO HST-ID.
           MOVE IDX-DVZ TO HST-DVZ.
           MOVE MOV-DC TO HST-TYPE.
           MOVE WS-SIGNED-AMOUNT TO HST-AMOUNT.
           MOVE WS-BEFORE-BALANCE TO HST-BEFORE-BAL.
           MOVE IDX-BALANCE TO HST-AFTER-BAL.
           WRITE HST-REC.
       H225-END. EXIT.

       H230-REJECT-BAD-DC.
           DISPLAY 'UNKNOWN DEBIT/CREDIT INDICATOR: ' MOV-DC
                   ' FOR ID ' MOV-ID ' DVZ ' MOV-DVZ.
           MOVE MOV-DC TO JRN-DC.
           MOVE WS-MOV-AMOUNT TO JRN-AMOUNT.
           MOVE 0 TO JRN-BEFORE-BAL JRN-AFTER-BAL.
           MOVE WS-POST-GREG-DATE TO JRN-POST-DATE.
           MOVE 0 TO WS-JRN-IDX-DATE.
           PERFORM H280-WRITE-JOURNAL.
       H245-END. EXIT.

       H250-REJECT-REWR-FAIL.
           PERFORM H245-JOURNAL-REJECT.
       H250-END. EXIT.

      * A DEBIT REFUSED BECAUSE OF A HOLD. THE JOURNAL CARRIES THE
      * BALANCE THE DEBIT WAS REFUSED AGAINST AS BOTH IMAGES SO THE
      * HOLDS REPORT CAN SHOW IT.
       H255-REJECT-HELD.
           DISPLAY 'DEBIT REFUSED BY HOLD: ' MOV-ID ' ' MOV-DVZ
                   ' AMOUNT ' WS-MOV-AMOUNT ' HELD ' WS-HOLD-TOTAL.
           ADD 1 TO WS-HELD-COUNT.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE 'HELD' TO JRN-RESULT.
           MOVE IDX-ID TO JRN-ID.
           MOVE IDX-DVZ TO JRN-DVZ.
           MOVE MOV-DC TO JRN-DC.
           MOVE WS-MOV-AMOUNT TO JRN-AMOUNT.
           MOVE IDX-BALANCE TO JRN-BEFORE-BAL JRN-AFTER-BAL.
           MOVE WS-POST-GREG-DATE TO JRN-POST-DATE.
           MOVE 0 TO WS-JRN-IDX-DATE.
           PERFORM H280-WRITE-JOURNAL.
       H255-END. EXIT.

      * FIRST POSTING TO AN ACCOUNT CAPTURES ITS OPENING BALANCE;
      * EVERY POSTING MOVES ITS CLOSING BALANCE FORWARD.
       H260-TRACK-ACCOUNT.
           END-IF.
           IF WS-PRF-FOUND-IDX NOT = 0
              ADD 1 TO WS-PRF-COUNT(WS-PRF-FOUND-IDX)
              IF WS-POST-DC = 'D'
                 ADD WS-MOV-AMOUNT TO WS-PRF-DEBITS(WS-PRF-FOUND-IDX)
              ELSE
                 ADD WS-MOV-AMOUNT TO WS-PRF-CREDITS(WS-PRF-FOUND-IDX)
           END-IF.
       H270-END. EXIT.

      * EVERY JOURNAL RECORD TAKES THE NEXT JOURNAL REFERENCE AND IS
      * REGISTERED ON PSTREF SO A LATER REVERSAL CAN FIND IT. A
      * REFERENCE ALREADY ON THE REGISTER MEANS THE AUDIT TRAIL
      * CANNOT BE TRUSTED, SO IT FAILS THE PROOF.
       H280-WRITE-JOURNAL.
           ADD 1 TO WS-REF-SEQ.
           MOVE WS-NEXT-REF TO JRN-REF.
           MOVE WS-LINK-REF TO JRN-LINK-REF.
           MOVE WS-ORIG-DATE TO JRN-ORIG-DATE.
           MOVE WS-JRN-IDX-DATE TO JRN-IDX-DATE.
           IF MOV-DC = 'R'
              MOVE MOV-REASON TO JRN-REASON
           ELSE
              MOVE SPACES TO JRN-REASON
           END-IF.
           WRITE JRN-REC.
           MOVE JRN-REF TO REF-KEY.
           MOVE JRN-ID TO REF-ID.
           MOVE JRN-DVZ TO REF-DVZ.
           MOVE JRN-DC TO REF-DC.
           MOVE JRN-AMOUNT TO REF-AMOUNT.
           MOVE JRN-POST-DATE TO REF-POST-DATE.
           MOVE JRN-RESULT TO REF-RESULT.
           MOVE WS-PRIOR-IDX-DATE TO REF-PRIOR-IDX-DATE.
           MOVE JRN-IDX-DATE TO REF-NEW-IDX-DATE.
           MOVE JRN-LINK-REF TO REF-LINK-REF.
           MOVE JRN-REASON TO REF-REASON.
           EVALUATE JRN-RESULT
              WHEN 'POSTED'
                 MOVE 'P' TO REF-STATUS
                 MOVE 0 TO REF-LINK-DATE
              WHEN 'REVERSAL'
                 MOVE 'V' TO REF-STATUS
                 MOVE WS-POST-GREG-DATE TO REF-LINK-DATE
              WHEN OTHER
                 MOVE 'J' TO REF-STATUS
                 MOVE 0 TO REF-LINK-DATE
           END-EVALUATE.
           WRITE REF-REC
              INVALID KEY
                 DISPLAY 'JOURNAL REFERENCE ALREADY ON PSTREF: '
                         REF-KEY ' STATUS ' ST-REF-FILE
                 ADD 1 TO WS-PROOF-ERRORS
           END-WRITE.
       H280-END. EXIT.

      * A REVERSAL NAMES THE JOURNAL REFERENCE OF THE POSTING TO BE
      * BACKED OUT AND CARRIES AN OPERATOR REASON CODE:
      *   WA WRONG ACCOUNT   WC WRONG CURRENCY   DP DUPLICATE
      *   WM WRONG AMOUNT    OT OTHER
      * THE ACCOUNT, AMOUNT AND DIRECTION ALL COME FROM THE REGISTER;
      * WHATEVER MOVFILE CARRIES IN THOSE FIELDS IS IGNORED.
       H400-REVERSE.
           MOVE MOV-REF TO WS-ORIG-REF WS-LINK-REF.
           IF NOT MOV-REASON-VALID
              DISPLAY 'REVERSAL WITHOUT A VALID REASON CODE: '
                      MOV-REF ' REASON ' MOV-REASON
              MOVE 'BAD-REASON' TO JRN-RESULT
              PERFORM H245-JOURNAL-REJECT
           ELSE
              MOVE MOV-REF TO REF-KEY
              READ REF-FILE KEY IS REF-KEY
                 INVALID KEY
                    DISPLAY 'REVERSAL OF UNKNOWN REFERENCE: ' MOV-REF
                    MOVE 'NO-ORIG' TO JRN-RESULT
                    PERFORM H245-JOURNAL-REJECT
                 NOT INVALID KEY
                    PERFORM H410-CHECK-ORIGINAL
              END-READ
           END-IF.
       H400-END. EXIT.

      * ONLY A POSTING STILL STANDING CAN BE REVERSED.
       H410-CHECK-ORIGINAL.
           MOVE REF-ID TO IDX-ID.
           MOVE REF-DVZ TO IDX-DVZ.
           MOVE REF-AMOUNT TO WS-MOV-AMOUNT.
           MOVE REF-DC TO WS-ORIG-DC.
           MOVE REF-POST-DATE TO WS-ORIG-DATE.
           EVALUATE TRUE
              WHEN REF-REVERSED
                 DISPLAY 'POSTING ALREADY REVERSED: ' MOV-REF
                         ' BY ' REF-LINK-REF
                 MOVE 'ALRDY-REV' TO JRN-RESULT
                 PERFORM H245-JOURNAL-REJECT
              WHEN REF-IS-REVERSAL
                 DISPLAY 'A REVERSAL CANNOT BE REVERSED: ' MOV-REF
                 MOVE 'REV-OF-REV' TO JRN-RESULT
                 PERFORM H245-JOURNAL-REJECT
              WHEN NOT REF-POSTED
                 DISPLAY 'REFERENCE IS NOT A POSTING: ' MOV-REF
                         ' ' REF-RESULT
                 MOVE 'NOT-POSTED' TO JRN-RESULT
                 PERFORM H245-JOURNAL-REJECT
              WHEN OTHER
                 PERFORM H420-BACK-OUT
           END-EVALUATE.
       H410-END. EXIT.

      * THE ORIGINAL AMOUNT GOES BACK THE OTHER WAY. IDX-DATE RETURNS
      * TO WHAT THE POSTING REPLACED ONLY IF THE ACCOUNT STILL CARRIES
      * THE STAMP THE POSTING GAVE IT AND NO LATER POSTING TO THE
      * ACCOUNT STILL STANDS - A LATER POSTING ON THE SAME DAY LEAVES
      * THE SAME STAMP, SO THE STAMP ALONE CANNOT TELL.
       H420-BACK-OUT.
           MOVE REF-PRIOR-IDX-DATE TO WS-ORIG-PRIOR-DATE.
           MOVE REF-NEW-IDX-DATE TO WS-ORIG-NEW-DATE.
           PERFORM H425-FIND-LATER-POSTING.
           IF WS-ORIG-DC = 'D'
              MOVE 'C' TO WS-POST-DC
              COMPUTE WS-SIGNED-AMOUNT = WS-MOV-AMOUNT
           ELSE
              MOVE 'D' TO WS-POST-DC
              COMPUTE WS-SIGNED-AMOUNT = 0 - WS-MOV-AMOUNT
           END-IF.
           READ IDX-FILE KEY IS IDX-KEY
              INVALID KEY
                 PERFORM H240-REJECT-NOTFOUND
              NOT INVALID KEY
                 MOVE IDX-BALANCE TO WS-BEFORE-BALANCE
                 MOVE IDX-DATE TO WS-PRIOR-IDX-DATE
                 ADD WS-SIGNED-AMOUNT TO IDX-BALANCE
                 IF IDX-DATE = WS-ORIG-NEW-DATE
                    AND NOT WS-LATER-POSTING
                    MOVE WS-ORIG-PRIOR-DATE TO IDX-DATE
                 END-IF
                 REWRITE IDX-REC
                    INVALID KEY
                       PERFORM H250-REJECT-REWR-FAIL
                    NOT INVALID KEY
                       PERFORM H430-JOURNAL-REVERSAL
                 END-REWRITE
           END-READ.
       H420-END. EXIT.

      * BROWSES PSTREF FROM THE ORIGINAL'S REFERENCE ONWARD. THE KEY
      * IS RUN DATE, RUN TIME AND SEQUENCE, SO EVERYTHING AFTER IT WAS
      * JOURNALLED LATER; A POSTING THERE FOR THE SAME ACCOUNT THAT IS
      * STILL STANDING KEEPS THE ACCOUNT'S CURRENT STAMP. REF-REC IS
      * RE-READ BY H430 BEFORE IT IS USED AGAIN.
       H425-FIND-LATER-POSTING.
           MOVE 'N' TO WS-LATER-SW.
           MOVE 'N' TO WS-REF-DONE-SW.
           MOVE WS-ORIG-REF TO REF-KEY.
           START REF-FILE KEY IS GREATER THAN REF-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-REF-DONE-SW
           END-START.
           PERFORM H426-REF-NEXT UNTIL WS-REF-DONE.
       H425-END. EXIT.

       H426-REF-NEXT.
           READ REF-FILE NEXT RECORD.
           IF NOT REF-SUCCESS
              MOVE 'Y' TO WS-REF-DONE-SW
           ELSE
              IF REF-POSTED
                 AND REF-ID = IDX-ID AND REF-DVZ = IDX-DVZ
                 MOVE 'Y' TO WS-LATER-SW
                 MOVE 'Y' TO WS-REF-DONE-SW
              END-IF
           END-IF.
       H426-END. EXIT.

      * THE REVERSAL GOES TO PSTJRNL AND PSTREF POINTING AT THE
      * ORIGINAL; THE ORIGINAL IS THEN MARKED REVERSED ON PSTREF AND
      * A 'REVERSED' MEMO RECORD UNDER ITS OWN REFERENCE, POINTING AT
      * THE REVERSAL, FOLLOWS ON PSTJRNL. THE MEMO CARRIES NO BALANCE
      * IMAGES AND MOVES NOTHING.
       H430-JOURNAL-REVERSAL.
           ADD 1 TO WS-REVERSED-COUNT.
           MOVE 'REVERSAL' TO JRN-RESULT.
           MOVE IDX-ID TO JRN-ID.
           MOVE IDX-DVZ TO JRN-DVZ.
           MOVE WS-POST-DC TO JRN-DC.
           MOVE WS-MOV-AMOUNT TO JRN-AMOUNT.
           MOVE WS-BEFORE-BALANCE TO JRN-BEFORE-BAL.
           MOVE IDX-BALANCE TO JRN-AFTER-BAL.
           MOVE WS-POST-GREG-DATE TO JRN-POST-DATE.
           MOVE IDX-DATE TO WS-JRN-IDX-DATE.
           PERFORM H280-WRITE-JOURNAL.
           MOVE WS-ORIG-REF TO REF-KEY.
           READ REF-FILE KEY IS REF-KEY
              INVALID KEY
                 DISPLAY 'PSTREF LOST ORIGINAL ' WS-ORIG-REF
                 ADD 1 TO WS-PROOF-ERRORS
              NOT INVALID KEY
                 MOVE 'R' TO REF-STATUS
                 MOVE JRN-REF TO REF-LINK-REF
                 MOVE WS-POST-GREG-DATE TO REF-LINK-DATE
                 MOVE MOV-REASON TO REF-REASON
                 REWRITE REF-REC
                    INVALID KEY
                       DISPLAY 'PSTREF REWRITE FAILED FOR '
                               WS-ORIG-REF ' STATUS ' ST-REF-FILE
                       ADD 1 TO WS-PROOF-ERRORS
                 END-REWRITE
           END-READ.
           MOVE JRN-REF TO JRN-LINK-REF.
           MOVE WS-ORIG-REF TO JRN-REF.
           MOVE 'REVERSED' TO JRN-RESULT.
           MOVE WS-ORIG-DC TO JRN-DC.
           MOVE 0 TO JRN-BEFORE-BAL JRN-AFTER-BAL JRN-IDX-DATE.
           WRITE JRN-REC.
           PERFORM H225-WRITE-HISTORY.
           PERFORM H260-TRACK-ACCOUNT.
           PERFORM H270-ACCUM-PRF-TOTALS.
       H430-END. EXIT.

      * THE IN/OUT PROOF: PER CURRENCY, OPENING BALANCE TOTAL OF THE
      * ACCOUNTS TOUCHED PLUS CREDITS POSTED MINUS DEBITS POSTED MUST
      * EQUAL THE CLOSING BALANCE TOTAL. ANY CURRENCY OUT OF BALANCE
       H999-PROGRAM-EXIT.
           CLOSE MOV-FILE.
           CLOSE IDX-FILE.
           CLOSE HLD-FILE.
           CLOSE REF-FILE.
           CLOSE JRN-FILE.
           CLOSE PROOF-RPT.
           CLOSE HST-FILE.
           DISPLAY 'IDXPST01 MOVEMENTS POSTED:   ' WS-POSTED-COUNT.
           DISPLAY 'IDXPST01 POSTINGS REVERSED:  ' WS-REVERSED-COUNT.
           DISPLAY 'IDXPST01 MOVEMENTS REJECTED: ' WS-REJECT-COUNT.
           DISPLAY 'IDXPST01   OF WHICH HELD:    ' WS-HELD-COUNT.
           IF WS-PROOF-ERRORS > 0
              DISPLAY 'IDXPST01 PROOF FAILED: ' WS-PROOF-ERRORS
                      ' CURRENCIES/CONDITIONS OUT OF PROOF'
           IF RLOG-SUCCESS
              MOVE 'IDXPST01' TO RLOG-PROGRAM
              MOVE WS-POST-GREG-DATE TO RLOG-DATE
              COMPUTE RLOG-RECS-IN = WS-POSTED-COUNT
                      + WS-REVERSED-COUNT + WS-REJECT-COUNT
              COMPUTE RLOG-RECS-OUT =
                      WS-POSTED-COUNT + WS-REVERSED-COUNT
              MOVE WS-REJECT-COUNT TO RLOG-REJECTS
              MOVE RETURN-CODE TO RLOG-RETCODE
              WRITE RLOG-REC
