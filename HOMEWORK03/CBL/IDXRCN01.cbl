       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDXRCN01.
      *****************************************************************
      * DAILY ROLL-FORWARD RECONCILIATION OF IDX-FILE. EACH PROGRAM
      * THAT CHANGES THE FILE PROVES ONLY ITS OWN WORK; THIS ONE
      * PROVES THE WHOLE FILE END TO END. IT LOADS THE PRIOR NIGHT'S
      * IDXUNL01 BACKUP (BKPPREV), APPLIES EVERY SUCCESSFUL MNTLOG
      * ADD/CHANGE/DELETE IMAGE, EVERY PSTJRNL POSTING AND (AT MONTH
      * END) EVERY INTACR INTEREST ACCRUAL, AND COMPARES THE DERIVED
      * FILE ACCOUNT BY ACCOUNT AND PER-CURRENCY TOTAL AGAINST
      * TONIGHT'S UNLOAD (BKPFILE).
      * BALANCES ARE ROLLED FORWARD AS DELTAS (A CHANGE APPLIES ITS
      * AFTER-MINUS-BEFORE IMAGE), SO THE RESULT DOES NOT DEPEND ON
      * THE ORDER THE UPDATE STEPS RAN IN. NAME AND IDX-DATE FOLLOW
      * THE NIGHTLY SCHEDULE ORDER: MAINTENANCE, THEN POSTING (WHICH
      * RESTAMPS IDX-DATE WITH THE POSTING DATE), THEN ACCRUAL (WHICH
      * LEAVES IDX-DATE ALONE). EACH PSTJRNL RECORD CARRIES THE DATE
      * IT WAS POSTED ON; THE RCNCARD CONTROL CARD (OR THE SYSTEM DATE
      * WHEN NO CARD IS SUPPLIED) DATES THE REPORT AND STANDS IN FOR A
      * JOURNAL RECORD WITHOUT ONE. A REVERSAL BACKS OUT ITS
      * ORIGINAL'S AMOUNT IN THE DIRECTION ITS JOURNAL RECORD CARRIES
      * AND LEAVES IDX-DATE AS THE JOURNAL RECORD SAYS IDXPST01 LEFT
      * IT, SINCE A REVERSAL PUTS BACK THE DATE IT REPLACED.
      * EVERY DIFFERENCE GOES TO RCNRPT AS A BREAK: BALANCE, NAME OR
      * IDX-DATE DIFFERENCES, ACCOUNTS THAT APPEARED OR VANISHED WITH
      * NO JOURNAL ENTRY BEHIND THEM, JOURNAL ENTRIES FOR ACCOUNTS NOT
      * ON THE ROLLED-FORWARD FILE, AND CURRENCY TOTALS THAT DO NOT
      * AGREE. ANY BREAK ENDS THE JOB WITH RETURN CODE 16.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PRV-FILE   ASSIGN TO BKPPREV
                             STATUS ST-PRV-FILE.
           SELECT CUR-FILE   ASSIGN TO BKPFILE
                             STATUS ST-CUR-FILE.
           SELECT LOG-FILE   ASSIGN TO MNTLOG
                             STATUS ST-LOG-FILE.
           SELECT JRN-FILE   ASSIGN TO PSTJRNL
                             STATUS ST-JRN-FILE.
           SELECT OPTIONAL ACR-FILE ASSIGN TO INTACR
                             STATUS ST-ACR-FILE.
           SELECT OPTIONAL RCN-CTL ASSIGN TO RCNCARD
                             STATUS ST-RCN-CTL.
           SELECT BRK-RPT    ASSIGN TO RCNRPT
                             STATUS ST-BRK-RPT.
           SELECT OPTIONAL RLOG-FILE ASSIGN TO RUNLOG
                             STATUS ST-RLOG-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  PRV-FILE RECORDING MODE F.
         01  PRV-REC.
           03 PRV-TYPE          PIC X(1).
           03 PRV-ID            PIC S9(5).
           03 PRV-DVZ           PIC S9(3).
           03 PRV-NAME          PIC X(15).
           03 PRV-SRNAME        PIC X(15).
           03 PRV-DATE          PIC S9(7).
           03 PRV-BALANCE       PIC S9(15).
       FD  CUR-FILE RECORDING MODE F.
         01  CUR-REC.
           03 CUR-TYPE          PIC X(1).
           03 CUR-ID            PIC S9(5).
           03 CUR-DVZ           PIC S9(3).
           03 CUR-NAME          PIC X(15).
           03 CUR-SRNAME        PIC X(15).
           03 CUR-DATE          PIC S9(7).
           03 CUR-BALANCE       PIC S9(15).
       FD  LOG-FILE RECORDING MODE F.
         01  LOG-REC.
           03 LOG-ACTION         PIC X(1).
           03 LOG-RESULT         PIC X(10).
           03 LOG-ID             PIC 9(5).
           03 LOG-DVZ            PIC 9(3).
           03 LOG-BEFORE-NAME    PIC X(15).
           03 LOG-BEFORE-SRNAME  PIC X(15).
           03 LOG-BEFORE-DATE    PIC 9(07).
           03 LOG-BEFORE-BALANCE PIC S9(15).
           03 LOG-AFTER-NAME     PIC X(15).
           03 LOG-AFTER-SRNAME   PIC X(15).
           03 LOG-AFTER-DATE     PIC 9(07).
           03 LOG-AFTER-BALANCE  PIC S9(15).
       FD  JRN-FILE RECORDING MODE F.
         01  JRN-REC.
           03 JRN-RESULT        PIC X(10).
           03 JRN-ID            PIC 9(5).
           03 JRN-DVZ           PIC 9(3).
           03 JRN-DC            PIC X(1).
           03 JRN-AMOUNT        PIC S9(15).
           03 JRN-BEFORE-BAL    PIC S9(15).
           03 JRN-AFTER-BAL     PIC S9(15).
           03 JRN-POST-DATE     PIC 9(8).
           03 JRN-REF           PIC X(19).
           03 JRN-LINK-REF      PIC X(19).
           03 JRN-ORIG-DATE     PIC 9(8).
           03 JRN-IDX-DATE      PIC 9(7).
           03 JRN-REASON        PIC X(2).
       FD  ACR-FILE RECORDING MODE F.
         01  ACR-REC.
           03 ACR-DATE          PIC 9(8).
           03 ACR-ID            PIC 9(5).
           03 ACR-DVZ           PIC 9(3).
           03 ACR-RATE          PIC 9(5)V9(6).
           03 ACR-INTEREST      PIC S9(15).
           03 ACR-BEFORE-BAL    PIC S9(15).
           03 ACR-AFTER-BAL     PIC S9(15).
       FD  RCN-CTL RECORDING MODE F.
         01  RCN-CTL-REC.
           03 RCN-CTL-DATE      PIC 9(8).
       FD  BRK-RPT RECORDING MODE F.
         01  BRK-RPT-LINE       PIC X(120).
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
           03 ST-PRV-FILE       PIC 9(2).
              88 PRV-SUCCESS                    VALUE 00 97.
              88 PRV-EOF                        VALUE 10.
           03 ST-CUR-FILE       PIC 9(2).
              88 CUR-SUCCESS                    VALUE 00 97.
              88 CUR-EOF                        VALUE 10.
           03 ST-LOG-FILE       PIC 9(2).
              88 LOG-SUCCESS                    VALUE 00 97.
              88 LOG-EOF                        VALUE 10.
           03 ST-JRN-FILE       PIC 9(2).
              88 JRN-SUCCESS                    VALUE 00 97.
              88 JRN-EOF                        VALUE 10.
           03 ST-ACR-FILE       PIC 9(2).
              88 ACR-SUCCESS                    VALUE 00 05 97.
              88 ACR-EOF                        VALUE 10.
           03 ST-RCN-CTL        PIC 9(2).
              88 RCN-CTL-OK                     VALUE 00 97.
              88 RCN-CTL-EOF                    VALUE 10.
           03 ST-BRK-RPT        PIC 9(2).
              88 BRK-RPT-SUCCESS                VALUE 00 97.
           03 ST-RLOG-FILE      PIC 9(2).
              88 RLOG-SUCCESS                   VALUE 00 05 97.

      * THE POSTING DATE IDXPST01 RESTAMPED INTO IDX-DATE, CONVERTED
      * TO THE JULIAN YYYYDDD STORAGE FORMAT THE SAME WAY IDXPST01
      * CONVERTS IT.
         01  WS-RUN-DATE-AREA.
           03 WS-RUN-DATE       PIC 9(8) VALUE 0.
           03 WS-RUN-DATE-INT   PIC 9(8).
           03 WS-POST-JUL-DATE  PIC 9(7).
           03 WS-JRN-INT-DATE   PIC 9(8).

         01  WS-COUNT-AREA.
           03 WS-PRV-COUNT      PIC 9(9) VALUE 0.
           03 WS-CUR-COUNT      PIC 9(9) VALUE 0.
           03 WS-MNT-READ       PIC 9(9) VALUE 0.
           03 WS-MNT-APPLIED    PIC 9(9) VALUE 0.
           03 WS-JRN-READ       PIC 9(9) VALUE 0.
           03 WS-JRN-APPLIED    PIC 9(9) VALUE 0.
           03 WS-ACR-READ       PIC 9(9) VALUE 0.
           03 WS-ACR-APPLIED    PIC 9(9) VALUE 0.
           03 WS-BREAK-COUNT    PIC 9(9) VALUE 0.
           03 WS-RLOG-IN        PIC 9(9).

      * THE ROLLED-FORWARD FILE: ONE ENTRY PER ACCOUNT ON THE PRIOR
      * BACKUP OR ADDED SINCE. A DELETED ACCOUNT KEEPS ITS ENTRY,
      * MARKED GONE, SO A SAME-DAY DELETE AND RE-ADD REUSES IT.
         01  WS-RCN-TABLE.
           03 WS-RCN-COUNT      PIC 9(5) VALUE 0.
           03 WS-RCN-ENTRY OCCURS 5000 TIMES.
              05 WS-RCN-ID      PIC S9(5) COMP-3.
              05 WS-RCN-DVZ     PIC S9(3) COMP.
              05 WS-RCN-NAME    PIC X(15).
              05 WS-RCN-SRNAME  PIC X(15).
              05 WS-RCN-DATE    PIC S9(7).
              05 WS-RCN-BALANCE PIC S9(15).
              05 WS-RCN-STATE   PIC X(1).
                 88 WS-RCN-LIVE             VALUE 'L'.
                 88 WS-RCN-GONE             VALUE 'D'.
              05 WS-RCN-SEEN-SW PIC X(1).
                 88 WS-RCN-SEEN             VALUE 'Y'.
         01  WS-RCN-IDX         PIC 9(5).
         01  WS-RCN-FOUND-IDX   PIC 9(5).
         01  WS-SRCH-KEY.
           03 WS-SRCH-ID        PIC S9(5) COMP-3.
           03 WS-SRCH-DVZ       PIC S9(3) COMP.

      * COUNTS AND NET BALANCE PER CURRENCY: DER = THE ROLLED-FORWARD
      * FILE, ACT = TONIGHT'S UNLOAD.
         01  WS-DER-TOTALS-AREA.
           03 WS-DER-ENTRY-COUNT    PIC 9(3) VALUE 0.
           03 WS-DER-ENTRY OCCURS 50 TIMES.
              05 WS-DER-DVZ         PIC S9(3) COMP.
              05 WS-DER-COUNT       PIC 9(9).
              05 WS-DER-NET         PIC S9(17).
         01  WS-ACT-TOTALS-AREA.
           03 WS-ACT-ENTRY-COUNT    PIC 9(3) VALUE 0.
           03 WS-ACT-ENTRY OCCURS 50 TIMES.
              05 WS-ACT-DVZ         PIC S9(3) COMP.
              05 WS-ACT-COUNT       PIC 9(9).
              05 WS-ACT-NET         PIC S9(17).
              05 WS-ACT-MATCHED-SW  PIC X(1).
                 88 WS-ACT-MATCHED             VALUE 'Y'.
         01  WS-DER-IDX             PIC 9(3).
         01  WS-ACT-IDX             PIC 9(3).
         01  WS-ACT-FOUND-IDX       PIC 9(3).
         01  WS-TOT-DVZ-PARM        PIC S9(3) COMP.

         01  WS-BREAK-PARM-AREA.
           03 WS-BRK-TYPE-PARM      PIC X(10).
           03 WS-BRK-DERIVED-PARM   PIC X(31).
           03 WS-BRK-ACTUAL-PARM    PIC X(31).
         01  WS-EDIT-BALANCE        PIC Z(14)9-.
         01  WS-EDIT-DATE           PIC 9(7).
         01  WS-NAME-TEXT.
           03 WS-NAME-TEXT-NAME     PIC X(15).
           03 FILLER                PIC X(1) VALUE SPACE.
           03 WS-NAME-TEXT-SRNAME   PIC X(15).

         01  WS-HEAD1             PIC X(120) VALUE
             'DAILY ROLL-FORWARD RECONCILIATION OF IDX-FILE'.
         01  WS-HEAD2             PIC X(120) VALUE
             '--------------------------------------------------'.
         01  WS-HEAD-BREAKS.
           03 FILLER             PIC X(24) VALUE
              'BREAK       ID     DVZ  '.
           03 FILLER             PIC X(33) VALUE 'ROLLED FORWARD'.
           03 FILLER             PIC X(63) VALUE 'TONIGHT''S UNLOAD'.
         01  WS-HEAD-TOTALS.
           03 FILLER             PIC X(36) VALUE
              'DVZ  DERIVED COUNT       DERIVED NET'.
           03 FILLER             PIC X(35) VALUE
              '   UNLOAD COUNT         UNLOAD NET'.
           03 FILLER             PIC X(49) VALUE 'RESULT'.

         01  WS-PARM-LINE.
           03 FILLER             PIC X(13) VALUE 'POSTING DATE '.
           03 WS-PARM-DATE       PIC 9(8).
           03 FILLER             PIC X(99) VALUE SPACES.

         01  WS-BREAK-LINE.
           03 WS-BRK-TYPE        PIC X(10).
           03 FILLER             PIC X(2).
           03 WS-BRK-ID          PIC 9(5).
           03 FILLER             PIC X(2).
           03 WS-BRK-DVZ         PIC 9(3).
           03 FILLER             PIC X(2).
           03 WS-BRK-DERIVED     PIC X(31).
           03 FILLER             PIC X(2).
           03 WS-BRK-ACTUAL      PIC X(31).
           03 FILLER             PIC X(32).

         01  WS-TOTALS-LINE.
           03 WS-TOT-DVZ         PIC 9(3).
           03 FILLER             PIC X(2).
           03 WS-TOT-DER-COUNT   PIC ZZZ,ZZZ,ZZ9.
           03 FILLER             PIC X(2).
           03 WS-TOT-DER-NET     PIC Z(16)9-.
           03 FILLER             PIC X(2).
           03 WS-TOT-ACT-COUNT   PIC ZZZ,ZZZ,ZZ9.
           03 FILLER             PIC X(2).
           03 WS-TOT-ACT-NET     PIC Z(16)9-.
           03 FILLER             PIC X(2).
           03 WS-TOT-RESULT      PIC X(16).
           03 FILLER             PIC X(33).

         01  WS-SUMMARY-LINE.
           03 WS-SUM-LABEL       PIC X(40).
           03 WS-SUM-COUNT       PIC ZZZ,ZZZ,ZZ9.
           03 FILLER             PIC X(69).

      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H060-GET-CONTROL-CARD.
           PERFORM H100-OPEN-FILES.
           READ PRV-FILE.
           PERFORM H200-LOAD-PRIOR UNTIL PRV-EOF.
           READ LOG-FILE.
           PERFORM H300-APPLY-MAINT UNTIL LOG-EOF.
           READ JRN-FILE.
           PERFORM H400-APPLY-POSTING UNTIL JRN-EOF.
           READ ACR-FILE.
           PERFORM H450-APPLY-ACCRUAL UNTIL ACR-EOF.
           MOVE WS-HEAD-BREAKS TO BRK-RPT-LINE.
           WRITE BRK-RPT-LINE.
           READ CUR-FILE.
           PERFORM H500-COMPARE UNTIL CUR-EOF.
           PERFORM H550-CHECK-VANISHED
              VARYING WS-RCN-IDX FROM 1 BY 1
              UNTIL WS-RCN-IDX > WS-RCN-COUNT.
           PERFORM H600-COMPARE-TOTALS.
           PERFORM H650-PRINT-SUMMARY.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

      * THE POSTING DATE COMES FROM THE RCNCARD CONTROL CARD SO A
      * RECONCILIATION RUN AFTER MIDNIGHT STILL EXPECTS THE DATE
      * IDXPST01 STAMPED. NO CARD (OR AN EMPTY OR UNUSABLE ONE) MEANS
      * SYSTEM DATE, THE SAME DATE IDXPST01 USES.
       H060-GET-CONTROL-CARD.
           OPEN INPUT RCN-CTL.
           IF RCN-CTL-OK
              READ RCN-CTL
              IF NOT RCN-CTL-EOF
                 MOVE RCN-CTL-DATE TO WS-RUN-DATE
              END-IF
           END-IF.
           CLOSE RCN-CTL.
           IF WS-RUN-DATE > 0
              COMPUTE WS-RUN-DATE-INT = FUNCTION INTEGER-OF-DATE
              (WS-RUN-DATE)
           ELSE
              MOVE 0 TO WS-RUN-DATE-INT
           END-IF.
           IF WS-RUN-DATE-INT = 0
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
              COMPUTE WS-RUN-DATE-INT = FUNCTION INTEGER-OF-DATE
              (WS-RUN-DATE)
           END-IF.
           COMPUTE WS-POST-JUL-DATE =
                   FUNCTION DAY-OF-INTEGER(WS-RUN-DATE-INT).
           DISPLAY 'POSTING DATE FOR THIS RUN IS ' WS-RUN-DATE.
       H060-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT  PRV-FILE.
           OPEN INPUT  CUR-FILE.
           OPEN INPUT  LOG-FILE.
           OPEN INPUT  JRN-FILE.
           OPEN INPUT  ACR-FILE.
           OPEN OUTPUT BRK-RPT.
           IF (ST-PRV-FILE NOT = 0) AND (ST-PRV-FILE NOT = 97)
              DISPLAY 'UNABLE TO OPEN BKPPREV: ' ST-PRV-FILE
              MOVE ST-PRV-FILE TO RETURN-CODE
              STOP RUN
           END-IF.
           IF (ST-CUR-FILE NOT = 0) AND (ST-CUR-FILE NOT = 97)
              DISPLAY 'UNABLE TO OPEN BKPFILE: ' ST-CUR-FILE
              MOVE ST-CUR-FILE TO RETURN-CODE
              STOP RUN
           END-IF.
           IF (ST-LOG-FILE NOT = 0) AND (ST-LOG-FILE NOT = 97)
              DISPLAY 'UNABLE TO OPEN MNTLOG: ' ST-LOG-FILE
              MOVE ST-LOG-FILE TO RETURN-CODE
              STOP RUN
           END-IF.
           IF (ST-JRN-FILE NOT = 0) AND (ST-JRN-FILE NOT = 97)
              DISPLAY 'UNABLE TO OPEN PSTJRNL: ' ST-JRN-FILE
              MOVE ST-JRN-FILE TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT ACR-SUCCESS
              DISPLAY 'UNABLE TO OPEN INTACR: ' ST-ACR-FILE
              MOVE ST-ACR-FILE TO RETURN-CODE
              STOP RUN
           END-IF.
           IF (ST-BRK-RPT NOT = 0) AND (ST-BRK-RPT NOT = 97)
              DISPLAY 'UNABLE TO OPEN RCNRPT: ' ST-BRK-RPT
              MOVE ST-BRK-RPT TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-HEAD1 TO BRK-RPT-LINE.
           WRITE BRK-RPT-LINE.
           MOVE WS-RUN-DATE TO WS-PARM-DATE.
           MOVE WS-PARM-LINE TO BRK-RPT-LINE.
           WRITE BRK-RPT-LINE.
           MOVE WS-HEAD2 TO BRK-RPT-LINE.
           WRITE BRK-RPT-LINE.
       H100-END. EXIT.

      * ONLY THE 'D' DATA RECORDS OF THE PRIOR BACKUP ARE LOADED; ITS
      * CONTROL RECORDS WERE PROVEN WHEN IT WAS CUT.
       H200-LOAD-PRIOR.
           IF PRV-TYPE = 'D'
              ADD 1 TO WS-PRV-COUNT
              MOVE PRV-ID TO WS-SRCH-ID
              MOVE PRV-DVZ TO WS-SRCH-DVZ
              PERFORM H810-ADD-ENTRY
              IF WS-RCN-FOUND-IDX NOT = 0
                 MOVE PRV-NAME TO WS-RCN-NAME(WS-RCN-FOUND-IDX)
                 MOVE PRV-SRNAME TO WS-RCN-SRNAME(WS-RCN-FOUND-IDX)
                 MOVE PRV-DATE TO WS-RCN-DATE(WS-RCN-FOUND-IDX)
                 MOVE PRV-BALANCE TO WS-RCN-BALANCE(WS-RCN-FOUND-IDX)
              END-IF
           END-IF.
           READ PRV-FILE.
       H200-END. EXIT.

      * ONLY SUCCESSFUL MAINTENANCE CHANGED THE FILE; FAILED ACTIONS
      * (DUPLICATE, NOT-FOUND, REWR-FAIL ...) ARE READ AND IGNORED.
       H300-APPLY-MAINT.
           ADD 1 TO WS-MNT-READ.
           MOVE LOG-ID TO WS-SRCH-ID.
           MOVE LOG-DVZ TO WS-SRCH-DVZ.
           EVALUATE LOG-RESULT
              WHEN 'ADDED'   PERFORM H310-APPLY-ADD
              WHEN 'CHANGED' PERFORM H320-APPLY-CHANGE
              WHEN 'DELETED' PERFORM H330-APPLY-DELETE
              WHEN OTHER     CONTINUE
           END-EVALUATE.
           READ LOG-FILE.
       H300-END. EXIT.

      * AN ADD FOR AN ACCOUNT STILL LIVE ON THE ROLLED-FORWARD FILE
      * MEANS IT HAD LEFT THE REAL FILE UNJOURNALLED BEFORE IDXMNT01
      * RAN (OTHERWISE THE ADD WOULD HAVE BEEN A DUPLICATE). THAT IS A
      * BREAK; THE ADDED IMAGE IS THEN TAKEN AS THE ACCOUNT.
       H310-APPLY-ADD.
           PERFORM H800-FIND-ACCOUNT.
           IF WS-RCN-FOUND-IDX = 0
              PERFORM H810-ADD-ENTRY
           ELSE
              IF WS-RCN-LIVE(WS-RCN-FOUND-IDX)
                 MOVE 'ADD-EXISTS' TO WS-BRK-TYPE-PARM
                 MOVE WS-RCN-BALANCE(WS-RCN-FOUND-IDX)
                   TO WS-EDIT-BALANCE
                 MOVE WS-EDIT-BALANCE TO WS-BRK-DERIVED-PARM
                 MOVE 'MNTLOG ADDED OVER LIVE ACCOUNT'
                   TO WS-BRK-ACTUAL-PARM
                 PERFORM H700-WRITE-BREAK
              END-IF
           END-IF.
           IF WS-RCN-FOUND-IDX NOT = 0
              MOVE LOG-AFTER-NAME TO WS-RCN-NAME(WS-RCN-FOUND-IDX)
              MOVE LOG-AFTER-SRNAME TO WS-RCN-SRNAME(WS-RCN-FOUND-IDX)
              MOVE LOG-AFTER-DATE TO WS-RCN-DATE(WS-RCN-FOUND-IDX)
              MOVE LOG-AFTER-BALANCE
                TO WS-RCN-BALANCE(WS-RCN-FOUND-IDX)
              MOVE 'L' TO WS-RCN-STATE(WS-RCN-FOUND-IDX)
              ADD 1 TO WS-MNT-APPLIED
           END-IF.
       H310-END. EXIT.

       H320-APPLY-CHANGE.
           PERFORM H800-FIND-ACCOUNT.
           IF WS-RCN-FOUND-IDX = 0
              PERFORM H710-BREAK-NO-BASE
           ELSE
              IF NOT WS-RCN-LIVE(WS-RCN-FOUND-IDX)
                 PERFORM H710-BREAK-NO-BASE
              ELSE
                 COMPUTE WS-RCN-BALANCE(WS-RCN-FOUND-IDX) =
                         WS-RCN-BALANCE(WS-RCN-FOUND-IDX)
                         + LOG-AFTER-BALANCE - LOG-BEFORE-BALANCE
                 MOVE LOG-AFTER-NAME TO WS-RCN-NAME(WS-RCN-FOUND-IDX)
                 MOVE LOG-AFTER-SRNAME
                   TO WS-RCN-SRNAME(WS-RCN-FOUND-IDX)
                 MOVE LOG-AFTER-DATE TO WS-RCN-DATE(WS-RCN-FOUND-IDX)
                 ADD 1 TO WS-MNT-APPLIED
              END-IF
           END-IF.
       H320-END. EXIT.

       H330-APPLY-DELETE.
           PERFORM H800-FIND-ACCOUNT.
           IF WS-RCN-FOUND-IDX = 0
              PERFORM H710-BREAK-NO-BASE
           ELSE
              IF NOT WS-RCN-LIVE(WS-RCN-FOUND-IDX)
                 PERFORM H710-BREAK-NO-BASE
              ELSE
                 MOVE 'D' TO WS-RCN-STATE(WS-RCN-FOUND-IDX)
                 ADD 1 TO WS-MNT-APPLIED
              END-IF
           END-IF.
       H330-END. EXIT.

      * ONLY POSTED MOVEMENTS AND REVERSALS CHANGED THE FILE; REJECTS
      * AND 'REVERSED' MEMO RECORDS ARE IGNORED.
       H400-APPLY-POSTING.
           ADD 1 TO WS-JRN-READ.
           IF JRN-RESULT = 'POSTED' OR JRN-RESULT = 'REVERSAL'
              MOVE JRN-ID TO WS-SRCH-ID
              MOVE JRN-DVZ TO WS-SRCH-DVZ
              PERFORM H800-FIND-ACCOUNT
              IF WS-RCN-FOUND-IDX = 0
                 PERFORM H710-BREAK-NO-BASE
              ELSE
                 IF NOT WS-RCN-LIVE(WS-RCN-FOUND-IDX)
                    PERFORM H710-BREAK-NO-BASE
                 ELSE
                    PERFORM H410-ROLL-POSTING
                 END-IF
              END-IF
           END-IF.
           READ JRN-FILE.
       H400-END. EXIT.

       H410-ROLL-POSTING.
           IF JRN-DC = 'D'
              SUBTRACT JRN-AMOUNT
                 FROM WS-RCN-BALANCE(WS-RCN-FOUND-IDX)
           ELSE
              ADD JRN-AMOUNT TO WS-RCN-BALANCE(WS-RCN-FOUND-IDX)
           END-IF.
           IF JRN-RESULT = 'REVERSAL'
              MOVE JRN-IDX-DATE TO WS-RCN-DATE(WS-RCN-FOUND-IDX)
           ELSE
              IF JRN-POST-DATE > 0
                 COMPUTE WS-JRN-INT-DATE =
                         FUNCTION INTEGER-OF-DATE(JRN-POST-DATE)
                 COMPUTE WS-RCN-DATE(WS-RCN-FOUND-IDX) =
                         FUNCTION DAY-OF-INTEGER(WS-JRN-INT-DATE)
              ELSE
                 MOVE WS-POST-JUL-DATE
                   TO WS-RCN-DATE(WS-RCN-FOUND-IDX)
              END-IF
           END-IF.
           ADD 1 TO WS-JRN-APPLIED.
       H410-END. EXIT.

      * AN ACCRUAL MOVES THE BALANCE ONLY; IDX-DATE IS NOT ACTIVITY.
       H450-APPLY-ACCRUAL.
           ADD 1 TO WS-ACR-READ.
           MOVE ACR-ID TO WS-SRCH-ID.
           MOVE ACR-DVZ TO WS-SRCH-DVZ.
           PERFORM H800-FIND-ACCOUNT.
           IF WS-RCN-FOUND-IDX = 0
              PERFORM H710-BREAK-NO-BASE
           ELSE
              IF NOT WS-RCN-LIVE(WS-RCN-FOUND-IDX)
                 PERFORM H710-BREAK-NO-BASE
              ELSE
                 ADD ACR-INTEREST TO WS-RCN-BALANCE(WS-RCN-FOUND-IDX)
                 ADD 1 TO WS-ACR-APPLIED
              END-IF
           END-IF.
           READ ACR-FILE.
       H450-END. EXIT.

      * EVERY ACCOUNT ON TONIGHT'S UNLOAD MUST BE LIVE ON THE
      * ROLLED-FORWARD FILE WITH THE SAME BALANCE, NAME AND IDX-DATE.
       H500-COMPARE.
           IF CUR-TYPE = 'D'
              ADD 1 TO WS-CUR-COUNT
              MOVE CUR-ID TO WS-SRCH-ID
              MOVE CUR-DVZ TO WS-SRCH-DVZ
              PERFORM H520-ACCUM-ACT-TOTALS
              PERFORM H800-FIND-ACCOUNT
              IF WS-RCN-FOUND-IDX = 0
                 PERFORM H510-BREAK-APPEARED
              ELSE
                 IF NOT WS-RCN-LIVE(WS-RCN-FOUND-IDX)
                    PERFORM H510-BREAK-APPEARED
                 ELSE
                    MOVE 'Y' TO WS-RCN-SEEN-SW(WS-RCN-FOUND-IDX)
                    PERFORM H530-COMPARE-ACCOUNT
                 END-IF
              END-IF
           END-IF.
           READ CUR-FILE.
       H500-END. EXIT.

       H510-BREAK-APPEARED.
           MOVE 'APPEARED' TO WS-BRK-TYPE-PARM.
           MOVE 'NO JOURNAL ENTRY' TO WS-BRK-DERIVED-PARM.
           MOVE CUR-BALANCE TO WS-EDIT-BALANCE.
           MOVE WS-EDIT-BALANCE TO WS-BRK-ACTUAL-PARM.
           PERFORM H700-WRITE-BREAK.
       H510-END. EXIT.

       H520-ACCUM-ACT-TOTALS.
           MOVE 0 TO WS-ACT-FOUND-IDX.
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
              UNTIL WS-ACT-IDX > WS-ACT-ENTRY-COUNT
              IF WS-ACT-DVZ(WS-ACT-IDX) = CUR-DVZ
                 MOVE WS-ACT-IDX TO WS-ACT-FOUND-IDX
              END-IF
           END-PERFORM.
           IF WS-ACT-FOUND-IDX = 0
              IF WS-ACT-ENTRY-COUNT >= 50
                 DISPLAY 'ACT-TOTALS TABLE FULL, DROPPING DVZ: '
                         CUR-DVZ
                 ADD 1 TO WS-BREAK-COUNT
              ELSE
                 ADD 1 TO WS-ACT-ENTRY-COUNT
                 MOVE WS-ACT-ENTRY-COUNT TO WS-ACT-FOUND-IDX
                 MOVE CUR-DVZ TO WS-ACT-DVZ(WS-ACT-FOUND-IDX)
                 MOVE 0 TO WS-ACT-COUNT(WS-ACT-FOUND-IDX)
                 MOVE 0 TO WS-ACT-NET(WS-ACT-FOUND-IDX)
                 MOVE 'N' TO WS-ACT-MATCHED-SW(WS-ACT-FOUND-IDX)
              END-IF
           END-IF.
           IF WS-ACT-FOUND-IDX NOT = 0
              ADD 1 TO WS-ACT-COUNT(WS-ACT-FOUND-IDX)
              ADD CUR-BALANCE TO WS-ACT-NET(WS-ACT-FOUND-IDX)
           END-IF.
       H520-END. EXIT.

       H530-COMPARE-ACCOUNT.
           IF WS-RCN-BALANCE(WS-RCN-FOUND-IDX) NOT = CUR-BALANCE
              MOVE 'BALANCE' TO WS-BRK-TYPE-PARM
              MOVE WS-RCN-BALANCE(WS-RCN-FOUND-IDX) TO WS-EDIT-BALANCE
              MOVE WS-EDIT-BALANCE TO WS-BRK-DERIVED-PARM
              MOVE CUR-BALANCE TO WS-EDIT-BALANCE
              MOVE WS-EDIT-BALANCE TO WS-BRK-ACTUAL-PARM
              PERFORM H700-WRITE-BREAK
           END-IF.
           IF WS-RCN-NAME(WS-RCN-FOUND-IDX) NOT = CUR-NAME
              OR WS-RCN-SRNAME(WS-RCN-FOUND-IDX) NOT = CUR-SRNAME
              MOVE 'NAME' TO WS-BRK-TYPE-PARM
              MOVE WS-RCN-NAME(WS-RCN-FOUND-IDX) TO WS-NAME-TEXT-NAME
              MOVE WS-RCN-SRNAME(WS-RCN-FOUND-IDX)
                TO WS-NAME-TEXT-SRNAME
              MOVE WS-NAME-TEXT TO WS-BRK-DERIVED-PARM
              MOVE CUR-NAME TO WS-NAME-TEXT-NAME
              MOVE CUR-SRNAME TO WS-NAME-TEXT-SRNAME
              MOVE WS-NAME-TEXT TO WS-BRK-ACTUAL-PARM
              PERFORM H700-WRITE-BREAK
           END-IF.
           IF WS-RCN-DATE(WS-RCN-FOUND-IDX) NOT = CUR-DATE
              MOVE 'IDX-DATE' TO WS-BRK-TYPE-PARM
              MOVE WS-RCN-DATE(WS-RCN-FOUND-IDX) TO WS-EDIT-DATE
              MOVE WS-EDIT-DATE TO WS-BRK-DERIVED-PARM
              MOVE CUR-DATE TO WS-EDIT-DATE
              MOVE WS-EDIT-DATE TO WS-BRK-ACTUAL-PARM
              PERFORM H700-WRITE-BREAK
           END-IF.
       H530-END. EXIT.

      * A LIVE ROLLED-FORWARD ACCOUNT NOT SEEN ON TONIGHT'S UNLOAD
      * LEFT THE FILE WITH NO MNTLOG DELETE BEHIND IT.
       H550-CHECK-VANISHED.
           IF WS-RCN-LIVE(WS-RCN-IDX) AND NOT WS-RCN-SEEN(WS-RCN-IDX)
              MOVE WS-RCN-ID(WS-RCN-IDX) TO WS-SRCH-ID
              MOVE WS-RCN-DVZ(WS-RCN-IDX) TO WS-SRCH-DVZ
              MOVE 'VANISHED' TO WS-BRK-TYPE-PARM
              MOVE WS-RCN-BALANCE(WS-RCN-IDX) TO WS-EDIT-BALANCE
              MOVE WS-EDIT-BALANCE TO WS-BRK-DERIVED-PARM
              MOVE 'NOT ON UNLOAD, NO DELETE' TO WS-BRK-ACTUAL-PARM
              PERFORM H700-WRITE-BREAK
           END-IF.
       H550-END. EXIT.

      * PER-CURRENCY COUNT AND NET BALANCE OF THE ROLLED-FORWARD FILE
      * AGAINST TONIGHT'S UNLOAD, INCLUDING ANY CURRENCY THAT EXISTS
      * ON ONLY ONE SIDE.
       H600-COMPARE-TOTALS.
           PERFORM H610-ACCUM-DER-TOTALS
              VARYING WS-RCN-IDX FROM 1 BY 1
              UNTIL WS-RCN-IDX > WS-RCN-COUNT.
           MOVE WS-HEAD2 TO BRK-RPT-LINE.
           WRITE BRK-RPT-LINE.
           MOVE WS-HEAD-TOTALS TO BRK-RPT-LINE.
           WRITE BRK-RPT-LINE.
           PERFORM H620-COMPARE-DVZ
              VARYING WS-DER-IDX FROM 1 BY 1
              UNTIL WS-DER-IDX > WS-DER-ENTRY-COUNT.
           PERFORM H630-CHECK-UNLOAD-DVZ
              VARYING WS-ACT-IDX FROM 1 BY 1
              UNTIL WS-ACT-IDX > WS-ACT-ENTRY-COUNT.
       H600-END. EXIT.

       H610-ACCUM-DER-TOTALS.
           IF WS-RCN-LIVE(WS-RCN-IDX)
              PERFORM VARYING WS-DER-IDX FROM 1 BY 1
                 UNTIL WS-DER-IDX > WS-DER-ENTRY-COUNT
                 OR WS-DER-DVZ(WS-DER-IDX) = WS-RCN-DVZ(WS-RCN-IDX)
                 CONTINUE
              END-PERFORM
              IF WS-DER-IDX > WS-DER-ENTRY-COUNT
                 IF WS-DER-ENTRY-COUNT >= 50
                    DISPLAY 'DER-TOTALS TABLE FULL, DROPPING DVZ: '
                            WS-RCN-DVZ(WS-RCN-IDX)
                    ADD 1 TO WS-BREAK-COUNT
                    MOVE 0 TO WS-DER-IDX
                 ELSE
                    ADD 1 TO WS-DER-ENTRY-COUNT
                    MOVE WS-RCN-DVZ(WS-RCN-IDX)
                      TO WS-DER-DVZ(WS-DER-IDX)
                    MOVE 0 TO WS-DER-COUNT(WS-DER-IDX)
                    MOVE 0 TO WS-DER-NET(WS-DER-IDX)
                 END-IF
              END-IF
              IF WS-DER-IDX NOT = 0
                 ADD 1 TO WS-DER-COUNT(WS-DER-IDX)
                 ADD WS-RCN-BALANCE(WS-RCN-IDX)
                   TO WS-DER-NET(WS-DER-IDX)
              END-IF
           END-IF.
       H610-END. EXIT.

       H620-COMPARE-DVZ.
           PERFORM VARYING WS-ACT-FOUND-IDX FROM 1 BY 1
              UNTIL WS-ACT-FOUND-IDX > WS-ACT-ENTRY-COUNT
              OR WS-ACT-DVZ(WS-ACT-FOUND-IDX) = WS-DER-DVZ(WS-DER-IDX)
              CONTINUE
           END-PERFORM.
           MOVE SPACES TO WS-TOTALS-LINE.
           MOVE WS-DER-DVZ(WS-DER-IDX) TO WS-TOT-DVZ.
           MOVE WS-DER-COUNT(WS-DER-IDX) TO WS-TOT-DER-COUNT.
           MOVE WS-DER-NET(WS-DER-IDX) TO WS-TOT-DER-NET.
           IF WS-ACT-FOUND-IDX > WS-ACT-ENTRY-COUNT
              MOVE 0 TO WS-TOT-ACT-COUNT WS-TOT-ACT-NET
              MOVE 'NOT ON UNLOAD' TO WS-TOT-RESULT
              ADD 1 TO WS-BREAK-COUNT
           ELSE
              MOVE 'Y' TO WS-ACT-MATCHED-SW(WS-ACT-FOUND-IDX)
              MOVE WS-ACT-COUNT(WS-ACT-FOUND-IDX) TO WS-TOT-ACT-COUNT
              MOVE WS-ACT-NET(WS-ACT-FOUND-IDX) TO WS-TOT-ACT-NET
              IF WS-ACT-COUNT(WS-ACT-FOUND-IDX) =
                 WS-DER-COUNT(WS-DER-IDX)
                 AND WS-ACT-NET(WS-ACT-FOUND-IDX) =
                     WS-DER-NET(WS-DER-IDX)
                 MOVE 'AGREED' TO WS-TOT-RESULT
              ELSE
                 MOVE 'DOES NOT AGREE' TO WS-TOT-RESULT
                 ADD 1 TO WS-BREAK-COUNT
              END-IF
           END-IF.
           MOVE WS-TOTALS-LINE TO BRK-RPT-LINE.
           WRITE BRK-RPT-LINE.
       H620-END. EXIT.

       H630-CHECK-UNLOAD-DVZ.
           IF NOT WS-ACT-MATCHED(WS-ACT-IDX)
              MOVE SPACES TO WS-TOTALS-LINE
              MOVE WS-ACT-DVZ(WS-ACT-IDX) TO WS-TOT-DVZ
              MOVE 0 TO WS-TOT-DER-COUNT WS-TOT-DER-NET
              MOVE WS-ACT-COUNT(WS-ACT-IDX) TO WS-TOT-ACT-COUNT
              MOVE WS-ACT-NET(WS-ACT-IDX) TO WS-TOT-ACT-NET
              MOVE 'NOT DERIVED' TO WS-TOT-RESULT
              ADD 1 TO WS-BREAK-COUNT
              MOVE WS-TOTALS-LINE TO BRK-RPT-LINE
              WRITE BRK-RPT-LINE
           END-IF.
       H630-END. EXIT.

       H650-PRINT-SUMMARY.
           MOVE WS-HEAD2 TO BRK-RPT-LINE.
           WRITE BRK-RPT-LINE.
           MOVE 'PRIOR BACKUP ACCOUNTS LOADED' TO WS-SUM-LABEL.
           MOVE WS-PRV-COUNT TO WS-SUM-COUNT.
           PERFORM H660-WRITE-SUMMARY-LINE.
           MOVE 'MNTLOG IMAGES APPLIED' TO WS-SUM-LABEL.
           MOVE WS-MNT-APPLIED TO WS-SUM-COUNT.
           PERFORM H660-WRITE-SUMMARY-LINE.
           MOVE 'PSTJRNL POSTINGS APPLIED' TO WS-SUM-LABEL.
           MOVE WS-JRN-APPLIED TO WS-SUM-COUNT.
           PERFORM H660-WRITE-SUMMARY-LINE.
           MOVE 'INTACR ACCRUALS APPLIED' TO WS-SUM-LABEL.
           MOVE WS-ACR-APPLIED TO WS-SUM-COUNT.
           PERFORM H660-WRITE-SUMMARY-LINE.
           MOVE 'TONIGHT''S UNLOAD ACCOUNTS COMPARED' TO WS-SUM-LABEL.
           MOVE WS-CUR-COUNT TO WS-SUM-COUNT.
           PERFORM H660-WRITE-SUMMARY-LINE.
           MOVE 'BREAKS' TO WS-SUM-LABEL.
           MOVE WS-BREAK-COUNT TO WS-SUM-COUNT.
           PERFORM H660-WRITE-SUMMARY-LINE.
       H650-END. EXIT.

       H660-WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO BRK-RPT-LINE.
           WRITE BRK-RPT-LINE.
       H660-END. EXIT.

      * WRITES ONE BREAK LINE. THE CALLER SETS WS-SRCH-KEY AND THE
      * WS-BRK-...-PARM FIELDS BEFORE PERFORMING.
       H700-WRITE-BREAK.
           ADD 1 TO WS-BREAK-COUNT.
           MOVE SPACES TO WS-BREAK-LINE.
           MOVE WS-BRK-TYPE-PARM TO WS-BRK-TYPE.
           MOVE WS-SRCH-ID TO WS-BRK-ID.
           MOVE WS-SRCH-DVZ TO WS-BRK-DVZ.
           MOVE WS-BRK-DERIVED-PARM TO WS-BRK-DERIVED.
           MOVE WS-BRK-ACTUAL-PARM TO WS-BRK-ACTUAL.
           MOVE WS-BREAK-LINE TO BRK-RPT-LINE.
           WRITE BRK-RPT-LINE.
       H700-END. EXIT.

      * A JOURNAL ENTRY FOR AN ACCOUNT THE ROLLED-FORWARD FILE DOES
      * NOT HOLD: THE REAL FILE HAD IT WITHOUT A JOURNALLED ADD.
       H710-BREAK-NO-BASE.
           MOVE 'NO-BASE' TO WS-BRK-TYPE-PARM.
           MOVE 'NOT ON ROLLED-FORWARD FILE' TO WS-BRK-DERIVED-PARM.
           MOVE 'JOURNAL ENTRY APPLIED TO IT' TO WS-BRK-ACTUAL-PARM.
           PERFORM H700-WRITE-BREAK.
       H710-END. EXIT.

      * LOOKS WS-SRCH-KEY UP IN THE ROLLED-FORWARD TABLE, LIVE OR
      * GONE. WS-RCN-FOUND-IDX IS ZERO WHEN THE KEY IS NOT THERE.
       H800-FIND-ACCOUNT.
           MOVE 0 TO WS-RCN-FOUND-IDX.
           PERFORM VARYING WS-RCN-IDX FROM 1 BY 1
              UNTIL WS-RCN-IDX > WS-RCN-COUNT
              IF WS-RCN-ID(WS-RCN-IDX) = WS-SRCH-ID
                 AND WS-RCN-DVZ(WS-RCN-IDX) = WS-SRCH-DVZ
                 MOVE WS-RCN-IDX TO WS-RCN-FOUND-IDX
                 MOVE WS-RCN-COUNT TO WS-RCN-IDX
              END-IF
           END-PERFORM.
       H800-END. EXIT.

      * ADDS A LIVE, EMPTY ENTRY FOR WS-SRCH-KEY. A FULL TABLE IS A
      * BREAK IN ITSELF: THE RECONCILIATION CANNOT BE TRUSTED.
       H810-ADD-ENTRY.
           IF WS-RCN-COUNT >= 5000
              DISPLAY 'RECONCILIATION TABLE FULL, CANNOT HOLD '
                      WS-SRCH-ID ' ' WS-SRCH-DVZ
              ADD 1 TO WS-BREAK-COUNT
              MOVE 0 TO WS-RCN-FOUND-IDX
           ELSE
              ADD 1 TO WS-RCN-COUNT
              MOVE WS-RCN-COUNT TO WS-RCN-FOUND-IDX
              MOVE WS-SRCH-ID TO WS-RCN-ID(WS-RCN-FOUND-IDX)
              MOVE WS-SRCH-DVZ TO WS-RCN-DVZ(WS-RCN-FOUND-IDX)
              MOVE SPACES TO WS-RCN-NAME(WS-RCN-FOUND-IDX)
                             WS-RCN-SRNAME(WS-RCN-FOUND-IDX)
              MOVE 0 TO WS-RCN-DATE(WS-RCN-FOUND-IDX)
                        WS-RCN-BALANCE(WS-RCN-FOUND-IDX)
              MOVE 'L' TO WS-RCN-STATE(WS-RCN-FOUND-IDX)
              MOVE 'N' TO WS-RCN-SEEN-SW(WS-RCN-FOUND-IDX)
           END-IF.
       H810-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE PRV-FILE.
           CLOSE CUR-FILE.
           CLOSE LOG-FILE.
           CLOSE JRN-FILE.
           CLOSE ACR-FILE.
           CLOSE BRK-RPT.
           DISPLAY 'IDXRCN01 PRIOR ACCOUNTS:    ' WS-PRV-COUNT.
           DISPLAY 'IDXRCN01 JOURNAL APPLIED:   ' WS-MNT-APPLIED ' '
                   WS-JRN-APPLIED ' ' WS-ACR-APPLIED.
           DISPLAY 'IDXRCN01 ACCOUNTS COMPARED: ' WS-CUR-COUNT.
           IF WS-BREAK-COUNT > 0
              DISPLAY 'IDXRCN01 FILE NOT RECONCILED: ' WS-BREAK-COUNT
                      ' BREAKS'
              MOVE 16 TO RETURN-CODE
           ELSE
              DISPLAY 'IDXRCN01 FILE RECONCILED, NO BREAKS'
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
              MOVE 'IDXRCN01' TO RLOG-PROGRAM
              MOVE WS-RUN-DATE TO RLOG-DATE
              COMPUTE WS-RLOG-IN = WS-PRV-COUNT + WS-MNT-READ
                      + WS-JRN-READ + WS-ACR-READ + WS-CUR-COUNT
              MOVE WS-RLOG-IN TO RLOG-RECS-IN
              MOVE WS-CUR-COUNT TO RLOG-RECS-OUT
              MOVE WS-BREAK-COUNT TO RLOG-REJECTS
              MOVE RETURN-CODE TO RLOG-RETCODE
              WRITE RLOG-REC
           ELSE
              DISPLAY 'UNABLE TO OPEN RUNLOG: ' ST-RLOG-FILE
           END-IF.
           CLOSE RLOG-FILE.
       H900-END. EXIT.
      *
