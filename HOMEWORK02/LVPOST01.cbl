       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LVPOST01.
       AUTHOR. Yunus Emre Aktas.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
      * POSTS LEAVE TRANSACTIONS (LVTRAN) TO THE INDEXED LEAVE LEDGER
      * (LVLEDG), ONE LEDGER RECORD PER EMP-ID AND LEAVE YEAR, AND
      * WRITES A BEFORE/AFTER AUDIT IMAGE OF EVERY TRANSACTION TO
      * LVLOG THE WAY EMPMNT01 DOES FOR THE EMPLOYEE MASTER:
      *   T  LEAVE TAKEN  - DAYS TAKEN ON THE CARD DATE; MAY TAKE THE
      *                     BALANCE NEGATIVE (LVRPT01 FLAGS IT);
      *   A  ADJUSTMENT   - SIGNED DAYS ADDED TO THE YEAR'S BALANCE;
      *   C  CARRY-OVER   - UNUSED DAYS MOVED FROM THE PRIOR YEAR INTO
      *                     THE CARD'S YEAR, NO MORE THAN THE PRIOR
      *                     YEAR'S REMAINING DAYS OR THE CARRY-OVER
      *                     LIMIT ON LVPOLICY. ZERO DAYS ON THE CARD
      *                     CARRIES AS MUCH AS IS ALLOWED.
      * THE YEAR'S LEDGER RECORD IS CREATED BY THE YEAR-START ACCRUAL
      * (LVACR01); A TRANSACTION FOR A YEAR NOT YET ACCRUED, FOR AN
      * EMPLOYEE NOT ON EMPMST, OR FOR LEAVE TAKEN AFTER A LEAVER'S
      * TERMINATION DATE IS REFUSED AND LOGGED WITH ITS RESULT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3081.
       OBJECT-COMPUTER. IBM-3081.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LV-LEDG    ASSIGN TO LVLEDG
                             ORGANIZATION INDEXED
                             ACCESS DYNAMIC
                             RECORD KEY LVL-KEY
                             STATUS ST-LV-LEDG.
           SELECT EMP-FILE   ASSIGN TO EMPMST
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY EMP-ID
                             STATUS ST-EMP-FILE.
           SELECT LV-TRAN    ASSIGN TO LVTRAN
                             STATUS ST-LV-TRAN.
           SELECT LV-LOG     ASSIGN TO LVLOG
                             STATUS ST-LV-LOG.
           SELECT LV-POLICY  ASSIGN TO LVPOLICY
                             STATUS ST-LV-POLICY.
           SELECT OPTIONAL RUN-CTL ASSIGN TO RUNCARD
                             STATUS ST-RUN-CTL.
           SELECT OPTIONAL RLOG-FILE ASSIGN TO RUNLOG
                             STATUS ST-RLOG-FILE.
      *****************************************************************
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
      * REMAINING DAYS = ENTITLE + CARRY-IN + ADJUST - TAKEN - CARRY-OUT
       FD  LV-LEDG.
       01  LVL-REC.
             05 LVL-KEY.
                10 LVL-EMP-ID      PIC 9(4).
                10 LVL-YEAR        PIC 9(4).
             05 LVL-ENTITLE        PIC S9(3)V9(1).
             05 LVL-CARRY-IN       PIC S9(3)V9(1).
             05 LVL-CARRY-OUT      PIC S9(3)V9(1).
             05 LVL-ADJUST         PIC S9(3)V9(1).
             05 LVL-TAKEN          PIC S9(3)V9(1).
             05 LVL-ACCRUED-DATE   PIC 9(8).
             05 LVL-LAST-DATE      PIC 9(8).
       FD  EMP-FILE.
       01  EMP-REC.
             05 EMP-ID             PIC 9(4).
             05 EMP-NAME           PIC X(15).
             05 EMP-SNAME          PIC X(15).
             05 EMP-BDATE          PIC 9(8).
             05 EMP-HIRE           PIC 9(8).
             05 EMP-STATUS         PIC X(1).
                88 EMP-ACTIVE         VALUE "A".
                88 EMP-LEFT           VALUE "L".
             05 EMP-TERM           PIC 9(8).
             05 EMP-DEPT           PIC X(4).
       FD  LV-TRAN RECORDING MODE F.
       01  LVT-REC.
             05 LVT-ACTION         PIC X(1).
             05 LVT-EMP-ID         PIC 9(4).
             05 LVT-YEAR           PIC 9(4).
             05 LVT-DAYS           PIC S9(3)V9(1)
                                   SIGN LEADING SEPARATE.
             05 LVT-DATE           PIC 9(8).
             05 LVT-REASON         PIC X(20).
       FD  LV-LOG RECORDING MODE F.
       01  LVG-REC.
             05 LVG-ACTION         PIC X(1).
             05 LVG-RESULT         PIC X(10).
             05 LVG-EMP-ID         PIC 9(4).
             05 LVG-YEAR           PIC 9(4).
             05 LVG-DAYS           PIC S9(3)V9(1)
                                   SIGN LEADING SEPARATE.
             05 LVG-DATE           PIC 9(8).
             05 LVG-BEF-ENTITLE    PIC S9(3)V9(1)
                                   SIGN LEADING SEPARATE.
             05 LVG-BEF-CARRY-IN   PIC S9(3)V9(1)
                                   SIGN LEADING SEPARATE.
             05 LVG-BEF-CARRY-OUT  PIC S9(3)V9(1)
                                   SIGN LEADING SEPARATE.
             05 LVG-BEF-ADJUST     PIC S9(3)V9(1)
                                   SIGN LEADING SEPARATE.
             05 LVG-BEF-TAKEN      PIC S9(3)V9(1)
                                   SIGN LEADING SEPARATE.
             05 LVG-AFT-ENTITLE    PIC S9(3)V9(1)
                                   SIGN LEADING SEPARATE.
             05 LVG-AFT-CARRY-IN   PIC S9(3)V9(1)
                                   SIGN LEADING SEPARATE.
             05 LVG-AFT-CARRY-OUT  PIC S9(3)V9(1)
                                   SIGN LEADING SEPARATE.
             05 LVG-AFT-ADJUST     PIC S9(3)V9(1)
                                   SIGN LEADING SEPARATE.
             05 LVG-AFT-TAKEN      PIC S9(3)V9(1)
                                   SIGN LEADING SEPARATE.
             05 LVG-REASON         PIC X(20).
      * POLICY TABLE. "B" RECORDS ARE ENTITLEMENT BANDS: AN EMPLOYEE
      * WITH AT LEAST LVP-SERVICE-MIN COMPLETED YEARS OF SERVICE AND
      * AT LEAST LVP-AGE-MIN YEARS OF AGE QUALIFIES FOR LVP-DAYS, AND
      * THE HIGHEST QUALIFYING BAND APPLIES. THE "L" RECORD CARRIES
      * THE CARRY-OVER LIMIT IN LVP-DAYS AND THE FIRST MONTH OF THE
      * YEAR-END WARNING PERIOD IN LVP-WARN-MONTH.
       FD  LV-POLICY RECORDING MODE F.
       01  LVP-REC.
             05 LVP-TYPE           PIC X(1).
                88 LVP-BAND           VALUE "B".
                88 LVP-LIMIT          VALUE "L".
             05 LVP-SERVICE-MIN    PIC 9(2).
             05 LVP-AGE-MIN        PIC 9(3).
             05 LVP-DAYS           PIC 9(3)V9(1).
             05 LVP-WARN-MONTH     PIC 9(2).
       FD  RUN-CTL RECORDING MODE F.
       01  RUN-CTL-REC.
             05 RUN-CTL-DATE       PIC 9(8).
       FD  RLOG-FILE RECORDING MODE F.
       01  RLOG-REC.
             05 RLOG-PROGRAM       PIC X(8).
             05 RLOG-DATE          PIC 9(8).
             05 RLOG-RECS-IN       PIC 9(9).
             05 RLOG-RECS-OUT      PIC 9(9).
             05 RLOG-REJECTS       PIC 9(9).
             05 RLOG-RETCODE       PIC 9(4).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-STATUS-AREA.
           05 ST-LV-LEDG            PIC 9(2).
              88 ST-LV-LEDG-OK         VALUE 00 97.
           05 ST-EMP-FILE           PIC 9(2).
              88 ST-EMP-FILE-OK        VALUE 00 97.
           05 ST-LV-TRAN            PIC 9(2).
              88 ST-LV-TRAN-OK         VALUE 00 97.
              88 ST-LV-TRAN-EOF        VALUE 10.
           05 ST-LV-LOG             PIC 9(2).
              88 ST-LV-LOG-OK          VALUE 00 97.
           05 ST-LV-POLICY          PIC 9(2).
              88 ST-LV-POLICY-OK       VALUE 00 97.
              88 ST-LV-POLICY-EOF      VALUE 10.
           05 ST-RUN-CTL            PIC 9(2).
              88 ST-RUN-CTL-OK         VALUE 00 97.
              88 ST-RUN-CTL-EOF        VALUE 10.
              88 ST-RUN-CTL-NOFILE     VALUE 35.
           05 ST-RLOG-FILE          PIC 9(2).
              88 ST-RLOG-FILE-OK       VALUE 00 05 97.
       01 WS-RUN-DATE-AREA.
           05 WS-RUN-DATE           PIC 9(8) VALUE 0.
           05 WS-RUN-DATE-INT       PIC 9(8).
       01 WS-RUNLOG-AREA.
           05 WS-TRANS-READ         PIC 9(9) VALUE 0.
           05 WS-TRANS-APPLIED      PIC 9(9) VALUE 0.
           05 WS-TRANS-FAILED       PIC 9(9) VALUE 0.
      * CARRY-OVER LIMIT FROM THE "L" POLICY RECORD; THE DEFAULT HOLDS
      * WHEN THE POLICY FILE CARRIES NO "L" RECORD.
       01 WS-POLICY-AREA.
           05 WS-CARRY-LIMIT        PIC 9(3)V9(1) VALUE 5.
       01 WS-BEFORE-AREA.
           05 WS-BEFORE-ENTITLE     PIC S9(3)V9(1).
           05 WS-BEFORE-CARRY-IN    PIC S9(3)V9(1).
           05 WS-BEFORE-CARRY-OUT   PIC S9(3)V9(1).
           05 WS-BEFORE-ADJUST      PIC S9(3)V9(1).
           05 WS-BEFORE-TAKEN       PIC S9(3)V9(1).
       01 WS-CARRY-AREA.
           05 WS-REMAINING          PIC S9(4)V9(1).
           05 WS-CARRY-DAYS         PIC S9(4)V9(1).
           05 WS-CARRY-ROOM         PIC S9(4)V9(1).
           05 WS-PRIOR-YEAR         PIC 9(4).
       01 WS-TRAN-DATE-INT          PIC 9(8).
       01 WS-LOG-PARM-AREA.
           05 WS-LOG-RESULT-PARM    PIC X(10).
           05 WS-LOG-REASON-PARM    PIC X(20).
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM H100.
           PERFORM H200 UNTIL ST-LV-TRAN-EOF.
           PERFORM H300.
       MAIN-PROCEDURE-END. EXIT.

       H100.
           PERFORM H110-GET-RUN-DATE.
           PERFORM H120-LOAD-POLICY.
           OPEN INPUT LV-TRAN.
           OPEN I-O LV-LEDG.
           OPEN INPUT EMP-FILE.
           OPEN OUTPUT LV-LOG.
           IF NOT ST-LV-TRAN-OK
              DISPLAY "LV-TRAN FILE OPEN ERROR"
           END-IF.
           IF NOT ST-LV-LEDG-OK
              DISPLAY "LV-LEDG FILE OPEN ERROR"
           END-IF.
           IF NOT ST-EMP-FILE-OK
              DISPLAY "EMP-FILE FILE OPEN ERROR"
           END-IF.
           IF NOT ST-LV-LOG-OK
              DISPLAY "LV-LOG FILE OPEN ERROR"
           END-IF.
           READ LV-TRAN.
       H100-END. EXIT.

      * THE RUN DATE COMES FROM THE RUNCARD CONTROL CARD, THE SAME
      * CARD THE REST OF THE HR SUITE READS. WHEN NO CARD IS SUPPLIED
      * (OR IT IS EMPTY OR UNUSABLE) THE SYSTEM DATE IS USED.
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

      * ONLY THE CARRY-OVER LIMIT IS NEEDED HERE; THE BANDS ARE USED
      * BY THE ACCRUAL RUN.
       H120-LOAD-POLICY.
           OPEN INPUT LV-POLICY.
           IF NOT ST-LV-POLICY-OK
              DISPLAY "LV-POLICY FILE OPEN ERROR"
           ELSE
              READ LV-POLICY
              PERFORM H121-LOAD-POLICY-RECORD UNTIL ST-LV-POLICY-EOF
           END-IF.
           CLOSE LV-POLICY.
       H120-END. EXIT.

       H121-LOAD-POLICY-RECORD.
           IF LVP-LIMIT AND LVP-DAYS NUMERIC
              MOVE LVP-DAYS TO WS-CARRY-LIMIT
           END-IF.
           READ LV-POLICY.
       H121-END. EXIT.

       H200.
           ADD 1 TO WS-TRANS-READ.
           MOVE SPACES TO WS-LOG-REASON-PARM.
           MOVE LVT-EMP-ID TO LVL-EMP-ID.
           MOVE LVT-YEAR TO LVL-YEAR.
           MOVE LVT-EMP-ID TO EMP-ID.
           READ EMP-FILE KEY IS EMP-ID
              INVALID KEY
                 MOVE "NOT-FOUND" TO WS-LOG-RESULT-PARM
                 MOVE "NOT ON EMPMST" TO WS-LOG-REASON-PARM
                 PERFORM H251-LOG-REFUSED
              NOT INVALID KEY
                 PERFORM H205-CHECK-DATE
                 EVALUATE TRUE
                    WHEN LVT-DAYS NOT NUMERIC
                       MOVE "BAD-DAYS" TO WS-LOG-RESULT-PARM
                       MOVE "DAYS NOT NUMERIC" TO WS-LOG-REASON-PARM
                       PERFORM H251-LOG-REFUSED
                    WHEN WS-TRAN-DATE-INT = 0
                       MOVE "BAD-DATE" TO WS-LOG-RESULT-PARM
                       MOVE "DATE NOT VALID" TO WS-LOG-REASON-PARM
                       PERFORM H251-LOG-REFUSED
                    WHEN LVT-ACTION = "T"
                       PERFORM H210-TAKEN
                    WHEN LVT-ACTION = "A"
                       PERFORM H220-ADJUST
                    WHEN LVT-ACTION = "C"
                       PERFORM H230-CARRY-OVER
                    WHEN OTHER
                       PERFORM H240-BAD-ACTION
                 END-EVALUATE
           END-READ.
           READ LV-TRAN.
       H200-END. EXIT.

      * THE CARD DATE IS THE DAY LEAVE WAS TAKEN OR THE POSTING TOOK
      * EFFECT; ZERO HERE MEANS IT IS NOT A CALENDAR DATE.
       H205-CHECK-DATE.
           MOVE 0 TO WS-TRAN-DATE-INT.
           IF LVT-DATE NUMERIC AND LVT-DATE > 0
              COMPUTE WS-TRAN-DATE-INT = FUNCTION INTEGER-OF-DATE
              (LVT-DATE)
           END-IF.
       H205-END. EXIT.

      * LEAVE TAKEN IS RECORDED EVEN WHEN IT TAKES THE BALANCE BELOW
      * ZERO - THE LEAVE HAS BEEN TAKEN - AND THE MONTHLY REPORT
      * FLAGS THE NEGATIVE BALANCE.
       H210-TAKEN.
           EVALUATE TRUE
              WHEN LVT-DAYS NOT > 0
                 MOVE "BAD-DAYS" TO WS-LOG-RESULT-PARM
                 MOVE "DAYS MUST BE > 0" TO WS-LOG-REASON-PARM
                 PERFORM H251-LOG-REFUSED
              WHEN LVT-DATE(1:4) NOT = LVT-YEAR
                 MOVE "BAD-DATE" TO WS-LOG-RESULT-PARM
                 MOVE "DATE NOT IN YEAR" TO WS-LOG-REASON-PARM
                 PERFORM H251-LOG-REFUSED
              WHEN EMP-LEFT AND LVT-DATE > EMP-TERM
                 MOVE "AFTER-TERM" TO WS-LOG-RESULT-PARM
                 MOVE "TAKEN AFTER LEAVING" TO WS-LOG-REASON-PARM
                 PERFORM H251-LOG-REFUSED
              WHEN OTHER
                 READ LV-LEDG KEY IS LVL-KEY
                    INVALID KEY
                       PERFORM H252-LOG-NO-LEDGER
                    NOT INVALID KEY
                       PERFORM H215-SAVE-BEFORE
                       ADD LVT-DAYS TO LVL-TAKEN
                       MOVE LVT-DATE TO LVL-LAST-DATE
                       MOVE "POSTED" TO WS-LOG-RESULT-PARM
                       PERFORM H260-REWRITE-LEDGER
                 END-READ
           END-EVALUATE.
       H210-END. EXIT.

       H215-SAVE-BEFORE.
           MOVE LVL-ENTITLE TO WS-BEFORE-ENTITLE.
           MOVE LVL-CARRY-IN TO WS-BEFORE-CARRY-IN.
           MOVE LVL-CARRY-OUT TO WS-BEFORE-CARRY-OUT.
           MOVE LVL-ADJUST TO WS-BEFORE-ADJUST.
           MOVE LVL-TAKEN TO WS-BEFORE-TAKEN.
       H215-END. EXIT.

       H220-ADJUST.
           IF LVT-DAYS = 0
              MOVE "BAD-DAYS" TO WS-LOG-RESULT-PARM
              MOVE "ZERO ADJUSTMENT" TO WS-LOG-REASON-PARM
              PERFORM H251-LOG-REFUSED
           ELSE
              READ LV-LEDG KEY IS LVL-KEY
                 INVALID KEY
                    PERFORM H252-LOG-NO-LEDGER
                 NOT INVALID KEY
                    PERFORM H215-SAVE-BEFORE
                    ADD LVT-DAYS TO LVL-ADJUST
                    MOVE LVT-DATE TO LVL-LAST-DATE
                    MOVE "ADJUSTED" TO WS-LOG-RESULT-PARM
                    PERFORM H260-REWRITE-LEDGER
              END-READ
           END-IF.
       H220-END. EXIT.

      * CARRY-OVER READS THE PRIOR YEAR FIRST TO FIND THE UNUSED DAYS,
      * THEN BOOKS THEM OUT OF THE PRIOR YEAR AND INTO THE CARD'S
      * YEAR. BOTH YEARS ARE LOGGED; THE PRIOR YEAR AS "CARRIED-OUT".
       H230-CARRY-OVER.
           IF LVT-DAYS < 0
              MOVE "BAD-DAYS" TO WS-LOG-RESULT-PARM
              MOVE "DAYS MUST BE >= 0" TO WS-LOG-REASON-PARM
              PERFORM H251-LOG-REFUSED
           ELSE
              COMPUTE WS-PRIOR-YEAR = LVT-YEAR - 1
              MOVE WS-PRIOR-YEAR TO LVL-YEAR
              READ LV-LEDG KEY IS LVL-KEY
                 INVALID KEY
                    PERFORM H252-LOG-NO-LEDGER
                 NOT INVALID KEY
                    PERFORM H235-CHECK-CARRY
              END-READ
           END-IF.
       H230-END. EXIT.

      * THE LIMIT COVERS EVERYTHING CARRIED OUT OF THE PRIOR YEAR, SO
      * A SECOND CARD (OR A RERUN OF THE SAME CARDS) CAN ONLY CARRY
      * WHAT ROOM IS LEFT UNDER IT.
       H235-CHECK-CARRY.
           COMPUTE WS-REMAINING = LVL-ENTITLE + LVL-CARRY-IN
                   + LVL-ADJUST - LVL-TAKEN - LVL-CARRY-OUT.
           COMPUTE WS-CARRY-ROOM = WS-CARRY-LIMIT - LVL-CARRY-OUT.
           IF LVT-DAYS = 0
              MOVE WS-REMAINING TO WS-CARRY-DAYS
              IF WS-CARRY-DAYS > WS-CARRY-ROOM
                 MOVE WS-CARRY-ROOM TO WS-CARRY-DAYS
              END-IF
           ELSE
              MOVE LVT-DAYS TO WS-CARRY-DAYS
           END-IF.
           EVALUATE TRUE
              WHEN WS-CARRY-ROOM NOT > 0
                 MOVE "OVER-LIMIT" TO WS-LOG-RESULT-PARM
                 MOVE "CARRY LIMIT USED" TO WS-LOG-REASON-PARM
                 PERFORM H251-LOG-REFUSED
              WHEN WS-CARRY-DAYS NOT > 0
                 MOVE "NO-UNUSED" TO WS-LOG-RESULT-PARM
                 MOVE "NO UNUSED DAYS" TO WS-LOG-REASON-PARM
                 PERFORM H251-LOG-REFUSED
              WHEN WS-CARRY-DAYS > WS-REMAINING
                 MOVE "OVER-UNUSD" TO WS-LOG-RESULT-PARM
                 MOVE "MORE THAN UNUSED" TO WS-LOG-REASON-PARM
                 PERFORM H251-LOG-REFUSED
              WHEN WS-CARRY-DAYS > WS-CARRY-ROOM
                 MOVE "OVER-LIMIT" TO WS-LOG-RESULT-PARM
                 MOVE "OVER CARRY LIMIT" TO WS-LOG-REASON-PARM
                 PERFORM H251-LOG-REFUSED
              WHEN OTHER
                 PERFORM H237-BOOK-CARRY
           END-EVALUATE.
       H235-END. EXIT.

      * THE TARGET YEAR IS CHECKED BEFORE EITHER RECORD IS CHANGED SO
      * A MISSING TARGET YEAR NEVER LEAVES DAYS BOOKED OUT OF THE
      * PRIOR YEAR WITH NOWHERE TO GO.
       H237-BOOK-CARRY.
           MOVE LVT-YEAR TO LVL-YEAR.
           READ LV-LEDG KEY IS LVL-KEY
              INVALID KEY
                 PERFORM H252-LOG-NO-LEDGER
              NOT INVALID KEY
                 PERFORM H215-SAVE-BEFORE
                 ADD WS-CARRY-DAYS TO LVL-CARRY-IN
                 MOVE LVT-DATE TO LVL-LAST-DATE
                 MOVE "CARRIED" TO WS-LOG-RESULT-PARM
                 MOVE "FROM PRIOR YEAR" TO WS-LOG-REASON-PARM
                 PERFORM H260-REWRITE-LEDGER
                 IF WS-LOG-RESULT-PARM = "CARRIED"
                    PERFORM H238-BOOK-CARRY-OUT
                 END-IF
           END-READ.
       H237-END. EXIT.

       H238-BOOK-CARRY-OUT.
           MOVE WS-PRIOR-YEAR TO LVL-YEAR.
           READ LV-LEDG KEY IS LVL-KEY
              INVALID KEY
                 PERFORM H252-LOG-NO-LEDGER
              NOT INVALID KEY
                 PERFORM H215-SAVE-BEFORE
                 ADD WS-CARRY-DAYS TO LVL-CARRY-OUT
                 MOVE LVT-DATE TO LVL-LAST-DATE
                 MOVE "CARRIED-OU" TO WS-LOG-RESULT-PARM
                 MOVE "TO FOLLOWING YEAR" TO WS-LOG-REASON-PARM
                 REWRITE LVL-REC
                    INVALID KEY
                       MOVE "REWR-FAIL" TO WS-LOG-RESULT-PARM
                       DISPLAY "CARRY-OUT REWRITE FAILED FOR ID "
                               LVL-EMP-ID " YEAR " LVL-YEAR
                 END-REWRITE
                 PERFORM H250-LOG-ENTRY
           END-READ.
       H238-END. EXIT.

       H240-BAD-ACTION.
           DISPLAY "UNKNOWN LEAVE ACTION: " LVT-ACTION
                   " FOR ID " LVT-EMP-ID.
           MOVE "BAD-ACTION" TO WS-LOG-RESULT-PARM.
           PERFORM H251-LOG-REFUSED.
       H240-END. EXIT.

      * WRITES THE BEFORE/AFTER IMAGE FOR A TRANSACTION THAT REACHED
      * THE LEDGER. THE CARRY-OUT LEG OF A CARRY-OVER IS LOGGED HERE
      * TOO BUT IS NOT COUNTED AS A SEPARATE TRANSACTION.
       H250-LOG-ENTRY.
           MOVE LVT-ACTION TO LVG-ACTION.
           MOVE WS-LOG-RESULT-PARM TO LVG-RESULT.
           MOVE LVL-EMP-ID TO LVG-EMP-ID.
           MOVE LVL-YEAR TO LVG-YEAR.
           MOVE LVT-DAYS TO LVG-DAYS.
           IF LVT-ACTION = "C"
              MOVE WS-CARRY-DAYS TO LVG-DAYS
           END-IF.
           MOVE LVT-DATE TO LVG-DATE.
           MOVE WS-BEFORE-ENTITLE TO LVG-BEF-ENTITLE.
           MOVE WS-BEFORE-CARRY-IN TO LVG-BEF-CARRY-IN.
           MOVE WS-BEFORE-CARRY-OUT TO LVG-BEF-CARRY-OUT.
           MOVE WS-BEFORE-ADJUST TO LVG-BEF-ADJUST.
           MOVE WS-BEFORE-TAKEN TO LVG-BEF-TAKEN.
           MOVE LVL-ENTITLE TO LVG-AFT-ENTITLE.
           MOVE LVL-CARRY-IN TO LVG-AFT-CARRY-IN.
           MOVE LVL-CARRY-OUT TO LVG-AFT-CARRY-OUT.
           MOVE LVL-ADJUST TO LVG-AFT-ADJUST.
           MOVE LVL-TAKEN TO LVG-AFT-TAKEN.
           MOVE WS-LOG-REASON-PARM TO LVG-REASON.
           IF LVT-REASON NOT = SPACES
              AND WS-LOG-RESULT-PARM NOT = "CARRIED-OU"
              MOVE LVT-REASON TO LVG-REASON
           END-IF.
           WRITE LVG-REC.
           EVALUATE WS-LOG-RESULT-PARM
              WHEN "POSTED"
              WHEN "ADJUSTED"
              WHEN "CARRIED"
                 ADD 1 TO WS-TRANS-APPLIED
              WHEN "CARRIED-OU"
                 CONTINUE
              WHEN OTHER
                 ADD 1 TO WS-TRANS-FAILED
           END-EVALUATE.
       H250-END. EXIT.

      * A REFUSED TRANSACTION LEAVES THE LEDGER UNTOUCHED, SO BOTH
      * IMAGES ARE ZERO.
       H251-LOG-REFUSED.
           MOVE LVT-ACTION TO LVG-ACTION.
           MOVE WS-LOG-RESULT-PARM TO LVG-RESULT.
           MOVE LVT-EMP-ID TO LVG-EMP-ID.
           MOVE LVT-YEAR TO LVG-YEAR.
           MOVE 0 TO LVG-DAYS.
           IF LVT-DAYS NUMERIC
              MOVE LVT-DAYS TO LVG-DAYS
           END-IF.
           MOVE LVT-DATE TO LVG-DATE.
           MOVE 0 TO LVG-BEF-ENTITLE LVG-BEF-CARRY-IN
                     LVG-BEF-CARRY-OUT LVG-BEF-ADJUST LVG-BEF-TAKEN
                     LVG-AFT-ENTITLE LVG-AFT-CARRY-IN
                     LVG-AFT-CARRY-OUT LVG-AFT-ADJUST LVG-AFT-TAKEN.
           MOVE WS-LOG-REASON-PARM TO LVG-REASON.
           WRITE LVG-REC.
           ADD 1 TO WS-TRANS-FAILED.
       H251-END. EXIT.

       H252-LOG-NO-LEDGER.
           MOVE "NO-LEDGER" TO WS-LOG-RESULT-PARM.
           MOVE "YEAR NOT ACCRUED" TO WS-LOG-REASON-PARM.
           PERFORM H251-LOG-REFUSED.
       H252-END. EXIT.

       H260-REWRITE-LEDGER.
           REWRITE LVL-REC
              INVALID KEY
                 MOVE "REWR-FAIL" TO WS-LOG-RESULT-PARM
           END-REWRITE.
           PERFORM H250-LOG-ENTRY.
       H260-END. EXIT.

       H300.
           CLOSE LV-TRAN.
           CLOSE LV-LEDG.
           CLOSE EMP-FILE.
           CLOSE LV-LOG.
           DISPLAY "LVPOST01 TRANSACTIONS READ: " WS-TRANS-READ.
           DISPLAY "LVPOST01 APPLIED:           " WS-TRANS-APPLIED.
           DISPLAY "LVPOST01 FAILED:            " WS-TRANS-FAILED.
           PERFORM H900-WRITE-RUN-LOG.
           STOP RUN.

      * ONE RECORD PER RUN TO THE COMMON RUN LOG SO THE END-OF-DAY
      * CHAIN VERIFICATION CAN PROVE THE NIGHT WITHOUT COLLECTING
      * JOB LOGS BY HAND.
       H900-WRITE-RUN-LOG.
           OPEN EXTEND RLOG-FILE.
           IF ST-RLOG-FILE-OK
              MOVE "LVPOST01" TO RLOG-PROGRAM
              MOVE WS-RUN-DATE TO RLOG-DATE
              MOVE WS-TRANS-READ TO RLOG-RECS-IN
              MOVE WS-TRANS-APPLIED TO RLOG-RECS-OUT
              MOVE WS-TRANS-FAILED TO RLOG-REJECTS
              MOVE RETURN-CODE TO RLOG-RETCODE
              WRITE RLOG-REC
           ELSE
              DISPLAY "RUNLOG FILE OPEN ERROR"
           END-IF.
           CLOSE RLOG-FILE.
       H900-END. EXIT.
