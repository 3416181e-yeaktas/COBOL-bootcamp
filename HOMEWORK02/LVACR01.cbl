       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LVACR01.
       AUTHOR. Yunus Emre Aktas.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
      * YEAR-START LEAVE ACCRUAL. READS THE INDEXED EMPLOYEE MASTER
      * (EMPMST) IN KEY ORDER AND GRANTS EVERY EMPLOYEE ON THE BOOKS
      * DURING THE LEAVE YEAR (THE YEAR OF THE RUNCARD DATE) THEIR
      * ENTITLEMENT ON THE LEAVE LEDGER (LVLEDG):
      *   - THE ENTITLEMENT IS THE HIGHEST "B" BAND ON LVPOLICY FOR
      *     WHICH THE EMPLOYEE'S COMPLETED YEARS OF SERVICE AND AGE,
      *     BOTH TAKEN AT 1 JANUARY OF THE LEAVE YEAR, QUALIFY;
      *   - A JOINER HIRED AFTER 1 JANUARY, OR A LEAVER WHOSE EMP-TERM
      *     FALLS INSIDE THE YEAR, IS PRO-RATED BY CALENDAR DAYS ON
      *     THE BOOKS, ROUNDED TO THE NEAREST HALF DAY;
      *   - LEAVERS GONE BEFORE THE YEAR STARTS AND JOINERS NOT YET
      *     STARTED BY ITS END ARE SKIPPED.
      * A RERUN FOR THE SAME YEAR RESTATES THE ENTITLEMENT ON THE
      * EXISTING LEDGER RECORD AND LEAVES TAKEN, ADJUSTED AND CARRIED
      * DAYS ALONE. EVERY LEDGER CHANGE IS WRITTEN TO LVLOG IN THE
      * SAME LAYOUT LVPOST01 USES, WITH ACTION "Y".
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3081.
       OBJECT-COMPUTER. IBM-3081.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-FILE   ASSIGN TO EMPMST
                             ORGANIZATION INDEXED
                             ACCESS SEQUENTIAL
                             RECORD KEY EMP-ID
                             STATUS ST-EMP-FILE.
           SELECT LV-LEDG    ASSIGN TO LVLEDG
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY LVL-KEY
                             STATUS ST-LV-LEDG.
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
           05 ST-EMP-FILE           PIC 9(2).
              88 ST-EMP-FILE-OK        VALUE 00 97.
              88 ST-EMP-FILE-EOF       VALUE 10.
           05 ST-LV-LEDG            PIC 9(2).
              88 ST-LV-LEDG-OK         VALUE 00 97.
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
           05 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
              10 WS-RUN-YYYY        PIC 9(4).
              10 WS-RUN-MMDD        PIC 9(4).
           05 WS-RUN-DATE-INT       PIC 9(8).
       01 WS-YEAR-AREA.
           05 WS-YEAR-START         PIC 9(8).
           05 WS-YEAR-END           PIC 9(8).
           05 WS-YEAR-START-INT     PIC 9(8).
           05 WS-YEAR-END-INT       PIC 9(8).
           05 WS-DAYS-IN-YEAR       PIC 9(3).
       01 WS-EMP-DATE-AREA.
           05 WS-HIRE-DATE          PIC 9(8).
           05 WS-HIRE-DATE-R REDEFINES WS-HIRE-DATE.
              10 WS-HIRE-YYYY       PIC 9(4).
              10 WS-HIRE-MMDD       PIC 9(4).
           05 WS-BIRTH-DATE         PIC 9(8).
           05 WS-BIRTH-DATE-R REDEFINES WS-BIRTH-DATE.
              10 WS-BIRTH-YYYY      PIC 9(4).
              10 WS-BIRTH-MMDD      PIC 9(4).
           05 WS-FROM-DATE          PIC 9(8).
           05 WS-TO-DATE            PIC 9(8).
           05 WS-FROM-INT           PIC 9(8).
           05 WS-TO-INT             PIC 9(8).
           05 WS-DAYS-ON-BOOKS      PIC 9(3).
           05 WS-SERVICE-YEARS      PIC 9(3).
           05 WS-AGE-YEARS          PIC 9(3).
       01 WS-POLICY-AREA.
           05 WS-BAND-COUNT         PIC 9(2) VALUE 0.
           05 WS-BAND-ENTRY OCCURS 20 TIMES.
              10 WS-BAND-SERVICE    PIC 9(2).
              10 WS-BAND-AGE        PIC 9(3).
              10 WS-BAND-DAYS       PIC 9(3)V9(1).
       01 WS-BAND-IDX               PIC 9(2).
       01 WS-ENTITLE-AREA.
           05 WS-FULL-ENTITLE       PIC 9(3)V9(1).
           05 WS-HALF-DAYS          PIC 9(4).
           05 WS-NEW-ENTITLE        PIC S9(3)V9(1).
       01 WS-BEFORE-AREA.
           05 WS-BEFORE-ENTITLE     PIC S9(3)V9(1).
       01 WS-RUNLOG-AREA.
           05 WS-EMP-READ           PIC 9(9) VALUE 0.
           05 WS-LEDG-WRITTEN       PIC 9(9) VALUE 0.
           05 WS-LEDG-RESTATED      PIC 9(9) VALUE 0.
           05 WS-EMP-PRORATED       PIC 9(9) VALUE 0.
           05 WS-EMP-SKIPPED        PIC 9(9) VALUE 0.
           05 WS-EMP-REJECTED       PIC 9(9) VALUE 0.
       01 WS-LOG-PARM-AREA.
           05 WS-LOG-RESULT-PARM    PIC X(10).
           05 WS-LOG-REASON-PARM    PIC X(20).
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM H100.
           PERFORM H200 UNTIL ST-EMP-FILE-EOF.
           PERFORM H300.
       MAIN-PROCEDURE-END. EXIT.

       H100.
           PERFORM H110-GET-RUN-DATE.
           PERFORM H120-LOAD-POLICY.
           PERFORM H130-SET-LEAVE-YEAR.
           OPEN INPUT EMP-FILE.
           OPEN I-O LV-LEDG.
           OPEN OUTPUT LV-LOG.
           IF NOT ST-EMP-FILE-OK
              DISPLAY "EMP-FILE FILE OPEN ERROR"
           END-IF.
           IF NOT ST-LV-LEDG-OK
              DISPLAY "LV-LEDG FILE OPEN ERROR"
           END-IF.
           IF NOT ST-LV-LOG-OK
              DISPLAY "LV-LOG FILE OPEN ERROR"
           END-IF.
      * WITHOUT A SINGLE BAND THERE IS NOTHING TO GRANT, AND ZERO
      * ENTITLEMENTS MUST NOT OVERWRITE LAST RUN'S FIGURES.
           IF WS-BAND-COUNT = 0
              DISPLAY "NO ENTITLEMENT BANDS ON LVPOLICY, NO ACCRUAL"
              MOVE 8 TO RETURN-CODE
              MOVE 10 TO ST-EMP-FILE
           ELSE
              READ EMP-FILE
           END-IF.
       H100-END. EXIT.

      * THE RUN DATE COMES FROM THE RUNCARD CONTROL CARD, THE SAME
      * CARD THE REST OF THE HR SUITE READS; ITS YEAR IS THE LEAVE
      * YEAR ACCRUED. WHEN NO CARD IS SUPPLIED (OR IT IS EMPTY OR
      * UNUSABLE) THE SYSTEM DATE IS USED.
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

      * LOADS THE "B" BANDS INTO THE TABLE. THE "L" RECORD IS ONLY
      * USED BY THE POSTING RUN AND THE MONTHLY REPORT.
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
           IF LVP-BAND
              IF LVP-SERVICE-MIN NOT NUMERIC
                 OR LVP-AGE-MIN NOT NUMERIC
                 OR LVP-DAYS NOT NUMERIC
                 DISPLAY "BAD POLICY BAND IGNORED: " LVP-REC
              ELSE
                 IF WS-BAND-COUNT >= 20
                    DISPLAY "BAND TABLE FULL, DROPPING BAND: " LVP-REC
                 ELSE
                    ADD 1 TO WS-BAND-COUNT
                    MOVE LVP-SERVICE-MIN
                      TO WS-BAND-SERVICE(WS-BAND-COUNT)
                    MOVE LVP-AGE-MIN TO WS-BAND-AGE(WS-BAND-COUNT)
                    MOVE LVP-DAYS TO WS-BAND-DAYS(WS-BAND-COUNT)
                 END-IF
              END-IF
           END-IF.
           READ LV-POLICY.
       H121-END. EXIT.

       H130-SET-LEAVE-YEAR.
           COMPUTE WS-YEAR-START = WS-RUN-YYYY * 10000 + 0101.
           COMPUTE WS-YEAR-END = WS-RUN-YYYY * 10000 + 1231.
           COMPUTE WS-YEAR-START-INT = FUNCTION INTEGER-OF-DATE
           (WS-YEAR-START).
           COMPUTE WS-YEAR-END-INT = FUNCTION INTEGER-OF-DATE
           (WS-YEAR-END).
           COMPUTE WS-DAYS-IN-YEAR = WS-YEAR-END-INT
                   - WS-YEAR-START-INT + 1.
           DISPLAY "LVACR01 LEAVE YEAR: " WS-RUN-YYYY.
       H130-END. EXIT.

       H200.
           ADD 1 TO WS-EMP-READ.
           MOVE EMP-HIRE TO WS-HIRE-DATE.
           MOVE EMP-BDATE TO WS-BIRTH-DATE.
           MOVE 0 TO WS-FROM-INT.
           IF EMP-HIRE NUMERIC AND EMP-HIRE > 0
              COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE
              (EMP-HIRE)
           END-IF.
           EVALUATE TRUE
              WHEN WS-FROM-INT = 0
                 DISPLAY "BAD HIRE DATE, NOT ACCRUED FOR ID " EMP-ID
                 ADD 1 TO WS-EMP-REJECTED
              WHEN EMP-LEFT AND EMP-TERM < WS-YEAR-START
                 ADD 1 TO WS-EMP-SKIPPED
              WHEN EMP-HIRE > WS-YEAR-END
                 ADD 1 TO WS-EMP-SKIPPED
              WHEN NOT EMP-ACTIVE AND NOT EMP-LEFT
                 DISPLAY "UNKNOWN STATUS, NOT ACCRUED FOR ID " EMP-ID
                 ADD 1 TO WS-EMP-REJECTED
              WHEN OTHER
                 PERFORM H210-FIND-ENTITLEMENT
                 PERFORM H220-PRORATE
                 PERFORM H230-UPDATE-LEDGER
           END-EVALUATE.
           READ EMP-FILE.
       H200-END. EXIT.

      * COMPLETED YEARS AT 1 JANUARY: THE DIFFERENCE IN YEARS, LESS
      * ONE WHEN THE ANNIVERSARY FALLS LATER THAN 1 JANUARY. A JOINER
      * HIRED DURING THE YEAR HAS NO SERVICE YET.
       H210-FIND-ENTITLEMENT.
           IF EMP-HIRE > WS-YEAR-START
              MOVE 0 TO WS-SERVICE-YEARS
           ELSE
              COMPUTE WS-SERVICE-YEARS = WS-RUN-YYYY - WS-HIRE-YYYY
              IF WS-HIRE-MMDD > 0101
                 SUBTRACT 1 FROM WS-SERVICE-YEARS
              END-IF
           END-IF.
           IF WS-BIRTH-YYYY NOT < WS-RUN-YYYY
              MOVE 0 TO WS-AGE-YEARS
           ELSE
              COMPUTE WS-AGE-YEARS = WS-RUN-YYYY - WS-BIRTH-YYYY
              IF WS-BIRTH-MMDD > 0101
                 SUBTRACT 1 FROM WS-AGE-YEARS
              END-IF
           END-IF.
           MOVE 0 TO WS-FULL-ENTITLE.
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
              UNTIL WS-BAND-IDX > WS-BAND-COUNT
              IF WS-SERVICE-YEARS >= WS-BAND-SERVICE(WS-BAND-IDX)
                 AND WS-AGE-YEARS >= WS-BAND-AGE(WS-BAND-IDX)
                 AND WS-BAND-DAYS(WS-BAND-IDX) > WS-FULL-ENTITLE
                 MOVE WS-BAND-DAYS(WS-BAND-IDX) TO WS-FULL-ENTITLE
              END-IF
           END-PERFORM.
       H210-END. EXIT.

      * DAYS ON THE BOOKS RUN FROM THE LATER OF HIRE AND 1 JANUARY TO
      * THE EARLIER OF TERMINATION AND 31 DECEMBER, BOTH INCLUSIVE.
       H220-PRORATE.
           MOVE WS-YEAR-START TO WS-FROM-DATE.
           IF EMP-HIRE > WS-YEAR-START
              MOVE EMP-HIRE TO WS-FROM-DATE
           END-IF.
           MOVE WS-YEAR-END TO WS-TO-DATE.
           IF EMP-LEFT AND EMP-TERM < WS-YEAR-END
              MOVE EMP-TERM TO WS-TO-DATE
           END-IF.
           IF WS-FROM-DATE = WS-YEAR-START
              AND WS-TO-DATE = WS-YEAR-END
              MOVE WS-FULL-ENTITLE TO WS-NEW-ENTITLE
              MOVE "FULL YEAR" TO WS-LOG-REASON-PARM
           ELSE
              COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE
              (WS-FROM-DATE)
              COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE
              (WS-TO-DATE)
              COMPUTE WS-DAYS-ON-BOOKS = WS-TO-INT - WS-FROM-INT + 1
              COMPUTE WS-HALF-DAYS ROUNDED = WS-FULL-ENTITLE * 2
                      * WS-DAYS-ON-BOOKS / WS-DAYS-IN-YEAR
              COMPUTE WS-NEW-ENTITLE = WS-HALF-DAYS / 2
              MOVE "PRO-RATED" TO WS-LOG-REASON-PARM
              ADD 1 TO WS-EMP-PRORATED
           END-IF.
       H220-END. EXIT.

       H230-UPDATE-LEDGER.
           MOVE EMP-ID TO LVL-EMP-ID.
           MOVE WS-RUN-YYYY TO LVL-YEAR.
           READ LV-LEDG KEY IS LVL-KEY
              INVALID KEY
                 PERFORM H231-WRITE-NEW
              NOT INVALID KEY
                 PERFORM H232-RESTATE
           END-READ.
       H230-END. EXIT.

       H231-WRITE-NEW.
           MOVE EMP-ID TO LVL-EMP-ID.
           MOVE WS-RUN-YYYY TO LVL-YEAR.
           MOVE 0 TO WS-BEFORE-ENTITLE.
           MOVE WS-NEW-ENTITLE TO LVL-ENTITLE.
           MOVE 0 TO LVL-CARRY-IN LVL-CARRY-OUT LVL-ADJUST LVL-TAKEN.
           MOVE WS-RUN-DATE TO LVL-ACCRUED-DATE.
           MOVE WS-RUN-DATE TO LVL-LAST-DATE.
           MOVE "ACCRUED" TO WS-LOG-RESULT-PARM.
           WRITE LVL-REC
              INVALID KEY
                 MOVE "WRITE-FAIL" TO WS-LOG-RESULT-PARM
           END-WRITE.
           IF WS-LOG-RESULT-PARM = "ACCRUED"
              ADD 1 TO WS-LEDG-WRITTEN
           ELSE
              DISPLAY "LEDGER WRITE FAILED FOR ID " EMP-ID
              ADD 1 TO WS-EMP-REJECTED
           END-IF.
           PERFORM H250-LOG-ENTRY.
       H231-END. EXIT.

      * A RERUN ONLY RESTATES THE ENTITLEMENT; EVERYTHING POSTED
      * AGAINST THE YEAR SINCE STAYS AS IT IS.
       H232-RESTATE.
           MOVE LVL-ENTITLE TO WS-BEFORE-ENTITLE.
           MOVE WS-NEW-ENTITLE TO LVL-ENTITLE.
           MOVE WS-RUN-DATE TO LVL-ACCRUED-DATE.
           MOVE WS-RUN-DATE TO LVL-LAST-DATE.
           MOVE "RESTATED" TO WS-LOG-RESULT-PARM.
           REWRITE LVL-REC
              INVALID KEY
                 MOVE "REWR-FAIL" TO WS-LOG-RESULT-PARM
           END-REWRITE.
           IF WS-LOG-RESULT-PARM = "RESTATED"
              ADD 1 TO WS-LEDG-RESTATED
           ELSE
              DISPLAY "LEDGER REWRITE FAILED FOR ID " EMP-ID
              ADD 1 TO WS-EMP-REJECTED
           END-IF.
           PERFORM H250-LOG-ENTRY.
       H232-END. EXIT.

       H250-LOG-ENTRY.
           MOVE "Y" TO LVG-ACTION.
           MOVE WS-LOG-RESULT-PARM TO LVG-RESULT.
           MOVE LVL-EMP-ID TO LVG-EMP-ID.
           MOVE LVL-YEAR TO LVG-YEAR.
           MOVE WS-NEW-ENTITLE TO LVG-DAYS.
           MOVE WS-RUN-DATE TO LVG-DATE.
           MOVE WS-BEFORE-ENTITLE TO LVG-BEF-ENTITLE.
           MOVE LVL-CARRY-IN TO LVG-BEF-CARRY-IN LVG-AFT-CARRY-IN.
           MOVE LVL-CARRY-OUT TO LVG-BEF-CARRY-OUT LVG-AFT-CARRY-OUT.
           MOVE LVL-ADJUST TO LVG-BEF-ADJUST LVG-AFT-ADJUST.
           MOVE LVL-TAKEN TO LVG-BEF-TAKEN LVG-AFT-TAKEN.
           MOVE LVL-ENTITLE TO LVG-AFT-ENTITLE.
           MOVE WS-LOG-REASON-PARM TO LVG-REASON.
           WRITE LVG-REC.
       H250-END. EXIT.

       H300.
           CLOSE EMP-FILE.
           CLOSE LV-LEDG.
           CLOSE LV-LOG.
           DISPLAY "LVACR01 EMPLOYEES READ:     " WS-EMP-READ.
           DISPLAY "LVACR01 LEDGER RECS ADDED:  " WS-LEDG-WRITTEN.
           DISPLAY "LVACR01 LEDGER RESTATED:    " WS-LEDG-RESTATED.
           DISPLAY "LVACR01 PRO-RATED:          " WS-EMP-PRORATED.
           DISPLAY "LVACR01 NOT ON BOOKS:       " WS-EMP-SKIPPED.
           DISPLAY "LVACR01 REJECTED:           " WS-EMP-REJECTED.
           PERFORM H900-WRITE-RUN-LOG.
           STOP RUN.

      * ONE RECORD PER RUN TO THE COMMON RUN LOG SO THE END-OF-DAY
      * CHAIN VERIFICATION CAN PROVE THE NIGHT WITHOUT COLLECTING
      * JOB LOGS BY HAND. RECORDS OUT COUNTS LEDGER RECORDS ADDED AND
      * RESTATED.
       H900-WRITE-RUN-LOG.
           OPEN EXTEND RLOG-FILE.
           IF ST-RLOG-FILE-OK
              MOVE "LVACR01" TO RLOG-PROGRAM
              MOVE WS-RUN-DATE TO RLOG-DATE
              MOVE WS-EMP-READ TO RLOG-RECS-IN
              COMPUTE RLOG-RECS-OUT = WS-LEDG-WRITTEN
                      + WS-LEDG-RESTATED
              MOVE WS-EMP-REJECTED TO RLOG-REJECTS
              MOVE RETURN-CODE TO RLOG-RETCODE
              WRITE RLOG-REC
           ELSE
              DISPLAY "RUNLOG FILE OPEN ERROR"
           END-IF.
           CLOSE RLOG-FILE.
       H900-END. EXIT.
