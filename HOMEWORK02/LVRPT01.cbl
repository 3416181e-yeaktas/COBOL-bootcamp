       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LVRPT01.
       AUTHOR. Yunus Emre Aktas.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
      * MONTHLY LEAVE REPORT BY DEPARTMENT. LISTS EVERY LEAVE LEDGER
      * (LVLEDG) RECORD FOR THE YEAR OF THE RUNCARD DATE, GROUPED BY
      * THE EMPLOYEE'S EMP-DEPT ON THE MASTER (EMPMST), SHOWING DAYS
      * ENTITLED (ENTITLEMENT PLUS CARRY-IN PLUS ADJUSTMENTS), DAYS
      * TAKEN AND DAYS REMAINING, WITH A TOTAL PER DEPARTMENT AND FOR
      * THE COMPANY. AN EMPLOYEE IS FLAGGED:
      *   NEGATIVE   - MORE DAYS TAKEN THAN ENTITLED;
      *   OVER CARRY - FROM THE WARNING MONTH ON THE LVPOLICY "L"
      *                RECORD TO THE YEAR END, MORE DAYS UNUSED THAN
      *                THE CARRY-OVER LIMIT ALLOWS TO BE KEPT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3081.
       OBJECT-COMPUTER. IBM-3081.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LV-LEDG    ASSIGN TO LVLEDG
                             ORGANIZATION INDEXED
                             ACCESS SEQUENTIAL
                             RECORD KEY LVL-KEY
                             STATUS ST-LV-LEDG.
           SELECT SORT-WORK  ASSIGN TO SORTWK01.
           SELECT EMP-FILE   ASSIGN TO EMPMST
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY EMP-ID
                             STATUS ST-EMP-FILE.
           SELECT LV-POLICY  ASSIGN TO LVPOLICY
                             STATUS ST-LV-POLICY.
           SELECT LV-RPT     ASSIGN TO LVRPT
                             STATUS ST-LV-RPT.
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
       SD  SORT-WORK.
       01  SORT-WORK-REC.
             05 SW-DEPT            PIC X(4).
             05 SW-ID              PIC 9(4).
             05 SW-NAME            PIC X(15).
             05 SW-SNAME           PIC X(15).
             05 SW-ENTITLED        PIC S9(4)V9(1).
             05 SW-TAKEN           PIC S9(4)V9(1).
             05 SW-REMAINING       PIC S9(4)V9(1).
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
      * POLICY TABLE. ONLY THE "L" RECORD IS USED HERE: THE CARRY-OVER
      * LIMIT IN LVP-DAYS AND THE FIRST MONTH OF THE YEAR-END WARNING
      * PERIOD IN LVP-WARN-MONTH.
       FD  LV-POLICY RECORDING MODE F.
       01  LVP-REC.
             05 LVP-TYPE           PIC X(1).
                88 LVP-BAND           VALUE "B".
                88 LVP-LIMIT          VALUE "L".
             05 LVP-SERVICE-MIN    PIC 9(2).
             05 LVP-AGE-MIN        PIC 9(3).
             05 LVP-DAYS           PIC 9(3)V9(1).
             05 LVP-WARN-MONTH     PIC 9(2).
       FD  LV-RPT RECORDING MODE F.
       01  LV-RPT-LINE            PIC X(80).
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
              88 ST-LV-LEDG-EOF        VALUE 10.
           05 ST-EMP-FILE           PIC 9(2).
              88 ST-EMP-FILE-OK        VALUE 00 97.
           05 ST-LV-POLICY          PIC 9(2).
              88 ST-LV-POLICY-OK       VALUE 00 97.
              88 ST-LV-POLICY-EOF      VALUE 10.
           05 ST-LV-RPT             PIC 9(2).
              88 ST-LV-RPT-OK          VALUE 00 97.
           05 ST-RUN-CTL            PIC 9(2).
              88 ST-RUN-CTL-OK         VALUE 00 97.
              88 ST-RUN-CTL-EOF        VALUE 10.
              88 ST-RUN-CTL-NOFILE     VALUE 35.
           05 ST-RLOG-FILE          PIC 9(2).
              88 ST-RLOG-FILE-OK       VALUE 00 05 97.
           05 WS-SORT-EOF-SW        PIC X(1) VALUE "N".
              88 WS-SORT-EOF           VALUE "Y".
       01 WS-RUN-DATE-AREA.
           05 WS-RUN-DATE           PIC 9(8) VALUE 0.
           05 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
              10 WS-RUN-YYYY        PIC 9(4).
              10 WS-RUN-MM          PIC 9(2).
              10 WS-RUN-DD          PIC 9(2).
           05 WS-RUN-DATE-INT       PIC 9(8).
      * CARRY-OVER LIMIT AND WARNING MONTH FROM THE "L" POLICY RECORD;
      * THE DEFAULTS HOLD WHEN THE POLICY FILE CARRIES NO "L" RECORD.
       01 WS-POLICY-AREA.
           05 WS-CARRY-LIMIT        PIC 9(3)V9(1) VALUE 5.
           05 WS-WARN-MONTH         PIC 9(2) VALUE 10.
           05 WS-WARN-SW            PIC X(1) VALUE "N".
              88 WS-WARN-PERIOD        VALUE "Y".
       01 WS-COUNT-AREA.
           05 WS-LEDG-READ          PIC 9(6) VALUE 0.
           05 WS-RECS-LISTED        PIC 9(6) VALUE 0.
           05 WS-RECS-NEGATIVE      PIC 9(6) VALUE 0.
           05 WS-RECS-OVER-CARRY    PIC 9(6) VALUE 0.
       01 WS-GROUP-AREA.
           05 WS-GROUP-DEPT         PIC X(4).
           05 WS-HAVE-GROUP-SW      PIC X(1) VALUE "N".
              88 WS-HAVE-GROUP         VALUE "Y".
           05 WS-DEPT-ENTITLED      PIC S9(5)V9(1).
           05 WS-DEPT-TAKEN         PIC S9(5)V9(1).
           05 WS-DEPT-REMAINING     PIC S9(5)V9(1).
           05 WS-DEPT-FLAGGED       PIC 9(3).
           05 WS-CO-ENTITLED        PIC S9(5)V9(1) VALUE 0.
           05 WS-CO-TAKEN           PIC S9(5)V9(1) VALUE 0.
           05 WS-CO-REMAINING       PIC S9(5)V9(1) VALUE 0.
           05 WS-CO-FLAGGED         PIC 9(3) VALUE 0.
       01 WS-HEADING1              PIC X(80) VALUE
          "LEAVE BALANCES BY DEPARTMENT".
       01 WS-HEADING2              PIC X(80) VALUE
          "-----------------------------------".
       01 WS-RUN-LINE.
           05 FILLER                PIC X(11) VALUE "LEAVE YEAR ".
           05 WS-RUN-LINE-YEAR      PIC 9(4).
           05 FILLER                PIC X(7) VALUE " AS AT ".
           05 WS-RUN-LINE-DATE      PIC 9(8).
           05 FILLER                PIC X(14) VALUE "  CARRY LIMIT ".
           05 WS-RUN-LINE-LIMIT     PIC ZZ9.9.
           05 FILLER                PIC X(18) VALUE
              "  WARN FROM MONTH ".
           05 WS-RUN-LINE-WARN      PIC 9(2).
           05 FILLER                PIC X(11) VALUE SPACES.
       01 WS-COL-HEADING           PIC X(80) VALUE
          "DEPT ID   NAME            SURNAME         ENTITLED    TAKEN
      -   " REMAIN FLAG".
       01 WS-DETAIL-LINE.
           05 WS-DTL-DEPT           PIC X(4).
           05 FILLER                PIC X(1).
           05 WS-DTL-ID             PIC 9(4).
           05 FILLER                PIC X(1).
           05 WS-DTL-NAME           PIC X(15).
           05 FILLER                PIC X(1).
           05 WS-DTL-SNAME          PIC X(15).
           05 FILLER                PIC X(2).
           05 WS-DTL-ENTITLED       PIC -(4)9.9.
           05 FILLER                PIC X(2).
           05 WS-DTL-TAKEN          PIC -(4)9.9.
           05 FILLER                PIC X(2).
           05 WS-DTL-REMAINING      PIC -(4)9.9.
           05 FILLER                PIC X(1).
           05 WS-DTL-FLAG           PIC X(10).
           05 FILLER                PIC X(1).
       01 WS-SUBTOTAL-LINE.
           05 FILLER                PIC X(2) VALUE SPACES.
           05 WS-SUB-LABEL          PIC X(20).
           05 FILLER                PIC X(20) VALUE SPACES.
           05 WS-SUB-ENTITLED       PIC -(5)9.9.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-SUB-TAKEN          PIC -(5)9.9.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 WS-SUB-REMAINING      PIC -(5)9.9.
           05 FILLER                PIC X(1) VALUE SPACES.
           05 FILLER                PIC X(8) VALUE "FLAGGED:".
           05 WS-SUB-FLAGGED        PIC ZZ9.
       01 WS-TOTAL-LINE.
           05 WS-TOTAL-LABEL        PIC X(20).
           05 WS-TOTAL-COUNT        PIC ZZZ,ZZ9.
           05 FILLER                PIC X(53).
       01 WS-NONE-LINE             PIC X(80) VALUE
          "  NO LEDGER RECORDS FOR THE LEAVE YEAR".
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM H100.
           SORT SORT-WORK
                ON ASCENDING KEY SW-DEPT SW-ID
                INPUT PROCEDURE IS H150
                OUTPUT PROCEDURE IS H200.
           PERFORM H300.
       MAIN-PROCEDURE-END. EXIT.

       H100.
           PERFORM H110-GET-RUN-DATE.
           PERFORM H120-LOAD-POLICY.
           OPEN INPUT EMP-FILE.
           OPEN OUTPUT LV-RPT.
           IF NOT ST-EMP-FILE-OK
              DISPLAY "EMP-FILE FILE OPEN ERROR"
           END-IF.
           IF NOT ST-LV-RPT-OK
              DISPLAY "LV-RPT FILE OPEN ERROR"
           END-IF.
           IF WS-RUN-MM >= WS-WARN-MONTH
              MOVE "Y" TO WS-WARN-SW
           END-IF.
           MOVE WS-HEADING1 TO LV-RPT-LINE.
           WRITE LV-RPT-LINE.
           MOVE WS-RUN-YYYY TO WS-RUN-LINE-YEAR.
           MOVE WS-RUN-DATE TO WS-RUN-LINE-DATE.
           MOVE WS-CARRY-LIMIT TO WS-RUN-LINE-LIMIT.
           MOVE WS-WARN-MONTH TO WS-RUN-LINE-WARN.
           MOVE WS-RUN-LINE TO LV-RPT-LINE.
           WRITE LV-RPT-LINE.
           MOVE WS-HEADING2 TO LV-RPT-LINE.
           WRITE LV-RPT-LINE.
           MOVE WS-COL-HEADING TO LV-RPT-LINE.
           WRITE LV-RPT-LINE.
       H100-END. EXIT.

      * THE RUN DATE COMES FROM THE RUNCARD CONTROL CARD, THE SAME
      * CARD THE REST OF THE HR SUITE READS; ITS YEAR IS THE LEAVE
      * YEAR REPORTED AND ITS MONTH DECIDES WHETHER THE YEAR-END
      * CARRY-OVER WARNING APPLIES. WHEN NO CARD IS SUPPLIED (OR IT
      * IS EMPTY OR UNUSABLE) THE SYSTEM DATE IS USED.
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
           IF LVP-LIMIT
              IF LVP-DAYS NUMERIC
                 MOVE LVP-DAYS TO WS-CARRY-LIMIT
              END-IF
              IF LVP-WARN-MONTH NUMERIC
                 AND LVP-WARN-MONTH > 0 AND LVP-WARN-MONTH < 13
                 MOVE LVP-WARN-MONTH TO WS-WARN-MONTH
              END-IF
           END-IF.
           READ LV-POLICY.
       H121-END. EXIT.

      * SORT INPUT: THE YEAR'S LEDGER RECORDS, EACH TAGGED WITH THE
      * EMPLOYEE'S CURRENT DEPARTMENT AND NAME FROM THE MASTER.
       H150.
           OPEN INPUT LV-LEDG.
           IF NOT ST-LV-LEDG-OK
              DISPLAY "LV-LEDG FILE OPEN ERROR"
           ELSE
              READ LV-LEDG
              PERFORM H160-RELEASE-ONE UNTIL ST-LV-LEDG-EOF
           END-IF.
           CLOSE LV-LEDG.
       H150-END. EXIT.

       H160-RELEASE-ONE.
           ADD 1 TO WS-LEDG-READ.
           IF LVL-YEAR = WS-RUN-YYYY
              MOVE LVL-EMP-ID TO SW-ID
              MOVE LVL-EMP-ID TO EMP-ID
              READ EMP-FILE KEY IS EMP-ID
                 INVALID KEY
                    MOVE "????" TO SW-DEPT
                    MOVE "NOT ON MASTER" TO SW-NAME
                    MOVE SPACES TO SW-SNAME
                 NOT INVALID KEY
                    MOVE EMP-DEPT TO SW-DEPT
                    MOVE EMP-NAME TO SW-NAME
                    MOVE EMP-SNAME TO SW-SNAME
              END-READ
              COMPUTE SW-ENTITLED = LVL-ENTITLE + LVL-CARRY-IN
                      + LVL-ADJUST
              MOVE LVL-TAKEN TO SW-TAKEN
              COMPUTE SW-REMAINING = SW-ENTITLED - LVL-TAKEN
                      - LVL-CARRY-OUT
              RELEASE SORT-WORK-REC
           END-IF.
           READ LV-LEDG.
       H160-END. EXIT.

       H200.
           RETURN SORT-WORK AT END MOVE "Y" TO WS-SORT-EOF-SW.
           PERFORM H210-LIST-ENTRY UNTIL WS-SORT-EOF.
           IF WS-HAVE-GROUP
              PERFORM H230-WRITE-DEPT-TOTAL
           ELSE
              MOVE WS-NONE-LINE TO LV-RPT-LINE
              WRITE LV-RPT-LINE
           END-IF.
       H200-END. EXIT.

       H210-LIST-ENTRY.
           IF WS-HAVE-GROUP AND SW-DEPT NOT = WS-GROUP-DEPT
              PERFORM H230-WRITE-DEPT-TOTAL
           END-IF.
           IF NOT WS-HAVE-GROUP
              MOVE SW-DEPT TO WS-GROUP-DEPT
              MOVE 0 TO WS-DEPT-ENTITLED WS-DEPT-TAKEN
                        WS-DEPT-REMAINING WS-DEPT-FLAGGED
              MOVE "Y" TO WS-HAVE-GROUP-SW
           END-IF.
           ADD 1 TO WS-RECS-LISTED.
           ADD SW-ENTITLED TO WS-DEPT-ENTITLED.
           ADD SW-TAKEN TO WS-DEPT-TAKEN.
           ADD SW-REMAINING TO WS-DEPT-REMAINING.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE SW-DEPT TO WS-DTL-DEPT.
           MOVE SW-ID TO WS-DTL-ID.
           MOVE SW-NAME TO WS-DTL-NAME.
           MOVE SW-SNAME TO WS-DTL-SNAME.
           MOVE SW-ENTITLED TO WS-DTL-ENTITLED.
           MOVE SW-TAKEN TO WS-DTL-TAKEN.
           MOVE SW-REMAINING TO WS-DTL-REMAINING.
           PERFORM H220-SET-FLAG.
           MOVE WS-DETAIL-LINE TO LV-RPT-LINE.
           WRITE LV-RPT-LINE.
           RETURN SORT-WORK AT END MOVE "Y" TO WS-SORT-EOF-SW.
       H210-END. EXIT.

      * A NEGATIVE BALANCE IS FLAGGED ALL YEAR. UNUSED DAYS OVER THE
      * CARRY-OVER LIMIT ARE ONLY FLAGGED IN THE WARNING PERIOD, WHEN
      * THERE IS STILL TIME TO TAKE THEM BEFORE THEY ARE LOST.
       H220-SET-FLAG.
           EVALUATE TRUE
              WHEN SW-REMAINING < 0
                 MOVE "NEGATIVE" TO WS-DTL-FLAG
                 ADD 1 TO WS-RECS-NEGATIVE
                 ADD 1 TO WS-DEPT-FLAGGED
              WHEN WS-WARN-PERIOD AND SW-REMAINING > WS-CARRY-LIMIT
                 MOVE "OVER CARRY" TO WS-DTL-FLAG
                 ADD 1 TO WS-RECS-OVER-CARRY
                 ADD 1 TO WS-DEPT-FLAGGED
           END-EVALUATE.
       H220-END. EXIT.

       H230-WRITE-DEPT-TOTAL.
           MOVE SPACES TO WS-SUB-LABEL.
           STRING "DEPT " WS-GROUP-DEPT " TOTAL"
                  DELIMITED BY SIZE INTO WS-SUB-LABEL.
           MOVE WS-DEPT-ENTITLED TO WS-SUB-ENTITLED.
           MOVE WS-DEPT-TAKEN TO WS-SUB-TAKEN.
           MOVE WS-DEPT-REMAINING TO WS-SUB-REMAINING.
           MOVE WS-DEPT-FLAGGED TO WS-SUB-FLAGGED.
           MOVE WS-SUBTOTAL-LINE TO LV-RPT-LINE.
           WRITE LV-RPT-LINE.
           ADD WS-DEPT-ENTITLED TO WS-CO-ENTITLED.
           ADD WS-DEPT-TAKEN TO WS-CO-TAKEN.
           ADD WS-DEPT-REMAINING TO WS-CO-REMAINING.
           ADD WS-DEPT-FLAGGED TO WS-CO-FLAGGED.
           MOVE "N" TO WS-HAVE-GROUP-SW.
       H230-END. EXIT.

       H300.
           MOVE WS-HEADING2 TO LV-RPT-LINE.
           WRITE LV-RPT-LINE.
           MOVE "COMPANY TOTAL" TO WS-SUB-LABEL.
           MOVE WS-CO-ENTITLED TO WS-SUB-ENTITLED.
           MOVE WS-CO-TAKEN TO WS-SUB-TAKEN.
           MOVE WS-CO-REMAINING TO WS-SUB-REMAINING.
           MOVE WS-CO-FLAGGED TO WS-SUB-FLAGGED.
           MOVE WS-SUBTOTAL-LINE TO LV-RPT-LINE.
           WRITE LV-RPT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "EMPLOYEES LISTED" TO WS-TOTAL-LABEL.
           MOVE WS-RECS-LISTED TO WS-TOTAL-COUNT.
           MOVE WS-TOTAL-LINE TO LV-RPT-LINE.
           WRITE LV-RPT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "NEGATIVE BALANCE" TO WS-TOTAL-LABEL.
           MOVE WS-RECS-NEGATIVE TO WS-TOTAL-COUNT.
           MOVE WS-TOTAL-LINE TO LV-RPT-LINE.
           WRITE LV-RPT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "OVER CARRY LIMIT" TO WS-TOTAL-LABEL.
           MOVE WS-RECS-OVER-CARRY TO WS-TOTAL-COUNT.
           MOVE WS-TOTAL-LINE TO LV-RPT-LINE.
           WRITE LV-RPT-LINE.
           CLOSE EMP-FILE.
           CLOSE LV-RPT.
           DISPLAY "LVRPT01 LEDGER RECORDS READ: " WS-LEDG-READ.
           DISPLAY "LVRPT01 EMPLOYEES LISTED:    " WS-RECS-LISTED.
           DISPLAY "LVRPT01 NEGATIVE BALANCE:    " WS-RECS-NEGATIVE.
           DISPLAY "LVRPT01 OVER CARRY LIMIT:    " WS-RECS-OVER-CARRY.
           PERFORM H900-WRITE-RUN-LOG.
           STOP RUN.

      * ONE RECORD PER RUN TO THE COMMON RUN LOG SO THE END-OF-DAY
      * CHAIN VERIFICATION CAN PROVE THE NIGHT WITHOUT COLLECTING
      * JOB LOGS BY HAND.
       H900-WRITE-RUN-LOG.
           OPEN EXTEND RLOG-FILE.
           IF ST-RLOG-FILE-OK
              MOVE "LVRPT01" TO RLOG-PROGRAM
              MOVE WS-RUN-DATE TO RLOG-DATE
              MOVE WS-LEDG-READ TO RLOG-RECS-IN
              MOVE WS-RECS-LISTED TO RLOG-RECS-OUT
              COMPUTE RLOG-REJECTS = WS-RECS-NEGATIVE
                      + WS-RECS-OVER-CARRY
              MOVE RETURN-CODE TO RLOG-RETCODE
              WRITE RLOG-REC
           ELSE
              DISPLAY "RUNLOG FILE OPEN ERROR"
           END-IF.
           CLOSE RLOG-FILE.
       H900-END. EXIT.
