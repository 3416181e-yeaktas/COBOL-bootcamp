       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEASM01.
      *****************************************************************
      * MONTH-END SERVICE-CHARGE AND OVERDRAFT FEE ASSESSMENT. PASSES
      * IDX-FILE SEQUENTIALLY AND, FOR EACH ACCOUNT, WORKS OUT THE
      * FEES DUE UNDER THE PER-CURRENCY FEE SCHEDULE (FEESCHED):
      *   M  MAINTENANCE  - A FLAT FEE ON EVERY ACCOUNT;
      *   L  LOW BALANCE  - WHEN IDX-BALANCE IS ZERO OR MORE BUT UNDER
      *                     THE CURRENCY'S THRESHOLD;
      *   O  OVERDRAFT    - WHEN IDX-BALANCE IS NEGATIVE.
      * A FEE OF ZERO ON THE SCHEDULE IS NOT CHARGED; A CURRENCY NOT
      * ON THE SCHEDULE IS NOT CHARGED AT ALL. ACCOUNTS OF A CLOSED
      * CUSTOMER (CUSMST) ARE SKIPPED.
      * EVERY FEE DUE IS EITHER CHARGED OR WAIVED. STAFF ACCOUNTS ON
      * STFFILE (WRITTEN BY STFACC01) ARE EXEMPT FROM ALL FEES, AND
      * FEEWAIVE CARRIES THE OTHER EXEMPT ACCOUNTS - ONE FEE TYPE OR
      * ALL ('A'), ONE CURRENCY OR ALL (DVZ 0), UNTIL AN EXPIRY DATE
      * (0 = NO EXPIRY). EACH CHARGE IS WRITTEN TO FEEMOV AS A
      * STANDARD MOVFILE DEBIT SO IT GOES THROUGH IDXPST01'S NORMAL
      * POSTING, HOLD CHECK AND PROOF.
      * FEERPT IS THE FEE REGISTER: EVERY FEE CHARGED OR WAIVED, THEN
      * COUNTS AND AMOUNTS BY CURRENCY AND FEE TYPE FOR FINANCE TO
      * AGREE THE INCOME, AND THE FEEMOV CONTROL TOTALS. THE RUN DATE
      * COMES FROM THE FEECARD CONTROL CARD, SYSTEM DATE WHEN NO CARD
      * IS SUPPLIED. A BAD SCHEDULE OR WAIVER RECORD, OR A FULL
      * TABLE, ENDS THE JOB WITH RETURN CODE 8 SO FEEMOV IS CHECKED
      * BEFORE IT IS POSTED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE   ASSIGN TO IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS SEQUENTIAL
                             RECORD KEY IDX-KEY
                             STATUS ST-IDX-FILE.
           SELECT CUS-FILE   ASSIGN TO CUSMST
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY CUS-ID
                             STATUS ST-CUS-FILE.
           SELECT FSC-FILE   ASSIGN TO FEESCHED
                             STATUS ST-FSC-FILE.
           SELECT OPTIONAL FWV-FILE ASSIGN TO FEEWAIVE
                             STATUS ST-FWV-FILE.
           SELECT OPTIONAL STF-FILE ASSIGN TO STFFILE
                             STATUS ST-STF-FILE.
           SELECT OPTIONAL FEE-CTL ASSIGN TO FEECARD
                             STATUS ST-FEE-CTL.
           SELECT MOV-FILE   ASSIGN TO FEEMOV
                             STATUS ST-MOV-FILE.
           SELECT FEE-RPT    ASSIGN TO FEERPT
                             STATUS ST-FEE-RPT.
           SELECT OPTIONAL RLOG-FILE ASSIGN TO RUNLOG
                             STATUS ST-RLOG-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  IDX-FILE.
         01  IDX-REC.
           03 IDX-KEY.
              05 IDX-ID         PIC S9(5) COMP-3.
              05 IDX-DVZ        PIC S9(3) COMP.
           03 IDX-NAME          PIC X(15).
           03 IDX-SRNAME        PIC X(15).
           03 IDX-DATE          PIC S9(07) COMP-3.
           03 IDX-BALANCE       PIC S9(15) COMP-3.
       FD  CUS-FILE.
         01  CUS-REC.
           03 CUS-ID            PIC S9(5) COMP-3.
           03 CUS-NAME          PIC X(15).
           03 CUS-SRNAME        PIC X(15).
           03 CUS-BIRTH-DATE    PIC 9(8).
           03 CUS-TAX-ID        PIC X(11).
           03 CUS-ADDR-1        PIC X(30).
           03 CUS-ADDR-2        PIC X(30).
           03 CUS-ADDR-3        PIC X(30).
           03 CUS-STATUS        PIC X(1).
              88 CUS-ACTIVE                     VALUE 'A'.
              88 CUS-CLOSED                     VALUE 'C'.
           03 CUS-OPEN-DATE     PIC 9(8).
           03 CUS-STATUS-DATE   PIC 9(8).
       FD  FSC-FILE RECORDING MODE F.
         01  FSC-REC.
           03 FSC-DVZ           PIC 9(3).
           03 FSC-MAINT-FEE     PIC 9(15).
           03 FSC-LOW-THRESHOLD PIC 9(15).
           03 FSC-LOW-FEE       PIC 9(15).
           03 FSC-OVD-FEE       PIC 9(15).
       FD  FWV-FILE RECORDING MODE F.
         01  FWV-REC.
           03 FWV-ID            PIC 9(5).
           03 FWV-DVZ           PIC 9(3).
           03 FWV-FEE-TYPE      PIC X(1).
              88 FWV-TYPE-VALID VALUE 'M' 'L' 'O' 'A'.
           03 FWV-EXPIRY-DATE   PIC 9(8).
           03 FWV-NOTE          PIC X(20).
       FD  STF-FILE RECORDING MODE F.
         01  STF-REC.
           03 STF-ID            PIC 9(5).
           03 STF-DVZ           PIC 9(3).
           03 STF-EMP-ID        PIC 9(4).
       FD  FEE-CTL RECORDING MODE F.
         01  FEE-CTL-REC.
           03 FEE-CTL-DATE      PIC 9(8).
       FD  MOV-FILE RECORDING MODE F.
         01  MOV-REC.
           03 MOV-ID            PIC X(5).
           03 MOV-ID-N REDEFINES MOV-ID PIC 9(5).
           03 MOV-DVZ           PIC X(3).
           03 MOV-DVZ-N REDEFINES MOV-DVZ PIC 9(3).
           03 MOV-DC            PIC X(1).
           03 MOV-AMOUNT        PIC X(15).
           03 MOV-AMOUNT-N REDEFINES MOV-AMOUNT PIC 9(15).
           03 MOV-REF           PIC X(19).
           03 MOV-REASON        PIC X(2).
       FD  FEE-RPT RECORDING MODE F.
         01  FEE-RPT-LINE       PIC X(120).
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
           03 ST-IDX-FILE       PIC 9(2).
              88 IDX-SUCCESS                    VALUE 00 97.
              88 IDX-EOF                        VALUE 10.
           03 ST-CUS-FILE       PIC 9(2).
              88 CUS-SUCCESS                    VALUE 00 97.
           03 ST-FSC-FILE       PIC 9(2).
              88 FSC-SUCCESS                    VALUE 00 97.
              88 FSC-EOF                        VALUE 10.
           03 ST-FWV-FILE       PIC 9(2).
              88 FWV-SUCCESS                    VALUE 00 05 97.
              88 FWV-EOF                        VALUE 10.
           03 ST-STF-FILE       PIC 9(2).
              88 STF-SUCCESS                    VALUE 00 05 97.
              88 STF-EOF                        VALUE 10.
           03 ST-FEE-CTL        PIC 9(2).
              88 FEE-CTL-OK                     VALUE 00 97.
              88 FEE-CTL-EOF                    VALUE 10.
              88 FEE-CTL-NOFILE                 VALUE 35.
           03 ST-MOV-FILE       PIC 9(2).
              88 MOV-SUCCESS                    VALUE 00 97.
           03 ST-FEE-RPT        PIC 9(2).
              88 FEE-RPT-SUCCESS                VALUE 00 97.
           03 ST-RLOG-FILE      PIC 9(2).
              88 RLOG-SUCCESS                   VALUE 00 05 97.

         01  WS-RUN-DATE-AREA.
           03 WS-RUN-DATE       PIC 9(8) VALUE 0.
           03 WS-RUN-DATE-INT   PIC 9(8).

         01  WS-COUNT-AREA.
           03 WS-READ-COUNT     PIC 9(7) VALUE 0.
           03 WS-NOSCHED-COUNT  PIC 9(7) VALUE 0.
           03 WS-CLOSED-COUNT   PIC 9(7) VALUE 0.
           03 WS-CHARGE-COUNT   PIC 9(7) VALUE 0.
           03 WS-WAIVE-COUNT    PIC 9(7) VALUE 0.
           03 WS-ERROR-COUNT    PIC 9(7) VALUE 0.
           03 WS-CHARGE-TOTAL   PIC 9(17) VALUE 0.

      * THE FEE SCHEDULE, ONE ENTRY PER CURRENCY.
         01  WS-FSC-TABLE.
           03 WS-FSC-COUNT      PIC 9(3) VALUE 0.
           03 WS-FSC-ENTRY OCCURS 50 TIMES.
              05 WS-FSC-DVZ         PIC 9(3).
              05 WS-FSC-MAINT-FEE   PIC 9(15).
              05 WS-FSC-LOW-LIMIT   PIC 9(15).
              05 WS-FSC-LOW-FEE     PIC 9(15).
              05 WS-FSC-OVD-FEE     PIC 9(15).
         01  WS-FSC-IDX         PIC 9(3).
         01  WS-FSC-FOUND-IDX   PIC 9(3).

      * FEE WAIVERS STILL IN FORCE ON THE RUN DATE.
         01  WS-FWV-TABLE.
           03 WS-FWV-COUNT      PIC 9(4) VALUE 0.
           03 WS-FWV-ENTRY OCCURS 1000 TIMES.
              05 WS-FWV-ID      PIC 9(5).
              05 WS-FWV-DVZ     PIC 9(3).
              05 WS-FWV-TYPE    PIC X(1).
         01  WS-FWV-IDX         PIC 9(4).

      * STAFF ACCOUNTS FROM STFACC01.
         01  WS-STF-TABLE.
           03 WS-STF-COUNT      PIC 9(4) VALUE 0.
           03 WS-STF-ENTRY OCCURS 1000 TIMES.
              05 WS-STF-ID      PIC 9(5).
              05 WS-STF-DVZ     PIC 9(3).
         01  WS-STF-IDX         PIC 9(4).

      * THE FEE BEING ASSESSED ON THE CURRENT ACCOUNT.
         01  WS-FEE-AREA.
           03 WS-ACCT-ID        PIC 9(5).
           03 WS-ACCT-DVZ       PIC 9(3).
           03 WS-ACCT-NAME      PIC X(15).
           03 WS-ACCT-SRNAME    PIC X(15).
           03 WS-FEE-TYPE-NO    PIC 9(1).
           03 WS-FEE-AMOUNT     PIC 9(15).
           03 WS-WAIVE-SOURCE   PIC X(8).
           03 WS-STAFF-SW       PIC X(1).
              88 WS-STAFF-ACCOUNT               VALUE 'Y'.

         01  WS-FEE-TYPE-AREA.
           03 WS-FEE-TYPE-ENTRY OCCURS 3 TIMES.
              05 WS-FEE-TYPE-CODE   PIC X(1).
              05 WS-FEE-TYPE-LABEL  PIC X(12).

      * FEE REGISTER TOTALS PER CURRENCY AND FEE TYPE.
         01  WS-FRG-TOTALS-AREA.
           03 WS-FRG-ENTRY-COUNT    PIC 9(3) VALUE 0.
           03 WS-FRG-ENTRY OCCURS 50 TIMES.
              05 WS-FRG-DVZ         PIC 9(3).
              05 WS-FRG-TYPE OCCURS 3 TIMES.
                 07 WS-FRG-CHG-COUNT   PIC 9(7).
                 07 WS-FRG-CHG-AMOUNT  PIC 9(17).
                 07 WS-FRG-WVD-COUNT   PIC 9(7).
                 07 WS-FRG-WVD-AMOUNT  PIC 9(17).
         01  WS-FRG-IDX             PIC 9(3).
         01  WS-FRG-FOUND-IDX       PIC 9(3).
         01  WS-TYPE-IDX            PIC 9(1).

         01  WS-HEAD1             PIC X(120) VALUE
             'MONTH-END FEE REGISTER'.
         01  WS-HEAD2             PIC X(120) VALUE
             '--------------------------------------------------'.
         01  WS-HEAD-SUMMARY      PIC X(120) VALUE
             'FEES BY CURRENCY AND FEE TYPE'.

         01  WS-PARM-LINE.
           03 FILLER             PIC X(9) VALUE 'RUN DATE '.
           03 WS-PARM-DATE       PIC 9(8).
           03 FILLER             PIC X(103) VALUE SPACES.

         01  WS-DETAIL-COLS.
           03 FILLER             PIC X(60) VALUE
              'ID     DVZ  NAME                                   BALANC
      -       'E'.
           03 FILLER             PIC X(60) VALUE
              '  FEE TYPE                AMOUNT  ACTION    SOURCE'.

         01  WS-DETAIL-LINE.
           03 WS-DTL-ID          PIC 9(5).
           03 FILLER             PIC X(2).
           03 WS-DTL-DVZ         PIC 9(3).
           03 FILLER             PIC X(2).
           03 WS-DTL-NAME        PIC X(15).
           03 FILLER             PIC X(1).
           03 WS-DTL-SRNAME      PIC X(15).
           03 FILLER             PIC X(2).
           03 WS-DTL-BALANCE     PIC Z(14)9-.
           03 FILLER             PIC X(2).
           03 WS-DTL-FEE-TYPE    PIC X(12).
           03 FILLER             PIC X(2).
           03 WS-DTL-AMOUNT      PIC Z(14)9.
           03 FILLER             PIC X(2).
           03 WS-DTL-ACTION      PIC X(8).
           03 FILLER             PIC X(2).
           03 WS-DTL-SOURCE      PIC X(8).
           03 FILLER             PIC X(8).

         01  WS-SUMMARY-COLS.
           03 FILLER             PIC X(60) VALUE
              'DVZ  FEE TYPE      CHARGED      CHARGED AMOUNT   WAIVED'.
           03 FILLER             PIC X(60) VALUE
              '       WAIVED AMOUNT'.

         01  WS-SUMMARY-LINE.
           03 WS-SUM-DVZ         PIC 9(3).
           03 FILLER             PIC X(2).
           03 WS-SUM-FEE-TYPE    PIC X(12).
           03 FILLER             PIC X(2).
           03 WS-SUM-CHG-COUNT   PIC ZZZ,ZZ9.
           03 FILLER             PIC X(2).
           03 WS-SUM-CHG-AMOUNT  PIC Z(16)9.
           03 FILLER             PIC X(2).
           03 WS-SUM-WVD-COUNT   PIC ZZZ,ZZ9.
           03 FILLER             PIC X(2).
           03 WS-SUM-WVD-AMOUNT  PIC Z(16)9.
           03 FILLER             PIC X(49).

         01  WS-CONTROL-LINE.
           03 FILLER             PIC X(29) VALUE
              'FEEMOV DEBITS WRITTEN:       '.
           03 WS-CTL-COUNT       PIC ZZZ,ZZ9.
           03 FILLER             PIC X(16) VALUE
              '   TOTAL AMOUNT '.
           03 WS-CTL-AMOUNT      PIC Z(16)9.
           03 FILLER             PIC X(51) VALUE SPACES.

         01  WS-SKIP-LINE.
           03 WS-SKP-LABEL       PIC X(29).
           03 WS-SKP-COUNT       PIC ZZZ,ZZ9.
           03 FILLER             PIC X(84) VALUE SPACES.

      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H050-SET-FEE-TYPES.
           PERFORM H060-GET-CONTROL-CARD.
           PERFORM H100-OPEN-FILES.
           PERFORM H110-LOAD-SCHEDULE.
           PERFORM H120-LOAD-WAIVERS.
           PERFORM H130-LOAD-STAFF.
           READ IDX-FILE NEXT RECORD.
           PERFORM H200-PROCESS UNTIL IDX-EOF.
           PERFORM H400-PRINT-SUMMARY.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H050-SET-FEE-TYPES.
           MOVE 'M' TO WS-FEE-TYPE-CODE(1).
           MOVE 'MAINTENANCE' TO WS-FEE-TYPE-LABEL(1).
           MOVE 'L' TO WS-FEE-TYPE-CODE(2).
           MOVE 'LOW BALANCE' TO WS-FEE-TYPE-LABEL(2).
           MOVE 'O' TO WS-FEE-TYPE-CODE(3).
           MOVE 'OVERDRAFT' TO WS-FEE-TYPE-LABEL(3).
       H050-END. EXIT.

      * THE RUN DATE COMES FROM THE FEECARD CONTROL CARD, FOLLOWING
      * THE RUNCARD PATTERN THE HR SUITE USES. NO CARD (OR AN EMPTY
      * OR UNUSABLE ONE) MEANS SYSTEM DATE.
       H060-GET-CONTROL-CARD.
           OPEN INPUT FEE-CTL.
           IF FEE-CTL-OK
              READ FEE-CTL
              IF NOT FEE-CTL-EOF
                 MOVE FEE-CTL-DATE TO WS-RUN-DATE
              END-IF
           END-IF.
           CLOSE FEE-CTL.
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
           DISPLAY 'RUN DATE FOR THIS RUN IS ' WS-RUN-DATE.
       H060-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT IDX-FILE.
           OPEN INPUT CUS-FILE.
           OPEN INPUT FSC-FILE.
           OPEN INPUT FWV-FILE.
           OPEN INPUT STF-FILE.
           OPEN OUTPUT MOV-FILE.
           OPEN OUTPUT FEE-RPT.
           IF (ST-IDX-FILE NOT = 0) AND (ST-IDX-FILE NOT = 97)
              DISPLAY 'UNABLE TO OPEN IDXFILE: ' ST-IDX-FILE
              MOVE ST-IDX-FILE TO RETURN-CODE
              STOP RUN
           END-IF.
           IF (ST-CUS-FILE NOT = 0) AND (ST-CUS-FILE NOT = 97)
              DISPLAY 'UNABLE TO OPEN CUSMST: ' ST-CUS-FILE
              MOVE ST-CUS-FILE TO RETURN-CODE
              STOP RUN
           END-IF.
           IF (ST-FSC-FILE NOT = 0) AND (ST-FSC-FILE NOT = 97)
              DISPLAY 'UNABLE TO OPEN FEESCHED: ' ST-FSC-FILE
              MOVE ST-FSC-FILE TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT FWV-SUCCESS
              DISPLAY 'UNABLE TO OPEN FEEWAIVE: ' ST-FWV-FILE
              MOVE ST-FWV-FILE TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT STF-SUCCESS
              DISPLAY 'UNABLE TO OPEN STFFILE: ' ST-STF-FILE
              MOVE ST-STF-FILE TO RETURN-CODE
              STOP RUN
           END-IF.
           IF (ST-MOV-FILE NOT = 0) AND (ST-MOV-FILE NOT = 97)
              DISPLAY 'UNABLE TO OPEN FEEMOV: ' ST-MOV-FILE
              MOVE ST-MOV-FILE TO RETURN-CODE
              STOP RUN
           END-IF.
           IF (ST-FEE-RPT NOT = 0) AND (ST-FEE-RPT NOT = 97)
              DISPLAY 'UNABLE TO OPEN FEERPT: ' ST-FEE-RPT
              MOVE ST-FEE-RPT TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-HEAD1 TO FEE-RPT-LINE.
           WRITE FEE-RPT-LINE.
           MOVE WS-RUN-DATE TO WS-PARM-DATE.
           MOVE WS-PARM-LINE TO FEE-RPT-LINE.
           WRITE FEE-RPT-LINE.
           MOVE WS-HEAD2 TO FEE-RPT-LINE.
           WRITE FEE-RPT-LINE.
           MOVE WS-DETAIL-COLS TO FEE-RPT-LINE.
           WRITE FEE-RPT-LINE.
       H100-END. EXIT.

      * A SCHEDULE RECORD THAT IS NOT NUMERIC, OR REPEATS A CURRENCY
      * ALREADY LOADED, IS REFUSED RATHER THAN GUESSED AT.
       H110-LOAD-SCHEDULE.
           READ FSC-FILE.
           PERFORM UNTIL FSC-EOF
              IF FSC-DVZ NOT NUMERIC OR FSC-MAINT-FEE NOT NUMERIC
                 OR FSC-LOW-THRESHOLD NOT NUMERIC
                 OR FSC-LOW-FEE NOT NUMERIC
                 OR FSC-OVD-FEE NOT NUMERIC
                 DISPLAY 'BAD FEESCHED RECORD: ' FSC-REC
                 ADD 1 TO WS-ERROR-COUNT
              ELSE
                 PERFORM H115-FIND-SCHEDULE
                 IF WS-FSC-FOUND-IDX NOT = 0
                    DISPLAY 'DUPLICATE FEESCHED DVZ IGNORED: '
                            FSC-DVZ
                    ADD 1 TO WS-ERROR-COUNT
                 ELSE
                    IF WS-FSC-COUNT >= 50
                       DISPLAY 'FEE SCHEDULE TABLE FULL, DROPPING '
                               'DVZ: ' FSC-DVZ
                       ADD 1 TO WS-ERROR-COUNT
                    ELSE
                       ADD 1 TO WS-FSC-COUNT
                       MOVE FSC-DVZ TO WS-FSC-DVZ(WS-FSC-COUNT)
                       MOVE FSC-MAINT-FEE
                         TO WS-FSC-MAINT-FEE(WS-FSC-COUNT)
                       MOVE FSC-LOW-THRESHOLD
                         TO WS-FSC-LOW-LIMIT(WS-FSC-COUNT)
                       MOVE FSC-LOW-FEE TO WS-FSC-LOW-FEE(WS-FSC-COUNT)
                       MOVE FSC-OVD-FEE TO WS-FSC-OVD-FEE(WS-FSC-COUNT)
                    END-IF
                 END-IF
              END-IF
              READ FSC-FILE
           END-PERFORM.
           DISPLAY 'FEE SCHEDULE CURRENCIES LOADED: ' WS-FSC-COUNT.
       H110-END. EXIT.

       H115-FIND-SCHEDULE.
           MOVE 0 TO WS-FSC-FOUND-IDX.
           PERFORM VARYING WS-FSC-IDX FROM 1 BY 1
              UNTIL WS-FSC-IDX > WS-FSC-COUNT
              IF WS-FSC-DVZ(WS-FSC-IDX) = FSC-DVZ
                 MOVE WS-FSC-IDX TO WS-FSC-FOUND-IDX
              END-IF
           END-PERFORM.
       H115-END. EXIT.

      * ONLY WAIVERS STILL IN FORCE ON THE RUN DATE ARE LOADED.
       H120-LOAD-WAIVERS.
           READ FWV-FILE.
           PERFORM UNTIL FWV-EOF OR NOT FWV-SUCCESS
              IF FWV-ID NOT NUMERIC OR FWV-DVZ NOT NUMERIC
                 OR FWV-EXPIRY-DATE NOT NUMERIC
                 OR NOT FWV-TYPE-VALID
                 DISPLAY 'BAD FEEWAIVE RECORD: ' FWV-REC
                 ADD 1 TO WS-ERROR-COUNT
              ELSE
                 IF FWV-EXPIRY-DATE = 0
                    OR FWV-EXPIRY-DATE NOT < WS-RUN-DATE
                    IF WS-FWV-COUNT >= 1000
                       DISPLAY 'WAIVER TABLE FULL, DROPPING ID: '
                               FWV-ID
                       ADD 1 TO WS-ERROR-COUNT
                    ELSE
                       ADD 1 TO WS-FWV-COUNT
                       MOVE FWV-ID TO WS-FWV-ID(WS-FWV-COUNT)
                       MOVE FWV-DVZ TO WS-FWV-DVZ(WS-FWV-COUNT)
                       MOVE FWV-FEE-TYPE TO WS-FWV-TYPE(WS-FWV-COUNT)
                    END-IF
                 END-IF
              END-IF
              READ FWV-FILE
           END-PERFORM.
           DISPLAY 'FEE WAIVERS IN FORCE: ' WS-FWV-COUNT.
       H120-END. EXIT.

       H130-LOAD-STAFF.
           READ STF-FILE.
           PERFORM UNTIL STF-EOF OR NOT STF-SUCCESS
              IF WS-STF-COUNT >= 1000
                 DISPLAY 'STAFF TABLE FULL, DROPPING ID: ' STF-ID
                 ADD 1 TO WS-ERROR-COUNT
              ELSE
                 ADD 1 TO WS-STF-COUNT
                 MOVE STF-ID TO WS-STF-ID(WS-STF-COUNT)
                 MOVE STF-DVZ TO WS-STF-DVZ(WS-STF-COUNT)
              END-IF
              READ STF-FILE
           END-PERFORM.
           DISPLAY 'STAFF ACCOUNTS LOADED: ' WS-STF-COUNT.
       H130-END. EXIT.

       H200-PROCESS.
           ADD 1 TO WS-READ-COUNT.
           MOVE IDX-DVZ TO FSC-DVZ.
           PERFORM H115-FIND-SCHEDULE.
           IF WS-FSC-FOUND-IDX = 0
              ADD 1 TO WS-NOSCHED-COUNT
           ELSE
              MOVE IDX-ID TO CUS-ID
              READ CUS-FILE KEY IS CUS-ID
                 INVALID KEY
                    MOVE IDX-NAME TO WS-ACCT-NAME
                    MOVE IDX-SRNAME TO WS-ACCT-SRNAME
                    PERFORM H210-ASSESS-ACCOUNT
                 NOT INVALID KEY
                    IF CUS-CLOSED
                       ADD 1 TO WS-CLOSED-COUNT
                    ELSE
                       MOVE CUS-NAME TO WS-ACCT-NAME
                       MOVE CUS-SRNAME TO WS-ACCT-SRNAME
                       PERFORM H210-ASSESS-ACCOUNT
                    END-IF
              END-READ
           END-IF.
           READ IDX-FILE NEXT RECORD.
       H200-END. EXIT.

       H210-ASSESS-ACCOUNT.
           MOVE IDX-ID TO WS-ACCT-ID.
           MOVE IDX-DVZ TO WS-ACCT-DVZ.
           MOVE 'N' TO WS-STAFF-SW.
           PERFORM VARYING WS-STF-IDX FROM 1 BY 1
              UNTIL WS-STF-IDX > WS-STF-COUNT
              IF WS-STF-ID(WS-STF-IDX) = WS-ACCT-ID
                 AND WS-STF-DVZ(WS-STF-IDX) = WS-ACCT-DVZ
                 MOVE 'Y' TO WS-STAFF-SW
                 MOVE WS-STF-COUNT TO WS-STF-IDX
              END-IF
           END-PERFORM.
           IF WS-FSC-MAINT-FEE(WS-FSC-FOUND-IDX) > 0
              MOVE 1 TO WS-FEE-TYPE-NO
              MOVE WS-FSC-MAINT-FEE(WS-FSC-FOUND-IDX) TO WS-FEE-AMOUNT
              PERFORM H220-APPLY-FEE
           END-IF.
           IF IDX-BALANCE NOT < 0
              AND IDX-BALANCE < WS-FSC-LOW-LIMIT(WS-FSC-FOUND-IDX)
              AND WS-FSC-LOW-FEE(WS-FSC-FOUND-IDX) > 0
              MOVE 2 TO WS-FEE-TYPE-NO
              MOVE WS-FSC-LOW-FEE(WS-FSC-FOUND-IDX) TO WS-FEE-AMOUNT
              PERFORM H220-APPLY-FEE
           END-IF.
           IF IDX-BALANCE < 0
              AND WS-FSC-OVD-FEE(WS-FSC-FOUND-IDX) > 0
              MOVE 3 TO WS-FEE-TYPE-NO
              MOVE WS-FSC-OVD-FEE(WS-FSC-FOUND-IDX) TO WS-FEE-AMOUNT
              PERFORM H220-APPLY-FEE
           END-IF.
       H210-END. EXIT.

      * A FEE DUE IS WAIVED FOR A STAFF ACCOUNT OR WHEN A WAIVER IN
      * FORCE COVERS THE ACCOUNT, CURRENCY AND FEE TYPE; OTHERWISE IT
      * IS CHARGED AS A MOVFILE DEBIT.
       H220-APPLY-FEE.
           MOVE SPACES TO WS-WAIVE-SOURCE.
           IF WS-STAFF-ACCOUNT
              MOVE 'STAFF' TO WS-WAIVE-SOURCE
           ELSE
              PERFORM VARYING WS-FWV-IDX FROM 1 BY 1
                 UNTIL WS-FWV-IDX > WS-FWV-COUNT
                 IF WS-FWV-ID(WS-FWV-IDX) = WS-ACCT-ID
                    AND (WS-FWV-DVZ(WS-FWV-IDX) = 0
                         OR WS-FWV-DVZ(WS-FWV-IDX) = WS-ACCT-DVZ)
                    AND (WS-FWV-TYPE(WS-FWV-IDX) = 'A'
                         OR WS-FWV-TYPE(WS-FWV-IDX)
                            = WS-FEE-TYPE-CODE(WS-FEE-TYPE-NO))
                    MOVE 'WAIVER' TO WS-WAIVE-SOURCE
                    MOVE WS-FWV-COUNT TO WS-FWV-IDX
                 END-IF
              END-PERFORM
           END-IF.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-ACCT-ID TO WS-DTL-ID.
           MOVE WS-ACCT-DVZ TO WS-DTL-DVZ.
           MOVE WS-ACCT-NAME TO WS-DTL-NAME.
           MOVE WS-ACCT-SRNAME TO WS-DTL-SRNAME.
           MOVE IDX-BALANCE TO WS-DTL-BALANCE.
           MOVE WS-FEE-TYPE-LABEL(WS-FEE-TYPE-NO) TO WS-DTL-FEE-TYPE.
           MOVE WS-FEE-AMOUNT TO WS-DTL-AMOUNT.
           IF WS-WAIVE-SOURCE = SPACES
              MOVE 'CHARGED' TO WS-DTL-ACTION
              PERFORM H230-WRITE-FEE-DEBIT
           ELSE
              MOVE 'WAIVED' TO WS-DTL-ACTION
              MOVE WS-WAIVE-SOURCE TO WS-DTL-SOURCE
              ADD 1 TO WS-WAIVE-COUNT
           END-IF.
           MOVE WS-DETAIL-LINE TO FEE-RPT-LINE.
           WRITE FEE-RPT-LINE.
           PERFORM H240-ACCUM-FRG-TOTALS.
       H220-END. EXIT.

      * A STANDARD MOVFILE DEBIT. NO JOURNAL REFERENCE OR REASON CODE;
      * THOSE ARE ONLY CARRIED BY REVERSALS.
       H230-WRITE-FEE-DEBIT.
           MOVE SPACES TO MOV-REC.
           MOVE WS-ACCT-ID TO MOV-ID-N.
           MOVE WS-ACCT-DVZ TO MOV-DVZ-N.
           MOVE 'D' TO MOV-DC.
           MOVE WS-FEE-AMOUNT TO MOV-AMOUNT-N.
           WRITE MOV-REC.
           ADD 1 TO WS-CHARGE-COUNT.
           ADD WS-FEE-AMOUNT TO WS-CHARGE-TOTAL.
       H230-END. EXIT.

       H240-ACCUM-FRG-TOTALS.
           MOVE 0 TO WS-FRG-FOUND-IDX.
           PERFORM VARYING WS-FRG-IDX FROM 1 BY 1
              UNTIL WS-FRG-IDX > WS-FRG-ENTRY-COUNT
              IF WS-FRG-DVZ(WS-FRG-IDX) = WS-ACCT-DVZ
                 MOVE WS-FRG-IDX TO WS-FRG-FOUND-IDX
              END-IF
           END-PERFORM.
           IF WS-FRG-FOUND-IDX = 0
              IF WS-FRG-ENTRY-COUNT >= 50
                 DISPLAY 'FRG-TOTALS TABLE FULL, DROPPING DVZ: '
                         WS-ACCT-DVZ
                 ADD 1 TO WS-ERROR-COUNT
              ELSE
                 ADD 1 TO WS-FRG-ENTRY-COUNT
                 MOVE WS-FRG-ENTRY-COUNT TO WS-FRG-FOUND-IDX
                 MOVE WS-ACCT-DVZ TO WS-FRG-DVZ(WS-FRG-FOUND-IDX)
                 PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                    UNTIL WS-TYPE-IDX > 3
                    MOVE 0 TO WS-FRG-CHG-COUNT(WS-FRG-FOUND-IDX
                                               WS-TYPE-IDX)
                    MOVE 0 TO WS-FRG-CHG-AMOUNT(WS-FRG-FOUND-IDX
                                                WS-TYPE-IDX)
                    MOVE 0 TO WS-FRG-WVD-COUNT(WS-FRG-FOUND-IDX
                                               WS-TYPE-IDX)
                    MOVE 0 TO WS-FRG-WVD-AMOUNT(WS-FRG-FOUND-IDX
                                                WS-TYPE-IDX)
                 END-PERFORM
              END-IF
           END-IF.
           IF WS-FRG-FOUND-IDX NOT = 0
              IF WS-WAIVE-SOURCE = SPACES
                 ADD 1 TO WS-FRG-CHG-COUNT(WS-FRG-FOUND-IDX
                                           WS-FEE-TYPE-NO)
                 ADD WS-FEE-AMOUNT TO WS-FRG-CHG-AMOUNT
                                      (WS-FRG-FOUND-IDX WS-FEE-TYPE-NO)
              ELSE
                 ADD 1 TO WS-FRG-WVD-COUNT(WS-FRG-FOUND-IDX
                                           WS-FEE-TYPE-NO)
                 ADD WS-FEE-AMOUNT TO WS-FRG-WVD-AMOUNT
                                      (WS-FRG-FOUND-IDX WS-FEE-TYPE-NO)
              END-IF
           END-IF.
       H240-END. EXIT.

       H400-PRINT-SUMMARY.
           MOVE WS-HEAD2 TO FEE-RPT-LINE.
           WRITE FEE-RPT-LINE.
           MOVE WS-HEAD-SUMMARY TO FEE-RPT-LINE.
           WRITE FEE-RPT-LINE.
           MOVE WS-SUMMARY-COLS TO FEE-RPT-LINE.
           WRITE FEE-RPT-LINE.
           PERFORM H410-WRITE-DVZ-SUMMARY
              VARYING WS-FRG-IDX FROM 1 BY 1
              UNTIL WS-FRG-IDX > WS-FRG-ENTRY-COUNT.
           MOVE WS-HEAD2 TO FEE-RPT-LINE.
           WRITE FEE-RPT-LINE.
           MOVE WS-CHARGE-COUNT TO WS-CTL-COUNT.
           MOVE WS-CHARGE-TOTAL TO WS-CTL-AMOUNT.
           MOVE WS-CONTROL-LINE TO FEE-RPT-LINE.
           WRITE FEE-RPT-LINE.
           MOVE 'FEES WAIVED:' TO WS-SKP-LABEL.
           MOVE WS-WAIVE-COUNT TO WS-SKP-COUNT.
           MOVE WS-SKIP-LINE TO FEE-RPT-LINE.
           WRITE FEE-RPT-LINE.
           MOVE 'ACCOUNTS IN UNSCHEDULED DVZ:' TO WS-SKP-LABEL.
           MOVE WS-NOSCHED-COUNT TO WS-SKP-COUNT.
           MOVE WS-SKIP-LINE TO FEE-RPT-LINE.
           WRITE FEE-RPT-LINE.
           MOVE 'ACCOUNTS OF CLOSED CUSTOMERS:' TO WS-SKP-LABEL.
           MOVE WS-CLOSED-COUNT TO WS-SKP-COUNT.
           MOVE WS-SKIP-LINE TO FEE-RPT-LINE.
           WRITE FEE-RPT-LINE.
           MOVE 'INPUT ERRORS:' TO WS-SKP-LABEL.
           MOVE WS-ERROR-COUNT TO WS-SKP-COUNT.
           MOVE WS-SKIP-LINE TO FEE-RPT-LINE.
           WRITE FEE-RPT-LINE.
       H400-END. EXIT.

       H410-WRITE-DVZ-SUMMARY.
           PERFORM H420-WRITE-TYPE-LINE
              VARYING WS-TYPE-IDX FROM 1 BY 1
              UNTIL WS-TYPE-IDX > 3.
       H410-END. EXIT.

       H420-WRITE-TYPE-LINE.
           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE WS-FRG-DVZ(WS-FRG-IDX) TO WS-SUM-DVZ.
           MOVE WS-FEE-TYPE-LABEL(WS-TYPE-IDX) TO WS-SUM-FEE-TYPE.
           MOVE WS-FRG-CHG-COUNT(WS-FRG-IDX WS-TYPE-IDX)
             TO WS-SUM-CHG-COUNT.
           MOVE WS-FRG-CHG-AMOUNT(WS-FRG-IDX WS-TYPE-IDX)
             TO WS-SUM-CHG-AMOUNT.
           MOVE WS-FRG-WVD-COUNT(WS-FRG-IDX WS-TYPE-IDX)
             TO WS-SUM-WVD-COUNT.
           MOVE WS-FRG-WVD-AMOUNT(WS-FRG-IDX WS-TYPE-IDX)
             TO WS-SUM-WVD-AMOUNT.
           MOVE WS-SUMMARY-LINE TO FEE-RPT-LINE.
           WRITE FEE-RPT-LINE.
       H420-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE.
           CLOSE CUS-FILE.
           CLOSE FSC-FILE.
           CLOSE FWV-FILE.
           CLOSE STF-FILE.
           CLOSE MOV-FILE.
           CLOSE FEE-RPT.
           DISPLAY 'FEEASM01 ACCOUNTS READ:    ' WS-READ-COUNT.
           DISPLAY 'FEEASM01 FEES CHARGED:     ' WS-CHARGE-COUNT.
           DISPLAY 'FEEASM01 FEES WAIVED:      ' WS-WAIVE-COUNT.
           DISPLAY 'FEEASM01 INPUT ERRORS:     ' WS-ERROR-COUNT.
           IF WS-ERROR-COUNT > 0
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
              MOVE 'FEEASM01' TO RLOG-PROGRAM
              MOVE WS-RUN-DATE TO RLOG-DATE
              MOVE WS-READ-COUNT TO RLOG-RECS-IN
              MOVE WS-CHARGE-COUNT TO RLOG-RECS-OUT
              MOVE WS-ERROR-COUNT TO RLOG-REJECTS
              MOVE RETURN-CODE TO RLOG-RETCODE
              WRITE RLOG-REC
           ELSE
              DISPLAY 'UNABLE TO OPEN RUNLOG: ' ST-RLOG-FILE
           END-IF.
           CLOSE RLOG-FILE.
       H900-END. EXIT.
      *
