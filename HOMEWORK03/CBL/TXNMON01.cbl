       IDENTIFICATION DIVISION.
       PROGRAM-ID. TXNMON01.
      *****************************************************************
      * LARGE-TRANSACTION AND STRUCTURING MONITOR FOR COMPLIANCE.
      * IDXPST01 POSTS EACH MOVFILE RECORD ON ITS OWN, SO A CUSTOMER
      * WHO SPLITS A LARGE TRANSFER ACROSS CURRENCIES, OR ACROSS
      * SEVERAL SMALLER MOVEMENTS ON ONE DAY, IS NOT VISIBLE FROM ANY
      * SINGLE POSTING. THIS PROGRAM READS THE DAY'S PSTJRNL, TAKES
      * THE 'POSTED' MOVEMENTS, CONVERTS EACH AMOUNT TO BASE CURRENCY
      * WITH THE FXFILE RATES FXVAL01 HAS ALREADY PASSED, SORTS THEM
      * BY IDX-ID AND TOTALS DEBITS AND CREDITS PER CUSTOMER ACROSS
      * ALL DVZ. A CUSTOMER IS ALERTED FOR:
      *   SINGLE - ONE MOVEMENT AT OR OVER THE SINGLE-MOVEMENT LIMIT;
      *   DAILY  - DAY'S DEBITS OR DAY'S CREDITS AT OR OVER THE
      *            DAILY-AGGREGATE LIMIT;
      *   STRUCT - AT LEAST THE NEAR-COUNT OF MOVEMENTS FALLING
      *            WITHIN THE NEAR BAND JUST UNDER THE SINGLE LIMIT.
      * LIMITS COME FROM THE MONCARD CONTROL CARD WITH THE RUN DATE;
      * A ZERO OR MISSING LIMIT TAKES THE DEFAULT BELOW. EVERY ALERT
      * GOES TO ALRTRPT AND IS APPENDED TO THE CUMULATIVE ALRTHIST
      * FILE. A CUSTOMER WITH ANY ALERT ON ALRTHIST IN THE 30 DAYS
      * BEFORE THE RUN DATE IS FLAGGED AS A REPEAT. A RERUN FOR A DATE
      * ALREADY ON ALRTHIST PRINTS THE REPORT BUT DOES NOT APPEND THE
      * ALERTS A SECOND TIME. REVERSALS AND REJECTED POSTINGS ARE NOT
      * MOVEMENTS AND ARE NOT MONITORED; A CURRENCY MISSING FROM
      * FXFILE CONVERTS AT PAR, AS IN FXCONV01, AND IS COUNTED ON
      * THE REPORT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRN-FILE   ASSIGN TO PSTJRNL
                             STATUS ST-JRN-FILE.
           SELECT SORT-WORK  ASSIGN TO "SORTWK01".
           SELECT FX-FILE    ASSIGN TO FXFILE
                             STATUS ST-FX-FILE.
           SELECT IDX-FILE   ASSIGN TO IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY IDX-KEY
                             STATUS ST-IDX-FILE.
           SELECT CUS-FILE   ASSIGN TO CUSMST
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY CUS-ID
                             STATUS ST-CUS-FILE.
           SELECT OPTIONAL MON-CTL ASSIGN TO MONCARD
                             STATUS ST-MON-CTL.
           SELECT OPTIONAL ALH-FILE ASSIGN TO ALRTHIST
                             STATUS ST-ALH-FILE.
           SELECT ALR-RPT    ASSIGN TO ALRTRPT
                             STATUS ST-ALR-RPT.
           SELECT OPTIONAL RLOG-FILE ASSIGN TO RUNLOG
                             STATUS ST-RLOG-FILE.
       DATA DIVISION.
       FILE SECTION.
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
       SD  SORT-WORK.
         01  SORT-WORK-REC.
           03 SW-ID             PIC 9(5).
           03 SW-DVZ            PIC 9(3).
           03 SW-DC             PIC X(1).
           03 SW-BASE-AMOUNT    PIC 9(16)V9(2).
       FD  FX-FILE RECORDING MODE F.
         01  FX-REC.
           03 FX-DVZ            PIC 9(3).
           03 FX-RATE           PIC 9(5)V9(6).
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
       FD  MON-CTL RECORDING MODE F.
         01  MON-CTL-REC.
           03 MON-CTL-DATE      PIC 9(8).
           03 MON-CTL-SINGLE    PIC 9(13)V9(2).
           03 MON-CTL-DAILY     PIC 9(13)V9(2).
           03 MON-CTL-NEAR-PCT  PIC 9(2).
           03 MON-CTL-NEAR-CNT  PIC 9(3).
      * ONE RECORD PER ALERT RAISED, KEPT ACROSS RUNS SO REPEAT
      * OFFENDERS CAN BE SEEN OVER THE ROLLING WINDOW.
       FD  ALH-FILE RECORDING MODE F.
         01  ALH-REC.
           03 ALH-DATE          PIC 9(8).
           03 ALH-ID            PIC 9(5).
           03 ALH-TYPE          PIC X(6).
           03 ALH-DEBITS        PIC 9(16)V9(2).
           03 ALH-CREDITS       PIC 9(16)V9(2).
           03 ALH-LARGEST       PIC 9(16)V9(2).
           03 ALH-MOV-COUNT     PIC 9(5).
           03 ALH-NEAR-COUNT    PIC 9(5).
           03 ALH-REPEAT        PIC X(1).
       FD  ALR-RPT RECORDING MODE F.
         01  ALR-RPT-LINE       PIC X(120).
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
           03 ST-JRN-FILE       PIC 9(2).
              88 JRN-SUCCESS                    VALUE 00 97.
              88 JRN-EOF                        VALUE 10.
           03 ST-FX-FILE        PIC 9(2).
              88 FX-SUCCESS                     VALUE 00 97.
              88 FX-EOF                         VALUE 10.
           03 ST-IDX-FILE       PIC 9(2).
              88 IDX-SUCCESS                    VALUE 00 97.
           03 ST-CUS-FILE       PIC 9(2).
              88 CUS-SUCCESS                    VALUE 00 97.
           03 ST-MON-CTL        PIC 9(2).
              88 MON-CTL-OK                     VALUE 00 97.
              88 MON-CTL-EOF                    VALUE 10.
              88 MON-CTL-NOFILE                 VALUE 35.
           03 ST-ALH-FILE       PIC 9(2).
              88 ALH-SUCCESS                    VALUE 00 05 97.
              88 ALH-EOF                        VALUE 10.
           03 ST-ALR-RPT        PIC 9(2).
              88 ALR-RPT-SUCCESS                VALUE 00 97.
           03 ST-RLOG-FILE      PIC 9(2).
              88 RLOG-SUCCESS                   VALUE 00 05 97.
           03 WS-SORT-EOF-SW    PIC X(1) VALUE 'N'.
              88 WS-SORT-EOF                    VALUE 'Y'.
           03 WS-RERUN-SW       PIC X(1) VALUE 'N'.
              88 WS-RERUN                       VALUE 'Y'.

         01  WS-RUN-DATE-AREA.
           03 WS-RUN-DATE       PIC 9(8) VALUE 0.
           03 WS-RUN-DATE-INT   PIC 9(8).
           03 WS-WINDOW-START   PIC 9(8).
           03 WS-ALH-DATE-INT   PIC 9(8).

      * MONITORING LIMITS, IN BASE CURRENCY. THE NEAR BAND IS THE
      * PERCENTAGE BELOW THE SINGLE-MOVEMENT LIMIT THAT COUNTS AS
      * "JUST UNDER" IT.
         01  WS-LIMIT-AREA.
           03 WS-SINGLE-LIMIT   PIC 9(13)V9(2) VALUE 10000.
           03 WS-DAILY-LIMIT    PIC 9(13)V9(2) VALUE 25000.
           03 WS-NEAR-PCT       PIC 9(2) VALUE 10.
           03 WS-NEAR-MIN-COUNT PIC 9(3) VALUE 3.
           03 WS-NEAR-FLOOR     PIC 9(13)V9(2).
           03 WS-REPEAT-DAYS    PIC 9(3) VALUE 30.

         01  WS-COUNT-AREA.
           03 WS-JRN-READ       PIC 9(9) VALUE 0.
           03 WS-MOV-USED       PIC 9(9) VALUE 0.
           03 WS-PAR-COUNT      PIC 9(9) VALUE 0.
           03 WS-CUST-COUNT     PIC 9(7) VALUE 0.
           03 WS-ALERT-CUSTS    PIC 9(7) VALUE 0.
           03 WS-ALERT-COUNT    PIC 9(7) VALUE 0.
           03 WS-SINGLE-COUNT   PIC 9(7) VALUE 0.
           03 WS-DAILY-COUNT    PIC 9(7) VALUE 0.
           03 WS-STRUCT-COUNT   PIC 9(7) VALUE 0.
           03 WS-REPEAT-COUNT   PIC 9(7) VALUE 0.
           03 WS-ALH-READ       PIC 9(9) VALUE 0.

         01  WS-FX-TABLE.
           03 WS-FX-COUNT       PIC 9(3) VALUE 0.
           03 WS-FX-ENTRY OCCURS 50 TIMES.
              05 WS-FX-TAB-DVZ  PIC 9(3).
              05 WS-FX-TAB-RATE PIC 9(5)V9(6).
         01  WS-FX-IDX          PIC 9(3).
         01  WS-FOUND-RATE      PIC 9(5)V9(6).
         01  WS-FX-FOUND-SW     PIC X(1).
            88 WS-FX-FOUND          VALUE 'Y'.

      * PRIOR ALERTS PER CUSTOMER INSIDE THE REPEAT WINDOW.
         01  WS-AHT-TABLE.
           03 WS-AHT-COUNT      PIC 9(4) VALUE 0.
           03 WS-AHT-ENTRY OCCURS 2000 TIMES.
              05 WS-AHT-ID      PIC 9(5).
              05 WS-AHT-ALERTS  PIC 9(5).
         01  WS-AHT-IDX         PIC 9(4).
         01  WS-AHT-FOUND-IDX   PIC 9(4).
         01  WS-AHT-LOOKUP-ID   PIC 9(5).

      * THE CUSTOMER BEING ACCUMULATED FROM THE SORTED MOVEMENTS.
         01  WS-CUST-AREA.
           03 WS-CUST-ID        PIC 9(5) VALUE 0.
           03 WS-CUST-DVZ       PIC 9(3).
           03 WS-CUST-DEBITS    PIC 9(16)V9(2).
           03 WS-CUST-CREDITS   PIC 9(16)V9(2).
           03 WS-CUST-LARGEST   PIC 9(16)V9(2).
           03 WS-CUST-MOVS      PIC 9(5).
           03 WS-CUST-NEAR      PIC 9(5).
           03 WS-CUST-PRIOR     PIC 9(5).
           03 WS-CUST-ALERTED-SW PIC X(1).
              88 WS-CUST-ALERTED                VALUE 'Y'.
           03 WS-HAVE-CUST-SW   PIC X(1) VALUE 'N'.
              88 WS-HAVE-CUST                   VALUE 'Y'.
           03 WS-ALERT-TYPE     PIC X(6).

         01  WS-LOOKUP-AREA.
           03 WS-LOOKUP-ID      PIC 9(5).
           03 WS-LOOKUP-DVZ     PIC 9(3).
           03 WS-LOOKUP-NAME    PIC X(15).
           03 WS-LOOKUP-SRNAME  PIC X(15).

         01  WS-HEAD1             PIC X(120) VALUE
             'LARGE-TRANSACTION AND STRUCTURING ALERTS'.
         01  WS-HEAD2             PIC X(120) VALUE
             '--------------------------------------------------'.
         01  WS-HEAD-SUMMARY      PIC X(120) VALUE
             'MONITORING SUMMARY'.

         01  WS-PARM-LINE.
           03 FILLER             PIC X(9) VALUE 'RUN DATE '.
           03 WS-PARM-DATE       PIC 9(8).
           03 FILLER             PIC X(16) VALUE '  SINGLE LIMIT '.
           03 WS-PARM-SINGLE     PIC Z(12)9.99.
           03 FILLER             PIC X(15) VALUE '  DAILY LIMIT '.
           03 WS-PARM-DAILY      PIC Z(12)9.99.
           03 FILLER             PIC X(13) VALUE '  NEAR BAND '.
           03 WS-PARM-NEAR-PCT   PIC Z9.
           03 FILLER             PIC X(11) VALUE '%  NEAR N '.
           03 WS-PARM-NEAR-CNT   PIC ZZ9.
           03 FILLER             PIC X(11) VALUE SPACES.

         01  WS-ALERT-COLS.
           03 FILLER             PIC X(40) VALUE
              'ID     NAME            SURNAME          '.
           03 FILLER             PIC X(40) VALUE
              'ALERT   MOV NEAR           DEBITS       '.
           03 FILLER             PIC X(40) VALUE
              '   CREDITS          LARGEST FLAG   PRIOR'.

         01  WS-ALERT-LINE.
           03 WS-ALR-ID          PIC 9(5).
           03 FILLER             PIC X(2).
           03 WS-ALR-NAME        PIC X(15).
           03 FILLER             PIC X(1).
           03 WS-ALR-SRNAME      PIC X(15).
           03 FILLER             PIC X(2).
           03 WS-ALR-TYPE        PIC X(6).
           03 FILLER             PIC X(2).
           03 WS-ALR-MOVS        PIC ZZ9.
           03 FILLER             PIC X(2).
           03 WS-ALR-NEAR        PIC ZZ9.
           03 FILLER             PIC X(1).
           03 WS-ALR-DEBITS      PIC Z(12)9.99.
           03 FILLER             PIC X(1).
           03 WS-ALR-CREDITS     PIC Z(12)9.99.
           03 FILLER             PIC X(1).
           03 WS-ALR-LARGEST     PIC Z(12)9.99.
           03 FILLER             PIC X(1).
           03 WS-ALR-FLAG        PIC X(6).
           03 FILLER             PIC X(1).
           03 WS-ALR-PRIOR       PIC Z(4)9.

         01  WS-NONE-LINE         PIC X(120) VALUE '  NONE'.

         01  WS-SUMMARY-LINE.
           03 WS-SUM-LABEL       PIC X(36).
           03 WS-SUM-COUNT       PIC Z(8)9.
           03 FILLER             PIC X(75) VALUE SPACES.

      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H060-GET-CONTROL-CARD.
           PERFORM H050-LOAD-FX-TABLE.
           PERFORM H070-LOAD-ALERT-HISTORY.
           PERFORM H100-OPEN-FILES.
           SORT SORT-WORK
                ON ASCENDING KEY SW-ID
                INPUT PROCEDURE IS H150-RELEASE-MOVEMENTS
                OUTPUT PROCEDURE IS H200-MONITOR.
           PERFORM H400-PRINT-SUMMARY.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H050-LOAD-FX-TABLE.
           OPEN INPUT FX-FILE.
           IF (ST-FX-FILE NOT = 0) AND (ST-FX-FILE NOT = 97)
              DISPLAY 'UNABLE TO OPEN FXFILE: ' ST-FX-FILE
              MOVE ST-FX-FILE TO RETURN-CODE
              STOP RUN
           END-IF.
           READ FX-FILE.
           PERFORM UNTIL FX-EOF
              IF WS-FX-COUNT >= 50
                 DISPLAY 'FX TABLE FULL, DROPPING DVZ: ' FX-DVZ
              ELSE
                 ADD 1 TO WS-FX-COUNT
                 MOVE FX-DVZ TO WS-FX-TAB-DVZ(WS-FX-COUNT)
                 MOVE FX-RATE TO WS-FX-TAB-RATE(WS-FX-COUNT)
              END-IF
              READ FX-FILE
           END-PERFORM.
           CLOSE FX-FILE.
       H050-END. EXIT.

      * THE RUN DATE AND LIMITS COME FROM THE MONCARD CONTROL CARD,
      * FOLLOWING THE RUNCARD PATTERN THE HR SUITE USES. NO CARD (OR
      * AN EMPTY OR UNUSABLE DATE) MEANS SYSTEM DATE; A LIMIT LEFT
      * ZERO OR NOT NUMERIC KEEPS ITS DEFAULT.
       H060-GET-CONTROL-CARD.
           OPEN INPUT MON-CTL.
           IF MON-CTL-OK
              READ MON-CTL
              IF NOT MON-CTL-EOF
                 IF MON-CTL-DATE NUMERIC
                    MOVE MON-CTL-DATE TO WS-RUN-DATE
                 END-IF
                 IF MON-CTL-SINGLE NUMERIC AND MON-CTL-SINGLE > 0
                    MOVE MON-CTL-SINGLE TO WS-SINGLE-LIMIT
                 END-IF
                 IF MON-CTL-DAILY NUMERIC AND MON-CTL-DAILY > 0
                    MOVE MON-CTL-DAILY TO WS-DAILY-LIMIT
                 END-IF
                 IF MON-CTL-NEAR-PCT NUMERIC AND MON-CTL-NEAR-PCT > 0
                    MOVE MON-CTL-NEAR-PCT TO WS-NEAR-PCT
                 END-IF
                 IF MON-CTL-NEAR-CNT NUMERIC AND MON-CTL-NEAR-CNT > 0
                    MOVE MON-CTL-NEAR-CNT TO WS-NEAR-MIN-COUNT
                 END-IF
              END-IF
           END-IF.
           CLOSE MON-CTL.
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
           COMPUTE WS-NEAR-FLOOR ROUNDED = WS-SINGLE-LIMIT
                   - (WS-SINGLE-LIMIT * WS-NEAR-PCT / 100).
           COMPUTE WS-WINDOW-START = WS-RUN-DATE-INT - WS-REPEAT-DAYS.
           DISPLAY 'RUN DATE FOR THIS RUN IS ' WS-RUN-DATE.
       H060-END. EXIT.

      * COUNTS EACH CUSTOMER'S ALERTS DATED IN THE 30 DAYS BEFORE THE
      * RUN DATE. ALERTS ALREADY ON FILE FOR THE RUN DATE ITSELF MEAN
      * THIS DAY HAS BEEN MONITORED BEFORE: THEY ARE NOT COUNTED AS
      * PRIOR ALERTS AND TODAY'S ARE NOT APPENDED AGAIN.
       H070-LOAD-ALERT-HISTORY.
           OPEN INPUT ALH-FILE.
           IF NOT ALH-SUCCESS
              DISPLAY 'UNABLE TO OPEN ALRTHIST: ' ST-ALH-FILE
              MOVE ST-ALH-FILE TO RETURN-CODE
              STOP RUN
           END-IF.
           READ ALH-FILE.
           PERFORM UNTIL ALH-EOF OR NOT ALH-SUCCESS
              ADD 1 TO WS-ALH-READ
              IF ALH-DATE = WS-RUN-DATE
                 MOVE 'Y' TO WS-RERUN-SW
              ELSE
                 MOVE 0 TO WS-ALH-DATE-INT
                 IF ALH-DATE NUMERIC AND ALH-DATE > 0
                    COMPUTE WS-ALH-DATE-INT = FUNCTION INTEGER-OF-DATE
                    (ALH-DATE)
                 END-IF
                 IF WS-ALH-DATE-INT NOT < WS-WINDOW-START
                    AND WS-ALH-DATE-INT < WS-RUN-DATE-INT
                    PERFORM H075-COUNT-PRIOR-ALERT
                 END-IF
              END-IF
              READ ALH-FILE
           END-PERFORM.
           CLOSE ALH-FILE.
           IF WS-RERUN
              DISPLAY 'ALERTS FOR ' WS-RUN-DATE ' ALREADY ON ALRTHIST'
                      ' - THIS RUN WILL NOT APPEND THEM AGAIN'
           END-IF.
       H070-END. EXIT.

       H075-COUNT-PRIOR-ALERT.
           MOVE ALH-ID TO WS-AHT-LOOKUP-ID.
           PERFORM H080-FIND-AHT-ENTRY.
           IF WS-AHT-FOUND-IDX = 0
              IF WS-AHT-COUNT >= 2000
                 DISPLAY 'ALERT HISTORY TABLE FULL, DROPPING ID: '
                         ALH-ID
              ELSE
                 ADD 1 TO WS-AHT-COUNT
                 MOVE WS-AHT-COUNT TO WS-AHT-FOUND-IDX
                 MOVE ALH-ID TO WS-AHT-ID(WS-AHT-FOUND-IDX)
                 MOVE 0 TO WS-AHT-ALERTS(WS-AHT-FOUND-IDX)
              END-IF
           END-IF.
           IF WS-AHT-FOUND-IDX NOT = 0
              ADD 1 TO WS-AHT-ALERTS(WS-AHT-FOUND-IDX)
           END-IF.
       H075-END. EXIT.

       H080-FIND-AHT-ENTRY.
           MOVE 0 TO WS-AHT-FOUND-IDX.
           PERFORM VARYING WS-AHT-IDX FROM 1 BY 1
              UNTIL WS-AHT-IDX > WS-AHT-COUNT
              IF WS-AHT-ID(WS-AHT-IDX) = WS-AHT-LOOKUP-ID
                 MOVE WS-AHT-IDX TO WS-AHT-FOUND-IDX
                 MOVE WS-AHT-COUNT TO WS-AHT-IDX
              END-IF
           END-PERFORM.
       H080-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT IDX-FILE.
           OPEN INPUT CUS-FILE.
           OPEN OUTPUT ALR-RPT.
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
           IF (ST-ALR-RPT NOT = 0) AND (ST-ALR-RPT NOT = 97)
              DISPLAY 'UNABLE TO OPEN ALRTRPT: ' ST-ALR-RPT
              MOVE ST-ALR-RPT TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT WS-RERUN
              OPEN EXTEND ALH-FILE
              IF NOT ALH-SUCCESS
                 DISPLAY 'UNABLE TO OPEN ALRTHIST: ' ST-ALH-FILE
                 MOVE ST-ALH-FILE TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           MOVE WS-HEAD1 TO ALR-RPT-LINE.
           WRITE ALR-RPT-LINE.
           MOVE WS-RUN-DATE TO WS-PARM-DATE.
           MOVE WS-SINGLE-LIMIT TO WS-PARM-SINGLE.
           MOVE WS-DAILY-LIMIT TO WS-PARM-DAILY.
           MOVE WS-NEAR-PCT TO WS-PARM-NEAR-PCT.
           MOVE WS-NEAR-MIN-COUNT TO WS-PARM-NEAR-CNT.
           MOVE WS-PARM-LINE TO ALR-RPT-LINE.
           WRITE ALR-RPT-LINE.
           MOVE WS-HEAD2 TO ALR-RPT-LINE.
           WRITE ALR-RPT-LINE.
           MOVE WS-ALERT-COLS TO ALR-RPT-LINE.
           WRITE ALR-RPT-LINE.
       H100-END. EXIT.

      * FEEDS THE SORT WITH THE DAY'S POSTED MOVEMENTS ONLY, EACH
      * CONVERTED TO BASE CURRENCY. REJECTS, REVERSALS AND THE
      * 'REVERSED' MEMO RECORDS ARE NOT MOVEMENTS OF CUSTOMER FUNDS.
       H150-RELEASE-MOVEMENTS.
           OPEN INPUT JRN-FILE.
           IF (ST-JRN-FILE NOT = 0) AND (ST-JRN-FILE NOT = 97)
              DISPLAY 'UNABLE TO OPEN PSTJRNL: ' ST-JRN-FILE
              MOVE ST-JRN-FILE TO RETURN-CODE
              STOP RUN
           END-IF.
           READ JRN-FILE.
           PERFORM UNTIL JRN-EOF
              ADD 1 TO WS-JRN-READ
              IF JRN-RESULT = 'POSTED'
                 PERFORM H160-LOOKUP-RATE
                 MOVE JRN-ID TO SW-ID
                 MOVE JRN-DVZ TO SW-DVZ
                 MOVE JRN-DC TO SW-DC
                 COMPUTE SW-BASE-AMOUNT ROUNDED =
                         JRN-AMOUNT * WS-FOUND-RATE
                 RELEASE SORT-WORK-REC
                 ADD 1 TO WS-MOV-USED
              END-IF
              READ JRN-FILE
           END-PERFORM.
           CLOSE JRN-FILE.
       H150-END. EXIT.

      * A CURRENCY MISSING FROM THE DAILY RATE FILE CONVERTS AT 1.0,
      * AS IN FXCONV01, RATHER THAN DROPPING THE MOVEMENT FROM THE
      * CUSTOMER'S TOTALS; THE FALLBACK IS DISPLAYED AND COUNTED.
       H160-LOOKUP-RATE.
           MOVE 1 TO WS-FOUND-RATE.
           MOVE 'N' TO WS-FX-FOUND-SW.
           PERFORM VARYING WS-FX-IDX FROM 1 BY 1
              UNTIL WS-FX-IDX > WS-FX-COUNT
              IF WS-FX-TAB-DVZ(WS-FX-IDX) = JRN-DVZ
                 MOVE WS-FX-TAB-RATE(WS-FX-IDX) TO WS-FOUND-RATE
                 MOVE 'Y' TO WS-FX-FOUND-SW
                 MOVE WS-FX-COUNT TO WS-FX-IDX
              END-IF
           END-PERFORM.
           IF NOT WS-FX-FOUND
              DISPLAY 'NO FX RATE FOR DVZ ' JRN-DVZ
                      ' - CONVERTING AT PAR (1.0)'
              ADD 1 TO WS-PAR-COUNT
           END-IF.
       H160-END. EXIT.

       H200-MONITOR.
           RETURN SORT-WORK AT END MOVE 'Y' TO WS-SORT-EOF-SW.
           PERFORM UNTIL WS-SORT-EOF
              PERFORM H210-ACCUMULATE
              RETURN SORT-WORK AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-PERFORM.
           IF WS-HAVE-CUST
              PERFORM H220-EVALUATE-CUSTOMER
           END-IF.
           IF WS-ALERT-COUNT = 0
              MOVE WS-NONE-LINE TO ALR-RPT-LINE
              WRITE ALR-RPT-LINE
           END-IF.
       H200-END. EXIT.

       H210-ACCUMULATE.
           IF WS-HAVE-CUST AND SW-ID NOT = WS-CUST-ID
              PERFORM H220-EVALUATE-CUSTOMER
           END-IF.
           IF NOT WS-HAVE-CUST
              MOVE SW-ID TO WS-CUST-ID
              MOVE SW-DVZ TO WS-CUST-DVZ
              MOVE 0 TO WS-CUST-DEBITS WS-CUST-CREDITS
              MOVE 0 TO WS-CUST-LARGEST WS-CUST-MOVS WS-CUST-NEAR
              MOVE 'Y' TO WS-HAVE-CUST-SW
           END-IF.
           ADD 1 TO WS-CUST-MOVS.
           IF SW-DC = 'D'
              ADD SW-BASE-AMOUNT TO WS-CUST-DEBITS
           ELSE
              ADD SW-BASE-AMOUNT TO WS-CUST-CREDITS
           END-IF.
           IF SW-BASE-AMOUNT > WS-CUST-LARGEST
              MOVE SW-BASE-AMOUNT TO WS-CUST-LARGEST
           END-IF.
           IF SW-BASE-AMOUNT NOT < WS-NEAR-FLOOR
              AND SW-BASE-AMOUNT < WS-SINGLE-LIMIT
              ADD 1 TO WS-CUST-NEAR
           END-IF.
       H210-END. EXIT.

       H220-EVALUATE-CUSTOMER.
           ADD 1 TO WS-CUST-COUNT.
           MOVE 'N' TO WS-CUST-ALERTED-SW.
           MOVE WS-CUST-ID TO WS-AHT-LOOKUP-ID.
           PERFORM H080-FIND-AHT-ENTRY.
           IF WS-AHT-FOUND-IDX = 0
              MOVE 0 TO WS-CUST-PRIOR
           ELSE
              MOVE WS-AHT-ALERTS(WS-AHT-FOUND-IDX) TO WS-CUST-PRIOR
           END-IF.
           IF WS-CUST-LARGEST NOT < WS-SINGLE-LIMIT
              MOVE 'SINGLE' TO WS-ALERT-TYPE
              ADD 1 TO WS-SINGLE-COUNT
              PERFORM H230-WRITE-ALERT
           END-IF.
           IF WS-CUST-DEBITS NOT < WS-DAILY-LIMIT
              OR WS-CUST-CREDITS NOT < WS-DAILY-LIMIT
              MOVE 'DAILY' TO WS-ALERT-TYPE
              ADD 1 TO WS-DAILY-COUNT
              PERFORM H230-WRITE-ALERT
           END-IF.
           IF WS-CUST-NEAR NOT < WS-NEAR-MIN-COUNT
              MOVE 'STRUCT' TO WS-ALERT-TYPE
              ADD 1 TO WS-STRUCT-COUNT
              PERFORM H230-WRITE-ALERT
           END-IF.
           IF WS-CUST-ALERTED
              ADD 1 TO WS-ALERT-CUSTS
              IF WS-CUST-PRIOR > 0
                 ADD 1 TO WS-REPEAT-COUNT
              END-IF
           END-IF.
           MOVE 'N' TO WS-HAVE-CUST-SW.
       H220-END. EXIT.

       H230-WRITE-ALERT.
           IF NOT WS-CUST-ALERTED
              MOVE WS-CUST-ID TO WS-LOOKUP-ID
              MOVE WS-CUST-DVZ TO WS-LOOKUP-DVZ
              PERFORM H250-GET-NAME
              MOVE 'Y' TO WS-CUST-ALERTED-SW
           END-IF.
           ADD 1 TO WS-ALERT-COUNT.
           MOVE SPACES TO WS-ALERT-LINE.
           MOVE WS-CUST-ID TO WS-ALR-ID.
           MOVE WS-LOOKUP-NAME TO WS-ALR-NAME.
           MOVE WS-LOOKUP-SRNAME TO WS-ALR-SRNAME.
           MOVE WS-ALERT-TYPE TO WS-ALR-TYPE.
           MOVE WS-CUST-MOVS TO WS-ALR-MOVS.
           MOVE WS-CUST-NEAR TO WS-ALR-NEAR.
           MOVE WS-CUST-DEBITS TO WS-ALR-DEBITS.
           MOVE WS-CUST-CREDITS TO WS-ALR-CREDITS.
           MOVE WS-CUST-LARGEST TO WS-ALR-LARGEST.
           MOVE WS-CUST-PRIOR TO WS-ALR-PRIOR.
           IF WS-CUST-PRIOR > 0
              MOVE 'REPEAT' TO WS-ALR-FLAG
           END-IF.
           MOVE WS-ALERT-LINE TO ALR-RPT-LINE.
           WRITE ALR-RPT-LINE.
           IF NOT WS-RERUN
              MOVE WS-RUN-DATE TO ALH-DATE
              MOVE WS-CUST-ID TO ALH-ID
              MOVE WS-ALERT-TYPE TO ALH-TYPE
              MOVE WS-CUST-DEBITS TO ALH-DEBITS
              MOVE WS-CUST-CREDITS TO ALH-CREDITS
              MOVE WS-CUST-LARGEST TO ALH-LARGEST
              MOVE WS-CUST-MOVS TO ALH-MOV-COUNT
              MOVE WS-CUST-NEAR TO ALH-NEAR-COUNT
              IF WS-CUST-PRIOR > 0
                 MOVE 'Y' TO ALH-REPEAT
              ELSE
                 MOVE 'N' TO ALH-REPEAT
              END-IF
              WRITE ALH-REC
           END-IF.
       H230-END. EXIT.

       H250-GET-NAME.
           MOVE SPACES TO WS-LOOKUP-NAME WS-LOOKUP-SRNAME.
           MOVE WS-LOOKUP-ID TO CUS-ID.
           READ CUS-FILE KEY IS CUS-ID
              INVALID KEY
                 MOVE WS-LOOKUP-ID TO IDX-ID
                 MOVE WS-LOOKUP-DVZ TO IDX-DVZ
                 READ IDX-FILE KEY IS IDX-KEY
                    NOT INVALID KEY
                       MOVE IDX-NAME TO WS-LOOKUP-NAME
                       MOVE IDX-SRNAME TO WS-LOOKUP-SRNAME
                 END-READ
              NOT INVALID KEY
                 MOVE CUS-NAME TO WS-LOOKUP-NAME
                 MOVE CUS-SRNAME TO WS-LOOKUP-SRNAME
           END-READ.
       H250-END. EXIT.

       H400-PRINT-SUMMARY.
           MOVE WS-HEAD2 TO ALR-RPT-LINE.
           WRITE ALR-RPT-LINE.
           MOVE WS-HEAD-SUMMARY TO ALR-RPT-LINE.
           WRITE ALR-RPT-LINE.
           MOVE 'JOURNAL RECORDS READ:' TO WS-SUM-LABEL.
           MOVE WS-JRN-READ TO WS-SUM-COUNT.
           PERFORM H410-WRITE-SUMMARY-LINE.
           MOVE 'POSTED MOVEMENTS MONITORED:' TO WS-SUM-LABEL.
           MOVE WS-MOV-USED TO WS-SUM-COUNT.
           PERFORM H410-WRITE-SUMMARY-LINE.
           MOVE 'MOVEMENTS CONVERTED AT PAR:' TO WS-SUM-LABEL.
           MOVE WS-PAR-COUNT TO WS-SUM-COUNT.
           PERFORM H410-WRITE-SUMMARY-LINE.
           MOVE 'CUSTOMERS MONITORED:' TO WS-SUM-LABEL.
           MOVE WS-CUST-COUNT TO WS-SUM-COUNT.
           PERFORM H410-WRITE-SUMMARY-LINE.
           MOVE 'CUSTOMERS ALERTED:' TO WS-SUM-LABEL.
           MOVE WS-ALERT-CUSTS TO WS-SUM-COUNT.
           PERFORM H410-WRITE-SUMMARY-LINE.
           MOVE '  OF WHICH REPEAT OFFENDERS:' TO WS-SUM-LABEL.
           MOVE WS-REPEAT-COUNT TO WS-SUM-COUNT.
           PERFORM H410-WRITE-SUMMARY-LINE.
           MOVE 'SINGLE-MOVEMENT ALERTS:' TO WS-SUM-LABEL.
           MOVE WS-SINGLE-COUNT TO WS-SUM-COUNT.
           PERFORM H410-WRITE-SUMMARY-LINE.
           MOVE 'DAILY-AGGREGATE ALERTS:' TO WS-SUM-LABEL.
           MOVE WS-DAILY-COUNT TO WS-SUM-COUNT.
           PERFORM H410-WRITE-SUMMARY-LINE.
           MOVE 'STRUCTURING ALERTS:' TO WS-SUM-LABEL.
           MOVE WS-STRUCT-COUNT TO WS-SUM-COUNT.
           PERFORM H410-WRITE-SUMMARY-LINE.
           IF WS-RERUN
              MOVE 'ALERTS NOT APPENDED (RERUN):' TO WS-SUM-LABEL
           ELSE
              MOVE 'ALERTS APPENDED TO ALRTHIST:' TO WS-SUM-LABEL
           END-IF.
           MOVE WS-ALERT-COUNT TO WS-SUM-COUNT.
           PERFORM H410-WRITE-SUMMARY-LINE.
       H400-END. EXIT.

       H410-WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO ALR-RPT-LINE.
           WRITE ALR-RPT-LINE.
       H410-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE.
           CLOSE CUS-FILE.
           CLOSE ALR-RPT.
           IF NOT WS-RERUN
              CLOSE ALH-FILE
           END-IF.
           DISPLAY 'TXNMON01 JOURNAL RECORDS READ: ' WS-JRN-READ.
           DISPLAY 'TXNMON01 MOVEMENTS MONITORED:  ' WS-MOV-USED.
           DISPLAY 'TXNMON01 CUSTOMERS ALERTED:    ' WS-ALERT-CUSTS.
           DISPLAY 'TXNMON01 ALERTS RAISED:        ' WS-ALERT-COUNT.
           PERFORM H900-WRITE-RUN-LOG.
           STOP RUN.
       H999-END. EXIT.

      * ONE RECORD PER RUN TO THE COMMON RUN LOG SO THE END-OF-DAY
      * CHAIN VERIFICATION CAN PROVE THE NIGHT WITHOUT COLLECTING
      * JOB LOGS BY HAND.
       H900-WRITE-RUN-LOG.
           OPEN EXTEND RLOG-FILE.
           IF RLOG-SUCCESS
              MOVE 'TXNMON01' TO RLOG-PROGRAM
              MOVE WS-RUN-DATE TO RLOG-DATE
              MOVE WS-JRN-READ TO RLOG-RECS-IN
              MOVE WS-ALERT-COUNT TO RLOG-RECS-OUT
              MOVE WS-PAR-COUNT TO RLOG-REJECTS
              MOVE RETURN-CODE TO RLOG-RETCODE
              WRITE RLOG-REC
           ELSE
              DISPLAY 'UNABLE TO OPEN RUNLOG: ' ST-RLOG-FILE
           END-IF.
           CLOSE RLOG-FILE.
       H900-END. EXIT.
      *
