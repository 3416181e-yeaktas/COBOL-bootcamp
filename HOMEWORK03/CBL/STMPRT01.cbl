       IDENTIFICATION DIVISION.
       PROGRAM-ID. STMPRT01.
      *****************************************************************
      * MONTH-END CUSTOMER ACCOUNT STATEMENTS. THE STATEMENT PERIOD
      * COMES FROM THE STMCARD CONTROL CARD (FROM AND TO DATES); WITH
      * NO CARD IT RUNS FROM THE FIRST OF THE CURRENT MONTH TO THE
      * SYSTEM DATE. THE DATED TRANSACTION HISTORY (TXNHIST, WRITTEN
      * BY IDXPST01 AND INTACC01) IS SORTED BY ACCOUNT, CURRENCY AND
      * DATE AND MATCHED AGAINST IDX-FILE IN KEY ORDER, AND ONE
      * STATEMENT PER IDX-ID/IDX-DVZ GOES TO STMTRPT: OPENING
      * BALANCE, EACH DATED CREDIT, DEBIT AND INTEREST LINE WITH A
      * RUNNING BALANCE, AND THE CLOSING BALANCE. A POSTING BACKED
      * OUT BY IDXPST01 SHOWS AS A 'REVERSAL' LINE.
      * THE OPENING BALANCE IS THE BEFORE-IMAGE OF THE FIRST HISTORY
      * LINE IN THE PERIOD. THE CLOSING BALANCE MUST AGREE TO
      * IDX-BALANCE (OR, WHEN THE FILE HAS MOVED ON SINCE THE PERIOD
      * END, TO THE BEFORE-IMAGE OF THE FIRST LATER HISTORY LINE); A
      * STATEMENT THAT DOES NOT AGREE IS MARKED AND THE JOB ENDS WITH
      * RETURN CODE 8 SO THE DIFFERENCE IS INVESTIGATED BEFORE THE
      * STATEMENTS ARE MAILED. ACCOUNTS WITH NO ACTIVITY IN THE PERIOD
      * AND A ZERO BALANCE ARE SKIPPED. THE CONTROL PAGE (STMCTL)
      * SHOWS STATEMENTS PRODUCED AND TOTALS PER CURRENCY. THE NAME
      * AND MAILING ADDRESS ON EACH STATEMENT COME FROM THE CUSTOMER
      * MASTER (CUSMST); AN ACCOUNT WHOSE CUSTOMER IS NOT ON THE MASTER
      * IS STATED UNDER THE NAME ON IDX-FILE WITH NO ADDRESS.
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
           SELECT HST-FILE   ASSIGN TO TXNHIST
                             STATUS ST-HST-FILE.
           SELECT SORT-WORK  ASSIGN TO "SORTWK01".
           SELECT OPTIONAL STM-CTL ASSIGN TO STMCARD
                             STATUS ST-STM-CTL.
           SELECT STM-RPT    ASSIGN TO STMTRPT
                             STATUS ST-STM-RPT.
           SELECT CTL-RPT    ASSIGN TO STMCTL
                             STATUS ST-CTL-RPT.
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
       FD  HST-FILE RECORDING MODE F.
         01  HST-REC.
           03 HST-DATE          PIC 9(8).
           03 HST-ID            PIC 9(5).
           03 HST-DVZ           PIC 9(3).
           03 HST-TYPE          PIC X(1).
           03 HST-AMOUNT        PIC S9(15).
           03 HST-BEFORE-BAL    PIC S9(15).
           03 HST-AFTER-BAL     PIC S9(15).
      * SRT-SEQ KEEPS SAME-DAY LINES IN THE ORDER THEY WERE POSTED.
       SD  SORT-WORK.
         01  SORT-WORK-REC.
           03 SRT-KEY.
              05 SRT-ID         PIC 9(5).
              05 SRT-DVZ        PIC 9(3).
           03 SRT-DATE          PIC 9(8).
           03 SRT-SEQ           PIC 9(9).
           03 SRT-TYPE          PIC X(1).
           03 SRT-AMOUNT        PIC S9(15).
           03 SRT-BEFORE-BAL    PIC S9(15).
           03 SRT-AFTER-BAL     PIC S9(15).
       FD  STM-CTL RECORDING MODE F.
         01  STM-CTL-REC.
           03 STM-CTL-FROM      PIC 9(8).
           03 STM-CTL-TO        PIC 9(8).
       FD  STM-RPT RECORDING MODE F.
         01  STM-RPT-LINE       PIC X(120).
       FD  CTL-RPT RECORDING MODE F.
         01  CTL-RPT-LINE       PIC X(120).
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
           03 ST-HST-FILE       PIC 9(2).
              88 HST-SUCCESS                    VALUE 00 97.
              88 HST-EOF                        VALUE 10.
           03 ST-STM-CTL        PIC 9(2).
              88 STM-CTL-OK                     VALUE 00 97.
              88 STM-CTL-EOF                    VALUE 10.
           03 ST-STM-RPT        PIC 9(2).
              88 STM-RPT-SUCCESS                VALUE 00 97.
           03 ST-CTL-RPT        PIC 9(2).
              88 CTL-RPT-SUCCESS                VALUE 00 97.
           03 ST-RLOG-FILE      PIC 9(2).
              88 RLOG-SUCCESS                   VALUE 00 05 97.
           03 WS-SORT-EOF-SW    PIC X(1) VALUE 'N'.
              88 WS-SORT-EOF                    VALUE 'Y'.

         01  WS-PERIOD-AREA.
           03 WS-RUN-DATE       PIC 9(8).
           03 WS-PERIOD-FROM    PIC 9(8) VALUE 0.
           03 WS-PERIOD-TO      PIC 9(8) VALUE 0.
           03 WS-FROM-INT       PIC 9(8).
           03 WS-TO-INT         PIC 9(8).

         01  WS-COUNT-AREA.
           03 WS-HST-READ       PIC 9(9) VALUE 0.
           03 WS-HST-RELEASED   PIC 9(9) VALUE 0.
           03 WS-ACCT-READ      PIC 9(7) VALUE 0.
           03 WS-STMT-COUNT     PIC 9(7) VALUE 0.
           03 WS-SKIP-COUNT     PIC 9(7) VALUE 0.
           03 WS-DISAGREE-COUNT PIC 9(7) VALUE 0.
           03 WS-ORPHAN-COUNT   PIC 9(7) VALUE 0.
           03 WS-LINE-COUNT     PIC 9(9) VALUE 0.

      * THE ACCOUNT BEING STATED, IN THE SAME DISPLAY FORM AS SRT-KEY
      * SO THE TWO COMPARE DIRECTLY.
         01  WS-STMT-AREA.
           03 WS-CUR-KEY.
              05 WS-CUR-ID      PIC 9(5).
              05 WS-CUR-DVZ     PIC 9(3).
           03 WS-OPENING        PIC S9(15).
           03 WS-RUNNING        PIC S9(15).
           03 WS-EXPECTED       PIC S9(15).
           03 WS-STMT-DEBITS    PIC S9(15).
           03 WS-STMT-CREDITS   PIC S9(15).
           03 WS-ACTIVITY-SW    PIC X(1).
              88 WS-HAS-ACTIVITY                VALUE 'Y'.

      * STATEMENTS AND MONEY PER CURRENCY FOR THE CONTROL PAGE.
         01  WS-STM-TOTALS-AREA.
           03 WS-STM-ENTRY-COUNT    PIC 9(3) VALUE 0.
           03 WS-STM-ENTRY OCCURS 50 TIMES.
              05 WS-STM-DVZ         PIC 9(3).
              05 WS-STM-COUNT       PIC 9(7).
              05 WS-STM-OPENING     PIC S9(17).
              05 WS-STM-DEBITS      PIC S9(17).
              05 WS-STM-CREDITS     PIC S9(17).
              05 WS-STM-CLOSING     PIC S9(17).
         01  WS-STM-IDX             PIC 9(3).
         01  WS-STM-FOUND-IDX       PIC 9(3).

         01  WS-HEAD2             PIC X(120) VALUE
             '--------------------------------------------------'.
         01  WS-STMT-HEAD1.
           03 FILLER             PIC X(30) VALUE
              'STATEMENT OF ACCOUNT'.
           03 FILLER             PIC X(7) VALUE 'PERIOD '.
           03 WS-SH1-FROM        PIC 9999/99/99.
           03 FILLER             PIC X(4) VALUE ' TO '.
           03 WS-SH1-TO          PIC 9999/99/99.
           03 FILLER             PIC X(59) VALUE SPACES.
         01  WS-STMT-HEAD2.
           03 FILLER             PIC X(9) VALUE 'CUSTOMER '.
           03 WS-SH2-ID          PIC 9(5).
           03 FILLER             PIC X(11) VALUE '  CURRENCY '.
           03 WS-SH2-DVZ         PIC 9(3).
           03 FILLER             PIC X(2) VALUE SPACES.
           03 WS-SH2-NAME        PIC X(15).
           03 FILLER             PIC X(1) VALUE SPACE.
           03 WS-SH2-SRNAME      PIC X(15).
           03 FILLER             PIC X(59) VALUE SPACES.
         01  WS-STMT-ADDR-LINE.
           03 FILLER             PIC X(30) VALUE SPACES.
           03 WS-SAL-ADDR        PIC X(30).
           03 FILLER             PIC X(60) VALUE SPACES.
         01  WS-STMT-HEAD3.
           03 FILLER             PIC X(12) VALUE 'DATE'.
           03 FILLER             PIC X(22) VALUE 'DESCRIPTION'.
           03 FILLER             PIC X(17) VALUE '          DEBIT'.
           03 FILLER             PIC X(17) VALUE '         CREDIT'.
           03 FILLER             PIC X(52) VALUE '        BALANCE'.

         01  WS-STMT-LINE.
           03 WS-STL-DATE        PIC 9999/99/99.
           03 FILLER             PIC X(2).
           03 WS-STL-DESC        PIC X(20).
           03 FILLER             PIC X(2).
           03 WS-STL-DEBIT       PIC Z(14)9.
           03 FILLER             PIC X(2).
           03 WS-STL-CREDIT      PIC Z(14)9.
           03 FILLER             PIC X(2).
           03 WS-STL-BALANCE     PIC Z(14)9-.
           03 FILLER             PIC X(36).

         01  WS-DISAGREE-LINE.
           03 FILLER             PIC X(55) VALUE
              '*** CLOSING BALANCE DOES NOT AGREE TO ACCOUNT BALANCE'.
           03 WS-DIS-EXPECTED    PIC Z(14)9-.
           03 FILLER             PIC X(49) VALUE ' ***'.

         01  WS-CTL-HEAD1.
           03 FILLER             PIC X(37) VALUE
              'MONTH-END STATEMENTS - CONTROL PAGE  '.
           03 FILLER             PIC X(7) VALUE 'PERIOD '.
           03 WS-CH1-FROM        PIC 9999/99/99.
           03 FILLER             PIC X(4) VALUE ' TO '.
           03 WS-CH1-TO          PIC 9999/99/99.
           03 FILLER             PIC X(52) VALUE SPACES.
         01  WS-CTL-HEAD3.
           03 FILLER             PIC X(14) VALUE 'DVZ STATEMENTS'.
           03 FILLER             PIC X(20) VALUE '     OPENING TOTAL'.
           03 FILLER             PIC X(19) VALUE '            DEBITS'.
           03 FILLER             PIC X(19) VALUE '           CREDITS'.
           03 FILLER             PIC X(48) VALUE '     CLOSING TOTAL'.

         01  WS-CTL-DVZ-LINE.
           03 WS-CDL-DVZ         PIC 9(3).
           03 FILLER             PIC X(2).
           03 WS-CDL-COUNT       PIC ZZZ,ZZ9.
           03 FILLER             PIC X(2).
           03 WS-CDL-OPENING     PIC Z(16)9-.
           03 FILLER             PIC X(2).
           03 WS-CDL-DEBITS      PIC Z(16)9.
           03 FILLER             PIC X(2).
           03 WS-CDL-CREDITS     PIC Z(16)9.
           03 FILLER             PIC X(2).
           03 WS-CDL-CLOSING     PIC Z(16)9-.
           03 FILLER             PIC X(30).

         01  WS-SUMMARY-LINE.
           03 WS-SUM-LABEL       PIC X(45).
           03 WS-SUM-COUNT       PIC ZZZ,ZZZ,ZZ9.
           03 FILLER             PIC X(64).

      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H060-GET-CONTROL-CARD.
           PERFORM H100-OPEN-FILES.
           SORT SORT-WORK
                ON ASCENDING KEY SRT-ID SRT-DVZ SRT-DATE SRT-SEQ
                INPUT PROCEDURE IS H150-RELEASE-HISTORY
                OUTPUT PROCEDURE IS H200-PRODUCE-STATEMENTS.
           PERFORM H400-PRINT-CONTROL-PAGE.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

      * THE PERIOD COMES FROM THE STMCARD CONTROL CARD. NO CARD (OR
      * AN EMPTY OR UNUSABLE ONE) MEANS THE FIRST OF THE CURRENT
      * MONTH TO THE SYSTEM DATE.
       H060-GET-CONTROL-CARD.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT STM-CTL.
           IF STM-CTL-OK
              READ STM-CTL
              IF NOT STM-CTL-EOF
                 MOVE STM-CTL-FROM TO WS-PERIOD-FROM
                 MOVE STM-CTL-TO TO WS-PERIOD-TO
              END-IF
           END-IF.
           CLOSE STM-CTL.
           MOVE 0 TO WS-FROM-INT WS-TO-INT.
           IF WS-PERIOD-FROM > 0 AND WS-PERIOD-TO > 0
              COMPUTE WS-FROM-INT = FUNCTION INTEGER-OF-DATE
              (WS-PERIOD-FROM)
              COMPUTE WS-TO-INT = FUNCTION INTEGER-OF-DATE
              (WS-PERIOD-TO)
           END-IF.
           IF WS-FROM-INT = 0 OR WS-TO-INT = 0
              OR WS-FROM-INT > WS-TO-INT
              MOVE WS-RUN-DATE TO WS-PERIOD-TO
              COMPUTE WS-PERIOD-FROM =
                      (WS-RUN-DATE / 100) * 100 + 1
           END-IF.
           DISPLAY 'STATEMENT PERIOD ' WS-PERIOD-FROM ' TO '
                   WS-PERIOD-TO.
       H060-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT  IDX-FILE.
           OPEN INPUT  CUS-FILE.
           OPEN OUTPUT STM-RPT.
           OPEN OUTPUT CTL-RPT.
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
           IF (ST-STM-RPT NOT = 0) AND (ST-STM-RPT NOT = 97)
              DISPLAY 'UNABLE TO OPEN STMTRPT: ' ST-STM-RPT
              MOVE ST-STM-RPT TO RETURN-CODE
              STOP RUN
           END-IF.
           IF (ST-CTL-RPT NOT = 0) AND (ST-CTL-RPT NOT = 97)
              DISPLAY 'UNABLE TO OPEN STMCTL: ' ST-CTL-RPT
              MOVE ST-CTL-RPT TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-PERIOD-FROM TO WS-SH1-FROM WS-CH1-FROM.
           MOVE WS-PERIOD-TO TO WS-SH1-TO WS-CH1-TO.
       H100-END. EXIT.

      * ONLY HISTORY FROM THE START OF THE PERIOD ON IS SORTED: LINES
      * AFTER THE PERIOD END ARE KEPT SO THE CLOSING BALANCE CAN BE
      * AGREED EVEN WHEN THE FILE HAS MOVED ON SINCE.
       H150-RELEASE-HISTORY.
           OPEN INPUT HST-FILE.
           IF (ST-HST-FILE NOT = 0) AND (ST-HST-FILE NOT = 97)
              DISPLAY 'UNABLE TO OPEN TXNHIST: ' ST-HST-FILE
              MOVE ST-HST-FILE TO RETURN-CODE
              STOP RUN
           END-IF.
           READ HST-FILE.
           PERFORM UNTIL HST-EOF
              ADD 1 TO WS-HST-READ
              IF HST-DATE >= WS-PERIOD-FROM
                 ADD 1 TO WS-HST-RELEASED
                 MOVE HST-ID TO SRT-ID
                 MOVE HST-DVZ TO SRT-DVZ
                 MOVE HST-DATE TO SRT-DATE
                 MOVE WS-HST-READ TO SRT-SEQ
                 MOVE HST-TYPE TO SRT-TYPE
                 MOVE HST-AMOUNT TO SRT-AMOUNT
                 MOVE HST-BEFORE-BAL TO SRT-BEFORE-BAL
                 MOVE HST-AFTER-BAL TO SRT-AFTER-BAL
                 RELEASE SORT-WORK-REC
              END-IF
              READ HST-FILE
           END-PERFORM.
           CLOSE HST-FILE.
       H150-END. EXIT.

      * IDX-FILE AND THE SORTED HISTORY ARE BOTH IN ACCOUNT/CURRENCY
      * ORDER, SO THEY ARE MATCHED IN ONE PASS.
       H200-PRODUCE-STATEMENTS.
           RETURN SORT-WORK AT END MOVE 'Y' TO WS-SORT-EOF-SW.
           READ IDX-FILE NEXT RECORD.
           PERFORM H210-STATE-ACCOUNT UNTIL IDX-EOF.
           PERFORM UNTIL WS-SORT-EOF
              ADD 1 TO WS-ORPHAN-COUNT
              RETURN SORT-WORK AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-PERFORM.
       H200-END. EXIT.

       H210-STATE-ACCOUNT.
           ADD 1 TO WS-ACCT-READ.
           MOVE IDX-ID TO WS-CUR-ID.
           MOVE IDX-DVZ TO WS-CUR-DVZ.
      * HISTORY FOR AN ACCOUNT NO LONGER ON THE FILE IS PASSED OVER.
           PERFORM UNTIL WS-SORT-EOF OR SRT-KEY NOT < WS-CUR-KEY
              ADD 1 TO WS-ORPHAN-COUNT
              RETURN SORT-WORK AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-PERFORM.
           MOVE 'N' TO WS-ACTIVITY-SW.
           IF NOT WS-SORT-EOF
              IF SRT-KEY = WS-CUR-KEY AND SRT-DATE <= WS-PERIOD-TO
                 MOVE 'Y' TO WS-ACTIVITY-SW
              END-IF
           END-IF.
           IF WS-HAS-ACTIVITY
              COMPUTE WS-OPENING = SRT-AFTER-BAL - SRT-AMOUNT
              PERFORM H220-PRINT-STATEMENT
           ELSE
              PERFORM H260-SET-EXPECTED
              IF WS-EXPECTED = 0
                 ADD 1 TO WS-SKIP-COUNT
              ELSE
                 MOVE WS-EXPECTED TO WS-OPENING
                 PERFORM H220-PRINT-STATEMENT
              END-IF
           END-IF.
      * LINES AFTER THE PERIOD END HAVE DONE THEIR JOB.
           PERFORM UNTIL WS-SORT-EOF OR SRT-KEY NOT = WS-CUR-KEY
              RETURN SORT-WORK AT END MOVE 'Y' TO WS-SORT-EOF-SW
           END-PERFORM.
           READ IDX-FILE NEXT RECORD.
       H210-END. EXIT.

       H220-PRINT-STATEMENT.
           ADD 1 TO WS-STMT-COUNT.
           MOVE 0 TO WS-STMT-DEBITS WS-STMT-CREDITS.
           MOVE WS-OPENING TO WS-RUNNING.
           MOVE WS-STMT-HEAD1 TO STM-RPT-LINE.
           WRITE STM-RPT-LINE.
           MOVE WS-CUR-ID TO WS-SH2-ID.
           MOVE WS-CUR-DVZ TO WS-SH2-DVZ.
           MOVE IDX-ID TO CUS-ID.
           READ CUS-FILE KEY IS CUS-ID
              INVALID KEY
                 MOVE IDX-NAME TO WS-SH2-NAME
                 MOVE IDX-SRNAME TO WS-SH2-SRNAME
                 MOVE SPACES TO CUS-ADDR-1 CUS-ADDR-2 CUS-ADDR-3
              NOT INVALID KEY
                 MOVE CUS-NAME TO WS-SH2-NAME
                 MOVE CUS-SRNAME TO WS-SH2-SRNAME
           END-READ.
           MOVE WS-STMT-HEAD2 TO STM-RPT-LINE.
           WRITE STM-RPT-LINE.
           IF CUS-ADDR-1 NOT = SPACES
              MOVE CUS-ADDR-1 TO WS-SAL-ADDR
              MOVE WS-STMT-ADDR-LINE TO STM-RPT-LINE
              WRITE STM-RPT-LINE
           END-IF.
           IF CUS-ADDR-2 NOT = SPACES
              MOVE CUS-ADDR-2 TO WS-SAL-ADDR
              MOVE WS-STMT-ADDR-LINE TO STM-RPT-LINE
              WRITE STM-RPT-LINE
           END-IF.
           IF CUS-ADDR-3 NOT = SPACES
              MOVE CUS-ADDR-3 TO WS-SAL-ADDR
              MOVE WS-STMT-ADDR-LINE TO STM-RPT-LINE
              WRITE STM-RPT-LINE
           END-IF.
           MOVE WS-STMT-HEAD3 TO STM-RPT-LINE.
           WRITE STM-RPT-LINE.
           MOVE SPACES TO WS-STMT-LINE.
           MOVE WS-PERIOD-FROM TO WS-STL-DATE.
           MOVE 'OPENING BALANCE' TO WS-STL-DESC.
           MOVE WS-OPENING TO WS-STL-BALANCE.
           MOVE WS-STMT-LINE TO STM-RPT-LINE.
           WRITE STM-RPT-LINE.
           PERFORM H230-PRINT-LINE
              UNTIL NOT WS-HAS-ACTIVITY.
           PERFORM H260-SET-EXPECTED.
           MOVE SPACES TO WS-STMT-LINE.
           MOVE WS-PERIOD-TO TO WS-STL-DATE.
           MOVE 'CLOSING BALANCE' TO WS-STL-DESC.
           MOVE WS-RUNNING TO WS-STL-BALANCE.
           MOVE WS-STMT-LINE TO STM-RPT-LINE.
           WRITE STM-RPT-LINE.
           IF WS-RUNNING NOT = WS-EXPECTED
              ADD 1 TO WS-DISAGREE-COUNT
              MOVE WS-EXPECTED TO WS-DIS-EXPECTED
              MOVE WS-DISAGREE-LINE TO STM-RPT-LINE
              WRITE STM-RPT-LINE
              DISPLAY 'STATEMENT DOES NOT AGREE FOR ' WS-CUR-ID ' '
                      WS-CUR-DVZ ': CLOSING ' WS-RUNNING
                      ' ACCOUNT ' WS-EXPECTED
           END-IF.
           MOVE WS-HEAD2 TO STM-RPT-LINE.
           WRITE STM-RPT-LINE.
           PERFORM H250-ACCUM-STM-TOTALS.
       H220-END. EXIT.

      * ONE DATED LINE; THE SIGN OF THE AMOUNT DECIDES THE COLUMN.
       H230-PRINT-LINE.
           ADD 1 TO WS-LINE-COUNT.
           ADD SRT-AMOUNT TO WS-RUNNING.
           MOVE SPACES TO WS-STMT-LINE.
           MOVE SRT-DATE TO WS-STL-DATE.
           EVALUATE SRT-TYPE
              WHEN 'C' MOVE 'CREDIT' TO WS-STL-DESC
              WHEN 'D' MOVE 'DEBIT' TO WS-STL-DESC
              WHEN 'I' MOVE 'INTEREST' TO WS-STL-DESC
              WHEN 'R' MOVE 'REVERSAL' TO WS-STL-DESC
              WHEN OTHER MOVE 'ADJUSTMENT' TO WS-STL-DESC
           END-EVALUATE.
           IF SRT-AMOUNT < 0
              COMPUTE WS-STL-DEBIT = 0 - SRT-AMOUNT
              SUBTRACT SRT-AMOUNT FROM WS-STMT-DEBITS
           ELSE
              MOVE SRT-AMOUNT TO WS-STL-CREDIT
              ADD SRT-AMOUNT TO WS-STMT-CREDITS
           END-IF.
           MOVE WS-RUNNING TO WS-STL-BALANCE.
           MOVE WS-STMT-LINE TO STM-RPT-LINE.
           WRITE STM-RPT-LINE.
           RETURN SORT-WORK AT END MOVE 'Y' TO WS-SORT-EOF-SW.
           MOVE 'N' TO WS-ACTIVITY-SW.
           IF NOT WS-SORT-EOF
              IF SRT-KEY = WS-CUR-KEY AND SRT-DATE <= WS-PERIOD-TO
                 MOVE 'Y' TO WS-ACTIVITY-SW
              END-IF
           END-IF.
       H230-END. EXIT.

      * THE BALANCE THE PERIOD MUST CLOSE ON: THE BEFORE-IMAGE OF THE
      * FIRST LATER HISTORY LINE IF THE FILE HAS MOVED ON, OTHERWISE
      * IDX-BALANCE ITSELF.
       H260-SET-EXPECTED.
           MOVE IDX-BALANCE TO WS-EXPECTED.
           IF NOT WS-SORT-EOF
              IF SRT-KEY = WS-CUR-KEY
                 MOVE SRT-BEFORE-BAL TO WS-EXPECTED
              END-IF
           END-IF.
       H260-END. EXIT.

       H250-ACCUM-STM-TOTALS.
           MOVE 0 TO WS-STM-FOUND-IDX.
           PERFORM VARYING WS-STM-IDX FROM 1 BY 1
              UNTIL WS-STM-IDX > WS-STM-ENTRY-COUNT
              IF WS-STM-DVZ(WS-STM-IDX) = WS-CUR-DVZ
                 MOVE WS-STM-IDX TO WS-STM-FOUND-IDX
              END-IF
           END-PERFORM.
           IF WS-STM-FOUND-IDX = 0
              IF WS-STM-ENTRY-COUNT >= 50
                 DISPLAY 'STM-TOTALS TABLE FULL, DROPPING DVZ: '
                         WS-CUR-DVZ
              ELSE
                 ADD 1 TO WS-STM-ENTRY-COUNT
                 MOVE WS-STM-ENTRY-COUNT TO WS-STM-FOUND-IDX
                 MOVE WS-CUR-DVZ TO WS-STM-DVZ(WS-STM-FOUND-IDX)
                 MOVE 0 TO WS-STM-COUNT(WS-STM-FOUND-IDX)
                           WS-STM-OPENING(WS-STM-FOUND-IDX)
                           WS-STM-DEBITS(WS-STM-FOUND-IDX)
                           WS-STM-CREDITS(WS-STM-FOUND-IDX)
                           WS-STM-CLOSING(WS-STM-FOUND-IDX)
              END-IF
           END-IF.
           IF WS-STM-FOUND-IDX NOT = 0
              ADD 1 TO WS-STM-COUNT(WS-STM-FOUND-IDX)
              ADD WS-OPENING TO WS-STM-OPENING(WS-STM-FOUND-IDX)
              ADD WS-STMT-DEBITS TO WS-STM-DEBITS(WS-STM-FOUND-IDX)
              ADD WS-STMT-CREDITS TO WS-STM-CREDITS(WS-STM-FOUND-IDX)
              ADD WS-RUNNING TO WS-STM-CLOSING(WS-STM-FOUND-IDX)
           END-IF.
       H250-END. EXIT.

       H400-PRINT-CONTROL-PAGE.
           MOVE WS-CTL-HEAD1 TO CTL-RPT-LINE.
           WRITE CTL-RPT-LINE.
           MOVE WS-HEAD2 TO CTL-RPT-LINE.
           WRITE CTL-RPT-LINE.
           MOVE 'ACCOUNTS READ' TO WS-SUM-LABEL.
           MOVE WS-ACCT-READ TO WS-SUM-COUNT.
           PERFORM H420-WRITE-SUMMARY-LINE.
           MOVE 'STATEMENTS PRODUCED' TO WS-SUM-LABEL.
           MOVE WS-STMT-COUNT TO WS-SUM-COUNT.
           PERFORM H420-WRITE-SUMMARY-LINE.
           MOVE 'SKIPPED - NO ACTIVITY AND ZERO BALANCE'
             TO WS-SUM-LABEL.
           MOVE WS-SKIP-COUNT TO WS-SUM-COUNT.
           PERFORM H420-WRITE-SUMMARY-LINE.
           MOVE 'STATEMENT LINES PRINTED' TO WS-SUM-LABEL.
           MOVE WS-LINE-COUNT TO WS-SUM-COUNT.
           PERFORM H420-WRITE-SUMMARY-LINE.
           MOVE 'STATEMENTS NOT AGREEING TO ACCOUNT' TO WS-SUM-LABEL.
           MOVE WS-DISAGREE-COUNT TO WS-SUM-COUNT.
           PERFORM H420-WRITE-SUMMARY-LINE.
           MOVE 'HISTORY LINES FOR ACCOUNTS NOT ON FILE'
             TO WS-SUM-LABEL.
           MOVE WS-ORPHAN-COUNT TO WS-SUM-COUNT.
           PERFORM H420-WRITE-SUMMARY-LINE.
           MOVE WS-HEAD2 TO CTL-RPT-LINE.
           WRITE CTL-RPT-LINE.
           MOVE WS-CTL-HEAD3 TO CTL-RPT-LINE.
           WRITE CTL-RPT-LINE.
           PERFORM H410-WRITE-DVZ-TOTAL
              VARYING WS-STM-IDX FROM 1 BY 1
              UNTIL WS-STM-IDX > WS-STM-ENTRY-COUNT.
       H400-END. EXIT.

       H410-WRITE-DVZ-TOTAL.
           MOVE SPACES TO WS-CTL-DVZ-LINE.
           MOVE WS-STM-DVZ(WS-STM-IDX) TO WS-CDL-DVZ.
           MOVE WS-STM-COUNT(WS-STM-IDX) TO WS-CDL-COUNT.
           MOVE WS-STM-OPENING(WS-STM-IDX) TO WS-CDL-OPENING.
           MOVE WS-STM-DEBITS(WS-STM-IDX) TO WS-CDL-DEBITS.
           MOVE WS-STM-CREDITS(WS-STM-IDX) TO WS-CDL-CREDITS.
           MOVE WS-STM-CLOSING(WS-STM-IDX) TO WS-CDL-CLOSING.
           MOVE WS-CTL-DVZ-LINE TO CTL-RPT-LINE.
           WRITE CTL-RPT-LINE.
       H410-END. EXIT.

       H420-WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO CTL-RPT-LINE.
           WRITE CTL-RPT-LINE.
       H420-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE.
           CLOSE CUS-FILE.
           CLOSE STM-RPT.
           CLOSE CTL-RPT.
           DISPLAY 'STMPRT01 ACCOUNTS READ:       ' WS-ACCT-READ.
           DISPLAY 'STMPRT01 STATEMENTS PRODUCED: ' WS-STMT-COUNT.
           DISPLAY 'STMPRT01 NOT AGREEING:        ' WS-DISAGREE-COUNT.
           IF WS-DISAGREE-COUNT > 0
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
              MOVE 'STMPRT01' TO RLOG-PROGRAM
              MOVE WS-RUN-DATE TO RLOG-DATE
              MOVE WS-HST-READ TO RLOG-RECS-IN
              MOVE WS-STMT-COUNT TO RLOG-RECS-OUT
              MOVE WS-DISAGREE-COUNT TO RLOG-REJECTS
              MOVE RETURN-CODE TO RLOG-RETCODE
              WRITE RLOG-REC
           ELSE
              DISPLAY 'UNABLE TO OPEN RUNLOG: ' ST-RLOG-FILE
           END-IF.
           CLOSE RLOG-FILE.
       H900-END. EXIT.
      *
