      * WITH THE ACCOUNT, CURRENCY, RATE APPLIED, INTEREST AMOUNT AND
      * BEFORE/AFTER BALANCES, ENDING WITH PER-CURRENCY TOTALS SO THE
      * FIGURES CAN BE AGREED TO THE GENERAL LEDGER BEFORE THE NEXT
      * FILTER01 EXTRACT RUNS. THE SAME ACCRUALS ARE ALSO WRITTEN AS
      * FIXED-FORMAT RECORDS, STAMPED WITH THE RUN DATE, TO INTACR SO
      * DOWNSTREAM PROGRAMS NEED NOT READ THE PRINTED JOURNAL, AND
      * APPENDED TO THE DATED TRANSACTION HISTORY (TXNHIST) THE
      * MONTH-END STATEMENTS ARE PRINTED FROM.
      * A CURRENCY WITH NO RATE ON FILE
      * ACCRUES NOTHING AND IS NOTED ON THE CONSOLE, AND THE JOB ENDS
      * WITH RETURN CODE 8 SO AN INCOMPLETE RATE FILE IS CHASED.
      * IDX-DATE IS NOT TOUCHED: AN ACCRUAL IS NOT CUSTOMER ACTIVITY
                             STATUS ST-RATE-FILE.
           SELECT JRN-RPT    ASSIGN TO INTJRNL
                             STATUS ST-JRN-RPT.
           SELECT ACR-FILE   ASSIGN TO INTACR
                             STATUS ST-ACR-FILE.
           SELECT OPTIONAL HST-FILE ASSIGN TO TXNHIST
                             STATUS ST-HST-FILE.
           SELECT OPTIONAL RLOG-FILE ASSIGN TO RUNLOG
                             STATUS ST-RLOG-FILE.
       DATA DIVISION.
           03 RATE-RATE         PIC 9(5)V9(6).
       FD  JRN-RPT RECORDING MODE F.
         01  JRN-RPT-LINE       PIC X(120).
       FD  ACR-FILE RECORDING MODE F.
         01  ACR-REC.
           03 ACR-DATE          PIC 9(8).
           03 ACR-ID            PIC 9(5).
           03 ACR-DVZ           PIC 9(3).
           03 ACR-RATE          PIC 9(5)V9(6).
           03 ACR-INTEREST      PIC S9(15).
           03 ACR-BEFORE-BAL    PIC S9(15).
           03 ACR-AFTER-BAL     PIC S9(15).
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
              88 RATE-EOF                       VALUE 10.
           03 ST-JRN-RPT        PIC 9(2).
              88 JRN-RPT-SUCCESS                VALUE 00 97.
           03 ST-ACR-FILE       PIC 9(2).
              88 ACR-SUCCESS                    VALUE 00 97.
           03 ST-HST-FILE       PIC 9(2).
              88 HST-SUCCESS                    VALUE 00 05 97.
           03 ST-RLOG-FILE      PIC 9(2).
              88 RLOG-SUCCESS                   VALUE 00 05 97.
           03 WS-RLOG-DATE      PIC 9(8).
           03 WS-ACR-RUN-DATE   PIC 9(8).

         01  WS-RATE-TABLE.
           03 WS-RATE-COUNT     PIC 9(3) VALUE 0.
       H100-OPEN-FILES.
           OPEN I-O IDX-FILE.
           OPEN OUTPUT JRN-RPT.
           OPEN OUTPUT ACR-FILE.
           OPEN EXTEND HST-FILE.
           IF (ST-IDX-FILE NOT = 0) AND (ST-IDX-FILE NOT = 97)
              DISPLAY 'UNABLE TO OPEN IDXFILE: ' ST-IDX-FILE
              MOVE ST-IDX-FILE TO RETURN-CODE
              MOVE ST-JRN-RPT TO RETURN-CODE
              STOP RUN
           END-IF.
           IF (ST-ACR-FILE NOT = 0) AND (ST-ACR-FILE NOT = 97)
              DISPLAY 'UNABLE TO OPEN INTACR: ' ST-ACR-FILE
              MOVE ST-ACR-FILE TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT HST-SUCCESS
              DISPLAY 'UNABLE TO OPEN TXNHIST: ' ST-HST-FILE
              MOVE ST-HST-FILE TO RETURN-CODE
              STOP RUN
           END-IF.
           ACCEPT WS-ACR-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-HEAD1 TO JRN-RPT-LINE.
           WRITE JRN-RPT-LINE.
           MOVE WS-HEAD2 TO JRN-RPT-LINE.
              NOT INVALID KEY
                 ADD 1 TO WS-ACCRUED-COUNT
                 PERFORM H230-JOURNAL-ACCRUAL
                 PERFORM H235-WRITE-ACR-RECORD
                 PERFORM H240-ACCUM-ACR-TOTALS
           END-REWRITE.
       H220-END. EXIT.
           WRITE JRN-RPT-LINE.
       H230-END. EXIT.

      * THE RECORD-FORMAT TWIN OF THE JOURNAL LINE, ONE PER ACCRUAL,
      * AND THE DATED HISTORY LINE FOR THE STATEMENTS.
       H235-WRITE-ACR-RECORD.
           MOVE WS-ACR-RUN-DATE TO ACR-DATE.
           MOVE IDX-ID TO ACR-ID.
           MOVE IDX-DVZ TO ACR-DVZ.
           MOVE WS-FOUND-RATE TO ACR-RATE.
           MOVE WS-INTEREST-S TO ACR-INTEREST.
           MOVE WS-BEFORE-BALANCE TO ACR-BEFORE-BAL.
           MOVE IDX-BALANCE TO ACR-AFTER-BAL.
           WRITE ACR-REC.
           MOVE WS-ACR-RUN-DATE TO HST-DATE.
           MOVE IDX-ID TO HST-ID.
           MOVE IDX-DVZ TO HST-DVZ.
           MOVE 'I' TO HST-TYPE.
           MOVE WS-INTEREST-S TO HST-AMOUNT.
           MOVE WS-BEFORE-BALANCE TO HST-BEFORE-BAL.
           MOVE IDX-BALANCE TO HST-AFTER-BAL.
           WRITE HST-REC.
       H235-END. EXIT.

       H240-ACCUM-ACR-TOTALS.
           MOVE 0 TO WS-ACR-FOUND-IDX.
           PERFORM VARYING WS-ACR-IDX FROM 1 BY 1
       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE.
           CLOSE JRN-RPT.
           CLOSE ACR-FILE.
           CLOSE HST-FILE.
           DISPLAY 'INTACC01 ACCOUNTS READ:     ' WS-READ-COUNT.
           DISPLAY 'INTACC01 ACCRUALS POSTED:   ' WS-ACCRUED-COUNT.
           DISPLAY 'INTACC01 NO-RATE ACCOUNTS:  ' WS-NORATE-COUNT.
