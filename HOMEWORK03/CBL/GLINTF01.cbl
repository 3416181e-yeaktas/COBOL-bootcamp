       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLINTF01.
      *****************************************************************
      * GENERAL LEDGER INTERFACE. READS THE IDXPST01 POSTING JOURNAL
      * (PSTJRNL) AND THE RECORD-FORMAT INTACC01 ACCRUAL JOURNAL
      * (INTACR, PRESENT ON MONTH-END NIGHTS ONLY) AND BUILDS THE
      * DOUBLE-ENTRY GL EXTRACT (GLEXTR) FINANCE LOADS INSTEAD OF
      * REKEYING PSTPROOF AND INTJRNL BY HAND.
      * ENTRIES ARE SUMMARISED PER CURRENCY, ONE PAIR PER SOURCE:
      *   POSTINGS  - A CREDIT MOVEMENT IS DEBIT MOVEMENT CLEARING,
      *               CREDIT CUSTOMER DEPOSITS; A DEBIT MOVEMENT THE
      *               OTHER WAY ROUND.
      *   INTEREST  - A POSITIVE ACCRUAL IS DEBIT INTEREST EXPENSE,
      *               CREDIT CUSTOMER DEPOSITS; A NEGATIVE ACCRUAL (ON
      *               AN OVERDRAWN ACCOUNT) THE OTHER WAY ROUND.
      * ONLY POSTED AND REVERSAL JOURNAL RECORDS REACH THE LEDGER; A
      * REVERSAL CARRIES THE DIRECTION IT MOVED THE BALANCE, SO IT
      * NETS AGAINST THE POSTING IT BACKS OUT. REJECTS AND THE
      * 'REVERSED' MEMO RECORDS NEVER MOVED MONEY. THE EXTRACT HAS A
      * HEADER, ONE DETAIL PER CURRENCY/SOURCE/GL ACCOUNT AND A
      * TRAILER WITH THE ENTRY COUNT AND DEBIT/CREDIT TOTALS. GLPROOF
      * PROVES DEBITS EQUAL CREDITS PER IDX-DVZ FROM THE ENTRIES
      * ACTUALLY WRITTEN; ANY CURRENCY OUT OF BALANCE ENDS THE JOB
      * WITH RETURN CODE 16 SO THE EXTRACT IS NOT SENT. THE RUN DATE
      * COMES FROM THE GLCARD CONTROL CARD, OR THE SYSTEM DATE WHEN
      * NO CARD IS SUPPLIED.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JRN-FILE   ASSIGN TO PSTJRNL
                             STATUS ST-JRN-FILE.
           SELECT OPTIONAL ACR-FILE ASSIGN TO INTACR
                             STATUS ST-ACR-FILE.
           SELECT OPTIONAL GL-CTL ASSIGN TO GLCARD
                             STATUS ST-GL-CTL.
           SELECT GLX-FILE   ASSIGN TO GLEXTR
                             STATUS ST-GLX-FILE.
           SELECT PROOF-RPT  ASSIGN TO GLPROOF
                             STATUS ST-PROOF-RPT.
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
       FD  ACR-FILE RECORDING MODE F.
         01  ACR-REC.
           03 ACR-DATE          PIC 9(8).
           03 ACR-ID            PIC 9(5).
           03 ACR-DVZ           PIC 9(3).
           03 ACR-RATE          PIC 9(5)V9(6).
           03 ACR-INTEREST      PIC S9(15).
           03 ACR-BEFORE-BAL    PIC S9(15).
           03 ACR-AFTER-BAL     PIC S9(15).
       FD  GL-CTL RECORDING MODE F.
         01  GL-CTL-REC.
           03 GL-CTL-DATE       PIC 9(8).
       FD  GLX-FILE RECORDING MODE F.
         01  GLX-HDR-REC.
           03 GLX-HDR-TYPE      PIC X(1).
           03 GLX-HDR-SYSTEM    PIC X(8).
           03 GLX-HDR-DATE      PIC 9(8).
           03 FILLER            PIC X(63).
         01  GLX-DTL-REC.
           03 GLX-DTL-TYPE      PIC X(1).
           03 GLX-DTL-DATE      PIC 9(8).
           03 GLX-DTL-DVZ       PIC 9(3).
           03 GLX-DTL-ACCOUNT   PIC X(10).
           03 GLX-DTL-SOURCE    PIC X(8).
           03 GLX-DTL-DEBIT     PIC 9(17).
           03 GLX-DTL-CREDIT    PIC 9(17).
           03 GLX-DTL-ITEMS     PIC 9(7).
           03 FILLER            PIC X(9).
         01  GLX-TRL-REC.
           03 GLX-TRL-TYPE      PIC X(1).
           03 GLX-TRL-DATE      PIC 9(8).
           03 GLX-TRL-COUNT     PIC 9(9).
           03 GLX-TRL-DEBITS    PIC 9(17).
           03 GLX-TRL-CREDITS   PIC 9(17).
           03 FILLER            PIC X(28).
       FD  PROOF-RPT RECORDING MODE F.
         01  PROOF-RPT-LINE     PIC X(120).
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
           03 ST-ACR-FILE       PIC 9(2).
              88 ACR-SUCCESS                    VALUE 00 05 97.
              88 ACR-EOF                        VALUE 10.
           03 ST-GL-CTL         PIC 9(2).
              88 GL-CTL-OK                      VALUE 00 97.
              88 GL-CTL-EOF                     VALUE 10.
           03 ST-GLX-FILE       PIC 9(2).
              88 GLX-SUCCESS                    VALUE 00 97.
           03 ST-PROOF-RPT      PIC 9(2).
              88 PROOF-SUCCESS                  VALUE 00 97.
           03 ST-RLOG-FILE      PIC 9(2).
              88 RLOG-SUCCESS                   VALUE 00 05 97.

         01  WS-RUN-DATE-AREA.
           03 WS-RUN-DATE       PIC 9(8) VALUE 0.
           03 WS-RUN-DATE-INT   PIC 9(8).

      * THE LEDGER ACCOUNTS THE EXTRACT POSTS TO. THE CURRENCY
      * TRAVELS ON EACH ENTRY, SO ONE CODE SERVES EVERY DVZ.
         01  WS-GL-ACCOUNTS.
           03 WS-GL-SYSTEM      PIC X(8)  VALUE 'IDXBANK'.
           03 WS-GL-DEPOSITS    PIC X(10) VALUE '2100-CDEP'.
           03 WS-GL-CLEARING    PIC X(10) VALUE '1900-MCLR'.
           03 WS-GL-INT-EXPENSE PIC X(10) VALUE '5100-IEXP'.
           03 WS-GL-SRC-POSTING PIC X(8)  VALUE 'POSTINGS'.
           03 WS-GL-SRC-INTEREST PIC X(8) VALUE 'INTEREST'.

         01  WS-COUNT-AREA.
           03 WS-JRN-READ       PIC 9(9) VALUE 0.
           03 WS-JRN-USED       PIC 9(9) VALUE 0.
           03 WS-ACR-READ       PIC 9(9) VALUE 0.
           03 WS-ENTRY-COUNT    PIC 9(9) VALUE 0.
           03 WS-DEBIT-TOTAL    PIC 9(17) VALUE 0.
           03 WS-CREDIT-TOTAL   PIC 9(17) VALUE 0.
           03 WS-PROOF-ERRORS   PIC 9(3) VALUE 0.
           03 WS-RLOG-IN        PIC 9(9).
           03 WS-ACR-ABS        PIC 9(15).

      * MONEY MOVED PER CURRENCY, BY SOURCE AND DIRECTION. INTEREST
      * IS SPLIT BY SIGN SO EACH SIDE OF THE ENTRY STAYS POSITIVE.
         01  WS-GL-TOTALS-AREA.
           03 WS-GLT-ENTRY-COUNT    PIC 9(3) VALUE 0.
           03 WS-GLT-ENTRY OCCURS 50 TIMES.
              05 WS-GLT-DVZ         PIC 9(3).
              05 WS-GLT-PST-CREDITS PIC 9(17).
              05 WS-GLT-PST-DEBITS  PIC 9(17).
              05 WS-GLT-PST-ITEMS   PIC 9(7).
              05 WS-GLT-INT-PLUS    PIC 9(17).
              05 WS-GLT-INT-MINUS   PIC 9(17).
              05 WS-GLT-INT-ITEMS   PIC 9(7).
              05 WS-GLT-PRF-DEBITS  PIC 9(17).
              05 WS-GLT-PRF-CREDITS PIC 9(17).
         01  WS-GLT-IDX             PIC 9(3).
         01  WS-GLT-FOUND-IDX       PIC 9(3).
         01  WS-GLT-DVZ-PARM        PIC 9(3).

         01  WS-ENTRY-PARM-AREA.
           03 WS-ENT-ACCOUNT-PARM   PIC X(10).
           03 WS-ENT-SOURCE-PARM    PIC X(8).
           03 WS-ENT-DEBIT-PARM     PIC 9(17).
           03 WS-ENT-CREDIT-PARM    PIC 9(17).
           03 WS-ENT-ITEMS-PARM     PIC 9(7).

         01  WS-HEAD1             PIC X(120) VALUE
             'GL INTERFACE - DEBIT/CREDIT PROOF BY CURRENCY'.
         01  WS-HEAD2             PIC X(120) VALUE
             '--------------------------------------------------'.
         01  WS-HEAD3.
           03 FILLER             PIC X(5)  VALUE 'DVZ'.
           03 FILLER             PIC X(20) VALUE '        DEBITS'.
           03 FILLER             PIC X(20) VALUE '       CREDITS'.
           03 FILLER             PIC X(75) VALUE 'RESULT'.

         01  WS-PARM-LINE.
           03 FILLER             PIC X(9) VALUE 'RUN DATE '.
           03 WS-PARM-DATE       PIC 9(8).
           03 FILLER             PIC X(103) VALUE SPACES.

         01  WS-PROOF-LINE.
           03 WS-PRF-LINE-DVZ    PIC 9(3).
           03 FILLER             PIC X(2).
           03 WS-PRF-LINE-DEBIT  PIC Z(16)9.
           03 FILLER             PIC X(3).
           03 WS-PRF-LINE-CREDIT PIC Z(16)9.
           03 FILLER             PIC X(3).
           03 WS-PRF-LINE-RESULT PIC X(16).
           03 FILLER             PIC X(59).

         01  WS-TRAILER-LINE.
           03 FILLER             PIC X(15) VALUE 'EXTRACT ENTRIES'.
           03 WS-TRL-LINE-COUNT  PIC ZZZ,ZZZ,ZZ9.
           03 FILLER             PIC X(4) VALUE SPACES.
           03 FILLER             PIC X(7) VALUE 'DEBITS '.
           03 WS-TRL-LINE-DEBIT  PIC Z(16)9.
           03 FILLER             PIC X(4) VALUE SPACES.
           03 FILLER             PIC X(8) VALUE 'CREDITS '.
           03 WS-TRL-LINE-CREDIT PIC Z(16)9.
           03 FILLER             PIC X(37) VALUE SPACES.

      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H060-GET-CONTROL-CARD.
           PERFORM H100-OPEN-FILES.
           READ JRN-FILE.
           PERFORM H200-READ-POSTINGS UNTIL JRN-EOF.
           READ ACR-FILE.
           PERFORM H250-READ-ACCRUALS UNTIL ACR-EOF.
           PERFORM H300-WRITE-ENTRIES.
           PERFORM H400-PROVE-ENTRIES.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

      * THE RUN DATE COMES FROM THE GLCARD CONTROL CARD SO A RUN
      * AFTER MIDNIGHT STILL BOOKS TO THE BUSINESS DAY. NO CARD (OR
      * AN EMPTY OR UNUSABLE ONE) MEANS SYSTEM DATE.
       H060-GET-CONTROL-CARD.
           OPEN INPUT GL-CTL.
           IF GL-CTL-OK
              READ GL-CTL
              IF NOT GL-CTL-EOF
                 MOVE GL-CTL-DATE TO WS-RUN-DATE
              END-IF
           END-IF.
           CLOSE GL-CTL.
           IF WS-RUN-DATE > 0
              COMPUTE WS-RUN-DATE-INT = FUNCTION INTEGER-OF-DATE
              (WS-RUN-DATE)
           ELSE
              MOVE 0 TO WS-RUN-DATE-INT
           END-IF.
           IF WS-RUN-DATE-INT = 0
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           DISPLAY 'RUN DATE FOR THIS RUN IS ' WS-RUN-DATE.
       H060-END. EXIT.

       H100-OPEN-FILES.
           OPEN INPUT  JRN-FILE.
           OPEN INPUT  ACR-FILE.
           OPEN OUTPUT GLX-FILE.
           OPEN OUTPUT PROOF-RPT.
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
           IF (ST-GLX-FILE NOT = 0) AND (ST-GLX-FILE NOT = 97)
              DISPLAY 'UNABLE TO OPEN GLEXTR: ' ST-GLX-FILE
              MOVE ST-GLX-FILE TO RETURN-CODE
              STOP RUN
           END-IF.
           IF (ST-PROOF-RPT NOT = 0) AND (ST-PROOF-RPT NOT = 97)
              DISPLAY 'UNABLE TO OPEN GLPROOF: ' ST-PROOF-RPT
              MOVE ST-PROOF-RPT TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO GLX-HDR-REC.
           MOVE 'H' TO GLX-HDR-TYPE.
           MOVE WS-GL-SYSTEM TO GLX-HDR-SYSTEM.
           MOVE WS-RUN-DATE TO GLX-HDR-DATE.
           WRITE GLX-HDR-REC.
       H100-END. EXIT.

      * ONLY POSTED MOVEMENTS AND REVERSALS REACH THE LEDGER.
       H200-READ-POSTINGS.
           ADD 1 TO WS-JRN-READ.
           IF JRN-RESULT = 'POSTED' OR JRN-RESULT = 'REVERSAL'
              ADD 1 TO WS-JRN-USED
              MOVE JRN-DVZ TO WS-GLT-DVZ-PARM
              PERFORM H500-FIND-DVZ
              IF WS-GLT-FOUND-IDX NOT = 0
                 ADD 1 TO WS-GLT-PST-ITEMS(WS-GLT-FOUND-IDX)
                 IF JRN-DC = 'D'
                    ADD JRN-AMOUNT
                      TO WS-GLT-PST-DEBITS(WS-GLT-FOUND-IDX)
                 ELSE
                    ADD JRN-AMOUNT
                      TO WS-GLT-PST-CREDITS(WS-GLT-FOUND-IDX)
                 END-IF
              END-IF
           END-IF.
           READ JRN-FILE.
       H200-END. EXIT.

       H250-READ-ACCRUALS.
           ADD 1 TO WS-ACR-READ.
           MOVE ACR-DVZ TO WS-GLT-DVZ-PARM.
           PERFORM H500-FIND-DVZ.
           IF WS-GLT-FOUND-IDX NOT = 0
              ADD 1 TO WS-GLT-INT-ITEMS(WS-GLT-FOUND-IDX)
              IF ACR-INTEREST < 0
                 COMPUTE WS-ACR-ABS = 0 - ACR-INTEREST
                 ADD WS-ACR-ABS TO WS-GLT-INT-MINUS(WS-GLT-FOUND-IDX)
              ELSE
                 MOVE ACR-INTEREST TO WS-ACR-ABS
                 ADD WS-ACR-ABS TO WS-GLT-INT-PLUS(WS-GLT-FOUND-IDX)
              END-IF
           END-IF.
           READ ACR-FILE.
       H250-END. EXIT.

       H300-WRITE-ENTRIES.
           PERFORM H310-WRITE-DVZ-ENTRIES
              VARYING WS-GLT-IDX FROM 1 BY 1
              UNTIL WS-GLT-IDX > WS-GLT-ENTRY-COUNT.
           MOVE SPACES TO GLX-TRL-REC.
           MOVE 'T' TO GLX-TRL-TYPE.
           MOVE WS-RUN-DATE TO GLX-TRL-DATE.
           MOVE WS-ENTRY-COUNT TO GLX-TRL-COUNT.
           MOVE WS-DEBIT-TOTAL TO GLX-TRL-DEBITS.
           MOVE WS-CREDIT-TOTAL TO GLX-TRL-CREDITS.
           WRITE GLX-TRL-REC.
       H300-END. EXIT.

      * THE TWO HALVES OF EACH PAIR CARRY THE SAME AMOUNTS ON
      * OPPOSITE SIDES, SO EVERY CURRENCY BALANCES BY CONSTRUCTION -
      * THE PROOF BELOW CHECKS THAT WHAT WAS WRITTEN STILL DOES.
       H310-WRITE-DVZ-ENTRIES.
           IF WS-GLT-PST-ITEMS(WS-GLT-IDX) > 0
              MOVE WS-GL-SRC-POSTING TO WS-ENT-SOURCE-PARM
              MOVE WS-GLT-PST-ITEMS(WS-GLT-IDX) TO WS-ENT-ITEMS-PARM
              MOVE WS-GL-CLEARING TO WS-ENT-ACCOUNT-PARM
              MOVE WS-GLT-PST-CREDITS(WS-GLT-IDX) TO WS-ENT-DEBIT-PARM
              MOVE WS-GLT-PST-DEBITS(WS-GLT-IDX) TO WS-ENT-CREDIT-PARM
              PERFORM H320-WRITE-ENTRY
              MOVE WS-GL-DEPOSITS TO WS-ENT-ACCOUNT-PARM
              MOVE WS-GLT-PST-DEBITS(WS-GLT-IDX) TO WS-ENT-DEBIT-PARM
              MOVE WS-GLT-PST-CREDITS(WS-GLT-IDX) TO WS-ENT-CREDIT-PARM
              PERFORM H320-WRITE-ENTRY
           END-IF.
           IF WS-GLT-INT-ITEMS(WS-GLT-IDX) > 0
              MOVE WS-GL-SRC-INTEREST TO WS-ENT-SOURCE-PARM
              MOVE WS-GLT-INT-ITEMS(WS-GLT-IDX) TO WS-ENT-ITEMS-PARM
              MOVE WS-GL-INT-EXPENSE TO WS-ENT-ACCOUNT-PARM
              MOVE WS-GLT-INT-PLUS(WS-GLT-IDX) TO WS-ENT-DEBIT-PARM
              MOVE WS-GLT-INT-MINUS(WS-GLT-IDX) TO WS-ENT-CREDIT-PARM
              PERFORM H320-WRITE-ENTRY
              MOVE WS-GL-DEPOSITS TO WS-ENT-ACCOUNT-PARM
              MOVE WS-GLT-INT-MINUS(WS-GLT-IDX) TO WS-ENT-DEBIT-PARM
              MOVE WS-GLT-INT-PLUS(WS-GLT-IDX) TO WS-ENT-CREDIT-PARM
              PERFORM H320-WRITE-ENTRY
           END-IF.
       H310-END. EXIT.

      * WRITES ONE DETAIL ENTRY FOR THE CURRENT CURRENCY. THE CALLER
      * SETS THE WS-ENT-...-PARM FIELDS BEFORE PERFORMING.
       H320-WRITE-ENTRY.
           MOVE SPACES TO GLX-DTL-REC.
           MOVE 'D' TO GLX-DTL-TYPE.
           MOVE WS-RUN-DATE TO GLX-DTL-DATE.
           MOVE WS-GLT-DVZ(WS-GLT-IDX) TO GLX-DTL-DVZ.
           MOVE WS-ENT-ACCOUNT-PARM TO GLX-DTL-ACCOUNT.
           MOVE WS-ENT-SOURCE-PARM TO GLX-DTL-SOURCE.
           MOVE WS-ENT-DEBIT-PARM TO GLX-DTL-DEBIT.
           MOVE WS-ENT-CREDIT-PARM TO GLX-DTL-CREDIT.
           MOVE WS-ENT-ITEMS-PARM TO GLX-DTL-ITEMS.
           WRITE GLX-DTL-REC.
           ADD 1 TO WS-ENTRY-COUNT.
           ADD WS-ENT-DEBIT-PARM TO WS-DEBIT-TOTAL.
           ADD WS-ENT-CREDIT-PARM TO WS-CREDIT-TOTAL.
           ADD WS-ENT-DEBIT-PARM TO WS-GLT-PRF-DEBITS(WS-GLT-IDX).
           ADD WS-ENT-CREDIT-PARM TO WS-GLT-PRF-CREDITS(WS-GLT-IDX).
       H320-END. EXIT.

      * DEBITS MUST EQUAL CREDITS FOR EVERY IDX-DVZ AND OVERALL.
       H400-PROVE-ENTRIES.
           MOVE WS-HEAD1 TO PROOF-RPT-LINE.
           WRITE PROOF-RPT-LINE.
           MOVE WS-RUN-DATE TO WS-PARM-DATE.
           MOVE WS-PARM-LINE TO PROOF-RPT-LINE.
           WRITE PROOF-RPT-LINE.
           MOVE WS-HEAD2 TO PROOF-RPT-LINE.
           WRITE PROOF-RPT-LINE.
           MOVE WS-HEAD3 TO PROOF-RPT-LINE.
           WRITE PROOF-RPT-LINE.
           PERFORM H410-PROVE-DVZ
              VARYING WS-GLT-IDX FROM 1 BY 1
              UNTIL WS-GLT-IDX > WS-GLT-ENTRY-COUNT.
           MOVE WS-HEAD2 TO PROOF-RPT-LINE.
           WRITE PROOF-RPT-LINE.
           MOVE WS-ENTRY-COUNT TO WS-TRL-LINE-COUNT.
           MOVE WS-DEBIT-TOTAL TO WS-TRL-LINE-DEBIT.
           MOVE WS-CREDIT-TOTAL TO WS-TRL-LINE-CREDIT.
           MOVE WS-TRAILER-LINE TO PROOF-RPT-LINE.
           WRITE PROOF-RPT-LINE.
           IF WS-DEBIT-TOTAL NOT = WS-CREDIT-TOTAL
              DISPLAY 'EXTRACT TRAILER OUT OF BALANCE: DEBITS '
                      WS-DEBIT-TOTAL ' CREDITS ' WS-CREDIT-TOTAL
              ADD 1 TO WS-PROOF-ERRORS
           END-IF.
       H400-END. EXIT.

       H410-PROVE-DVZ.
           MOVE SPACES TO WS-PROOF-LINE.
           MOVE WS-GLT-DVZ(WS-GLT-IDX) TO WS-PRF-LINE-DVZ.
           MOVE WS-GLT-PRF-DEBITS(WS-GLT-IDX) TO WS-PRF-LINE-DEBIT.
           MOVE WS-GLT-PRF-CREDITS(WS-GLT-IDX) TO WS-PRF-LINE-CREDIT.
           IF WS-GLT-PRF-DEBITS(WS-GLT-IDX) =
              WS-GLT-PRF-CREDITS(WS-GLT-IDX)
              MOVE 'IN BALANCE' TO WS-PRF-LINE-RESULT
           ELSE
              MOVE 'OUT OF BALANCE' TO WS-PRF-LINE-RESULT
              ADD 1 TO WS-PROOF-ERRORS
              DISPLAY 'DVZ ' WS-GLT-DVZ(WS-GLT-IDX)
                      ' OUT OF BALANCE: DEBITS '
                      WS-GLT-PRF-DEBITS(WS-GLT-IDX)
                      ' CREDITS ' WS-GLT-PRF-CREDITS(WS-GLT-IDX)
           END-IF.
           MOVE WS-PROOF-LINE TO PROOF-RPT-LINE.
           WRITE PROOF-RPT-LINE.
       H410-END. EXIT.

      * FINDS (OR ADDS) THE TOTALS ENTRY FOR WS-GLT-DVZ-PARM. A FULL
      * TABLE FAILS THE PROOF: MONEY WOULD OTHERWISE MISS THE LEDGER.
       H500-FIND-DVZ.
           MOVE 0 TO WS-GLT-FOUND-IDX.
           PERFORM VARYING WS-GLT-IDX FROM 1 BY 1
              UNTIL WS-GLT-IDX > WS-GLT-ENTRY-COUNT
              IF WS-GLT-DVZ(WS-GLT-IDX) = WS-GLT-DVZ-PARM
                 MOVE WS-GLT-IDX TO WS-GLT-FOUND-IDX
              END-IF
           END-PERFORM.
           IF WS-GLT-FOUND-IDX = 0
              IF WS-GLT-ENTRY-COUNT >= 50
                 DISPLAY 'GL-TOTALS TABLE FULL, DROPPING DVZ: '
                         WS-GLT-DVZ-PARM
                 ADD 1 TO WS-PROOF-ERRORS
              ELSE
                 ADD 1 TO WS-GLT-ENTRY-COUNT
                 MOVE WS-GLT-ENTRY-COUNT TO WS-GLT-FOUND-IDX
                 MOVE WS-GLT-DVZ-PARM TO WS-GLT-DVZ(WS-GLT-FOUND-IDX)
                 MOVE 0 TO WS-GLT-PST-CREDITS(WS-GLT-FOUND-IDX)
                           WS-GLT-PST-DEBITS(WS-GLT-FOUND-IDX)
                           WS-GLT-PST-ITEMS(WS-GLT-FOUND-IDX)
                           WS-GLT-INT-PLUS(WS-GLT-FOUND-IDX)
                           WS-GLT-INT-MINUS(WS-GLT-FOUND-IDX)
                           WS-GLT-INT-ITEMS(WS-GLT-FOUND-IDX)
                           WS-GLT-PRF-DEBITS(WS-GLT-FOUND-IDX)
                           WS-GLT-PRF-CREDITS(WS-GLT-FOUND-IDX)
              END-IF
           END-IF.
       H500-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE JRN-FILE.
           CLOSE ACR-FILE.
           CLOSE GLX-FILE.
           CLOSE PROOF-RPT.
           DISPLAY 'GLINTF01 JOURNAL RECORDS READ: ' WS-JRN-READ.
           DISPLAY 'GLINTF01 POSTINGS TO LEDGER:   ' WS-JRN-USED.
           DISPLAY 'GLINTF01 ACCRUALS TO LEDGER:   ' WS-ACR-READ.
           DISPLAY 'GLINTF01 EXTRACT ENTRIES:      ' WS-ENTRY-COUNT.
           IF WS-PROOF-ERRORS > 0
              DISPLAY 'GLINTF01 PROOF FAILED: ' WS-PROOF-ERRORS
                      ' CURRENCIES/CONDITIONS OUT OF PROOF'
              MOVE 16 TO RETURN-CODE
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
              MOVE 'GLINTF01' TO RLOG-PROGRAM
              MOVE WS-RUN-DATE TO RLOG-DATE
              COMPUTE WS-RLOG-IN = WS-JRN-READ + WS-ACR-READ
              MOVE WS-RLOG-IN TO RLOG-RECS-IN
              MOVE WS-ENTRY-COUNT TO RLOG-RECS-OUT
              MOVE WS-PROOF-ERRORS TO RLOG-REJECTS
              MOVE RETURN-CODE TO RLOG-RETCODE
              WRITE RLOG-REC
           ELSE
              DISPLAY 'UNABLE TO OPEN RUNLOG: ' ST-RLOG-FILE
           END-IF.
           CLOSE RLOG-FILE.
       H900-END. EXIT.
      *
