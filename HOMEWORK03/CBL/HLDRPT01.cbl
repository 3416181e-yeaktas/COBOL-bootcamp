       IDENTIFICATION DIVISION.
       PROGRAM-ID. HLDRPT01.
      *****************************************************************
      * NIGHTLY ACCOUNT HOLDS REPORT. RUNS AFTER IDXPST01 AND LISTS
      * ON HLDRPT, IN FOUR PARTS:
      *   1. EVERY ACTIVE HOLD ON HLDMST (STATUS 'A' AND NOT PAST ITS
      *      EXPIRY DATE), WITH THE CUSTOMER NAME;
      *   2. THE ACTIVE HOLDS EXPIRING WITHIN THE NEXT 7 DAYS, SO THE
      *      DESK CAN RENEW OR LET THEM LAPSE ON PURPOSE;
      *   3. THE DEBITS IDXPST01 REFUSED TONIGHT BECAUSE OF A HOLD
      *      (PSTJRNL RECORDS WITH RESULT 'HELD');
      *   4. A PER-CURRENCY SUMMARY OF THE THREE, PLUS A COUNT OF
      *      HOLDS PAST THEIR EXPIRY DATE THAT WERE NEVER RELEASED.
      * THE RUN DATE COMES FROM THE HLDCARD CONTROL CARD, SYSTEM DATE
      * WHEN NO CARD IS SUPPLIED. THE NAME IS THE CUSTOMER MASTER'S
      * (CUSMST), FALLING BACK TO THE IDX-FILE COPY.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HLD-FILE   ASSIGN TO HLDMST
                             ORGANIZATION INDEXED
                             ACCESS SEQUENTIAL
                             RECORD KEY HLD-KEY
                             STATUS ST-HLD-FILE.
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
           SELECT JRN-FILE   ASSIGN TO PSTJRNL
                             STATUS ST-JRN-FILE.
           SELECT OPTIONAL HLD-CTL ASSIGN TO HLDCARD
                             STATUS ST-HLD-CTL.
           SELECT HLD-RPT    ASSIGN TO HLDRPT
                             STATUS ST-HLD-RPT.
           SELECT OPTIONAL RLOG-FILE ASSIGN TO RUNLOG
                             STATUS ST-RLOG-FILE.
       DATA DIVISION.
       FILE SECTION.
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
       FD  HLD-CTL RECORDING MODE F.
         01  HLD-CTL-REC.
           03 HLD-CTL-DATE      PIC 9(8).
       FD  HLD-RPT RECORDING MODE F.
         01  HLD-RPT-LINE       PIC X(120).
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
           03 ST-HLD-FILE       PIC 9(2).
              88 HLD-SUCCESS                    VALUE 00 97.
              88 HLD-EOF                        VALUE 10.
           03 ST-IDX-FILE       PIC 9(2).
              88 IDX-SUCCESS                    VALUE 00 97.
           03 ST-CUS-FILE       PIC 9(2).
              88 CUS-SUCCESS                    VALUE 00 97.
           03 ST-JRN-FILE       PIC 9(2).
              88 JRN-SUCCESS                    VALUE 00 97.
              88 JRN-EOF                        VALUE 10.
           03 ST-HLD-CTL        PIC 9(2).
              88 HLD-CTL-OK                     VALUE 00 97.
              88 HLD-CTL-EOF                    VALUE 10.
              88 HLD-CTL-NOFILE                 VALUE 35.
           03 ST-HLD-RPT        PIC 9(2).
              88 HLD-RPT-SUCCESS                VALUE 00 97.
           03 ST-RLOG-FILE      PIC 9(2).
              88 RLOG-SUCCESS                   VALUE 00 05 97.

         01  WS-RUN-DATE-AREA.
           03 WS-RUN-DATE       PIC 9(8) VALUE 0.
           03 WS-RUN-DATE-INT   PIC 9(8).
           03 WS-EXPIRY-INT     PIC 9(8).
           03 WS-DAYS-LEFT      PIC S9(8).

         01  WS-COUNT-AREA.
           03 WS-HOLD-READ      PIC 9(7) VALUE 0.
           03 WS-JRN-READ       PIC 9(7) VALUE 0.
           03 WS-ACTIVE-COUNT   PIC 9(7) VALUE 0.
           03 WS-EXPIRING-COUNT PIC 9(7) VALUE 0.
           03 WS-REFUSED-COUNT  PIC 9(7) VALUE 0.
           03 WS-LAPSED-COUNT   PIC 9(7) VALUE 0.

      * NAME LOOKUP FOR THE DETAIL LINES.
         01  WS-NAME-AREA.
           03 WS-LOOKUP-ID      PIC S9(5) COMP-3.
           03 WS-LOOKUP-DVZ     PIC S9(3) COMP.
           03 WS-LOOKUP-NAME    PIC X(15).
           03 WS-LOOKUP-SRNAME  PIC X(15).

      * PER-CURRENCY TOTALS FOR THE SUMMARY PAGE.
         01  WS-HLT-TOTALS-AREA.
           03 WS-HLT-ENTRY-COUNT    PIC 9(3) VALUE 0.
           03 WS-HLT-ENTRY OCCURS 50 TIMES.
              05 WS-HLT-DVZ         PIC S9(3) COMP.
              05 WS-HLT-ACT-COUNT   PIC 9(7).
              05 WS-HLT-ACT-AMOUNT  PIC S9(17).
              05 WS-HLT-EXP-COUNT   PIC 9(7).
              05 WS-HLT-EXP-AMOUNT  PIC S9(17).
              05 WS-HLT-REF-COUNT   PIC 9(7).
              05 WS-HLT-REF-AMOUNT  PIC S9(17).
         01  WS-HLT-IDX             PIC 9(3).
         01  WS-HLT-FOUND-IDX       PIC 9(3).
         01  WS-HLT-DVZ-IN          PIC S9(3) COMP.

         01  WS-HEAD1             PIC X(120) VALUE
             'ACCOUNT HOLDS REPORT'.
         01  WS-HEAD2             PIC X(120) VALUE
             '--------------------------------------------------'.
         01  WS-HEAD-ACTIVE       PIC X(120) VALUE
             'ACTIVE HOLDS'.
         01  WS-HEAD-EXPIRING     PIC X(120) VALUE
             'ACTIVE HOLDS EXPIRING WITHIN 7 DAYS'.
         01  WS-HEAD-REFUSED      PIC X(120) VALUE
             'DEBITS REFUSED BECAUSE OF A HOLD'.
         01  WS-HEAD-SUMMARY      PIC X(120) VALUE
             'HOLDS SUMMARY BY CURRENCY'.

         01  WS-PARM-LINE.
           03 FILLER             PIC X(9) VALUE 'RUN DATE '.
           03 WS-PARM-DATE       PIC 9(8).
           03 FILLER             PIC X(103) VALUE SPACES.

         01  WS-HOLD-COLS.
           03 FILLER             PIC X(50) VALUE
              'ID     DVZ  SEQ  NAME                             '.
           03 FILLER             PIC X(50) VALUE
              '          AMOUNT  RS  PLACED    EXPIRY    DAYS    '.
           03 FILLER             PIC X(20) VALUE SPACES.

         01  WS-HOLD-LINE.
           03 WS-HLD-L-ID        PIC 9(5).
           03 FILLER             PIC X(2).
           03 WS-HLD-L-DVZ       PIC 9(3).
           03 FILLER             PIC X(2).
           03 WS-HLD-L-SEQ       PIC 9(3).
           03 FILLER             PIC X(2).
           03 WS-HLD-L-NAME      PIC X(15).
           03 FILLER             PIC X(1).
           03 WS-HLD-L-SRNAME    PIC X(15).
           03 FILLER             PIC X(2).
           03 WS-HLD-L-AMOUNT    PIC Z(14)9-.
           03 FILLER             PIC X(2).
           03 WS-HLD-L-REASON    PIC X(2).
           03 FILLER             PIC X(2).
           03 WS-HLD-L-PLACED    PIC 9(8).
           03 FILLER             PIC X(2).
           03 WS-HLD-L-EXPIRY    PIC 9(8).
           03 FILLER             PIC X(2).
           03 WS-HLD-L-DAYS      PIC ZZZ9.
           03 FILLER             PIC X(22).

         01  WS-REFUSED-COLS.
           03 FILLER             PIC X(45) VALUE
              'ID     DVZ  NAME                             '.
           03 FILLER             PIC X(50) VALUE
              '    DEBIT AMOUNT           BALANCE  DATE          '.
           03 FILLER             PIC X(25) VALUE SPACES.

         01  WS-REFUSED-LINE.
           03 WS-REF-L-ID        PIC 9(5).
           03 FILLER             PIC X(2).
           03 WS-REF-L-DVZ       PIC 9(3).
           03 FILLER             PIC X(2).
           03 WS-REF-L-NAME      PIC X(15).
           03 FILLER             PIC X(1).
           03 WS-REF-L-SRNAME    PIC X(15).
           03 FILLER             PIC X(2).
           03 WS-REF-L-AMOUNT    PIC Z(14)9-.
           03 FILLER             PIC X(2).
           03 WS-REF-L-BALANCE   PIC Z(14)9-.
           03 FILLER             PIC X(2).
           03 WS-REF-L-DATE      PIC 9(8).
           03 FILLER             PIC X(31).

         01  WS-NONE-LINE         PIC X(120) VALUE
             '  NONE'.

         01  WS-SUMMARY-COLS.
           03 FILLER             PIC X(50) VALUE
              'DVZ   ACTIVE       ACTIVE AMOUNT  EXPIRING  '.
           03 FILLER             PIC X(50) VALUE
              '  EXPIRING AMOUNT   REFUSED      REFUSED AMOUNT'.
           03 FILLER             PIC X(20) VALUE SPACES.

         01  WS-SUMMARY-LINE.
           03 WS-SUM-DVZ         PIC 9(3).
           03 FILLER             PIC X(2).
           03 WS-SUM-ACT-COUNT   PIC ZZZ,ZZ9.
           03 FILLER             PIC X(2).
           03 WS-SUM-ACT-AMOUNT  PIC Z(16)9-.
           03 FILLER             PIC X(2).
           03 WS-SUM-EXP-COUNT   PIC ZZZ,ZZ9.
           03 FILLER             PIC X(2).
           03 WS-SUM-EXP-AMOUNT  PIC Z(16)9-.
           03 FILLER             PIC X(2).
           03 WS-SUM-REF-COUNT   PIC ZZZ,ZZ9.
           03 FILLER             PIC X(2).
           03 WS-SUM-REF-AMOUNT  PIC Z(16)9-.
           03 FILLER             PIC X(30).

         01  WS-LAPSED-LINE.
           03 FILLER             PIC X(45) VALUE
              'HOLDS PAST EXPIRY DATE, NOT YET RELEASED:    '.
           03 WS-LAPSED-L-COUNT  PIC ZZZ,ZZ9.
           03 FILLER             PIC X(68) VALUE SPACES.

      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H060-GET-CONTROL-CARD.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-LIST-ACTIVE.
           PERFORM H300-LIST-EXPIRING.
           PERFORM H400-LIST-REFUSED.
           PERFORM H500-PRINT-SUMMARY.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

      * THE RUN DATE COMES FROM THE HLDCARD CONTROL CARD, FOLLOWING
      * THE RUNCARD PATTERN THE HR SUITE USES. NO CARD (OR AN EMPTY
      * OR UNUSABLE ONE) MEANS SYSTEM DATE.
       H060-GET-CONTROL-CARD.
           OPEN INPUT HLD-CTL.
           IF HLD-CTL-OK
              READ HLD-CTL
              IF NOT HLD-CTL-EOF
                 MOVE HLD-CTL-DATE TO WS-RUN-DATE
              END-IF
           END-IF.
           CLOSE HLD-CTL.
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
           OPEN INPUT HLD-FILE.
           OPEN INPUT IDX-FILE.
           OPEN INPUT CUS-FILE.
           OPEN INPUT JRN-FILE.
           OPEN OUTPUT HLD-RPT.
           IF (ST-HLD-FILE NOT = 0) AND (ST-HLD-FILE NOT = 97)
              DISPLAY 'UNABLE TO OPEN HLDMST: ' ST-HLD-FILE
              MOVE ST-HLD-FILE TO RETURN-CODE
              STOP RUN
           END-IF.
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
           IF (ST-JRN-FILE NOT = 0) AND (ST-JRN-FILE NOT = 97)
              DISPLAY 'UNABLE TO OPEN PSTJRNL: ' ST-JRN-FILE
              MOVE ST-JRN-FILE TO RETURN-CODE
              STOP RUN
           END-IF.
           IF (ST-HLD-RPT NOT = 0) AND (ST-HLD-RPT NOT = 97)
              DISPLAY 'UNABLE TO OPEN HLDRPT: ' ST-HLD-RPT
              MOVE ST-HLD-RPT TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-HEAD1 TO HLD-RPT-LINE.
           WRITE HLD-RPT-LINE.
           MOVE WS-RUN-DATE TO WS-PARM-DATE.
           MOVE WS-PARM-LINE TO HLD-RPT-LINE.
           WRITE HLD-RPT-LINE.
       H100-END. EXIT.

      * FIRST PASS OF HLDMST: EVERY ACTIVE HOLD. A HOLD STILL MARKED
      * ACTIVE BUT PAST ITS EXPIRY DATE NO LONGER STOPS A DEBIT, SO
      * IT IS ONLY COUNTED FOR THE SUMMARY.
       H200-LIST-ACTIVE.
           MOVE WS-HEAD2 TO HLD-RPT-LINE.
           WRITE HLD-RPT-LINE.
           MOVE WS-HEAD-ACTIVE TO HLD-RPT-LINE.
           WRITE HLD-RPT-LINE.
           MOVE WS-HOLD-COLS TO HLD-RPT-LINE.
           WRITE HLD-RPT-LINE.
           READ HLD-FILE NEXT RECORD.
           PERFORM H210-ACTIVE-HOLD UNTIL HLD-EOF.
           IF WS-ACTIVE-COUNT = 0
              MOVE WS-NONE-LINE TO HLD-RPT-LINE
              WRITE HLD-RPT-LINE
           END-IF.
       H200-END. EXIT.

       H210-ACTIVE-HOLD.
           ADD 1 TO WS-HOLD-READ.
           IF HLD-ACTIVE
              IF HLD-EXPIRY-DATE = 0
                 OR HLD-EXPIRY-DATE NOT < WS-RUN-DATE
                 ADD 1 TO WS-ACTIVE-COUNT
                 MOVE 0 TO WS-DAYS-LEFT
                 PERFORM H220-WRITE-HOLD-LINE
                 MOVE HLD-DVZ TO WS-HLT-DVZ-IN
                 PERFORM H260-FIND-HLT-ENTRY
                 IF WS-HLT-FOUND-IDX NOT = 0
                    ADD 1 TO WS-HLT-ACT-COUNT(WS-HLT-FOUND-IDX)
                    ADD HLD-AMOUNT
                      TO WS-HLT-ACT-AMOUNT(WS-HLT-FOUND-IDX)
                 END-IF
              ELSE
                 ADD 1 TO WS-LAPSED-COUNT
              END-IF
           END-IF.
           READ HLD-FILE NEXT RECORD.
       H210-END. EXIT.

       H220-WRITE-HOLD-LINE.
           MOVE SPACES TO WS-HOLD-LINE.
           MOVE HLD-ID TO WS-HLD-L-ID WS-LOOKUP-ID.
           MOVE HLD-DVZ TO WS-HLD-L-DVZ WS-LOOKUP-DVZ.
           MOVE HLD-SEQ TO WS-HLD-L-SEQ.
           PERFORM H250-GET-NAME.
           MOVE WS-LOOKUP-NAME TO WS-HLD-L-NAME.
           MOVE WS-LOOKUP-SRNAME TO WS-HLD-L-SRNAME.
           MOVE HLD-AMOUNT TO WS-HLD-L-AMOUNT.
           MOVE HLD-REASON TO WS-HLD-L-REASON.
           MOVE HLD-PLACED-DATE TO WS-HLD-L-PLACED.
           MOVE HLD-EXPIRY-DATE TO WS-HLD-L-EXPIRY.
           IF HLD-EXPIRY-DATE NOT = 0
              COMPUTE WS-EXPIRY-INT = FUNCTION INTEGER-OF-DATE
              (HLD-EXPIRY-DATE)
              COMPUTE WS-DAYS-LEFT = WS-EXPIRY-INT - WS-RUN-DATE-INT
              MOVE WS-DAYS-LEFT TO WS-HLD-L-DAYS
           END-IF.
           MOVE WS-HOLD-LINE TO HLD-RPT-LINE.
           WRITE HLD-RPT-LINE.
       H220-END. EXIT.

      * SECOND PASS OF HLDMST: ACTIVE HOLDS WITH AN EXPIRY DATE FROM
      * TODAY TO 7 DAYS OUT.
       H300-LIST-EXPIRING.
           CLOSE HLD-FILE.
           OPEN INPUT HLD-FILE.
           IF (ST-HLD-FILE NOT = 0) AND (ST-HLD-FILE NOT = 97)
              DISPLAY 'UNABLE TO REOPEN HLDMST: ' ST-HLD-FILE
              MOVE ST-HLD-FILE TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-HEAD2 TO HLD-RPT-LINE.
           WRITE HLD-RPT-LINE.
           MOVE WS-HEAD-EXPIRING TO HLD-RPT-LINE.
           WRITE HLD-RPT-LINE.
           MOVE WS-HOLD-COLS TO HLD-RPT-LINE.
           WRITE HLD-RPT-LINE.
           READ HLD-FILE NEXT RECORD.
           PERFORM H310-EXPIRING-HOLD UNTIL HLD-EOF.
           IF WS-EXPIRING-COUNT = 0
              MOVE WS-NONE-LINE TO HLD-RPT-LINE
              WRITE HLD-RPT-LINE
           END-IF.
       H300-END. EXIT.

       H310-EXPIRING-HOLD.
           IF HLD-ACTIVE
              AND HLD-EXPIRY-DATE NOT = 0
              AND HLD-EXPIRY-DATE NOT < WS-RUN-DATE
              COMPUTE WS-EXPIRY-INT = FUNCTION INTEGER-OF-DATE
              (HLD-EXPIRY-DATE)
              COMPUTE WS-DAYS-LEFT = WS-EXPIRY-INT - WS-RUN-DATE-INT
              IF WS-DAYS-LEFT <= 7
                 ADD 1 TO WS-EXPIRING-COUNT
                 PERFORM H220-WRITE-HOLD-LINE
                 MOVE HLD-DVZ TO WS-HLT-DVZ-IN
                 PERFORM H260-FIND-HLT-ENTRY
                 IF WS-HLT-FOUND-IDX NOT = 0
                    ADD 1 TO WS-HLT-EXP-COUNT(WS-HLT-FOUND-IDX)
                    ADD HLD-AMOUNT
                      TO WS-HLT-EXP-AMOUNT(WS-HLT-FOUND-IDX)
                 END-IF
              END-IF
           END-IF.
           READ HLD-FILE NEXT RECORD.
       H310-END. EXIT.

      * THE CUSTOMER MASTER NAME, OR THE IDX-FILE COPY FOR A CUSTOMER
      * NOT YET ON THE MASTER.
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

       H260-FIND-HLT-ENTRY.
           MOVE 0 TO WS-HLT-FOUND-IDX.
           PERFORM VARYING WS-HLT-IDX FROM 1 BY 1
              UNTIL WS-HLT-IDX > WS-HLT-ENTRY-COUNT
              IF WS-HLT-DVZ(WS-HLT-IDX) = WS-HLT-DVZ-IN
                 MOVE WS-HLT-IDX TO WS-HLT-FOUND-IDX
              END-IF
           END-PERFORM.
           IF WS-HLT-FOUND-IDX = 0
              IF WS-HLT-ENTRY-COUNT >= 50
                 DISPLAY 'HLT-TOTALS TABLE FULL, DROPPING DVZ: '
                         WS-HLT-DVZ-IN
              ELSE
                 ADD 1 TO WS-HLT-ENTRY-COUNT
                 MOVE WS-HLT-ENTRY-COUNT TO WS-HLT-FOUND-IDX
                 MOVE WS-HLT-DVZ-IN TO WS-HLT-DVZ(WS-HLT-FOUND-IDX)
                 MOVE 0 TO WS-HLT-ACT-COUNT(WS-HLT-FOUND-IDX)
                 MOVE 0 TO WS-HLT-ACT-AMOUNT(WS-HLT-FOUND-IDX)
                 MOVE 0 TO WS-HLT-EXP-COUNT(WS-HLT-FOUND-IDX)
                 MOVE 0 TO WS-HLT-EXP-AMOUNT(WS-HLT-FOUND-IDX)
                 MOVE 0 TO WS-HLT-REF-COUNT(WS-HLT-FOUND-IDX)
                 MOVE 0 TO WS-HLT-REF-AMOUNT(WS-HLT-FOUND-IDX)
              END-IF
           END-IF.
       H260-END. EXIT.

      * TONIGHT'S POSTING JOURNAL: THE DEBITS IDXPST01 REFUSED
      * BECAUSE THEY WOULD HAVE TAKEN THE AVAILABLE BALANCE BELOW
      * ZERO.
       H400-LIST-REFUSED.
           MOVE WS-HEAD2 TO HLD-RPT-LINE.
           WRITE HLD-RPT-LINE.
           MOVE WS-HEAD-REFUSED TO HLD-RPT-LINE.
           WRITE HLD-RPT-LINE.
           MOVE WS-REFUSED-COLS TO HLD-RPT-LINE.
           WRITE HLD-RPT-LINE.
           READ JRN-FILE.
           PERFORM H410-REFUSED-DEBIT UNTIL JRN-EOF.
           IF WS-REFUSED-COUNT = 0
              MOVE WS-NONE-LINE TO HLD-RPT-LINE
              WRITE HLD-RPT-LINE
           END-IF.
       H400-END. EXIT.

       H410-REFUSED-DEBIT.
           ADD 1 TO WS-JRN-READ.
           IF JRN-RESULT = 'HELD'
              ADD 1 TO WS-REFUSED-COUNT
              MOVE SPACES TO WS-REFUSED-LINE
              MOVE JRN-ID TO WS-REF-L-ID WS-LOOKUP-ID
              MOVE JRN-DVZ TO WS-REF-L-DVZ WS-LOOKUP-DVZ
              PERFORM H250-GET-NAME
              MOVE WS-LOOKUP-NAME TO WS-REF-L-NAME
              MOVE WS-LOOKUP-SRNAME TO WS-REF-L-SRNAME
              MOVE JRN-AMOUNT TO WS-REF-L-AMOUNT
              MOVE JRN-BEFORE-BAL TO WS-REF-L-BALANCE
              MOVE JRN-POST-DATE TO WS-REF-L-DATE
              MOVE WS-REFUSED-LINE TO HLD-RPT-LINE
              WRITE HLD-RPT-LINE
              MOVE JRN-DVZ TO WS-HLT-DVZ-IN
              PERFORM H260-FIND-HLT-ENTRY
              IF WS-HLT-FOUND-IDX NOT = 0
                 ADD 1 TO WS-HLT-REF-COUNT(WS-HLT-FOUND-IDX)
                 ADD JRN-AMOUNT TO WS-HLT-REF-AMOUNT(WS-HLT-FOUND-IDX)
              END-IF
           END-IF.
           READ JRN-FILE.
       H410-END. EXIT.

       H500-PRINT-SUMMARY.
           MOVE WS-HEAD2 TO HLD-RPT-LINE.
           WRITE HLD-RPT-LINE.
           MOVE WS-HEAD-SUMMARY TO HLD-RPT-LINE.
           WRITE HLD-RPT-LINE.
           MOVE WS-SUMMARY-COLS TO HLD-RPT-LINE.
           WRITE HLD-RPT-LINE.
           PERFORM H510-WRITE-DVZ-SUMMARY
              VARYING WS-HLT-IDX FROM 1 BY 1
              UNTIL WS-HLT-IDX > WS-HLT-ENTRY-COUNT.
           MOVE WS-LAPSED-COUNT TO WS-LAPSED-L-COUNT.
           MOVE WS-LAPSED-LINE TO HLD-RPT-LINE.
           WRITE HLD-RPT-LINE.
       H500-END. EXIT.

       H510-WRITE-DVZ-SUMMARY.
           MOVE SPACES TO WS-SUMMARY-LINE.
           MOVE WS-HLT-DVZ(WS-HLT-IDX) TO WS-SUM-DVZ.
           MOVE WS-HLT-ACT-COUNT(WS-HLT-IDX) TO WS-SUM-ACT-COUNT.
           MOVE WS-HLT-ACT-AMOUNT(WS-HLT-IDX) TO WS-SUM-ACT-AMOUNT.
           MOVE WS-HLT-EXP-COUNT(WS-HLT-IDX) TO WS-SUM-EXP-COUNT.
           MOVE WS-HLT-EXP-AMOUNT(WS-HLT-IDX) TO WS-SUM-EXP-AMOUNT.
           MOVE WS-HLT-REF-COUNT(WS-HLT-IDX) TO WS-SUM-REF-COUNT.
           MOVE WS-HLT-REF-AMOUNT(WS-HLT-IDX) TO WS-SUM-REF-AMOUNT.
           MOVE WS-SUMMARY-LINE TO HLD-RPT-LINE.
           WRITE HLD-RPT-LINE.
       H510-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE HLD-FILE.
           CLOSE IDX-FILE.
           CLOSE CUS-FILE.
           CLOSE JRN-FILE.
           CLOSE HLD-RPT.
           DISPLAY 'HLDRPT01 HOLDS READ:       ' WS-HOLD-READ.
           DISPLAY 'HLDRPT01 ACTIVE HOLDS:     ' WS-ACTIVE-COUNT.
           DISPLAY 'HLDRPT01 EXPIRING IN 7 DAYS: ' WS-EXPIRING-COUNT.
           DISPLAY 'HLDRPT01 DEBITS REFUSED:   ' WS-REFUSED-COUNT.
           PERFORM H900-WRITE-RUN-LOG.
           STOP RUN.
       H999-END. EXIT.

      * ONE RECORD PER RUN TO THE COMMON RUN LOG SO THE END-OF-DAY
      * CHAIN VERIFICATION CAN PROVE THE NIGHT WITHOUT COLLECTING
      * JOB LOGS BY HAND.
       H900-WRITE-RUN-LOG.
           OPEN EXTEND RLOG-FILE.
           IF RLOG-SUCCESS
              MOVE 'HLDRPT01' TO RLOG-PROGRAM
              MOVE WS-RUN-DATE TO RLOG-DATE
              COMPUTE RLOG-RECS-IN = WS-HOLD-READ + WS-JRN-READ
              MOVE WS-ACTIVE-COUNT TO RLOG-RECS-OUT
              MOVE WS-REFUSED-COUNT TO RLOG-REJECTS
              MOVE RETURN-CODE TO RLOG-RETCODE
              WRITE RLOG-REC
           ELSE
              DISPLAY 'UNABLE TO OPEN RUNLOG: ' ST-RLOG-FILE
           END-IF.
           CLOSE RLOG-FILE.
       H900-END. EXIT.
      *
