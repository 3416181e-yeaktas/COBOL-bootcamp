       IDENTIFICATION DIVISION.
       PROGRAM-ID. REVRPT01.
      *****************************************************************
      * DAILY CORRECTIONS REPORT FOR SUPERVISOR SIGN-OFF. RUNS AFTER
      * IDXPST01 AND READS TONIGHT'S POSTING JOURNAL (PSTJRNL):
      *   1. EVERY REVERSAL POSTED - ITS OWN JOURNAL REFERENCE, THE
      *      REFERENCE OF THE POSTING IT BACKED OUT, THE ACCOUNT AND
      *      CUSTOMER NAME, THE OPERATOR REASON CODE, AND THE DATE,
      *      DIRECTION AND AMOUNT OF THE ORIGINAL POSTING;
      *   2. EVERY REVERSAL IDXPST01 REFUSED, WITH THE REFUSAL REASON
      *      (ALREADY REVERSED, A REJECT OR A REVERSAL NAMED, UNKNOWN
      *      REFERENCE, MISSING REASON CODE);
      *   3. COUNTS AND AMOUNTS PER REASON CODE AND PER CURRENCY, AND
      *      A SIGN-OFF BLOCK FOR THE REVIEWING SUPERVISOR.
      * THE RUN DATE COMES FROM THE REVCARD CONTROL CARD, SYSTEM DATE
      * WHEN NO CARD IS SUPPLIED. THE NAME IS THE CUSTOMER MASTER'S
      * (CUSMST), FALLING BACK TO THE IDX-FILE COPY.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT OPTIONAL REV-CTL ASSIGN TO REVCARD
                             STATUS ST-REV-CTL.
           SELECT REV-RPT    ASSIGN TO REVRPT
                             STATUS ST-REV-RPT.
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
       FD  REV-CTL RECORDING MODE F.
         01  REV-CTL-REC.
           03 REV-CTL-DATE      PIC 9(8).
       FD  REV-RPT RECORDING MODE F.
         01  REV-RPT-LINE       PIC X(120).
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
           03 ST-CUS-FILE       PIC 9(2).
              88 CUS-SUCCESS                    VALUE 00 97.
           03 ST-JRN-FILE       PIC 9(2).
              88 JRN-SUCCESS                    VALUE 00 97.
              88 JRN-EOF                        VALUE 10.
           03 ST-REV-CTL        PIC 9(2).
              88 REV-CTL-OK                     VALUE 00 97.
              88 REV-CTL-EOF                    VALUE 10.
              88 REV-CTL-NOFILE                 VALUE 35.
           03 ST-REV-RPT        PIC 9(2).
              88 REV-RPT-SUCCESS                VALUE 00 97.
           03 ST-RLOG-FILE      PIC 9(2).
              88 RLOG-SUCCESS                   VALUE 00 05 97.

         01  WS-RUN-DATE-AREA.
           03 WS-RUN-DATE       PIC 9(8) VALUE 0.
           03 WS-RUN-DATE-INT   PIC 9(8).

         01  WS-COUNT-AREA.
           03 WS-JRN-READ       PIC 9(7) VALUE 0.
           03 WS-REVERSAL-COUNT PIC 9(7) VALUE 0.
           03 WS-REFUSED-COUNT  PIC 9(7) VALUE 0.
           03 WS-REVERSAL-TOTAL PIC S9(17) VALUE 0.

      * NAME LOOKUP FOR THE DETAIL LINES.
         01  WS-NAME-AREA.
           03 WS-LOOKUP-ID      PIC S9(5) COMP-3.
           03 WS-LOOKUP-DVZ     PIC S9(3) COMP.
           03 WS-LOOKUP-NAME    PIC X(15).
           03 WS-LOOKUP-SRNAME  PIC X(15).

      * THE OPERATOR REASON CODES IDXPST01 ACCEPTS ON A REVERSAL, WITH
      * A COUNT AND AMOUNT OF TONIGHT'S REVERSALS UNDER EACH.
         01  WS-RSN-TABLE-AREA.
           03 WS-RSN-ENTRY OCCURS 5 TIMES.
              05 WS-RSN-CODE        PIC X(2).
              05 WS-RSN-DESC        PIC X(20).
              05 WS-RSN-COUNT       PIC 9(7).
              05 WS-RSN-AMOUNT      PIC S9(17).
         01  WS-RSN-IDX             PIC 9(1).
         01  WS-RSN-FOUND-IDX       PIC 9(1).

      * PER-CURRENCY REVERSAL TOTALS.
         01  WS-RVT-TOTALS-AREA.
           03 WS-RVT-ENTRY-COUNT    PIC 9(3) VALUE 0.
           03 WS-RVT-ENTRY OCCURS 50 TIMES.
              05 WS-RVT-DVZ         PIC S9(3) COMP.
              05 WS-RVT-COUNT       PIC 9(7).
              05 WS-RVT-AMOUNT      PIC S9(17).
         01  WS-RVT-IDX             PIC 9(3).
         01  WS-RVT-FOUND-IDX       PIC 9(3).

         01  WS-HEAD1             PIC X(120) VALUE
             'DAILY CORRECTIONS REPORT - POSTING REVERSALS'.
         01  WS-HEAD2             PIC X(120) VALUE
             '--------------------------------------------------'.
         01  WS-HEAD-REVERSED     PIC X(120) VALUE
             'REVERSALS POSTED'.
         01  WS-HEAD-REFUSED      PIC X(120) VALUE
             'REVERSALS REFUSED'.
         01  WS-HEAD-BY-REASON    PIC X(120) VALUE
             'REVERSALS BY REASON CODE'.
         01  WS-HEAD-BY-DVZ       PIC X(120) VALUE
             'REVERSALS BY CURRENCY'.

         01  WS-PARM-LINE.
           03 FILLER             PIC X(9) VALUE 'RUN DATE '.
           03 WS-PARM-DATE       PIC 9(8).
           03 FILLER             PIC X(103) VALUE SPACES.

         01  WS-REVERSAL-COLS.
           03 FILLER             PIC X(60) VALUE
              'REVERSAL REF        ORIGINAL REF        ID    DVZ NAME'.
           03 FILLER             PIC X(60) VALUE
              '                      RS ORIG DATE         AMOUNT  ORIG'.

         01  WS-REVERSAL-LINE.
           03 WS-RVL-REF         PIC X(19).
           03 FILLER             PIC X(1).
           03 WS-RVL-ORIG-REF    PIC X(19).
           03 FILLER             PIC X(1).
           03 WS-RVL-ID          PIC 9(5).
           03 FILLER             PIC X(1).
           03 WS-RVL-DVZ         PIC 9(3).
           03 FILLER             PIC X(1).
           03 WS-RVL-NAME        PIC X(15).
           03 FILLER             PIC X(1).
           03 WS-RVL-SRNAME      PIC X(15).
           03 FILLER             PIC X(1).
           03 WS-RVL-REASON      PIC X(2).
           03 FILLER             PIC X(1).
           03 WS-RVL-ORIG-DATE   PIC 9(8).
           03 FILLER             PIC X(1).
           03 WS-RVL-AMOUNT      PIC Z(14)9-.
           03 FILLER             PIC X(1).
           03 WS-RVL-ORIG-DC     PIC X(6).
           03 FILLER             PIC X(2).

         01  WS-REFUSED-COLS.
           03 FILLER             PIC X(60) VALUE
              'RESULT     REFERENCE NAMED     ID    DVZ RS ORIG DATE'.
           03 FILLER             PIC X(60) VALUE
              '  AMOUNT'.

         01  WS-REFUSED-LINE.
           03 WS-RFL-RESULT      PIC X(10).
           03 FILLER             PIC X(1).
           03 WS-RFL-REF         PIC X(19).
           03 FILLER             PIC X(1).
           03 WS-RFL-ID          PIC 9(5).
           03 FILLER             PIC X(1).
           03 WS-RFL-DVZ         PIC 9(3).
           03 FILLER             PIC X(1).
           03 WS-RFL-REASON      PIC X(2).
           03 FILLER             PIC X(1).
           03 WS-RFL-ORIG-DATE   PIC 9(8).
           03 FILLER             PIC X(1).
           03 WS-RFL-AMOUNT      PIC Z(14)9-.
           03 FILLER             PIC X(51).

         01  WS-NONE-LINE         PIC X(120) VALUE
             '  NONE'.

         01  WS-REASON-LINE.
           03 WS-RSL-CODE        PIC X(2).
           03 FILLER             PIC X(2).
           03 WS-RSL-DESC        PIC X(20).
           03 FILLER             PIC X(2).
           03 WS-RSL-COUNT       PIC ZZZ,ZZ9.
           03 FILLER             PIC X(2).
           03 WS-RSL-AMOUNT      PIC Z(16)9-.
           03 FILLER             PIC X(67).

         01  WS-DVZ-LINE.
           03 WS-DVL-DVZ         PIC 9(3).
           03 FILLER             PIC X(23).
           03 WS-DVL-COUNT       PIC ZZZ,ZZ9.
           03 FILLER             PIC X(2).
           03 WS-DVL-AMOUNT      PIC Z(16)9-.
           03 FILLER             PIC X(67).

         01  WS-SIGNOFF-LINE1     PIC X(120) VALUE
             'REVIEWED AND APPROVED BY: ______________________________'.
         01  WS-SIGNOFF-LINE2     PIC X(120) VALUE
             'DATE: ____________    SIGNATURE: _______________________'.

      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H050-SET-REASONS.
           PERFORM H060-GET-CONTROL-CARD.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-LIST-REVERSALS.
           PERFORM H300-LIST-REFUSED.
           PERFORM H400-PRINT-SUMMARY.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H050-SET-REASONS.
           MOVE 'WA' TO WS-RSN-CODE(1).
           MOVE 'WRONG ACCOUNT' TO WS-RSN-DESC(1).
           MOVE 'WC' TO WS-RSN-CODE(2).
           MOVE 'WRONG CURRENCY' TO WS-RSN-DESC(2).
           MOVE 'DP' TO WS-RSN-CODE(3).
           MOVE 'DUPLICATE POSTING' TO WS-RSN-DESC(3).
           MOVE 'WM' TO WS-RSN-CODE(4).
           MOVE 'WRONG AMOUNT' TO WS-RSN-DESC(4).
           MOVE 'OT' TO WS-RSN-CODE(5).
           MOVE 'OTHER' TO WS-RSN-DESC(5).
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
              UNTIL WS-RSN-IDX > 5
              MOVE 0 TO WS-RSN-COUNT(WS-RSN-IDX)
              MOVE 0 TO WS-RSN-AMOUNT(WS-RSN-IDX)
           END-PERFORM.
       H050-END. EXIT.

      * THE RUN DATE COMES FROM THE REVCARD CONTROL CARD, FOLLOWING
      * THE RUNCARD PATTERN THE HR SUITE USES. NO CARD (OR AN EMPTY
      * OR UNUSABLE ONE) MEANS SYSTEM DATE.
       H060-GET-CONTROL-CARD.
           OPEN INPUT REV-CTL.
           IF REV-CTL-OK
              READ REV-CTL
              IF NOT REV-CTL-EOF
                 MOVE REV-CTL-DATE TO WS-RUN-DATE
              END-IF
           END-IF.
           CLOSE REV-CTL.
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
           OPEN INPUT IDX-FILE.
           OPEN INPUT CUS-FILE.
           OPEN INPUT JRN-FILE.
           OPEN OUTPUT REV-RPT.
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
           IF (ST-REV-RPT NOT = 0) AND (ST-REV-RPT NOT = 97)
              DISPLAY 'UNABLE TO OPEN REVRPT: ' ST-REV-RPT
              MOVE ST-REV-RPT TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-HEAD1 TO REV-RPT-LINE.
           WRITE REV-RPT-LINE.
           MOVE WS-RUN-DATE TO WS-PARM-DATE.
           MOVE WS-PARM-LINE TO REV-RPT-LINE.
           WRITE REV-RPT-LINE.
       H100-END. EXIT.

      * FIRST PASS OF PSTJRNL: THE REVERSALS THAT WERE POSTED. THE
      * JOURNAL RECORD CARRIES THE DIRECTION THE REVERSAL MOVED THE
      * BALANCE, SO THE ORIGINAL WENT THE OTHER WAY.
       H200-LIST-REVERSALS.
           MOVE WS-HEAD2 TO REV-RPT-LINE.
           WRITE REV-RPT-LINE.
           MOVE WS-HEAD-REVERSED TO REV-RPT-LINE.
           WRITE REV-RPT-LINE.
           MOVE WS-REVERSAL-COLS TO REV-RPT-LINE.
           WRITE REV-RPT-LINE.
           READ JRN-FILE.
           PERFORM H210-REVERSAL UNTIL JRN-EOF.
           IF WS-REVERSAL-COUNT = 0
              MOVE WS-NONE-LINE TO REV-RPT-LINE
              WRITE REV-RPT-LINE
           END-IF.
       H200-END. EXIT.

       H210-REVERSAL.
           ADD 1 TO WS-JRN-READ.
           IF JRN-RESULT = 'REVERSAL'
              ADD 1 TO WS-REVERSAL-COUNT
              ADD JRN-AMOUNT TO WS-REVERSAL-TOTAL
              MOVE SPACES TO WS-REVERSAL-LINE
              MOVE JRN-REF TO WS-RVL-REF
              MOVE JRN-LINK-REF TO WS-RVL-ORIG-REF
              MOVE JRN-ID TO WS-RVL-ID WS-LOOKUP-ID
              MOVE JRN-DVZ TO WS-RVL-DVZ WS-LOOKUP-DVZ
              PERFORM H250-GET-NAME
              MOVE WS-LOOKUP-NAME TO WS-RVL-NAME
              MOVE WS-LOOKUP-SRNAME TO WS-RVL-SRNAME
              MOVE JRN-REASON TO WS-RVL-REASON
              MOVE JRN-ORIG-DATE TO WS-RVL-ORIG-DATE
              MOVE JRN-AMOUNT TO WS-RVL-AMOUNT
              IF JRN-DC = 'D'
                 MOVE 'CREDIT' TO WS-RVL-ORIG-DC
              ELSE
                 MOVE 'DEBIT' TO WS-RVL-ORIG-DC
              END-IF
              MOVE WS-REVERSAL-LINE TO REV-RPT-LINE
              WRITE REV-RPT-LINE
              PERFORM H260-ACCUM-REASON
              PERFORM H270-ACCUM-DVZ
           END-IF.
           READ JRN-FILE.
       H210-END. EXIT.

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

       H260-ACCUM-REASON.
           MOVE 0 TO WS-RSN-FOUND-IDX.
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
              UNTIL WS-RSN-IDX > 5
              IF WS-RSN-CODE(WS-RSN-IDX) = JRN-REASON
                 MOVE WS-RSN-IDX TO WS-RSN-FOUND-IDX
              END-IF
           END-PERFORM.
           IF WS-RSN-FOUND-IDX = 0
              DISPLAY 'UNKNOWN REASON CODE ON REVERSAL: ' JRN-REF
                      ' ' JRN-REASON
           ELSE
              ADD 1 TO WS-RSN-COUNT(WS-RSN-FOUND-IDX)
              ADD JRN-AMOUNT TO WS-RSN-AMOUNT(WS-RSN-FOUND-IDX)
           END-IF.
       H260-END. EXIT.

       H270-ACCUM-DVZ.
           MOVE 0 TO WS-RVT-FOUND-IDX.
           PERFORM VARYING WS-RVT-IDX FROM 1 BY 1
              UNTIL WS-RVT-IDX > WS-RVT-ENTRY-COUNT
              IF WS-RVT-DVZ(WS-RVT-IDX) = JRN-DVZ
                 MOVE WS-RVT-IDX TO WS-RVT-FOUND-IDX
              END-IF
           END-PERFORM.
           IF WS-RVT-FOUND-IDX = 0
              IF WS-RVT-ENTRY-COUNT >= 50
                 DISPLAY 'RVT-TOTALS TABLE FULL, DROPPING DVZ: '
                         JRN-DVZ
              ELSE
                 ADD 1 TO WS-RVT-ENTRY-COUNT
                 MOVE WS-RVT-ENTRY-COUNT TO WS-RVT-FOUND-IDX
                 MOVE JRN-DVZ TO WS-RVT-DVZ(WS-RVT-FOUND-IDX)
                 MOVE 0 TO WS-RVT-COUNT(WS-RVT-FOUND-IDX)
                 MOVE 0 TO WS-RVT-AMOUNT(WS-RVT-FOUND-IDX)
              END-IF
           END-IF.
           IF WS-RVT-FOUND-IDX NOT = 0
              ADD 1 TO WS-RVT-COUNT(WS-RVT-FOUND-IDX)
              ADD JRN-AMOUNT TO WS-RVT-AMOUNT(WS-RVT-FOUND-IDX)
           END-IF.
       H270-END. EXIT.

      * SECOND PASS OF PSTJRNL: REVERSAL REQUESTS IDXPST01 REFUSED.
      * THEY CARRY INDICATOR 'R' AND A REJECT RESULT.
       H300-LIST-REFUSED.
           CLOSE JRN-FILE.
           OPEN INPUT JRN-FILE.
           IF (ST-JRN-FILE NOT = 0) AND (ST-JRN-FILE NOT = 97)
              DISPLAY 'UNABLE TO REOPEN PSTJRNL: ' ST-JRN-FILE
              MOVE ST-JRN-FILE TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-HEAD2 TO REV-RPT-LINE.
           WRITE REV-RPT-LINE.
           MOVE WS-HEAD-REFUSED TO REV-RPT-LINE.
           WRITE REV-RPT-LINE.
           MOVE WS-REFUSED-COLS TO REV-RPT-LINE.
           WRITE REV-RPT-LINE.
           READ JRN-FILE.
           PERFORM H310-REFUSED UNTIL JRN-EOF.
           IF WS-REFUSED-COUNT = 0
              MOVE WS-NONE-LINE TO REV-RPT-LINE
              WRITE REV-RPT-LINE
           END-IF.
       H300-END. EXIT.

       H310-REFUSED.
           IF JRN-DC = 'R'
              ADD 1 TO WS-REFUSED-COUNT
              MOVE SPACES TO WS-REFUSED-LINE
              MOVE JRN-RESULT TO WS-RFL-RESULT
              MOVE JRN-LINK-REF TO WS-RFL-REF
              MOVE JRN-ID TO WS-RFL-ID
              MOVE JRN-DVZ TO WS-RFL-DVZ
              MOVE JRN-REASON TO WS-RFL-REASON
              MOVE JRN-ORIG-DATE TO WS-RFL-ORIG-DATE
              MOVE JRN-AMOUNT TO WS-RFL-AMOUNT
              MOVE WS-REFUSED-LINE TO REV-RPT-LINE
              WRITE REV-RPT-LINE
           END-IF.
           READ JRN-FILE.
       H310-END. EXIT.

       H400-PRINT-SUMMARY.
           MOVE WS-HEAD2 TO REV-RPT-LINE.
           WRITE REV-RPT-LINE.
           MOVE WS-HEAD-BY-REASON TO REV-RPT-LINE.
           WRITE REV-RPT-LINE.
           PERFORM H410-WRITE-REASON-LINE
              VARYING WS-RSN-IDX FROM 1 BY 1
              UNTIL WS-RSN-IDX > 5.
           MOVE SPACES TO WS-REASON-LINE.
           MOVE 'TOTAL' TO WS-RSL-DESC.
           MOVE WS-REVERSAL-COUNT TO WS-RSL-COUNT.
           MOVE WS-REVERSAL-TOTAL TO WS-RSL-AMOUNT.
           MOVE WS-REASON-LINE TO REV-RPT-LINE.
           WRITE REV-RPT-LINE.
           MOVE WS-HEAD2 TO REV-RPT-LINE.
           WRITE REV-RPT-LINE.
           MOVE WS-HEAD-BY-DVZ TO REV-RPT-LINE.
           WRITE REV-RPT-LINE.
           PERFORM H420-WRITE-DVZ-LINE
              VARYING WS-RVT-IDX FROM 1 BY 1
              UNTIL WS-RVT-IDX > WS-RVT-ENTRY-COUNT.
           MOVE WS-HEAD2 TO REV-RPT-LINE.
           WRITE REV-RPT-LINE.
           MOVE SPACES TO REV-RPT-LINE.
           WRITE REV-RPT-LINE.
           MOVE WS-SIGNOFF-LINE1 TO REV-RPT-LINE.
           WRITE REV-RPT-LINE.
           MOVE SPACES TO REV-RPT-LINE.
           WRITE REV-RPT-LINE.
           MOVE WS-SIGNOFF-LINE2 TO REV-RPT-LINE.
           WRITE REV-RPT-LINE.
       H400-END. EXIT.

       H410-WRITE-REASON-LINE.
           MOVE SPACES TO WS-REASON-LINE.
           MOVE WS-RSN-CODE(WS-RSN-IDX) TO WS-RSL-CODE.
           MOVE WS-RSN-DESC(WS-RSN-IDX) TO WS-RSL-DESC.
           MOVE WS-RSN-COUNT(WS-RSN-IDX) TO WS-RSL-COUNT.
           MOVE WS-RSN-AMOUNT(WS-RSN-IDX) TO WS-RSL-AMOUNT.
           MOVE WS-REASON-LINE TO REV-RPT-LINE.
           WRITE REV-RPT-LINE.
       H410-END. EXIT.

       H420-WRITE-DVZ-LINE.
           MOVE SPACES TO WS-DVZ-LINE.
           MOVE WS-RVT-DVZ(WS-RVT-IDX) TO WS-DVL-DVZ.
           MOVE WS-RVT-COUNT(WS-RVT-IDX) TO WS-DVL-COUNT.
           MOVE WS-RVT-AMOUNT(WS-RVT-IDX) TO WS-DVL-AMOUNT.
           MOVE WS-DVZ-LINE TO REV-RPT-LINE.
           WRITE REV-RPT-LINE.
       H420-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE.
           CLOSE CUS-FILE.
           CLOSE JRN-FILE.
           CLOSE REV-RPT.
           DISPLAY 'REVRPT01 JOURNAL RECORDS READ: ' WS-JRN-READ.
           DISPLAY 'REVRPT01 REVERSALS POSTED:     ' WS-REVERSAL-COUNT.
           DISPLAY 'REVRPT01 REVERSALS REFUSED:    ' WS-REFUSED-COUNT.
           PERFORM H900-WRITE-RUN-LOG.
           STOP RUN.
       H999-END. EXIT.

      * ONE RECORD PER RUN TO THE COMMON RUN LOG SO THE END-OF-DAY
      * CHAIN VERIFICATION CAN PROVE THE NIGHT WITHOUT COLLECTING
      * JOB LOGS BY HAND.
       H900-WRITE-RUN-LOG.
           OPEN EXTEND RLOG-FILE.
           IF RLOG-SUCCESS
              MOVE 'REVRPT01' TO RLOG-PROGRAM
              MOVE WS-RUN-DATE TO RLOG-DATE
              MOVE WS-JRN-READ TO RLOG-RECS-IN
              MOVE WS-REVERSAL-COUNT TO RLOG-RECS-OUT
              MOVE WS-REFUSED-COUNT TO RLOG-REJECTS
              MOVE RETURN-CODE TO RLOG-RETCODE
              WRITE RLOG-REC
           ELSE
              DISPLAY 'UNABLE TO OPEN RUNLOG: ' ST-RLOG-FILE
           END-IF.
           CLOSE RLOG-FILE.
       H900-END. EXIT.
      *
