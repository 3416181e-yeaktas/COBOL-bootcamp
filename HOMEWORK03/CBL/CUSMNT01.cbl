       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSMNT01.
      *****************************************************************
      * MAINTAINS THE CUSTOMER MASTER (CUSMST), ONE RECORD PER IDX-ID
      * HOLDING THE NAME, SURNAME, DATE OF BIRTH, TAX ID, ADDRESS AND
      * CUSTOMER STATUS ONCE RATHER THAN ON EVERY CURRENCY RECORD OF
      * IDX-FILE. CUSTRAN CARRIES ADD (A), CHANGE (C) AND CLOSE (X)
      * TRANSACTIONS. ON A CHANGE A BLANK FIELD LEAVES THE MASTER
      * FIELD AS IT IS, SO ONLY WHAT IS CHANGING NEED BE KEYED. A
      * CLOSE IS REFUSED WHILE ANY OF THE CUSTOMER'S ACCOUNTS ON
      * IDX-FILE STILL HOLDS A NON-ZERO BALANCE. EVERY TRANSACTION IS
      * WRITTEN TO CUSLOG WITH ITS BEFORE AND AFTER IMAGE, THE SAME
      * WAY IDXMNT01 WRITES MNTLOG.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUS-FILE   ASSIGN TO CUSMST
                             ORGANIZATION INDEXED
                             ACCESS DYNAMIC
                             RECORD KEY CUS-ID
                             STATUS ST-CUS-FILE.
           SELECT IDX-FILE   ASSIGN TO IDXFILE
                             ORGANIZATION INDEXED
                             ACCESS DYNAMIC
                             RECORD KEY IDX-KEY
                             STATUS ST-IDX-FILE.
           SELECT CTR-FILE   ASSIGN TO CUSTRAN
                             STATUS ST-CTR-FILE.
           SELECT CLOG-FILE  ASSIGN TO CUSLOG
                             STATUS ST-CLOG-FILE.
           SELECT OPTIONAL RLOG-FILE ASSIGN TO RUNLOG
                             STATUS ST-RLOG-FILE.
       DATA DIVISION.
       FILE SECTION.
       FD  CTR-FILE RECORDING MODE F.
         01  CTR-REC.
           03 CTR-ACTION        PIC X(1).
           03 CTR-ID            PIC X(5).
           03 CTR-NAME          PIC X(15).
           03 CTR-SRNAME        PIC X(15).
           03 CTR-BIRTH-DATE    PIC X(8).
           03 CTR-TAX-ID        PIC X(11).
           03 CTR-ADDR-1        PIC X(30).
           03 CTR-ADDR-2        PIC X(30).
           03 CTR-ADDR-3        PIC X(30).
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
       FD  IDX-FILE.
         01  IDX-REC.
           03 IDX-KEY.
              05 IDX-ID         PIC S9(5) COMP-3.
              05 IDX-DVZ        PIC S9(3) COMP.
           03 IDX-NAME          PIC X(15).
           03 IDX-SRNAME        PIC X(15).
           03 IDX-DATE          PIC S9(07) COMP-3.
           03 IDX-BALANCE       PIC S9(15) COMP-3.
      * ONE RECORD PER TRANSACTION. THE BEFORE AND AFTER IMAGES ARE
      * THE CUSTOMER MASTER DATA LESS THE KEY.
       FD  CLOG-FILE RECORDING MODE F.
         01  CLOG-REC.
           03 CLOG-DATE         PIC 9(8).
           03 CLOG-ACTION       PIC X(1).
           03 CLOG-RESULT       PIC X(10).
           03 CLOG-ID           PIC 9(5).
           03 CLOG-BEFORE.
              05 CLOG-B-NAME       PIC X(15).
              05 CLOG-B-SRNAME     PIC X(15).
              05 CLOG-B-BIRTH-DATE PIC 9(8).
              05 CLOG-B-TAX-ID     PIC X(11).
              05 CLOG-B-ADDR-1     PIC X(30).
              05 CLOG-B-ADDR-2     PIC X(30).
              05 CLOG-B-ADDR-3     PIC X(30).
              05 CLOG-B-STATUS     PIC X(1).
           03 CLOG-AFTER.
              05 CLOG-A-NAME       PIC X(15).
              05 CLOG-A-SRNAME     PIC X(15).
              05 CLOG-A-BIRTH-DATE PIC 9(8).
              05 CLOG-A-TAX-ID     PIC X(11).
              05 CLOG-A-ADDR-1     PIC X(30).
              05 CLOG-A-ADDR-2     PIC X(30).
              05 CLOG-A-ADDR-3     PIC X(30).
              05 CLOG-A-STATUS     PIC X(1).
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
           03 ST-CTR-FILE       PIC 9(2).
              88 CTR-FILE-EOF                   VALUE 10.
              88 CTR-SUCCESS                    VALUE 00 97.
           03 ST-CUS-FILE       PIC 9(2).
              88 CUS-SUCCESS                    VALUE 00 97.
           03 ST-IDX-FILE       PIC 9(2).
              88 IDX-SUCCESS                    VALUE 00 97.
              88 IDX-READ-EOF                   VALUE 10.
           03 ST-CLOG-FILE      PIC 9(2).
              88 CLOG-SUCCESS                   VALUE 00 97.
           03 ST-RLOG-FILE      PIC 9(2).
              88 RLOG-SUCCESS                   VALUE 00 05 97.
           03 WS-TRANS-READ     PIC 9(9) VALUE 0.
           03 WS-TRANS-APPLIED  PIC 9(9) VALUE 0.
           03 WS-TRANS-FAILED   PIC 9(9) VALUE 0.
           03 WS-RUN-DATE       PIC 9(8).

         01  WS-BEFORE-AREA.
           03 WS-BEFORE-NAME       PIC X(15).
           03 WS-BEFORE-SRNAME     PIC X(15).
           03 WS-BEFORE-BIRTH-DATE PIC 9(8).
           03 WS-BEFORE-TAX-ID     PIC X(11).
           03 WS-BEFORE-ADDR-1     PIC X(30).
           03 WS-BEFORE-ADDR-2     PIC X(30).
           03 WS-BEFORE-ADDR-3     PIC X(30).
           03 WS-BEFORE-STATUS     PIC X(1).

         01  WS-LOG-PARM-AREA.
           03 WS-LOG-ACTION-PARM  PIC X(1).
           03 WS-LOG-RESULT-PARM  PIC X(10).

      * ACCOUNTS OF THE CUSTOMER BEING CLOSED, FOUND BY BROWSING
      * IDX-FILE FROM THE FIRST KEY FOR THE ID AS IDXINQ01 DOES.
         01  WS-CLOSE-CHECK-AREA.
           03 WS-REQ-ID          PIC 9(5).
           03 WS-ACCT-COUNT      PIC 9(3).
           03 WS-NONZERO-COUNT   PIC 9(3).
           03 WS-BROWSE-DONE-SW  PIC X(1).
              88 WS-BROWSE-DONE     VALUE 'Y'.

      *--------------------
       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM H100-OPEN-FILES
           READ CTR-FILE
           PERFORM H200-PROCESS UNTIL CTR-FILE-EOF
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.

       H100-OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT  CTR-FILE.
           OPEN I-O    CUS-FILE.
           OPEN INPUT  IDX-FILE.
           OPEN OUTPUT CLOG-FILE.
           IF (ST-CTR-FILE NOT = 0) AND (ST-CTR-FILE NOT = 97)
           DISPLAY 'UNABLE TO OPEN CUSTRAN: ' ST-CTR-FILE
           MOVE ST-CTR-FILE TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-CUS-FILE NOT = 0) AND (ST-CUS-FILE NOT = 97)
           DISPLAY 'UNABLE TO OPEN CUSMST: ' ST-CUS-FILE
           MOVE ST-CUS-FILE TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-IDX-FILE NOT = 0) AND (ST-IDX-FILE NOT = 97)
           DISPLAY 'UNABLE TO OPEN IDXFILE: ' ST-IDX-FILE
           MOVE ST-IDX-FILE TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-CLOG-FILE NOT = 0) AND (ST-CLOG-FILE NOT = 97)
           DISPLAY 'UNABLE TO OPEN CUSLOG: ' ST-CLOG-FILE
           MOVE ST-CLOG-FILE TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
       H100-END. EXIT.

       H200-PROCESS.
           ADD 1 TO WS-TRANS-READ
           COMPUTE CUS-ID = FUNCTION NUMVAL(CTR-ID)
           EVALUATE CTR-ACTION
              WHEN 'A' PERFORM H210-ADD
              WHEN 'C' PERFORM H220-CHANGE
              WHEN 'X' PERFORM H230-CLOSE
              WHEN OTHER PERFORM H240-BAD-ACTION
           END-EVALUATE.
           READ CTR-FILE.
       H200-END. EXIT.

       H210-ADD.
           MOVE CTR-NAME TO CUS-NAME.
           MOVE CTR-SRNAME TO CUS-SRNAME.
           MOVE 0 TO CUS-BIRTH-DATE.
           IF CTR-BIRTH-DATE NOT = SPACES
              COMPUTE CUS-BIRTH-DATE = FUNCTION NUMVAL(CTR-BIRTH-DATE)
           END-IF.
           MOVE CTR-TAX-ID TO CUS-TAX-ID.
           MOVE CTR-ADDR-1 TO CUS-ADDR-1.
           MOVE CTR-ADDR-2 TO CUS-ADDR-2.
           MOVE CTR-ADDR-3 TO CUS-ADDR-3.
           MOVE 'A' TO CUS-STATUS.
           MOVE WS-RUN-DATE TO CUS-OPEN-DATE CUS-STATUS-DATE.
           MOVE SPACES TO WS-BEFORE-AREA.
           MOVE 0 TO WS-BEFORE-BIRTH-DATE.
           MOVE 'A' TO WS-LOG-ACTION-PARM.
           WRITE CUS-REC
              INVALID KEY
                 MOVE 'DUPLICATE' TO WS-LOG-RESULT-PARM
                 PERFORM H250-LOG-ENTRY
              NOT INVALID KEY
                 MOVE 'ADDED' TO WS-LOG-RESULT-PARM
                 PERFORM H250-LOG-ENTRY
           END-WRITE.
       H210-END. EXIT.

       H220-CHANGE.
           MOVE 'C' TO WS-LOG-ACTION-PARM.
           READ CUS-FILE KEY IS CUS-ID
              INVALID KEY
                 PERFORM H251-LOG-NOTFOUND
              NOT INVALID KEY
                 PERFORM H260-SAVE-BEFORE
                 IF CTR-NAME NOT = SPACES
                    MOVE CTR-NAME TO CUS-NAME
                 END-IF
                 IF CTR-SRNAME NOT = SPACES
                    MOVE CTR-SRNAME TO CUS-SRNAME
                 END-IF
                 IF CTR-BIRTH-DATE NOT = SPACES
                    COMPUTE CUS-BIRTH-DATE =
                            FUNCTION NUMVAL(CTR-BIRTH-DATE)
                 END-IF
                 IF CTR-TAX-ID NOT = SPACES
                    MOVE CTR-TAX-ID TO CUS-TAX-ID
                 END-IF
                 IF CTR-ADDR-1 NOT = SPACES
                    MOVE CTR-ADDR-1 TO CUS-ADDR-1
                 END-IF
                 IF CTR-ADDR-2 NOT = SPACES
                    MOVE CTR-ADDR-2 TO CUS-ADDR-2
                 END-IF
                 IF CTR-ADDR-3 NOT = SPACES
                    MOVE CTR-ADDR-3 TO CUS-ADDR-3
                 END-IF
                 REWRITE CUS-REC
                    INVALID KEY
                       MOVE 'REWR-FAIL' TO WS-LOG-RESULT-PARM
                       PERFORM H250-LOG-ENTRY
                    NOT INVALID KEY
                       MOVE 'CHANGED' TO WS-LOG-RESULT-PARM
                       PERFORM H250-LOG-ENTRY
                 END-REWRITE
           END-READ.
       H220-END. EXIT.

      * A CUSTOMER IS ONLY CLOSED ONCE EVERY ACCOUNT IT HOLDS IS AT
      * ZERO; THE RECORD STAYS ON THE MASTER WITH STATUS 'C' SO THE
      * NAME IS STILL THERE FOR HISTORY AND STATEMENTS.
       H230-CLOSE.
           MOVE 'X' TO WS-LOG-ACTION-PARM.
           READ CUS-FILE KEY IS CUS-ID
              INVALID KEY
                 PERFORM H251-LOG-NOTFOUND
              NOT INVALID KEY
                 PERFORM H260-SAVE-BEFORE
                 IF CUS-CLOSED
                    MOVE 'ALRDY-CLSD' TO WS-LOG-RESULT-PARM
                    PERFORM H250-LOG-ENTRY
                 ELSE
                    PERFORM H235-CHECK-BALANCES
                    IF WS-NONZERO-COUNT > 0
                       MOVE 'BAL-NOT-0' TO WS-LOG-RESULT-PARM
                       PERFORM H250-LOG-ENTRY
                    ELSE
                       MOVE 'C' TO CUS-STATUS
                       MOVE WS-RUN-DATE TO CUS-STATUS-DATE
                       REWRITE CUS-REC
                          INVALID KEY
                             MOVE 'REWR-FAIL' TO WS-LOG-RESULT-PARM
                             PERFORM H250-LOG-ENTRY
                          NOT INVALID KEY
                             MOVE 'CLOSED' TO WS-LOG-RESULT-PARM
                             PERFORM H250-LOG-ENTRY
                       END-REWRITE
                    END-IF
                 END-IF
           END-READ.
       H230-END. EXIT.

       H235-CHECK-BALANCES.
           MOVE CUS-ID TO WS-REQ-ID.
           MOVE WS-REQ-ID TO IDX-ID.
           MOVE 0 TO IDX-DVZ.
           MOVE 0 TO WS-ACCT-COUNT WS-NONZERO-COUNT.
           MOVE 'N' TO WS-BROWSE-DONE-SW.
           START IDX-FILE KEY IS NOT LESS THAN IDX-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-BROWSE-DONE-SW
           END-START.
           PERFORM H236-CHECK-NEXT UNTIL WS-BROWSE-DONE.
           IF WS-NONZERO-COUNT > 0
              DISPLAY 'CUSTOMER ' WS-REQ-ID ' NOT CLOSED - '
                      WS-NONZERO-COUNT ' ACCOUNT(S) WITH A BALANCE'
           END-IF.
       H235-END. EXIT.

       H236-CHECK-NEXT.
           READ IDX-FILE NEXT RECORD.
           IF IDX-READ-EOF OR NOT IDX-SUCCESS
              MOVE 'Y' TO WS-BROWSE-DONE-SW
           ELSE
              IF IDX-ID NOT = WS-REQ-ID
                 MOVE 'Y' TO WS-BROWSE-DONE-SW
              ELSE
                 ADD 1 TO WS-ACCT-COUNT
                 IF IDX-BALANCE NOT = 0
                    ADD 1 TO WS-NONZERO-COUNT
                 END-IF
              END-IF
           END-IF.
       H236-END. EXIT.

       H240-BAD-ACTION.
           DISPLAY 'UNKNOWN TRANSACTION ACTION: ' CTR-ACTION
                   ' FOR CUSTOMER ' CTR-ID.
           MOVE CTR-ACTION TO WS-LOG-ACTION-PARM.
           MOVE 'BAD-ACTION' TO WS-LOG-RESULT-PARM.
           PERFORM H252-LOG-NO-IMAGE.
       H240-END. EXIT.

       H260-SAVE-BEFORE.
           MOVE CUS-NAME TO WS-BEFORE-NAME.
           MOVE CUS-SRNAME TO WS-BEFORE-SRNAME.
           MOVE CUS-BIRTH-DATE TO WS-BEFORE-BIRTH-DATE.
           MOVE CUS-TAX-ID TO WS-BEFORE-TAX-ID.
           MOVE CUS-ADDR-1 TO WS-BEFORE-ADDR-1.
           MOVE CUS-ADDR-2 TO WS-BEFORE-ADDR-2.
           MOVE CUS-ADDR-3 TO WS-BEFORE-ADDR-3.
           MOVE CUS-STATUS TO WS-BEFORE-STATUS.
       H260-END. EXIT.

      * LOGS THE BEFORE/AFTER IMAGE. THE CALLER SETS
      * WS-LOG-ACTION-PARM / WS-LOG-RESULT-PARM BEFORE PERFORMING. A
      * REFUSED TRANSACTION LOGS THE MASTER AS IT STILL STANDS (OR,
      * FOR A DUPLICATE ADD, WHAT THE ADD TRIED TO PUT ON).
       H250-LOG-ENTRY.
           MOVE WS-RUN-DATE TO CLOG-DATE.
           MOVE WS-LOG-ACTION-PARM TO CLOG-ACTION.
           MOVE WS-LOG-RESULT-PARM TO CLOG-RESULT.
           MOVE CUS-ID TO CLOG-ID.
           MOVE WS-BEFORE-NAME TO CLOG-B-NAME.
           MOVE WS-BEFORE-SRNAME TO CLOG-B-SRNAME.
           MOVE WS-BEFORE-BIRTH-DATE TO CLOG-B-BIRTH-DATE.
           MOVE WS-BEFORE-TAX-ID TO CLOG-B-TAX-ID.
           MOVE WS-BEFORE-ADDR-1 TO CLOG-B-ADDR-1.
           MOVE WS-BEFORE-ADDR-2 TO CLOG-B-ADDR-2.
           MOVE WS-BEFORE-ADDR-3 TO CLOG-B-ADDR-3.
           MOVE WS-BEFORE-STATUS TO CLOG-B-STATUS.
           MOVE CUS-NAME TO CLOG-A-NAME.
           MOVE CUS-SRNAME TO CLOG-A-SRNAME.
           MOVE CUS-BIRTH-DATE TO CLOG-A-BIRTH-DATE.
           MOVE CUS-TAX-ID TO CLOG-A-TAX-ID.
           MOVE CUS-ADDR-1 TO CLOG-A-ADDR-1.
           MOVE CUS-ADDR-2 TO CLOG-A-ADDR-2.
           MOVE CUS-ADDR-3 TO CLOG-A-ADDR-3.
           MOVE CUS-STATUS TO CLOG-A-STATUS.
           WRITE CLOG-REC.
           IF WS-LOG-RESULT-PARM = 'ADDED' OR 'CHANGED' OR 'CLOSED'
              ADD 1 TO WS-TRANS-APPLIED
           ELSE
              ADD 1 TO WS-TRANS-FAILED
           END-IF.
       H250-END. EXIT.

       H251-LOG-NOTFOUND.
           MOVE 'NOT-FOUND' TO WS-LOG-RESULT-PARM.
           PERFORM H252-LOG-NO-IMAGE.
       H251-END. EXIT.

       H252-LOG-NO-IMAGE.
           MOVE WS-RUN-DATE TO CLOG-DATE.
           MOVE WS-LOG-ACTION-PARM TO CLOG-ACTION.
           MOVE WS-LOG-RESULT-PARM TO CLOG-RESULT.
           MOVE CUS-ID TO CLOG-ID.
           MOVE SPACES TO CLOG-BEFORE CLOG-AFTER.
           MOVE 0 TO CLOG-B-BIRTH-DATE CLOG-A-BIRTH-DATE.
           WRITE CLOG-REC.
           ADD 1 TO WS-TRANS-FAILED.
       H252-END. EXIT.
      *
       H999-PROGRAM-EXIT.
           CLOSE CTR-FILE.
           CLOSE CUS-FILE.
           CLOSE IDX-FILE.
           CLOSE CLOG-FILE.
           DISPLAY 'CUSMNT01 TRANSACTIONS READ:    ' WS-TRANS-READ.
           DISPLAY 'CUSMNT01 TRANSACTIONS APPLIED: ' WS-TRANS-APPLIED.
           DISPLAY 'CUSMNT01 TRANSACTIONS FAILED:  ' WS-TRANS-FAILED.
           PERFORM H900-WRITE-RUN-LOG.
           STOP RUN.
       H999-END. EXIT.

      * ONE RECORD PER RUN TO THE COMMON RUN LOG SO THE END-OF-DAY
      * CHAIN VERIFICATION CAN PROVE THE NIGHT WITHOUT COLLECTING
      * JOB LOGS BY HAND.
       H900-WRITE-RUN-LOG.
           OPEN EXTEND RLOG-FILE.
           IF RLOG-SUCCESS
              MOVE 'CUSMNT01' TO RLOG-PROGRAM
              MOVE WS-RUN-DATE TO RLOG-DATE
              MOVE WS-TRANS-READ TO RLOG-RECS-IN
              MOVE WS-TRANS-APPLIED TO RLOG-RECS-OUT
              MOVE WS-TRANS-FAILED TO RLOG-REJECTS
              MOVE RETURN-CODE TO RLOG-RETCODE
              WRITE RLOG-REC
           ELSE
              DISPLAY 'UNABLE TO OPEN RUNLOG: ' ST-RLOG-FILE
           END-IF.
           CLOSE RLOG-FILE.
       H900-END. EXIT.
      *
