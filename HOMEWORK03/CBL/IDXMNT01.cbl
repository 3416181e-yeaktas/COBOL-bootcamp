       IDENTIFICATION DIVISION.
       PROGRAM-ID. IDXMNT01.
      *****************************************************************
      * APPLIES THE DAY'S ACCOUNT MAINTENANCE (TRANFILE ADD, CHANGE
      * AND DELETE TRANSACTIONS) TO IDX-FILE AND WRITES A BEFORE/AFTER
      * IMAGE OF EVERY TRANSACTION TO MNTLOG. AN ADD IS REFUSED UNLESS
      * THE CUSTOMER IS ON THE CUSTOMER MASTER (CUSMST) AND NOT
      * CLOSED, AND A NEW ACCOUNT TAKES ITS NAME AND SURNAME FROM THE
      * MASTER RATHER THAN FROM THE TRANSACTION.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
                             ACCESS DYNAMIC
                             RECORD KEY IDX-KEY
                             STATUS ST-IDX-FILE.
           SELECT CUS-FILE   ASSIGN TO CUSMST
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY CUS-ID
                             STATUS ST-CUS-FILE.
           SELECT TRAN-FILE  ASSIGN TO TRANFILE
                             STATUS ST-TRAN-FILE.
           SELECT LOG-FILE   ASSIGN TO MNTLOG
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
       FD  LOG-FILE RECORDING MODE F.
         01  LOG-REC.
           03 LOG-ACTION         PIC X(1).
              88 TRAN-SUCCESS                   VALUE 00 97.
           03 ST-IDX-FILE       PIC 9(2).
              88 IDX-SUCCESS                    VALUE 00 97.
           03 ST-CUS-FILE       PIC 9(2).
              88 CUS-SUCCESS                    VALUE 00 97.
           03 ST-LOG-FILE       PIC 9(2).
              88 LOG-SUCCESS                    VALUE 00 97.
           03 ST-RLOG-FILE      PIC 9(2).
         01  WS-LOG-PARM-AREA.
           03 WS-LOG-ACTION-PARM  PIC X(1).
           03 WS-LOG-RESULT-PARM  PIC X(10).
           03 WS-CUST-RESULT      PIC X(10).

      * IDX-DATE IS STORED AS A 7-DIGIT JULIAN DATE (YYYYDDD), THE SAME
      * AS FILTER01 EXPECTS WHEN IT CALLS FUNCTION INTEGER-OF-DAY ON
       H100-OPEN-FILES.
           OPEN INPUT  TRAN-FILE.
           OPEN I-O    IDX-FILE.
           OPEN INPUT  CUS-FILE.
           OPEN OUTPUT LOG-FILE.
           IF (ST-TRAN-FILE NOT = 0) AND (ST-TRAN-FILE NOT = 97)
           DISPLAY 'UNABLE TO OPEN TRANFILE: ' ST-TRAN-FILE
           MOVE ST-IDX-FILE TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-CUS-FILE NOT = 0) AND (ST-CUS-FILE NOT = 97)
           DISPLAY 'UNABLE TO OPEN CUSMST: ' ST-CUS-FILE
           MOVE ST-CUS-FILE TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-LOG-FILE NOT = 0) AND (ST-LOG-FILE NOT = 97)
           DISPLAY 'UNABLE TO OPEN MNTLOG: ' ST-LOG-FILE
           MOVE ST-LOG-FILE TO RETURN-CODE
           MOVE SPACES TO WS-BEFORE-NAME WS-BEFORE-SRNAME.
           MOVE 0 TO WS-BEFORE-DATE WS-BEFORE-BALANCE.
           MOVE 'A' TO WS-LOG-ACTION-PARM.
           PERFORM H215-CHECK-CUSTOMER.
           IF WS-CUST-RESULT NOT = SPACES
              MOVE WS-CUST-RESULT TO WS-LOG-RESULT-PARM
              PERFORM H250-LOG-ENTRY
           ELSE
              WRITE IDX-REC
                 INVALID KEY
                    MOVE 'DUPLICATE' TO WS-LOG-RESULT-PARM
                    PERFORM H250-LOG-ENTRY
                 NOT INVALID KEY
                    MOVE 'ADDED' TO WS-LOG-RESULT-PARM
                    PERFORM H250-LOG-ENTRY
              END-WRITE
           END-IF.
       H210-END. EXIT.

      * AN ACCOUNT CAN ONLY BE OPENED FOR A CUSTOMER ON THE MASTER
      * WHO HAS NOT BEEN CLOSED. THE NAME ON THE NEW ACCOUNT IS THE
      * MASTER'S, SO EVERY CURRENCY OF A CUSTOMER STARTS OUT WITH THE
      * SAME NAME WHATEVER WAS KEYED ON THE TRANSACTION.
       H215-CHECK-CUSTOMER.
           MOVE SPACES TO WS-CUST-RESULT.
           MOVE IDX-ID TO CUS-ID.
           READ CUS-FILE KEY IS CUS-ID
              INVALID KEY
                 MOVE 'NO-CUST' TO WS-CUST-RESULT
              NOT INVALID KEY
                 IF CUS-CLOSED
                    MOVE 'CUST-CLSD' TO WS-CUST-RESULT
                 ELSE
                    MOVE CUS-NAME TO IDX-NAME
                    MOVE CUS-SRNAME TO IDX-SRNAME
                 END-IF
           END-READ.
       H215-END. EXIT.

       H220-CHANGE.
           MOVE 'C' TO WS-LOG-ACTION-PARM.
       H999-PROGRAM-EXIT.
           CLOSE TRAN-FILE.
           CLOSE IDX-FILE.
           CLOSE CUS-FILE.
           CLOSE LOG-FILE.
           PERFORM H900-WRITE-RUN-LOG.
           STOP RUN.
