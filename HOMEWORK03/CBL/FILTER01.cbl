                             ACCESS RANDOM
                             RECORD KEY IDX-KEY
                             STATUS ST-IDX-FILE.
           SELECT CUS-FILE   ASSIGN TO CUSMST
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY CUS-ID
                             STATUS ST-CUS-FILE.
           SELECT INP-FILE ASSIGN TO INPFILE
                             STATUS ST-INP-FILE.
           SELECT OUT-FILE   ASSIGN TO OUTFILE
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
       FD  RLOG-FILE RECORDING MODE F.
         01  RLOG-REC.
           03 RLOG-PROGRAM      PIC X(8).
              88 OUT-SUCCESS                    VALUE 00 97.
           03 ST-IDX-FILE       PIC 9(2).
              88 IDX-SUCCESS                    VALUE 00 97.
           03 ST-CUS-FILE       PIC 9(2).
              88 CUS-SUCCESS                    VALUE 00 97.
           03 ST-EXC-FILE       PIC 9(2).
              88 EXC-SUCCESS                    VALUE 00 97.
           03 ST-CTL-RPT        PIC 9(2).
           OPEN INPUT  INP-FILE.
           OPEN OUTPUT OUT-FILE.
           OPEN INPUT  IDX-FILE.
           OPEN INPUT  CUS-FILE.
           OPEN OUTPUT EXC-FILE.
           OPEN OUTPUT CTL-RPT.
           OPEN OUTPUT HIBAL-RPT.
           MOVE ST-IDX-FILE TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-CUS-FILE NOT = 0) AND (ST-CUS-FILE NOT = 97)
           DISPLAY 'UNABLE TO OPEN CUSMST: ' ST-CUS-FILE
           MOVE ST-CUS-FILE TO RETURN-CODE
           PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF (ST-EXC-FILE NOT = 0) AND (ST-EXC-FILE NOT = 97)
           DISPLAY 'UNABLE TO OPEN EXCFILE: ' ST-EXC-FILE
           MOVE ST-EXC-FILE TO RETURN-CODE
           COMPUTE GREG-DATE = FUNCTION DATE-OF-INTEGER(INT-DATE)
           MOVE IDX-ID TO REC-ID-O.
           MOVE IDX-DVZ TO REC-DVZ-O.
           PERFORM H221-GET-CUSTOMER-NAME.
           MOVE GREG-DATE TO REC-DATE-O.
           MOVE IDX-BALANCE TO REC-BALANCE-O.
           WRITE OUT-REC.
           READ INP-FILE.
       H220-END. EXIT.

      * THE EXTRACT AND THE EXCEPTION REPORTS CARRY THE CUSTOMER
      * MASTER'S NAME, SO EVERY CURRENCY OF A CUSTOMER SHOWS THE SAME
      * ONE. A CUSTOMER NOT ON THE MASTER KEEPS THE IDX-FILE COPY.
       H221-GET-CUSTOMER-NAME.
           MOVE IDX-ID TO CUS-ID.
           READ CUS-FILE KEY IS CUS-ID
              INVALID KEY
                 MOVE IDX-NAME TO REC-NAME-O
                 MOVE IDX-SRNAME TO REC-SRNAME-O
              NOT INVALID KEY
                 MOVE CUS-NAME TO REC-NAME-O
                 MOVE CUS-SRNAME TO REC-SRNAME-O
           END-READ.
       H221-END. EXIT.
      *
      * ACCUMULATES RUNNING RECORD COUNTS AND BALANCE TOTALS BY
      * REC-DVZ-O SO OPERATIONS CAN BALANCE THE EXTRACT AGAINST THE
      * SOURCE SYSTEM'S CURRENCY TOTALS AT JOB END (H227).
              MOVE SPACES TO HIBAL-RPT-LINE
              MOVE IDX-ID TO HIBAL-RPT-ID
              MOVE IDX-DVZ TO HIBAL-RPT-DVZ
              MOVE REC-NAME-O TO HIBAL-RPT-NAME
              MOVE IDX-BALANCE TO HIBAL-RPT-BALANCE
              WRITE HIBAL-RPT-LINE
           END-IF.
              MOVE SPACES TO OVRDRN-RPT-LINE
              MOVE IDX-ID TO OVRDRN-RPT-ID
              MOVE IDX-DVZ TO OVRDRN-RPT-DVZ
              MOVE REC-NAME-O TO OVRDRN-RPT-NAME
              MOVE IDX-BALANCE TO OVRDRN-RPT-BALANCE
              WRITE OVRDRN-RPT-LINE
           END-IF.
           CLOSE INP-FILE.
           CLOSE OUT-FILE.
           CLOSE IDX-FILE.
           CLOSE CUS-FILE.
           CLOSE EXC-FILE.
           CLOSE CTL-RPT.
           CLOSE HIBAL-RPT.
