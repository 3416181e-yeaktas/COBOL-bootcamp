      * THE ACCOUNT'S CURRENCY AND BALANCE, FOLLOWED BY A COUNT AND
      * TOTAL STAFF-HELD BALANCE PER REC-DVZ-O. REPLACES THE MANUAL
      * EYEBALL BETWEEN THE DATEREC LISTING AND OUTFILE.
      * EVERY MATCHED ACCOUNT IS ALSO WRITTEN TO STFFILE (ACCOUNT ID,
      * DVZ, EMPLOYEE ID) SO FEEASM01 CAN EXEMPT STAFF ACCOUNTS FROM
      * THE MONTH-END FEES WITHOUT ANYONE REKEYING THE REPORT.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                             STATUS ST-OUT-FILE.
           SELECT STAFF-RPT  ASSIGN TO STAFFRPT
                             STATUS ST-STAFF-RPT.
           SELECT STF-FILE   ASSIGN TO STFFILE
                             STATUS ST-STF-FILE.
           SELECT OPTIONAL RLOG-FILE ASSIGN TO RUNLOG
                             STATUS ST-RLOG-FILE.
       DATA DIVISION.
           03 FILLER            PIC X(30).
       FD  STAFF-RPT RECORDING MODE F.
         01  STAFF-RPT-LINE       PIC X(100).
       FD  STF-FILE RECORDING MODE F.
         01  STF-REC.
           03 STF-ID            PIC 9(5).
           03 STF-DVZ           PIC 9(3).
           03 STF-EMP-ID        PIC 9(4).
       FD  RLOG-FILE RECORDING MODE F.
         01  RLOG-REC.
           03 RLOG-PROGRAM      PIC X(8).
              88 OUT-EOF                        VALUE 10.
           03 ST-STAFF-RPT      PIC 9(2).
              88 STAFF-RPT-SUCCESS              VALUE 00 97.
           03 ST-STF-FILE       PIC 9(2).
              88 STF-SUCCESS                    VALUE 00 97.
           03 ST-RLOG-FILE      PIC 9(2).
              88 RLOG-SUCCESS                   VALUE 00 05 97.
           03 WS-RLOG-DATE      PIC 9(8).
           OPEN INPUT DATE-REC.
           OPEN INPUT OUT-FILE.
           OPEN OUTPUT STAFF-RPT.
           OPEN OUTPUT STF-FILE.
           IF (ST-DATE-REC NOT = 0) AND (ST-DATE-REC NOT = 97)
              DISPLAY 'UNABLE TO OPEN DATEREC: ' ST-DATE-REC
              MOVE ST-DATE-REC TO RETURN-CODE
              MOVE ST-STAFF-RPT TO RETURN-CODE
              STOP RUN
           END-IF.
           IF (ST-STF-FILE NOT = 0) AND (ST-STF-FILE NOT = 97)
              DISPLAY 'UNABLE TO OPEN STFFILE: ' ST-STF-FILE
              MOVE ST-STF-FILE TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-HEAD1 TO STAFF-RPT-LINE.
           WRITE STAFF-RPT-LINE.
           MOVE WS-HEAD2 TO STAFF-RPT-LINE.
           MOVE REC-BALANCE-O TO WS-DTL-BALANCE.
           MOVE WS-DETAIL-LINE TO STAFF-RPT-LINE.
           WRITE STAFF-RPT-LINE.
           MOVE REC-ID-O TO STF-ID.
           MOVE REC-DVZ-O TO STF-DVZ.
           MOVE WS-EMP-ID(WS-EMP-FOUND-IDX) TO STF-EMP-ID.
           WRITE STF-REC.
       H210-END. EXIT.

       H220-ACCUM-STF-TOTALS.
           CLOSE DATE-REC.
           CLOSE OUT-FILE.
           CLOSE STAFF-RPT.
           CLOSE STF-FILE.
           PERFORM H900-WRITE-RUN-LOG.
           STOP RUN.
       H999-END. EXIT.
