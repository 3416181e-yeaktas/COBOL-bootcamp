                             STATUS ST-CONSOL-RPT.
           SELECT CONS-FILE  ASSIGN TO CONSFILE
                             STATUS ST-CONS-FILE.
           SELECT CUS-FILE   ASSIGN TO CUSMST
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY CUS-ID
                             STATUS ST-CUS-FILE.
           SELECT OPTIONAL RLOG-FILE ASSIGN TO RUNLOG
                             STATUS ST-RLOG-FILE.
       DATA DIVISION.
           03 CONS-REC-ID        PIC 9(5).
           03 CONS-REC-CCY-COUNT PIC 9(3).
           03 CONS-REC-BALANCE   PIC S9(16)V9(2).
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
              88 WS-SORT-EOF                    VALUE "Y".
           03 ST-CONS-FILE      PIC 9(2).
              88 CONS-FILE-SUCCESS              VALUE 00 97.
           03 ST-CUS-FILE       PIC 9(2).
              88 CUS-SUCCESS                    VALUE 00 97.
           03 ST-RLOG-FILE      PIC 9(2).
              88 RLOG-SUCCESS                   VALUE 00 05 97.
           03 WS-CONSOL-WRITTEN PIC 9(9) VALUE 0.
              MOVE ST-CONS-FILE TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT CUS-FILE.
           IF (ST-CUS-FILE NOT = 0) AND (ST-CUS-FILE NOT = 97)
              DISPLAY 'UNABLE TO OPEN CUSMST: ' ST-CUS-FILE
              MOVE ST-CUS-FILE TO RETURN-CODE
              STOP RUN
           END-IF.
           ACCEPT WS-CONS-RUN-DATE FROM DATE YYYYMMDD.
       H100-END. EXIT.

       H210-END. EXIT.

       H220-WRITE-CONSOL.
           PERFORM H240-GET-CUSTOMER-NAME.
           MOVE SPACES TO CONSOL-RPT-LINE.
           MOVE WS-GROUP-ID TO CONSOL-ID.
           MOVE WS-GROUP-NAME TO CONSOL-NAME.
           END-IF.
       H230-END. EXIT.

      * THE CONSOLIDATED LINE CARRIES THE CUSTOMER MASTER'S NAME, NOT
      * WHICHEVER CURRENCY RECORD'S COPY SORTED FIRST. A CUSTOMER NOT
      * YET ON THE MASTER KEEPS THE NAME FROM OUTFILE.
       H240-GET-CUSTOMER-NAME.
           MOVE WS-GROUP-ID TO CUS-ID.
           READ CUS-FILE KEY IS CUS-ID
              INVALID KEY
                 DISPLAY "CUSTOMER " WS-GROUP-ID
                         " NOT ON CUSMST - NAME TAKEN FROM OUTFILE"
              NOT INVALID KEY
                 MOVE CUS-NAME TO WS-GROUP-NAME
                 MOVE CUS-SRNAME TO WS-GROUP-SRNAME
           END-READ.
       H240-END. EXIT.

       H999-PROGRAM-EXIT.
           CLOSE CUS-FILE.
           CLOSE CONSOL-RPT.
           CLOSE CONS-FILE.
           PERFORM H900-WRITE-RUN-LOG.
