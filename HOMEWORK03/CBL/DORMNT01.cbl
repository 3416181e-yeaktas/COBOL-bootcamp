      * PER-CURRENCY SUMMARY OF COUNTS AND BALANCE TOTALS IN THREE
      * AGING BANDS: DORMANT UP TO 2 YEARS, 2 TO 5 YEARS, OVER 5
      * YEARS. REPLACES THE MANUAL EYEBALL OVER THE IDXUNL01 UNLOAD.
      * THE NAME LISTED IS THE CUSTOMER MASTER'S (CUSMST), FALLING
      * BACK TO THE IDX-FILE COPY FOR A CUSTOMER NOT ON THE MASTER.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                             ACCESS SEQUENTIAL
                             RECORD KEY IDX-KEY
                             STATUS ST-IDX-FILE.
           SELECT CUS-FILE   ASSIGN TO CUSMST
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY CUS-ID
                             STATUS ST-CUS-FILE.
           SELECT OPTIONAL DORM-CTL ASSIGN TO DORMCARD
                             STATUS ST-DORM-CTL.
           SELECT DORM-RPT   ASSIGN TO DORMRPT
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
       FD  DORM-CTL RECORDING MODE F.
         01  DORM-CTL-REC.
           03 DORM-CTL-DATE     PIC 9(8).
           03 ST-IDX-FILE       PIC 9(2).
              88 IDX-SUCCESS                    VALUE 00 97.
              88 IDX-EOF                        VALUE 10.
           03 ST-CUS-FILE       PIC 9(2).
              88 CUS-SUCCESS                    VALUE 00 97.
           03 ST-DORM-CTL       PIC 9(2).
              88 DORM-CTL-OK                    VALUE 00 97.
              88 DORM-CTL-EOF                   VALUE 10.

       H100-OPEN-FILES.
           OPEN INPUT IDX-FILE.
           OPEN INPUT CUS-FILE.
           OPEN OUTPUT DORM-RPT.
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
           IF (ST-DORM-RPT NOT = 0) AND (ST-DORM-RPT NOT = 97)
              DISPLAY 'UNABLE TO OPEN DORMRPT: ' ST-DORM-RPT
              MOVE ST-DORM-RPT TO RETURN-CODE
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE IDX-ID TO WS-DTL-ID.
           MOVE IDX-DVZ TO WS-DTL-DVZ.
           MOVE IDX-ID TO CUS-ID.
           READ CUS-FILE KEY IS CUS-ID
              INVALID KEY
                 MOVE IDX-NAME TO WS-DTL-NAME
                 MOVE IDX-SRNAME TO WS-DTL-SRNAME
              NOT INVALID KEY
                 MOVE CUS-NAME TO WS-DTL-NAME
                 MOVE CUS-SRNAME TO WS-DTL-SRNAME
           END-READ.
           MOVE WS-ACT-GREG-DATE TO WS-DTL-LASTACT.
           MOVE IDX-BALANCE TO WS-DTL-BALANCE.
           MOVE WS-DORM-DAYS-S TO WS-DTL-DAYS.

       H999-PROGRAM-EXIT.
           CLOSE IDX-FILE.
           CLOSE CUS-FILE.
           CLOSE DORM-RPT.
           DISPLAY 'DORMNT01 ACCOUNTS READ:    ' WS-READ-COUNT.
           DISPLAY 'DORMNT01 DORMANT ACCOUNTS: ' WS-DORM-COUNT.
