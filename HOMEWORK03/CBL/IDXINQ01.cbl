      * BROWSED FROM THE FIRST KEY FOR THAT ID. EVERY REQUEST PRINTS
      * A FORMATTED PANEL ON INQRPT - NAME, SURNAME, LAST-ACTIVITY
      * DATE CONVERTED TO GREGORIAN, SIGNED BALANCE - WITH A CLEAR
      * NOT FOUND LINE FOR MISSES. THE NAME AND SURNAME PRINTED ARE
      * THE CUSTOMER MASTER'S (CUSMST); THE COPY ON IDX-FILE IS ONLY
      * USED FOR AN ACCOUNT WHOSE CUSTOMER IS NOT ON THE MASTER.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                             ACCESS DYNAMIC
                             RECORD KEY IDX-KEY
                             STATUS ST-IDX-FILE.
           SELECT CUS-FILE   ASSIGN TO CUSMST
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY CUS-ID
                             STATUS ST-CUS-FILE.
           SELECT INQ-CARD   ASSIGN TO INQCARD
                             STATUS ST-INQ-CARD.
           SELECT INQ-RPT    ASSIGN TO INQRPT
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
       FD  INQ-RPT RECORDING MODE F.
         01  INQ-RPT-LINE       PIC X(100).
       FD  RLOG-FILE RECORDING MODE F.
           03 ST-IDX-FILE       PIC 9(2).
              88 IDX-SUCCESS                    VALUE 00 97.
              88 IDX-READ-EOF                   VALUE 10.
           03 ST-CUS-FILE       PIC 9(2).
              88 CUS-SUCCESS                    VALUE 00 97.
           03 ST-INQ-RPT        PIC 9(2).
              88 INQ-RPT-SUCCESS                VALUE 00 97.
           03 ST-RLOG-FILE      PIC 9(2).
       H100-OPEN-FILES.
           OPEN INPUT INQ-CARD.
           OPEN INPUT IDX-FILE.
           OPEN INPUT CUS-FILE.
           OPEN OUTPUT INQ-RPT.
           IF (ST-INQ-CARD NOT = 0) AND (ST-INQ-CARD NOT = 97)
              DISPLAY 'UNABLE TO OPEN INQCARD: ' ST-INQ-CARD
              MOVE ST-IDX-FILE TO RETURN-CODE
              STOP RUN
           END-IF.
           IF (ST-CUS-FILE NOT = 0) AND (ST-CUS-FILE NOT = 97)
              DISPLAY 'UNABLE TO OPEN CUSMST: ' ST-CUS-FILE
              MOVE ST-CUS-FILE TO RETURN-CODE
              STOP RUN
           END-IF.
           IF (ST-INQ-RPT NOT = 0) AND (ST-INQ-RPT NOT = 97)
              DISPLAY 'UNABLE TO OPEN INQRPT: ' ST-INQ-RPT
              MOVE ST-INQ-RPT TO RETURN-CODE
           COMPUTE INT-DATE = FUNCTION INTEGER-OF-DAY(IDX-DATE)
           COMPUTE GREG-DATE = FUNCTION DATE-OF-INTEGER(INT-DATE)
           MOVE IDX-DVZ TO WS-PNL-DVZ.
           MOVE IDX-ID TO CUS-ID.
           READ CUS-FILE KEY IS CUS-ID
              INVALID KEY
                 MOVE IDX-NAME TO WS-PNL-NAME
                 MOVE IDX-SRNAME TO WS-PNL-SRNAME
              NOT INVALID KEY
                 MOVE CUS-NAME TO WS-PNL-NAME
                 MOVE CUS-SRNAME TO WS-PNL-SRNAME
           END-READ.
           MOVE GREG-DATE TO WS-PNL-LASTACT.
           MOVE IDX-BALANCE TO WS-PNL-BALANCE.
           MOVE WS-PANEL-DETAIL TO INQ-RPT-LINE.
       H999-PROGRAM-EXIT.
           CLOSE INQ-CARD.
           CLOSE IDX-FILE.
           CLOSE CUS-FILE.
           CLOSE INQ-RPT.
           DISPLAY 'IDXINQ01 REQUESTS PROCESSED: ' WS-REQ-COUNT.
           DISPLAY 'IDXINQ01 REQUESTS ANSWERED:  ' WS-HIT-COUNT.
