       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PNDRPT01.
       AUTHOR. Yunus Emre Aktas.
       INSTALLATION. COBOL DEVELOPMENT CENTER.
       DATE-WRITTEN. 15/10/2026.
       DATE-COMPILED. 15/10/2026.
       SECURITY. NON-CONFIDENTIAL.
      *****************************************************************
      * PENDING-CHANGES REPORT. RUNS AFTER EMPMNT01 AND LISTS EVERY
      * FUTURE-DATED EMPLOYEE TRANSACTION STILL QUEUED ON PENDNEW,
      * SORTED BY EFFECTIVE DATE AND EMPLOYEE, WITH A COUNT PER
      * EFFECTIVE DATE. EACH ENTRY IS CHECKED AGAINST THE EMPLOYEE
      * MASTER (EMPMST) SO HR CAN SEE AHEAD OF THE DAY WHICH ENTRIES
      * WILL BE REJECTED WHEN RELEASED - A CHANGE, LEAVER OR DELETE
      * FOR AN EMPLOYEE NO LONGER ON THE MASTER OR WHO HAS LEFT, OR
      * AN ADD FOR AN ID ALREADY IN USE - AND CANCEL THEM WITH AN "X"
      * CARD. THE RUN DATE IN THE HEADING COMES FROM THE RUNCARD
      * CONTROL CARD (SYSTEM DATE WHEN NO CARD IS SUPPLIED).
      *****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-3081.
       OBJECT-COMPUTER. IBM-3081.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PEND-FILE  ASSIGN TO PENDNEW
                             STATUS ST-PEND-FILE.
           SELECT SORT-WORK  ASSIGN TO SORTWK01.
           SELECT EMP-FILE   ASSIGN TO EMPMST
                             ORGANIZATION INDEXED
                             ACCESS RANDOM
                             RECORD KEY EMP-ID
                             STATUS ST-EMP-FILE.
           SELECT PND-RPT    ASSIGN TO PNDRPT
                             STATUS ST-PND-RPT.
           SELECT OPTIONAL RUN-CTL ASSIGN TO RUNCARD
                             STATUS ST-RUN-CTL.
           SELECT OPTIONAL RLOG-FILE ASSIGN TO RUNLOG
                             STATUS ST-RLOG-FILE.
      *****************************************************************
      *****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  PEND-FILE RECORDING MODE F.
       01  PEND-REC                PIC X(79).
       SD  SORT-WORK.
       01  SORT-WORK-REC.
             05 SW-ACTION          PIC X(1).
             05 SW-ID              PIC 9(4).
             05 SW-NAME            PIC X(15).
             05 SW-SNAME           PIC X(15).
             05 SW-BDATE           PIC 9(8).
             05 SW-HIRE            PIC 9(8).
             05 SW-TERM            PIC 9(8).
             05 SW-DEPT            PIC X(4).
             05 SW-EFF             PIC 9(8).
             05 SW-QUEUED          PIC 9(8).
       FD  EMP-FILE.
       01  EMP-REC.
             05 EMP-ID             PIC 9(4).
             05 EMP-NAME           PIC X(15).
             05 EMP-SNAME          PIC X(15).
             05 EMP-BDATE          PIC 9(8).
             05 EMP-HIRE           PIC 9(8).
             05 EMP-STATUS         PIC X(1).
                88 EMP-ACTIVE         VALUE "A".
                88 EMP-LEFT           VALUE "L".
             05 EMP-TERM           PIC 9(8).
             05 EMP-DEPT           PIC X(4).
       FD  PND-RPT RECORDING MODE F.
       01  PND-RPT-LINE           PIC X(80).
       FD  RUN-CTL RECORDING MODE F.
       01  RUN-CTL-REC.
             05 RUN-CTL-DATE       PIC 9(8).
       FD  RLOG-FILE RECORDING MODE F.
       01  RLOG-REC.
             05 RLOG-PROGRAM       PIC X(8).
             05 RLOG-DATE          PIC 9(8).
             05 RLOG-RECS-IN       PIC 9(9).
             05 RLOG-RECS-OUT      PIC 9(9).
             05 RLOG-REJECTS       PIC 9(9).
             05 RLOG-RETCODE       PIC 9(4).
      *****************************************************************
       WORKING-STORAGE SECTION.
       01 WS-STATUS-AREA.
           05 ST-PEND-FILE          PIC 9(2).
              88 ST-PEND-FILE-OK       VALUE 00 97.
           05 ST-EMP-FILE           PIC 9(2).
              88 ST-EMP-FILE-OK        VALUE 00 97.
           05 ST-PND-RPT            PIC 9(2).
              88 ST-PND-RPT-OK         VALUE 00 97.
           05 ST-RUN-CTL            PIC 9(2).
              88 ST-RUN-CTL-OK         VALUE 00 97.
              88 ST-RUN-CTL-EOF        VALUE 10.
              88 ST-RUN-CTL-NOFILE     VALUE 35.
           05 ST-RLOG-FILE          PIC 9(2).
              88 ST-RLOG-FILE-OK       VALUE 00 05 97.
           05 WS-SORT-EOF-SW        PIC X(1) VALUE "N".
              88 WS-SORT-EOF           VALUE "Y".
       01 WS-RUN-DATE-AREA.
           05 WS-RUN-DATE           PIC 9(8) VALUE 0.
           05 WS-RUN-DATE-INT       PIC 9(8).
       01 WS-COUNT-AREA.
           05 WS-RECS-READ          PIC 9(6) VALUE 0.
           05 WS-RECS-FLAGGED       PIC 9(6) VALUE 0.
           05 WS-DATE-COUNT         PIC 9(6) VALUE 0.
       01 WS-GROUP-AREA.
           05 WS-GROUP-EFF          PIC 9(8) VALUE 0.
           05 WS-HAVE-GROUP-SW      PIC X(1) VALUE "N".
              88 WS-HAVE-GROUP         VALUE "Y".
       01 WS-HEADING1              PIC X(80) VALUE
          "PENDING EMPLOYEE CHANGES BY EFFECTIVE DATE".
       01 WS-HEADING2              PIC X(80) VALUE
          "-----------------------------------".
       01 WS-RUN-LINE.
           05 FILLER                PIC X(6) VALUE "AS AT ".
           05 WS-RUN-LINE-DATE      PIC 9(8).
           05 FILLER                PIC X(66) VALUE SPACES.
       01 WS-COL-HEADING           PIC X(80) VALUE
          "EFF DATE  ID   A NAME            SURNAME         DEPT  QUEUED
      -   "    NOTE".
       01 WS-DETAIL-LINE.
           05 WS-DTL-EFF            PIC 9(8).
           05 FILLER                PIC X(2).
           05 WS-DTL-ID             PIC 9(4).
           05 FILLER                PIC X(1).
           05 WS-DTL-ACTION         PIC X(1).
           05 FILLER                PIC X(1).
           05 WS-DTL-NAME           PIC X(15).
           05 FILLER                PIC X(1).
           05 WS-DTL-SNAME          PIC X(15).
           05 FILLER                PIC X(1).
           05 WS-DTL-DEPT           PIC X(4).
           05 FILLER                PIC X(2).
           05 WS-DTL-QUEUED         PIC 9(8).
           05 FILLER                PIC X(2).
           05 WS-DTL-NOTE           PIC X(15).
       01 WS-GROUP-LINE.
           05 FILLER                PIC X(12) VALUE "  EFFECTIVE ".
           05 WS-GRP-EFF            PIC 9(8).
           05 FILLER                PIC X(2) VALUE ": ".
           05 WS-GRP-COUNT          PIC ZZZ,ZZ9.
           05 FILLER                PIC X(51) VALUE
              " QUEUED".
       01 WS-TOTAL-LINE.
           05 WS-TOTAL-LABEL        PIC X(20).
           05 WS-TOTAL-COUNT        PIC ZZZ,ZZ9.
           05 FILLER                PIC X(53).
       01 WS-NONE-LINE             PIC X(80) VALUE
          "  NOTHING QUEUED".
      *****************************************************************
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM H100.
           SORT SORT-WORK
                ON ASCENDING KEY SW-EFF SW-ID
                USING PEND-FILE
                OUTPUT PROCEDURE IS H200.
           PERFORM H300.
       MAIN-PROCEDURE-END. EXIT.

       H100.
           PERFORM H110-GET-RUN-DATE.
           OPEN INPUT EMP-FILE.
           OPEN OUTPUT PND-RPT.
           IF NOT ST-EMP-FILE-OK
              DISPLAY "EMP-FILE FILE OPEN ERROR"
           END-IF.
           IF NOT ST-PND-RPT-OK
              DISPLAY "PND-RPT FILE OPEN ERROR"
           END-IF.
           MOVE WS-HEADING1 TO PND-RPT-LINE.
           WRITE PND-RPT-LINE.
           MOVE WS-RUN-DATE TO WS-RUN-LINE-DATE.
           MOVE WS-RUN-LINE TO PND-RPT-LINE.
           WRITE PND-RPT-LINE.
           MOVE WS-HEADING2 TO PND-RPT-LINE.
           WRITE PND-RPT-LINE.
           MOVE WS-COL-HEADING TO PND-RPT-LINE.
           WRITE PND-RPT-LINE.
       H100-END. EXIT.

      * THE RUN DATE COMES FROM THE RUNCARD CONTROL CARD, THE SAME
      * CARD EMPMNT01 READ WHEN IT BUILT THE QUEUE. WHEN NO CARD IS
      * SUPPLIED (OR IT IS EMPTY OR UNUSABLE) THE SYSTEM DATE IS USED.
       H110-GET-RUN-DATE.
           OPEN INPUT RUN-CTL.
           IF ST-RUN-CTL-OK
              READ RUN-CTL
              IF NOT ST-RUN-CTL-EOF
                 MOVE RUN-CTL-DATE TO WS-RUN-DATE
              END-IF
           END-IF.
           CLOSE RUN-CTL.
           IF WS-RUN-DATE > 0
              COMPUTE WS-RUN-DATE-INT = FUNCTION INTEGER-OF-DATE
              (WS-RUN-DATE)
           ELSE
              MOVE 0 TO WS-RUN-DATE-INT
           END-IF.
           IF WS-RUN-DATE-INT = 0
              ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
       H110-END. EXIT.

       H200.
           RETURN SORT-WORK AT END MOVE "Y" TO WS-SORT-EOF-SW.
           PERFORM H210-LIST-ENTRY UNTIL WS-SORT-EOF.
           IF WS-HAVE-GROUP
              PERFORM H230-WRITE-GROUP-COUNT
           ELSE
              MOVE WS-NONE-LINE TO PND-RPT-LINE
              WRITE PND-RPT-LINE
           END-IF.
       H200-END. EXIT.

       H210-LIST-ENTRY.
           IF WS-HAVE-GROUP AND SW-EFF NOT = WS-GROUP-EFF
              PERFORM H230-WRITE-GROUP-COUNT
           END-IF.
           IF NOT WS-HAVE-GROUP
              MOVE SW-EFF TO WS-GROUP-EFF
              MOVE 0 TO WS-DATE-COUNT
              MOVE "Y" TO WS-HAVE-GROUP-SW
           END-IF.
           ADD 1 TO WS-RECS-READ.
           ADD 1 TO WS-DATE-COUNT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE SW-EFF TO WS-DTL-EFF.
           MOVE SW-ID TO WS-DTL-ID.
           MOVE SW-ACTION TO WS-DTL-ACTION.
           MOVE SW-NAME TO WS-DTL-NAME.
           MOVE SW-SNAME TO WS-DTL-SNAME.
           MOVE SW-DEPT TO WS-DTL-DEPT.
           MOVE SW-QUEUED TO WS-DTL-QUEUED.
           PERFORM H220-CHECK-MASTER.
           MOVE WS-DETAIL-LINE TO PND-RPT-LINE.
           WRITE PND-RPT-LINE.
           RETURN SORT-WORK AT END MOVE "Y" TO WS-SORT-EOF-SW.
       H210-END. EXIT.

      * THE SAME TESTS EMPMNT01 APPLIES WHEN IT RELEASES THE ENTRY,
      * MADE AGAINST TONIGHT'S MASTER. A LEAVER OR DELETE CARD
      * USUALLY CARRIES NO NAME, SO THE MASTER'S NAME IS SHOWN.
       H220-CHECK-MASTER.
           MOVE SW-ID TO EMP-ID.
           READ EMP-FILE KEY IS EMP-ID
              INVALID KEY
                 IF SW-ACTION NOT = "A"
                    MOVE "NOT ON MASTER" TO WS-DTL-NOTE
                    ADD 1 TO WS-RECS-FLAGGED
                 END-IF
              NOT INVALID KEY
                 IF WS-DTL-NAME = SPACES
                    MOVE EMP-NAME TO WS-DTL-NAME
                    MOVE EMP-SNAME TO WS-DTL-SNAME
                 END-IF
                 IF WS-DTL-DEPT = SPACES
                    MOVE EMP-DEPT TO WS-DTL-DEPT
                 END-IF
                 EVALUATE TRUE
                    WHEN SW-ACTION = "A"
                       MOVE "ID IN USE" TO WS-DTL-NOTE
                       ADD 1 TO WS-RECS-FLAGGED
                    WHEN EMP-LEFT
                       MOVE "EMPLOYEE LEFT" TO WS-DTL-NOTE
                       ADD 1 TO WS-RECS-FLAGGED
                 END-EVALUATE
           END-READ.
       H220-END. EXIT.

       H230-WRITE-GROUP-COUNT.
           MOVE WS-GROUP-EFF TO WS-GRP-EFF.
           MOVE WS-DATE-COUNT TO WS-GRP-COUNT.
           MOVE WS-GROUP-LINE TO PND-RPT-LINE.
           WRITE PND-RPT-LINE.
           MOVE "N" TO WS-HAVE-GROUP-SW.
       H230-END. EXIT.

       H300.
           MOVE WS-HEADING2 TO PND-RPT-LINE.
           WRITE PND-RPT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "TOTAL QUEUED" TO WS-TOTAL-LABEL.
           MOVE WS-RECS-READ TO WS-TOTAL-COUNT.
           MOVE WS-TOTAL-LINE TO PND-RPT-LINE.
           WRITE PND-RPT-LINE.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "WILL BE REJECTED" TO WS-TOTAL-LABEL.
           MOVE WS-RECS-FLAGGED TO WS-TOTAL-COUNT.
           MOVE WS-TOTAL-LINE TO PND-RPT-LINE.
           WRITE PND-RPT-LINE.
           CLOSE EMP-FILE.
           CLOSE PND-RPT.
           DISPLAY "PNDRPT01 ENTRIES LISTED: " WS-RECS-READ.
           DISPLAY "PNDRPT01 ENTRIES FLAGGED: " WS-RECS-FLAGGED.
           PERFORM H900-WRITE-RUN-LOG.
           STOP RUN.

      * ONE RECORD PER RUN TO THE COMMON RUN LOG SO THE END-OF-DAY
      * CHAIN VERIFICATION CAN PROVE THE NIGHT WITHOUT COLLECTING
      * JOB LOGS BY HAND.
       H900-WRITE-RUN-LOG.
           OPEN EXTEND RLOG-FILE.
           IF ST-RLOG-FILE-OK
              MOVE "PNDRPT01" TO RLOG-PROGRAM
              MOVE WS-RUN-DATE TO RLOG-DATE
              MOVE WS-RECS-READ TO RLOG-RECS-IN
              MOVE WS-RECS-READ TO RLOG-RECS-OUT
              MOVE WS-RECS-FLAGGED TO RLOG-REJECTS
              MOVE RETURN-CODE TO RLOG-RETCODE
              WRITE RLOG-REC
           ELSE
              DISPLAY "RUNLOG FILE OPEN ERROR"
           END-IF.
           CLOSE RLOG-FILE.
       H900-END. EXIT.
