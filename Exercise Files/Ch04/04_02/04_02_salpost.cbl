      * EMPLOYEEID + EFFECTIVE DATE). ONE HISTORY RECORD IS KEPT PER
      * EMPLOYEE PER CHANGE, SO PAYCALC CAN PAY ANY PERIOD AT THE
      * RATE THAT WAS IN EFFECT ON THAT PERIOD'S DATE AND HR CAN
      * ANSWER RAISE-HISTORY QUESTIONS WITHOUT OLD PRINTOUTS. EACH
      * RECORD IS STAMPED WITH THE DATE IT WAS POSTED, SO RETROPAY CAN
      * FIND A CHANGE BACK-DATED INTO A PERIOD ALREADY PAID. A
      * TRANSACTION DUPLICATING AN EXISTING EMPLOYEE/DATE KEY, OR
      * CARRYING A BAD ID, DATE, OR AMOUNT, IS REJECTED TO
      * SALTREJ.DAT. A CHANGE OF MORE THAN THE DUALPARM.DAT THRESHOLD
      * PERCENTAGE (DEFAULT 10) FROM THE SALARY IN EFFECT ON ITS
      * EFFECTIVE DATE -- OR FOR AN EMPLOYEE WITH NO SALARY TO MEASURE
      * IT AGAINST -- IS NOT POSTED BUT HELD ON PENDAPPR.DAT FOR A
      * SECOND OPERATOR TO APPROVE THROUGH APPRREL. THE RUN IS REFUSED
      * WITHOUT AN OPERATOR ID ON OPERATOR.DAT; THAT ID IS STAMPED ON
      * EVERY CHANGE POSTED OR HELD, AND EACH ONE IS WRITTEN TO THE
      * APPROVAL TRAIL APPRLOG.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT SALHIST-FILE ASSIGN TO "SALHIST.DAT"
        FILE STATUS IS SALHIST-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS SH-KEY.

       SELECT EMPLOYEEFILE ASSIGN TO "EMPIDX.DAT"
        FILE STATUS IS FILE-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EMPLOYEEID
        ALTERNATE RECORD KEY IS LASTNAME
           WITH DUPLICATES.

       SELECT PENDAPPR-FILE ASSIGN TO "PENDAPPR.DAT"
        FILE STATUS IS PEND-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PQ-KEY.

       SELECT DUALPARM-FILE ASSIGN TO "DUALPARM.DAT"
        FILE STATUS IS PARM-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
        FILE STATUS IS OPER-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT APPRLOG-FILE ASSIGN TO "APPRLOG.DAT"
        FILE STATUS IS APPRLOG-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SALTREJ-FILE ASSIGN TO "SALTREJ.DAT"
        FILE STATUS IS TREJ-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.
              10 SH-EMP-ID          PIC 9(7).
              10 SH-EFF-DATE        PIC 9(8).
           05 SH-AMOUNT             PIC 9(9).
           05 SH-POST-DATE          PIC 9(8).
           05 SH-RETRO-DATE         PIC 9(8).

       FD EMPLOYEEFILE.
       01 EMPDETAILS.
           02 EMPLOYEEID        PIC 9(7).
           02 EMPLOYEENAME.
               03 LASTNAME      PIC X(10).
               03 FIRSTNAME     PIC X(10).
           02 STARTDATE.
               03 START-YEAR    PIC 9(4).
               03 START-MONTH   PIC 9(2).
               03 START-DAY     PIC 9(2).
           02 SALARY            PIC 9(9).
           02 GENDER            PIC X.

       FD PENDAPPR-FILE.
       COPY PENDREC.

      *        Dual-control settings, all optional: the salary change
      *        percentage above which a second operator must approve,
      *        and the days a held item waits before APPRREL expires
      *        it.
       FD DUALPARM-FILE.
       01 DUALPARM-RECORD.
           05 DP-SAL-THRESHOLD-PCT  PIC 9(3)V99.
           05 DP-EXPIRY-DAYS        PIC 9(3).

       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
           05 OPR-OPERATOR-ID       PIC X(8).

       FD APPRLOG-FILE.
       COPY APPRREC.

       FD SALTREJ-FILE.
       01 SALTREJ-LINE.
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  TRANS-CHECK-KEY      PIC X(2).
           05  FILE-CHECK-KEY       PIC X(2).
           05  PEND-CHECK-KEY       PIC X(2).
           05  PARM-CHECK-KEY       PIC X(2).
           05  APPRLOG-CHECK-KEY    PIC X(2).
           05  TREJ-CHECK-KEY       PIC X(2).
           05  AUDIT-CHECK-KEY      PIC X(2).
           05  WS-RECORDS-READ      PIC 9(9) VALUE ZERO.
           05  WS-RECORDS-WRITTEN   PIC 9(9) VALUE ZERO.
           05  WS-HELD-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-REJECT-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-REJECT-REASON     PIC X(30).
           05  WS-AUDIT-EVENT       PIC X(8) VALUE 'ENDRUN'.
           05  WS-VALID-SW          PIC X.
               88  VALID-TRANS            VALUE 'Y'.
               88  INVALID-TRANS          VALUE 'N'.
           05  WS-EMPFILE-AVAIL-SW  PIC X VALUE 'N'.
               88  EMPFILE-AVAILABLE      VALUE 'Y'.

      *        A change is held when it moves the salary by more than
      *        WS-THRESHOLD-PCT either way, or when there is no
      *        current salary to measure it against.
       01  WS-DUAL-CONTROL-AREAS.
           05  WS-THRESHOLD-PCT     PIC 9(3)V99 VALUE 10.00.
           05  WS-OLD-SALARY        PIC 9(9).
           05  WS-CHANGE-PCT        PIC 9(5)V99.
           05  WS-HOLD-SW           PIC X.
               88  HOLD-FOR-APPROVAL      VALUE 'Y'.
               88  POST-STRAIGHT-THROUGH  VALUE 'N'.
      *        Laid out as PQ-SALARY-DETAIL (COPY PENDREC).
           05  WS-SALARY-DETAIL.
               10  WS-SD-NEW-SALARY     PIC 9(9).
               10  WS-SD-OLD-SALARY     PIC 9(9).
               10  WS-SD-CHANGE-PCT     PIC 9(5)V99.
               10  FILLER               PIC X(35) VALUE SPACES.

       COPY SALHISTWS.

       COPY OPERWS.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(4).
       0100-POST-SALARY-HISTORY.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0930-READ-OPERATOR-ID.
           IF NOT OPERATOR-SIGNED-ON
              DISPLAY "SALPOST REFUSED: NO OPERATOR ID ON ",
                 "OPERATOR.DAT"
              MOVE 'REFUSED' TO WS-AUDIT-EVENT
              MOVE 8 TO RETURN-CODE
              GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0105-READ-DUAL-PARMS.
           OPEN INPUT SALTRANS-FILE
           IF TRANS-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
              GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0110-OPEN-SALHIST-FILE.
           MOVE 'Y' TO WS-SALHIST-AVAIL-SW.
           PERFORM 0115-OPEN-PENDAPPR-FILE.
           OPEN INPUT EMPLOYEEFILE.
           IF FILE-CHECK-KEY = "00"
              MOVE 'Y' TO WS-EMPFILE-AVAIL-SW
           ELSE
              MOVE 'N' TO WS-EMPFILE-AVAIL-SW
              DISPLAY "SALPOST: EMPIDX.DAT NOT AVAILABLE, ",
                 "ALL CHANGES HELD FOR APPROVAL"
           END-IF.
           OPEN EXTEND APPRLOG-FILE.
           IF APPRLOG-CHECK-KEY NOT = "00"
              OPEN OUTPUT APPRLOG-FILE
              IF APPRLOG-CHECK-KEY NOT = "00"
                 DISPLAY "Non-zero file status returned from OPEN ",
                    "APPRLOG-FILE ", APPRLOG-CHECK-KEY
                 GO TO 9000-END-PROGRAM
              END-IF
           END-IF.
           OPEN OUTPUT SALTREJ-FILE
           IF TREJ-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
           END-READ.
           PERFORM 0200-PROCESS-TRANS UNTIL ENDOFFILE.

           CLOSE SALTRANS-FILE, SALHIST-FILE, SALTREJ-FILE,
              PENDAPPR-FILE, APPRLOG-FILE.
           IF EMPFILE-AVAILABLE
              CLOSE EMPLOYEEFILE
           END-IF.

           DISPLAY "SALPOST OPERATOR          = " WS-OPERATOR-ID.
           DISPLAY "SALPOST TRANSACTIONS READ = " WS-RECORDS-READ.
           DISPLAY "SALPOST RECORDS POSTED    = " WS-RECORDS-WRITTEN.
           DISPLAY "SALPOST HELD FOR APPROVAL = " WS-HELD-COUNT.
           DISPLAY "SALPOST TRANS REJECTED    = " WS-REJECT-COUNT.

           PERFORM 9000-END-PROGRAM.
       0100-END.

       0105-READ-DUAL-PARMS.
           OPEN INPUT DUALPARM-FILE.
           IF PARM-CHECK-KEY = "00"
              READ DUALPARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF DP-SAL-THRESHOLD-PCT NUMERIC
                       MOVE DP-SAL-THRESHOLD-PCT TO WS-THRESHOLD-PCT
                    ELSE
                       DISPLAY "SALPOST: DUALPARM.DAT THRESHOLD NOT ",
                          "VALID, 10 PERCENT USED"
                    END-IF
              END-READ
              CLOSE DUALPARM-FILE
           END-IF.
       0105-END.

      *        The history file persists across runs, so the first run
      *        of a new installation has to create it before it can be
      *        opened I-O for keyed writes.
           END-IF.
       0110-END.

      *        The approval queue persists across runs the same way.
       0115-OPEN-PENDAPPR-FILE.
           OPEN I-O PENDAPPR-FILE.
           IF PEND-CHECK-KEY NOT = "00"
              OPEN OUTPUT PENDAPPR-FILE
              IF PEND-CHECK-KEY NOT = "00"
                 DISPLAY "Non-zero file status returned from OPEN ",
                    "PENDAPPR-FILE ", PEND-CHECK-KEY
                 GO TO 9000-END-PROGRAM
              END-IF
              CLOSE PENDAPPR-FILE
              OPEN I-O PENDAPPR-FILE
              IF PEND-CHECK-KEY NOT = "00"
                 DISPLAY "Non-zero file status returned from OPEN ",
                    "PENDAPPR-FILE ", PEND-CHECK-KEY
                 GO TO 9000-END-PROGRAM
              END-IF
           END-IF.
       0115-END.

       0200-PROCESS-TRANS.
           ADD 1 TO WS-RECORDS-READ.
           PERFORM 0210-VALIDATE-TRANS.
           IF VALID-TRANS
              PERFORM 0215-MEASURE-CHANGE
              IF HOLD-FOR-APPROVAL
                 PERFORM 0225-HOLD-TRANS
              ELSE
                 PERFORM 0220-POST-TRANS
              END-IF
           ELSE
              PERFORM 0230-REJECT-TRANS
           END-IF.
           END-IF.
       0210-END.

      *        Measured against the salary in effect on the change's
      *        own effective date: the latest history record on or
      *        before it, else the master salary.
       0215-MEASURE-CHANGE.
           MOVE ZERO TO WS-OLD-SALARY.
           MOVE ZERO TO WS-CHANGE-PCT.
           SET HOLD-FOR-APPROVAL TO TRUE.
           IF EMPFILE-AVAILABLE
              MOVE ST-EMP-ID TO EMPLOYEEID
              READ EMPLOYEEFILE
                 INVALID KEY CONTINUE
                 NOT INVALID KEY
                    MOVE ST-EFF-DATE TO WS-PERIOD-DATE-NUM
                    PERFORM 0940-LOOKUP-EFFECTIVE-SALARY
                    MOVE WS-EFFECTIVE-SALARY TO WS-OLD-SALARY
              END-READ
           END-IF.
           IF WS-OLD-SALARY > ZERO
              IF ST-AMOUNT >= WS-OLD-SALARY
                 COMPUTE WS-CHANGE-PCT ROUNDED =
                    (ST-AMOUNT - WS-OLD-SALARY) * 100 / WS-OLD-SALARY
                    ON SIZE ERROR MOVE 99999.99 TO WS-CHANGE-PCT
                 END-COMPUTE
              ELSE
                 COMPUTE WS-CHANGE-PCT ROUNDED =
                    (WS-OLD-SALARY - ST-AMOUNT) * 100 / WS-OLD-SALARY
              END-IF
              IF WS-CHANGE-PCT NOT > WS-THRESHOLD-PCT
                 SET POST-STRAIGHT-THROUGH TO TRUE
              END-IF
           END-IF.
           MOVE ST-AMOUNT TO WS-SD-NEW-SALARY.
           MOVE WS-OLD-SALARY TO WS-SD-OLD-SALARY.
           MOVE WS-CHANGE-PCT TO WS-SD-CHANGE-PCT.
       0215-END.

       0220-POST-TRANS.
           MOVE ST-EMP-ID TO SH-EMP-ID.
           MOVE ST-EFF-DATE TO SH-EFF-DATE.
           MOVE ST-AMOUNT TO SH-AMOUNT.
           MOVE WS-RUN-DATE TO SH-POST-DATE.
           MOVE ZERO TO SH-RETRO-DATE.
           WRITE SALHIST-RECORD
              INVALID KEY
                 MOVE 'DUPLICATE EMPLOYEE/DATE KEY'
                 PERFORM 0230-REJECT-TRANS
              NOT INVALID KEY
                 ADD 1 TO WS-RECORDS-WRITTEN
                 MOVE 'POSTED' TO AL-EVENT
                 MOVE SPACES TO AL-APPROVED-BY
                 MOVE 'WITHIN THRESHOLD' TO AL-REASON
                 PERFORM 0240-WRITE-APPROVAL-LOG
           END-WRITE.
       0220-END.

      *        A held change that would collide with a history record
      *        already on file is rejected now rather than failing at
      *        release.
       0225-HOLD-TRANS.
           MOVE ST-EMP-ID TO SH-EMP-ID.
           MOVE ST-EFF-DATE TO SH-EFF-DATE.
           READ SALHIST-FILE
              INVALID KEY
                 PERFORM 0227-WRITE-PENDING
              NOT INVALID KEY
                 MOVE 'DUPLICATE EMPLOYEE/DATE KEY'
                    TO WS-REJECT-REASON
                 PERFORM 0230-REJECT-TRANS
           END-READ.
       0225-END.

       0227-WRITE-PENDING.
           MOVE SPACES TO PENDAPPR-RECORD.
           MOVE 'S' TO PQ-TYPE.
           MOVE ST-EMP-ID TO PQ-EMP-ID.
           MOVE ST-EFF-DATE TO PQ-EFF-DATE.
           MOVE WS-OPERATOR-ID TO PQ-ENTERED-BY.
           MOVE WS-RUN-DATE TO PQ-ENTRY-DATE.
           MOVE WS-SALARY-DETAIL TO PQ-DETAIL.
           WRITE PENDAPPR-RECORD
              INVALID KEY
                 MOVE 'ALREADY AWAITING APPROVAL'
                    TO WS-REJECT-REASON
                 PERFORM 0230-REJECT-TRANS
              NOT INVALID KEY
                 ADD 1 TO WS-HELD-COUNT
                 MOVE 'HELD' TO AL-EVENT
                 MOVE SPACES TO AL-APPROVED-BY
                 IF WS-OLD-SALARY = ZERO
                    MOVE 'NO CURRENT SALARY' TO AL-REASON
                 ELSE
                    MOVE 'OVER THRESHOLD' TO AL-REASON
                 END-IF
                 PERFORM 0240-WRITE-APPROVAL-LOG
           END-WRITE.
       0227-END.

       0230-REJECT-TRANS.
           MOVE SPACES TO SALTREJ-LINE.
           MOVE SALTRANS-RAW TO REJ-RAW-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
       0230-END.

      *        The caller sets AL-EVENT, AL-APPROVED-BY and AL-REASON.
       0240-WRITE-APPROVAL-LOG.
           MOVE WS-RUN-DATE TO AL-EVENT-DATE.
           MOVE 'SALPOST' TO AL-PROGRAM-ID.
           MOVE 'S' TO AL-TYPE.
           MOVE ST-EMP-ID TO AL-EMP-ID.
           MOVE ST-EFF-DATE TO AL-EFF-DATE.
           MOVE WS-OPERATOR-ID TO AL-ENTERED-BY.
           MOVE WS-RUN-DATE TO AL-ENTRY-DATE.
           MOVE WS-SALARY-DETAIL TO AL-DETAIL.
           WRITE APPROVAL-LOG-RECORD.
           IF APPRLOG-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "APPROVAL-LOG-RECORD ", APPRLOG-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
       0240-END.

       COPY SALHISTPR.

       COPY OPERPR.

       9000-END-PROGRAM.
           OPEN EXTEND AUDITLOG-FILE.
           IF AUDIT-CHECK-KEY NOT = "00"
           MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
           MOVE WS-RECORDS-WRITTEN TO AUDIT-RECORDS-WRITTEN.
           MOVE WS-REJECT-COUNT TO AUDIT-RECORDS-REJECTED.
           MOVE WS-AUDIT-EVENT TO AUDIT-EVENT.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDITLOG-FILE.

