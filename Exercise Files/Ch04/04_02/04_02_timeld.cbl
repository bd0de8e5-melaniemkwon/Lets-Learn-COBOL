       IDENTIFICATION DIVISION.
       PROGRAM-ID. TIMELD.
      * VALIDATE THE PERIOD'S TIME CARDS FROM TIMECARD.DAT AND BUILD
      * THE INDEXED TIME-CARD FILE (TIMEIDX.DAT, RECORD KEY
      * EMPLOYEEID) PAYCALC PAYS HOURLY EMPLOYEES FROM. EACH CARD
      * CARRIES THE PERIOD-ENDING DATE AND THE REGULAR, OVERTIME AND
      * HOLIDAY HOURS FOR ONE EMPLOYEE. THE PERIOD IS TAKEN FROM
      * PAYPARMS.DAT THE WAY PAYCALC TAKES IT (THE RUN DATE WITHOUT
      * ONE), AND RUN BEFORE PAYCALC. A CARD IS REJECTED TO
      * TIMEREJ.DAT WHEN ITS EMPLOYEEID, DATE OR HOURS ARE BAD, WHEN
      * IT IS FOR ANOTHER PERIOD, WHEN THE EMPLOYEE IS NOT ON
      * EMPIDX.DAT, IS TERMINATED OR ON LEAVE ON EMPSTIDX.DAT, OR IS
      * NOT HOURLY ON PAYTYIDX.DAT, WHEN THE HOURS ADD UP TO NONE OR
      * TO MORE THAN THE PERIOD HOLDS, OR WHEN THE EMPLOYEE ALREADY
      * HAS A CARD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TIMECARD-FILE ASSIGN TO "TIMECARD.DAT"
        FILE STATUS IS CARD-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT TIMECARD-IDX-FILE ASSIGN TO "TIMEIDX.DAT"
        FILE STATUS IS TIME-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS TI-EMP-ID.

       SELECT TIMEREJ-FILE ASSIGN TO "TIMEREJ.DAT"
        FILE STATUS IS REJECT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PAYPARMS-FILE ASSIGN TO "PAYPARMS.DAT"
        FILE STATUS IS PAYPARM-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT EMPLOYEEFILE ASSIGN TO "EMPIDX.DAT"
        FILE STATUS IS FILE-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EMPLOYEEID
        ALTERNATE RECORD KEY IS LASTNAME
           WITH DUPLICATES.

       SELECT EMPSTAT-FILE ASSIGN TO "EMPSTIDX.DAT"
        FILE STATUS IS EMPSTAT-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EST-EMP-ID.

       SELECT PAYTYPE-FILE ASSIGN TO "PAYTYIDX.DAT"
        FILE STATUS IS PAYTY-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PT-EMP-ID.

       SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG.DAT"
        FILE STATUS IS AUDIT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TIMECARD-FILE.
       01 TIMECARD-RECORD.
           88 ENDOFFILE VALUE HIGH-VALUES.
           05 TC-EMP-ID             PIC 9(7).
           05 TC-PERIOD-DATE.
              10 TC-PERIOD-YYYY     PIC 9(4).
              10 TC-PERIOD-MM       PIC 9(2).
              10 TC-PERIOD-DD       PIC 9(2).
           05 TC-REG-HOURS          PIC 9(3)V99.
           05 TC-OT-HOURS           PIC 9(3)V99.
           05 TC-HOL-HOURS          PIC 9(3)V99.
       01 TIMECARD-RAW REDEFINES TIMECARD-RECORD PIC X(30).

       FD TIMECARD-IDX-FILE.
       01 TIMEIDX-RECORD.
           05 TI-EMP-ID             PIC 9(7).
           05 TI-PERIOD-DATE        PIC 9(8).
           05 TI-REG-HOURS          PIC 9(3)V99.
           05 TI-OT-HOURS           PIC 9(3)V99.
           05 TI-HOL-HOURS          PIC 9(3)V99.

       FD TIMEREJ-FILE.
       01 TIMEREJ-LINE.
           05 REJ-RAW-RECORD        PIC X(30).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 REJ-REASON            PIC X(30).

       FD PAYPARMS-FILE.
       01 PAYPARM-RECORD.
           05 PPARM-PAY-PERIOD      PIC 9(2).
           05 PPARM-PERIOD-YYYY     PIC 9(4).
           05 PPARM-PERIOD-MM       PIC 9(2).
           05 PPARM-PERIOD-DD       PIC 9(2).
           05 PPARM-OVERRIDE        PIC X.

       FD EMPLOYEEFILE.
       01 EMPDETAILS.
           02 EMPLOYEEID            PIC 9(7).
           02 EMPLOYEENAME.
               03 LASTNAME          PIC X(10).
               03 FIRSTNAME         PIC X(10).
           02 STARTDATE.
               03 START-YEAR        PIC 9(4).
               03 START-MONTH       PIC 9(2).
               03 START-DAY         PIC 9(2).
           02 SALARY                PIC 9(9).
           02 GENDER                PIC X.

       FD EMPSTAT-FILE.
       01 EMPSTAT-RECORD.
           05 EST-EMP-ID            PIC 9(7).
           05 EST-STATUS            PIC X.
           05 EST-EFF-DATE          PIC 9(8).

       FD PAYTYPE-FILE.
       01 PAYTYPE-RECORD.
           05 PT-EMP-ID             PIC 9(7).
           05 PT-PAY-TYPE           PIC X.
              88 PT-HOURLY              VALUE 'H'.
           05 PT-HOURLY-RATE        PIC 9(3)V99.

       FD AUDITLOG-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  CARD-CHECK-KEY       PIC X(2).
           05  TIME-CHECK-KEY       PIC X(2).
           05  REJECT-CHECK-KEY     PIC X(2).
           05  PAYPARM-CHECK-KEY    PIC X(2).
           05  FILE-CHECK-KEY       PIC X(2).
           05  PAYTY-CHECK-KEY      PIC X(2).
           05  WS-PAYTY-AVAIL-SW    PIC X VALUE 'N'.
               88  PAYTY-AVAILABLE        VALUE 'Y'.
           05  AUDIT-CHECK-KEY      PIC X(2).
           05  WS-AUDIT-EVENT       PIC X(8) VALUE 'ENDRUN'.
           05  WS-RECORDS-READ      PIC 9(9) VALUE ZERO.
           05  WS-RECORDS-WRITTEN   PIC 9(9) VALUE ZERO.
           05  WS-REJECT-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-REJECT-REASON     PIC X(30).
           05  WS-VALID-SW          PIC X.
               88  VALID-CARD             VALUE 'Y'.
               88  INVALID-CARD           VALUE 'N'.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(4).
           05  WS-RUN-MM            PIC 9(2).
           05  WS-RUN-DD            PIC 9(2).

      *        The period the cards must be for, from PAYPARMS.DAT the
      *        way PAYCALC reads it, so the two runs agree on it.
       01  WS-PERIOD-AREAS.
           05  WS-PERIOD-DATE.
               10  WS-PERIOD-YYYY   PIC 9(4).
               10  WS-PERIOD-MM     PIC 9(2).
               10  WS-PERIOD-DD     PIC 9(2).
           05  WS-PERIOD-DATE-NUM   PIC 9(8).
           05  WS-CARD-DATE-NUM     PIC 9(8).

      *        Fourteen days of twenty-four hours is the most a
      *        biweekly period can hold.
       01  WS-HOURS-AREAS.
           05  WS-CARD-HOURS        PIC 9(4)V99.
           05  WS-MAX-PERIOD-HOURS  PIC 9(4)V99 VALUE 336.00.

       COPY EMPSTWS.

       PROCEDURE DIVISION.
       0100-LOAD-TIMECARDS.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-YYYY TO WS-PERIOD-YYYY.
           MOVE WS-RUN-MM TO WS-PERIOD-MM.
           MOVE WS-RUN-DD TO WS-PERIOD-DD.
           PERFORM 0105-READ-PAY-PARMS.
           COMPUTE WS-PERIOD-DATE-NUM =
              WS-PERIOD-YYYY * 10000
              + WS-PERIOD-MM * 100 + WS-PERIOD-DD.

           OPEN INPUT TIMECARD-FILE
           IF CARD-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "TIMECARD-FILE ", CARD-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN INPUT EMPLOYEEFILE
           IF FILE-CHECK-KEY NOT = "00"
              DISPLAY "TIMELD REFUSED: EMPIDX.DAT NOT AVAILABLE"
              CLOSE TIMECARD-FILE
              MOVE 'REFUSED' TO WS-AUDIT-EVENT
              MOVE 8 TO RETURN-CODE
              GO TO 9000-END-PROGRAM
           END-IF.
      *        The status file is optional the way it is to PAYCALC:
      *        with no EMPSTIDX.DAT every employee is active. With no
      *        PAYTYIDX.DAT nobody is hourly, so every card rejects.
           OPEN INPUT EMPSTAT-FILE.
           IF EMPSTAT-CHECK-KEY = "00"
              MOVE 'Y' TO WS-EMPSTAT-AVAIL-SW
           ELSE
              MOVE 'N' TO WS-EMPSTAT-AVAIL-SW
           END-IF.
           OPEN INPUT PAYTYPE-FILE.
           IF PAYTY-CHECK-KEY = "00"
              MOVE 'Y' TO WS-PAYTY-AVAIL-SW
           ELSE
              DISPLAY "TIMELD NO PAYTYIDX.DAT, NO EMPLOYEE IS HOURLY"
           END-IF.
           OPEN OUTPUT TIMECARD-IDX-FILE
           IF TIME-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "TIMECARD-IDX-FILE ", TIME-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN OUTPUT TIMEREJ-FILE
           IF REJECT-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "TIMEREJ-FILE ", REJECT-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.

           DISPLAY "TIMELD PERIOD ENDING " WS-PERIOD-MM "/"
              WS-PERIOD-DD "/" WS-PERIOD-YYYY.
           READ TIMECARD-FILE
              AT END SET ENDOFFILE TO TRUE
           END-READ.
           PERFORM 0200-PROCESS-CARD UNTIL ENDOFFILE.

           DISPLAY "TIMELD CARDS READ       = " WS-RECORDS-READ.
           DISPLAY "TIMELD CARDS LOADED     = " WS-RECORDS-WRITTEN.
           DISPLAY "TIMELD CARDS REJECTED   = " WS-REJECT-COUNT.
           CLOSE TIMECARD-FILE, EMPLOYEEFILE, TIMECARD-IDX-FILE,
                 TIMEREJ-FILE.
           IF EMPSTAT-AVAILABLE
              CLOSE EMPSTAT-FILE
           END-IF.
           IF PAYTY-AVAILABLE
              CLOSE PAYTYPE-FILE
           END-IF.

           PERFORM 9000-END-PROGRAM.
       0100-END.

       0105-READ-PAY-PARMS.
           OPEN INPUT PAYPARMS-FILE.
           IF PAYPARM-CHECK-KEY = "00"
              READ PAYPARMS-FILE
                 AT END CONTINUE
                 NOT AT END
                    MOVE PPARM-PERIOD-YYYY TO WS-PERIOD-YYYY
                    MOVE PPARM-PERIOD-MM TO WS-PERIOD-MM
                    MOVE PPARM-PERIOD-DD TO WS-PERIOD-DD
              END-READ
              CLOSE PAYPARMS-FILE
           END-IF.
       0105-END.

       0200-PROCESS-CARD.
           ADD 1 TO WS-RECORDS-READ.
           PERFORM 0210-VALIDATE-CARD.
           IF VALID-CARD
              PERFORM 0220-CHECK-EMPLOYEE
           END-IF.
           IF VALID-CARD
              MOVE TC-EMP-ID TO TI-EMP-ID
              MOVE WS-CARD-DATE-NUM TO TI-PERIOD-DATE
              MOVE TC-REG-HOURS TO TI-REG-HOURS
              MOVE TC-OT-HOURS TO TI-OT-HOURS
              MOVE TC-HOL-HOURS TO TI-HOL-HOURS
              WRITE TIMEIDX-RECORD
                 INVALID KEY
                    MOVE 'DUPLICATE TIME CARD' TO WS-REJECT-REASON
                    PERFORM 0230-REJECT-CARD
                 NOT INVALID KEY
                    ADD 1 TO WS-RECORDS-WRITTEN
              END-WRITE
           ELSE
              PERFORM 0230-REJECT-CARD
           END-IF.
           READ TIMECARD-FILE
              AT END SET ENDOFFILE TO TRUE
           END-READ.
       0200-END.

      *        The card on its own: a good id and date for this
      *        period, and hours that are numeric, add up to some
      *        time, and fit inside the period.
       0210-VALIDATE-CARD.
           SET VALID-CARD TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF TC-EMP-ID NOT NUMERIC OR TC-EMP-ID = ZERO
              SET INVALID-CARD TO TRUE
              MOVE 'INVALID EMPLOYEEID' TO WS-REJECT-REASON
           ELSE IF TC-PERIOD-YYYY NOT NUMERIC
              OR TC-PERIOD-MM NOT NUMERIC
              OR TC-PERIOD-DD NOT NUMERIC
              OR TC-PERIOD-MM < 1 OR TC-PERIOD-MM > 12
              OR TC-PERIOD-DD < 1 OR TC-PERIOD-DD > 31
              SET INVALID-CARD TO TRUE
              MOVE 'INVALID PERIOD DATE' TO WS-REJECT-REASON
           ELSE IF TC-REG-HOURS NOT NUMERIC
              OR TC-OT-HOURS NOT NUMERIC
              OR TC-HOL-HOURS NOT NUMERIC
              SET INVALID-CARD TO TRUE
              MOVE 'HOURS NOT NUMERIC' TO WS-REJECT-REASON
           END-IF.
           IF VALID-CARD
              COMPUTE WS-CARD-DATE-NUM =
                 TC-PERIOD-YYYY * 10000
                 + TC-PERIOD-MM * 100 + TC-PERIOD-DD
              COMPUTE WS-CARD-HOURS =
                 TC-REG-HOURS + TC-OT-HOURS + TC-HOL-HOURS
              IF WS-CARD-DATE-NUM NOT = WS-PERIOD-DATE-NUM
                 SET INVALID-CARD TO TRUE
                 MOVE 'NOT FOR THIS PAY PERIOD' TO WS-REJECT-REASON
              ELSE IF WS-CARD-HOURS = ZERO
                 SET INVALID-CARD TO TRUE
                 MOVE 'NO HOURS REPORTED' TO WS-REJECT-REASON
              ELSE IF WS-CARD-HOURS > WS-MAX-PERIOD-HOURS
                 SET INVALID-CARD TO TRUE
                 MOVE 'IMPOSSIBLE HOURS FOR PERIOD'
                    TO WS-REJECT-REASON
              END-IF
           END-IF.
       0210-END.

      *        The card against the files: the employee is on the
      *        master, is neither terminated nor on leave -- PAYCALC
      *        would not pay the hours -- and is paid hourly.
       0220-CHECK-EMPLOYEE.
           MOVE TC-EMP-ID TO EMPLOYEEID.
           READ EMPLOYEEFILE
              INVALID KEY
                 SET INVALID-CARD TO TRUE
                 MOVE 'EMPLOYEE NOT ON MASTER' TO WS-REJECT-REASON
           END-READ.
           IF VALID-CARD
              PERFORM 0950-LOOKUP-EMP-STATUS
              IF EMP-TERMINATED
                 SET INVALID-CARD TO TRUE
                 MOVE 'EMPLOYEE TERMINATED' TO WS-REJECT-REASON
              ELSE IF EMP-ON-LEAVE
                 SET INVALID-CARD TO TRUE
                 MOVE 'EMPLOYEE ON UNPAID LEAVE' TO WS-REJECT-REASON
              ELSE IF EMP-PAID-LEAVE
                 SET INVALID-CARD TO TRUE
                 MOVE 'EMPLOYEE ON PAID LEAVE' TO WS-REJECT-REASON
              END-IF
           END-IF.
           IF VALID-CARD
              MOVE SPACE TO PT-PAY-TYPE
              IF PAYTY-AVAILABLE
                 MOVE TC-EMP-ID TO PT-EMP-ID
                 READ PAYTYPE-FILE
                    INVALID KEY MOVE SPACE TO PT-PAY-TYPE
                 END-READ
              END-IF
              IF NOT PT-HOURLY
                 SET INVALID-CARD TO TRUE
                 MOVE 'NOT AN HOURLY EMPLOYEE' TO WS-REJECT-REASON
              END-IF
           END-IF.
       0220-END.

       0230-REJECT-CARD.
           MOVE SPACES TO TIMEREJ-LINE.
           MOVE TIMECARD-RAW TO REJ-RAW-RECORD.
           MOVE WS-REJECT-REASON TO REJ-REASON.
           WRITE TIMEREJ-LINE.
           IF REJECT-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "TIMEREJ-LINE ", REJECT-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           ADD 1 TO WS-REJECT-COUNT.
       0230-END.

       COPY EMPSTPR.

       9000-END-PROGRAM.
           OPEN EXTEND AUDITLOG-FILE.
           IF AUDIT-CHECK-KEY NOT = "00"
              OPEN OUTPUT AUDITLOG-FILE
           END-IF.
           MOVE 'TIMELD' TO AUDIT-PROGRAM-ID.
           MOVE WS-RUN-YYYY TO AUDIT-RUN-YYYY.
           MOVE WS-RUN-MM TO AUDIT-RUN-MM.
           MOVE WS-RUN-DD TO AUDIT-RUN-DD.
           MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
           MOVE WS-RECORDS-WRITTEN TO AUDIT-RECORDS-WRITTEN.
           MOVE WS-REJECT-COUNT TO AUDIT-RECORDS-REJECTED.
           MOVE WS-AUDIT-EVENT TO AUDIT-EVENT.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDITLOG-FILE.

           IF WS-REJECT-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

          END PROGRAM TIMELD.
