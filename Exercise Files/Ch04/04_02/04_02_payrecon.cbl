      * RE-READS THE MASTER WITH THE SAME VALIDATION AND PROVES
      *   (1) MASTER RECORDS READ MINUS REJECTS = NETPAY.DAT RECORDS,
      *   (2) THE SUM OF NP-GROSS-PAY = THE SUM OF THE PER-PERIOD
      *       GROSS DUE ON EACH VALID SALARY (SALARY / PERIODS), ONCE
      *       THE RETRO PAY CARRIED IN IT (NP-RETRO-PAY) IS TAKEN OUT
      *       -- FOR AN HOURLY EMPLOYEE THE GROSS DUE ON THE PERIOD'S
      *       TIME CARD (TIMEIDX.DAT) AT THE RATE ON PAYTYIDX.DAT, AND
      *       AN HOURLY EMPLOYEE WITH NO CARD IS NOT EXPECTED AT ALL,
      *   (3) PAYREJECTS.DAT CARRIES EXACTLY THE RECORDS THIS PASS
      *       FINDS INVALID, AND
      *   (4) EMPREJECTS.DAT AND PAYREJECTS.DAT AGREE IN COUNT.
      * ANY MISMATCH ENDS WITH RETURN-CODE 8 SO THE BATCH STOPS
      * BEFORE THE BANK FILE GOES OUT. AN OFF-CYCLE NETPAY.DAT FROM
      * PAYSUPP IS NOT DRIVEN BY THE MASTER, SO IT IS PASSED OVER
      * WITH RETURN-CODE 0; PAYCLOSE STILL PROVES ITS MONEY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        ACCESS MODE IS RANDOM
        RECORD KEY IS EST-EMP-ID.

       SELECT PAYTYPE-FILE ASSIGN TO "PAYTYIDX.DAT"
        FILE STATUS IS PAYTY-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PT-EMP-ID.

       SELECT TIMECARD-FILE ASSIGN TO "TIMEIDX.DAT"
        FILE STATUS IS TIME-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS TI-EMP-ID.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEEFILE.
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 NP-PAY-PERIOD      PIC 9(2).
           05 NP-PERIOD-DATE     PIC 9(8).
           05 NP-RETRO-PAY       PIC S9(7)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 NP-OFF-CYCLE       PIC X.
              88 NP-IS-OFF-CYCLE     VALUE 'Y'.
           05 NP-EARN-TYPE       PIC X(3).
           05 NP-PAY-TYPE        PIC X.
              88 NP-IS-HOURLY        VALUE 'H'.
           05 NP-HOURLY-RATE     PIC 9(3)V99.
           05 NP-REG-HOURS       PIC 9(3)V99.
           05 NP-OT-HOURS        PIC 9(3)V99.
           05 NP-HOL-HOURS       PIC 9(3)V99.

       FD EMPREJECTS-FILE.
       01 EMPREJECT-LINE.
              10 SH-EMP-ID       PIC 9(7).
              10 SH-EFF-DATE     PIC 9(8).
           05 SH-AMOUNT          PIC 9(9).
           05 SH-POST-DATE       PIC 9(8).
           05 SH-RETRO-DATE      PIC 9(8).

       FD EMPSTAT-FILE.
       01 EMPSTAT-RECORD.
           05 EST-STATUS         PIC X.
           05 EST-EFF-DATE       PIC 9(8).

       FD PAYTYPE-FILE.
       01 PAYTYPE-RECORD.
           05 PT-EMP-ID          PIC 9(7).
           05 PT-PAY-TYPE        PIC X.
              88 PT-HOURLY           VALUE 'H'.
           05 PT-HOURLY-RATE     PIC 9(3)V99.

       FD TIMECARD-FILE.
       01 TIMEIDX-RECORD.
           05 TI-EMP-ID          PIC 9(7).
           05 TI-PERIOD-DATE     PIC 9(8).
           05 TI-REG-HOURS       PIC 9(3)V99.
           05 TI-OT-HOURS        PIC 9(3)V99.
           05 TI-HOL-HOURS       PIC 9(3)V99.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  FILE-CHECK-KEY       PIC X(2).
           05  WS-MASTER-TERMINATED PIC 9(9) VALUE ZERO.
           05  WS-MASTER-UNPAID-LV  PIC 9(9) VALUE ZERO.
           05  WS-MASTER-PAID-LV    PIC 9(9) VALUE ZERO.
           05  WS-MASTER-NO-CARD    PIC 9(9) VALUE ZERO.
           05  WS-NETPAY-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-EREJ-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-PREJ-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-PERIOD-GROSS      PIC 9(9)V99.
           05  WS-EXPECTED-GROSS    PIC 9(13)V99 VALUE ZERO.
           05  WS-ACTUAL-GROSS      PIC 9(13)V99 VALUE ZERO.
           05  WS-RETRO-TOTAL       PIC S9(13)V99 VALUE ZERO.
           05  WS-RETRO-EDIT        PIC $$,$$$,$$$,$$$,$$9.99-.
           05  WS-GROSS-EDIT        PIC $$,$$$,$$$,$$$,$$9.99.

      *        Hourly gross worked the way PAYCALC's
      *        0231-CALC-HOURLY-GROSS works it: hours worked past the
      *        threshold at the overtime factor, holiday hours
      *        straight, each part rounded to the cent on its own.
       01  WS-HOURLY-AREAS.
           05  PAYTY-CHECK-KEY      PIC X(2).
           05  TIME-CHECK-KEY       PIC X(2).
           05  WS-PAYTY-AVAIL-SW    PIC X VALUE 'N'.
               88  PAYTY-AVAILABLE        VALUE 'Y'.
           05  WS-TIME-AVAIL-SW     PIC X VALUE 'N'.
               88  TIME-AVAILABLE         VALUE 'Y'.
           05  WS-PAY-TYPE          PIC X.
               88  PAY-HOURLY             VALUE 'H'.
           05  WS-TIMECARD-SW       PIC X.
               88  TIMECARD-FOUND         VALUE 'Y'.
           05  WS-WORKED-HOURS      PIC 9(3)V99.
           05  WS-STRAIGHT-HOURS    PIC 9(3)V99.
           05  WS-PREMIUM-HOURS     PIC 9(3)V99.
           05  WS-OT-THRESHOLD      PIC 9(3)V99 VALUE 80.00.
           05  WS-OT-FACTOR         PIC 9V9 VALUE 1.5.
           05  WS-REG-PAY           PIC 9(7)V99.
           05  WS-OT-PAY            PIC 9(7)V99.
           05  WS-HOL-PAY           PIC 9(7)V99.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(4).
           05  WS-RUN-MM            PIC 9(2).
       0100-RECONCILE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0103-CHECK-OFF-CYCLE.
           PERFORM 0105-READ-PAY-PARMS.
           PERFORM 0106-OPEN-SALHIST-FILE.
           PERFORM 0107-OPEN-EMPSTAT-FILE.
           PERFORM 0108-OPEN-HOURLY-FILES.
           PERFORM 0110-READ-MASTER-FILE.
           IF PAYTY-AVAILABLE
              CLOSE PAYTYPE-FILE
           END-IF.
           IF TIME-AVAILABLE
              CLOSE TIMECARD-FILE
           END-IF.
           IF SALHIST-AVAILABLE
              CLOSE SALHIST-FILE
           END-IF.

           COMPUTE WS-EXPECTED-WRITTEN =
              WS-MASTER-READ - WS-MASTER-INVALID
              - WS-MASTER-TERMINATED - WS-MASTER-UNPAID-LV
              - WS-MASTER-NO-CARD.

           DISPLAY "PAYRECON: MASTER RECORDS READ = "
              WS-MASTER-READ.
              WS-MASTER-UNPAID-LV.
           DISPLAY "PAYRECON: RECORDS PAID LEAVE  = "
              WS-MASTER-PAID-LV.
           DISPLAY "PAYRECON: HOURLY, NO TIME CARD = "
              WS-MASTER-NO-CARD.
           DISPLAY "PAYRECON: NETPAY RECORDS      = "
              WS-NETPAY-COUNT.
           DISPLAY "PAYRECON: EMPREJECTS RECORDS  = "
                 "COUNTS DISAGREE"
              SET RECON-MISMATCH TO TRUE
           END-IF.
           IF WS-RETRO-TOTAL NOT = ZERO
              MOVE WS-RETRO-TOTAL TO WS-RETRO-EDIT
              DISPLAY "PAYRECON: RETRO PAY EXCLUDED FROM GROSS = "
                 WS-RETRO-EDIT
           END-IF.
           IF WS-ACTUAL-GROSS NOT = WS-EXPECTED-GROSS
              MOVE WS-EXPECTED-GROSS TO WS-GROSS-EDIT
              DISPLAY "PAYRECON: EXPECTED GROSS = " WS-GROSS-EDIT
           PERFORM 9000-END-PROGRAM.
       0100-END.

       0103-CHECK-OFF-CYCLE.
           OPEN INPUT NETPAYFILE.
           IF NETPAY-CHECK-KEY = "00"
              READ NETPAYFILE
                 AT END SET NETPAYATEOF TO TRUE
              END-READ
              CLOSE NETPAYFILE
              IF NOT NETPAYATEOF AND NP-IS-OFF-CYCLE
                 DISPLAY "PAYRECON: NETPAY.DAT IS AN OFF-CYCLE ",
                    "BATCH, NOT RECONCILED TO THE MASTER"
                 MOVE 0 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
              END-IF
           END-IF.
       0103-END.

      *        The same pay-period date PAYCALC ran with, from
      *        PAYPARMS.DAT, defaulted to the run date -- the
      *        effective-dated salary lookup has to see the same date
           END-IF.
       0107-END.

       0108-OPEN-HOURLY-FILES.
           OPEN INPUT PAYTYPE-FILE.
           IF PAYTY-CHECK-KEY = "00"
              MOVE 'Y' TO WS-PAYTY-AVAIL-SW
           ELSE
              MOVE 'N' TO WS-PAYTY-AVAIL-SW
           END-IF.
           OPEN INPUT TIMECARD-FILE.
           IF TIME-CHECK-KEY = "00"
              MOVE 'Y' TO WS-TIME-AVAIL-SW
           ELSE
              MOVE 'N' TO WS-TIME-AVAIL-SW
           END-IF.
       0108-END.

       0110-READ-MASTER-FILE.
           OPEN INPUT EMPLOYEEFILE.
           IF FILE-CHECK-KEY = "00"
                          IF EMP-PAID-LEAVE
                             ADD 1 TO WS-MASTER-PAID-LV
                          ELSE
                             PERFORM 0112-LOOKUP-PAY-TYPE
                             IF PAY-HOURLY AND NOT TIMECARD-FOUND
                                ADD 1 TO WS-MASTER-NO-CARD
                             ELSE
                                IF PAY-HOURLY
                                   PERFORM 0114-CALC-HOURLY-GROSS
                                ELSE
                                   PERFORM 0940-LOOKUP-EFFECTIVE-SALARY
                                   COMPUTE WS-PERIOD-GROSS ROUNDED =
                                      WS-EFFECTIVE-SALARY
                                      / WS-PERIODS-PER-YEAR
                                END-IF
                                ADD WS-PERIOD-GROSS
                                   TO WS-EXPECTED-GROSS
                             END-IF
                          END-IF
                       END-IF
                    END-IF
           END-IF.
       0110-END.

      *        Pay type and this period's time card, the way PAYCALC
      *        looks them up.
       0112-LOOKUP-PAY-TYPE.
           MOVE 'S' TO WS-PAY-TYPE.
           MOVE 'N' TO WS-TIMECARD-SW.
           IF PAYTY-AVAILABLE
              MOVE EMPLOYEEID TO PT-EMP-ID
              READ PAYTYPE-FILE
                 NOT INVALID KEY MOVE PT-PAY-TYPE TO WS-PAY-TYPE
              END-READ
           END-IF.
           IF PAY-HOURLY AND TIME-AVAILABLE
              MOVE EMPLOYEEID TO TI-EMP-ID
              READ TIMECARD-FILE
                 NOT INVALID KEY
                    IF TI-PERIOD-DATE = WS-PERIOD-DATE-NUM
                       MOVE 'Y' TO WS-TIMECARD-SW
                    END-IF
              END-READ
           END-IF.
       0112-END.

       0114-CALC-HOURLY-GROSS.
           COMPUTE WS-WORKED-HOURS = TI-REG-HOURS + TI-OT-HOURS.
           IF WS-WORKED-HOURS > WS-OT-THRESHOLD
              MOVE WS-OT-THRESHOLD TO WS-STRAIGHT-HOURS
              COMPUTE WS-PREMIUM-HOURS =
                 WS-WORKED-HOURS - WS-OT-THRESHOLD
           ELSE
              MOVE WS-WORKED-HOURS TO WS-STRAIGHT-HOURS
              MOVE ZERO TO WS-PREMIUM-HOURS
           END-IF.
           COMPUTE WS-REG-PAY ROUNDED =
              WS-STRAIGHT-HOURS * PT-HOURLY-RATE.
           COMPUTE WS-OT-PAY ROUNDED =
              WS-PREMIUM-HOURS * PT-HOURLY-RATE * WS-OT-FACTOR.
           COMPUTE WS-HOL-PAY ROUNDED =
              TI-HOL-HOURS * PT-HOURLY-RATE.
           COMPUTE WS-PERIOD-GROSS =
              WS-REG-PAY + WS-OT-PAY + WS-HOL-PAY.
       0114-END.

       0120-COUNT-NETPAY-FILE.
           OPEN INPUT NETPAYFILE.
           IF NETPAY-CHECK-KEY = "00"
              END-READ
              PERFORM UNTIL NETPAYATEOF
                 ADD 1 TO WS-NETPAY-COUNT
                 COMPUTE WS-ACTUAL-GROSS = WS-ACTUAL-GROSS
                    + NP-GROSS-PAY - NP-RETRO-PAY
                 ADD NP-RETRO-PAY TO WS-RETRO-TOTAL
                 READ NETPAYFILE
                    AT END SET NETPAYATEOF TO TRUE
                 END-READ
