      *       TIED BACK TO THE PERIOD'S NETPAY GROSS WITH THE CREDITS
      *       TIED TO THE TAX / BENEFIT / DEDUCTION / NET COMPONENTS,
      *   (4) PAYYTD.DAT MOVED BY EXACTLY THIS PERIOD: EVERY NETPAY
      *       EMPLOYEE'S YTD-LAST-PERIOD MUST SHOW THE PERIOD APPLIED,
      *   (5) THE PERIOD'S CHECK REGISTER (CHECKREG.DAT, WRITTEN BY
      *       PAYCHECK) AGAINST BT-EXCP-NET: EVERY PAY-BY-CHECK AND
      *       ZERO/NEGATIVE EXCEPTION ACCOUNTED FOR, NET OF VOIDS.
      * A CLOSE CERTIFICATE LISTING EVERY TOTAL GOES TO PAYCLOSE.DAT.
      * ON SUCCESS THE PERIOD IS MARKED CLOSED IN PAYCTL.DAT, WHICH
      * LOCKS IT AGAINST ANY FURTHER EMPLOYEE OR PAYCALC RUN; ANY
      * MISMATCH ENDS WITH RETURN-CODE 8 AND NO LOCK. AN OFF-CYCLE
      * NETPAY.DAT FROM PAYSUPP IS PROVED THE SAME WAY, EXCEPT THAT
      * (4) ONLY ASKS FOR A YTD RECORD IN THE BATCH'S YEAR, AND ON
      * SUCCESS THE BATCH IS LOGGED CLOSED ON SUPPCTL.DAT -- THE
      * REGULAR PERIOD'S FLAGS ON PAYCTL.DAT ARE NOT TOUCHED. BEFORE
      * EITHER KIND IS MARKED CLOSED ITS NETPAY.DAT RECORDS ARE LOADED
      * INTO THE PERMANENT PAY HISTORY (PAYHIST.DAT), KEYED BY
      * EMPLOYEE, YEAR AND PAY PERIOD WITH THE PAY DATE AND A
      * SEQUENCE SEPARATING OFF-CYCLE PAYMENTS IN THE SAME PERIOD; A
      * PAYMENT ALREADY LOADED IS NOT LOADED AGAIN, SO A CLOSE THAT
      * STOPPED PART WAY THROUGH THE LOAD FINISHES IT WHEN RERUN, AND
      * A HISTORY FILE THAT CANNOT BE WRITTEN LEAVES THE PERIOD OPEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        FILE STATUS IS CTL-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CHECKREG-FILE ASSIGN TO "CHECKREG.DAT"
        FILE STATUS IS CHKREG-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SUPPCTL-FILE ASSIGN TO "SUPPCTL.DAT"
        FILE STATUS IS SUPPCTL-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PAYHIST-FILE ASSIGN TO "PAYHIST.DAT"
        FILE STATUS IS HIST-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PH-KEY
        ALTERNATE RECORD KEY IS PH-RUN-KEY
           WITH DUPLICATES.

       SELECT CERT-FILE ASSIGN TO "PAYCLOSE.DAT"
        FILE STATUS IS CERT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.
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

       FD BANKFILE.
       01 BANK-HEADER-RECORD.
           05 YTD-GARNISH        PIC 9(9)V99.
           05 YTD-NET-PAY        PIC S9(11)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 YTD-RETRO-PAY      PIC S9(9)V99
              SIGN IS TRAILING SEPARATE CHARACTER.

       FD PAYCTL-FILE.
       01 PAYCTL-RECORD.
           05 CTL-PAY-DATE       PIC 9(8).
           05 CTL-CLOSED         PIC X.
           05 CTL-CLOSE-DATE     PIC X(8).
           05 CTL-PERIOD-DATE    PIC X(8).

       FD CHECKREG-FILE.
       01 CHECKREG-RECORD.
           88 CHKREGATEOF VALUE HIGH-VALUES.
           05 CR-ACTION          PIC X.
           05 CR-CHECK-NO        PIC 9(8).
           05 CR-EMP-ID          PIC 9(7).
           05 CR-LASTNAME        PIC X(10).
           05 CR-FIRSTNAME       PIC X(10).
           05 CR-AMOUNT          PIC S9(9)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 CR-PAY-PERIOD      PIC 9(2).
           05 CR-PERIOD-DATE     PIC 9(8).
           05 CR-RUN-DATE        PIC 9(8).
           05 CR-ORIG-CHECK-NO   PIC 9(8).
           05 CR-REASON          PIC X(30).
           05 CR-ORIGIN          PIC X.
              88 CR-PERIOD-EXCEPTION  VALUE 'P'.

      *        The supplemental batch log PAYSUPP keeps; a 'C'
      *        record closes the batch paid on SC-PAY-DATE.
       FD SUPPCTL-FILE.
       01 SUPPCTL-RECORD.
           88 SUPPCTLATEOF VALUE HIGH-VALUES.
           05 SC-STATUS          PIC X.
           05 SC-BATCH-ID        PIC X(8).
           05 SC-PAY-DATE        PIC 9(8).
           05 SC-PAY-PERIOD      PIC 9(2).
           05 SC-RUN-DATE        PIC 9(8).
           05 SC-PAID-COUNT      PIC 9(7).
           05 SC-TOTAL-NET       PIC S9(11)V99
              SIGN IS TRAILING SEPARATE CHARACTER.

      *        One record per NETPAY.DAT record of every closed run.
      *        PH-RUN-KEY finds a whole run; PH-NETPAY is the NETPAY
      *        record exactly as it was paid.
       FD PAYHIST-FILE.
       01 PAYHIST-RECORD.
           05 PH-KEY.
              10 PH-EMP-ID       PIC 9(7).
              10 PH-YEAR         PIC 9(4).
              10 PH-PAY-PERIOD   PIC 9(2).
              10 PH-PAY-DATE     PIC 9(8).
              10 PH-SEQ          PIC 9(2).
           05 PH-RUN-KEY.
              10 PH-RUN-YEAR     PIC 9(4).
              10 PH-RUN-PERIOD   PIC 9(2).
              10 PH-RUN-DATE     PIC 9(8).
           05 PH-OFF-CYCLE       PIC X.
           05 PH-CLOSE-DATE      PIC 9(8).
           05 PH-REVERSED        PIC X.
              88 PH-IS-REVERSED      VALUE 'Y'.
           05 PH-REVERSED-DATE   PIC 9(8).
           05 PH-NETPAY          PIC X(149).

       FD CERT-FILE.
       01 CERT-LINE              PIC X(132).
           05  GLPOST-CHECK-KEY     PIC X(2).
           05  YTD-CHECK-KEY        PIC X(2).
           05  CTL-CHECK-KEY        PIC X(2).
           05  CHKREG-CHECK-KEY     PIC X(2).
           05  CERT-CHECK-KEY       PIC X(2).
           05  SUPPCTL-CHECK-KEY    PIC X(2).
           05  HIST-CHECK-KEY       PIC X(2).
           05  AUDIT-CHECK-KEY      PIC X(2).
           05  WS-HIST-WRITTEN      PIC 9(9) VALUE ZERO.
           05  WS-HIST-SEQ-SW       PIC X.
               88  HIST-SEQ-FREE          VALUE 'Y'.
           05  WS-HIST-LOADED-SW    PIC X.
               88  PAYMENT-ALREADY-IN-HISTORY VALUE 'Y'.
           05  WS-HIST-SKIPPED      PIC 9(9) VALUE ZERO.
           05  WS-CLOSE-PERIOD      PIC 9(2) VALUE ZERO.
           05  WS-CLOSE-PERIOD-DATE PIC 9(8) VALUE ZERO.
           05  WS-CLOSE-OFF-CYCLE   PIC X VALUE 'N'.
               88  CLOSING-OFF-CYCLE      VALUE 'Y'.
           05  WS-CLOSE-BATCH-ID    PIC X(8) VALUE SPACES.
           05  WS-NP-YEAR           PIC 9(4).
           05  WS-AUDIT-EVENT       PIC X(8) VALUE 'ENDRUN'.
           05  WS-RUN-DATE-NUM      PIC 9(8) VALUE ZERO.
           05  WS-MISMATCH-SW       PIC X VALUE 'N'.
               88  CLOSE-MISMATCH         VALUE 'Y'.

      *        How many times each employee has come up so far in
      *        the NETPAY.DAT being loaded: the Nth payment to an
      *        employee in the run is the Nth standing history record
      *        under that employee, year, period and pay date.
       01  WS-HIST-OCC-AREAS.
           05  WS-OCC-COUNT         PIC 9(5) VALUE ZERO.
           05  WS-OCC-MAX           PIC 9(5) VALUE 05000.
           05  WS-OCC-IDX           PIC 9(5).
           05  WS-OCC-NUM           PIC 9(3).
           05  WS-STANDING-COUNT    PIC 9(3).
           05  WS-OCC-ENTRY OCCURS 5000 TIMES.
               10  WS-OCC-EMP-ID    PIC 9(7).
               10  WS-OCC-TIMES     PIC 9(3).

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(4).
           05  WS-RUN-MM            PIC 9(2).
           05  WS-BANK-TRL-SW       PIC X VALUE 'N'.
               88  BANK-TRAILER-SEEN      VALUE 'Y'.

       01  WS-CHECK-TOTALS.
           05  WS-CHKREG-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-CHKREG-NET        PIC S9(13)V99 VALUE ZERO.

       01  WS-GL-TOTALS.
           05  WS-GL-DEBIT-SUM      PIC S9(13)V99 VALUE ZERO.
           05  WS-GL-CREDIT-SUM     PIC S9(13)V99 VALUE ZERO.
               88  GL-TRAILER-SEEN        VALUE 'Y'.

       01  CERT-HEADER-LINE.
           05 CH-TITLE          PIC X(26).
           05 FILLER            PIC X(8)  VALUE 'PERIOD: '.
           05 CH-PERIOD         PIC 99.
           05 FILLER            PIC X(2)  VALUE SPACES.

           PERFORM 0200-TOTAL-NETPAY.
           PERFORM 0300-TOTAL-BANKFILE.
           PERFORM 0350-TOTAL-CHECKREG.
           PERFORM 0400-TOTAL-GLPOST.
           PERFORM 0500-BALANCE-AND-CERTIFY.

              MOVE 'REFUSED' TO WS-AUDIT-EVENT
              MOVE 8 TO RETURN-CODE
           ELSE
              PERFORM 0700-LOAD-PAY-HISTORY
              IF CLOSING-OFF-CYCLE
                 PERFORM 0610-CLOSE-SUPP-BATCH THRU 0610-END
                 DISPLAY "PAYCLOSE: OFF-CYCLE BATCH PAID "
                    WS-CLOSE-PERIOD-DATE " BALANCED AND CLOSED"
              ELSE
                 PERFORM 0600-LOCK-PERIOD
                 DISPLAY "PAYCLOSE: PERIOD " WS-CLOSE-PERIOD
                    " BALANCED AND CLOSED"
              END-IF
              MOVE 'CLOSED' TO WS-AUDIT-EVENT
           END-IF.

                 GO TO 9000-END-PROGRAM
              END-IF
              MOVE NP-PAY-PERIOD TO WS-CLOSE-PERIOD
              MOVE NP-PERIOD-DATE TO WS-CLOSE-PERIOD-DATE
              IF NP-IS-OFF-CYCLE
                 MOVE 'Y' TO WS-CLOSE-OFF-CYCLE
              END-IF
              PERFORM 0210-TOTAL-ONE-NETPAY UNTIL ENDOFFILE
              CLOSE NETPAYFILE
              IF YTD-CHECK-KEY = "00"
                 INVALID KEY
                    ADD 1 TO WS-YTD-MISMATCHES
                 NOT INVALID KEY
      *        Off-cycle pay never moves YTD-LAST-PERIOD; the proof
      *        is that the year-to-date is carrying the batch's year.
                    IF NP-IS-OFF-CYCLE
                       DIVIDE NP-PERIOD-DATE BY 10000
                          GIVING WS-NP-YEAR
                       IF YTD-YEAR NOT = WS-NP-YEAR
                          ADD 1 TO WS-YTD-MISMATCHES
                       END-IF
                    ELSE
                       IF YTD-LAST-PERIOD NOT = NP-PAY-PERIOD
                          ADD 1 TO WS-YTD-MISMATCHES
                       END-IF
                    END-IF
              END-READ
           END-IF.
           END-READ.
       0310-END.

      *        The register is PAYCHECK's running history across
      *        periods; only this period's events count, and only
      *        those raised from the period's own bank exceptions --
      *        checks paying returned deposits are not part of
      *        BT-EXCP-NET. A period with no exceptions needs no
      *        register at all.
       0350-TOTAL-CHECKREG.
           OPEN INPUT CHECKREG-FILE.
           IF CHKREG-CHECK-KEY NOT = "00"
              IF WS-BANK-TRL-EXCP NOT = ZERO
                 DISPLAY "PAYCLOSE: CHECKREG.DAT NOT AVAILABLE, ",
                    "CHECK PROOF FAILS"
              END-IF
           ELSE
              READ CHECKREG-FILE
                 AT END SET CHKREGATEOF TO TRUE
              END-READ
              PERFORM 0360-TOTAL-ONE-CHECK UNTIL CHKREGATEOF
              CLOSE CHECKREG-FILE
           END-IF.
       0350-END.

       0360-TOTAL-ONE-CHECK.
           IF CR-PAY-PERIOD = WS-CLOSE-PERIOD
              AND CR-PERIOD-DATE = WS-CLOSE-PERIOD-DATE
              AND CR-PERIOD-EXCEPTION
              ADD 1 TO WS-CHKREG-COUNT
              ADD CR-AMOUNT TO WS-CHKREG-NET
           END-IF.
           READ CHECKREG-FILE
              AT END SET CHKREGATEOF TO TRUE
           END-READ.
       0360-END.

       0400-TOTAL-GLPOST.
           OPEN INPUT GLPOST-FILE.
           IF GLPOST-CHECK-KEY NOT = "00"
       0410-END.

       0500-BALANCE-AND-CERTIFY.
           IF CLOSING-OFF-CYCLE
              MOVE 'OFF-CYCLE CERTIFICATE' TO CH-TITLE
           ELSE
              MOVE 'PERIOD CLOSE CERTIFICATE' TO CH-TITLE
           END-IF.
           MOVE WS-CLOSE-PERIOD TO CH-PERIOD.
           MOVE WS-RUN-MM TO CH-MM.
           MOVE WS-RUN-DD TO CH-DD.
           MOVE WS-BANK-TRL-EXCP TO CA-AMOUNT.
           MOVE CERT-AMOUNT-LINE TO CERT-LINE.
           PERFORM 0510-WRITE-CERT-LINE.
           MOVE 'CHECK REGISTER NET' TO CA-LABEL.
           MOVE WS-CHKREG-NET TO CA-AMOUNT.
           MOVE CERT-AMOUNT-LINE TO CERT-LINE.
           PERFORM 0510-WRITE-CERT-LINE.
           MOVE 'GL TOTAL DEBITS' TO CA-LABEL.
           MOVE WS-GL-TRL-DEBITS TO CA-AMOUNT.
           MOVE CERT-AMOUNT-LINE TO CERT-LINE.
           MOVE CERT-CHECK-LINE TO CERT-LINE.
           PERFORM 0510-WRITE-CERT-LINE.

           MOVE 'CHECK REGISTER = BANK EXCEPTION NET' TO CC-LABEL.
           IF BANK-TRAILER-SEEN
              AND WS-CHKREG-NET = WS-BANK-TRL-EXCP
              MOVE 'PASS' TO CC-RESULT
           ELSE
              MOVE 'FAIL' TO CC-RESULT
              SET CLOSE-MISMATCH TO TRUE
           END-IF.
           MOVE CERT-CHECK-LINE TO CERT-LINE.
           PERFORM 0510-WRITE-CERT-LINE.

           MOVE 'GL DEBITS = GL CREDITS' TO CC-LABEL.
           IF GL-TRAILER-SEEN
              AND WS-GL-TRL-DEBITS = WS-GL-TRL-CREDITS
           MOVE CERT-CHECK-LINE TO CERT-LINE.
           PERFORM 0510-WRITE-CERT-LINE.

           IF CLOSING-OFF-CYCLE
              MOVE 'YTD CARRIES THE BATCH YEAR' TO CC-LABEL
           ELSE
              MOVE 'YTD MOVED BY EXACTLY THIS PERIOD' TO CC-LABEL
           END-IF.
           IF WS-YTD-MISMATCHES = ZERO
              MOVE 'PASS' TO CC-RESULT
           ELSE
           PERFORM 0920-SAVE-RUN-CONTROL.
       0600-END.

      *        The batch's 'P' record on SUPPCTL.DAT supplies its
      *        batch id; the 'C' record is appended after it, so the
      *        log reads as the batch's history.
       0610-CLOSE-SUPP-BATCH.
           OPEN INPUT SUPPCTL-FILE.
           IF SUPPCTL-CHECK-KEY = "00"
              READ SUPPCTL-FILE
                 AT END SET SUPPCTLATEOF TO TRUE
              END-READ
              PERFORM 0615-FIND-SUPP-BATCH UNTIL SUPPCTLATEOF
              CLOSE SUPPCTL-FILE
           END-IF.
           OPEN EXTEND SUPPCTL-FILE.
           IF SUPPCTL-CHECK-KEY NOT = "00"
              OPEN OUTPUT SUPPCTL-FILE
           END-IF.
           IF SUPPCTL-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "SUPPCTL-FILE ", SUPPCTL-CHECK-KEY
              DISPLAY "BATCH CLOSE NOT RECORDED"
              MOVE 8 TO RETURN-CODE
              GO TO 0610-END
           END-IF.
           MOVE 'C' TO SC-STATUS.
           MOVE WS-CLOSE-BATCH-ID TO SC-BATCH-ID.
           MOVE WS-CLOSE-PERIOD-DATE TO SC-PAY-DATE.
           MOVE WS-CLOSE-PERIOD TO SC-PAY-PERIOD.
           MOVE WS-RUN-DATE-NUM TO SC-RUN-DATE.
           MOVE WS-NP-COUNT TO SC-PAID-COUNT.
           MOVE WS-NP-NET TO SC-TOTAL-NET.
           WRITE SUPPCTL-RECORD.
           IF SUPPCTL-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "SUPPCTL-RECORD ", SUPPCTL-CHECK-KEY
              DISPLAY "BATCH CLOSE NOT RECORDED"
              MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE SUPPCTL-FILE.
       0610-END.

       0615-FIND-SUPP-BATCH.
           IF SC-STATUS = 'P'
              AND SC-PAY-DATE = WS-CLOSE-PERIOD-DATE
              MOVE SC-BATCH-ID TO WS-CLOSE-BATCH-ID
           END-IF.
           READ SUPPCTL-FILE
              AT END SET SUPPCTLATEOF TO TRUE
           END-READ.
       0615-END.

      *        The run goes into the history before it is locked, so
      *        a closed period is always on PAYHIST.DAT. Each payment
      *        is looked for on its own, so a rerun of the close skips
      *        the payments already there and loads the rest; a run
      *        that was reversed and paid again goes in under the next
      *        free sequence.
       0700-LOAD-PAY-HISTORY.
           OPEN I-O PAYHIST-FILE.
           IF HIST-CHECK-KEY NOT = "00"
              OPEN OUTPUT PAYHIST-FILE
              IF HIST-CHECK-KEY = "00"
                 CLOSE PAYHIST-FILE
                 OPEN I-O PAYHIST-FILE
              END-IF
           END-IF.
           IF HIST-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "PAYHIST-FILE ", HIST-CHECK-KEY
              PERFORM 0790-HISTORY-NOT-LOADED
           END-IF.
           OPEN INPUT NETPAYFILE.
           IF NETPAY-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "NETPAYFILE ", NETPAY-CHECK-KEY
              PERFORM 0790-HISTORY-NOT-LOADED
           END-IF.
           READ NETPAYFILE
              AT END SET ENDOFFILE TO TRUE
           END-READ.
           PERFORM 0710-LOAD-ONE-NETPAY UNTIL ENDOFFILE.
           IF WS-HIST-WRITTEN = ZERO
              DISPLAY "PAYCLOSE: RUN ALREADY ON PAYHIST.DAT, ",
                 "NOT LOADED AGAIN"
           ELSE
              DISPLAY "PAYCLOSE: PAY HISTORY RECORDS LOADED = "
                 WS-HIST-WRITTEN
              IF WS-HIST-SKIPPED > ZERO
                 DISPLAY "PAYCLOSE: ALREADY ON PAYHIST.DAT = "
                    WS-HIST-SKIPPED
              END-IF
           END-IF.
           CLOSE NETPAYFILE, PAYHIST-FILE.
       0700-END.

       0705-SET-HISTORY-KEY.
           DIVIDE NP-PERIOD-DATE BY 10000 GIVING WS-NP-YEAR.
           MOVE NP-EMP-ID TO PH-EMP-ID.
           MOVE WS-NP-YEAR TO PH-YEAR.
           MOVE NP-PAY-PERIOD TO PH-PAY-PERIOD.
           MOVE NP-PERIOD-DATE TO PH-PAY-DATE.
           MOVE 1 TO PH-SEQ.
       0705-END.

       0710-LOAD-ONE-NETPAY.
           PERFORM 0705-SET-HISTORY-KEY.
           PERFORM 0712-COUNT-OCCURRENCE.
           MOVE ZERO TO WS-STANDING-COUNT.
           MOVE 'N' TO WS-HIST-SEQ-SW.
           MOVE 'N' TO WS-HIST-LOADED-SW.
           PERFORM 0715-PROBE-HISTORY-SEQ
              UNTIL HIST-SEQ-FREE OR PAYMENT-ALREADY-IN-HISTORY.
           IF PAYMENT-ALREADY-IN-HISTORY
              ADD 1 TO WS-HIST-SKIPPED
           ELSE
              PERFORM 0717-WRITE-HISTORY
           END-IF.
           READ NETPAYFILE
              AT END SET ENDOFFILE TO TRUE
           END-READ.
       0710-END.

       0712-COUNT-OCCURRENCE.
           PERFORM VARYING WS-OCC-IDX FROM 1 BY 1
              UNTIL WS-OCC-IDX > WS-OCC-COUNT
              OR WS-OCC-EMP-ID(WS-OCC-IDX) = NP-EMP-ID
              CONTINUE
           END-PERFORM.
           IF WS-OCC-IDX > WS-OCC-COUNT
              IF WS-OCC-COUNT >= WS-OCC-MAX
                 DISPLAY "PAYCLOSE: MORE THAN " WS-OCC-MAX
                    " EMPLOYEES ON NETPAY.DAT"
                 PERFORM 0790-HISTORY-NOT-LOADED
              END-IF
              ADD 1 TO WS-OCC-COUNT
              MOVE NP-EMP-ID TO WS-OCC-EMP-ID(WS-OCC-COUNT)
              MOVE ZERO TO WS-OCC-TIMES(WS-OCC-COUNT)
           END-IF.
           ADD 1 TO WS-OCC-TIMES(WS-OCC-IDX).
           MOVE WS-OCC-TIMES(WS-OCC-IDX) TO WS-OCC-NUM.
       0712-END.

       0717-WRITE-HISTORY.
           MOVE WS-NP-YEAR TO PH-RUN-YEAR.
           MOVE NP-PAY-PERIOD TO PH-RUN-PERIOD.
           MOVE NP-PERIOD-DATE TO PH-RUN-DATE.
           MOVE NP-OFF-CYCLE TO PH-OFF-CYCLE.
           MOVE WS-RUN-DATE-NUM TO PH-CLOSE-DATE.
           MOVE 'N' TO PH-REVERSED.
           MOVE ZERO TO PH-REVERSED-DATE.
           MOVE NETPAY-RECORD TO PH-NETPAY.
           WRITE PAYHIST-RECORD
              INVALID KEY
                 DISPLAY "Non-zero file status returned from WRITE ",
                    "PAYHIST-RECORD ", HIST-CHECK-KEY
                 PERFORM 0790-HISTORY-NOT-LOADED
           END-WRITE.
           ADD 1 TO WS-HIST-WRITTEN.
       0717-END.

      *        An employee paid more than once in an off-cycle batch,
      *        or paid again after a reversal, takes the next number.
      *        Only a payment still standing counts as this run: one
      *        that was reversed belongs to the run it replaced. The
      *        payment is already loaded once as many standing records
      *        are found as its occurrence in the run.
       0715-PROBE-HISTORY-SEQ.
           READ PAYHIST-FILE
              INVALID KEY
                 MOVE 'Y' TO WS-HIST-SEQ-SW
              NOT INVALID KEY
                 IF NOT PH-IS-REVERSED
                    ADD 1 TO WS-STANDING-COUNT
                 END-IF
                 IF WS-STANDING-COUNT = WS-OCC-NUM
                    MOVE 'Y' TO WS-HIST-LOADED-SW
                 ELSE
                    ADD 1 TO PH-SEQ
                 END-IF
           END-READ.
       0715-END.

       0790-HISTORY-NOT-LOADED.
           DISPLAY "PAYCLOSE: PAY HISTORY NOT LOADED - NOT CLOSED".
           MOVE 'REFUSED' TO WS-AUDIT-EVENT.
           MOVE 8 TO RETURN-CODE.
           GO TO 9000-END-PROGRAM.
       0790-END.

       COPY PAYCTLPR.

       9000-END-PROGRAM.
