      * THE SAME EMPLOYEEID RANGE TABLE EMPLOYEE'S 0220-LOOKUP-DEPT
      * USES, AND PER DEPARTMENT THE FILE CARRIES A SALARY-EXPENSE
      * DEBIT FOR GROSS AND CREDITS FOR FEDERAL TAX, STATE TAX,
      * BENEFITS, AND NET PAY PAYABLE. RETRO PAY INCLUDED IN THE GROSS
      * IS DEBITED TO ITS OWN RETRO PAY EXPENSE ACCOUNT, THE REST TO
      * SALARY EXPENSE. THE BATCH IS PROVED IN BALANCE
      * (DEBITS = CREDITS) BEFORE GLPOST.DAT IS EVER OPENED; AN
      * UNBALANCED RUN REFUSES TO PRODUCE A POSTING FILE AND ENDS
      * WITH RETURN-CODE 8. AN OFF-CYCLE NETPAY.DAT FROM PAYSUPP POSTS
      * THE SAME WAY, WITH GH-OFF-CYCLE 'Y' ON THE BATCH HEADER SO THE
      * LEDGER KEEPS IT APART FROM THE PERIOD'S OWN POSTING.
      * WHEN PAYERTAX HAS CHARGED THE SAME PAY RUN, ITS ERTAX.DAT ADDS
      * AN EMPLOYER TAX EXPENSE DEBIT PER DEPARTMENT AGAINST FICA,
      * FUTA AND SUTA PAYABLE CREDITS. AN ERTAX.DAT LEFT FROM ANOTHER
      * PAY RUN REFUSES; WITH NONE AT ALL THE PAYROLL POSTS WITHOUT
      * THE EMPLOYER SIDE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS DM-LOW-ID.

       SELECT ERTAX-FILE ASSIGN TO "ERTAX.DAT"
        FILE STATUS IS ERTAX-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT GLDEPTX-FILE ASSIGN TO "GLDEPTX.DAT"
        FILE STATUS IS DEPTEXCP-CHECK-KEY
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

       FD GLPOST-FILE.
       01 GL-BATCH-HEADER.
           05 GH-REC-TYPE        PIC X.
           05 GH-RUN-DATE        PIC 9(8).
           05 GH-PAY-PERIOD      PIC 9(2).
           05 GH-OFF-CYCLE       PIC X.
           05 FILLER             PIC X(48).
       01 GL-JOURNAL-RECORD REDEFINES GL-BATCH-HEADER.
           05 JE-REC-TYPE        PIC X.
           05 JE-DEPT-CODE       PIC X(4).
           05 DM-DEPT-NAME       PIC X(20).
           05 DM-STATUS          PIC X.

      *        Employer tax charged by PAYERTAX for the pay run named
      *        on its header.
       FD ERTAX-FILE.
       01 ERTAX-HEADER-RECORD.
           88 ERTAXATEOF VALUE HIGH-VALUES.
           05 XH-REC-TYPE        PIC X.
           05 XH-RUN-DATE        PIC 9(8).
           05 XH-PAY-PERIOD      PIC 9(2).
           05 XH-PERIOD-DATE     PIC 9(8).
           05 XH-OFF-CYCLE       PIC X.
           05 XH-RATE-EFF-DATE   PIC 9(8).
           05 FILLER             PIC X(60).
       01 ERTAX-DETAIL-RECORD REDEFINES ERTAX-HEADER-RECORD.
           05 XD-REC-TYPE        PIC X.
           05 XD-EMP-ID          PIC 9(7).
           05 XD-SS-WAGES        PIC 9(9)V99.
           05 XD-SS-TAX          PIC 9(7)V99.
           05 XD-MED-WAGES       PIC 9(9)V99.
           05 XD-MED-TAX         PIC 9(7)V99.
           05 XD-FUTA-WAGES      PIC 9(9)V99.
           05 XD-FUTA-TAX        PIC 9(7)V99.
           05 XD-SUTA-WAGES      PIC 9(9)V99.
           05 XD-SUTA-TAX        PIC 9(7)V99.

       FD GLDEPTX-FILE.
       01 GLDEPTX-LINE.
           05 DX-EMP-ID          PIC 9(7).
           05  GLPOST-CHECK-KEY     PIC X(2).
           05  DEPT-CHECK-KEY       PIC X(2).
           05  DEPTEXCP-CHECK-KEY   PIC X(2).
           05  ERTAX-CHECK-KEY      PIC X(2).
           05  AUDIT-CHECK-KEY      PIC X(2).
           05  WS-RECORDS-READ      PIC 9(9) VALUE ZERO.
           05  WS-RECORDS-WRITTEN   PIC 9(9) VALUE ZERO.
           05  WS-DEPT-EXCP-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-FIRST-PERIOD      PIC 9(2) VALUE ZERO.
           05  WS-FIRST-OFF-CYCLE   PIC X VALUE 'N'.
           05  WS-FIRST-PERIOD-DATE PIC 9(8) VALUE ZERO.
           05  WS-ERTAX-READ        PIC 9(9) VALUE ZERO.
           05  WS-ERTAX-AVAIL-SW    PIC X VALUE 'N'.
               88  ERTAX-AVAILABLE       VALUE 'Y'.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(4).
              10 WS-ACC-HEALTH        PIC 9(13)V99 VALUE ZERO.
              10 WS-ACC-GARNISH       PIC 9(13)V99 VALUE ZERO.
              10 WS-ACC-NET-PAY       PIC S9(13)V99 VALUE ZERO.
              10 WS-ACC-RETRO-PAY     PIC S9(13)V99 VALUE ZERO.
              10 WS-ACC-ER-FICA       PIC 9(13)V99 VALUE ZERO.
              10 WS-ACC-ER-FUTA       PIC 9(13)V99 VALUE ZERO.
              10 WS-ACC-ER-SUTA       PIC 9(13)V99 VALUE ZERO.

       01  WS-JOURNAL-WORK-AREAS.
           05 WS-JE-ACCOUNT           PIC X(22).
           END-READ.
           IF NOT ENDOFFILE
              MOVE NP-PAY-PERIOD TO WS-FIRST-PERIOD
              MOVE NP-PERIOD-DATE TO WS-FIRST-PERIOD-DATE
              IF NP-IS-OFF-CYCLE
                 MOVE 'Y' TO WS-FIRST-OFF-CYCLE
              END-IF
           END-IF.
           PERFORM 0200-ACCUMULATE-NETPAY UNTIL ENDOFFILE.
           CLOSE NETPAYFILE, GLDEPTX-FILE.
              DISPLAY "PAYGL DEPT EXCEPTIONS  = "
                 WS-DEPT-EXCP-COUNT " - SEE GLDEPTX.DAT"
           END-IF.
           PERFORM 0250-ACCUMULATE-ERTAX THRU 0250-END.

           PERFORM 0300-PROVE-BALANCE.
           IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS

           DISPLAY "PAYGL RECORDS READ     = " WS-RECORDS-READ.
           DISPLAY "PAYGL ENTRIES WRITTEN  = " WS-RECORDS-WRITTEN.
           IF ERTAX-AVAILABLE
              DISPLAY "PAYGL EMPLOYER TAX READ = " WS-ERTAX-READ
           END-IF.

           PERFORM 9000-END-PROGRAM.
       0100-END.
           ADD NP-HEALTH TO WS-ACC-HEALTH(WS-DEPT-MATCH-IDX).
           ADD NP-GARNISH TO WS-ACC-GARNISH(WS-DEPT-MATCH-IDX).
           ADD NP-NET-PAY TO WS-ACC-NET-PAY(WS-DEPT-MATCH-IDX).
           ADD NP-RETRO-PAY TO WS-ACC-RETRO-PAY(WS-DEPT-MATCH-IDX).
           READ NETPAYFILE
              AT END SET ENDOFFILE TO TRUE
           END-READ.
           ADD 1 TO WS-DEPT-EXCP-COUNT.
       0225-END.

      *        ERTAX.DAT has to describe the same pay run as
      *        NETPAY.DAT -- period, pay date and off-cycle flag -- or
      *        the ledger would carry one run's payroll with another's
      *        employer tax. An employee's department was already
      *        checked on the NETPAY pass, so no exception is written
      *        here.
       0250-ACCUMULATE-ERTAX.
           OPEN INPUT ERTAX-FILE.
           IF ERTAX-CHECK-KEY NOT = "00"
              DISPLAY "PAYGL: NO ERTAX.DAT, EMPLOYER TAX NOT POSTED"
              GO TO 0250-END
           END-IF.
           READ ERTAX-FILE
              AT END SET ERTAXATEOF TO TRUE
           END-READ.
           IF ERTAXATEOF OR XH-REC-TYPE NOT = 'H'
              OR XH-PAY-PERIOD NOT = WS-FIRST-PERIOD
              OR XH-PERIOD-DATE NOT = WS-FIRST-PERIOD-DATE
              OR XH-OFF-CYCLE NOT = WS-FIRST-OFF-CYCLE
              DISPLAY "PAYGL REFUSED: ERTAX.DAT IS NOT FOR THIS PAY ",
                 "RUN, RUN PAYERTAX AGAINST NETPAY.DAT FIRST"
              DISPLAY "PAYGL POSTING FILE NOT PRODUCED"
              CLOSE ERTAX-FILE
              MOVE 8 TO RETURN-CODE
              GO TO 9000-END-PROGRAM
           END-IF.
           MOVE 'Y' TO WS-ERTAX-AVAIL-SW.
           READ ERTAX-FILE
              AT END SET ERTAXATEOF TO TRUE
           END-READ.
           PERFORM 0255-ACCUMULATE-ERTAX-DETAIL UNTIL ERTAXATEOF.
           CLOSE ERTAX-FILE.
       0250-END.

       0255-ACCUMULATE-ERTAX-DETAIL.
           IF XD-REC-TYPE = 'D'
              ADD 1 TO WS-ERTAX-READ
              MOVE XD-EMP-ID TO WS-DEPT-LOOKUP-ID
              PERFORM 0978-FIND-DEPT-RANGE
              ADD XD-SS-TAX, XD-MED-TAX
                 TO WS-ACC-ER-FICA(WS-DEPT-MATCH-IDX)
              ADD XD-FUTA-TAX TO WS-ACC-ER-FUTA(WS-DEPT-MATCH-IDX)
              ADD XD-SUTA-TAX TO WS-ACC-ER-SUTA(WS-DEPT-MATCH-IDX)
           END-IF.
           READ ERTAX-FILE
              AT END SET ERTAXATEOF TO TRUE
           END-READ.
       0255-END.

      *        Debits are the departmental salary-expense grosses;
      *        credits are the withholding, benefit, and net-pay
      *        payables. PAYCALC computes net as gross minus the other
      *        three, so anything but exact equality here means the
      *        input was damaged and must not reach the ledger.
      *        Employer tax goes into both sides alike.
       0300-PROVE-BALANCE.
           MOVE ZERO TO WS-TOTAL-DEBITS.
           MOVE ZERO TO WS-TOTAL-CREDITS.
              ADD WS-ACC-HEALTH(WS-DEPT-IDX) TO WS-TOTAL-CREDITS
              ADD WS-ACC-GARNISH(WS-DEPT-IDX) TO WS-TOTAL-CREDITS
              ADD WS-ACC-NET-PAY(WS-DEPT-IDX) TO WS-TOTAL-CREDITS
              ADD WS-ACC-ER-FICA(WS-DEPT-IDX)
                 TO WS-TOTAL-DEBITS, WS-TOTAL-CREDITS
              ADD WS-ACC-ER-FUTA(WS-DEPT-IDX)
                 TO WS-TOTAL-DEBITS, WS-TOTAL-CREDITS
              ADD WS-ACC-ER-SUTA(WS-DEPT-IDX)
                 TO WS-TOTAL-DEBITS, WS-TOTAL-CREDITS
           END-PERFORM.
       0300-END.

           MOVE 'H' TO GH-REC-TYPE.
           MOVE WS-RUN-DATE TO GH-RUN-DATE.
           MOVE WS-FIRST-PERIOD TO GH-PAY-PERIOD.
           MOVE WS-FIRST-OFF-CYCLE TO GH-OFF-CYCLE.
           PERFORM 0420-WRITE-GL-RECORD.

           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
       0410-WRITE-DEPT-ENTRIES.
           MOVE 'SALARY EXPENSE' TO WS-JE-ACCOUNT.
           MOVE 'DR' TO WS-JE-DR-CR.
           COMPUTE WS-JE-AMOUNT = WS-ACC-GROSS(WS-DEPT-IDX)
              - WS-ACC-RETRO-PAY(WS-DEPT-IDX).
           PERFORM 0415-WRITE-JOURNAL-ENTRY.
      *        The two debits still sum to the gross the batch was
      *        proved against.
           IF WS-ACC-RETRO-PAY(WS-DEPT-IDX) NOT = ZERO
              MOVE 'RETRO PAY EXPENSE' TO WS-JE-ACCOUNT
              MOVE 'DR' TO WS-JE-DR-CR
              MOVE WS-ACC-RETRO-PAY(WS-DEPT-IDX) TO WS-JE-AMOUNT
              PERFORM 0415-WRITE-JOURNAL-ENTRY
           END-IF.
           MOVE 'FEDERAL TAX PAYABLE' TO WS-JE-ACCOUNT.
           MOVE 'CR' TO WS-JE-DR-CR.
           MOVE WS-ACC-FED-TAX(WS-DEPT-IDX) TO WS-JE-AMOUNT.
           MOVE 'CR' TO WS-JE-DR-CR.
           MOVE WS-ACC-NET-PAY(WS-DEPT-IDX) TO WS-JE-AMOUNT.
           PERFORM 0415-WRITE-JOURNAL-ENTRY.
           IF ERTAX-AVAILABLE
              PERFORM 0412-WRITE-EMPLOYER-TAX
           END-IF.
       0410-END.

      *        The employer's side: one expense debit for the
      *        department, balanced by the three payables it owes.
       0412-WRITE-EMPLOYER-TAX.
           MOVE 'EMPLOYER TAX EXPENSE' TO WS-JE-ACCOUNT.
           MOVE 'DR' TO WS-JE-DR-CR.
           COMPUTE WS-JE-AMOUNT = WS-ACC-ER-FICA(WS-DEPT-IDX)
              + WS-ACC-ER-FUTA(WS-DEPT-IDX)
              + WS-ACC-ER-SUTA(WS-DEPT-IDX).
           PERFORM 0415-WRITE-JOURNAL-ENTRY.
           MOVE 'FICA EMPLOYER PAYABLE' TO WS-JE-ACCOUNT.
           MOVE 'CR' TO WS-JE-DR-CR.
           MOVE WS-ACC-ER-FICA(WS-DEPT-IDX) TO WS-JE-AMOUNT.
           PERFORM 0415-WRITE-JOURNAL-ENTRY.
           MOVE 'FUTA PAYABLE' TO WS-JE-ACCOUNT.
           MOVE 'CR' TO WS-JE-DR-CR.
           MOVE WS-ACC-ER-FUTA(WS-DEPT-IDX) TO WS-JE-AMOUNT.
           PERFORM 0415-WRITE-JOURNAL-ENTRY.
           MOVE 'SUTA PAYABLE' TO WS-JE-ACCOUNT.
           MOVE 'CR' TO WS-JE-DR-CR.
           MOVE WS-ACC-ER-SUTA(WS-DEPT-IDX) TO WS-JE-AMOUNT.
           PERFORM 0415-WRITE-JOURNAL-ENTRY.
       0412-END.

       0415-WRITE-JOURNAL-ENTRY.
           MOVE SPACES TO GL-BATCH-HEADER.
           MOVE 'J' TO JE-REC-TYPE.
