      * THE NET PAY SPELLED OUT IN WORDS THE WAY A CHECK WOULD CARRY
      * IT, PLUS A PAYROLL REGISTER (PAYREG.DAT) LISTING EVERY
      * EMPLOYEE WITH COLUMN TOTALS AT THE BOTTOM, PAGED AND
      * DATE-STAMPED THE SAME WAY EMPLOYEE PAGES EMPREPORT.DAT. RETRO
      * PAY CARRIED IN THE GROSS IS BROKEN OUT ON BOTH. AN OFF-CYCLE
      * NETPAY.DAT FROM PAYSUPP PRINTS AS SUPPLEMENTAL ADVICES AND A
      * SUPPLEMENTAL REGISTER, DATED WITH THE BATCH PAY DATE AND EACH
      * PAYMENT LABELLED WITH ITS EARNINGS TYPE. EVERY ADVICE ALSO
      * CARRIES THE EMPLOYEE'S CURRENT VACATION AND SICK LEAVE
      * BALANCES FROM THE LEAVE BANK PAYCALC ACCRUES (LEAVEIDX.DAT).
      * AN HOURLY EMPLOYEE'S ADVICE SHOWS THE REGULAR, OVERTIME AND
      * HOLIDAY HOURS PAID AT THEIR RATES, AND THE REGISTER CARRIES
      * THE HOURS UNDER THE EMPLOYEE AND IN TOTAL FOR THE RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        FILE STATUS IS REGISTER-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT LEAVE-FILE ASSIGN TO "LEAVEIDX.DAT"
        FILE STATUS IS LEAVE-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS LV-EMP-ID.

       SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG.DAT"
        FILE STATUS IS AUDIT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.
              10 NP-PERIOD-YYYY  PIC 9(4).
              10 NP-PERIOD-MM    PIC 9(2).
              10 NP-PERIOD-DD    PIC 9(2).
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

       FD ADVICE-FILE.
       01 ADVICE-LINE            PIC X(132).
       FD REGISTER-FILE.
       01 REGISTER-LINE          PIC X(132).

       FD LEAVE-FILE.
       01 LEAVE-RECORD.
           05 LV-EMP-ID          PIC 9(7).
           05 LV-YEAR            PIC 9(4).
           05 LV-VAC-BALANCE     PIC S9(5)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 LV-VAC-CARRIED     PIC S9(5)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 LV-VAC-ACCRUED     PIC 9(5)V99.
           05 LV-VAC-TAKEN       PIC 9(5)V99.
           05 LV-VAC-FORFEIT     PIC 9(5)V99.
           05 LV-SICK-BALANCE    PIC S9(5)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 LV-SICK-CARRIED    PIC S9(5)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 LV-SICK-ACCRUED    PIC 9(5)V99.
           05 LV-SICK-TAKEN      PIC 9(5)V99.
           05 LV-SICK-FORFEIT    PIC 9(5)V99.
           05 LV-LAST-PERIOD     PIC 9(2).
           05 LV-LAST-PERIOD-DATE PIC 9(8).
           05 LV-LAST-VAC-ACCRUAL PIC 9(2)V99.
           05 LV-LAST-SICK-ACCRUAL PIC 9(2)V99.
           05 LV-LAST-TAKEN-DATE PIC 9(8).

       FD AUDITLOG-FILE.
       COPY AUDITREC.

           05  NETPAY-CHECK-KEY     PIC X(2).
           05  ADVICE-CHECK-KEY     PIC X(2).
           05  REGISTER-CHECK-KEY   PIC X(2).
           05  LEAVE-CHECK-KEY      PIC X(2).
           05  WS-LEAVE-AVAIL-SW    PIC X VALUE 'N'.
               88  LEAVE-AVAILABLE       VALUE 'Y'.
           05  AUDIT-CHECK-KEY      PIC X(2).
           05  WS-RECORDS-READ      PIC 9(9) VALUE ZERO.
           05  WS-ADVICES-WRITTEN   PIC 9(9) VALUE ZERO.
           05 WS-TOT-BENEFITS       PIC 9(12)V99 VALUE ZERO.
           05 WS-TOT-OTHER-DED      PIC 9(12)V99 VALUE ZERO.
           05 WS-TOT-NET-PAY        PIC S9(12)V99 VALUE ZERO.
           05 WS-TOT-RETRO-PAY      PIC S9(12)V99 VALUE ZERO.
           05 WS-TOT-REG-HOURS      PIC 9(7)V99 VALUE ZERO.
           05 WS-TOT-OT-HOURS       PIC 9(7)V99 VALUE ZERO.
           05 WS-TOT-HOL-HOURS      PIC 9(7)V99 VALUE ZERO.
           05 WS-TOT-HOURLY-COUNT   PIC 9(9) VALUE ZERO.
           05 WS-OTHER-DED          PIC 9(9)V99.

      *        Hours pay is reworked from NETPAY.DAT the way PAYCALC
      *        paid it -- each line rounded to the cent on its own,
      *        overtime at WS-OT-FACTOR times the rate -- so the lines
      *        add up to the gross.
       01  WS-HOURS-PAY-AREAS.
           05 WS-OT-FACTOR          PIC 9V9 VALUE 1.5.
           05 WS-HOURS-PAY          PIC 9(7)V99.

       COPY EARNTYWS.

      *        Number-to-words conversion areas for the net-pay line on
      *        the advice: "ONE THOUSAND TWO HUNDRED THIRTY FOUR AND
      *        56/100 DOLLARS". Cents are carried as NN/100 the way a
              88 NET-IS-NEGATIVE          VALUE 'Y'.

       01  REGISTER-HEADER-LINE.
           05 RH-TITLE          PIC X(24).
           05 FILLER            PIC X(8)  VALUE 'PERIOD: '.
           05 RH-PERIOD         PIC 99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RT-NET-PAY        PIC $,$$$,$$$,$$9.99-.
           05 FILLER            PIC X(7)  VALUE SPACES.

      *        Printed under an employee's detail line, and under the
      *        totals, when the gross includes retroactive pay.
       01  REGISTER-RETRO-LINE.
           05 FILLER            PIC X(9)  VALUE SPACES.
           05 RR-LABEL          PIC X(19).
           05 RR-RETRO-PAY      PIC $,$$$,$$$,$$9.99-.
           05 FILLER            PIC X(87) VALUE SPACES.

      *        Printed under an hourly employee's detail line with the
      *        hours paid and the rate, and under the totals with the
      *        hours paid across the run.
       01  REGISTER-HOURS-LINE.
           05 FILLER            PIC X(9)  VALUE SPACES.
           05 RW-LABEL          PIC X(19).
           05 FILLER            PIC X(4)  VALUE 'REG '.
           05 RW-REG-HOURS      PIC ZZZ,ZZ9.99.
           05 FILLER            PIC X(6)  VALUE '   OT '.
           05 RW-OT-HOURS       PIC ZZZ,ZZ9.99.
           05 FILLER            PIC X(7)  VALUE '   HOL '.
           05 RW-HOL-HOURS      PIC ZZZ,ZZ9.99.
           05 RW-RATE-PART.
              10 RW-RATE-LABEL  PIC X(8).
              10 RW-RATE        PIC $$$$9.99.
           05 FILLER            PIC X(41) VALUE SPACES.

       01  ADVICE-RULE-LINE.
           05 FILLER            PIC X(66) VALUE ALL '*'.
           05 FILLER            PIC X(66) VALUE SPACES.

      *        An off-cycle advice is titled as supplemental pay and
      *        dated with the day it is paid rather than a period end.
       01  ADVICE-HEADER-LINE.
           05 AH-TITLE          PIC X(24).
           05 FILLER            PIC X(12) VALUE 'PAY PERIOD: '.
           05 AH-PERIOD         PIC 99.
           05 AH-DATE-LABEL     PIC X(10).
           05 AH-MM             PIC 99.
           05 FILLER            PIC X VALUE '/'.
           05 AH-DD             PIC 99.
           05 AA-AMOUNT         PIC $$$,$$$,$$9.99-.
           05 FILLER            PIC X(98) VALUE SPACES.

      *        An hourly earnings line: the amount in the advice's
      *        amount column, with the hours and rate it was paid at.
       01  ADVICE-HOURS-LINE.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 AT-LABEL          PIC X(16).
           05 AT-AMOUNT         PIC $$$,$$$,$$9.99-.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 AT-HOURS          PIC ZZ9.99.
           05 FILLER            PIC X(7)  VALUE ' HRS @ '.
           05 AT-RATE           PIC $$$9.99.
           05 FILLER            PIC X(75) VALUE SPACES.

      *        Hours as they stand on the leave bank when the advice
      *        prints, after this period's accrual and any leave taken
      *        that LEAVEPST has posted.
       01  ADVICE-LEAVE-LINE.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 FILLER            PIC X(16) VALUE 'VACATION HOURS'.
           05 AL-VAC-HOURS      PIC ZZ,ZZ9.99-.
           05 FILLER            PIC X(5)  VALUE SPACES.
           05 FILLER            PIC X(16) VALUE 'SICK HOURS'.
           05 AL-SICK-HOURS     PIC ZZ,ZZ9.99-.
           05 FILLER            PIC X(72) VALUE SPACES.

       01  ADVICE-WORDS-LINE.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 AW-WORDS          PIC X(110).
                 "REGISTER-FILE ", REGISTER-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
      *        The leave bank is optional: with no LEAVEIDX.DAT the
      *        advices print without balances, as they always did.
           OPEN INPUT LEAVE-FILE.
           IF LEAVE-CHECK-KEY = "00"
              MOVE 'Y' TO WS-LEAVE-AVAIL-SW
           END-IF.

           READ NETPAYFILE
              AT END SET ENDOFFILE TO TRUE

           PERFORM 0250-PRINT-REGISTER-TOTALS.
           CLOSE NETPAYFILE, ADVICE-FILE, REGISTER-FILE.
           IF LEAVE-AVAILABLE
              CLOSE LEAVE-FILE
           END-IF.

           DISPLAY "PAYSTUB RECORDS READ    = " WS-RECORDS-READ.
           DISPLAY "PAYSTUB ADVICES WRITTEN = " WS-ADVICES-WRITTEN.
       0210-WRITE-ADVICE.
           MOVE ADVICE-RULE-LINE TO ADVICE-LINE.
           PERFORM 0220-WRITE-ADVICE-LINE.
           IF NP-IS-OFF-CYCLE
              MOVE 'SUPPLEMENTAL PAY ADVICE' TO AH-TITLE
              MOVE '   PAID   ' TO AH-DATE-LABEL
           ELSE
              MOVE 'PAY ADVICE' TO AH-TITLE
              MOVE '   ENDING ' TO AH-DATE-LABEL
           END-IF.
           MOVE NP-PAY-PERIOD TO AH-PERIOD.
           MOVE NP-PERIOD-MM TO AH-MM.
           MOVE NP-PERIOD-DD TO AH-DD.
           MOVE ADVICE-EMP-LINE TO ADVICE-LINE.
           PERFORM 0220-WRITE-ADVICE-LINE.

      *        Retroactive pay is shown as its own earnings line with
      *        the regular salary for the period above it. An hourly
      *        employee's regular pay is shown as the hours lines.
           IF NP-IS-HOURLY
              PERFORM 0212-WRITE-HOURS-LINES
           END-IF.
           IF NP-RETRO-PAY NOT = ZERO
              IF NOT NP-IS-HOURLY
                 MOVE 'REGULAR PAY' TO AA-LABEL
                 COMPUTE AA-AMOUNT = NP-GROSS-PAY - NP-RETRO-PAY
                 MOVE ADVICE-AMOUNT-LINE TO ADVICE-LINE
                 PERFORM 0220-WRITE-ADVICE-LINE
              END-IF
              MOVE 'RETRO PAY' TO AA-LABEL
              MOVE NP-RETRO-PAY TO AA-AMOUNT
              MOVE ADVICE-AMOUNT-LINE TO ADVICE-LINE
              PERFORM 0220-WRITE-ADVICE-LINE
           END-IF.
      *        Off-cycle pay is one payment of one earnings type,
      *        named above the gross it makes up.
           IF NP-IS-OFF-CYCLE
              MOVE NP-EARN-TYPE TO WS-EARN-LOOKUP-CODE
              PERFORM 0990-LOOKUP-EARN-TYPE
              IF NOT EARN-TYPE-FOUND
                 MOVE 'SUPPLEMENTAL PAY' TO WS-EARN-LABEL
              END-IF
              MOVE WS-EARN-LABEL TO AA-LABEL
              MOVE NP-GROSS-PAY TO AA-AMOUNT
              MOVE ADVICE-AMOUNT-LINE TO ADVICE-LINE
              PERFORM 0220-WRITE-ADVICE-LINE
           END-IF.
           MOVE 'GROSS PAY' TO AA-LABEL.
           MOVE NP-GROSS-PAY TO AA-AMOUNT.
           MOVE ADVICE-AMOUNT-LINE TO ADVICE-LINE.
           MOVE WS-WORDS TO AW-WORDS.
           MOVE ADVICE-WORDS-LINE TO ADVICE-LINE.
           PERFORM 0220-WRITE-ADVICE-LINE.
           IF LEAVE-AVAILABLE
              PERFORM 0215-WRITE-LEAVE-BALANCES
           END-IF.
           MOVE ADVICE-RULE-LINE TO ADVICE-LINE.
           PERFORM 0220-WRITE-ADVICE-LINE.
           MOVE SPACES TO ADVICE-LINE.
           ADD 1 TO WS-ADVICES-WRITTEN.
       0210-END.

      *        One line for each kind of hours paid in the period; a
      *        kind with no hours gets no line.
       0212-WRITE-HOURS-LINES.
           IF NP-REG-HOURS > ZERO
              MOVE 'REGULAR PAY' TO AT-LABEL
              COMPUTE WS-HOURS-PAY ROUNDED =
                 NP-REG-HOURS * NP-HOURLY-RATE
              MOVE WS-HOURS-PAY TO AT-AMOUNT
              MOVE NP-REG-HOURS TO AT-HOURS
              MOVE NP-HOURLY-RATE TO AT-RATE
              MOVE ADVICE-HOURS-LINE TO ADVICE-LINE
              PERFORM 0220-WRITE-ADVICE-LINE
           END-IF.
           IF NP-OT-HOURS > ZERO
              MOVE 'OVERTIME PAY' TO AT-LABEL
              COMPUTE WS-HOURS-PAY ROUNDED =
                 NP-OT-HOURS * NP-HOURLY-RATE * WS-OT-FACTOR
              MOVE WS-HOURS-PAY TO AT-AMOUNT
              MOVE NP-OT-HOURS TO AT-HOURS
              COMPUTE AT-RATE ROUNDED =
                 NP-HOURLY-RATE * WS-OT-FACTOR
              MOVE ADVICE-HOURS-LINE TO ADVICE-LINE
              PERFORM 0220-WRITE-ADVICE-LINE
           END-IF.
           IF NP-HOL-HOURS > ZERO
              MOVE 'HOLIDAY PAY' TO AT-LABEL
              COMPUTE WS-HOURS-PAY ROUNDED =
                 NP-HOL-HOURS * NP-HOURLY-RATE
              MOVE WS-HOURS-PAY TO AT-AMOUNT
              MOVE NP-HOL-HOURS TO AT-HOURS
              MOVE NP-HOURLY-RATE TO AT-RATE
              MOVE ADVICE-HOURS-LINE TO ADVICE-LINE
              PERFORM 0220-WRITE-ADVICE-LINE
           END-IF.
       0212-END.

      *        An employee with no leave bank yet gets no line.
       0215-WRITE-LEAVE-BALANCES.
           MOVE NP-EMP-ID TO LV-EMP-ID.
           READ LEAVE-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 MOVE LV-VAC-BALANCE TO AL-VAC-HOURS
                 MOVE LV-SICK-BALANCE TO AL-SICK-HOURS
                 MOVE SPACES TO ADVICE-LINE
                 PERFORM 0220-WRITE-ADVICE-LINE
                 MOVE ADVICE-LEAVE-LINE TO ADVICE-LINE
                 PERFORM 0220-WRITE-ADVICE-LINE
           END-READ.
       0215-END.

       0220-WRITE-ADVICE-LINE.
           WRITE ADVICE-LINE.
           IF ADVICE-CHECK-KEY NOT = "00"
           MOVE REGISTER-DETAIL-LINE TO REGISTER-LINE.
           PERFORM 0240-WRITE-REGISTER-LINE.
           ADD 1 TO WS-LINE-COUNT.
           IF NP-RETRO-PAY NOT = ZERO
              MOVE 'INCLUDES RETRO PAY' TO RR-LABEL
              MOVE NP-RETRO-PAY TO RR-RETRO-PAY
              MOVE REGISTER-RETRO-LINE TO REGISTER-LINE
              PERFORM 0240-WRITE-REGISTER-LINE
              ADD 1 TO WS-LINE-COUNT
              ADD NP-RETRO-PAY TO WS-TOT-RETRO-PAY
           END-IF.
           IF NP-IS-HOURLY
              MOVE 'HOURS PAID' TO RW-LABEL
              MOVE NP-REG-HOURS TO RW-REG-HOURS
              MOVE NP-OT-HOURS TO RW-OT-HOURS
              MOVE NP-HOL-HOURS TO RW-HOL-HOURS
              MOVE '   RATE ' TO RW-RATE-LABEL
              MOVE NP-HOURLY-RATE TO RW-RATE
              MOVE REGISTER-HOURS-LINE TO REGISTER-LINE
              PERFORM 0240-WRITE-REGISTER-LINE
              ADD 1 TO WS-LINE-COUNT
              ADD NP-REG-HOURS TO WS-TOT-REG-HOURS
              ADD NP-OT-HOURS TO WS-TOT-OT-HOURS
              ADD NP-HOL-HOURS TO WS-TOT-HOL-HOURS
              ADD 1 TO WS-TOT-HOURLY-COUNT
           END-IF.

           ADD NP-GROSS-PAY TO WS-TOT-GROSS.
           ADD NP-FEDERAL-TAX TO WS-TOT-FED-TAX.

       0245-PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUM.
           IF NP-IS-OFF-CYCLE
              MOVE 'SUPPLEMENTAL REGISTER' TO RH-TITLE
           ELSE
              MOVE 'PAYROLL REGISTER' TO RH-TITLE
           END-IF.
           MOVE NP-PAY-PERIOD TO RH-PERIOD.
           MOVE WS-RUN-MM TO RH-MM.
           MOVE WS-RUN-DD TO RH-DD.
           MOVE WS-TOT-NET-PAY TO RT-NET-PAY.
           MOVE REGISTER-TOTAL-LINE TO REGISTER-LINE.
           PERFORM 0240-WRITE-REGISTER-LINE.
           IF WS-TOT-RETRO-PAY NOT = ZERO
              MOVE 'INCLUDES RETRO PAY' TO RR-LABEL
              MOVE WS-TOT-RETRO-PAY TO RR-RETRO-PAY
              MOVE REGISTER-RETRO-LINE TO REGISTER-LINE
              PERFORM 0240-WRITE-REGISTER-LINE
           END-IF.
           IF WS-TOT-HOURLY-COUNT > ZERO
              MOVE 'TOTAL HOURS PAID' TO RW-LABEL
              MOVE WS-TOT-REG-HOURS TO RW-REG-HOURS
              MOVE WS-TOT-OT-HOURS TO RW-OT-HOURS
              MOVE WS-TOT-HOL-HOURS TO RW-HOL-HOURS
              MOVE SPACES TO RW-RATE-PART
              MOVE REGISTER-HOURS-LINE TO REGISTER-LINE
              PERFORM 0240-WRITE-REGISTER-LINE
           END-IF.
       0250-END.

      *        Spell the net-pay amount out in words, check style:
           END-IF.
       0270-END.

       COPY EARNTYPR.

       9000-END-PROGRAM.
           OPEN EXTEND AUDITLOG-FILE.
           IF AUDIT-CHECK-KEY NOT = "00"
