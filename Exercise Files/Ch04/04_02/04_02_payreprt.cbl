       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYREPRT.
      * REPRINT PAY ADVICES FROM THE PERMANENT PAY HISTORY PAYCLOSE
      * LOADS (PAYHIST.DAT). EACH REQUEST ON REPRTREQ.DAT NAMES AN
      * EMPLOYEE, A YEAR AND A PAY PERIOD, AND OPTIONALLY A PAY DATE
      * TO PICK OUT ONE OFF-CYCLE PAYMENT; EVERY PAYMENT ON HISTORY
      * THAT MATCHES IS PRINTED TO REPRINT.DAT IN THE SAME ADVICE
      * LAYOUT PAYSTUB PRINTS -- ITEMIZED DEDUCTIONS, RETRO PAY,
      * EARNINGS TYPE AND HOURS PAID BROKEN OUT, NET PAY IN WORDS --
      * MARKED AS A REPRINT, AND MARKED REVERSED WHEN PAYREV HAS
      * SINCE BACKED THE PAYMENT OUT. A REQUEST THAT IS NOT VALID OR
      * FINDS NOTHING ON HISTORY IS LISTED ON REPRTEX.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT REPRTREQ-FILE ASSIGN TO "REPRTREQ.DAT"
        FILE STATUS IS REQ-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PAYHIST-FILE ASSIGN TO "PAYHIST.DAT"
        FILE STATUS IS HIST-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PH-KEY
        ALTERNATE RECORD KEY IS PH-RUN-KEY
           WITH DUPLICATES.

       SELECT ADVICE-FILE ASSIGN TO "REPRINT.DAT"
        FILE STATUS IS ADVICE-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REPRTEX-FILE ASSIGN TO "REPRTEX.DAT"
        FILE STATUS IS REPRTEX-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG.DAT"
        FILE STATUS IS AUDIT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *        A pay date of zero reprints every payment in the period.
       FD REPRTREQ-FILE.
       01 REPRTREQ-RECORD.
           88 REQATEOF VALUE HIGH-VALUES.
           05 RQ-EMP-ID          PIC 9(7).
           05 RQ-YEAR            PIC 9(4).
           05 RQ-PAY-PERIOD      PIC 9(2).
           05 RQ-PAY-DATE        PIC 9(8).

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

       FD ADVICE-FILE.
       01 ADVICE-LINE            PIC X(132).

       FD REPRTEX-FILE.
       01 REPRTEX-LINE.
           05 EX-EMP-ID          PIC 9(7).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 EX-YEAR            PIC 9(4).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 EX-PAY-PERIOD      PIC 9(2).
           05 FILLER             PIC X(1) VALUE SPACES.
           05 EX-PAY-DATE        PIC 9(8).
           05 FILLER             PIC X(3) VALUE SPACES.
           05 EX-REASON          PIC X(30).

       FD AUDITLOG-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  REQ-CHECK-KEY        PIC X(2).
           05  HIST-CHECK-KEY       PIC X(2).
           05  ADVICE-CHECK-KEY     PIC X(2).
           05  REPRTEX-CHECK-KEY    PIC X(2).
           05  AUDIT-CHECK-KEY      PIC X(2).
           05  WS-REQUESTS-READ     PIC 9(9) VALUE ZERO.
           05  WS-ADVICES-WRITTEN   PIC 9(9) VALUE ZERO.
           05  WS-REQUESTS-REJECTED PIC 9(9) VALUE ZERO.
           05  WS-REQ-PRINTED       PIC 9(5) VALUE ZERO.
           05  WS-HIST-SCAN-SW      PIC X.
               88  MORE-HISTORY           VALUE 'Y'.
               88  NO-MORE-HISTORY        VALUE 'N'.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(4).
           05  WS-RUN-MM            PIC 9(2).
           05  WS-RUN-DD            PIC 9(2).

      *        The NETPAY.DAT record as it was paid, unloaded from
      *        PH-NETPAY, so the advice is built exactly as PAYSTUB
      *        built the original.
       01  NETPAY-RECORD.
           05 NP-EMP-ID          PIC 9(7).
           05 NP-LASTNAME        PIC X(10).
           05 NP-FIRSTNAME       PIC X(10).
           05 NP-GROSS-PAY       PIC 9(9)V99.
           05 NP-FEDERAL-TAX     PIC 9(9)V99.
           05 NP-STATE-TAX       PIC 9(9)V99.
           05 NP-BENEFITS        PIC 9(5)V99.
           05 NP-RETIRE          PIC 9(7)V99.
           05 NP-HEALTH          PIC 9(5)V99.
           05 NP-GARNISH         PIC 9(7)V99.
           05 NP-NET-PAY         PIC S9(9)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 NP-PAY-PERIOD      PIC 9(2).
           05 NP-PERIOD-DATE.
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

       01  WS-REVERSED-DATE.
           05  WS-REV-YYYY          PIC 9(4).
           05  WS-REV-MM            PIC 9(2).
           05  WS-REV-DD            PIC 9(2).

       COPY EARNTYWS.

      *        Hours pay is reworked the way PAYCALC paid it, as
      *        PAYSTUB does, so a reprint matches the original advice.
       01  WS-HOURS-PAY-AREAS.
           05 WS-OT-FACTOR          PIC 9V9 VALUE 1.5.
           05 WS-HOURS-PAY          PIC 9(7)V99.

      *        Number-to-words conversion areas for the net-pay line on
      *        the advice: "ONE THOUSAND TWO HUNDRED THIRTY FOUR AND
      *        56/100 DOLLARS". Cents are carried as NN/100 the way a
      *        check amount line does, so only whole dollars are worded.
       01  WS-UNIT-WORDS-DATA.
           05 FILLER      PIC X(9) VALUE 'ONE'.
           05 FILLER      PIC X(9) VALUE 'TWO'.
           05 FILLER      PIC X(9) VALUE 'THREE'.
           05 FILLER      PIC X(9) VALUE 'FOUR'.
           05 FILLER      PIC X(9) VALUE 'FIVE'.
           05 FILLER      PIC X(9) VALUE 'SIX'.
           05 FILLER      PIC X(9) VALUE 'SEVEN'.
           05 FILLER      PIC X(9) VALUE 'EIGHT'.
           05 FILLER      PIC X(9) VALUE 'NINE'.
           05 FILLER      PIC X(9) VALUE 'TEN'.
           05 FILLER      PIC X(9) VALUE 'ELEVEN'.
           05 FILLER      PIC X(9) VALUE 'TWELVE'.
           05 FILLER      PIC X(9) VALUE 'THIRTEEN'.
           05 FILLER      PIC X(9) VALUE 'FOURTEEN'.
           05 FILLER      PIC X(9) VALUE 'FIFTEEN'.
           05 FILLER      PIC X(9) VALUE 'SIXTEEN'.
           05 FILLER      PIC X(9) VALUE 'SEVENTEEN'.
           05 FILLER      PIC X(9) VALUE 'EIGHTEEN'.
           05 FILLER      PIC X(9) VALUE 'NINETEEN'.
       01  WS-UNIT-WORDS REDEFINES WS-UNIT-WORDS-DATA.
           05 WS-UNIT-WORD OCCURS 19 TIMES PIC X(9).

       01  WS-TENS-WORDS-DATA.
           05 FILLER      PIC X(7) VALUE 'TWENTY'.
           05 FILLER      PIC X(7) VALUE 'THIRTY'.
           05 FILLER      PIC X(7) VALUE 'FORTY'.
           05 FILLER      PIC X(7) VALUE 'FIFTY'.
           05 FILLER      PIC X(7) VALUE 'SIXTY'.
           05 FILLER      PIC X(7) VALUE 'SEVENTY'.
           05 FILLER      PIC X(7) VALUE 'EIGHTY'.
           05 FILLER      PIC X(7) VALUE 'NINETY'.
       01  WS-TENS-WORDS REDEFINES WS-TENS-WORDS-DATA.
           05 WS-TENS-WORD OCCURS 8 TIMES PIC X(7).

       01  WS-WORDS-AREAS.
           05 WS-NET-ABS            PIC 9(9)V99.
           05 WS-NET-DOLLARS        PIC 9(9).
           05 WS-NET-CENTS          PIC 9(2).
           05 WS-GRP-MILLIONS       PIC 9(3).
           05 WS-GRP-THOUSANDS      PIC 9(3).
           05 WS-GRP-UNITS          PIC 9(3).
           05 WS-DOLLARS-REM        PIC 9(6).
           05 WS-CUR-GROUP          PIC 9(3).
           05 WS-GRP-HUNDREDS       PIC 9.
           05 WS-GRP-REMAIN         PIC 9(2).
           05 WS-GRP-TENS           PIC 9.
           05 WS-GRP-ONES           PIC 9.
           05 WS-WORDS              PIC X(110).
           05 WS-WPTR               PIC 9(3).
           05 WS-NEGATIVE-SW        PIC X VALUE 'N'.
              88 NET-IS-NEGATIVE          VALUE 'Y'.

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
           05 FILLER            PIC X VALUE '/'.
           05 AH-YYYY           PIC 9(4).
           05 FILLER            PIC X(73) VALUE SPACES.

       01  ADVICE-EMP-LINE.
           05 FILLER            PIC X(10) VALUE 'EMPLOYEE: '.
           05 AE-EMP-ID         PIC 9(7).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 AE-FNAME          PIC X(10).
           05 AE-LNAME          PIC X(10).
           05 FILLER            PIC X(93) VALUE SPACES.

       01  ADVICE-AMOUNT-LINE.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 AA-LABEL          PIC X(16).
           05 AA-AMOUNT         PIC $$$,$$$,$$9.99-.
           05 FILLER            PIC X(98) VALUE SPACES.

       01  ADVICE-HOURS-LINE.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 AT-LABEL          PIC X(16).
           05 AT-AMOUNT         PIC $$$,$$$,$$9.99-.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 AT-HOURS          PIC ZZ9.99.
           05 FILLER            PIC X(7)  VALUE ' HRS @ '.
           05 AT-RATE           PIC $$$9.99.
           05 FILLER            PIC X(75) VALUE SPACES.

       01  ADVICE-WORDS-LINE.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 AW-WORDS          PIC X(110).
           05 FILLER            PIC X(19) VALUE SPACES.

      *        Printed under the advice header: every reprint says so,
      *        and one PAYREV has backed out says that too.
       01  ADVICE-NOTE-LINE.
           05 FILLER            PIC X(4)  VALUE '*** '.
           05 AN-TEXT           PIC X(34).
           05 AN-MM             PIC 99.
           05 FILLER            PIC X VALUE '/'.
           05 AN-DD             PIC 99.
           05 FILLER            PIC X VALUE '/'.
           05 AN-YYYY           PIC 9(4).
           05 FILLER            PIC X(4)  VALUE ' ***'.
           05 FILLER            PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0100-REPRINT-ADVICES.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT REPRTREQ-FILE
           IF REQ-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "REPRTREQ-FILE ", REQ-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN INPUT PAYHIST-FILE
           IF HIST-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "PAYHIST-FILE ", HIST-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN OUTPUT ADVICE-FILE
           IF ADVICE-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "ADVICE-FILE ", ADVICE-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN OUTPUT REPRTEX-FILE
           IF REPRTEX-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "REPRTEX-FILE ", REPRTEX-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.

           READ REPRTREQ-FILE
              AT END SET REQATEOF TO TRUE
           END-READ.
           PERFORM 0200-PROCESS-REQUEST UNTIL REQATEOF.

           CLOSE REPRTREQ-FILE, PAYHIST-FILE, ADVICE-FILE,
                 REPRTEX-FILE.

           DISPLAY "PAYREPRT REQUESTS READ     = " WS-REQUESTS-READ.
           DISPLAY "PAYREPRT ADVICES REPRINTED = " WS-ADVICES-WRITTEN.
           DISPLAY "PAYREPRT REQUESTS REJECTED = "
              WS-REQUESTS-REJECTED.

           PERFORM 9000-END-PROGRAM.
       0100-END.

      *        Position on the first history record for the employee,
      *        year and period (and pay date, when one is given) and
      *        print forward until the key moves past them.
       0200-PROCESS-REQUEST.
           ADD 1 TO WS-REQUESTS-READ.
           MOVE ZERO TO WS-REQ-PRINTED.
           IF RQ-EMP-ID NOT NUMERIC OR RQ-YEAR NOT NUMERIC
              OR RQ-PAY-PERIOD NOT NUMERIC
              OR RQ-PAY-DATE NOT NUMERIC
              OR RQ-PAY-PERIOD = ZERO
              MOVE 'REQUEST NOT VALID' TO EX-REASON
              PERFORM 0290-WRITE-EXCEPTION
           ELSE
              MOVE RQ-EMP-ID TO PH-EMP-ID
              MOVE RQ-YEAR TO PH-YEAR
              MOVE RQ-PAY-PERIOD TO PH-PAY-PERIOD
              MOVE RQ-PAY-DATE TO PH-PAY-DATE
              MOVE ZERO TO PH-SEQ
              SET MORE-HISTORY TO TRUE
              START PAYHIST-FILE KEY IS NOT LESS THAN PH-KEY
                 INVALID KEY SET NO-MORE-HISTORY TO TRUE
              END-START
              PERFORM 0205-READ-NEXT-HISTORY UNTIL NO-MORE-HISTORY
              IF WS-REQ-PRINTED = ZERO
                 MOVE 'NO PAY HISTORY FOR THE PERIOD' TO EX-REASON
                 PERFORM 0290-WRITE-EXCEPTION
              END-IF
           END-IF.
           READ REPRTREQ-FILE
              AT END SET REQATEOF TO TRUE
           END-READ.
       0200-END.

       0205-READ-NEXT-HISTORY.
           READ PAYHIST-FILE NEXT RECORD
              AT END SET NO-MORE-HISTORY TO TRUE
              NOT AT END
                 IF PH-EMP-ID NOT = RQ-EMP-ID
                    OR PH-YEAR NOT = RQ-YEAR
                    OR PH-PAY-PERIOD NOT = RQ-PAY-PERIOD
                    SET NO-MORE-HISTORY TO TRUE
                 ELSE
                    IF RQ-PAY-DATE = ZERO
                       OR PH-PAY-DATE = RQ-PAY-DATE
                       MOVE PH-NETPAY TO NETPAY-RECORD
                       PERFORM 0210-WRITE-ADVICE
                       ADD 1 TO WS-REQ-PRINTED
                    ELSE
                       SET NO-MORE-HISTORY TO TRUE
                    END-IF
                 END-IF
           END-READ.
       0205-END.

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
           MOVE NP-PERIOD-YYYY TO AH-YYYY.
           MOVE ADVICE-HEADER-LINE TO ADVICE-LINE.
           PERFORM 0220-WRITE-ADVICE-LINE.
           MOVE 'REPRINT OF ADVICE - REPRINTED ON ' TO AN-TEXT.
           MOVE WS-RUN-MM TO AN-MM.
           MOVE WS-RUN-DD TO AN-DD.
           MOVE WS-RUN-YYYY TO AN-YYYY.
           MOVE ADVICE-NOTE-LINE TO ADVICE-LINE.
           PERFORM 0220-WRITE-ADVICE-LINE.
           IF PH-IS-REVERSED
              MOVE PH-REVERSED-DATE TO WS-REVERSED-DATE
              MOVE 'THIS PAYMENT WAS REVERSED ON ' TO AN-TEXT
              MOVE WS-REV-MM TO AN-MM
              MOVE WS-REV-DD TO AN-DD
              MOVE WS-REV-YYYY TO AN-YYYY
              MOVE ADVICE-NOTE-LINE TO ADVICE-LINE
              PERFORM 0220-WRITE-ADVICE-LINE
           END-IF.
           MOVE NP-EMP-ID TO AE-EMP-ID.
           MOVE NP-FIRSTNAME TO AE-FNAME.
           MOVE NP-LASTNAME TO AE-LNAME.
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
           PERFORM 0220-WRITE-ADVICE-LINE.
           MOVE 'FEDERAL TAX' TO AA-LABEL.
           COMPUTE AA-AMOUNT = 0 - NP-FEDERAL-TAX.
           MOVE ADVICE-AMOUNT-LINE TO ADVICE-LINE.
           PERFORM 0220-WRITE-ADVICE-LINE.
           MOVE 'STATE TAX' TO AA-LABEL.
           COMPUTE AA-AMOUNT = 0 - NP-STATE-TAX.
           MOVE ADVICE-AMOUNT-LINE TO ADVICE-LINE.
           PERFORM 0220-WRITE-ADVICE-LINE.
           MOVE 'BENEFITS' TO AA-LABEL.
           COMPUTE AA-AMOUNT = 0 - NP-BENEFITS.
           MOVE ADVICE-AMOUNT-LINE TO ADVICE-LINE.
           PERFORM 0220-WRITE-ADVICE-LINE.
      *        Elected deductions are itemized only when they were
      *        actually taken, so an employee with no elections still
      *        gets the familiar four-line advice.
           IF NP-RETIRE > ZERO
              MOVE 'RETIREMENT' TO AA-LABEL
              COMPUTE AA-AMOUNT = 0 - NP-RETIRE
              MOVE ADVICE-AMOUNT-LINE TO ADVICE-LINE
              PERFORM 0220-WRITE-ADVICE-LINE
           END-IF.
           IF NP-HEALTH > ZERO
              MOVE 'HEALTH PLAN' TO AA-LABEL
              COMPUTE AA-AMOUNT = 0 - NP-HEALTH
              MOVE ADVICE-AMOUNT-LINE TO ADVICE-LINE
              PERFORM 0220-WRITE-ADVICE-LINE
           END-IF.
           IF NP-GARNISH > ZERO
              MOVE 'GARNISHMENT' TO AA-LABEL
              COMPUTE AA-AMOUNT = 0 - NP-GARNISH
              MOVE ADVICE-AMOUNT-LINE TO ADVICE-LINE
              PERFORM 0220-WRITE-ADVICE-LINE
           END-IF.
           MOVE 'NET PAY' TO AA-LABEL.
           MOVE NP-NET-PAY TO AA-AMOUNT.
           MOVE ADVICE-AMOUNT-LINE TO ADVICE-LINE.
           PERFORM 0220-WRITE-ADVICE-LINE.

           PERFORM 0260-NET-PAY-TO-WORDS.
           MOVE WS-WORDS TO AW-WORDS.
           MOVE ADVICE-WORDS-LINE TO ADVICE-LINE.
           PERFORM 0220-WRITE-ADVICE-LINE.
           MOVE ADVICE-RULE-LINE TO ADVICE-LINE.
           PERFORM 0220-WRITE-ADVICE-LINE.
           MOVE SPACES TO ADVICE-LINE.
           PERFORM 0220-WRITE-ADVICE-LINE.
           ADD 1 TO WS-ADVICES-WRITTEN.
       0210-END.

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

       0220-WRITE-ADVICE-LINE.
           WRITE ADVICE-LINE.
           IF ADVICE-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "ADVICE-LINE ", ADVICE-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
       0220-END.

      *        Spell the net-pay amount out in words, check style:
      *        whole dollars in words, cents as NN/100. The amount is
      *        broken into millions / thousands / units groups and each
      *        three-digit group is worded by 0270-CONVERT-GROUP.
       0260-NET-PAY-TO-WORDS.
           MOVE SPACES TO WS-WORDS.
           MOVE 1 TO WS-WPTR.
           MOVE 'N' TO WS-NEGATIVE-SW.
           IF NP-NET-PAY < ZERO
              SET NET-IS-NEGATIVE TO TRUE
              COMPUTE WS-NET-ABS = 0 - NP-NET-PAY
           ELSE
              MOVE NP-NET-PAY TO WS-NET-ABS
           END-IF.
           MOVE WS-NET-ABS TO WS-NET-DOLLARS.
           COMPUTE WS-NET-CENTS =
              (WS-NET-ABS - WS-NET-DOLLARS) * 100.

           IF NET-IS-NEGATIVE
              STRING 'MINUS ' DELIMITED BY SIZE
                 INTO WS-WORDS WITH POINTER WS-WPTR
           END-IF.

           DIVIDE WS-NET-DOLLARS BY 1000000
              GIVING WS-GRP-MILLIONS REMAINDER WS-DOLLARS-REM.
           DIVIDE WS-DOLLARS-REM BY 1000
              GIVING WS-GRP-THOUSANDS REMAINDER WS-GRP-UNITS.

           IF WS-NET-DOLLARS = ZERO
              STRING 'ZERO ' DELIMITED BY SIZE
                 INTO WS-WORDS WITH POINTER WS-WPTR
           END-IF.
           IF WS-GRP-MILLIONS > ZERO
              MOVE WS-GRP-MILLIONS TO WS-CUR-GROUP
              PERFORM 0270-CONVERT-GROUP
              STRING 'MILLION ' DELIMITED BY SIZE
                 INTO WS-WORDS WITH POINTER WS-WPTR
           END-IF.
           IF WS-GRP-THOUSANDS > ZERO
              MOVE WS-GRP-THOUSANDS TO WS-CUR-GROUP
              PERFORM 0270-CONVERT-GROUP
              STRING 'THOUSAND ' DELIMITED BY SIZE
                 INTO WS-WORDS WITH POINTER WS-WPTR
           END-IF.
           IF WS-GRP-UNITS > ZERO
              MOVE WS-GRP-UNITS TO WS-CUR-GROUP
              PERFORM 0270-CONVERT-GROUP
           END-IF.

           STRING 'AND ' DELIMITED BY SIZE
              INTO WS-WORDS WITH POINTER WS-WPTR.
           STRING WS-NET-CENTS DELIMITED BY SIZE
              INTO WS-WORDS WITH POINTER WS-WPTR.
           STRING '/100 DOLLARS' DELIMITED BY SIZE
              INTO WS-WORDS WITH POINTER WS-WPTR.
       0260-END.

      *        Word one three-digit group (001-999) and append it, with
      *        a trailing space, at WS-WPTR in WS-WORDS.
       0270-CONVERT-GROUP.
           DIVIDE WS-CUR-GROUP BY 100
              GIVING WS-GRP-HUNDREDS REMAINDER WS-GRP-REMAIN.
           IF WS-GRP-HUNDREDS > ZERO
              STRING WS-UNIT-WORD(WS-GRP-HUNDREDS)
                 DELIMITED BY SPACE
                 INTO WS-WORDS WITH POINTER WS-WPTR
              STRING ' HUNDRED ' DELIMITED BY SIZE
                 INTO WS-WORDS WITH POINTER WS-WPTR
           END-IF.
           IF WS-GRP-REMAIN > ZERO
              IF WS-GRP-REMAIN < 20
                 STRING WS-UNIT-WORD(WS-GRP-REMAIN)
                    DELIMITED BY SPACE
                    INTO WS-WORDS WITH POINTER WS-WPTR
                 STRING ' ' DELIMITED BY SIZE
                    INTO WS-WORDS WITH POINTER WS-WPTR
              ELSE
                 DIVIDE WS-GRP-REMAIN BY 10
                    GIVING WS-GRP-TENS REMAINDER WS-GRP-ONES
                 STRING WS-TENS-WORD(WS-GRP-TENS - 1)
                    DELIMITED BY SPACE
                    INTO WS-WORDS WITH POINTER WS-WPTR
                 STRING ' ' DELIMITED BY SIZE
                    INTO WS-WORDS WITH POINTER WS-WPTR
                 IF WS-GRP-ONES > ZERO
                    STRING WS-UNIT-WORD(WS-GRP-ONES)
                       DELIMITED BY SPACE
                       INTO WS-WORDS WITH POINTER WS-WPTR
                    STRING ' ' DELIMITED BY SIZE
                       INTO WS-WORDS WITH POINTER WS-WPTR
                 END-IF
              END-IF
           END-IF.
       0270-END.

       0290-WRITE-EXCEPTION.
           MOVE RQ-EMP-ID TO EX-EMP-ID.
           MOVE RQ-YEAR TO EX-YEAR.
           MOVE RQ-PAY-PERIOD TO EX-PAY-PERIOD.
           MOVE RQ-PAY-DATE TO EX-PAY-DATE.
           WRITE REPRTEX-LINE.
           IF REPRTEX-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "REPRTEX-LINE ", REPRTEX-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           ADD 1 TO WS-REQUESTS-REJECTED.
       0290-END.

       COPY EARNTYPR.

       9000-END-PROGRAM.
           OPEN EXTEND AUDITLOG-FILE.
           IF AUDIT-CHECK-KEY NOT = "00"
              OPEN OUTPUT AUDITLOG-FILE
           END-IF.
           MOVE 'PAYREPRT' TO AUDIT-PROGRAM-ID.
           MOVE WS-RUN-YYYY TO AUDIT-RUN-YYYY.
           MOVE WS-RUN-MM TO AUDIT-RUN-MM.
           MOVE WS-RUN-DD TO AUDIT-RUN-DD.
           MOVE WS-REQUESTS-READ TO AUDIT-RECORDS-READ.
           MOVE WS-ADVICES-WRITTEN TO AUDIT-RECORDS-WRITTEN.
           MOVE WS-REQUESTS-REJECTED TO AUDIT-RECORDS-REJECTED.
           MOVE 'ENDRUN' TO AUDIT-EVENT.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDITLOG-FILE.

           STOP RUN.

          END PROGRAM PAYREPRT.
