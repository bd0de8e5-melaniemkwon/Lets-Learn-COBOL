       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYREV.
      * BACK A PAY PERIOD OUT OF THE SYSTEM, DRIVEN OFF THE PAY
      * HISTORY PAYCLOSE KEEPS (PAYHIST.DAT). REVPARM.DAT NAMES THE
      * RUN -- YEAR, PAY PERIOD AND, FOR AN OFF-CYCLE BATCH, ITS PAY
      * DATE; WITHOUT ONE THE RUN ON THE CURRENT NETPAY.DAT IS
      * REVERSED. A RUN NOT YET CLOSED, SO NOT YET ON THE HISTORY, IS
      * TAKEN FROM NETPAY.DAT WHILE THAT STILL HOLDS IT. EVERY PAYMENT
      * TAKEN FROM THE HISTORY IS MARKED REVERSED THERE, AND A RUN
      * WHOSE PAYMENTS ARE ALL MARKED SO IS REFUSED. FOR EVERY
      * PAYMENT IN THE RUN THE REVERSAL
      *   (1) WRITES A NEGATING RECORD TO NETPAYREV.DAT -- THE SAME
      *       LAYOUT, WITH THE SIGNED NET NEGATED AND THE UNSIGNED
      *       COMPONENT FIELDS (HOURS INCLUDED) CARRYING THE
      *       MAGNITUDES BACKED OUT,
      *   (2) SUBTRACTS THE PERIOD'S AMOUNTS BACK OUT OF THE
      *       EMPLOYEE'S PAYYTD-RECORD AND STEPS YTD-LAST-PERIOD BACK
      *       SO A CORRECTED RERUN OF THE PERIOD ACCUMULATES AGAIN,
      *   (3) ACCUMULATES A REVERSING GL JOURNAL (GLREVERS.DAT, THE
      *       GLPOST.DAT LAYOUT WITH DEBITS AND CREDITS SWAPPED),
      *   (4) WRITES A BANK RECALL FILE (BANKRCL.DAT, THE BANKFILE
      *       LAYOUT WITH 'R' DETAILS) FOR EVERY POSITIVE NET THAT
      *       WENT TO THE BANK -- PROVED BY THE SAME BANKAIDX.DAT
      *       VERIFIED-PRENOTE TEST PAYBANK APPLIES, SO EMPLOYEES
      *       PAYBANK ROUTED TO PAY-BY-CHECK ARE NEVER RECALLED, AND
      *   (5) BACKS THE PERIOD'S WITHHOLDING OUT OF THE EMPLOYEE'S
      *       GARNISHMENT CASES ON GARNIDX.DAT, REOPENING ANY CASE THE
      *       PERIOD PAID OFF OR STOPPED, AND
      *   (6) TAKES THE EMPLOYER TAX PAYERTAX CHARGED FOR THE RUN BACK
      *       OFF ERTAXYTD.DAT -- WAGE BASES AND QUARTER TOTALS -- AND
      *       OUT OF THE LEDGER WITH THE REST OF THE JOURNAL, AND
      *   (7) TAKES THE VACATION AND SICK HOURS PAYCALC ACCRUED FOR
      *       THE PERIOD BACK OFF THE EMPLOYEE'S LEAVE BANK ON
      *       LEAVEIDX.DAT.
      * THE PERIOD'S PAY-DONE FLAG IS CLEARED ON PAYCTL.DAT SO THE
      * CORRECTED RERUN NEEDS NO OVERRIDE (AND, SINCE RETROPAY'S
      * BATCH IS KEYED TO THE PERIOD, PAYS ANY RETRO PAY AGAIN), AND
      * THE REVERSAL IS STAMPED IN AUDITLOG.DAT WITH EVENT 'REVERSAL'
      * SO AUDITRPT SHOWS IT. A PERIOD NOT MARKED COMPLETE ON
      * PAYCTL.DAT REFUSES: THERE IS NOTHING RECORDED TO BACK OUT.
      * SO DOES A RUN WHOSE GARNISHMENT CASES, EMPLOYER TAX RECORDS
      * OR LEAVE BANKS A LATER RUN HAS STAMPED SINCE -- NOTHING IS
      * BACKED OUT UNTIL THAT LATER RUN HAS BEEN REVERSED FIRST.
      * AN OFF-CYCLE NETPAY.DAT FROM PAYSUPP IS REVERSED THE SAME WAY
      * EXCEPT THAT PAYCTL.DAT, YTD-LAST-PERIOD, THE GARNISHMENT
      * CASES AND THE LEAVE BANK ARE LEFT ALONE -- THE BATCH NEVER
      * TOUCHED THEM. IT MUST
      * BE LOGGED PAID ON SUPPCTL.DAT AND NOT ALREADY REVERSED, AND
      * AN 'R' RECORD IS APPENDED THERE FOR IT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        FILE STATUS IS NETPAY-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REVPARM-FILE ASSIGN TO "REVPARM.DAT"
        FILE STATUS IS PARM-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PAYHIST-FILE ASSIGN TO "PAYHIST.DAT"
        FILE STATUS IS HIST-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PH-KEY
        ALTERNATE RECORD KEY IS PH-RUN-KEY
           WITH DUPLICATES.

       SELECT NETPAYREV-FILE ASSIGN TO "NETPAYREV.DAT"
        FILE STATUS IS NETREV-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.
        ACCESS MODE IS RANDOM
        RECORD KEY IS BA-EMP-ID.

       SELECT GARNCASE-FILE ASSIGN TO "GARNIDX.DAT"
        FILE STATUS IS GARN-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GC-KEY.

       SELECT ERTAXYTD-FILE ASSIGN TO "ERTAXYTD.DAT"
        FILE STATUS IS ERYTD-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EY-KEY.

       SELECT LEAVE-FILE ASSIGN TO "LEAVEIDX.DAT"
        FILE STATUS IS LEAVE-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS LV-EMP-ID.

       SELECT PAYREVEX-FILE ASSIGN TO "PAYREVEX.DAT"
        FILE STATUS IS REVEX-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.
        FILE STATUS IS CTL-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT SUPPCTL-FILE ASSIGN TO "SUPPCTL.DAT"
        FILE STATUS IS SUPPCTL-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG.DAT"
        FILE STATUS IS AUDIT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD NETPAYFILE.
       01 NETPAYFILE-RECORD      PIC X(149).

      *        A pay date of zero names the regular period's run.
       FD REVPARM-FILE.
       01 REVPARM-RECORD.
           05 RV-YEAR            PIC 9(4).
           05 RV-PAY-PERIOD      PIC 9(2).
           05 RV-PAY-DATE        PIC 9(8).

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
              88 PH-IS-OFF-CYCLE     VALUE 'Y'.
           05 PH-CLOSE-DATE      PIC 9(8).
           05 PH-REVERSED        PIC X.
              88 PH-IS-REVERSED      VALUE 'Y'.
           05 PH-REVERSED-DATE   PIC 9(8).
           05 PH-NETPAY          PIC X(149).


       FD NETPAYREV-FILE.
       01 NETPAYREV-RECORD.
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 NR-PAY-PERIOD      PIC 9(2).
           05 NR-PERIOD-DATE     PIC 9(8).
           05 NR-RETRO-PAY       PIC S9(7)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 NR-OFF-CYCLE       PIC X.
           05 NR-EARN-TYPE       PIC X(3).
           05 NR-PAY-TYPE        PIC X.
           05 NR-HOURLY-RATE     PIC 9(3)V99.
           05 NR-REG-HOURS       PIC 9(3)V99.
           05 NR-OT-HOURS        PIC 9(3)V99.
           05 NR-HOL-HOURS       PIC 9(3)V99.

       FD PAYYTD-FILE.
       01 PAYYTD-RECORD.
           05 YTD-GARNISH        PIC 9(9)V99.
           05 YTD-NET-PAY        PIC S9(11)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 YTD-RETRO-PAY      PIC S9(9)V99
              SIGN IS TRAILING SEPARATE CHARACTER.

       FD GLREVERS-FILE.
       01 GL-BATCH-HEADER.
           05 GH-REC-TYPE        PIC X.
           05 GH-RUN-DATE        PIC 9(8).
           05 GH-PAY-PERIOD      PIC 9(2).
           05 GH-OFF-CYCLE       PIC X.
           05 FILLER             PIC X(48).
       01 GL-JOURNAL-RECORD REDEFINES GL-BATCH-HEADER.
           05 JE-REC-TYPE        PIC X.
           05 JE-DEPT-CODE       PIC X(4).
           05 RT-TOTAL-NET       PIC 9(13)V99.
           05 FILLER             PIC X(21).

      *        Employer tax year-to-date as PAYERTAX keeps it. The
      *        EY-LAST- amounts are what the stamped pay run charged.
      *        There is one record per employee per tax year.
       FD ERTAXYTD-FILE.
       01 ERTAXYTD-RECORD.
           05 EY-KEY.
              10 EY-EMP-ID       PIC 9(7).
              10 EY-YEAR         PIC 9(4).
           05 EY-LAST-PERIOD     PIC 9(2).
           05 EY-LAST-DATE       PIC 9(8).
           05 EY-LAST-RUN        PIC 9(16).
           05 EY-LAST-AMOUNTS.
              10 EY-LAST-GROSS      PIC 9(9)V99.
              10 EY-LAST-FED-TAX    PIC 9(9)V99.
              10 EY-LAST-STATE-TAX  PIC 9(9)V99.
              10 EY-LAST-SS-WAGES   PIC 9(9)V99.
              10 EY-LAST-SS-TAX     PIC 9(7)V99.
              10 EY-LAST-MED-WAGES  PIC 9(9)V99.
              10 EY-LAST-MED-TAX    PIC 9(7)V99.
              10 EY-LAST-FUTA-WAGES PIC 9(9)V99.
              10 EY-LAST-FUTA-TAX   PIC 9(7)V99.
              10 EY-LAST-SUTA-WAGES PIC 9(9)V99.
              10 EY-LAST-SUTA-TAX   PIC 9(7)V99.
           05 EY-YEAR-AMOUNTS.
              10 EY-YTD-SS-WAGES    PIC 9(11)V99.
              10 EY-YTD-MED-WAGES   PIC 9(11)V99.
              10 EY-YTD-FUTA-WAGES  PIC 9(11)V99.
              10 EY-YTD-SUTA-WAGES  PIC 9(11)V99.
              10 EY-QUARTER OCCURS 4 TIMES.
                 15 EY-Q-GROSS      PIC 9(11)V99.
                 15 EY-Q-FED-TAX    PIC 9(11)V99.
                 15 EY-Q-STATE-TAX  PIC 9(11)V99.
                 15 EY-Q-SS-WAGES   PIC 9(11)V99.
                 15 EY-Q-SS-TAX     PIC 9(9)V99.
                 15 EY-Q-MED-WAGES  PIC 9(11)V99.
                 15 EY-Q-MED-TAX    PIC 9(9)V99.
                 15 EY-Q-FUTA-WAGES PIC 9(11)V99.
                 15 EY-Q-FUTA-TAX   PIC 9(9)V99.
                 15 EY-Q-SUTA-WAGES PIC 9(11)V99.
                 15 EY-Q-SUTA-TAX   PIC 9(9)V99.

       FD PAYREVEX-FILE.
       01 PAYREVEX-LINE.
           05 EX-EMP-ID          PIC 9(7).
           05 BA-PRENOTE         PIC X.
              88 PRENOTE-PENDING      VALUE 'P'.
              88 PRENOTE-VERIFIED     VALUE 'V'.
           05 BA-ACCT-STATUS     PIC X.
              88 ACCOUNT-OPEN         VALUE 'A'.
              88 ACCOUNT-CLOSED       VALUE 'C'.

       FD GARNCASE-FILE.
       01 GARNCASE-RECORD.
           05 GC-KEY.
              10 GC-EMP-ID       PIC 9(7).
              10 GC-CASE-NO      PIC X(12).
           05 GC-SLOT            PIC 9.
           05 GC-AGENCY-ID       PIC X(6).
           05 GC-AGENCY-NAME     PIC X(24).
           05 GC-TOTAL-OWED      PIC 9(9)V99.
           05 GC-WITHHELD-TD     PIC 9(9)V99.
           05 GC-BALANCE         PIC 9(9)V99.
           05 GC-STOP-DATE       PIC 9(8).
           05 GC-STATUS          PIC X.
              88 CASE-ACTIVE          VALUE 'A'.
              88 CASE-PAID-OFF        VALUE 'P'.
              88 CASE-STOPPED         VALUE 'S'.
              88 CASE-CLOSED          VALUE 'X'.
           05 GC-OPEN-DATE       PIC 9(8).
           05 GC-CLOSE-DATE      PIC 9(8).
           05 GC-LAST-PERIOD     PIC 9(2).
           05 GC-LAST-PERIOD-DATE PIC 9(8).
           05 GC-LAST-ORDERED    PIC 9(7)V99.
           05 GC-LAST-WITHHELD   PIC 9(7)V99.
           05 GC-ARREARS         PIC 9(9)V99.

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

       FD DEPTIDX-FILE.
       01 DEPTIDX-RECORD.
           05 CTL-PAY-DATE       PIC 9(8).
           05 CTL-CLOSED         PIC X.
           05 CTL-CLOSE-DATE     PIC X(8).
           05 CTL-PERIOD-DATE    PIC X(8).

      *        The supplemental batch log PAYSUPP keeps; an 'R'
      *        record marks the batch paid on SC-PAY-DATE reversed.
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

       FD AUDITLOG-FILE.
       COPY AUDITREC.
       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  NETPAY-CHECK-KEY     PIC X(2).
           05  PARM-CHECK-KEY       PIC X(2).
           05  HIST-CHECK-KEY       PIC X(2).
           05  NETREV-CHECK-KEY     PIC X(2).
           05  YTD-CHECK-KEY        PIC X(2).
           05  GLREV-CHECK-KEY      PIC X(2).
           05  REVEX-CHECK-KEY      PIC X(2).
           05  BANKACCT-CHECK-KEY   PIC X(2).
           05  DEPT-CHECK-KEY       PIC X(2).
           05  GARN-CHECK-KEY       PIC X(2).
           05  LEAVE-CHECK-KEY      PIC X(2).
           05  ERYTD-CHECK-KEY      PIC X(2).
           05  CTL-CHECK-KEY        PIC X(2).
           05  SUPPCTL-CHECK-KEY    PIC X(2).
           05  AUDIT-CHECK-KEY      PIC X(2).
           05  WS-RECORDS-READ      PIC 9(9) VALUE ZERO.
           05  WS-RECORDS-REVERSED  PIC 9(9) VALUE ZERO.
           05  WS-YTD-NOT-FOUND     PIC 9(9) VALUE ZERO.
           05  WS-RECALLS-WRITTEN   PIC 9(9) VALUE ZERO.
           05  WS-GL-WRITTEN        PIC 9(9) VALUE ZERO.
           05  WS-GARN-BACKED-OUT   PIC 9(9) VALUE ZERO.
           05  WS-ERTAX-BACKED-OUT  PIC 9(9) VALUE ZERO.
           05  WS-LEAVE-BACKED-OUT  PIC 9(9) VALUE ZERO.
           05  WS-STAMPS-RESTAMPED  PIC 9(9) VALUE ZERO.
           05  WS-STAMP-FILE        PIC X(12).
           05  WS-REV-PERIOD        PIC 9(2) VALUE ZERO.
           05  WS-REV-YEAR          PIC 9(4) VALUE ZERO.
           05  WS-REV-PAY-DATE      PIC 9(8) VALUE ZERO.
           05  WS-REV-PAY-DATE-PARTS REDEFINES WS-REV-PAY-DATE.
               10  WS-REV-PAY-YYYY  PIC 9(4).
               10  WS-REV-PAY-MM    PIC 9(2).
               10  WS-REV-PAY-DD    PIC 9(2).
           05  WS-REV-QTR           PIC 9 VALUE 1.
           05  WS-REV-OFF-CYCLE     PIC X VALUE 'N'.
               88  REVERSING-OFF-CYCLE   VALUE 'Y'.
           05  WS-REV-BATCH-ID      PIC X(8) VALUE SPACES.
           05  WS-REV-BATCH-REVERSED-SW PIC X VALUE 'N'.
               88  BATCH-ALREADY-REVERSED VALUE 'Y'.
           05  WS-REV-TOTAL-NET     PIC S9(11)V99 VALUE ZERO.
           05  WS-REQ-YEAR          PIC 9(4) VALUE ZERO.
           05  WS-REQ-PERIOD        PIC 9(2) VALUE ZERO.
           05  WS-REQ-DATE          PIC 9(8) VALUE ZERO.
           05  WS-REV-SOURCE        PIC X VALUE SPACE.
               88  REVERSING-FROM-HISTORY VALUE 'H'.
               88  REVERSING-FROM-NETPAY  VALUE 'N'.
           05  WS-HIST-AVAIL-SW     PIC X VALUE 'N'.
               88  HIST-AVAILABLE        VALUE 'Y'.
           05  WS-HIST-READ-SW      PIC X.
               88  HIST-PAYMENT-FOUND    VALUE 'F'.
               88  HIST-RUN-ENDED        VALUE 'E'.
           05  WS-HIST-REVERSED     PIC 9(9) VALUE ZERO.
           05  WS-YTD-REASON        PIC X(30).
           05  WS-COMPANY-ID        PIC X(10) VALUE 'LLCPAY0001'.
           05  WS-AUDIT-EVENT       PIC X(8) VALUE 'REVERSAL'.
           05  WS-RUN-DATE-NUM      PIC 9(8) VALUE ZERO.
               88  BANKACCT-AVAILABLE    VALUE 'Y'.
           05  WS-ACCT-FOUND-SW     PIC X.
               88  ACCT-ON-FILE          VALUE 'Y'.
           05  WS-GARN-AVAIL-SW     PIC X VALUE 'N'.
               88  GARN-AVAILABLE        VALUE 'Y'.
           05  WS-ERYTD-AVAIL-SW    PIC X VALUE 'N'.
               88  ERYTD-AVAILABLE       VALUE 'Y'.
           05  WS-LEAVE-AVAIL-SW    PIC X VALUE 'N'.
               88  LEAVE-AVAILABLE       VALUE 'Y'.
           05  WS-LEAVE-FOUND-SW    PIC X.
               88  LEAVE-ON-FILE         VALUE 'Y'.
           05  WS-GARN-SCAN-SW      PIC X.
               88  MORE-GARN-CASES       VALUE 'Y'.
               88  NO-MORE-GARN-CASES    VALUE 'N'.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(4).
           05  WS-RUN-MM            PIC 9(2).
           05  WS-RUN-DD            PIC 9(2).

      *        The payment being reversed, read from NETPAY.DAT or
      *        unloaded from PH-NETPAY on the history.
       01  NETPAY-RECORD.
           88 ENDOFFILE VALUE HIGH-VALUES.
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

       COPY PAYCTLWS.

       COPY DEPTTBWS.
              10 WS-ACC-HEALTH        PIC 9(13)V99 VALUE ZERO.
              10 WS-ACC-GARNISH       PIC 9(13)V99 VALUE ZERO.
              10 WS-ACC-NET-PAY       PIC S9(13)V99 VALUE ZERO.
              10 WS-ACC-RETRO-PAY     PIC S9(13)V99 VALUE ZERO.
              10 WS-ACC-ER-FICA       PIC 9(13)V99 VALUE ZERO.
              10 WS-ACC-ER-FUTA       PIC 9(13)V99 VALUE ZERO.
              10 WS-ACC-ER-SUTA       PIC 9(13)V99 VALUE ZERO.

       01  WS-JOURNAL-WORK-AREAS.
           05 WS-JE-ACCOUNT           PIC X(22).
           PERFORM 0970-LOAD-DEPT-TABLE.
           PERFORM 0110-INIT-DEPT-ACCUMS.

           PERFORM 0102-NAME-REVERSAL-RUN.
           PERFORM 0104-FIND-RUN-ON-HISTORY THRU 0104-END.
           IF NOT REVERSING-FROM-HISTORY
              PERFORM 0106-FIND-RUN-ON-NETPAY
           END-IF.
           MOVE NP-PAY-PERIOD TO WS-REV-PERIOD.
           MOVE NP-PERIOD-DATE TO WS-REV-PAY-DATE.
           DIVIDE NP-PERIOD-DATE BY 10000 GIVING WS-REV-YEAR.
           IF NP-IS-OFF-CYCLE
              MOVE 'Y' TO WS-REV-OFF-CYCLE
              PERFORM 0109-CHECK-SUPP-BATCH
           ELSE
              PERFORM 0108-CHECK-RUN-CONTROL
           END-IF.
           PERFORM 0115-OPEN-BANKACCT-FILE.
           PERFORM 0117-OPEN-GARN-FILE.
           PERFORM 0118-OPEN-ERTAXYTD-FILE.
           PERFORM 0119-OPEN-LEAVE-FILE.
           PERFORM 0170-VERIFY-RUN-STAMPS.

           OPEN I-O PAYYTD-FILE
           IF YTD-CHECK-KEY NOT = "00"
                 "BANKRCL-FILE ", BANKRCL-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0120-WRITE-RECALL-HEADER.

           PERFORM 0200-REVERSE-ONE-RECORD UNTIL ENDOFFILE.

           PERFORM 0130-WRITE-RECALL-TRAILER.
           PERFORM 0400-WRITE-REVERSING-JOURNAL.
           CLOSE NETPAYREV-FILE, PAYYTD-FILE,
                 PAYREVEX-FILE, BANKRCL-FILE.
           IF REVERSING-FROM-NETPAY
              CLOSE NETPAYFILE
           END-IF.
           IF HIST-AVAILABLE
              CLOSE PAYHIST-FILE
           END-IF.
           IF BANKACCT-AVAILABLE
              CLOSE BANKACCT-FILE
           END-IF.
           IF GARN-AVAILABLE
              CLOSE GARNCASE-FILE
           END-IF.
           IF ERYTD-AVAILABLE
              CLOSE ERTAXYTD-FILE
           END-IF.
           IF LEAVE-AVAILABLE
              CLOSE LEAVE-FILE
           END-IF.

      *        Clearing PAY-DONE lets the corrected rerun through
      *        0108-CHECK-RUN-CONTROL in PAYCALC without an override.
      *        An off-cycle batch never set it, so only the batch
      *        log records its reversal.
           IF REVERSING-OFF-CYCLE
              PERFORM 0450-LOG-SUPP-REVERSAL THRU 0450-END
           ELSE
              PERFORM 0910-LOAD-RUN-CONTROL
              MOVE 'N' TO WS-CTL-PAY-DONE(WS-REV-PERIOD)
              MOVE WS-RUN-DATE-NUM TO WS-CTL-PAY-DATE(WS-REV-PERIOD)
              MOVE 'N' TO WS-CTL-CLOSED(WS-REV-PERIOD)
              MOVE ZERO TO WS-CTL-CLOSE-DATE(WS-REV-PERIOD)
              PERFORM 0920-SAVE-RUN-CONTROL
           END-IF.

           DISPLAY "PAYREV PERIOD REVERSED     = " WS-REV-PERIOD.
           IF REVERSING-FROM-HISTORY
              DISPLAY "PAYREV REVERSED FROM       = PAYHIST.DAT"
           ELSE
              DISPLAY "PAYREV REVERSED FROM       = NETPAY.DAT"
           END-IF.
           DISPLAY "PAYREV RECORDS READ        = " WS-RECORDS-READ.
           DISPLAY "PAYREV RECORDS REVERSED    = "
              WS-RECORDS-REVERSED.
           DISPLAY "PAYREV YTD NOT FOUND       = " WS-YTD-NOT-FOUND.
           DISPLAY "PAYREV BANK RECALLS        = " WS-RECALLS-WRITTEN.
           DISPLAY "PAYREV GARNISH CASES BACKED OUT = "
              WS-GARN-BACKED-OUT.
           DISPLAY "PAYREV EMPLOYER TAX BACKED OUT  = "
              WS-ERTAX-BACKED-OUT.
           DISPLAY "PAYREV LEAVE ACCRUAL BACKED OUT = "
              WS-LEAVE-BACKED-OUT.

           PERFORM 9000-END-PROGRAM.
       0100-END.

      *        REVPARM.DAT names the run; without it the run is the
      *        one on NETPAY.DAT now, found on the history if it has
      *        been closed since.
       0102-NAME-REVERSAL-RUN.
           OPEN INPUT REVPARM-FILE.
           IF PARM-CHECK-KEY = "00"
              READ REVPARM-FILE
                 AT END MOVE SPACES TO REVPARM-RECORD
              END-READ
              CLOSE REVPARM-FILE
              IF RV-YEAR NOT NUMERIC OR RV-PAY-PERIOD NOT NUMERIC
                 OR RV-PAY-DATE NOT NUMERIC
                 OR RV-PAY-PERIOD < 1 OR RV-PAY-PERIOD > 26
                 DISPLAY "PAYREV REFUSED: REVPARM.DAT DOES NOT NAME ",
                    "A YEAR AND PAY PERIOD"
                 MOVE 'REFUSED' TO WS-AUDIT-EVENT
                 MOVE 8 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
              END-IF
              MOVE RV-YEAR TO WS-REQ-YEAR
              MOVE RV-PAY-PERIOD TO WS-REQ-PERIOD
              MOVE RV-PAY-DATE TO WS-REQ-DATE
           ELSE
              OPEN INPUT NETPAYFILE
              IF NETPAY-CHECK-KEY NOT = "00"
                 DISPLAY "PAYREV REFUSED: NO REVPARM.DAT OR ",
                    "NETPAY.DAT, NOTHING TO REVERSE"
                 MOVE 'REFUSED' TO WS-AUDIT-EVENT
                 MOVE 8 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
              END-IF
              READ NETPAYFILE INTO NETPAY-RECORD
                 AT END SET ENDOFFILE TO TRUE
              END-READ
              CLOSE NETPAYFILE
              IF ENDOFFILE
                 DISPLAY "PAYREV REFUSED: NETPAY.DAT IS EMPTY, ",
                    "NOTHING TO REVERSE"
                 MOVE 'REFUSED' TO WS-AUDIT-EVENT
                 MOVE 8 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
              END-IF
              DIVIDE NP-PERIOD-DATE BY 10000 GIVING WS-REQ-YEAR
              MOVE NP-PAY-PERIOD TO WS-REQ-PERIOD
              MOVE NP-PERIOD-DATE TO WS-REQ-DATE
           END-IF.
       0102-END.

      *        Position on the run by PH-RUN-KEY and take its first
      *        payment still standing. With no pay date given the
      *        regular run is wanted, so off-cycle batches in the
      *        period are passed over.
       0104-FIND-RUN-ON-HISTORY.
           OPEN I-O PAYHIST-FILE.
           IF HIST-CHECK-KEY NOT = "00"
              GO TO 0104-END
           END-IF.
           MOVE 'Y' TO WS-HIST-AVAIL-SW.
           MOVE WS-REQ-YEAR TO PH-RUN-YEAR.
           MOVE WS-REQ-PERIOD TO PH-RUN-PERIOD.
           MOVE WS-REQ-DATE TO PH-RUN-DATE.
           MOVE SPACE TO WS-HIST-READ-SW.
           START PAYHIST-FILE KEY IS NOT LESS THAN PH-RUN-KEY
              INVALID KEY SET HIST-RUN-ENDED TO TRUE
           END-START.
           PERFORM 0105-READ-HISTORY-PAYMENT
              UNTIL HIST-PAYMENT-FOUND OR HIST-RUN-ENDED.
           IF HIST-PAYMENT-FOUND
              MOVE PH-RUN-DATE TO WS-REQ-DATE
              SET REVERSING-FROM-HISTORY TO TRUE
           ELSE
              IF WS-HIST-REVERSED > 0
                 DISPLAY "PAYREV REFUSED: PERIOD " WS-REQ-PERIOD
                    " OF " WS-REQ-YEAR " ALREADY REVERSED ON ",
                    "PAYHIST.DAT"
                 MOVE 'REFUSED' TO WS-AUDIT-EVENT
                 MOVE 8 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
              END-IF
           END-IF.
       0104-END.

       0105-READ-HISTORY-PAYMENT.
           READ PAYHIST-FILE NEXT RECORD
              AT END SET HIST-RUN-ENDED TO TRUE
              NOT AT END
                 IF PH-RUN-YEAR NOT = WS-REQ-YEAR
                    OR PH-RUN-PERIOD NOT = WS-REQ-PERIOD
                    SET HIST-RUN-ENDED TO TRUE
                 ELSE IF WS-REQ-DATE NOT = ZERO
                    AND PH-RUN-DATE NOT = WS-REQ-DATE
                    SET HIST-RUN-ENDED TO TRUE
                 ELSE IF WS-REQ-DATE = ZERO AND PH-IS-OFF-CYCLE
                    CONTINUE
                 ELSE IF PH-IS-REVERSED
                    ADD 1 TO WS-HIST-REVERSED
                 ELSE
                    MOVE PH-NETPAY TO NETPAY-RECORD
                    SET HIST-PAYMENT-FOUND TO TRUE
                 END-IF
           END-READ.
       0105-END.

      *        A run not on the history has not been closed yet; it
      *        can only be the one NETPAY.DAT still holds.
       0106-FIND-RUN-ON-NETPAY.
           OPEN INPUT NETPAYFILE.
           IF NETPAY-CHECK-KEY = "00"
              READ NETPAYFILE INTO NETPAY-RECORD
                 AT END SET ENDOFFILE TO TRUE
              END-READ
           ELSE
              SET ENDOFFILE TO TRUE
           END-IF.
           IF NOT ENDOFFILE
              DIVIDE NP-PERIOD-DATE BY 10000 GIVING WS-REV-YEAR
           END-IF.
           IF ENDOFFILE
              OR WS-REV-YEAR NOT = WS-REQ-YEAR
              OR NP-PAY-PERIOD NOT = WS-REQ-PERIOD
              OR (WS-REQ-DATE NOT = ZERO
                  AND NP-PERIOD-DATE NOT = WS-REQ-DATE)
              OR (WS-REQ-DATE = ZERO AND NP-IS-OFF-CYCLE)
              DISPLAY "PAYREV REFUSED: PERIOD " WS-REQ-PERIOD
                 " OF " WS-REQ-YEAR " NOT ON PAYHIST.DAT OR ",
                 "NETPAY.DAT"
              MOVE 'REFUSED' TO WS-AUDIT-EVENT
              MOVE 8 TO RETURN-CODE
              GO TO 9000-END-PROGRAM
           END-IF.
           SET REVERSING-FROM-NETPAY TO TRUE.
       0106-END.

      *        The next payment of the run: the next record standing
      *        under the same PH-RUN-KEY, or the next NETPAY record.
       0150-READ-NEXT-PAYMENT.
           IF REVERSING-FROM-HISTORY
              MOVE SPACE TO WS-HIST-READ-SW
              PERFORM 0155-READ-RUN-PAYMENT
                 UNTIL HIST-PAYMENT-FOUND OR HIST-RUN-ENDED
              IF HIST-RUN-ENDED
                 SET ENDOFFILE TO TRUE
              END-IF
           ELSE
              READ NETPAYFILE INTO NETPAY-RECORD
                 AT END SET ENDOFFILE TO TRUE
              END-READ
           END-IF.
       0150-END.

       0155-READ-RUN-PAYMENT.
           READ PAYHIST-FILE NEXT RECORD
              AT END SET HIST-RUN-ENDED TO TRUE
              NOT AT END
                 IF PH-RUN-YEAR NOT = WS-REQ-YEAR
                    OR PH-RUN-PERIOD NOT = WS-REQ-PERIOD
                    OR PH-RUN-DATE NOT = WS-REQ-DATE
                    SET HIST-RUN-ENDED TO TRUE
                 ELSE IF NOT PH-IS-REVERSED
                    MOVE PH-NETPAY TO NETPAY-RECORD
                    SET HIST-PAYMENT-FOUND TO TRUE
                 END-IF
           END-READ.
       0155-END.

      *        The payment stays on the history, marked as backed out,
      *        so a reprint shows it and it is never reversed twice.
       0160-MARK-HISTORY-REVERSED.
           MOVE 'Y' TO PH-REVERSED.
           MOVE WS-RUN-DATE-NUM TO PH-REVERSED-DATE.
           REWRITE PAYHIST-RECORD
              INVALID KEY
                 DISPLAY "Non-zero file status returned from ",
                    "REWRITE PAYHIST-RECORD ", HIST-CHECK-KEY
                 GO TO 9000-END-PROGRAM
           END-REWRITE.
       0160-END.

      *        Every garnishment case, employer tax record and leave
      *        bank the run stamped must still carry that run's stamp
      *        before anything is backed out. One a later run has
      *        stamped since -- a later regular run, or an off-cycle
      *        batch paid after this one -- holds amounts this
      *        reversal cannot take back, so the whole reversal is
      *        refused, before the year-to-date, the ledger or
      *        PAYCTL.DAT is touched; that later run is reversed
      *        first. A record stamped earlier, or not at all, was
      *        never touched by the run and is passed over. With
      *        every stamp proved, the run is read again from its
      *        first payment for the reversal itself.
       0170-VERIFY-RUN-STAMPS.
           PERFORM 0175-VERIFY-ONE-PAYMENT UNTIL ENDOFFILE.
           IF WS-STAMPS-RESTAMPED > 0
              DISPLAY "PAYREV REFUSED: " WS-STAMPS-RESTAMPED
                 " RECORD(S) RESTAMPED BY A LATER PAY RUN, ",
                 "REVERSE THAT RUN FIRST"
              MOVE 'REFUSED' TO WS-AUDIT-EVENT
              MOVE 8 TO RETURN-CODE
              GO TO 9000-END-PROGRAM
           END-IF.
           IF REVERSING-FROM-HISTORY
              MOVE WS-REQ-YEAR TO PH-RUN-YEAR
              MOVE WS-REQ-PERIOD TO PH-RUN-PERIOD
              MOVE WS-REQ-DATE TO PH-RUN-DATE
              MOVE SPACE TO WS-HIST-READ-SW
              START PAYHIST-FILE KEY IS NOT LESS THAN PH-RUN-KEY
                 INVALID KEY SET HIST-RUN-ENDED TO TRUE
              END-START
              PERFORM 0155-READ-RUN-PAYMENT
                 UNTIL HIST-PAYMENT-FOUND OR HIST-RUN-ENDED
              IF HIST-RUN-ENDED
                 SET ENDOFFILE TO TRUE
              END-IF
           ELSE
              CLOSE NETPAYFILE
              OPEN INPUT NETPAYFILE
              IF NETPAY-CHECK-KEY NOT = "00"
                 DISPLAY "Non-zero file status returned from OPEN ",
                    "NETPAYFILE ", NETPAY-CHECK-KEY
                 GO TO 9000-END-PROGRAM
              END-IF
              READ NETPAYFILE INTO NETPAY-RECORD
                 AT END SET ENDOFFILE TO TRUE
              END-READ
           END-IF.
       0170-END.

       0175-VERIFY-ONE-PAYMENT.
           IF GARN-AVAILABLE AND NOT NP-IS-OFF-CYCLE
              PERFORM 0180-VERIFY-GARN-STAMPS
           END-IF.
           IF ERYTD-AVAILABLE
              PERFORM 0185-VERIFY-ERTAX-STAMP
           END-IF.
           IF LEAVE-AVAILABLE AND NOT NP-IS-OFF-CYCLE
              PERFORM 0190-VERIFY-LEAVE-STAMP
           END-IF.
           PERFORM 0150-READ-NEXT-PAYMENT.
       0175-END.

       0180-VERIFY-GARN-STAMPS.
           MOVE NP-EMP-ID TO GC-EMP-ID.
           MOVE LOW-VALUES TO GC-CASE-NO.
           SET MORE-GARN-CASES TO TRUE.
           START GARNCASE-FILE KEY IS NOT LESS THAN GC-KEY
              INVALID KEY SET NO-MORE-GARN-CASES TO TRUE
           END-START.
           PERFORM 0182-CHECK-NEXT-GARN-CASE UNTIL NO-MORE-GARN-CASES.
       0180-END.

       0182-CHECK-NEXT-GARN-CASE.
           READ GARNCASE-FILE NEXT RECORD
              AT END SET NO-MORE-GARN-CASES TO TRUE
              NOT AT END
                 IF GC-EMP-ID NOT = NP-EMP-ID
                    SET NO-MORE-GARN-CASES TO TRUE
                 ELSE
                    IF GC-LAST-PERIOD-DATE > NP-PERIOD-DATE
                       OR (GC-LAST-PERIOD-DATE = NP-PERIOD-DATE
                           AND GC-LAST-PERIOD NOT = NP-PAY-PERIOD)
                       MOVE 'GARNIDX.DAT' TO WS-STAMP-FILE
                       PERFORM 0195-STAMP-RESTAMPED
                    END-IF
                 END-IF
           END-READ.
       0182-END.

       0185-VERIFY-ERTAX-STAMP.
           MOVE NP-EMP-ID TO EY-EMP-ID.
           MOVE WS-REV-PAY-YYYY TO EY-YEAR.
           READ ERTAXYTD-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF EY-LAST-DATE > NP-PERIOD-DATE
                    OR (EY-LAST-DATE = NP-PERIOD-DATE
                        AND EY-LAST-PERIOD NOT = NP-PAY-PERIOD)
                    MOVE 'ERTAXYTD.DAT' TO WS-STAMP-FILE
                    PERFORM 0195-STAMP-RESTAMPED
                 END-IF
           END-READ.
       0185-END.

       0190-VERIFY-LEAVE-STAMP.
           MOVE NP-EMP-ID TO LV-EMP-ID.
           READ LEAVE-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 IF LV-LAST-PERIOD-DATE > NP-PERIOD-DATE
                    OR (LV-LAST-PERIOD-DATE = NP-PERIOD-DATE
                        AND LV-LAST-PERIOD NOT = NP-PAY-PERIOD)
                    MOVE 'LEAVEIDX.DAT' TO WS-STAMP-FILE
                    PERFORM 0195-STAMP-RESTAMPED
                 END-IF
           END-READ.
       0190-END.

       0195-STAMP-RESTAMPED.
           DISPLAY "PAYREV: " WS-STAMP-FILE " FOR EMPLOYEE "
              NP-EMP-ID " STAMPED BY A LATER PAY RUN".
           ADD 1 TO WS-STAMPS-RESTAMPED.
       0195-END.

      *        A period that never completed has nothing recorded to
      *        back out -- reversing it would subtract amounts the
      *        year-to-date never received.
              MOVE 8 TO RETURN-CODE
              GO TO 9000-END-PROGRAM
           END-IF.
      *        The history reaches back past the period PAYCTL.DAT
      *        now holds under this number; that control entry
      *        belongs to a later run and is not this reversal's.
           IF WS-CTL-PERIOD-DATE(WS-REV-PERIOD) NOT = ZERO
              AND WS-CTL-PERIOD-DATE(WS-REV-PERIOD)
                 NOT = WS-REV-PAY-DATE
              DISPLAY "PAYREV REFUSED: PERIOD " WS-REV-PERIOD
                 " ON PAYCTL.DAT WAS PAID AS OF "
                 WS-CTL-PERIOD-DATE(WS-REV-PERIOD) ", NOT "
                 WS-REV-PAY-DATE
              MOVE 'REFUSED' TO WS-AUDIT-EVENT
              MOVE 8 TO RETURN-CODE
              GO TO 9000-END-PROGRAM
           END-IF.
       0108-END.

      *        An off-cycle batch is proved against its own log: it
      *        must have a 'P' record for its pay date and no 'R'
      *        record saying it was already backed out.
       0109-CHECK-SUPP-BATCH.
           OPEN INPUT SUPPCTL-FILE.
           IF SUPPCTL-CHECK-KEY = "00"
              READ SUPPCTL-FILE
                 AT END SET SUPPCTLATEOF TO TRUE
              END-READ
              PERFORM 0111-SCAN-SUPP-BATCH UNTIL SUPPCTLATEOF
              CLOSE SUPPCTL-FILE
           END-IF.
           IF WS-REV-BATCH-ID = SPACES
              DISPLAY "PAYREV REFUSED: OFF-CYCLE BATCH PAID "
                 WS-REV-PAY-DATE " NOT LOGGED ON SUPPCTL.DAT"
              MOVE 'REFUSED' TO WS-AUDIT-EVENT
              MOVE 8 TO RETURN-CODE
              GO TO 9000-END-PROGRAM
           END-IF.
           IF BATCH-ALREADY-REVERSED
              DISPLAY "PAYREV REFUSED: OFF-CYCLE BATCH "
                 WS-REV-BATCH-ID " ALREADY REVERSED"
              MOVE 'REFUSED' TO WS-AUDIT-EVENT
              MOVE 8 TO RETURN-CODE
              GO TO 9000-END-PROGRAM
           END-IF.
       0109-END.

       0111-SCAN-SUPP-BATCH.
           IF SC-PAY-DATE = WS-REV-PAY-DATE
              IF SC-STATUS = 'P'
                 MOVE SC-BATCH-ID TO WS-REV-BATCH-ID
              ELSE IF SC-STATUS = 'R'
                 MOVE 'Y' TO WS-REV-BATCH-REVERSED-SW
              END-IF
           END-IF.
           READ SUPPCTL-FILE
              AT END SET SUPPCTLATEOF TO TRUE
           END-READ.
       0111-END.

       0110-INIT-DEPT-ACCUMS.
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
              UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
           END-IF.
       0115-END.

      *        No GARNIDX.DAT means PAYCALC had no cases to carry the
      *        withholding onto, so there is nothing to back out.
       0117-OPEN-GARN-FILE.
           OPEN I-O GARNCASE-FILE.
           IF GARN-CHECK-KEY = "00"
              MOVE 'Y' TO WS-GARN-AVAIL-SW
           ELSE
              MOVE 'N' TO WS-GARN-AVAIL-SW
           END-IF.
       0117-END.

      *        No ERTAXYTD.DAT means PAYERTAX has never run, so there
      *        is no employer tax to take back.
       0118-OPEN-ERTAXYTD-FILE.
           IF WS-REV-PAY-MM >= 1 AND WS-REV-PAY-MM <= 12
              COMPUTE WS-REV-QTR = (WS-REV-PAY-MM + 2) / 3
           END-IF.
           OPEN I-O ERTAXYTD-FILE.
           IF ERYTD-CHECK-KEY = "00"
              MOVE 'Y' TO WS-ERYTD-AVAIL-SW
           ELSE
              MOVE 'N' TO WS-ERYTD-AVAIL-SW
           END-IF.
       0118-END.

      *        No LEAVEIDX.DAT means no pay run has accrued leave yet,
      *        so there is none to take back.
       0119-OPEN-LEAVE-FILE.
           OPEN I-O LEAVE-FILE.
           IF LEAVE-CHECK-KEY = "00"
              MOVE 'Y' TO WS-LEAVE-AVAIL-SW
           ELSE
              MOVE 'N' TO WS-LEAVE-AVAIL-SW
           END-IF.
       0119-END.

       0120-WRITE-RECALL-HEADER.
           MOVE SPACES TO RCL-HEADER-RECORD.
           MOVE 'H' TO RH-REC-TYPE.
      *        The recall only goes out for money the bank actually
      *        moved: a positive net AND a verified account, the same
      *        test PAYBANK's 0200-PROCESS-NETPAY applied when the
      *        deposit went out. No-account, closed-account and
      *        prenote-pending employees were paid by check and have
      *        nothing at the bank to recall.
       0200-REVERSE-ONE-RECORD.
           ADD 1 TO WS-RECORDS-READ.
           PERFORM 0210-WRITE-NEGATING-RECORD.
           PERFORM 0220-BACK-OUT-YTD THRU 0220-END.
           PERFORM 0230-ACCUMULATE-FOR-GL.
           IF GARN-AVAILABLE AND NOT NP-IS-OFF-CYCLE
              PERFORM 0250-BACK-OUT-GARN-CASES
           END-IF.
           IF ERYTD-AVAILABLE
              PERFORM 0270-BACK-OUT-ERTAX THRU 0270-END
           END-IF.
           IF LEAVE-AVAILABLE AND NOT NP-IS-OFF-CYCLE
              PERFORM 0280-BACK-OUT-LEAVE
           END-IF.
           ADD NP-NET-PAY TO WS-REV-TOTAL-NET.
           IF NP-NET-PAY > ZERO
              PERFORM 0235-LOOKUP-BANK-ACCOUNT
              IF ACCT-ON-FILE AND PRENOTE-VERIFIED
                 AND NOT ACCOUNT-CLOSED
                 PERFORM 0240-WRITE-BANK-RECALL
              END-IF
           END-IF.
           IF REVERSING-FROM-HISTORY
              PERFORM 0160-MARK-HISTORY-REVERSED
           END-IF.
           ADD 1 TO WS-RECORDS-REVERSED.
           PERFORM 0150-READ-NEXT-PAYMENT.
       0200-END.

       0210-WRITE-NEGATING-RECORD.
           COMPUTE NR-NET-PAY = 0 - NP-NET-PAY.
           MOVE NP-PAY-PERIOD TO NR-PAY-PERIOD.
           MOVE NP-PERIOD-DATE TO NR-PERIOD-DATE.
           COMPUTE NR-RETRO-PAY = 0 - NP-RETRO-PAY.
           MOVE NP-OFF-CYCLE TO NR-OFF-CYCLE.
           MOVE NP-EARN-TYPE TO NR-EARN-TYPE.
           MOVE NP-PAY-TYPE TO NR-PAY-TYPE.
           MOVE NP-HOURLY-RATE TO NR-HOURLY-RATE.
           MOVE NP-REG-HOURS TO NR-REG-HOURS.
           MOVE NP-OT-HOURS TO NR-OT-HOURS.
           MOVE NP-HOL-HOURS TO NR-HOL-HOURS.
           WRITE NETPAYREV-RECORD.
           IF NETREV-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
      *        Subtract the period back out of the year-to-date and
      *        step YTD-LAST-PERIOD back one, so 0217-UPDATE-YTD in
      *        PAYCALC will accumulate the corrected rerun instead of
      *        refusing it as already applied. Off-cycle pay never
      *        moved YTD-LAST-PERIOD, so it is left where it is.
      *        An employee with no year-to-date record is listed and
      *        skipped -- nothing to back out is an exception, not a
      *        crash. So is one whose year-to-date has rolled on past
      *        the year of the run being reversed.
       0220-BACK-OUT-YTD.
           MOVE NP-EMP-ID TO YTD-EMP-ID.
           READ PAYYTD-FILE
              INVALID KEY
                 MOVE 'NO PAYYTD RECORD TO BACK OUT' TO WS-YTD-REASON
                 PERFORM 0225-YTD-EXCEPTION
              NOT INVALID KEY
                 IF YTD-YEAR NOT = WS-REV-YEAR
                    MOVE 'PAYYTD IS FOR ANOTHER YEAR' TO WS-YTD-REASON
                    PERFORM 0225-YTD-EXCEPTION
                    GO TO 0220-END
                 END-IF
                 SUBTRACT NP-GROSS-PAY FROM YTD-GROSS
                 SUBTRACT NP-FEDERAL-TAX FROM YTD-FED-TAX
                 SUBTRACT NP-STATE-TAX FROM YTD-STATE-TAX
                 SUBTRACT NP-HEALTH FROM YTD-HEALTH
                 SUBTRACT NP-GARNISH FROM YTD-GARNISH
                 SUBTRACT NP-NET-PAY FROM YTD-NET-PAY
                 SUBTRACT NP-RETRO-PAY FROM YTD-RETRO-PAY
                 IF YTD-LAST-PERIOD = NP-PAY-PERIOD
                    AND NOT NP-IS-OFF-CYCLE
                    SUBTRACT 1 FROM YTD-LAST-PERIOD
                 END-IF
                 REWRITE PAYYTD-RECORD
           MOVE NP-EMP-ID TO EX-EMP-ID.
           MOVE NP-FIRSTNAME TO EX-FNAME.
           MOVE NP-LASTNAME TO EX-LNAME.
           MOVE WS-YTD-REASON TO EX-REASON.
           WRITE PAYREVEX-LINE.
           IF REVEX-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
           ADD NP-HEALTH TO WS-ACC-HEALTH(WS-DEPT-MATCH-IDX).
           ADD NP-GARNISH TO WS-ACC-GARNISH(WS-DEPT-MATCH-IDX).
           ADD NP-NET-PAY TO WS-ACC-NET-PAY(WS-DEPT-MATCH-IDX).
           ADD NP-RETRO-PAY TO WS-ACC-RETRO-PAY(WS-DEPT-MATCH-IDX).
       0230-END.

       0235-LOOKUP-BANK-ACCOUNT.
           ADD NP-NET-PAY TO WS-TOTAL-RECALLED.
       0240-END.

      *        Every case PAYCALC stamped with the period being
      *        reversed gets that period's withholding and shortfall
      *        taken back off. A case the period paid off or stopped
      *        is open again, and the stamp is cleared so the
      *        corrected rerun applies the period as new.
       0250-BACK-OUT-GARN-CASES.
           MOVE NP-EMP-ID TO GC-EMP-ID.
           MOVE LOW-VALUES TO GC-CASE-NO.
           SET MORE-GARN-CASES TO TRUE.
           START GARNCASE-FILE KEY IS NOT LESS THAN GC-KEY
              INVALID KEY SET NO-MORE-GARN-CASES TO TRUE
           END-START.
           PERFORM 0255-READ-NEXT-GARN-CASE UNTIL NO-MORE-GARN-CASES.
       0250-END.

       0255-READ-NEXT-GARN-CASE.
           READ GARNCASE-FILE NEXT RECORD
              AT END SET NO-MORE-GARN-CASES TO TRUE
              NOT AT END
                 IF GC-EMP-ID NOT = NP-EMP-ID
                    SET NO-MORE-GARN-CASES TO TRUE
                 ELSE
                    IF GC-LAST-PERIOD = NP-PAY-PERIOD
                       AND GC-LAST-PERIOD-DATE = NP-PERIOD-DATE
                       PERFORM 0260-REVERSE-GARN-CASE
                    END-IF
                 END-IF
           END-READ.
       0255-END.

       0260-REVERSE-GARN-CASE.
           SUBTRACT GC-LAST-WITHHELD FROM GC-WITHHELD-TD.
           ADD GC-LAST-WITHHELD TO GC-BALANCE.
           COMPUTE GC-ARREARS =
              GC-ARREARS - GC-LAST-ORDERED + GC-LAST-WITHHELD.
           IF CASE-PAID-OFF OR CASE-STOPPED
              SET CASE-ACTIVE TO TRUE
              MOVE ZERO TO GC-CLOSE-DATE
           END-IF.
           MOVE ZERO TO GC-LAST-PERIOD, GC-LAST-PERIOD-DATE,
              GC-LAST-ORDERED, GC-LAST-WITHHELD.
           REWRITE GARNCASE-RECORD
              INVALID KEY
                 DISPLAY "Non-zero file status returned from ",
                    "REWRITE GARNCASE-RECORD ", GARN-CHECK-KEY
                 GO TO 9000-END-PROGRAM
           END-REWRITE.
           ADD 1 TO WS-GARN-BACKED-OUT.
       0260-END.

      *        A leave bank PAYCALC stamped with the period being
      *        reversed gets that period's accrual taken back off, and
      *        the stamp is cleared so the corrected rerun accrues the
      *        period as new. A year rollover the period brought about
      *        stands: the rerun finds the bank already in the new
      *        year.
       0280-BACK-OUT-LEAVE.
           MOVE NP-EMP-ID TO LV-EMP-ID.
           MOVE 'Y' TO WS-LEAVE-FOUND-SW.
           READ LEAVE-FILE
              INVALID KEY MOVE 'N' TO WS-LEAVE-FOUND-SW
           END-READ.
           IF LEAVE-ON-FILE
              AND LV-LAST-PERIOD = NP-PAY-PERIOD
              AND LV-LAST-PERIOD-DATE = NP-PERIOD-DATE
              SUBTRACT LV-LAST-VAC-ACCRUAL
                 FROM LV-VAC-BALANCE, LV-VAC-ACCRUED
              SUBTRACT LV-LAST-SICK-ACCRUAL
                 FROM LV-SICK-BALANCE, LV-SICK-ACCRUED
              MOVE ZERO TO LV-LAST-PERIOD, LV-LAST-PERIOD-DATE,
                 LV-LAST-VAC-ACCRUAL, LV-LAST-SICK-ACCRUAL
              REWRITE LEAVE-RECORD
                 INVALID KEY
                    DISPLAY "Non-zero file status returned from ",
                       "REWRITE LEAVE-RECORD ", LEAVE-CHECK-KEY
                    GO TO 9000-END-PROGRAM
              END-REWRITE
              ADD 1 TO WS-LEAVE-BACKED-OUT
           END-IF.
       0280-END.

      *        Only a record PAYERTAX stamped with this very pay run
      *        is backed out, and the stamp is cleared with it, so an
      *        employee paid twice in one off-cycle batch -- whose
      *        stamp covers both payments -- is taken out once.
      *        0170-VERIFY-RUN-STAMPS has already refused the run if
      *        a later one restamped the record, so a record passed
      *        over here is one the run never charged.
       0270-BACK-OUT-ERTAX.
           MOVE NP-EMP-ID TO EY-EMP-ID.
           MOVE WS-REV-PAY-YYYY TO EY-YEAR.
           READ ERTAXYTD-FILE
              INVALID KEY GO TO 0270-END
           END-READ.
           IF EY-LAST-PERIOD NOT = NP-PAY-PERIOD
              OR EY-LAST-DATE NOT = NP-PERIOD-DATE
              GO TO 0270-END
           END-IF.
           MOVE NP-EMP-ID TO WS-DEPT-LOOKUP-ID.
           PERFORM 0978-FIND-DEPT-RANGE.
           ADD EY-LAST-SS-TAX, EY-LAST-MED-TAX
              TO WS-ACC-ER-FICA(WS-DEPT-MATCH-IDX).
           ADD EY-LAST-FUTA-TAX TO WS-ACC-ER-FUTA(WS-DEPT-MATCH-IDX).
           ADD EY-LAST-SUTA-TAX TO WS-ACC-ER-SUTA(WS-DEPT-MATCH-IDX).
           SUBTRACT EY-LAST-SS-WAGES FROM EY-YTD-SS-WAGES.
           SUBTRACT EY-LAST-MED-WAGES FROM EY-YTD-MED-WAGES.
           SUBTRACT EY-LAST-FUTA-WAGES FROM EY-YTD-FUTA-WAGES.
           SUBTRACT EY-LAST-SUTA-WAGES FROM EY-YTD-SUTA-WAGES.
           SUBTRACT EY-LAST-GROSS FROM EY-Q-GROSS(WS-REV-QTR).
           SUBTRACT EY-LAST-FED-TAX FROM EY-Q-FED-TAX(WS-REV-QTR).
           SUBTRACT EY-LAST-STATE-TAX FROM EY-Q-STATE-TAX(WS-REV-QTR).
           SUBTRACT EY-LAST-SS-WAGES FROM EY-Q-SS-WAGES(WS-REV-QTR).
           SUBTRACT EY-LAST-SS-TAX FROM EY-Q-SS-TAX(WS-REV-QTR).
           SUBTRACT EY-LAST-MED-WAGES FROM EY-Q-MED-WAGES(WS-REV-QTR).
           SUBTRACT EY-LAST-MED-TAX FROM EY-Q-MED-TAX(WS-REV-QTR).
           SUBTRACT EY-LAST-FUTA-WAGES
              FROM EY-Q-FUTA-WAGES(WS-REV-QTR).
           SUBTRACT EY-LAST-FUTA-TAX FROM EY-Q-FUTA-TAX(WS-REV-QTR).
           SUBTRACT EY-LAST-SUTA-WAGES
              FROM EY-Q-SUTA-WAGES(WS-REV-QTR).
           SUBTRACT EY-LAST-SUTA-TAX FROM EY-Q-SUTA-TAX(WS-REV-QTR).
           MOVE ZERO TO EY-LAST-PERIOD, EY-LAST-DATE, EY-LAST-RUN.
           MOVE ZERO TO EY-LAST-AMOUNTS.
           REWRITE ERTAXYTD-RECORD
              INVALID KEY
                 DISPLAY "Non-zero file status returned from ",
                    "REWRITE ERTAXYTD-RECORD ", ERYTD-CHECK-KEY
                 GO TO 9000-END-PROGRAM
           END-REWRITE.
           ADD 1 TO WS-ERTAX-BACKED-OUT.
       0270-END.

      *        The reversing journal is the original posting with the
      *        sides swapped: the salary-expense debit becomes a
      *        credit and each payable credit becomes a debit, so
              ADD WS-ACC-GARNISH(WS-DEPT-IDX) TO WS-TOTAL-DEBITS
              ADD WS-ACC-NET-PAY(WS-DEPT-IDX) TO WS-TOTAL-DEBITS
              ADD WS-ACC-GROSS(WS-DEPT-IDX) TO WS-TOTAL-CREDITS
              ADD WS-ACC-ER-FICA(WS-DEPT-IDX)
                 TO WS-TOTAL-DEBITS, WS-TOTAL-CREDITS
              ADD WS-ACC-ER-FUTA(WS-DEPT-IDX)
                 TO WS-TOTAL-DEBITS, WS-TOTAL-CREDITS
              ADD WS-ACC-ER-SUTA(WS-DEPT-IDX)
                 TO WS-TOTAL-DEBITS, WS-TOTAL-CREDITS
           END-PERFORM.

           OPEN OUTPUT GLREVERS-FILE
           MOVE 'H' TO GH-REC-TYPE.
           MOVE WS-RUN-DATE TO GH-RUN-DATE.
           MOVE WS-REV-PERIOD TO GH-PAY-PERIOD.
           MOVE WS-REV-OFF-CYCLE TO GH-OFF-CYCLE.
           PERFORM 0420-WRITE-GL-RECORD.

           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
       0410-WRITE-DEPT-ENTRIES.
           MOVE 'SALARY EXPENSE' TO WS-JE-ACCOUNT.
           MOVE 'CR' TO WS-JE-DR-CR.
           COMPUTE WS-JE-AMOUNT = WS-ACC-GROSS(WS-DEPT-IDX)
              - WS-ACC-RETRO-PAY(WS-DEPT-IDX).
           PERFORM 0415-WRITE-JOURNAL-ENTRY.
           IF WS-ACC-RETRO-PAY(WS-DEPT-IDX) NOT = ZERO
              MOVE 'RETRO PAY EXPENSE' TO WS-JE-ACCOUNT
              MOVE 'CR' TO WS-JE-DR-CR
              MOVE WS-ACC-RETRO-PAY(WS-DEPT-IDX) TO WS-JE-AMOUNT
              PERFORM 0415-WRITE-JOURNAL-ENTRY
           END-IF.
           MOVE 'FEDERAL TAX PAYABLE' TO WS-JE-ACCOUNT.
           MOVE 'DR' TO WS-JE-DR-CR.
           MOVE WS-ACC-FED-TAX(WS-DEPT-IDX) TO WS-JE-AMOUNT.
           MOVE 'DR' TO WS-JE-DR-CR.
           MOVE WS-ACC-NET-PAY(WS-DEPT-IDX) TO WS-JE-AMOUNT.
           PERFORM 0415-WRITE-JOURNAL-ENTRY.
           IF ERYTD-AVAILABLE
              PERFORM 0412-WRITE-EMPLOYER-TAX
           END-IF.
       0410-END.

      *        PAYGL's employer tax entries with the sides swapped.
       0412-WRITE-EMPLOYER-TAX.
           MOVE 'EMPLOYER TAX EXPENSE' TO WS-JE-ACCOUNT.
           MOVE 'CR' TO WS-JE-DR-CR.
           COMPUTE WS-JE-AMOUNT = WS-ACC-ER-FICA(WS-DEPT-IDX)
              + WS-ACC-ER-FUTA(WS-DEPT-IDX)
              + WS-ACC-ER-SUTA(WS-DEPT-IDX).
           PERFORM 0415-WRITE-JOURNAL-ENTRY.
           MOVE 'FICA EMPLOYER PAYABLE' TO WS-JE-ACCOUNT.
           MOVE 'DR' TO WS-JE-DR-CR.
           MOVE WS-ACC-ER-FICA(WS-DEPT-IDX) TO WS-JE-AMOUNT.
           PERFORM 0415-WRITE-JOURNAL-ENTRY.
           MOVE 'FUTA PAYABLE' TO WS-JE-ACCOUNT.
           MOVE 'DR' TO WS-JE-DR-CR.
           MOVE WS-ACC-ER-FUTA(WS-DEPT-IDX) TO WS-JE-AMOUNT.
           PERFORM 0415-WRITE-JOURNAL-ENTRY.
           MOVE 'SUTA PAYABLE' TO WS-JE-ACCOUNT.
           MOVE 'DR' TO WS-JE-DR-CR.
           MOVE WS-ACC-ER-SUTA(WS-DEPT-IDX) TO WS-JE-AMOUNT.
           PERFORM 0415-WRITE-JOURNAL-ENTRY.
       0412-END.

       0415-WRITE-JOURNAL-ENTRY.
           MOVE SPACES TO GL-BATCH-HEADER.
           MOVE 'J' TO JE-REC-TYPE.
           END-IF.
       0420-END.

       0450-LOG-SUPP-REVERSAL.
           OPEN EXTEND SUPPCTL-FILE.
           IF SUPPCTL-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "SUPPCTL-FILE ", SUPPCTL-CHECK-KEY
              DISPLAY "BATCH REVERSAL NOT RECORDED"
              MOVE 8 TO RETURN-CODE
              GO TO 0450-END
           END-IF.
           MOVE 'R' TO SC-STATUS.
           MOVE WS-REV-BATCH-ID TO SC-BATCH-ID.
           MOVE WS-REV-PAY-DATE TO SC-PAY-DATE.
           MOVE WS-REV-PERIOD TO SC-PAY-PERIOD.
           MOVE WS-RUN-DATE-NUM TO SC-RUN-DATE.
           MOVE WS-RECORDS-REVERSED TO SC-PAID-COUNT.
           MOVE WS-REV-TOTAL-NET TO SC-TOTAL-NET.
           WRITE SUPPCTL-RECORD.
           IF SUPPCTL-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "SUPPCTL-RECORD ", SUPPCTL-CHECK-KEY
              DISPLAY "BATCH REVERSAL NOT RECORDED"
              MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE SUPPCTL-FILE.
       0450-END.

       COPY PAYCTLPR.

       COPY DEPTTBPR.
