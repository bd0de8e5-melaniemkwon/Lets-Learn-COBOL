       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYCHECK.
      * WRITE THE PAPER CHECKS FOR EVERYONE PAYBANK COULD NOT PAY BY
      * DIRECT DEPOSIT. EACH BANKEXCP.DAT EXCEPTION IS MATCHED BACK TO
      * ITS NETPAY.DAT DETAIL AND, WHEN THE NET IS POSITIVE, GETS A
      * NUMBERED CHECK WITH A PAY STUB (CHECKPRT.DAT). CHECK NUMBERS
      * COME ONLY FROM THE CONTROLLED CHECK-NUMBER FILE CHECKCTL.DAT,
      * ONE AT A TIME AND IN SEQUENCE, AND EVERY NUMBER USED IS
      * RECORDED ON THE CHECK MASTER CHECKIDX.DAT, SO A NUMBER CAN
      * NEITHER BE SKIPPED NOR HANDED OUT TWICE. EVERY CHECK EVENT --
      * ISSUE, VOID, REISSUE, AND THE ZERO/NEGATIVE EXCEPTIONS THAT
      * GET NO CHECK -- IS APPENDED TO THE CHECK REGISTER
      * CHECKREG.DAT, WHOSE PERIOD TOTAL PAYCLOSE TIES TO THE BANK
      * TRAILER'S BT-EXCP-NET. THE BANK'S POSITIVE-PAY ISSUE FILE
      * (POSPAY.DAT) LISTS THIS RUN'S ISSUES AND VOIDS SO THE BANK
      * HONORS ONLY CHECKS PAYROLL ACTUALLY WROTE. VOID AND REISSUE
      * REQUESTS ARRIVE ON THE OPTIONAL CHECKTRN.DAT; BAD ONES ARE
      * REJECTED TO CHECKREJ.DAT. DIRECT DEPOSITS THE BANK RETURNED
      * (BANKRTN'S REISSUE LIST, BANKREIS.DAT) ARE PAID BY CHECK TOO;
      * THEY ARE REGISTERED WITH ORIGIN 'B' SO THEY STAY OUT OF THE
      * PERIOD'S TIE TO BT-EXCP-NET, AND THE LIST IS EMPTIED ONCE
      * PAID. A RETURN ALREADY ON THE REGISTER AS PAID (A RUN THAT
      * STOPPED BEFORE IT COULD EMPTY THE LIST) IS SKIPPED, NOT PAID
      * AGAIN. THE PERIOD IS RECORDED AS ISSUED ON CHECKCTL.DAT ONLY
      * ONCE EVERY EXCEPTION IS DONE; A RUN THAT STOPPED PART WAY MAY
      * BE RUN AGAIN, AND SKIPS THE EMPLOYEES THE REGISTER ALREADY
      * SHOWS ISSUED FOR THE PERIOD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BANKEXCP-FILE ASSIGN TO "BANKEXCP.DAT"
        FILE STATUS IS EXCP-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT NETPAYFILE ASSIGN TO "NETPAY.DAT"
        FILE STATUS IS NETPAY-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CHECKCTL-FILE ASSIGN TO "CHECKCTL.DAT"
        FILE STATUS IS CHKCTL-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CHECKIDX-FILE ASSIGN TO "CHECKIDX.DAT"
        FILE STATUS IS CHKIDX-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS CK-CHECK-NO.

       SELECT CHECKTRN-FILE ASSIGN TO "CHECKTRN.DAT"
        FILE STATUS IS TRANS-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REISSUE-FILE ASSIGN TO "BANKREIS.DAT"
        FILE STATUS IS REISSUE-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CHECKREJ-FILE ASSIGN TO "CHECKREJ.DAT"
        FILE STATUS IS REJ-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CHECKPRT-FILE ASSIGN TO "CHECKPRT.DAT"
        FILE STATUS IS PRINT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CHECKREG-FILE ASSIGN TO "CHECKREG.DAT"
        FILE STATUS IS CHKREG-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT POSPAY-FILE ASSIGN TO "POSPAY.DAT"
        FILE STATUS IS POSPAY-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG.DAT"
        FILE STATUS IS AUDIT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *        Same line PAYBANK writes; the edited net is de-edited
      *        and cross-checked against the NETPAY.DAT detail.
       FD BANKEXCP-FILE.
       01 BANKEXCP-LINE.
           88 EXCPATEOF VALUE HIGH-VALUES.
           05 EX-EMP-ID          PIC 9(7).
           05 FILLER             PIC X(2).
           05 EX-FNAME           PIC X(10).
           05 EX-LNAME           PIC X(10).
           05 FILLER             PIC X(2).
           05 EX-NET-PAY         PIC $$$,$$$,$$9.99-.
           05 FILLER             PIC X(3).
           05 EX-REASON          PIC X(30).
       01 BANKEXCP-RAW REDEFINES BANKEXCP-LINE PIC X(79).

       FD NETPAYFILE.
       01 NETPAY-RECORD.
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

      *        One record: the last check number handed out, and the
      *        period/date whose exception checks were last written,
      *        so the same period cannot be paid by check twice.
       FD CHECKCTL-FILE.
       01 CHECKCTL-RECORD.
           05 CC-LAST-CHECK-NO   PIC 9(8).
           05 CC-LAST-PERIOD     PIC 9(2).
           05 CC-LAST-PERIOD-DATE PIC 9(8).
           05 CC-LAST-RUN-DATE   PIC 9(8).

       FD CHECKIDX-FILE.
       01 CHECK-RECORD.
           05 CK-CHECK-NO        PIC 9(8).
           05 CK-EMP-ID          PIC 9(7).
           05 CK-LASTNAME        PIC X(10).
           05 CK-FIRSTNAME       PIC X(10).
           05 CK-AMOUNT          PIC 9(9)V99.
           05 CK-PAY-PERIOD      PIC 9(2).
           05 CK-PERIOD-DATE     PIC 9(8).
           05 CK-ISSUE-DATE      PIC 9(8).
           05 CK-STATUS          PIC X.
              88 CHECK-OUTSTANDING    VALUE 'O'.
              88 CHECK-VOIDED         VALUE 'V'.
           05 CK-VOID-DATE       PIC 9(8).
           05 CK-REPLACES        PIC 9(8).
           05 CK-REPLACED-BY     PIC 9(8).
      *        'P' PERIOD EXCEPTION, 'B' RETURNED BANK DEPOSIT. A
      *        REPLACEMENT KEEPS THE ORIGIN OF THE CHECK IT REPLACES.
           05 CK-ORIGIN          PIC X.
              88 ORIGIN-PAYROLL       VALUE 'P'.
              88 ORIGIN-BANK-RETURN   VALUE 'B'.

      *        'V' voids an outstanding check; 'R' voids it (if not
      *        already void) and writes a replacement for the same
      *        payee and amount on the next controlled number.
       FD CHECKTRN-FILE.
       01 CHECKTRN-RECORD.
           88 TRANSATEOF VALUE HIGH-VALUES.
           05 CT-ACTION          PIC X.
              88 CT-VOID              VALUE 'V'.
              88 CT-REISSUE           VALUE 'R'.
           05 CT-CHECK-NO        PIC 9(8).
           05 CT-REASON          PIC X(30).
       01 CHECKTRN-RAW REDEFINES CHECKTRN-RECORD PIC X(39).

      *        Written by BANKRTN for each returned live deposit.
       FD REISSUE-FILE.
       01 REISSUE-RECORD.
           88 REISSUEATEOF VALUE HIGH-VALUES.
           05 RI-EMP-ID          PIC 9(7).
           05 RI-LASTNAME        PIC X(10).
           05 RI-FIRSTNAME       PIC X(10).
           05 RI-AMOUNT          PIC 9(9)V99.
           05 RI-PAY-PERIOD      PIC 9(2).
           05 RI-BANK-RUN-DATE   PIC 9(8).
           05 RI-RETURN-DATE     PIC 9(8).
           05 RI-REASON-CODE     PIC X(3).
       01 REISSUE-RAW REDEFINES REISSUE-RECORD PIC X(59).

       FD CHECKREJ-FILE.
       01 CHECKREJ-LINE.
           05 REJ-RAW-RECORD     PIC X(79).
           05 FILLER             PIC X(3).
           05 REJ-REASON         PIC X(30).

       FD CHECKPRT-FILE.
       01 CHECKPRT-LINE          PIC X(132).

      *        CR-ACTION: 'I' CHECK ISSUED, 'R' REPLACEMENT ISSUED,
      *        'V' CHECK VOIDED (NEGATIVE AMOUNT), 'N' EXCEPTION WITH
      *        ZERO OR NEGATIVE NET -- NO CHECK, NET CARRIED SO THE
      *        PERIOD'S REGISTER TOTAL EQUALS BT-EXCP-NET.
      *        CR-ORIGIN: 'P' PERIOD EXCEPTION, 'B' RETURNED DEPOSIT;
      *        ONLY 'P' RECORDS COUNT TOWARD BT-EXCP-NET.
       FD CHECKREG-FILE.
       01 CHECKREG-RECORD.
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

       FD POSPAY-FILE.
       01 POSPAY-HEADER-RECORD.
           05 PH-REC-TYPE        PIC X.
           05 PH-RUN-DATE        PIC 9(8).
           05 PH-COMPANY-ID      PIC X(10).
           05 FILLER             PIC X(40).
      *        'I' ISSUED CHECK THE BANK MAY HONOR, 'V' VOIDED CHECK
      *        THE BANK MUST RETURN UNPAID.
       01 POSPAY-DETAIL-RECORD REDEFINES POSPAY-HEADER-RECORD.
           05 PD-REC-TYPE        PIC X.
           05 PD-CHECK-NO        PIC 9(8).
           05 PD-AMOUNT          PIC 9(9)V99.
           05 PD-ISSUE-DATE      PIC 9(8).
           05 PD-PAYEE-FNAME     PIC X(10).
           05 PD-PAYEE-LNAME     PIC X(10).
           05 FILLER             PIC X(11).
       01 POSPAY-TRAILER-RECORD REDEFINES POSPAY-HEADER-RECORD.
           05 PT-REC-TYPE        PIC X.
           05 PT-RECORD-COUNT    PIC 9(9).
           05 PT-ISSUE-TOTAL     PIC 9(13)V99.
           05 PT-VOID-TOTAL      PIC 9(13)V99.
           05 FILLER             PIC X(19).

       FD AUDITLOG-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  EXCP-CHECK-KEY       PIC X(2).
           05  NETPAY-CHECK-KEY     PIC X(2).
           05  CHKCTL-CHECK-KEY     PIC X(2).
           05  CHKIDX-CHECK-KEY     PIC X(2).
           05  TRANS-CHECK-KEY      PIC X(2).
           05  REISSUE-CHECK-KEY    PIC X(2).
           05  REJ-CHECK-KEY        PIC X(2).
           05  PRINT-CHECK-KEY      PIC X(2).
           05  CHKREG-CHECK-KEY     PIC X(2).
           05  POSPAY-CHECK-KEY     PIC X(2).
           05  AUDIT-CHECK-KEY      PIC X(2).
           05  WS-RECORDS-READ      PIC 9(9) VALUE ZERO.
           05  WS-CHECKS-ISSUED     PIC 9(9) VALUE ZERO.
           05  WS-CHECKS-VOIDED     PIC 9(9) VALUE ZERO.
           05  WS-NO-CHECK-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-RETURNS-PAID      PIC 9(9) VALUE ZERO.
           05  WS-RETURNS-SKIPPED   PIC 9(9) VALUE ZERO.
           05  WS-PERIOD-SKIPPED    PIC 9(9) VALUE ZERO.
           05  WS-REJECT-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-REJECT-REASON     PIC X(30).
           05  WS-AUDIT-EVENT       PIC X(8) VALUE 'ENDRUN'.
           05  WS-COMPANY-ID        PIC X(10) VALUE 'LLCPAY0001'.
           05  WS-RUN-DATE-NUM      PIC 9(8) VALUE ZERO.
           05  WS-LAST-CHECK-NO     PIC 9(8) VALUE ZERO.
           05  WS-LAST-PERIOD       PIC 9(2) VALUE ZERO.
           05  WS-LAST-PERIOD-DATE  PIC 9(8) VALUE ZERO.
           05  WS-EXCP-AMOUNT       PIC S9(9)V99.
           05  WS-REG-ACTION        PIC X.
           05  WS-REG-AMOUNT        PIC S9(9)V99.
           05  WS-REG-ORIG-NO       PIC 9(8).
           05  WS-REG-REASON        PIC X(30).
           05  WS-POSPAY-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-POSPAY-ISSUED     PIC 9(13)V99 VALUE ZERO.
           05  WS-POSPAY-VOIDED     PIC 9(13)V99 VALUE ZERO.
           05  WS-CTL-LOADED-SW     PIC X VALUE 'N'.
               88  CHECK-CONTROL-LOADED   VALUE 'Y'.
           05  WS-CTL-CHANGED-SW    PIC X VALUE 'N'.
               88  CHECK-CONTROL-CHANGED  VALUE 'Y'.
           05  WS-TRANS-AVAIL-SW    PIC X VALUE 'N'.
               88  TRANS-AVAILABLE        VALUE 'Y'.
           05  WS-VALID-SW          PIC X.
               88  VALID-TRANS            VALUE 'Y'.
               88  INVALID-TRANS          VALUE 'N'.
           05  WS-STUB-SW           PIC X.
               88  STUB-FROM-NETPAY       VALUE 'N'.
               88  STUB-FROM-REISSUE      VALUE 'R'.
               88  STUB-FROM-RETURN       VALUE 'B'.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(4).
           05  WS-RUN-MM            PIC 9(2).
           05  WS-RUN-DD            PIC 9(2).

      *        The reissue list, in file order, with a switch set for
      *        each return the register already shows paid by check.
      *        A return is the employee, amount, period, bank run and
      *        reason code -- all the register carries of it.
       01  WS-REISSUE-AREAS.
           05  WS-RI-COUNT          PIC 9(3) VALUE ZERO.
           05  WS-RI-MAX            PIC 9(3) VALUE 500.
           05  WS-RI-IDX            PIC 9(3).
           05  WS-RI-LINE           PIC 9(3).
           05  WS-RI-SCAN-IDX       PIC 9(3).
           05  WS-RI-OVERFLOW-SW    PIC X VALUE 'N'.
               88  REISSUE-OVERFLOW       VALUE 'Y'.
           05  WS-RI-MATCH-EMP-ID   PIC 9(7).
           05  WS-RI-MATCH-AMOUNT   PIC 9(9)V99.
           05  WS-RI-MATCH-PERIOD   PIC 9(2).
           05  WS-RI-MATCH-RUN-DATE PIC 9(8).
           05  WS-RI-MATCH-REASON   PIC X(30).
           05  WS-RI-ENTRY OCCURS 500 TIMES.
               10  WS-RI-EMP-ID     PIC 9(7).
               10  WS-RI-AMOUNT     PIC 9(9)V99.
               10  WS-RI-PERIOD     PIC 9(2).
               10  WS-RI-RUN-DATE   PIC 9(8).
               10  WS-RI-REASON     PIC X(30).
               10  WS-RI-PAID-SW    PIC X.
                   88  RETURN-ALREADY-PAID VALUE 'Y'.

      *        Employees the register already shows issued ('I') or
      *        listed with no check ('N') for the period on NETPAY.DAT,
      *        left by a run that stopped before it finished.
       01  WS-PERIOD-DONE-AREAS.
           05  WS-PD-PERIOD         PIC 9(2) VALUE ZERO.
           05  WS-PD-PERIOD-DATE    PIC 9(8) VALUE ZERO.
           05  WS-PD-COUNT          PIC 9(4) VALUE ZERO.
           05  WS-PD-MAX            PIC 9(4) VALUE 2000.
           05  WS-PD-IDX            PIC 9(4).
           05  WS-PD-OVERFLOW-SW    PIC X VALUE 'N'.
               88  PERIOD-DONE-OVERFLOW   VALUE 'Y'.
           05  WS-PD-FOUND-SW       PIC X VALUE 'N'.
               88  ALREADY-ISSUED-IN-PERIOD VALUE 'Y'.
           05  WS-PD-EMP-ID OCCURS 2000 TIMES PIC 9(7).

       01  WS-DATE-SPLIT.
           05  WS-SPLIT-YYYY        PIC 9(4).
           05  WS-SPLIT-MM          PIC 9(2).
           05  WS-SPLIT-DD          PIC 9(2).
       01  WS-DATE-SPLIT-NUM REDEFINES WS-DATE-SPLIT PIC 9(8).

      *        Number-to-words conversion for the check amount line,
      *        the same tables and grouping PAYSTUB uses for the net
      *        pay on the advice: whole dollars in words, cents NN/100.
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

       01  CHECK-RULE-LINE.
           05 FILLER            PIC X(80) VALUE ALL '='.
           05 FILLER            PIC X(52) VALUE SPACES.

       01  CHECK-TEAR-LINE.
           05 FILLER            PIC X(80) VALUE ALL '- '.
           05 FILLER            PIC X(52) VALUE SPACES.

       01  STUB-HEADER-LINE.
           05 FILLER            PIC X(12) VALUE 'PAY STUB'.
           05 FILLER            PIC X(10) VALUE 'EMPLOYEE: '.
           05 SH-EMP-ID         PIC 9(7).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 SH-FNAME          PIC X(10).
           05 SH-LNAME          PIC X(10).
           05 FILLER            PIC X(12) VALUE 'PAY PERIOD: '.
           05 SH-PERIOD         PIC 99.
           05 FILLER            PIC X(8)  VALUE ' ENDING '.
           05 SH-MM             PIC 99.
           05 FILLER            PIC X VALUE '/'.
           05 SH-DD             PIC 99.
           05 FILLER            PIC X VALUE '/'.
           05 SH-YYYY           PIC 9(4).
           05 FILLER            PIC X(49) VALUE SPACES.

       01  STUB-AMOUNT-LINE.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 SA-LABEL          PIC X(16).
           05 SA-AMOUNT         PIC $$$,$$$,$$9.99-.
           05 FILLER            PIC X(98) VALUE SPACES.

       01  STUB-REISSUE-LINE.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 FILLER            PIC X(24) VALUE
              'REPLACES CHECK NUMBER '.
           05 SR-OLD-CHECK-NO   PIC 9(8).
           05 FILLER            PIC X(97) VALUE SPACES.

       01  STUB-RETURN-LINE.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 FILLER            PIC X(33) VALUE
              'DIRECT DEPOSIT RETURNED - REASON '.
           05 SB-REASON-CODE    PIC X(3).
           05 FILLER            PIC X(13) VALUE ' - RETURNED '.
           05 SB-MM             PIC 99.
           05 FILLER            PIC X VALUE '/'.
           05 SB-DD             PIC 99.
           05 FILLER            PIC X VALUE '/'.
           05 SB-YYYY           PIC 9(4).
           05 FILLER            PIC X(70) VALUE SPACES.

       01  CHECK-HEADER-LINE.
           05 FILLER            PIC X(10) VALUE 'COMPANY: '.
           05 KH-COMPANY-ID     PIC X(10).
           05 FILLER            PIC X(20) VALUE ' PAYROLL ACCOUNT'.
           05 FILLER            PIC X(10) VALUE 'CHECK NO. '.
           05 KH-CHECK-NO       PIC 9(8).
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE 'DATE: '.
           05 KH-MM             PIC 99.
           05 FILLER            PIC X VALUE '/'.
           05 KH-DD             PIC 99.
           05 FILLER            PIC X VALUE '/'.
           05 KH-YYYY           PIC 9(4).
           05 FILLER            PIC X(54) VALUE SPACES.

       01  CHECK-PAYEE-LINE.
           05 FILLER            PIC X(21) VALUE
              'PAY TO THE ORDER OF '.
           05 KP-FNAME          PIC X(10).
           05 KP-LNAME          PIC X(10).
           05 FILLER            PIC X(9)  VALUE SPACES.
           05 KP-AMOUNT         PIC $**,***,**9.99.
           05 FILLER            PIC X(68) VALUE SPACES.

       01  CHECK-WORDS-LINE.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 KW-WORDS          PIC X(110).
           05 FILLER            PIC X(19) VALUE SPACES.

       01  CHECK-VOID-LINE.
           05 FILLER            PIC X(50) VALUE SPACES.
           05 FILLER            PIC X(30) VALUE
              'VOID AFTER 90 DAYS'.
           05 FILLER            PIC X(52) VALUE SPACES.

       PROCEDURE DIVISION.
       0100-WRITE-CHECKS.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-NUM =
              WS-RUN-YYYY * 10000 + WS-RUN-MM * 100 + WS-RUN-DD.

           PERFORM 0105-READ-CHECK-CONTROL.
           PERFORM 0107-OPEN-CHECKIDX-FILE.
           PERFORM 0108-VERIFY-CHECK-CONTROL.

           OPEN OUTPUT CHECKPRT-FILE
           IF PRINT-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "CHECKPRT-FILE ", PRINT-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN OUTPUT CHECKREJ-FILE
           IF REJ-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "CHECKREJ-FILE ", REJ-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0111-CHECK-PERIOD-ISSUED THRU 0111-END.
           PERFORM 0112-CHECK-RETURNS-PAID THRU 0112-END.
      *        The register is the running history of every check
      *        event; PAYCLOSE picks the period's records out of it.
           OPEN EXTEND CHECKREG-FILE
           IF CHKREG-CHECK-KEY NOT = "00"
              OPEN OUTPUT CHECKREG-FILE
           END-IF.
           IF CHKREG-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "CHECKREG-FILE ", CHKREG-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN OUTPUT POSPAY-FILE
           IF POSPAY-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "POSPAY-FILE ", POSPAY-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0140-WRITE-POSPAY-HEADER.

           PERFORM 0110-PROCESS-TRANSACTIONS.
           PERFORM 0115-PAY-RETURNED-DEPOSITS THRU 0115-END.
           PERFORM 0120-ISSUE-PERIOD-CHECKS THRU 0120-END.

           PERFORM 0145-WRITE-POSPAY-TRAILER.
           CLOSE CHECKPRT-FILE, CHECKREJ-FILE, CHECKREG-FILE,
              POSPAY-FILE, CHECKIDX-FILE.
           PERFORM 0130-SAVE-CHECK-CONTROL.

           DISPLAY "PAYCHECK RECORDS READ   = " WS-RECORDS-READ.
           DISPLAY "PAYCHECK CHECKS ISSUED  = " WS-CHECKS-ISSUED.
           DISPLAY "PAYCHECK CHECKS VOIDED  = " WS-CHECKS-VOIDED.
           DISPLAY "PAYCHECK NO CHECK DUE   = " WS-NO-CHECK-COUNT.
           DISPLAY "PAYCHECK RETURNS PAID   = " WS-RETURNS-PAID.
           DISPLAY "PAYCHECK RETURNS SKIPPED= " WS-RETURNS-SKIPPED.
           DISPLAY "PAYCHECK ALREADY ISSUED = " WS-PERIOD-SKIPPED.
           DISPLAY "PAYCHECK REJECTED       = " WS-REJECT-COUNT.
           DISPLAY "PAYCHECK LAST CHECK NO  = " WS-LAST-CHECK-NO.

           PERFORM 9000-END-PROGRAM.
       0100-END.

      *        Check stock is controlled: the run will not invent a
      *        starting number. CHECKCTL.DAT must be set up with the
      *        number before the first check on the stock.
       0105-READ-CHECK-CONTROL.
           OPEN INPUT CHECKCTL-FILE.
           IF CHKCTL-CHECK-KEY NOT = "00"
              DISPLAY "PAYCHECK REFUSED: NO CHECKCTL.DAT, CHECK ",
                 "NUMBER CONTROL NOT SET UP"
              MOVE 'REFUSED' TO WS-AUDIT-EVENT
              MOVE 8 TO RETURN-CODE
              GO TO 9000-END-PROGRAM
           END-IF.
           READ CHECKCTL-FILE
              AT END
                 DISPLAY "PAYCHECK REFUSED: CHECKCTL.DAT IS EMPTY"
                 CLOSE CHECKCTL-FILE
                 MOVE 'REFUSED' TO WS-AUDIT-EVENT
                 MOVE 8 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
           END-READ.
           CLOSE CHECKCTL-FILE.
           IF CC-LAST-CHECK-NO NOT NUMERIC
              DISPLAY "PAYCHECK REFUSED: CHECKCTL.DAT LAST CHECK ",
                 "NUMBER NOT NUMERIC"
              MOVE 'REFUSED' TO WS-AUDIT-EVENT
              MOVE 8 TO RETURN-CODE
              GO TO 9000-END-PROGRAM
           END-IF.
           MOVE CC-LAST-CHECK-NO TO WS-LAST-CHECK-NO.
           MOVE CC-LAST-PERIOD TO WS-LAST-PERIOD.
           MOVE CC-LAST-PERIOD-DATE TO WS-LAST-PERIOD-DATE.
           SET CHECK-CONTROL-LOADED TO TRUE.
       0105-END.

      *        The check master persists across runs, so the first
      *        run on new stock has to create it before it can be
      *        opened I-O for keyed writes.
       0107-OPEN-CHECKIDX-FILE.
           OPEN I-O CHECKIDX-FILE.
           IF CHKIDX-CHECK-KEY NOT = "00"
              OPEN OUTPUT CHECKIDX-FILE
              IF CHKIDX-CHECK-KEY NOT = "00"
                 DISPLAY "Non-zero file status returned from OPEN ",
                    "CHECKIDX-FILE ", CHKIDX-CHECK-KEY
                 GO TO 9000-END-PROGRAM
              END-IF
              CLOSE CHECKIDX-FILE
              OPEN I-O CHECKIDX-FILE
              IF CHKIDX-CHECK-KEY NOT = "00"
                 DISPLAY "Non-zero file status returned from OPEN ",
                    "CHECKIDX-FILE ", CHKIDX-CHECK-KEY
                 GO TO 9000-END-PROGRAM
              END-IF
           END-IF.
       0107-END.

      *        If the next number is already on the check master the
      *        control record has fallen behind (restored from an old
      *        copy, or a run ended without saving it); handing that
      *        number out again would duplicate a check. Stop.
       0108-VERIFY-CHECK-CONTROL.
           COMPUTE CK-CHECK-NO = WS-LAST-CHECK-NO + 1.
           READ CHECKIDX-FILE
              INVALID KEY CONTINUE
              NOT INVALID KEY
                 DISPLAY "PAYCHECK REFUSED: CHECK NUMBER "
                    CK-CHECK-NO " ALREADY ISSUED, CHECKCTL.DAT "
                    "IS BEHIND CHECKIDX.DAT"
                 MOVE 'N' TO WS-CTL-LOADED-SW
                 MOVE 'REFUSED' TO WS-AUDIT-EVENT
                 MOVE 8 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
           END-READ.
       0108-END.

      *        Void and reissue requests are optional; most runs have
      *        none. They are worked before the period's new checks.
       0110-PROCESS-TRANSACTIONS.
           OPEN INPUT CHECKTRN-FILE.
           IF TRANS-CHECK-KEY = "00"
              MOVE 'Y' TO WS-TRANS-AVAIL-SW
              READ CHECKTRN-FILE
                 AT END SET TRANSATEOF TO TRUE
              END-READ
              PERFORM 0300-PROCESS-CHECK-TRANS UNTIL TRANSATEOF
              CLOSE CHECKTRN-FILE
           ELSE
              MOVE 'N' TO WS-TRANS-AVAIL-SW
           END-IF.
       0110-END.

      *        The period's checks are matched to the register the same
      *        way: an employee already there for the period on
      *        NETPAY.DAT was done by a run that stopped part way.
       0111-CHECK-PERIOD-ISSUED.
           OPEN INPUT NETPAYFILE.
           IF NETPAY-CHECK-KEY NOT = "00"
              GO TO 0111-END
           END-IF.
           READ NETPAYFILE
              AT END SET ENDOFFILE TO TRUE
           END-READ.
           CLOSE NETPAYFILE.
           IF ENDOFFILE
              GO TO 0111-END
           END-IF.
           MOVE NP-PAY-PERIOD TO WS-PD-PERIOD.
           MOVE NP-PERIOD-DATE TO WS-PD-PERIOD-DATE.
           OPEN INPUT CHECKREG-FILE.
           IF CHKREG-CHECK-KEY NOT = "00"
              GO TO 0111-END
           END-IF.
           PERFORM UNTIL CHKREG-CHECK-KEY NOT = "00"
              READ CHECKREG-FILE
                 AT END MOVE "10" TO CHKREG-CHECK-KEY
                 NOT AT END
                    IF CR-ORIGIN = 'P'
                       AND (CR-ACTION = 'I' OR CR-ACTION = 'N')
                       AND CR-PAY-PERIOD = WS-PD-PERIOD
                       AND CR-PERIOD-DATE = WS-PD-PERIOD-DATE
                       PERFORM 0116-ADD-PERIOD-DONE
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CHECKREG-FILE.
           IF PERIOD-DONE-OVERFLOW
              DISPLAY "PAYCHECK REFUSED: MORE THAN " WS-PD-MAX
                 " CHECKS ON CHECKREG.DAT FOR PERIOD " WS-PD-PERIOD
              MOVE 'REFUSED' TO WS-AUDIT-EVENT
              MOVE 8 TO RETURN-CODE
              GO TO 9000-END-PROGRAM
           END-IF.
       0111-END.

       0116-ADD-PERIOD-DONE.
           IF WS-PD-COUNT >= WS-PD-MAX
              SET PERIOD-DONE-OVERFLOW TO TRUE
           ELSE
              ADD 1 TO WS-PD-COUNT
              MOVE CR-EMP-ID TO WS-PD-EMP-ID(WS-PD-COUNT)
           END-IF.
       0116-END.

       0118-FIND-PERIOD-DONE.
           MOVE 'N' TO WS-PD-FOUND-SW.
           PERFORM VARYING WS-PD-IDX FROM 1 BY 1
              UNTIL WS-PD-IDX > WS-PD-COUNT
              IF WS-PD-EMP-ID(WS-PD-IDX) = NP-EMP-ID
                 SET ALREADY-ISSUED-IN-PERIOD TO TRUE
                 MOVE WS-PD-COUNT TO WS-PD-IDX
              END-IF
           END-PERFORM.
       0118-END.

      *        The list is only emptied once every line on it has been
      *        paid, so a run that stops part way leaves lines behind
      *        that it already paid. Before any check is written the
      *        list is loaded and the register searched for each
      *        return; the ones already there are skipped.
       0112-CHECK-RETURNS-PAID.
           OPEN INPUT REISSUE-FILE.
           IF REISSUE-CHECK-KEY NOT = "00"
              GO TO 0112-END
           END-IF.
           READ REISSUE-FILE
              AT END SET REISSUEATEOF TO TRUE
           END-READ.
           PERFORM 0113-LOAD-REISSUE-ENTRY UNTIL REISSUEATEOF.
           CLOSE REISSUE-FILE.
           IF WS-RI-COUNT = ZERO OR REISSUE-OVERFLOW
              GO TO 0112-END
           END-IF.
           OPEN INPUT CHECKREG-FILE.
           IF CHKREG-CHECK-KEY NOT = "00"
              GO TO 0112-END
           END-IF.
           PERFORM UNTIL CHKREG-CHECK-KEY NOT = "00"
              READ CHECKREG-FILE
                 AT END MOVE "10" TO CHKREG-CHECK-KEY
                 NOT AT END
                    IF CR-ORIGIN = 'B' AND CR-ACTION = 'I'
                       AND CR-EMP-ID NUMERIC AND CR-AMOUNT NUMERIC
                       AND CR-PAY-PERIOD NUMERIC
                       AND CR-PERIOD-DATE NUMERIC
                       MOVE CR-EMP-ID TO WS-RI-MATCH-EMP-ID
                       MOVE CR-AMOUNT TO WS-RI-MATCH-AMOUNT
                       MOVE CR-PAY-PERIOD TO WS-RI-MATCH-PERIOD
                       MOVE CR-PERIOD-DATE TO WS-RI-MATCH-RUN-DATE
                       MOVE CR-REASON TO WS-RI-MATCH-REASON
                       MOVE 1 TO WS-RI-SCAN-IDX
                       PERFORM 0114-MARK-RETURN-PAID
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE CHECKREG-FILE.
       0112-END.

       0113-LOAD-REISSUE-ENTRY.
           IF WS-RI-COUNT >= WS-RI-MAX
              SET REISSUE-OVERFLOW TO TRUE
           ELSE
              ADD 1 TO WS-RI-COUNT
              MOVE ZERO TO WS-RI-EMP-ID(WS-RI-COUNT),
                 WS-RI-AMOUNT(WS-RI-COUNT), WS-RI-PERIOD(WS-RI-COUNT),
                 WS-RI-RUN-DATE(WS-RI-COUNT)
              MOVE 'N' TO WS-RI-PAID-SW(WS-RI-COUNT)
              IF RI-EMP-ID NUMERIC AND RI-AMOUNT NUMERIC
                 AND RI-PAY-PERIOD NUMERIC
                 AND RI-BANK-RUN-DATE NUMERIC
                 MOVE RI-EMP-ID TO WS-RI-EMP-ID(WS-RI-COUNT)
                 MOVE RI-AMOUNT TO WS-RI-AMOUNT(WS-RI-COUNT)
                 MOVE RI-PAY-PERIOD TO WS-RI-PERIOD(WS-RI-COUNT)
                 MOVE RI-BANK-RUN-DATE TO WS-RI-RUN-DATE(WS-RI-COUNT)
              END-IF
              MOVE SPACES TO WS-RI-REASON(WS-RI-COUNT)
              STRING 'DEPOSIT RETURNED - REASON ' DELIMITED BY SIZE
                 RI-REASON-CODE DELIMITED BY SIZE
                 INTO WS-RI-REASON(WS-RI-COUNT)
           END-IF.
           READ REISSUE-FILE
              AT END SET REISSUEATEOF TO TRUE
           END-READ.
       0113-END.

      *        Marks every unpaid entry from WS-RI-SCAN-IDX on that is
      *        the return held in the WS-RI-MATCH fields. One deposit
      *        is sent per employee per bank run, so the same return
      *        listed twice is one return, paid once.
       0114-MARK-RETURN-PAID.
           PERFORM VARYING WS-RI-IDX FROM WS-RI-SCAN-IDX BY 1
              UNTIL WS-RI-IDX > WS-RI-COUNT
              IF NOT RETURN-ALREADY-PAID(WS-RI-IDX)
                 AND WS-RI-EMP-ID(WS-RI-IDX) = WS-RI-MATCH-EMP-ID
                 AND WS-RI-EMP-ID(WS-RI-IDX) NOT = ZERO
                 AND WS-RI-AMOUNT(WS-RI-IDX) = WS-RI-MATCH-AMOUNT
                 AND WS-RI-PERIOD(WS-RI-IDX) = WS-RI-MATCH-PERIOD
                 AND WS-RI-RUN-DATE(WS-RI-IDX) = WS-RI-MATCH-RUN-DATE
                 AND WS-RI-REASON(WS-RI-IDX) = WS-RI-MATCH-REASON
                 SET RETURN-ALREADY-PAID(WS-RI-IDX) TO TRUE
              END-IF
           END-PERFORM.
       0114-END.

      *        The reissue list is optional and usually empty. Every
      *        line on it not already paid is paid, then the list is
      *        emptied so the same return is never paid twice. A list
      *        too long to check against the register is left alone.
       0115-PAY-RETURNED-DEPOSITS.
           IF REISSUE-OVERFLOW
              DISPLAY "PAYCHECK: BANKREIS.DAT HOLDS MORE THAN "
                 WS-RI-MAX " RETURNS, NONE PAID THIS RUN"
              MOVE 8 TO RETURN-CODE
              GO TO 0115-END
           END-IF.
           OPEN INPUT REISSUE-FILE.
           IF REISSUE-CHECK-KEY NOT = "00"
              GO TO 0115-END
           END-IF.
           MOVE ZERO TO WS-RI-LINE.
           READ REISSUE-FILE
              AT END SET REISSUEATEOF TO TRUE
           END-READ.
           PERFORM 0250-PROCESS-RETURNED-DEPOSIT UNTIL REISSUEATEOF.
           CLOSE REISSUE-FILE.
           OPEN OUTPUT REISSUE-FILE.
           IF REISSUE-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "REISSUE-FILE ", REISSUE-CHECK-KEY
              MOVE 8 TO RETURN-CODE
           ELSE
              CLOSE REISSUE-FILE
           END-IF.
       0115-END.

      *        The exceptions are written by PAYBANK in NETPAY.DAT
      *        order, so the two files are matched side by side. The
      *        period comes from the first NETPAY record the way
      *        PAYBANK takes it for the bank header.
       0120-ISSUE-PERIOD-CHECKS.
           OPEN INPUT BANKEXCP-FILE.
           IF EXCP-CHECK-KEY NOT = "00"
              DISPLAY "PAYCHECK: NO BANKEXCP.DAT, NO PERIOD CHECKS ",
                 "TO WRITE"
              GO TO 0120-END
           END-IF.
           OPEN INPUT NETPAYFILE.
           IF NETPAY-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "NETPAYFILE ", NETPAY-CHECK-KEY
              CLOSE BANKEXCP-FILE
              MOVE 8 TO RETURN-CODE
              GO TO 0120-END
           END-IF.
           READ NETPAYFILE
              AT END SET ENDOFFILE TO TRUE
           END-READ.
           IF ENDOFFILE
              DISPLAY "PAYCHECK: NETPAY.DAT IS EMPTY, NO PERIOD ",
                 "CHECKS TO WRITE"
              CLOSE BANKEXCP-FILE, NETPAYFILE
              GO TO 0120-END
           END-IF.
           IF NP-PAY-PERIOD = WS-LAST-PERIOD
              AND NP-PERIOD-DATE = WS-LAST-PERIOD-DATE
              DISPLAY "PAYCHECK REFUSED: CHECKS ALREADY WRITTEN FOR ",
                 "PERIOD " NP-PAY-PERIOD
              MOVE 'REFUSED' TO WS-AUDIT-EVENT
              MOVE 8 TO RETURN-CODE
              CLOSE BANKEXCP-FILE, NETPAYFILE
              GO TO 0120-END
           END-IF.

           READ BANKEXCP-FILE
              AT END SET EXCPATEOF TO TRUE
           END-READ.
           PERFORM 0200-PROCESS-EXCEPTION UNTIL EXCPATEOF.
           CLOSE BANKEXCP-FILE, NETPAYFILE.
      *        Stamped only now: a run stopped inside the loop leaves
      *        the period open, so it can be run again.
           MOVE WS-PD-PERIOD TO WS-LAST-PERIOD.
           MOVE WS-PD-PERIOD-DATE TO WS-LAST-PERIOD-DATE.
           SET CHECK-CONTROL-CHANGED TO TRUE.
       0120-END.

       0130-SAVE-CHECK-CONTROL.
           IF CHECK-CONTROL-LOADED
              MOVE WS-LAST-CHECK-NO TO CC-LAST-CHECK-NO
              MOVE WS-LAST-PERIOD TO CC-LAST-PERIOD
              MOVE WS-LAST-PERIOD-DATE TO CC-LAST-PERIOD-DATE
              MOVE WS-RUN-DATE-NUM TO CC-LAST-RUN-DATE
              OPEN OUTPUT CHECKCTL-FILE
              IF CHKCTL-CHECK-KEY NOT = "00"
                 DISPLAY "Non-zero file status returned from OPEN ",
                    "CHECKCTL-FILE ", CHKCTL-CHECK-KEY
                 MOVE 8 TO RETURN-CODE
              ELSE
                 WRITE CHECKCTL-RECORD
                 CLOSE CHECKCTL-FILE
                 MOVE 'N' TO WS-CTL-CHANGED-SW
              END-IF
           END-IF.
       0130-END.

       0140-WRITE-POSPAY-HEADER.
           MOVE SPACES TO POSPAY-HEADER-RECORD.
           MOVE 'H' TO PH-REC-TYPE.
           MOVE WS-RUN-DATE-NUM TO PH-RUN-DATE.
           MOVE WS-COMPANY-ID TO PH-COMPANY-ID.
           PERFORM 0150-WRITE-POSPAY-RECORD.
       0140-END.

       0145-WRITE-POSPAY-TRAILER.
           MOVE SPACES TO POSPAY-HEADER-RECORD.
           MOVE 'T' TO PT-REC-TYPE.
           MOVE WS-POSPAY-COUNT TO PT-RECORD-COUNT.
           MOVE WS-POSPAY-ISSUED TO PT-ISSUE-TOTAL.
           MOVE WS-POSPAY-VOIDED TO PT-VOID-TOTAL.
           PERFORM 0150-WRITE-POSPAY-RECORD.
       0145-END.

       0150-WRITE-POSPAY-RECORD.
           WRITE POSPAY-HEADER-RECORD.
           IF POSPAY-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "POSPAY-FILE ", POSPAY-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
       0150-END.

      *        Positive net gets a check; a zero or negative net is
      *        on the exception list only so payroll can see it, and
      *        goes to the register as 'N' with no check number.
       0200-PROCESS-EXCEPTION.
           ADD 1 TO WS-RECORDS-READ.
           PERFORM 0205-MATCH-NETPAY.
           IF ENDOFFILE OR NP-EMP-ID NOT = EX-EMP-ID
              MOVE 'NOT ON NETPAY.DAT' TO WS-REJECT-REASON
              PERFORM 0230-REJECT-EXCEPTION
           ELSE
              MOVE EX-NET-PAY TO WS-EXCP-AMOUNT
              IF WS-EXCP-AMOUNT NOT = NP-NET-PAY
                 MOVE 'NET DISAGREES WITH NETPAY.DAT'
                    TO WS-REJECT-REASON
                 PERFORM 0230-REJECT-EXCEPTION
              ELSE
                 PERFORM 0118-FIND-PERIOD-DONE
                 IF ALREADY-ISSUED-IN-PERIOD
                    DISPLAY "PAYCHECK: EMPLOYEE " NP-EMP-ID
                       " ALREADY ON CHECKREG.DAT FOR PERIOD "
                       NP-PAY-PERIOD " - SKIPPED"
                    ADD 1 TO WS-PERIOD-SKIPPED
                 ELSE
                    IF NP-NET-PAY > ZERO
                       PERFORM 0210-ISSUE-PERIOD-CHECK
                    ELSE
                       PERFORM 0220-WRITE-NO-CHECK
                    END-IF
                 END-IF
              END-IF
           END-IF.
           READ BANKEXCP-FILE
              AT END SET EXCPATEOF TO TRUE
           END-READ.
       0200-END.

       0205-MATCH-NETPAY.
           PERFORM 0207-READ-NETPAY
              UNTIL ENDOFFILE OR NP-EMP-ID NOT < EX-EMP-ID.
       0205-END.

       0207-READ-NETPAY.
           READ NETPAYFILE
              AT END SET ENDOFFILE TO TRUE
           END-READ.
       0207-END.

       0210-ISSUE-PERIOD-CHECK.
           PERFORM 0400-ASSIGN-CHECK-NUMBER.
           MOVE NP-EMP-ID TO CK-EMP-ID.
           MOVE NP-LASTNAME TO CK-LASTNAME.
           MOVE NP-FIRSTNAME TO CK-FIRSTNAME.
           MOVE NP-NET-PAY TO CK-AMOUNT.
           MOVE NP-PAY-PERIOD TO CK-PAY-PERIOD.
           MOVE NP-PERIOD-DATE TO CK-PERIOD-DATE.
           MOVE ZERO TO CK-REPLACES.
           SET ORIGIN-PAYROLL TO TRUE.
           PERFORM 0405-WRITE-CHECK-MASTER.

           SET STUB-FROM-NETPAY TO TRUE.
           PERFORM 0420-PRINT-CHECK.
           MOVE 'I' TO WS-REG-ACTION.
           MOVE CK-AMOUNT TO WS-REG-AMOUNT.
           MOVE ZERO TO WS-REG-ORIG-NO.
           MOVE EX-REASON TO WS-REG-REASON.
           PERFORM 0410-WRITE-REGISTER.
           MOVE 'I' TO PD-REC-TYPE.
           PERFORM 0415-WRITE-POSPAY-DETAIL.
       0210-END.

       0220-WRITE-NO-CHECK.
           MOVE SPACES TO CHECKREG-RECORD.
           MOVE 'N' TO CR-ACTION.
           MOVE ZERO TO CR-CHECK-NO.
           MOVE NP-EMP-ID TO CR-EMP-ID.
           MOVE NP-LASTNAME TO CR-LASTNAME.
           MOVE NP-FIRSTNAME TO CR-FIRSTNAME.
           MOVE NP-NET-PAY TO CR-AMOUNT.
           MOVE NP-PAY-PERIOD TO CR-PAY-PERIOD.
           MOVE NP-PERIOD-DATE TO CR-PERIOD-DATE.
           MOVE WS-RUN-DATE-NUM TO CR-RUN-DATE.
           MOVE ZERO TO CR-ORIG-CHECK-NO.
           MOVE EX-REASON TO CR-REASON.
           MOVE 'P' TO CR-ORIGIN.
           PERFORM 0412-PUT-REGISTER-RECORD.
           ADD 1 TO WS-NO-CHECK-COUNT.
       0220-END.

       0230-REJECT-EXCEPTION.
           MOVE SPACES TO CHECKREJ-LINE.
           MOVE BANKEXCP-RAW TO REJ-RAW-RECORD.
           MOVE WS-REJECT-REASON TO REJ-REASON.
           PERFORM 0335-WRITE-REJECT.
       0230-END.

      *        A returned deposit is paid against the period and bank
      *        run it was originally sent for.
       0250-PROCESS-RETURNED-DEPOSIT.
           ADD 1 TO WS-RECORDS-READ.
           ADD 1 TO WS-RI-LINE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF RETURN-ALREADY-PAID(WS-RI-LINE)
              DISPLAY "PAYCHECK: RETURN FOR EMPLOYEE " RI-EMP-ID
                 " PERIOD " RI-PAY-PERIOD
                 " ALREADY PAID ON CHECKREG.DAT, SKIPPED"
              ADD 1 TO WS-RETURNS-SKIPPED
           ELSE IF RI-EMP-ID NOT NUMERIC OR RI-EMP-ID = ZERO
              MOVE 'INVALID EMPLOYEE ID' TO WS-REJECT-REASON
           ELSE IF RI-AMOUNT NOT NUMERIC OR RI-AMOUNT = ZERO
              MOVE 'INVALID RETURNED AMOUNT' TO WS-REJECT-REASON
           ELSE IF RI-PAY-PERIOD NOT NUMERIC
                OR RI-BANK-RUN-DATE NOT NUMERIC
              MOVE 'INVALID PERIOD OR RUN DATE' TO WS-REJECT-REASON
           END-IF.
           IF RETURN-ALREADY-PAID(WS-RI-LINE)
              CONTINUE
           ELSE IF WS-REJECT-REASON = SPACES
              PERFORM 0255-ISSUE-RETURN-CHECK
              MOVE WS-RI-EMP-ID(WS-RI-LINE) TO WS-RI-MATCH-EMP-ID
              MOVE WS-RI-AMOUNT(WS-RI-LINE) TO WS-RI-MATCH-AMOUNT
              MOVE WS-RI-PERIOD(WS-RI-LINE) TO WS-RI-MATCH-PERIOD
              MOVE WS-RI-RUN-DATE(WS-RI-LINE) TO WS-RI-MATCH-RUN-DATE
              MOVE WS-RI-REASON(WS-RI-LINE) TO WS-RI-MATCH-REASON
              COMPUTE WS-RI-SCAN-IDX = WS-RI-LINE + 1
              PERFORM 0114-MARK-RETURN-PAID
           ELSE
              MOVE SPACES TO CHECKREJ-LINE
              MOVE REISSUE-RAW TO REJ-RAW-RECORD
              MOVE WS-REJECT-REASON TO REJ-REASON
              PERFORM 0335-WRITE-REJECT
           END-IF.
           READ REISSUE-FILE
              AT END SET REISSUEATEOF TO TRUE
           END-READ.
       0250-END.

       0255-ISSUE-RETURN-CHECK.
           PERFORM 0400-ASSIGN-CHECK-NUMBER.
           MOVE RI-EMP-ID TO CK-EMP-ID.
           MOVE RI-LASTNAME TO CK-LASTNAME.
           MOVE RI-FIRSTNAME TO CK-FIRSTNAME.
           MOVE RI-AMOUNT TO CK-AMOUNT.
           MOVE RI-PAY-PERIOD TO CK-PAY-PERIOD.
           MOVE RI-BANK-RUN-DATE TO CK-PERIOD-DATE.
           MOVE ZERO TO CK-REPLACES.
           SET ORIGIN-BANK-RETURN TO TRUE.
           PERFORM 0405-WRITE-CHECK-MASTER.

           SET STUB-FROM-RETURN TO TRUE.
           PERFORM 0420-PRINT-CHECK.
           MOVE 'I' TO WS-REG-ACTION.
           MOVE CK-AMOUNT TO WS-REG-AMOUNT.
           MOVE ZERO TO WS-REG-ORIG-NO.
           MOVE SPACES TO WS-REG-REASON.
           STRING 'DEPOSIT RETURNED - REASON ' DELIMITED BY SIZE
              RI-REASON-CODE DELIMITED BY SIZE
              INTO WS-REG-REASON.
           PERFORM 0410-WRITE-REGISTER.
           MOVE 'I' TO PD-REC-TYPE.
           PERFORM 0415-WRITE-POSPAY-DETAIL.
           ADD 1 TO WS-RETURNS-PAID.
       0255-END.

       0300-PROCESS-CHECK-TRANS.
           ADD 1 TO WS-RECORDS-READ.
           PERFORM 0305-VALIDATE-CHECK-TRANS.
           IF VALID-TRANS
              IF CT-VOID
                 PERFORM 0310-VOID-CHECK
              ELSE
                 PERFORM 0320-REISSUE-CHECK
              END-IF
           ELSE
              PERFORM 0330-REJECT-TRANS
           END-IF.
           READ CHECKTRN-FILE
              AT END SET TRANSATEOF TO TRUE
           END-READ.
       0300-END.

       0305-VALIDATE-CHECK-TRANS.
           SET VALID-TRANS TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF NOT CT-VOID AND NOT CT-REISSUE
              SET INVALID-TRANS TO TRUE
              MOVE 'INVALID ACTION' TO WS-REJECT-REASON
           ELSE IF CT-CHECK-NO NOT NUMERIC OR CT-CHECK-NO = ZERO
              SET INVALID-TRANS TO TRUE
              MOVE 'INVALID CHECK NUMBER' TO WS-REJECT-REASON
           ELSE IF CT-REASON = SPACES
              SET INVALID-TRANS TO TRUE
              MOVE 'REASON REQUIRED' TO WS-REJECT-REASON
           END-IF.
           IF VALID-TRANS
              PERFORM 0307-CHECK-AGAINST-MASTER
           END-IF.
       0305-END.

       0307-CHECK-AGAINST-MASTER.
           MOVE CT-CHECK-NO TO CK-CHECK-NO.
           READ CHECKIDX-FILE
              INVALID KEY
                 SET INVALID-TRANS TO TRUE
                 MOVE 'CHECK NOT ON FILE' TO WS-REJECT-REASON
           END-READ.
           IF VALID-TRANS
              IF CT-VOID AND CHECK-VOIDED
                 SET INVALID-TRANS TO TRUE
                 MOVE 'CHECK ALREADY VOIDED' TO WS-REJECT-REASON
              ELSE IF CT-REISSUE AND CK-REPLACED-BY NOT = ZERO
                 SET INVALID-TRANS TO TRUE
                 MOVE 'CHECK ALREADY REISSUED' TO WS-REJECT-REASON
              END-IF
           END-IF.
       0307-END.

      *        The voided check comes off the register as a negative
      *        entry against its own period, and goes to the bank as
      *        a positive-pay void so it bounces if presented.
       0310-VOID-CHECK.
           SET CHECK-VOIDED TO TRUE.
           MOVE WS-RUN-DATE-NUM TO CK-VOID-DATE.
           REWRITE CHECK-RECORD
              INVALID KEY
                 DISPLAY "Non-zero file status returned from REWRITE ",
                    "CHECKIDX-FILE ", CHKIDX-CHECK-KEY
                 GO TO 9000-END-PROGRAM
           END-REWRITE.
           MOVE 'V' TO WS-REG-ACTION.
           COMPUTE WS-REG-AMOUNT = 0 - CK-AMOUNT.
           MOVE CK-CHECK-NO TO WS-REG-ORIG-NO.
           MOVE CT-REASON TO WS-REG-REASON.
           PERFORM 0410-WRITE-REGISTER.
           MOVE 'V' TO PD-REC-TYPE.
           PERFORM 0415-WRITE-POSPAY-DETAIL.
           ADD 1 TO WS-CHECKS-VOIDED.
       0310-END.

      *        A replacement pays the same person the same amount for
      *        the same period on a new number, and the two checks
      *        point at each other on the master.
       0320-REISSUE-CHECK.
           IF CHECK-OUTSTANDING
              PERFORM 0310-VOID-CHECK
           END-IF.
           PERFORM 0400-ASSIGN-CHECK-NUMBER.
           MOVE CT-CHECK-NO TO CK-REPLACES.
           PERFORM 0405-WRITE-CHECK-MASTER.

           SET STUB-FROM-REISSUE TO TRUE.
           PERFORM 0420-PRINT-CHECK.
           MOVE 'R' TO WS-REG-ACTION.
           MOVE CK-AMOUNT TO WS-REG-AMOUNT.
           MOVE CT-CHECK-NO TO WS-REG-ORIG-NO.
           MOVE CT-REASON TO WS-REG-REASON.
           PERFORM 0410-WRITE-REGISTER.
           MOVE 'I' TO PD-REC-TYPE.
           PERFORM 0415-WRITE-POSPAY-DETAIL.

           MOVE CK-CHECK-NO TO WS-REG-ORIG-NO.
           MOVE CT-CHECK-NO TO CK-CHECK-NO.
           READ CHECKIDX-FILE
              INVALID KEY
                 DISPLAY "Non-zero file status returned from READ ",
                    "CHECKIDX-FILE ", CHKIDX-CHECK-KEY
                 GO TO 9000-END-PROGRAM
           END-READ.
           MOVE WS-REG-ORIG-NO TO CK-REPLACED-BY.
           REWRITE CHECK-RECORD
              INVALID KEY
                 DISPLAY "Non-zero file status returned from REWRITE ",
                    "CHECKIDX-FILE ", CHKIDX-CHECK-KEY
                 GO TO 9000-END-PROGRAM
           END-REWRITE.
       0320-END.

       0330-REJECT-TRANS.
           MOVE SPACES TO CHECKREJ-LINE.
           MOVE CHECKTRN-RAW TO REJ-RAW-RECORD.
           MOVE WS-REJECT-REASON TO REJ-REASON.
           PERFORM 0335-WRITE-REJECT.
       0330-END.

       0335-WRITE-REJECT.
           WRITE CHECKREJ-LINE.
           IF REJ-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "CHECKREJ-LINE ", REJ-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           ADD 1 TO WS-REJECT-COUNT.
       0335-END.

      *        The only place a check number is handed out. The new
      *        number is counted as used from this moment, so the
      *        control record is saved even if the run ends early.
       0400-ASSIGN-CHECK-NUMBER.
           ADD 1 TO WS-LAST-CHECK-NO.
           SET CHECK-CONTROL-CHANGED TO TRUE.
           MOVE WS-LAST-CHECK-NO TO CK-CHECK-NO.
       0400-END.

       0405-WRITE-CHECK-MASTER.
           MOVE WS-RUN-DATE-NUM TO CK-ISSUE-DATE.
           SET CHECK-OUTSTANDING TO TRUE.
           MOVE ZERO TO CK-VOID-DATE.
           MOVE ZERO TO CK-REPLACED-BY.
           WRITE CHECK-RECORD
              INVALID KEY
                 DISPLAY "PAYCHECK: CHECK NUMBER " CK-CHECK-NO
                    " ALREADY ON CHECKIDX.DAT - RUN STOPPED"
                 MOVE 'REFUSED' TO WS-AUDIT-EVENT
                 MOVE 8 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
           END-WRITE.
           ADD 1 TO WS-CHECKS-ISSUED.
       0405-END.

       0410-WRITE-REGISTER.
           MOVE SPACES TO CHECKREG-RECORD.
           MOVE WS-REG-ACTION TO CR-ACTION.
           MOVE CK-CHECK-NO TO CR-CHECK-NO.
           MOVE CK-EMP-ID TO CR-EMP-ID.
           MOVE CK-LASTNAME TO CR-LASTNAME.
           MOVE CK-FIRSTNAME TO CR-FIRSTNAME.
           MOVE WS-REG-AMOUNT TO CR-AMOUNT.
           MOVE CK-PAY-PERIOD TO CR-PAY-PERIOD.
           MOVE CK-PERIOD-DATE TO CR-PERIOD-DATE.
           MOVE WS-RUN-DATE-NUM TO CR-RUN-DATE.
           MOVE WS-REG-ORIG-NO TO CR-ORIG-CHECK-NO.
           MOVE WS-REG-REASON TO CR-REASON.
           MOVE CK-ORIGIN TO CR-ORIGIN.
           PERFORM 0412-PUT-REGISTER-RECORD.
       0410-END.

       0412-PUT-REGISTER-RECORD.
           WRITE CHECKREG-RECORD.
           IF CHKREG-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "CHECKREG-FILE ", CHKREG-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
       0412-END.

      *        PD-REC-TYPE is set by the caller: 'I' or 'V'.
       0415-WRITE-POSPAY-DETAIL.
           MOVE CK-CHECK-NO TO PD-CHECK-NO.
           MOVE CK-AMOUNT TO PD-AMOUNT.
           MOVE CK-ISSUE-DATE TO PD-ISSUE-DATE.
           MOVE CK-FIRSTNAME TO PD-PAYEE-FNAME.
           MOVE CK-LASTNAME TO PD-PAYEE-LNAME.
           IF PD-REC-TYPE = 'V'
              ADD CK-AMOUNT TO WS-POSPAY-VOIDED
           ELSE
              ADD CK-AMOUNT TO WS-POSPAY-ISSUED
           END-IF.
           ADD 1 TO WS-POSPAY-COUNT.
           PERFORM 0150-WRITE-POSPAY-RECORD.
       0415-END.

      *        Stub on top, check below the tear line. A period check
      *        itemizes the NETPAY.DAT detail like the pay advice; a
      *        replacement names the check it replaces; a returned
      *        deposit names the bank's return reason and date.
       0420-PRINT-CHECK.
           MOVE CHECK-RULE-LINE TO CHECKPRT-LINE.
           PERFORM 0430-WRITE-PRINT-LINE.
           MOVE CK-EMP-ID TO SH-EMP-ID.
           MOVE CK-FIRSTNAME TO SH-FNAME.
           MOVE CK-LASTNAME TO SH-LNAME.
           MOVE CK-PAY-PERIOD TO SH-PERIOD.
           MOVE CK-PERIOD-DATE TO WS-DATE-SPLIT-NUM.
           MOVE WS-SPLIT-MM TO SH-MM.
           MOVE WS-SPLIT-DD TO SH-DD.
           MOVE WS-SPLIT-YYYY TO SH-YYYY.
           MOVE STUB-HEADER-LINE TO CHECKPRT-LINE.
           PERFORM 0430-WRITE-PRINT-LINE.

           IF STUB-FROM-NETPAY
              MOVE 'GROSS PAY' TO SA-LABEL
              MOVE NP-GROSS-PAY TO SA-AMOUNT
              PERFORM 0425-PRINT-STUB-AMOUNT
              MOVE 'FEDERAL TAX' TO SA-LABEL
              COMPUTE SA-AMOUNT = 0 - NP-FEDERAL-TAX
              PERFORM 0425-PRINT-STUB-AMOUNT
              MOVE 'STATE TAX' TO SA-LABEL
              COMPUTE SA-AMOUNT = 0 - NP-STATE-TAX
              PERFORM 0425-PRINT-STUB-AMOUNT
              MOVE 'BENEFITS' TO SA-LABEL
              COMPUTE SA-AMOUNT = 0 - NP-BENEFITS
              PERFORM 0425-PRINT-STUB-AMOUNT
              IF NP-RETIRE > ZERO
                 MOVE 'RETIREMENT' TO SA-LABEL
                 COMPUTE SA-AMOUNT = 0 - NP-RETIRE
                 PERFORM 0425-PRINT-STUB-AMOUNT
              END-IF
              IF NP-HEALTH > ZERO
                 MOVE 'HEALTH PLAN' TO SA-LABEL
                 COMPUTE SA-AMOUNT = 0 - NP-HEALTH
                 PERFORM 0425-PRINT-STUB-AMOUNT
              END-IF
              IF NP-GARNISH > ZERO
                 MOVE 'GARNISHMENT' TO SA-LABEL
                 COMPUTE SA-AMOUNT = 0 - NP-GARNISH
                 PERFORM 0425-PRINT-STUB-AMOUNT
              END-IF
           ELSE IF STUB-FROM-RETURN
              MOVE RI-REASON-CODE TO SB-REASON-CODE
              MOVE RI-RETURN-DATE TO WS-DATE-SPLIT-NUM
              MOVE WS-SPLIT-MM TO SB-MM
              MOVE WS-SPLIT-DD TO SB-DD
              MOVE WS-SPLIT-YYYY TO SB-YYYY
              MOVE STUB-RETURN-LINE TO CHECKPRT-LINE
              PERFORM 0430-WRITE-PRINT-LINE
           ELSE
              MOVE CK-REPLACES TO SR-OLD-CHECK-NO
              MOVE STUB-REISSUE-LINE TO CHECKPRT-LINE
              PERFORM 0430-WRITE-PRINT-LINE
           END-IF.
           MOVE 'NET PAY' TO SA-LABEL.
           MOVE CK-AMOUNT TO SA-AMOUNT.
           PERFORM 0425-PRINT-STUB-AMOUNT.

           MOVE CHECK-TEAR-LINE TO CHECKPRT-LINE.
           PERFORM 0430-WRITE-PRINT-LINE.
           MOVE WS-COMPANY-ID TO KH-COMPANY-ID.
           MOVE CK-CHECK-NO TO KH-CHECK-NO.
           MOVE WS-RUN-MM TO KH-MM.
           MOVE WS-RUN-DD TO KH-DD.
           MOVE WS-RUN-YYYY TO KH-YYYY.
           MOVE CHECK-HEADER-LINE TO CHECKPRT-LINE.
           PERFORM 0430-WRITE-PRINT-LINE.
           MOVE CK-FIRSTNAME TO KP-FNAME.
           MOVE CK-LASTNAME TO KP-LNAME.
           MOVE CK-AMOUNT TO KP-AMOUNT.
           MOVE CHECK-PAYEE-LINE TO CHECKPRT-LINE.
           PERFORM 0430-WRITE-PRINT-LINE.
           PERFORM 0460-AMOUNT-TO-WORDS.
           MOVE WS-WORDS TO KW-WORDS.
           MOVE CHECK-WORDS-LINE TO CHECKPRT-LINE.
           PERFORM 0430-WRITE-PRINT-LINE.
           MOVE CHECK-VOID-LINE TO CHECKPRT-LINE.
           PERFORM 0430-WRITE-PRINT-LINE.
           MOVE SPACES TO CHECKPRT-LINE.
           PERFORM 0430-WRITE-PRINT-LINE.
       0420-END.

       0425-PRINT-STUB-AMOUNT.
           MOVE STUB-AMOUNT-LINE TO CHECKPRT-LINE.
           PERFORM 0430-WRITE-PRINT-LINE.
       0425-END.

       0430-WRITE-PRINT-LINE.
           WRITE CHECKPRT-LINE.
           IF PRINT-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "CHECKPRT-LINE ", PRINT-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
       0430-END.

      *        Spell the check amount out in words: whole dollars in
      *        words, cents as NN/100. Checks are never written for
      *        zero or negative amounts, so no sign handling here.
       0460-AMOUNT-TO-WORDS.
           MOVE SPACES TO WS-WORDS.
           MOVE 1 TO WS-WPTR.
           MOVE CK-AMOUNT TO WS-NET-ABS.
           MOVE WS-NET-ABS TO WS-NET-DOLLARS.
           COMPUTE WS-NET-CENTS =
              (WS-NET-ABS - WS-NET-DOLLARS) * 100.

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
              PERFORM 0470-CONVERT-GROUP
              STRING 'MILLION ' DELIMITED BY SIZE
                 INTO WS-WORDS WITH POINTER WS-WPTR
           END-IF.
           IF WS-GRP-THOUSANDS > ZERO
              MOVE WS-GRP-THOUSANDS TO WS-CUR-GROUP
              PERFORM 0470-CONVERT-GROUP
              STRING 'THOUSAND ' DELIMITED BY SIZE
                 INTO WS-WORDS WITH POINTER WS-WPTR
           END-IF.
           IF WS-GRP-UNITS > ZERO
              MOVE WS-GRP-UNITS TO WS-CUR-GROUP
              PERFORM 0470-CONVERT-GROUP
           END-IF.

           STRING 'AND ' DELIMITED BY SIZE
              INTO WS-WORDS WITH POINTER WS-WPTR.
           STRING WS-NET-CENTS DELIMITED BY SIZE
              INTO WS-WORDS WITH POINTER WS-WPTR.
           STRING '/100 DOLLARS' DELIMITED BY SIZE
              INTO WS-WORDS WITH POINTER WS-WPTR.
       0460-END.

      *        Word one three-digit group (001-999) and append it, with
      *        a trailing space, at WS-WPTR in WS-WORDS.
       0470-CONVERT-GROUP.
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
       0470-END.

      *        Any number handed out before an early stop is already
      *        on the check master; the control record is brought up
      *        to it here so the next run cannot hand it out again.
       9000-END-PROGRAM.
           IF CHECK-CONTROL-CHANGED
              PERFORM 0130-SAVE-CHECK-CONTROL
           END-IF.
           OPEN EXTEND AUDITLOG-FILE.
           IF AUDIT-CHECK-KEY NOT = "00"
              OPEN OUTPUT AUDITLOG-FILE
           END-IF.
           MOVE 'PAYCHECK' TO AUDIT-PROGRAM-ID.
           MOVE WS-RUN-YYYY TO AUDIT-RUN-YYYY.
           MOVE WS-RUN-MM TO AUDIT-RUN-MM.
           MOVE WS-RUN-DD TO AUDIT-RUN-DD.
           MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
           MOVE WS-CHECKS-ISSUED TO AUDIT-RECORDS-WRITTEN.
           MOVE WS-REJECT-COUNT TO AUDIT-RECORDS-REJECTED.
           MOVE WS-AUDIT-EVENT TO AUDIT-EVENT.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDITLOG-FILE.

           IF WS-REJECT-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

          END PROGRAM PAYCHECK.
