       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARNRMT.
      * GARNISHMENT REMITTANCE FOR THE PERIOD JUST CALCULATED. PAYCALC
      * STAMPS EVERY GARNISHMENT CASE IT WITHHELD AGAINST WITH THE PAY
      * PERIOD AND PERIOD DATE (GC-LAST-PERIOD / GC-LAST-PERIOD-DATE),
      * WHAT THE ORDER CALLED FOR AND WHAT WAS ACTUALLY TAKEN. THIS RUN
      * PICKS UP THE CASES STAMPED WITH THE NETPAY.DAT PERIOD AND:
      *   - PRINTS THE REMITTANCE REGISTER (GARNRMT.DAT) BY PAYEE
      *     AGENCY, CASE BY CASE, WITH AGENCY AND GRAND TOTALS AND A
      *     TIE-OUT TO THE NP-GARNISH TOTAL ON NETPAY.DAT;
      *   - WRITES THE PAYMENT FILE (GARNPAY.DAT), ONE HEADER /
      *     DETAIL / TRAILER BATCH PER AGENCY, FOR THE MONEY TO BE
      *     SENT;
      *   - PRINTS THE ARREARS REPORT (GARNARR.DAT) OF CASES THE
      *     NET-AVAILABLE CAP LEFT SHORT THIS PERIOD, OR STILL CARRYING
      *     ARREARS FROM EARLIER ONES.
      * RUN IT AFTER PAYCALC AND BEFORE THE NEXT PERIOD'S PAYCALC; A
      * RERUN REPRODUCES THE SAME FILES. AN OFF-CYCLE NETPAY.DAT FROM
      * PAYSUPP WITHHOLDS NO GARNISHMENT AND IS REFUSED, SO THE
      * PERIOD'S OWN REMITTANCE FILES ARE NEVER OVERWRITTEN BY IT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT NETPAYFILE ASSIGN TO "NETPAY.DAT"
        FILE STATUS IS NETPAY-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT GARNCASE-FILE ASSIGN TO "GARNIDX.DAT"
        FILE STATUS IS GARN-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS GC-KEY.

       SELECT EMPIDX-FILE ASSIGN TO "EMPIDX.DAT"
        FILE STATUS IS FILE-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EMP-ID-IDX
        ALTERNATE RECORD KEY IS EMP-LASTNAME-IDX
           WITH DUPLICATES.

       SELECT GSEL-FILE ASSIGN TO "GARNSEL.TMP"
        FILE STATUS IS GSEL-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT GSORT-FILE ASSIGN TO "GARNSRT.TMP"
        FILE STATUS IS GSORT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REGISTER-FILE ASSIGN TO "GARNRMT.DAT"
        FILE STATUS IS REG-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT GARNPAY-FILE ASSIGN TO "GARNPAY.DAT"
        FILE STATUS IS PAY-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARREARS-FILE ASSIGN TO "GARNARR.DAT"
        FILE STATUS IS ARR-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG.DAT"
        FILE STATUS IS AUDIT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT WORK-SORT-FILE ASSIGN TO "GARNWRK.TMP".

       DATA DIVISION.
       FILE SECTION.
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
                                 SIGN IS TRAILING SEPARATE.
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

       FD GARNCASE-FILE.
       01 GARNCASE-RECORD.
           88 CASEATEOF VALUE HIGH-VALUES.
           05 GC-KEY.
              10 GC-EMP-ID          PIC 9(7).
              10 GC-CASE-NO         PIC X(12).
           05 GC-SLOT               PIC 9.
           05 GC-AGENCY-ID          PIC X(6).
           05 GC-AGENCY-NAME        PIC X(24).
           05 GC-TOTAL-OWED         PIC 9(9)V99.
           05 GC-WITHHELD-TD        PIC 9(9)V99.
           05 GC-BALANCE            PIC 9(9)V99.
           05 GC-STOP-DATE          PIC 9(8).
           05 GC-STATUS             PIC X.
              88 CASE-ACTIVE             VALUE 'A'.
              88 CASE-PAID-OFF           VALUE 'P'.
              88 CASE-STOPPED            VALUE 'S'.
              88 CASE-CLOSED             VALUE 'X'.
           05 GC-OPEN-DATE          PIC 9(8).
           05 GC-CLOSE-DATE         PIC 9(8).
           05 GC-LAST-PERIOD        PIC 9(2).
           05 GC-LAST-PERIOD-DATE   PIC 9(8).
           05 GC-LAST-ORDERED       PIC 9(7)V99.
           05 GC-LAST-WITHHELD      PIC 9(7)V99.
           05 GC-ARREARS            PIC 9(9)V99.

       FD EMPIDX-FILE.
       01 EMPRECIDX.
           05 EMP-ID-IDX            PIC 9(7).
           05 EMP-LASTNAME-IDX      PIC X(10).
           05 EMP-FIRSTNAME-IDX     PIC X(10).
           05 EMP-START-YEAR-IDX    PIC 9(4).
           05 EMP-START-MONTH-IDX   PIC 9(2).
           05 EMP-START-DAY-IDX     PIC 9(2).
           05 EMP-SALARY-IDX        PIC 9(9).
           05 EMP-GENDER-IDX        PIC X.

      *        The period's cases pulled off the case master, then
      *        the same records sorted into agency order.
       FD GSEL-FILE.
       01 GSEL-RECORD              PIC X(90).

       FD GSORT-FILE.
       01 GSORT-RECORD.
           88 SORTEDATEOF VALUE HIGH-VALUES.
           05 GS-AGENCY-ID          PIC X(6).
           05 GS-EMP-ID             PIC 9(7).
           05 GS-CASE-NO            PIC X(12).
           05 GS-AGENCY-NAME        PIC X(24).
           05 GS-ORDERED            PIC 9(7)V99.
           05 GS-WITHHELD           PIC 9(7)V99.
           05 GS-BALANCE            PIC 9(9)V99.
           05 GS-ARREARS            PIC 9(9)V99.
           05 GS-STATUS             PIC X.
              88 GS-PAID-OFF             VALUE 'P'.
              88 GS-STOPPED              VALUE 'S'.

       FD REGISTER-FILE.
       01 REGISTER-LINE             PIC X(132).

      *        One batch per payee agency: an 'H' header naming the
      *        agency and the period, a 'D' detail for every case that
      *        had money withheld, and a 'T' trailer with the batch
      *        count and total for the agency to balance against.
       FD GARNPAY-FILE.
       01 GARNPAY-HEADER-RECORD.
           05 GH-REC-TYPE           PIC X.
           05 GH-AGENCY-ID          PIC X(6).
           05 GH-AGENCY-NAME        PIC X(24).
           05 GH-COMPANY-ID         PIC X(10).
           05 GH-RUN-DATE           PIC 9(8).
           05 GH-PAY-PERIOD         PIC 9(2).
           05 GH-PERIOD-DATE        PIC 9(8).
       01 GARNPAY-DETAIL-RECORD REDEFINES GARNPAY-HEADER-RECORD.
           05 GD-REC-TYPE           PIC X.
           05 GD-AGENCY-ID          PIC X(6).
           05 GD-EMP-ID             PIC 9(7).
           05 GD-CASE-NO            PIC X(12).
           05 GD-AMOUNT             PIC 9(7)V99.
           05 FILLER                PIC X(24).
       01 GARNPAY-TRAILER-RECORD REDEFINES GARNPAY-HEADER-RECORD.
           05 GR-REC-TYPE           PIC X.
           05 GR-AGENCY-ID          PIC X(6).
           05 GR-ITEM-COUNT         PIC 9(5).
           05 GR-TOTAL              PIC 9(9)V99.
           05 FILLER                PIC X(36).

       FD ARREARS-FILE.
       01 ARREARS-LINE              PIC X(132).

       FD AUDITLOG-FILE.
       COPY AUDITREC.

       SD WORK-SORT-FILE.
       01 SORT-RECORD.
           05 SRT-AGENCY-ID         PIC X(6).
           05 SRT-EMP-ID            PIC 9(7).
           05 SRT-CASE-NO           PIC X(12).
           05 FILLER                PIC X(65).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  NETPAY-CHECK-KEY     PIC X(2).
           05  GARN-CHECK-KEY       PIC X(2).
           05  FILE-CHECK-KEY       PIC X(2).
           05  GSEL-CHECK-KEY       PIC X(2).
           05  GSORT-CHECK-KEY      PIC X(2).
           05  REG-CHECK-KEY        PIC X(2).
           05  PAY-CHECK-KEY        PIC X(2).
           05  ARR-CHECK-KEY        PIC X(2).
           05  AUDIT-CHECK-KEY      PIC X(2).
           05  WS-RECORDS-READ      PIC 9(9) VALUE ZERO.
           05  WS-RECORDS-WRITTEN   PIC 9(9) VALUE ZERO.
           05  WS-CASES-SELECTED    PIC 9(9) VALUE ZERO.
           05  WS-ARREARS-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-AGENCY-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-AUDIT-EVENT       PIC X(8) VALUE 'ENDRUN'.
           05  WS-RUN-DATE-NUM      PIC 9(8) VALUE ZERO.
           05  WS-PAY-PERIOD        PIC 9(2) VALUE ZERO.
           05  WS-PERIOD-DATE       PIC 9(8) VALUE ZERO.
           05  WS-EMPIDX-AVAIL-SW   PIC X VALUE 'N'.
               88  EMPIDX-AVAILABLE       VALUE 'Y'.
           05  WS-SHORT-AMOUNT      PIC 9(7)V99.
           05  WS-LNAME             PIC X(10).
           05  WS-FNAME             PIC X(10).

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(4).
           05  WS-RUN-MM            PIC 9(2).
           05  WS-RUN-DD            PIC 9(2).

      *        Same layout as GSORT-RECORD; built here and written to
      *        the selection file.
       01  WS-SELECT-RECORD.
           05 WS-SEL-AGENCY-ID      PIC X(6).
           05 WS-SEL-EMP-ID         PIC 9(7).
           05 WS-SEL-CASE-NO        PIC X(12).
           05 WS-SEL-AGENCY-NAME    PIC X(24).
           05 WS-SEL-ORDERED        PIC 9(7)V99.
           05 WS-SEL-WITHHELD       PIC 9(7)V99.
           05 WS-SEL-BALANCE        PIC 9(9)V99.
           05 WS-SEL-ARREARS        PIC 9(9)V99.
           05 WS-SEL-STATUS         PIC X.

       01  WS-TOTAL-AREAS.
           05 WS-CUR-AGENCY         PIC X(6) VALUE SPACES.
           05 WS-AGY-CASES          PIC 9(5) VALUE ZERO.
           05 WS-AGY-ITEMS          PIC 9(5) VALUE ZERO.
           05 WS-AGY-ORDERED        PIC 9(9)V99 VALUE ZERO.
           05 WS-AGY-WITHHELD       PIC 9(9)V99 VALUE ZERO.
           05 WS-GRAND-CASES        PIC 9(7) VALUE ZERO.
           05 WS-GRAND-ORDERED      PIC 9(11)V99 VALUE ZERO.
           05 WS-GRAND-WITHHELD     PIC 9(11)V99 VALUE ZERO.
           05 WS-NETPAY-GARNISH     PIC 9(11)V99 VALUE ZERO.
           05 WS-UNCASED-GARNISH    PIC S9(11)V99 VALUE ZERO.
           05 WS-ARR-SHORT-TOTAL    PIC 9(11)V99 VALUE ZERO.
           05 WS-ARR-TOTAL          PIC 9(11)V99 VALUE ZERO.

       01  WS-REPORT-CONTROL.
           05 WS-LINE-COUNT         PIC 9(3) VALUE ZERO.
           05 WS-LINES-PER-PAGE     PIC 9(3) VALUE 020.
           05 WS-PAGE-NUM           PIC 9(3) VALUE ZERO.
           05 WS-ARR-LINE-COUNT     PIC 9(3) VALUE ZERO.
           05 WS-ARR-PAGE-NUM       PIC 9(3) VALUE ZERO.

       01  REGISTER-HEADER-LINE.
           05 FILLER            PIC X(30) VALUE
              'GARNISHMENT REMITTANCE REG'.
           05 FILLER            PIC X(8)  VALUE 'PERIOD: '.
           05 RH-PERIOD         PIC 99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(13) VALUE 'PERIOD DATE: '.
           05 RH-PERIOD-DATE    PIC 9999/99/99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05 RH-MM             PIC 99.
           05 FILLER            PIC X VALUE '/'.
           05 RH-DD             PIC 99.
           05 FILLER            PIC X VALUE '/'.
           05 RH-YYYY           PIC 9(4).
           05 FILLER            PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE 'PAGE: '.
           05 RH-PAGE           PIC ZZ9.
           05 FILLER            PIC X(26) VALUE SPACES.

       01  REGISTER-HEADING-LINE.
           05 FILLER            PIC X(9)  VALUE 'EMP ID'.
           05 FILLER            PIC X(21) VALUE 'NAME'.
           05 FILLER            PIC X(14) VALUE 'CASE NUMBER'.
           05 FILLER            PIC X(15) VALUE '       ORDERED'.
           05 FILLER            PIC X(15) VALUE '      WITHHELD'.
           05 FILLER            PIC X(17) VALUE '     BALANCE DUE'.
           05 FILLER            PIC X(10) VALUE 'CASE'.
           05 FILLER            PIC X(31) VALUE SPACES.

       01  AGENCY-HEADER-LINE.
           05 FILLER            PIC X(8)  VALUE 'AGENCY: '.
           05 AH-AGENCY-ID      PIC X(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 AH-AGENCY-NAME    PIC X(24).
           05 FILLER            PIC X(92) VALUE SPACES.

       01  REGISTER-DETAIL-LINE.
           05 RD-EMP-ID         PIC 9(7).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-FNAME          PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RD-LNAME          PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-CASE-NO        PIC X(12).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-ORDERED        PIC $$$$,$$9.99.
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 RD-WITHHELD       PIC $$$$,$$9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-BALANCE        PIC $$$$,$$$,$$9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-STATUS         PIC X(8).
           05 FILLER            PIC X(33) VALUE SPACES.

       01  AGENCY-TOTAL-LINE.
           05 FILLER            PIC X(6)  VALUE SPACES.
           05 FILLER            PIC X(17) VALUE 'AGENCY TOTAL FOR '.
           05 AT-AGENCY-ID      PIC X(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 AT-CASES          PIC ZZ,ZZ9.
           05 FILLER            PIC X(7)  VALUE ' CASES '.
           05 AT-ORDERED        PIC $$$$,$$$,$$9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 AT-WITHHELD       PIC $$$$,$$$,$$9.99.
           05 FILLER            PIC X(56) VALUE SPACES.

       01  REPORT-RULE-LINE.
           05 FILLER            PIC X(100) VALUE ALL '='.
           05 FILLER            PIC X(32) VALUE SPACES.

       01  REPORT-TOTAL-LINE.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 TL-LABEL          PIC X(34).
           05 TL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 TL-AMOUNT         PIC $,$$$,$$$,$$9.99-.
           05 FILLER            PIC X(68) VALUE SPACES.

       01  ARREARS-HEADER-LINE.
           05 FILLER            PIC X(30) VALUE
              'GARNISHMENT ARREARS REPORT'.
           05 FILLER            PIC X(8)  VALUE 'PERIOD: '.
           05 AR-PERIOD         PIC 99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(13) VALUE 'PERIOD DATE: '.
           05 AR-PERIOD-DATE    PIC 9999/99/99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05 AR-MM             PIC 99.
           05 FILLER            PIC X VALUE '/'.
           05 AR-DD             PIC 99.
           05 FILLER            PIC X VALUE '/'.
           05 AR-YYYY           PIC 9(4).
           05 FILLER            PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE 'PAGE: '.
           05 AR-PAGE           PIC ZZ9.
           05 FILLER            PIC X(26) VALUE SPACES.

       01  ARREARS-HEADING-LINE.
           05 FILLER            PIC X(9)  VALUE 'EMP ID'.
           05 FILLER            PIC X(21) VALUE 'NAME'.
           05 FILLER            PIC X(14) VALUE 'CASE NUMBER'.
           05 FILLER            PIC X(8)  VALUE 'AGENCY'.
           05 FILLER            PIC X(13) VALUE '      ORDERED'.
           05 FILLER            PIC X(13) VALUE '     WITHHELD'.
           05 FILLER            PIC X(13) VALUE '   SHORT THIS'.
           05 FILLER            PIC X(17) VALUE '   TOTAL ARREARS'.
           05 FILLER            PIC X(24) VALUE SPACES.

       01  ARREARS-DETAIL-LINE.
           05 AD-EMP-ID         PIC 9(7).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 AD-FNAME          PIC X(10).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 AD-LNAME          PIC X(10).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 AD-CASE-NO        PIC X(12).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 AD-AGENCY-ID      PIC X(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 AD-ORDERED        PIC $$$$,$$9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 AD-WITHHELD       PIC $$$$,$$9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 AD-SHORT          PIC $$$$,$$9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 AD-ARREARS        PIC $$$$,$$$,$$9.99.
           05 FILLER            PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
       0100-REMIT-GARNISHMENTS.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-NUM =
              WS-RUN-YYYY * 10000 + WS-RUN-MM * 100 + WS-RUN-DD.

           PERFORM 0105-TOTAL-NETPAY-GARNISH.
      *        Without the case master there is nothing to remit
      *        against; refuse rather than print an empty register.
           OPEN INPUT GARNCASE-FILE
           IF GARN-CHECK-KEY NOT = "00"
              DISPLAY "GARNRMT REFUSED: GARNIDX.DAT NOT AVAILABLE, ",
                 "NO CASES TO REMIT"
              MOVE 'REFUSED' TO WS-AUDIT-EVENT
              MOVE 8 TO RETURN-CODE
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN INPUT EMPIDX-FILE.
           IF FILE-CHECK-KEY = "00"
              MOVE 'Y' TO WS-EMPIDX-AVAIL-SW
           ELSE
              MOVE 'N' TO WS-EMPIDX-AVAIL-SW
              DISPLAY "GARNRMT: NO EMPIDX.DAT, NAMES NOT SHOWN"
           END-IF.
           OPEN OUTPUT GSEL-FILE
           IF GSEL-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "GSEL-FILE ", GSEL-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN OUTPUT ARREARS-FILE
           IF ARR-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "ARREARS-FILE ", ARR-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.

           PERFORM 0345-PRINT-ARREARS-HEADER.
           READ GARNCASE-FILE NEXT RECORD
              AT END SET CASEATEOF TO TRUE
           END-READ.
           PERFORM 0200-SELECT-CASE UNTIL CASEATEOF.
           PERFORM 0350-PRINT-ARREARS-TOTALS.
           CLOSE GARNCASE-FILE, GSEL-FILE, ARREARS-FILE.

           SORT WORK-SORT-FILE
              ON ASCENDING KEY SRT-AGENCY-ID
                               SRT-EMP-ID
                               SRT-CASE-NO
              WITH DUPLICATES IN ORDER
              USING GSEL-FILE
              GIVING GSORT-FILE.

           OPEN INPUT GSORT-FILE
           IF GSORT-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "GSORT-FILE ", GSORT-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN OUTPUT REGISTER-FILE
           IF REG-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "REGISTER-FILE ", REG-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN OUTPUT GARNPAY-FILE
           IF PAY-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "GARNPAY-FILE ", PAY-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.

           PERFORM 0245-PRINT-PAGE-HEADER.
           READ GSORT-FILE
              AT END SET SORTEDATEOF TO TRUE
           END-READ.
           PERFORM 0300-REMIT-CASE UNTIL SORTEDATEOF.
           IF WS-CUR-AGENCY NOT = SPACES
              PERFORM 0320-CLOSE-AGENCY
           END-IF.
           PERFORM 0250-PRINT-REGISTER-TOTALS.

           CLOSE GSORT-FILE, REGISTER-FILE, GARNPAY-FILE.
           IF EMPIDX-AVAILABLE
              CLOSE EMPIDX-FILE
           END-IF.

           DISPLAY "GARNRMT CASES READ      = " WS-RECORDS-READ.
           DISPLAY "GARNRMT CASES REMITTED  = " WS-CASES-SELECTED.
           DISPLAY "GARNRMT AGENCIES PAID   = " WS-AGENCY-COUNT.
           DISPLAY "GARNRMT CASES IN ARREARS = " WS-ARREARS-COUNT.

           PERFORM 9000-END-PROGRAM.
       0100-END.

      *        The period comes from NETPAY.DAT, the same file PAYBANK
      *        and PAYCHECK pay from, and its NP-GARNISH total is what
      *        the register has to account for.
       0105-TOTAL-NETPAY-GARNISH.
           OPEN INPUT NETPAYFILE
           IF NETPAY-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "NETPAYFILE ", NETPAY-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           READ NETPAYFILE
              AT END
                 DISPLAY "GARNRMT REFUSED: NETPAY.DAT IS EMPTY, ",
                    "NO PERIOD TO REMIT"
                 CLOSE NETPAYFILE
                 MOVE 'REFUSED' TO WS-AUDIT-EVENT
                 MOVE 8 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
           END-READ.
           IF NP-IS-OFF-CYCLE
              DISPLAY "GARNRMT REFUSED: NETPAY.DAT IS AN OFF-CYCLE ",
                 "BATCH, NO GARNISHMENT TO REMIT"
              CLOSE NETPAYFILE
              MOVE 'REFUSED' TO WS-AUDIT-EVENT
              MOVE 8 TO RETURN-CODE
              GO TO 9000-END-PROGRAM
           END-IF.
           MOVE NP-PAY-PERIOD TO WS-PAY-PERIOD.
           MOVE NP-PERIOD-DATE TO WS-PERIOD-DATE.
           PERFORM 0107-ADD-NETPAY-GARNISH UNTIL ENDOFFILE.
           CLOSE NETPAYFILE.
       0105-END.

       0107-ADD-NETPAY-GARNISH.
           ADD NP-GARNISH TO WS-NETPAY-GARNISH.
           READ NETPAYFILE
              AT END SET ENDOFFILE TO TRUE
           END-READ.
       0107-END.

      *        A case belongs to this remittance when PAYCALC stamped it
      *        with this period and either withheld from it or was
      *        ordered to and could not.
       0200-SELECT-CASE.
           ADD 1 TO WS-RECORDS-READ.
           IF GC-LAST-PERIOD = WS-PAY-PERIOD
              AND GC-LAST-PERIOD-DATE = WS-PERIOD-DATE
              AND (GC-LAST-WITHHELD > ZERO OR GC-LAST-ORDERED > ZERO)
              MOVE GC-AGENCY-ID TO WS-SEL-AGENCY-ID
              MOVE GC-EMP-ID TO WS-SEL-EMP-ID
              MOVE GC-CASE-NO TO WS-SEL-CASE-NO
              MOVE GC-AGENCY-NAME TO WS-SEL-AGENCY-NAME
              MOVE GC-LAST-ORDERED TO WS-SEL-ORDERED
              MOVE GC-LAST-WITHHELD TO WS-SEL-WITHHELD
              MOVE GC-BALANCE TO WS-SEL-BALANCE
              MOVE GC-ARREARS TO WS-SEL-ARREARS
              MOVE GC-STATUS TO WS-SEL-STATUS
              WRITE GSEL-RECORD FROM WS-SELECT-RECORD
              IF GSEL-CHECK-KEY NOT = "00"
                 DISPLAY "Non-zero file status returned from WRITE ",
                    "GSEL-RECORD ", GSEL-CHECK-KEY
                 GO TO 9000-END-PROGRAM
              END-IF
              IF GC-LAST-ORDERED > GC-LAST-WITHHELD
                 OR GC-ARREARS > ZERO
                 PERFORM 0340-PRINT-ARREARS-DETAIL
              END-IF
           END-IF.
           READ GARNCASE-FILE NEXT RECORD
              AT END SET CASEATEOF TO TRUE
           END-READ.
       0200-END.

       0210-LOOKUP-NAME.
           MOVE SPACES TO WS-LNAME, WS-FNAME.
           IF EMPIDX-AVAILABLE
              READ EMPIDX-FILE
                 INVALID KEY
                    MOVE '*NO NAME*' TO WS-LNAME
                 NOT INVALID KEY
                    MOVE EMP-LASTNAME-IDX TO WS-LNAME
                    MOVE EMP-FIRSTNAME-IDX TO WS-FNAME
              END-READ
           END-IF.
       0210-END.

       0230-WRITE-REGISTER-LINE.
           WRITE REGISTER-LINE.
           IF REG-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "REGISTER-LINE ", REG-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
       0230-END.

       0235-WRITE-PAYMENT-RECORD.
           WRITE GARNPAY-HEADER-RECORD.
           IF PAY-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "GARNPAY-RECORD ", PAY-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           ADD 1 TO WS-RECORDS-WRITTEN.
       0235-END.

       0245-PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-PAY-PERIOD TO RH-PERIOD.
           MOVE WS-PERIOD-DATE TO RH-PERIOD-DATE.
           MOVE WS-RUN-MM TO RH-MM.
           MOVE WS-RUN-DD TO RH-DD.
           MOVE WS-RUN-YYYY TO RH-YYYY.
           MOVE WS-PAGE-NUM TO RH-PAGE.
           MOVE REGISTER-HEADER-LINE TO REGISTER-LINE.
           PERFORM 0230-WRITE-REGISTER-LINE.
           MOVE REGISTER-HEADING-LINE TO REGISTER-LINE.
           PERFORM 0230-WRITE-REGISTER-LINE.
           MOVE ZERO TO WS-LINE-COUNT.
       0245-END.

      *        What was withheld on NETPAY.DAT but not against any case
      *        is a slot with no case record behind it -- still owed
      *        to someone, but not remitted by this register.
       0250-PRINT-REGISTER-TOTALS.
           MOVE REPORT-RULE-LINE TO REGISTER-LINE.
           PERFORM 0230-WRITE-REGISTER-LINE.
           MOVE 'CASES REMITTED / WITHHELD' TO TL-LABEL.
           MOVE WS-GRAND-CASES TO TL-COUNT.
           MOVE WS-GRAND-WITHHELD TO TL-AMOUNT.
           MOVE REPORT-TOTAL-LINE TO REGISTER-LINE.
           PERFORM 0230-WRITE-REGISTER-LINE.
           MOVE 'ORDERED THIS PERIOD' TO TL-LABEL.
           MOVE ZERO TO TL-COUNT.
           MOVE WS-GRAND-ORDERED TO TL-AMOUNT.
           MOVE REPORT-TOTAL-LINE TO REGISTER-LINE.
           PERFORM 0230-WRITE-REGISTER-LINE.
           MOVE 'AGENCIES' TO TL-LABEL.
           MOVE WS-AGENCY-COUNT TO TL-COUNT.
           MOVE ZERO TO TL-AMOUNT.
           MOVE REPORT-TOTAL-LINE TO REGISTER-LINE.
           PERFORM 0230-WRITE-REGISTER-LINE.
           MOVE 'NETPAY.DAT GARNISHMENT TOTAL' TO TL-LABEL.
           MOVE ZERO TO TL-COUNT.
           MOVE WS-NETPAY-GARNISH TO TL-AMOUNT.
           MOVE REPORT-TOTAL-LINE TO REGISTER-LINE.
           PERFORM 0230-WRITE-REGISTER-LINE.
           COMPUTE WS-UNCASED-GARNISH =
              WS-NETPAY-GARNISH - WS-GRAND-WITHHELD.
           MOVE 'WITHHELD WITHOUT A CASE RECORD' TO TL-LABEL.
           MOVE WS-UNCASED-GARNISH TO TL-AMOUNT.
           MOVE REPORT-TOTAL-LINE TO REGISTER-LINE.
           PERFORM 0230-WRITE-REGISTER-LINE.
       0250-END.

       0300-REMIT-CASE.
           IF GS-AGENCY-ID NOT = WS-CUR-AGENCY
              IF WS-CUR-AGENCY NOT = SPACES
                 PERFORM 0320-CLOSE-AGENCY
              END-IF
              PERFORM 0310-OPEN-AGENCY
           END-IF.
           ADD 1 TO WS-CASES-SELECTED.
           ADD 1 TO WS-AGY-CASES.
           ADD GS-ORDERED TO WS-AGY-ORDERED.
           ADD GS-WITHHELD TO WS-AGY-WITHHELD.
           MOVE GS-EMP-ID TO EMP-ID-IDX.
           PERFORM 0210-LOOKUP-NAME.
           MOVE GS-EMP-ID TO RD-EMP-ID.
           MOVE WS-FNAME TO RD-FNAME.
           MOVE WS-LNAME TO RD-LNAME.
           MOVE GS-CASE-NO TO RD-CASE-NO.
           MOVE GS-ORDERED TO RD-ORDERED.
           MOVE GS-WITHHELD TO RD-WITHHELD.
           MOVE GS-BALANCE TO RD-BALANCE.
           IF GS-PAID-OFF
              MOVE 'PAID OFF' TO RD-STATUS
           ELSE IF GS-STOPPED
              MOVE 'STOPPED' TO RD-STATUS
           ELSE
              MOVE SPACES TO RD-STATUS
           END-IF.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              PERFORM 0245-PRINT-PAGE-HEADER
           END-IF.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-LINE.
           PERFORM 0230-WRITE-REGISTER-LINE.
      *        Only money actually withheld goes to the agency.
           IF GS-WITHHELD > ZERO
              MOVE SPACES TO GARNPAY-DETAIL-RECORD
              MOVE 'D' TO GD-REC-TYPE
              MOVE GS-AGENCY-ID TO GD-AGENCY-ID
              MOVE GS-EMP-ID TO GD-EMP-ID
              MOVE GS-CASE-NO TO GD-CASE-NO
              MOVE GS-WITHHELD TO GD-AMOUNT
              PERFORM 0235-WRITE-PAYMENT-RECORD
              ADD 1 TO WS-AGY-ITEMS
           END-IF.
           READ GSORT-FILE
              AT END SET SORTEDATEOF TO TRUE
           END-READ.
       0300-END.

       0310-OPEN-AGENCY.
           MOVE GS-AGENCY-ID TO WS-CUR-AGENCY.
           MOVE ZERO TO WS-AGY-CASES, WS-AGY-ITEMS, WS-AGY-ORDERED,
              WS-AGY-WITHHELD.
           ADD 1 TO WS-AGENCY-COUNT.
           IF WS-LINE-COUNT + 2 >= WS-LINES-PER-PAGE
              PERFORM 0245-PRINT-PAGE-HEADER
           END-IF.
           MOVE GS-AGENCY-ID TO AH-AGENCY-ID.
           MOVE GS-AGENCY-NAME TO AH-AGENCY-NAME.
           MOVE AGENCY-HEADER-LINE TO REGISTER-LINE.
           PERFORM 0230-WRITE-REGISTER-LINE.
           MOVE SPACES TO GARNPAY-HEADER-RECORD.
           MOVE 'H' TO GH-REC-TYPE.
           MOVE GS-AGENCY-ID TO GH-AGENCY-ID.
           MOVE GS-AGENCY-NAME TO GH-AGENCY-NAME.
           MOVE 'LLCPAY0001' TO GH-COMPANY-ID.
           MOVE WS-RUN-DATE-NUM TO GH-RUN-DATE.
           MOVE WS-PAY-PERIOD TO GH-PAY-PERIOD.
           MOVE WS-PERIOD-DATE TO GH-PERIOD-DATE.
           PERFORM 0235-WRITE-PAYMENT-RECORD.
       0310-END.

       0320-CLOSE-AGENCY.
           MOVE SPACES TO GARNPAY-TRAILER-RECORD.
           MOVE 'T' TO GR-REC-TYPE.
           MOVE WS-CUR-AGENCY TO GR-AGENCY-ID.
           MOVE WS-AGY-ITEMS TO GR-ITEM-COUNT.
           MOVE WS-AGY-WITHHELD TO GR-TOTAL.
           PERFORM 0235-WRITE-PAYMENT-RECORD.
           MOVE WS-CUR-AGENCY TO AT-AGENCY-ID.
           MOVE WS-AGY-CASES TO AT-CASES.
           MOVE WS-AGY-ORDERED TO AT-ORDERED.
           MOVE WS-AGY-WITHHELD TO AT-WITHHELD.
           MOVE AGENCY-TOTAL-LINE TO REGISTER-LINE.
           PERFORM 0230-WRITE-REGISTER-LINE.
           ADD WS-AGY-CASES TO WS-GRAND-CASES.
           ADD WS-AGY-ORDERED TO WS-GRAND-ORDERED.
           ADD WS-AGY-WITHHELD TO WS-GRAND-WITHHELD.
       0320-END.

       0330-WRITE-ARREARS-LINE.
           WRITE ARREARS-LINE.
           IF ARR-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "ARREARS-LINE ", ARR-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           ADD 1 TO WS-ARR-LINE-COUNT.
       0330-END.

       0340-PRINT-ARREARS-DETAIL.
           ADD 1 TO WS-ARREARS-COUNT.
           COMPUTE WS-SHORT-AMOUNT = GC-LAST-ORDERED - GC-LAST-WITHHELD.
           ADD WS-SHORT-AMOUNT TO WS-ARR-SHORT-TOTAL.
           ADD GC-ARREARS TO WS-ARR-TOTAL.
           MOVE GC-EMP-ID TO EMP-ID-IDX.
           PERFORM 0210-LOOKUP-NAME.
           MOVE GC-EMP-ID TO AD-EMP-ID.
           MOVE WS-FNAME TO AD-FNAME.
           MOVE WS-LNAME TO AD-LNAME.
           MOVE GC-CASE-NO TO AD-CASE-NO.
           MOVE GC-AGENCY-ID TO AD-AGENCY-ID.
           MOVE GC-LAST-ORDERED TO AD-ORDERED.
           MOVE GC-LAST-WITHHELD TO AD-WITHHELD.
           MOVE WS-SHORT-AMOUNT TO AD-SHORT.
           MOVE GC-ARREARS TO AD-ARREARS.
           IF WS-ARR-LINE-COUNT >= WS-LINES-PER-PAGE
              PERFORM 0345-PRINT-ARREARS-HEADER
           END-IF.
           MOVE ARREARS-DETAIL-LINE TO ARREARS-LINE.
           PERFORM 0330-WRITE-ARREARS-LINE.
       0340-END.

       0345-PRINT-ARREARS-HEADER.
           ADD 1 TO WS-ARR-PAGE-NUM.
           MOVE WS-PAY-PERIOD TO AR-PERIOD.
           MOVE WS-PERIOD-DATE TO AR-PERIOD-DATE.
           MOVE WS-RUN-MM TO AR-MM.
           MOVE WS-RUN-DD TO AR-DD.
           MOVE WS-RUN-YYYY TO AR-YYYY.
           MOVE WS-ARR-PAGE-NUM TO AR-PAGE.
           MOVE ARREARS-HEADER-LINE TO ARREARS-LINE.
           PERFORM 0330-WRITE-ARREARS-LINE.
           MOVE ARREARS-HEADING-LINE TO ARREARS-LINE.
           PERFORM 0330-WRITE-ARREARS-LINE.
           MOVE ZERO TO WS-ARR-LINE-COUNT.
       0345-END.

       0350-PRINT-ARREARS-TOTALS.
           MOVE REPORT-RULE-LINE TO ARREARS-LINE.
           PERFORM 0330-WRITE-ARREARS-LINE.
           MOVE 'CASES IN ARREARS / SHORT THIS PER' TO TL-LABEL.
           MOVE WS-ARREARS-COUNT TO TL-COUNT.
           MOVE WS-ARR-SHORT-TOTAL TO TL-AMOUNT.
           MOVE REPORT-TOTAL-LINE TO ARREARS-LINE.
           PERFORM 0330-WRITE-ARREARS-LINE.
           MOVE 'TOTAL ARREARS OUTSTANDING' TO TL-LABEL.
           MOVE ZERO TO TL-COUNT.
           MOVE WS-ARR-TOTAL TO TL-AMOUNT.
           MOVE REPORT-TOTAL-LINE TO ARREARS-LINE.
           PERFORM 0330-WRITE-ARREARS-LINE.
       0350-END.

       9000-END-PROGRAM.
           OPEN EXTEND AUDITLOG-FILE.
           IF AUDIT-CHECK-KEY NOT = "00"
              OPEN OUTPUT AUDITLOG-FILE
           END-IF.
           MOVE 'GARNRMT' TO AUDIT-PROGRAM-ID.
           MOVE WS-RUN-YYYY TO AUDIT-RUN-YYYY.
           MOVE WS-RUN-MM TO AUDIT-RUN-MM.
           MOVE WS-RUN-DD TO AUDIT-RUN-DD.
           MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
           MOVE WS-RECORDS-WRITTEN TO AUDIT-RECORDS-WRITTEN.
           MOVE ZERO TO AUDIT-RECORDS-REJECTED.
           MOVE WS-AUDIT-EVENT TO AUDIT-EVENT.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDITLOG-FILE.

           STOP RUN.

          END PROGRAM GARNRMT.
