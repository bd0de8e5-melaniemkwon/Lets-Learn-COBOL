       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRREL.
      * DUAL-CONTROL RELEASE RUN FOR THE SALARY AND BANK-ACCOUNT
      * CHANGES SALPOST AND BANKACLD HOLD ON PENDAPPR.DAT. EACH
      * DECISION ON APPROVAL.DAT (A APPROVE, R REJECT) NAMES A HELD
      * ITEM BY TYPE, EMPLOYEEID AND EFFECTIVE DATE. AN APPROVED
      * SALARY CHANGE IS POSTED TO SALHIST.DAT AND AN APPROVED BANK
      * CHANGE TO BANKAIDX.DAT, BUT ONLY WHEN THE OPERATOR RUNNING THE
      * RELEASE (OPERATOR.DAT) IS NOT THE ONE WHO ENTERED THE ITEM;
      * A REJECTED ITEM IS DROPPED UNPOSTED. AN ITEM STILL WAITING
      * MORE THAN THE DUALPARM.DAT EXPIRY DAYS (DEFAULT 14) AFTER IT
      * WAS ENTERED EXPIRES AND MUST BE RESUBMITTED. EVERY DECISION,
      * EXPIRY AND REFUSED DECISION IS WRITTEN TO THE APPROVAL TRAIL
      * APPRLOG.DAT WITH THE ENTERING AND DECIDING OPERATOR IDS, AND
      * PRINTED ON APPRREL.DAT WITH THE ITEMS STILL AWAITING APPROVAL.
      * THE RUN IS REFUSED WITHOUT AN OPERATOR ID, AND ENDS WITH
      * RETURN-CODE 8 WHEN ANY DECISION COULD NOT BE TAKEN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT APPROVAL-FILE ASSIGN TO "APPROVAL.DAT"
        FILE STATUS IS DECISION-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT PENDAPPR-FILE ASSIGN TO "PENDAPPR.DAT"
        FILE STATUS IS PEND-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS PQ-KEY.

       SELECT SALHIST-FILE ASSIGN TO "SALHIST.DAT"
        FILE STATUS IS SALHIST-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS SH-KEY.

       SELECT BANKACCT-FILE ASSIGN TO "BANKAIDX.DAT"
        FILE STATUS IS BANKACCT-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS BA-EMP-ID.

       SELECT DUALPARM-FILE ASSIGN TO "DUALPARM.DAT"
        FILE STATUS IS PARM-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
        FILE STATUS IS OPER-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT APPRLOG-FILE ASSIGN TO "APPRLOG.DAT"
        FILE STATUS IS APPRLOG-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REPORT-FILE ASSIGN TO "APPRREL.DAT"
        FILE STATUS IS RPT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG.DAT"
        FILE STATUS IS AUDIT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *        One decision per held item. AD-EFF-DATE is the salary
      *        effective date, zero for a bank change.
       FD APPROVAL-FILE.
       01 APPROVAL-RECORD.
           88 ENDOFFILE VALUE HIGH-VALUES.
           05 AD-ACTION             PIC X.
              88 AD-APPROVE               VALUE 'A'.
              88 AD-REJECT                VALUE 'R'.
           05 AD-KEY.
              10 AD-TYPE            PIC X.
              10 AD-EMP-ID          PIC 9(7).
              10 AD-EFF-DATE        PIC 9(8).
           05 AD-REASON             PIC X(30).

       FD PENDAPPR-FILE.
       COPY PENDREC.

       FD SALHIST-FILE.
       01 SALHIST-RECORD.
           05 SH-KEY.
              10 SH-EMP-ID          PIC 9(7).
              10 SH-EFF-DATE        PIC 9(8).
           05 SH-AMOUNT             PIC 9(9).
           05 SH-POST-DATE          PIC 9(8).
           05 SH-RETRO-DATE         PIC 9(8).

       FD BANKACCT-FILE.
       01 BANKACCT-RECORD.
           05 BA-EMP-ID             PIC 9(7).
           05 BA-ROUTING            PIC 9(9).
           05 BA-ACCOUNT            PIC X(17).
           05 BA-ACCT-TYPE          PIC X.
           05 BA-PRENOTE            PIC X.
           05 BA-ACCT-STATUS        PIC X.

      *        Same layout SALPOST reads; only the expiry is used here.
       FD DUALPARM-FILE.
       01 DUALPARM-RECORD.
           05 DP-SAL-THRESHOLD-PCT  PIC 9(3)V99.
           05 DP-EXPIRY-DAYS        PIC 9(3).

       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
           05 OPR-OPERATOR-ID       PIC X(8).

       FD APPRLOG-FILE.
       COPY APPRREC.

       FD REPORT-FILE.
       01 REPORT-LINE               PIC X(132).

       FD AUDITLOG-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  DECISION-CHECK-KEY   PIC X(2).
           05  PEND-CHECK-KEY       PIC X(2).
           05  SALHIST-CHECK-KEY    PIC X(2).
           05  BANKACCT-CHECK-KEY   PIC X(2).
           05  PARM-CHECK-KEY       PIC X(2).
           05  APPRLOG-CHECK-KEY    PIC X(2).
           05  RPT-CHECK-KEY        PIC X(2).
           05  AUDIT-CHECK-KEY      PIC X(2).
           05  WS-RECORDS-READ      PIC 9(9) VALUE ZERO.
           05  WS-APPROVED-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-REJECTED-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-EXPIRED-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-REFUSED-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-WAITING-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-AUDIT-EVENT       PIC X(8) VALUE 'ENDRUN'.
           05  WS-REFUSE-REASON     PIC X(30).
           05  WS-OUTCOME           PIC X(8).
           05  WS-DECIDED-BY        PIC X(8).
           05  WS-TRAIL-REASON      PIC X(30).
           05  WS-DECISION-AVAIL-SW PIC X VALUE 'N'.
               88  DECISIONS-AVAILABLE    VALUE 'Y'.
           05  WS-FOUND-SW          PIC X.
               88  ITEM-ON-QUEUE          VALUE 'Y'.
               88  ITEM-NOT-ON-QUEUE      VALUE 'N'.
           05  WS-POSTED-SW         PIC X.
               88  ITEM-POSTED            VALUE 'Y'.
           05  WS-PEND-EOF-SW       PIC X.
               88  PEND-EOF               VALUE 'Y'.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(4).
           05  WS-RUN-MM            PIC 9(2).
           05  WS-RUN-DD            PIC 9(2).

      *        Item age in days, from a day count since a fixed
      *        origin for the run date and each entry date.
       01  WS-EXPIRY-AREAS.
           05 WS-EXPIRY-DAYS         PIC 9(3) VALUE 14.
           05 WS-RUN-DAY-NUM         PIC 9(7).
           05 WS-ITEM-AGE            PIC S9(7).
           05 WS-DN-DATE.
              10 WS-DN-YYYY          PIC 9(4).
              10 WS-DN-MM            PIC 9(2).
              10 WS-DN-DD            PIC 9(2).
           05 WS-DN-DAYS             PIC 9(7).
           05 WS-DN-PRIOR-YEARS      PIC 9(4).
           05 WS-DN-LEAP-DAYS        PIC 9(5).
           05 WS-YEAR-DIV            PIC 9(4).
           05 WS-YEAR-MOD-4          PIC 9(4).
           05 WS-YEAR-MOD-100        PIC 9(4).
           05 WS-YEAR-MOD-400        PIC 9(4).
           05 WS-DAYS-BEFORE-MONTH-DATA.
              10 FILLER      PIC 9(3) VALUE 000.
              10 FILLER      PIC 9(3) VALUE 031.
              10 FILLER      PIC 9(3) VALUE 059.
              10 FILLER      PIC 9(3) VALUE 090.
              10 FILLER      PIC 9(3) VALUE 120.
              10 FILLER      PIC 9(3) VALUE 151.
              10 FILLER      PIC 9(3) VALUE 181.
              10 FILLER      PIC 9(3) VALUE 212.
              10 FILLER      PIC 9(3) VALUE 243.
              10 FILLER      PIC 9(3) VALUE 273.
              10 FILLER      PIC 9(3) VALUE 304.
              10 FILLER      PIC 9(3) VALUE 334.
           05 WS-DAYS-BEFORE-MONTH REDEFINES WS-DAYS-BEFORE-MONTH-DATA
                 PIC 9(3) OCCURS 12 TIMES.

      *        Printable views of PQ-DETAIL for the report.
       01  WS-SALARY-CHANGE-TEXT.
           05 SC-OLD-SALARY          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(4) VALUE ' TO '.
           05 SC-NEW-SALARY          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                 PIC X(2) VALUE SPACES.
           05 SC-CHANGE-PCT          PIC ZZZZ9.99.
           05 FILLER                 PIC X(4) VALUE '%'.

       01  WS-BANK-CHANGE-TEXT.
           05 BC-LABEL               PIC X(5).
           05 BC-ROUTING             PIC 9(9).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 BC-ACCOUNT             PIC X(17).
           05 FILLER                 PIC X(1) VALUE SPACES.
           05 BC-ACCT-TYPE           PIC X.
           05 FILLER                 PIC X(6) VALUE SPACES.

       COPY OPERWS.

       01  WS-REPORT-CONTROL.
           05 WS-LINE-COUNT         PIC 9(3) VALUE ZERO.
           05 WS-LINES-PER-PAGE     PIC 9(3) VALUE 020.
           05 WS-PAGE-NUM           PIC 9(3) VALUE ZERO.
           05 WS-HOLD-LINE          PIC X(132).

       01  REPORT-HEADER-LINE.
           05 FILLER            PIC X(36) VALUE
              'DUAL-CONTROL APPROVAL RELEASE'.
           05 FILLER            PIC X(10) VALUE 'APPROVER: '.
           05 RH-OPERATOR-ID    PIC X(8).
           05 FILLER            PIC X(4)  VALUE SPACES.
           05 FILLER            PIC X(10) VALUE 'RUN DATE: '.
           05 RH-MM             PIC 99.
           05 FILLER            PIC X VALUE '/'.
           05 RH-DD             PIC 99.
           05 FILLER            PIC X VALUE '/'.
           05 RH-YYYY           PIC 9(4).
           05 FILLER            PIC X(10) VALUE SPACES.
           05 FILLER            PIC X(6)  VALUE 'PAGE: '.
           05 RH-PAGE           PIC ZZ9.
           05 FILLER            PIC X(35) VALUE SPACES.

       01  REPORT-HEADING-LINE.
           05 FILLER            PIC X(8)  VALUE 'TYPE'.
           05 FILLER            PIC X(9)  VALUE 'EMP ID'.
           05 FILLER            PIC X(10) VALUE 'EFF DATE'.
           05 FILLER            PIC X(10) VALUE 'ENTERED BY'.
           05 FILLER            PIC X(10) VALUE 'ENTERED'.
           05 FILLER            PIC X(10) VALUE 'DECIDED BY'.
           05 FILLER            PIC X(10) VALUE 'OUTCOME'.
           05 FILLER            PIC X(42) VALUE 'CHANGE'.
           05 FILLER            PIC X(23) VALUE 'REASON'.

       01  REPORT-DETAIL-LINE.
           05 RD-TYPE           PIC X(6).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-EMP-ID         PIC 9(7).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-EFF-DATE       PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-ENTERED-BY     PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-ENTRY-DATE     PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-DECIDED-BY     PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-OUTCOME        PIC X(8).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-CHANGE         PIC X(40).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-REASON         PIC X(30).
           05 FILLER            PIC X(3)  VALUE SPACES.

       01  REPORT-FROM-LINE.
           05 FILLER            PIC X(73) VALUE SPACES.
           05 RF-CHANGE         PIC X(40).
           05 FILLER            PIC X(19) VALUE SPACES.

       01  REPORT-SECTION-LINE.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 RS-TITLE          PIC X(60).
           05 FILLER            PIC X(69) VALUE SPACES.

       01  REPORT-RULE-LINE.
           05 FILLER            PIC X(129) VALUE ALL '='.
           05 FILLER            PIC X(3) VALUE SPACES.

       01  REPORT-TOTAL-LINE.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 TL-LABEL          PIC X(40).
           05 TL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(82) VALUE SPACES.

       PROCEDURE DIVISION.
       0100-RELEASE-APPROVALS.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0930-READ-OPERATOR-ID.
           IF NOT OPERATOR-SIGNED-ON
              DISPLAY "APPRREL REFUSED: NO OPERATOR ID ON ",
                 "OPERATOR.DAT"
              MOVE 'REFUSED' TO WS-AUDIT-EVENT
              MOVE 8 TO RETURN-CODE
              GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0105-READ-DUAL-PARMS.
           MOVE WS-RUN-DATE TO WS-DN-DATE.
           PERFORM 0800-COUNT-DAYS.
           MOVE WS-DN-DAYS TO WS-RUN-DAY-NUM.

           OPEN I-O PENDAPPR-FILE
           IF PEND-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "PENDAPPR-FILE ", PEND-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0110-OPEN-SALHIST-FILE.
           PERFORM 0115-OPEN-BANKACCT-FILE.
           OPEN EXTEND APPRLOG-FILE.
           IF APPRLOG-CHECK-KEY NOT = "00"
              OPEN OUTPUT APPRLOG-FILE
              IF APPRLOG-CHECK-KEY NOT = "00"
                 DISPLAY "Non-zero file status returned from OPEN ",
                    "APPRLOG-FILE ", APPRLOG-CHECK-KEY
                 GO TO 9000-END-PROGRAM
              END-IF
           END-IF.
           OPEN OUTPUT REPORT-FILE
           IF RPT-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "REPORT-FILE ", RPT-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN INPUT APPROVAL-FILE.
           IF DECISION-CHECK-KEY = "00"
              MOVE 'Y' TO WS-DECISION-AVAIL-SW
           ELSE
              MOVE 'N' TO WS-DECISION-AVAIL-SW
              DISPLAY "APPRREL: NO APPROVAL.DAT, EXPIRY AND ",
                 "LISTING ONLY"
           END-IF.

           PERFORM 0745-PRINT-PAGE-HEADER.
           MOVE SPACES TO RS-TITLE.
           MOVE 'DECISIONS' TO RS-TITLE.
           MOVE REPORT-SECTION-LINE TO REPORT-LINE.
           PERFORM 0760-WRITE-REPORT-LINE.
           IF DECISIONS-AVAILABLE
              READ APPROVAL-FILE
                 AT END SET ENDOFFILE TO TRUE
              END-READ
              PERFORM 0200-PROCESS-DECISION UNTIL ENDOFFILE
              CLOSE APPROVAL-FILE
           END-IF.

           MOVE REPORT-RULE-LINE TO REPORT-LINE.
           PERFORM 0760-WRITE-REPORT-LINE.
           MOVE SPACES TO RS-TITLE.
           MOVE 'EXPIRED WITHOUT A DECISION' TO RS-TITLE.
           MOVE REPORT-SECTION-LINE TO REPORT-LINE.
           PERFORM 0760-WRITE-REPORT-LINE.
           PERFORM 0300-EXPIRE-OLD-ITEMS.

           MOVE REPORT-RULE-LINE TO REPORT-LINE.
           PERFORM 0760-WRITE-REPORT-LINE.
           MOVE SPACES TO RS-TITLE.
           MOVE 'STILL AWAITING APPROVAL' TO RS-TITLE.
           MOVE REPORT-SECTION-LINE TO REPORT-LINE.
           PERFORM 0760-WRITE-REPORT-LINE.
           PERFORM 0350-LIST-WAITING-ITEMS.

           PERFORM 0700-PRINT-TOTALS.

           CLOSE PENDAPPR-FILE, SALHIST-FILE, BANKACCT-FILE,
              APPRLOG-FILE, REPORT-FILE.

           DISPLAY "APPRREL APPROVER              = " WS-OPERATOR-ID.
           DISPLAY "APPRREL DECISIONS READ        = " WS-RECORDS-READ.
           DISPLAY "APPRREL APPROVED AND POSTED   = "
              WS-APPROVED-COUNT.
           DISPLAY "APPRREL REJECTED              = "
              WS-REJECTED-COUNT.
           DISPLAY "APPRREL EXPIRED               = " WS-EXPIRED-COUNT.
           DISPLAY "APPRREL DECISIONS REFUSED     = " WS-REFUSED-COUNT.
           DISPLAY "APPRREL STILL AWAITING        = " WS-WAITING-COUNT.
           IF WS-REFUSED-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM 9000-END-PROGRAM.
       0100-END.

       0105-READ-DUAL-PARMS.
           OPEN INPUT DUALPARM-FILE.
           IF PARM-CHECK-KEY = "00"
              READ DUALPARM-FILE
                 AT END CONTINUE
                 NOT AT END
                    IF DP-EXPIRY-DAYS NUMERIC AND DP-EXPIRY-DAYS > ZERO
                       MOVE DP-EXPIRY-DAYS TO WS-EXPIRY-DAYS
                    ELSE
                       DISPLAY "APPRREL: DUALPARM.DAT EXPIRY NOT ",
                          "VALID, 14 DAYS USED"
                    END-IF
              END-READ
              CLOSE DUALPARM-FILE
           END-IF.
       0105-END.

      *        SALHIST.DAT and BANKAIDX.DAT persist across runs; the
      *        first release at a new installation may have to
      *        create them before they can be opened I-O.
       0110-OPEN-SALHIST-FILE.
           OPEN I-O SALHIST-FILE.
           IF SALHIST-CHECK-KEY NOT = "00"
              OPEN OUTPUT SALHIST-FILE
              IF SALHIST-CHECK-KEY NOT = "00"
                 DISPLAY "Non-zero file status returned from OPEN ",
                    "SALHIST-FILE ", SALHIST-CHECK-KEY
                 GO TO 9000-END-PROGRAM
              END-IF
              CLOSE SALHIST-FILE
              OPEN I-O SALHIST-FILE
              IF SALHIST-CHECK-KEY NOT = "00"
                 DISPLAY "Non-zero file status returned from OPEN ",
                    "SALHIST-FILE ", SALHIST-CHECK-KEY
                 GO TO 9000-END-PROGRAM
              END-IF
           END-IF.
       0110-END.

       0115-OPEN-BANKACCT-FILE.
           OPEN I-O BANKACCT-FILE.
           IF BANKACCT-CHECK-KEY NOT = "00"
              OPEN OUTPUT BANKACCT-FILE
              IF BANKACCT-CHECK-KEY NOT = "00"
                 DISPLAY "Non-zero file status returned from OPEN ",
                    "BANKACCT-FILE ", BANKACCT-CHECK-KEY
                 GO TO 9000-END-PROGRAM
              END-IF
              CLOSE BANKACCT-FILE
              OPEN I-O BANKACCT-FILE
              IF BANKACCT-CHECK-KEY NOT = "00"
                 DISPLAY "Non-zero file status returned from OPEN ",
                    "BANKACCT-FILE ", BANKACCT-CHECK-KEY
                 GO TO 9000-END-PROGRAM
              END-IF
           END-IF.
       0115-END.

      *        Anyone may reject or withdraw a held item, but only an
      *        operator other than the one who entered it may approve
      *        it. A decision that cannot be taken leaves the item
      *        waiting and is listed as REFUSED.
       0200-PROCESS-DECISION.
           ADD 1 TO WS-RECORDS-READ.
           MOVE SPACES TO WS-REFUSE-REASON.
           SET ITEM-NOT-ON-QUEUE TO TRUE.
           IF (NOT AD-APPROVE AND NOT AD-REJECT)
              OR (AD-TYPE NOT = 'S' AND AD-TYPE NOT = 'B')
              OR AD-EMP-ID NOT NUMERIC
              OR AD-EFF-DATE NOT NUMERIC
              MOVE 'INVALID DECISION RECORD' TO WS-REFUSE-REASON
           ELSE
              MOVE AD-KEY TO PQ-KEY
              READ PENDAPPR-FILE
                 INVALID KEY
                    MOVE 'NOT AWAITING APPROVAL' TO WS-REFUSE-REASON
                 NOT INVALID KEY
                    SET ITEM-ON-QUEUE TO TRUE
              END-READ
           END-IF.
           IF ITEM-ON-QUEUE
              MOVE PQ-ENTRY-DATE TO WS-DN-DATE
              PERFORM 0800-COUNT-DAYS
              COMPUTE WS-ITEM-AGE = WS-RUN-DAY-NUM - WS-DN-DAYS
              IF WS-ITEM-AGE > WS-EXPIRY-DAYS
                 MOVE 'EXPIRED - MUST BE RESUBMITTED'
                    TO WS-REFUSE-REASON
              ELSE IF AD-APPROVE
                 AND PQ-ENTERED-BY = WS-OPERATOR-ID
                 MOVE 'ENTERED BY SAME OPERATOR'
                    TO WS-REFUSE-REASON
              END-IF
           END-IF.

           IF WS-REFUSE-REASON NOT = SPACES
              PERFORM 0240-REFUSE-DECISION
           ELSE IF AD-REJECT
              PERFORM 0230-REJECT-ITEM
           ELSE
              PERFORM 0220-APPROVE-ITEM
           END-IF.
           READ APPROVAL-FILE
              AT END SET ENDOFFILE TO TRUE
           END-READ.
       0200-END.

       0220-APPROVE-ITEM.
           MOVE 'N' TO WS-POSTED-SW.
           IF PQ-SALARY-CHANGE
              PERFORM 0225-POST-SALARY
           ELSE
              PERFORM 0227-POST-BANK-ACCOUNT
           END-IF.
           IF ITEM-POSTED
              ADD 1 TO WS-APPROVED-COUNT
              MOVE 'APPROVED' TO WS-OUTCOME
              MOVE WS-OPERATOR-ID TO WS-DECIDED-BY
              MOVE AD-REASON TO WS-TRAIL-REASON
              PERFORM 0400-RECORD-OUTCOME
              PERFORM 0250-REMOVE-ITEM
           ELSE
              PERFORM 0240-REFUSE-DECISION
           END-IF.
       0220-END.

      *        Posted the way SALPOST posts, stamped with today as the
      *        posting date so RETROPAY sees a back-dated change.
       0225-POST-SALARY.
           MOVE PQ-EMP-ID TO SH-EMP-ID.
           MOVE PQ-EFF-DATE TO SH-EFF-DATE.
           MOVE PQ-NEW-SALARY TO SH-AMOUNT.
           MOVE WS-RUN-DATE TO SH-POST-DATE.
           MOVE ZERO TO SH-RETRO-DATE.
           WRITE SALHIST-RECORD
              INVALID KEY
                 MOVE 'SALHIST KEY ALREADY ON FILE' TO WS-REFUSE-REASON
              NOT INVALID KEY
                 MOVE 'Y' TO WS-POSTED-SW
           END-WRITE.
       0225-END.

      *        The approved account replaces whatever is on file and
      *        is open from now on.
       0227-POST-BANK-ACCOUNT.
           MOVE PQ-EMP-ID TO BA-EMP-ID.
           READ BANKACCT-FILE
              INVALID KEY
                 PERFORM 0228-MOVE-BANK-DETAIL
                 WRITE BANKACCT-RECORD
                    INVALID KEY
                       MOVE 'BANKAIDX WRITE FAILED'
                          TO WS-REFUSE-REASON
                    NOT INVALID KEY
                       MOVE 'Y' TO WS-POSTED-SW
                 END-WRITE
              NOT INVALID KEY
                 PERFORM 0228-MOVE-BANK-DETAIL
                 REWRITE BANKACCT-RECORD
                    INVALID KEY
                       MOVE 'BANKAIDX REWRITE FAILED'
                          TO WS-REFUSE-REASON
                    NOT INVALID KEY
                       MOVE 'Y' TO WS-POSTED-SW
                 END-REWRITE
           END-READ.
       0227-END.

       0228-MOVE-BANK-DETAIL.
           MOVE PQ-EMP-ID TO BA-EMP-ID.
           MOVE PQ-NEW-ROUTING TO BA-ROUTING.
           MOVE PQ-NEW-ACCOUNT TO BA-ACCOUNT.
           MOVE PQ-NEW-ACCT-TYPE TO BA-ACCT-TYPE.
           MOVE PQ-NEW-PRENOTE TO BA-PRENOTE.
           MOVE 'A' TO BA-ACCT-STATUS.
       0228-END.

       0230-REJECT-ITEM.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE 'REJECTED' TO WS-OUTCOME.
           MOVE WS-OPERATOR-ID TO WS-DECIDED-BY.
           MOVE AD-REASON TO WS-TRAIL-REASON.
           PERFORM 0400-RECORD-OUTCOME.
           PERFORM 0250-REMOVE-ITEM.
       0230-END.

      *        Without a matching held item there is nothing to show
      *        but the decision record itself.
       0240-REFUSE-DECISION.
           ADD 1 TO WS-REFUSED-COUNT.
           IF ITEM-NOT-ON-QUEUE
              MOVE SPACES TO PENDAPPR-RECORD
              MOVE AD-TYPE TO PQ-TYPE
              MOVE AD-EMP-ID TO PQ-EMP-ID
              MOVE AD-EFF-DATE TO PQ-EFF-DATE
              MOVE ZERO TO PQ-ENTRY-DATE
           END-IF.
           MOVE 'REFUSED' TO WS-OUTCOME.
           MOVE WS-OPERATOR-ID TO WS-DECIDED-BY.
           MOVE WS-REFUSE-REASON TO WS-TRAIL-REASON.
           PERFORM 0400-RECORD-OUTCOME.
       0240-END.

       0250-REMOVE-ITEM.
           DELETE PENDAPPR-FILE RECORD
              INVALID KEY
                 DISPLAY "APPRREL: COULD NOT REMOVE ", PQ-KEY,
                    " FROM PENDAPPR.DAT ", PEND-CHECK-KEY
           END-DELETE.
       0250-END.

      *        Whatever is left past its expiry is dropped unposted.
       0300-EXPIRE-OLD-ITEMS.
           MOVE LOW-VALUES TO PQ-KEY.
           MOVE 'N' TO WS-PEND-EOF-SW.
           START PENDAPPR-FILE KEY IS NOT LESS THAN PQ-KEY
              INVALID KEY SET PEND-EOF TO TRUE
           END-START.
           SET ITEM-ON-QUEUE TO TRUE.
           PERFORM 0310-CHECK-ITEM-EXPIRY UNTIL PEND-EOF.
       0300-END.

       0310-CHECK-ITEM-EXPIRY.
           READ PENDAPPR-FILE NEXT RECORD
              AT END SET PEND-EOF TO TRUE
              NOT AT END
                 MOVE PQ-ENTRY-DATE TO WS-DN-DATE
                 PERFORM 0800-COUNT-DAYS
                 COMPUTE WS-ITEM-AGE = WS-RUN-DAY-NUM - WS-DN-DAYS
                 IF WS-ITEM-AGE > WS-EXPIRY-DAYS
                    ADD 1 TO WS-EXPIRED-COUNT
                    MOVE 'EXPIRED' TO WS-OUTCOME
                    MOVE SPACES TO WS-DECIDED-BY
                    MOVE 'NOT APPROVED IN TIME' TO WS-TRAIL-REASON
                    PERFORM 0400-RECORD-OUTCOME
                    PERFORM 0250-REMOVE-ITEM
                 END-IF
           END-READ.
       0310-END.

       0350-LIST-WAITING-ITEMS.
           MOVE LOW-VALUES TO PQ-KEY.
           MOVE 'N' TO WS-PEND-EOF-SW.
           START PENDAPPR-FILE KEY IS NOT LESS THAN PQ-KEY
              INVALID KEY SET PEND-EOF TO TRUE
           END-START.
           SET ITEM-ON-QUEUE TO TRUE.
           PERFORM 0360-LIST-WAITING-ITEM UNTIL PEND-EOF.
       0350-END.

       0360-LIST-WAITING-ITEM.
           READ PENDAPPR-FILE NEXT RECORD
              AT END SET PEND-EOF TO TRUE
              NOT AT END
                 ADD 1 TO WS-WAITING-COUNT
                 MOVE 'WAITING' TO WS-OUTCOME
                 MOVE SPACES TO WS-DECIDED-BY
                 MOVE SPACES TO WS-TRAIL-REASON
                 PERFORM 0500-PRINT-ITEM
           END-READ.
       0360-END.

      *        Every outcome goes on the approval trail and the
      *        report; the held item is still in PENDAPPR-RECORD.
       0400-RECORD-OUTCOME.
           MOVE WS-RUN-DATE TO AL-EVENT-DATE.
           MOVE 'APPRREL' TO AL-PROGRAM-ID.
           MOVE WS-OUTCOME TO AL-EVENT.
           MOVE PQ-TYPE TO AL-TYPE.
           MOVE PQ-EMP-ID TO AL-EMP-ID.
           MOVE PQ-EFF-DATE TO AL-EFF-DATE.
           MOVE PQ-ENTERED-BY TO AL-ENTERED-BY.
           MOVE PQ-ENTRY-DATE TO AL-ENTRY-DATE.
           MOVE WS-DECIDED-BY TO AL-APPROVED-BY.
           MOVE PQ-DETAIL TO AL-DETAIL.
           MOVE WS-TRAIL-REASON TO AL-REASON.
           WRITE APPROVAL-LOG-RECORD.
           IF APPRLOG-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "APPROVAL-LOG-RECORD ", APPRLOG-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0500-PRINT-ITEM.
       0400-END.

       0500-PRINT-ITEM.
           MOVE SPACES TO REPORT-DETAIL-LINE.
           MOVE PQ-EMP-ID TO RD-EMP-ID.
           MOVE PQ-ENTERED-BY TO RD-ENTERED-BY.
           IF PQ-ENTRY-DATE NUMERIC AND PQ-ENTRY-DATE > ZERO
              MOVE PQ-ENTRY-DATE TO RD-ENTRY-DATE
           END-IF.
           MOVE WS-DECIDED-BY TO RD-DECIDED-BY.
           MOVE WS-OUTCOME TO RD-OUTCOME.
           MOVE WS-TRAIL-REASON TO RD-REASON.
           IF PQ-SALARY-CHANGE
              MOVE 'SALARY' TO RD-TYPE
              MOVE PQ-EFF-DATE TO RD-EFF-DATE
           ELSE IF PQ-BANK-CHANGE
              MOVE 'BANK' TO RD-TYPE
           ELSE
              MOVE PQ-TYPE TO RD-TYPE
           END-IF.
           IF ITEM-NOT-ON-QUEUE AND WS-OUTCOME = 'REFUSED'
              CONTINUE
           ELSE IF PQ-SALARY-CHANGE
              MOVE PQ-OLD-SALARY TO SC-OLD-SALARY
              MOVE PQ-NEW-SALARY TO SC-NEW-SALARY
              MOVE PQ-CHANGE-PCT TO SC-CHANGE-PCT
              MOVE WS-SALARY-CHANGE-TEXT TO RD-CHANGE
           ELSE IF PQ-BANK-CHANGE
              MOVE 'TO   ' TO BC-LABEL
              MOVE PQ-NEW-ROUTING TO BC-ROUTING
              MOVE PQ-NEW-ACCOUNT TO BC-ACCOUNT
              MOVE PQ-NEW-ACCT-TYPE TO BC-ACCT-TYPE
              MOVE WS-BANK-CHANGE-TEXT TO RD-CHANGE
           END-IF.
           MOVE REPORT-DETAIL-LINE TO REPORT-LINE.
           PERFORM 0760-WRITE-REPORT-LINE.
           IF PQ-BANK-CHANGE AND ITEM-ON-QUEUE
              AND PQ-OLD-ROUTING > ZERO
              MOVE 'FROM ' TO BC-LABEL
              MOVE PQ-OLD-ROUTING TO BC-ROUTING
              MOVE PQ-OLD-ACCOUNT TO BC-ACCOUNT
              MOVE PQ-OLD-ACCT-TYPE TO BC-ACCT-TYPE
              MOVE WS-BANK-CHANGE-TEXT TO RF-CHANGE
              MOVE REPORT-FROM-LINE TO REPORT-LINE
              PERFORM 0760-WRITE-REPORT-LINE
           END-IF.
       0500-END.

       0700-PRINT-TOTALS.
           MOVE REPORT-RULE-LINE TO REPORT-LINE.
           PERFORM 0760-WRITE-REPORT-LINE.
           MOVE 'DECISIONS READ' TO TL-LABEL.
           MOVE WS-RECORDS-READ TO TL-COUNT.
           PERFORM 0710-PRINT-TOTAL-LINE.
           MOVE 'APPROVED AND POSTED' TO TL-LABEL.
           MOVE WS-APPROVED-COUNT TO TL-COUNT.
           PERFORM 0710-PRINT-TOTAL-LINE.
           MOVE 'REJECTED' TO TL-LABEL.
           MOVE WS-REJECTED-COUNT TO TL-COUNT.
           PERFORM 0710-PRINT-TOTAL-LINE.
           MOVE 'EXPIRED' TO TL-LABEL.
           MOVE WS-EXPIRED-COUNT TO TL-COUNT.
           PERFORM 0710-PRINT-TOTAL-LINE.
           MOVE 'DECISIONS REFUSED' TO TL-LABEL.
           MOVE WS-REFUSED-COUNT TO TL-COUNT.
           PERFORM 0710-PRINT-TOTAL-LINE.
           MOVE 'STILL AWAITING APPROVAL' TO TL-LABEL.
           MOVE WS-WAITING-COUNT TO TL-COUNT.
           PERFORM 0710-PRINT-TOTAL-LINE.
       0700-END.

       0710-PRINT-TOTAL-LINE.
           MOVE REPORT-TOTAL-LINE TO REPORT-LINE.
           PERFORM 0760-WRITE-REPORT-LINE.
       0710-END.

       0745-PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-OPERATOR-ID TO RH-OPERATOR-ID.
           MOVE WS-RUN-MM TO RH-MM.
           MOVE WS-RUN-DD TO RH-DD.
           MOVE WS-RUN-YYYY TO RH-YYYY.
           MOVE WS-PAGE-NUM TO RH-PAGE.
           MOVE REPORT-HEADER-LINE TO REPORT-LINE.
           PERFORM 0762-PUT-REPORT-LINE.
           MOVE REPORT-HEADING-LINE TO REPORT-LINE.
           PERFORM 0762-PUT-REPORT-LINE.
           MOVE ZERO TO WS-LINE-COUNT.
       0745-END.

       0760-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              MOVE REPORT-LINE TO WS-HOLD-LINE
              PERFORM 0745-PRINT-PAGE-HEADER
              MOVE WS-HOLD-LINE TO REPORT-LINE
           END-IF.
           PERFORM 0762-PUT-REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.
       0760-END.

      *        The checked WRITE itself, with no page break, so the
      *        page header can use it too.
       0762-PUT-REPORT-LINE.
           WRITE REPORT-LINE.
           IF RPT-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "REPORT-LINE ", RPT-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
       0762-END.

      *        Days from 1 January of year 1 to WS-DN-DATE, counting
      *        leap days (every 4th year, not every 100th unless also
      *        every 400th), so two dates can be subtracted.
       0800-COUNT-DAYS.
           COMPUTE WS-DN-PRIOR-YEARS = WS-DN-YYYY - 1.
           COMPUTE WS-DN-LEAP-DAYS = WS-DN-PRIOR-YEARS / 4.
           DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-YEAR-DIV.
           SUBTRACT WS-YEAR-DIV FROM WS-DN-LEAP-DAYS.
           DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-YEAR-DIV.
           ADD WS-YEAR-DIV TO WS-DN-LEAP-DAYS.
           COMPUTE WS-DN-DAYS = WS-DN-PRIOR-YEARS * 365
              + WS-DN-LEAP-DAYS
              + WS-DAYS-BEFORE-MONTH(WS-DN-MM) + WS-DN-DD.
           IF WS-DN-MM > 2
              DIVIDE WS-DN-YYYY BY 4 GIVING WS-YEAR-DIV
                 REMAINDER WS-YEAR-MOD-4
              IF WS-YEAR-MOD-4 = 0
                 DIVIDE WS-DN-YYYY BY 100 GIVING WS-YEAR-DIV
                    REMAINDER WS-YEAR-MOD-100
                 IF WS-YEAR-MOD-100 NOT = 0
                    ADD 1 TO WS-DN-DAYS
                 ELSE
                    DIVIDE WS-DN-YYYY BY 400 GIVING WS-YEAR-DIV
                       REMAINDER WS-YEAR-MOD-400
                    IF WS-YEAR-MOD-400 = 0
                       ADD 1 TO WS-DN-DAYS
                    END-IF
                 END-IF
              END-IF
           END-IF.
       0800-END.

       COPY OPERPR.

       9000-END-PROGRAM.
           OPEN EXTEND AUDITLOG-FILE.
           IF AUDIT-CHECK-KEY NOT = "00"
              OPEN OUTPUT AUDITLOG-FILE
           END-IF.
           MOVE 'APPRREL' TO AUDIT-PROGRAM-ID.
           MOVE WS-RUN-YYYY TO AUDIT-RUN-YYYY.
           MOVE WS-RUN-MM TO AUDIT-RUN-MM.
           MOVE WS-RUN-DD TO AUDIT-RUN-DD.
           MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
           MOVE WS-APPROVED-COUNT TO AUDIT-RECORDS-WRITTEN.
           MOVE WS-REFUSED-COUNT TO AUDIT-RECORDS-REJECTED.
           MOVE WS-AUDIT-EVENT TO AUDIT-EVENT.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDITLOG-FILE.

           STOP RUN.

          END PROGRAM APPRREL.
