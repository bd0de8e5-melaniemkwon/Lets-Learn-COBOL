       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKRTN.
      * WORK THE BANK'S RETURNS AND NOTIFICATIONS OF CHANGE (NOC) FROM
      * BANKRTN.DAT BACK INTO THE BANK-ACCOUNT COMPANION FILE
      * (BANKAIDX.DAT). EVERY ITEM IS FIRST MATCHED TO THE BANKFILE.DAT
      * DETAIL IT CAME FROM -- SAME PERIOD, EMPLOYEE, RECORD TYPE,
      * ROUTING AND ACCOUNT, AND FOR LIVE MONEY THE SAME AMOUNT -- SO
      * NOTHING IS APPLIED AGAINST A PAYMENT PAYROLL NEVER SENT. THEN:
      *   - A RETURNED PRENOTE PUTS THE ACCOUNT BACK TO UNVERIFIED,
      *     SO PAYBANK PAYS BY CHECK UNTIL A NEW PRENOTE CLEARS;
      *   - AN 'ACCOUNT CLOSED' RETURN FLAGS THE ACCOUNT CLOSED, AND
      *     PAYBANK ROUTES THE EMPLOYEE TO CHECK FROM THEN ON;
      *   - ANY OTHER RETURN ALSO PUTS THE ACCOUNT BACK TO UNVERIFIED;
      *   - AN NOC CORRECTS BA-ROUTING / BA-ACCOUNT / BA-ACCT-TYPE.
      * A RETURNED LIVE PAYMENT MEANS THE EMPLOYEE WAS NOT PAID; IT IS
      * ADDED TO THE REISSUE LIST (BANKREIS.DAT) THAT PAYCHECK PAYS
      * ON ITS NEXT RUN. EVERY ITEM PRINTS ON THE RETURNS REPORT
      * (BANKRTNRPT.DAT); ITEMS THAT FAIL VALIDATION OR MATCHING GO
      * TO BANKRTNREJ.DAT UNAPPLIED. EVERY ITEM APPLIED IS ALSO
      * APPENDED TO THE PROCESSED-ITEM LOG (BANKRTNLG.DAT), SO THE SAME
      * BANKRTN.DAT RUN A SECOND TIME IS REJECTED ITEM BY ITEM RATHER
      * THAN LISTING THE SAME RETURNS FOR REISSUE AGAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT BANKRTN-FILE ASSIGN TO "BANKRTN.DAT"
        FILE STATUS IS RTN-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT BANKFILE ASSIGN TO "BANKFILE.DAT"
        FILE STATUS IS BANK-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT BANKACCT-FILE ASSIGN TO "BANKAIDX.DAT"
        FILE STATUS IS BANKACCT-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS BA-EMP-ID.

       SELECT EMPIDX-FILE ASSIGN TO "EMPIDX.DAT"
        FILE STATUS IS FILE-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EMP-ID-IDX
        ALTERNATE RECORD KEY IS EMP-LASTNAME-IDX
           WITH DUPLICATES.

       SELECT REISSUE-FILE ASSIGN TO "BANKREIS.DAT"
        FILE STATUS IS REISSUE-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RTNLOG-FILE ASSIGN TO "BANKRTNLG.DAT"
        FILE STATUS IS RTNLOG-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT REPORT-FILE ASSIGN TO "BANKRTNRPT.DAT"
        FILE STATUS IS REPORT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT RTNREJ-FILE ASSIGN TO "BANKRTNREJ.DAT"
        FILE STATUS IS REJECT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG.DAT"
        FILE STATUS IS AUDIT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *        RT-ORIG-TYPE / ROUTING / ACCOUNT / AMOUNT ECHO THE
      *        BANKFILE.DAT DETAIL BEING RETURNED; THE RT-NEW- FIELDS
      *        ARE FILLED ONLY ON AN NOC, AND ONLY THE ONES THE NOC
      *        CODE CORRECTS.
       FD BANKRTN-FILE.
       01 BANKRTN-RECORD.
           88 ENDOFFILE VALUE HIGH-VALUES.
           05 RT-REC-TYPE        PIC X.
              88 RT-RETURN            VALUE 'R'.
              88 RT-NOC               VALUE 'C'.
           05 RT-PAY-PERIOD      PIC 9(2).
           05 RT-EMP-ID          PIC 9(7).
           05 RT-ORIG-TYPE       PIC X.
              88 RT-ORIG-LIVE         VALUE 'D'.
              88 RT-ORIG-PRENOTE      VALUE 'P'.
           05 RT-AMOUNT          PIC 9(9)V99.
           05 RT-ROUTING         PIC 9(9).
           05 RT-ACCOUNT         PIC X(17).
           05 RT-REASON-CODE     PIC X(3).
           05 RT-NEW-ROUTING     PIC 9(9).
           05 RT-NEW-ACCOUNT     PIC X(17).
           05 RT-NEW-ACCT-TYPE   PIC X.
       01 BANKRTN-RAW REDEFINES BANKRTN-RECORD PIC X(78).

       FD BANKFILE.
       01 BANK-HEADER-RECORD.
           88 BANKATEOF VALUE HIGH-VALUES.
           05 BH-REC-TYPE        PIC X.
           05 BH-RUN-DATE        PIC 9(8).
           05 BH-COMPANY-ID      PIC X(10).
           05 BH-PAY-PERIOD      PIC 9(2).
           05 FILLER             PIC X(25).
       01 BANK-DETAIL-RECORD REDEFINES BANK-HEADER-RECORD.
           05 BD-REC-TYPE        PIC X.
           05 BD-EMP-ID          PIC 9(7).
           05 BD-NET-PAY         PIC 9(9)V99.
           05 BD-ROUTING         PIC 9(9).
           05 BD-ACCOUNT         PIC X(17).
           05 BD-ACCT-TYPE       PIC X.

       FD BANKACCT-FILE.
       01 BANKACCT-RECORD.
           05 BA-EMP-ID          PIC 9(7).
           05 BA-ROUTING         PIC 9(9).
           05 BA-ACCOUNT         PIC X(17).
           05 BA-ACCT-TYPE       PIC X.
           05 BA-PRENOTE         PIC X.
              88 PRENOTE-PENDING      VALUE 'P'.
              88 PRENOTE-VERIFIED     VALUE 'V'.
           05 BA-ACCT-STATUS     PIC X.
              88 ACCOUNT-OPEN         VALUE 'A'.
              88 ACCOUNT-CLOSED       VALUE 'C'.

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

      *        One line per returned live payment still owed to the
      *        employee; PAYCHECK writes the check and empties the
      *        list. Appended to, so returns worked on two days before
      *        a check run are both paid.
       FD REISSUE-FILE.
       01 REISSUE-RECORD.
           05 RI-EMP-ID          PIC 9(7).
           05 RI-LASTNAME        PIC X(10).
           05 RI-FIRSTNAME       PIC X(10).
           05 RI-AMOUNT          PIC 9(9)V99.
           05 RI-PAY-PERIOD      PIC 9(2).
           05 RI-BANK-RUN-DATE   PIC 9(8).
           05 RI-RETURN-DATE     PIC 9(8).
           05 RI-REASON-CODE     PIC X(3).

      *        One line per item applied, across runs. The bank run
      *        date and period say which BANKFILE.DAT it answered.
       FD RTNLOG-FILE.
       01 RTNLOG-RECORD.
           88 RTNLOGATEOF VALUE HIGH-VALUES.
           05 LG-BANK-RUN-DATE   PIC 9(8).
           05 LG-PAY-PERIOD      PIC 9(2).
           05 LG-REC-TYPE        PIC X.
           05 LG-EMP-ID          PIC 9(7).
           05 LG-ORIG-TYPE       PIC X.
           05 LG-AMOUNT          PIC 9(9)V99.
           05 LG-ROUTING         PIC 9(9).
           05 LG-ACCOUNT         PIC X(17).
           05 LG-REASON-CODE     PIC X(3).
           05 LG-RUN-DATE        PIC 9(8).

       FD REPORT-FILE.
       01 REPORT-LINE            PIC X(132).

       FD RTNREJ-FILE.
       01 RTNREJ-LINE.
           05 REJ-RAW-RECORD     PIC X(78).
           05 FILLER             PIC X(3).
           05 REJ-REASON         PIC X(30).

       FD AUDITLOG-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  RTN-CHECK-KEY        PIC X(2).
           05  BANK-CHECK-KEY       PIC X(2).
           05  BANKACCT-CHECK-KEY   PIC X(2).
           05  FILE-CHECK-KEY       PIC X(2).
           05  REISSUE-CHECK-KEY    PIC X(2).
           05  RTNLOG-CHECK-KEY     PIC X(2).
           05  REPORT-CHECK-KEY     PIC X(2).
           05  REJECT-CHECK-KEY     PIC X(2).
           05  AUDIT-CHECK-KEY      PIC X(2).
           05  WS-RECORDS-READ      PIC 9(9) VALUE ZERO.
           05  WS-RECORDS-APPLIED   PIC 9(9) VALUE ZERO.
           05  WS-REJECT-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-RETURN-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-NOC-COUNT         PIC 9(9) VALUE ZERO.
           05  WS-REISSUE-COUNT     PIC 9(9) VALUE ZERO.
           05  WS-REISSUE-AMOUNT    PIC 9(13)V99 VALUE ZERO.
           05  WS-RETURNED-AMOUNT   PIC 9(13)V99 VALUE ZERO.
           05  WS-REJECT-REASON     PIC X(30).
           05  WS-ACTION-TEXT       PIC X(30).
           05  WS-AUDIT-EVENT       PIC X(8) VALUE 'ENDRUN'.
           05  WS-RUN-DATE-NUM      PIC 9(8) VALUE ZERO.
           05  WS-BANK-PERIOD       PIC 9(2) VALUE ZERO.
           05  WS-BANK-RUN-DATE     PIC 9(8) VALUE ZERO.
           05  WS-VALID-SW          PIC X.
               88  VALID-RETURN           VALUE 'Y'.
               88  INVALID-RETURN         VALUE 'N'.
           05  WS-EMPIDX-AVAIL-SW   PIC X VALUE 'N'.
               88  EMPIDX-AVAILABLE       VALUE 'Y'.
           05  WS-SAME-ACCT-SW      PIC X.
               88  ACCOUNT-UNCHANGED      VALUE 'Y'.
           05  WS-REISSUE-SW        PIC X.
               88  REISSUE-OWED           VALUE 'Y'.
           05  WS-PRIOR-MATCH-SW    PIC X.
               88  PRIOR-RUN-MATCH        VALUE 'Y'.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(4).
           05  WS-RUN-MM            PIC 9(2).
           05  WS-RUN-DD            PIC 9(2).

      *        Reason codes the bank sends, what each one does to the
      *        account on BANKAIDX.DAT, and the report wording.
      *        ACTION: 'C' FLAG CLOSED, 'U' BACK TO UNVERIFIED,
      *        'A' NEW ACCOUNT, 'R' NEW ROUTING, 'B' BOTH,
      *        'T' NEW ACCOUNT TYPE, 'S' NEW ACCOUNT AND TYPE.
       01  WS-REASON-TABLE-DATA.
           05 FILLER PIC X(32) VALUE 'R02CACCOUNT CLOSED'.
           05 FILLER PIC X(32) VALUE 'R03UNO ACCOUNT/UNABLE TO LOCATE'.
           05 FILLER PIC X(32) VALUE 'R04UINVALID ACCOUNT NUMBER'.
           05 FILLER PIC X(32) VALUE 'R16UACCOUNT FROZEN'.
           05 FILLER PIC X(32) VALUE 'R20UNON-TRANSACTION ACCOUNT'.
           05 FILLER PIC X(32) VALUE 'C01AINCORRECT ACCOUNT NUMBER'.
           05 FILLER PIC X(32) VALUE 'C02RINCORRECT ROUTING NUMBER'.
           05 FILLER PIC X(32) VALUE 'C03BINCORRECT ROUTING/ACCOUNT'.
           05 FILLER PIC X(32) VALUE 'C05TINCORRECT ACCOUNT TYPE'.
           05 FILLER PIC X(32) VALUE 'C06SINCORRECT ACCOUNT AND TYPE'.
       01  WS-REASON-TABLE REDEFINES WS-REASON-TABLE-DATA.
           05 WS-REASON-ENTRY OCCURS 10 TIMES.
              10 WS-RSN-CODE        PIC X(3).
              10 WS-RSN-ACTION      PIC X.
              10 WS-RSN-DESC        PIC X(28).

       01  WS-REASON-AREAS.
           05 WS-REASON-COUNT       PIC 9(2) VALUE 10.
           05 WS-RSN-IDX            PIC 9(2).
           05 WS-RSN-MATCH-IDX      PIC 9(2).
           05 WS-CUR-ACTION         PIC X.
              88 ACTION-CLOSE             VALUE 'C'.
              88 ACTION-UNVERIFY          VALUE 'U'.
              88 ACTION-NEW-ACCOUNT       VALUE 'A' 'B' 'S'.
              88 ACTION-NEW-ROUTING       VALUE 'R' 'B'.
              88 ACTION-NEW-TYPE          VALUE 'T' 'S'.

      *        The bank file the returns are matched against, held in
      *        storage since the bank returns items in no useful order.
      *        WS-BK-USED-SW: 'N' OPEN, 'Y' ANSWERED THIS RUN, 'L'
      *        ANSWERED BY AN EARLIER RUN (ON BANKRTNLG.DAT).
       01  WS-BANK-TABLE-AREAS.
           05 WS-BANK-MAX           PIC 9(5) VALUE 5000.
           05 WS-BANK-COUNT         PIC 9(5) VALUE ZERO.
           05 WS-BANK-IDX           PIC 9(5).
           05 WS-BANK-MATCH-IDX     PIC 9(5).
           05 WS-BANK-ENTRY OCCURS 5000 TIMES.
              10 WS-BK-REC-TYPE     PIC X.
              10 WS-BK-EMP-ID       PIC 9(7).
              10 WS-BK-NET-PAY      PIC 9(9)V99.
              10 WS-BK-ROUTING      PIC 9(9).
              10 WS-BK-ACCOUNT      PIC X(17).
              10 WS-BK-USED-SW      PIC X.

       01  WS-REPORT-CONTROL.
           05 WS-LINE-COUNT         PIC 9(3) VALUE ZERO.
           05 WS-LINES-PER-PAGE     PIC 9(3) VALUE 020.
           05 WS-PAGE-NUM           PIC 9(3) VALUE ZERO.

       01  REPORT-HEADER-LINE.
           05 FILLER            PIC X(30) VALUE
              'BANK RETURNS AND NOC REPORT'.
           05 FILLER            PIC X(13) VALUE 'BANK PERIOD: '.
           05 RH-PERIOD         PIC 99.
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
           05 FILLER            PIC X(46) VALUE SPACES.

       01  REPORT-HEADING-LINE.
           05 FILLER            PIC X(8)  VALUE 'ITEM'.
           05 FILLER            PIC X(9)  VALUE 'EMP ID'.
           05 FILLER            PIC X(20) VALUE 'NAME'.
           05 FILLER            PIC X(8)  VALUE 'ORIG'.
           05 FILLER            PIC X(32) VALUE 'REASON'.
           05 FILLER            PIC X(16) VALUE '        AMOUNT'.
           05 FILLER            PIC X(31) VALUE 'ACTION TAKEN'.
           05 FILLER            PIC X(8)  VALUE 'REISSUE'.

       01  REPORT-DETAIL-LINE.
           05 RD-ITEM           PIC X(7).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RD-EMP-ID         PIC 9(7).
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-FNAME          PIC X(10).
           05 RD-LNAME          PIC X(10).
           05 RD-ORIG           PIC X(8).
           05 RD-CODE           PIC X(4).
           05 RD-DESC           PIC X(28).
           05 RD-AMOUNT         PIC $$$,$$$,$$9.99.
           05 FILLER            PIC X(2)  VALUE SPACES.
           05 RD-ACTION         PIC X(30).
           05 FILLER            PIC X(1)  VALUE SPACES.
           05 RD-REISSUE        PIC X(7).
           05 FILLER            PIC X(1)  VALUE SPACES.

       01  REPORT-RULE-LINE.
           05 FILLER            PIC X(80) VALUE ALL '='.
           05 FILLER            PIC X(52) VALUE SPACES.

       01  REPORT-TOTAL-LINE.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 TL-LABEL          PIC X(30).
           05 TL-COUNT          PIC ZZZ,ZZ9.
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 TL-AMOUNT         PIC $,$$$,$$$,$$9.99.
           05 FILLER            PIC X(73) VALUE SPACES.

       PROCEDURE DIVISION.
       0100-PROCESS-BANK-RETURNS.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-NUM =
              WS-RUN-YYYY * 10000 + WS-RUN-MM * 100 + WS-RUN-DD.

           OPEN INPUT BANKRTN-FILE
           IF RTN-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "BANKRTN-FILE ", RTN-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0105-LOAD-BANK-TABLE.
           PERFORM 0108-LOAD-PROCESSED-LOG THRU 0108-END.
      *        Without the account file there is nothing to apply the
      *        returns to; refuse rather than report them as done.
           OPEN I-O BANKACCT-FILE
           IF BANKACCT-CHECK-KEY NOT = "00"
              DISPLAY "BANKRTN REFUSED: BANKAIDX.DAT NOT AVAILABLE, ",
                 "RETURNS NOT APPLIED"
              MOVE 'REFUSED' TO WS-AUDIT-EVENT
              MOVE 8 TO RETURN-CODE
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN INPUT EMPIDX-FILE.
           IF FILE-CHECK-KEY = "00"
              MOVE 'Y' TO WS-EMPIDX-AVAIL-SW
           ELSE
              MOVE 'N' TO WS-EMPIDX-AVAIL-SW
              DISPLAY "BANKRTN: NO EMPIDX.DAT, NAMES NOT SHOWN"
           END-IF.
           OPEN EXTEND REISSUE-FILE
           IF REISSUE-CHECK-KEY NOT = "00"
              OPEN OUTPUT REISSUE-FILE
           END-IF.
           IF REISSUE-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "REISSUE-FILE ", REISSUE-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN EXTEND RTNLOG-FILE
           IF RTNLOG-CHECK-KEY NOT = "00"
              OPEN OUTPUT RTNLOG-FILE
           END-IF.
           IF RTNLOG-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "RTNLOG-FILE ", RTNLOG-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN OUTPUT REPORT-FILE
           IF REPORT-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "REPORT-FILE ", REPORT-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN OUTPUT RTNREJ-FILE
           IF REJECT-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "RTNREJ-FILE ", REJECT-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.

           PERFORM 0245-PRINT-PAGE-HEADER.
           READ BANKRTN-FILE
              AT END SET ENDOFFILE TO TRUE
           END-READ.
           PERFORM 0200-PROCESS-RETURN UNTIL ENDOFFILE.
           PERFORM 0250-PRINT-REPORT-TOTALS.

           CLOSE BANKRTN-FILE, BANKACCT-FILE, REISSUE-FILE,
              RTNLOG-FILE, REPORT-FILE, RTNREJ-FILE.
           IF EMPIDX-AVAILABLE
              CLOSE EMPIDX-FILE
           END-IF.

           DISPLAY "BANKRTN ITEMS READ      = " WS-RECORDS-READ.
           DISPLAY "BANKRTN RETURNS APPLIED = " WS-RETURN-COUNT.
           DISPLAY "BANKRTN NOCS APPLIED    = " WS-NOC-COUNT.
           DISPLAY "BANKRTN REISSUES LISTED = " WS-REISSUE-COUNT.
           DISPLAY "BANKRTN ITEMS REJECTED  = " WS-REJECT-COUNT.

           PERFORM 9000-END-PROGRAM.
       0100-END.

      *        The returns answer the bank file that went out, so
      *        that file must still be on hand and must fit.
       0105-LOAD-BANK-TABLE.
           OPEN INPUT BANKFILE.
           IF BANK-CHECK-KEY NOT = "00"
              DISPLAY "BANKRTN REFUSED: BANKFILE.DAT NOT AVAILABLE, ",
                 "RETURNS CANNOT BE MATCHED"
              MOVE 'REFUSED' TO WS-AUDIT-EVENT
              MOVE 8 TO RETURN-CODE
              GO TO 9000-END-PROGRAM
           END-IF.
           READ BANKFILE
              AT END SET BANKATEOF TO TRUE
           END-READ.
           PERFORM 0107-LOAD-ONE-BANK UNTIL BANKATEOF.
           CLOSE BANKFILE.
       0105-END.

       0107-LOAD-ONE-BANK.
           IF BH-REC-TYPE = 'H'
              MOVE BH-PAY-PERIOD TO WS-BANK-PERIOD
              MOVE BH-RUN-DATE TO WS-BANK-RUN-DATE
           ELSE IF BH-REC-TYPE = 'D' OR BH-REC-TYPE = 'P'
              IF WS-BANK-COUNT NOT < WS-BANK-MAX
                 DISPLAY "BANKRTN REFUSED: BANKFILE.DAT HAS MORE ",
                    "THAN " WS-BANK-MAX " DETAILS"
                 CLOSE BANKFILE
                 MOVE 'REFUSED' TO WS-AUDIT-EVENT
                 MOVE 8 TO RETURN-CODE
                 GO TO 9000-END-PROGRAM
              END-IF
              ADD 1 TO WS-BANK-COUNT
              MOVE BD-REC-TYPE TO WS-BK-REC-TYPE(WS-BANK-COUNT)
              MOVE BD-EMP-ID TO WS-BK-EMP-ID(WS-BANK-COUNT)
              MOVE BD-NET-PAY TO WS-BK-NET-PAY(WS-BANK-COUNT)
              MOVE BD-ROUTING TO WS-BK-ROUTING(WS-BANK-COUNT)
              MOVE BD-ACCOUNT TO WS-BK-ACCOUNT(WS-BANK-COUNT)
              MOVE 'N' TO WS-BK-USED-SW(WS-BANK-COUNT)
           END-IF.
           READ BANKFILE
              AT END SET BANKATEOF TO TRUE
           END-READ.
       0107-END.

      *        Items an earlier run already applied against this same
      *        bank file close the detail they answered, so a rerun of
      *        the returns cannot apply them or list them again.
       0108-LOAD-PROCESSED-LOG.
           OPEN INPUT RTNLOG-FILE.
           IF RTNLOG-CHECK-KEY NOT = "00"
              GO TO 0108-END
           END-IF.
           READ RTNLOG-FILE
              AT END SET RTNLOGATEOF TO TRUE
           END-READ.
           PERFORM 0109-MARK-PROCESSED-ITEM UNTIL RTNLOGATEOF.
           CLOSE RTNLOG-FILE.
       0108-END.

       0109-MARK-PROCESSED-ITEM.
           IF LG-BANK-RUN-DATE = WS-BANK-RUN-DATE
              AND LG-PAY-PERIOD = WS-BANK-PERIOD
              MOVE ZERO TO WS-BANK-MATCH-IDX
              PERFORM VARYING WS-BANK-IDX FROM 1 BY 1
                 UNTIL WS-BANK-IDX > WS-BANK-COUNT
                    OR WS-BANK-MATCH-IDX > ZERO
                 IF WS-BK-EMP-ID(WS-BANK-IDX) = LG-EMP-ID
                    AND WS-BK-REC-TYPE(WS-BANK-IDX) = LG-ORIG-TYPE
                    AND WS-BK-ROUTING(WS-BANK-IDX) = LG-ROUTING
                    AND WS-BK-ACCOUNT(WS-BANK-IDX) = LG-ACCOUNT
                    AND (LG-ORIG-TYPE = 'P'
                         OR WS-BK-NET-PAY(WS-BANK-IDX) = LG-AMOUNT)
                    AND WS-BK-USED-SW(WS-BANK-IDX) = 'N'
                    MOVE WS-BANK-IDX TO WS-BANK-MATCH-IDX
                 END-IF
              END-PERFORM
              IF WS-BANK-MATCH-IDX > ZERO
                 MOVE 'L' TO WS-BK-USED-SW(WS-BANK-MATCH-IDX)
              END-IF
           END-IF.
           READ RTNLOG-FILE
              AT END SET RTNLOGATEOF TO TRUE
           END-READ.
       0109-END.

       0200-PROCESS-RETURN.
           ADD 1 TO WS-RECORDS-READ.
           PERFORM 0210-VALIDATE-RETURN.
           IF VALID-RETURN
              PERFORM 0215-MATCH-BANK-DETAIL
           END-IF.
           IF VALID-RETURN
              MOVE RT-EMP-ID TO BA-EMP-ID
              READ BANKACCT-FILE
                 INVALID KEY
                    SET INVALID-RETURN TO TRUE
                    MOVE 'NO ACCOUNT ON BANKAIDX.DAT'
                       TO WS-REJECT-REASON
              END-READ
           END-IF.
           IF VALID-RETURN
              PERFORM 0220-LOOKUP-NAME
              IF RT-RETURN
                 PERFORM 0225-APPLY-RETURN
              ELSE
                 PERFORM 0230-APPLY-NOC THRU 0230-END
              END-IF
              MOVE 'Y' TO WS-BK-USED-SW(WS-BANK-MATCH-IDX)
              PERFORM 0237-WRITE-PROCESSED-LOG
              PERFORM 0240-WRITE-REPORT-DETAIL
              ADD 1 TO WS-RECORDS-APPLIED
           ELSE
              PERFORM 0260-REJECT-RETURN
           END-IF.
           READ BANKRTN-FILE
              AT END SET ENDOFFILE TO TRUE
           END-READ.
       0200-END.

       0210-VALIDATE-RETURN.
           SET VALID-RETURN TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE ZERO TO WS-RSN-MATCH-IDX.
           PERFORM VARYING WS-RSN-IDX FROM 1 BY 1
              UNTIL WS-RSN-IDX > WS-REASON-COUNT
              IF WS-RSN-CODE(WS-RSN-IDX) = RT-REASON-CODE
                 MOVE WS-RSN-IDX TO WS-RSN-MATCH-IDX
              END-IF
           END-PERFORM.
           IF NOT RT-RETURN AND NOT RT-NOC
              SET INVALID-RETURN TO TRUE
              MOVE 'INVALID ITEM TYPE' TO WS-REJECT-REASON
           ELSE IF RT-EMP-ID NOT NUMERIC OR RT-EMP-ID = ZERO
              SET INVALID-RETURN TO TRUE
              MOVE 'INVALID EMPLOYEEID' TO WS-REJECT-REASON
           ELSE IF RT-PAY-PERIOD NOT NUMERIC
              SET INVALID-RETURN TO TRUE
              MOVE 'INVALID PAY PERIOD' TO WS-REJECT-REASON
           ELSE IF NOT RT-ORIG-LIVE AND NOT RT-ORIG-PRENOTE
              SET INVALID-RETURN TO TRUE
              MOVE 'INVALID ORIGINAL ENTRY TYPE' TO WS-REJECT-REASON
           ELSE IF RT-AMOUNT NOT NUMERIC OR RT-ROUTING NOT NUMERIC
              SET INVALID-RETURN TO TRUE
              MOVE 'INVALID AMOUNT OR ROUTING' TO WS-REJECT-REASON
           ELSE IF WS-RSN-MATCH-IDX = ZERO
              SET INVALID-RETURN TO TRUE
              MOVE 'UNKNOWN REASON CODE' TO WS-REJECT-REASON
           ELSE IF (RT-RETURN AND RT-REASON-CODE(1:1) NOT = 'R')
              OR (RT-NOC AND RT-REASON-CODE(1:1) NOT = 'C')
              SET INVALID-RETURN TO TRUE
              MOVE 'REASON CODE WRONG FOR ITEM' TO WS-REJECT-REASON
           ELSE
              MOVE WS-RSN-ACTION(WS-RSN-MATCH-IDX) TO WS-CUR-ACTION
              IF RT-NOC
                 PERFORM 0212-VALIDATE-NOC-DATA
              END-IF
           END-IF.
       0210-END.

      *        An NOC must carry the corrected values its code names,
      *        and they must pass the same checks BANKACLD applies.
       0212-VALIDATE-NOC-DATA.
           IF ACTION-NEW-ROUTING
              AND (RT-NEW-ROUTING NOT NUMERIC
                   OR RT-NEW-ROUTING = ZERO)
              SET INVALID-RETURN TO TRUE
              MOVE 'INVALID CORRECTED ROUTING' TO WS-REJECT-REASON
           ELSE IF ACTION-NEW-ACCOUNT AND RT-NEW-ACCOUNT = SPACES
              SET INVALID-RETURN TO TRUE
              MOVE 'MISSING CORRECTED ACCOUNT' TO WS-REJECT-REASON
           ELSE IF ACTION-NEW-TYPE
              AND RT-NEW-ACCT-TYPE NOT = 'C'
              AND RT-NEW-ACCT-TYPE NOT = 'S'
              SET INVALID-RETURN TO TRUE
              MOVE 'INVALID CORRECTED ACCT TYPE' TO WS-REJECT-REASON
           END-IF.
       0212-END.

      *        Each bank detail answers for one item only; a second
      *        return against the same detail is a duplicate, and one
      *        against a detail an earlier run answered was already
      *        applied then.
       0215-MATCH-BANK-DETAIL.
           MOVE ZERO TO WS-BANK-MATCH-IDX.
           MOVE 'N' TO WS-PRIOR-MATCH-SW.
           IF RT-PAY-PERIOD NOT = WS-BANK-PERIOD
              SET INVALID-RETURN TO TRUE
              MOVE 'NOT FROM CURRENT BANKFILE.DAT' TO WS-REJECT-REASON
           ELSE
              PERFORM VARYING WS-BANK-IDX FROM 1 BY 1
                 UNTIL WS-BANK-IDX > WS-BANK-COUNT
                    OR WS-BANK-MATCH-IDX > ZERO
                 IF WS-BK-EMP-ID(WS-BANK-IDX) = RT-EMP-ID
                    AND WS-BK-REC-TYPE(WS-BANK-IDX) = RT-ORIG-TYPE
                    AND WS-BK-ROUTING(WS-BANK-IDX) = RT-ROUTING
                    AND WS-BK-ACCOUNT(WS-BANK-IDX) = RT-ACCOUNT
                    AND (RT-ORIG-PRENOTE
                         OR WS-BK-NET-PAY(WS-BANK-IDX) = RT-AMOUNT)
                    IF WS-BK-USED-SW(WS-BANK-IDX) = 'N'
                       MOVE WS-BANK-IDX TO WS-BANK-MATCH-IDX
                    END-IF
                    IF WS-BK-USED-SW(WS-BANK-IDX) = 'L'
                       SET PRIOR-RUN-MATCH TO TRUE
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-BANK-MATCH-IDX = ZERO
                 SET INVALID-RETURN TO TRUE
                 IF PRIOR-RUN-MATCH
                    MOVE 'ALREADY APPLIED IN EARLIER RUN'
                       TO WS-REJECT-REASON
                 ELSE
                    MOVE 'NO MATCHING BANKFILE.DAT DETAIL'
                       TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.
       0215-END.

       0220-LOOKUP-NAME.
           MOVE SPACES TO EMP-LASTNAME-IDX, EMP-FIRSTNAME-IDX.
           IF EMPIDX-AVAILABLE
              MOVE RT-EMP-ID TO EMP-ID-IDX
              READ EMPIDX-FILE
                 INVALID KEY
                    MOVE SPACES TO EMP-LASTNAME-IDX,
                       EMP-FIRSTNAME-IDX
              END-READ
           END-IF.
       0220-END.

      *        The account is only touched if it still holds the
      *        routing/account the bank returned; if the employee has
      *        already given payroll a new one, the return says
      *        nothing about it. A returned live payment is owed
      *        regardless.
       0225-APPLY-RETURN.
           ADD 1 TO WS-RETURN-COUNT.
           MOVE 'N' TO WS-REISSUE-SW.
           IF BA-ROUTING = RT-ROUTING AND BA-ACCOUNT = RT-ACCOUNT
              MOVE 'Y' TO WS-SAME-ACCT-SW
           ELSE
              MOVE 'N' TO WS-SAME-ACCT-SW
           END-IF.
           IF NOT ACCOUNT-UNCHANGED
              MOVE 'ACCOUNT SINCE CHANGED - NONE'
                 TO WS-ACTION-TEXT
           ELSE IF ACTION-CLOSE
              SET ACCOUNT-CLOSED TO TRUE
              MOVE 'ACCOUNT FLAGGED CLOSED' TO WS-ACTION-TEXT
           ELSE
              SET PRENOTE-PENDING TO TRUE
              MOVE 'ACCOUNT RESET TO UNVERIFIED' TO WS-ACTION-TEXT
           END-IF.
           IF ACCOUNT-UNCHANGED
              REWRITE BANKACCT-RECORD
                 INVALID KEY
                    DISPLAY "Non-zero file status returned from ",
                       "REWRITE BANKACCT-RECORD ", BANKACCT-CHECK-KEY
                    GO TO 9000-END-PROGRAM
              END-REWRITE
           END-IF.
           IF RT-ORIG-LIVE
              ADD RT-AMOUNT TO WS-RETURNED-AMOUNT
              PERFORM 0235-WRITE-REISSUE
           END-IF.
       0225-END.

      *        A NOC corrects the account the entry went to; one that
      *        arrives after the account was replaced (say through
      *        APPRREL) must not overwrite the newer account.
       0230-APPLY-NOC.
           ADD 1 TO WS-NOC-COUNT.
           MOVE 'N' TO WS-REISSUE-SW.
           IF BA-ROUTING = RT-ROUTING AND BA-ACCOUNT = RT-ACCOUNT
              MOVE 'Y' TO WS-SAME-ACCT-SW
           ELSE
              MOVE 'N' TO WS-SAME-ACCT-SW
           END-IF.
           IF NOT ACCOUNT-UNCHANGED
              MOVE 'ACCOUNT SINCE CHANGED' TO WS-ACTION-TEXT
              GO TO 0230-END
           END-IF.
           IF ACTION-NEW-ROUTING
              MOVE RT-NEW-ROUTING TO BA-ROUTING
           END-IF.
           IF ACTION-NEW-ACCOUNT
              MOVE RT-NEW-ACCOUNT TO BA-ACCOUNT
           END-IF.
           IF ACTION-NEW-TYPE
              MOVE RT-NEW-ACCT-TYPE TO BA-ACCT-TYPE
           END-IF.
           REWRITE BANKACCT-RECORD
              INVALID KEY
                 DISPLAY "Non-zero file status returned from ",
                    "REWRITE BANKACCT-RECORD ", BANKACCT-CHECK-KEY
                 GO TO 9000-END-PROGRAM
           END-REWRITE.
           IF ACTION-NEW-ROUTING AND ACTION-NEW-ACCOUNT
              MOVE 'ROUTING AND ACCOUNT CORRECTED' TO WS-ACTION-TEXT
           ELSE IF ACTION-NEW-ACCOUNT AND ACTION-NEW-TYPE
              MOVE 'ACCOUNT AND TYPE CORRECTED' TO WS-ACTION-TEXT
           ELSE IF ACTION-NEW-ROUTING
              MOVE 'ROUTING NUMBER CORRECTED' TO WS-ACTION-TEXT
           ELSE IF ACTION-NEW-ACCOUNT
              MOVE 'ACCOUNT NUMBER CORRECTED' TO WS-ACTION-TEXT
           ELSE
              MOVE 'ACCOUNT TYPE CORRECTED' TO WS-ACTION-TEXT
           END-IF.
       0230-END.

       0235-WRITE-REISSUE.
           MOVE RT-EMP-ID TO RI-EMP-ID.
           MOVE EMP-LASTNAME-IDX TO RI-LASTNAME.
           MOVE EMP-FIRSTNAME-IDX TO RI-FIRSTNAME.
           MOVE RT-AMOUNT TO RI-AMOUNT.
           MOVE RT-PAY-PERIOD TO RI-PAY-PERIOD.
           MOVE WS-BANK-RUN-DATE TO RI-BANK-RUN-DATE.
           MOVE WS-RUN-DATE-NUM TO RI-RETURN-DATE.
           MOVE RT-REASON-CODE TO RI-REASON-CODE.
           WRITE REISSUE-RECORD.
           IF REISSUE-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "REISSUE-RECORD ", REISSUE-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           MOVE 'Y' TO WS-REISSUE-SW.
           ADD 1 TO WS-REISSUE-COUNT.
           ADD RT-AMOUNT TO WS-REISSUE-AMOUNT.
       0235-END.

       0237-WRITE-PROCESSED-LOG.
           MOVE WS-BANK-RUN-DATE TO LG-BANK-RUN-DATE.
           MOVE RT-PAY-PERIOD TO LG-PAY-PERIOD.
           MOVE RT-REC-TYPE TO LG-REC-TYPE.
           MOVE RT-EMP-ID TO LG-EMP-ID.
           MOVE RT-ORIG-TYPE TO LG-ORIG-TYPE.
           MOVE RT-AMOUNT TO LG-AMOUNT.
           MOVE RT-ROUTING TO LG-ROUTING.
           MOVE RT-ACCOUNT TO LG-ACCOUNT.
           MOVE RT-REASON-CODE TO LG-REASON-CODE.
           MOVE WS-RUN-DATE-NUM TO LG-RUN-DATE.
           WRITE RTNLOG-RECORD.
           IF RTNLOG-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "RTNLOG-RECORD ", RTNLOG-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
       0237-END.

       0240-WRITE-REPORT-DETAIL.
           MOVE SPACES TO REPORT-DETAIL-LINE.
           IF RT-RETURN
              MOVE 'RETURN' TO RD-ITEM
           ELSE
              MOVE 'NOC' TO RD-ITEM
           END-IF.
           MOVE RT-EMP-ID TO RD-EMP-ID.
           MOVE EMP-FIRSTNAME-IDX TO RD-FNAME.
           MOVE EMP-LASTNAME-IDX TO RD-LNAME.
           IF RT-ORIG-LIVE
              MOVE 'LIVE' TO RD-ORIG
           ELSE
              MOVE 'PRENOTE' TO RD-ORIG
           END-IF.
           MOVE RT-REASON-CODE TO RD-CODE.
           MOVE WS-RSN-DESC(WS-RSN-MATCH-IDX) TO RD-DESC.
           MOVE RT-AMOUNT TO RD-AMOUNT.
           MOVE WS-ACTION-TEXT TO RD-ACTION.
           IF REISSUE-OWED
              MOVE 'REISSUE' TO RD-REISSUE
           END-IF.
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
              PERFORM 0245-PRINT-PAGE-HEADER
           END-IF.
           MOVE REPORT-DETAIL-LINE TO REPORT-LINE.
           PERFORM 0247-WRITE-REPORT-LINE.
           ADD 1 TO WS-LINE-COUNT.
       0240-END.

       0245-PRINT-PAGE-HEADER.
           ADD 1 TO WS-PAGE-NUM.
           MOVE WS-BANK-PERIOD TO RH-PERIOD.
           MOVE WS-RUN-MM TO RH-MM.
           MOVE WS-RUN-DD TO RH-DD.
           MOVE WS-RUN-YYYY TO RH-YYYY.
           MOVE WS-PAGE-NUM TO RH-PAGE.
           MOVE REPORT-HEADER-LINE TO REPORT-LINE.
           PERFORM 0247-WRITE-REPORT-LINE.
           MOVE REPORT-HEADING-LINE TO REPORT-LINE.
           PERFORM 0247-WRITE-REPORT-LINE.
           MOVE ZERO TO WS-LINE-COUNT.
       0245-END.

       0247-WRITE-REPORT-LINE.
           WRITE REPORT-LINE.
           IF REPORT-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "REPORT-LINE ", REPORT-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
       0247-END.

       0250-PRINT-REPORT-TOTALS.
           MOVE REPORT-RULE-LINE TO REPORT-LINE.
           PERFORM 0247-WRITE-REPORT-LINE.
           MOVE 'RETURNS APPLIED' TO TL-LABEL.
           MOVE WS-RETURN-COUNT TO TL-COUNT.
           MOVE WS-RETURNED-AMOUNT TO TL-AMOUNT.
           MOVE REPORT-TOTAL-LINE TO REPORT-LINE.
           PERFORM 0247-WRITE-REPORT-LINE.
           MOVE 'NOTIFICATIONS OF CHANGE' TO TL-LABEL.
           MOVE WS-NOC-COUNT TO TL-COUNT.
           MOVE ZERO TO TL-AMOUNT.
           MOVE REPORT-TOTAL-LINE TO REPORT-LINE.
           PERFORM 0247-WRITE-REPORT-LINE.
           MOVE 'ADDED TO REISSUE LIST' TO TL-LABEL.
           MOVE WS-REISSUE-COUNT TO TL-COUNT.
           MOVE WS-REISSUE-AMOUNT TO TL-AMOUNT.
           MOVE REPORT-TOTAL-LINE TO REPORT-LINE.
           PERFORM 0247-WRITE-REPORT-LINE.
           MOVE 'REJECTED - SEE BANKRTNREJ.DAT' TO TL-LABEL.
           MOVE WS-REJECT-COUNT TO TL-COUNT.
           MOVE ZERO TO TL-AMOUNT.
           MOVE REPORT-TOTAL-LINE TO REPORT-LINE.
           PERFORM 0247-WRITE-REPORT-LINE.
       0250-END.

       0260-REJECT-RETURN.
           MOVE SPACES TO RTNREJ-LINE.
           MOVE BANKRTN-RAW TO REJ-RAW-RECORD.
           MOVE WS-REJECT-REASON TO REJ-REASON.
           WRITE RTNREJ-LINE.
           IF REJECT-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "RTNREJ-LINE ", REJECT-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           ADD 1 TO WS-REJECT-COUNT.
       0260-END.

       9000-END-PROGRAM.
           OPEN EXTEND AUDITLOG-FILE.
           IF AUDIT-CHECK-KEY NOT = "00"
              OPEN OUTPUT AUDITLOG-FILE
           END-IF.
           MOVE 'BANKRTN' TO AUDIT-PROGRAM-ID.
           MOVE WS-RUN-YYYY TO AUDIT-RUN-YYYY.
           MOVE WS-RUN-MM TO AUDIT-RUN-MM.
           MOVE WS-RUN-DD TO AUDIT-RUN-DD.
           MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
           MOVE WS-RECORDS-APPLIED TO AUDIT-RECORDS-WRITTEN.
           MOVE WS-REJECT-COUNT TO AUDIT-RECORDS-REJECTED.
           MOVE WS-AUDIT-EVENT TO AUDIT-EVENT.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDITLOG-FILE.

           IF WS-REJECT-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

          END PROGRAM BANKRTN.
