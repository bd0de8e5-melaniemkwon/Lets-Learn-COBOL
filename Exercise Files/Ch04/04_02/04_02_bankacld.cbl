       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKACLD.
      * MAINTAIN THE INDEXED BANK-ACCOUNT COMPANION FILE
      * (BANKAIDX.DAT, RECORD KEY EMPLOYEEID) FROM THE SEQUENTIAL
      * BANKACCT.DAT FEED. EACH RECORD CARRIES THE EMPLOYEE'S ROUTING
      * NUMBER, ACCOUNT NUMBER, ACCOUNT TYPE (C CHECKING, S SAVINGS),
      * AND PRENOTE STATUS -- P PENDING FOR A FIRST-TIME ACCOUNT THAT
      * STILL NEEDS A ZERO-DOLLAR PRENOTE CYCLE, V VERIFIED ONCE THE
      * BANK HAS CONFIRMED IT -- AND AN ACCOUNT STATUS, OPEN (A) WHEN
      * ADDED; BANKRTN FLAGS IT CLOSED (C) WHEN THE BANK RETURNS A
      * PAYMENT AS ACCOUNT CLOSED. THE FILE IS UPDATED IN PLACE, NOT
      * REBUILT: A FEED RECORD MATCHING THE ACCOUNT ON FILE ONLY
      * UPDATES ITS PRENOTE STATUS, WHILE A NEW ACCOUNT OR A CHANGED
      * ROUTING NUMBER, ACCOUNT NUMBER OR TYPE IS NOT APPLIED BUT HELD
      * ON PENDAPPR.DAT UNTIL A SECOND OPERATOR APPROVES IT THROUGH
      * APPRREL. THE RUN IS REFUSED WITHOUT AN OPERATOR ID ON
      * OPERATOR.DAT; THAT ID IS STAMPED ON EVERY HELD CHANGE AND ON
      * ITS APPROVAL TRAIL ENTRY IN APPRLOG.DAT. THE FEED IS A FULL
      * ONE, SO A CHANGE ALREADY HELD COMES IN AGAIN ON EVERY RUN UNTIL
      * IT IS DECIDED; IT IS COUNTED AS STILL AWAITING APPROVAL. A BAD
      * EMPLOYEEID, ROUTING NUMBER, ACCOUNT, TYPE, STATUS, OR A CHANGE
      * DIFFERENT FROM THE ONE ALREADY AWAITING APPROVAL IS SURFACED
      * TO BANKAREJ.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
        ACCESS MODE IS RANDOM
        RECORD KEY IS BA-EMP-ID.

       SELECT PENDAPPR-FILE ASSIGN TO "PENDAPPR.DAT"
        FILE STATUS IS PEND-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS PQ-KEY.

       SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
        FILE STATUS IS OPER-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT APPRLOG-FILE ASSIGN TO "APPRLOG.DAT"
        FILE STATUS IS APPRLOG-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT BANKAREJ-FILE ASSIGN TO "BANKAREJ.DAT"
        FILE STATUS IS REJECT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.
           05 BA-ACCOUNT            PIC X(17).
           05 BA-ACCT-TYPE          PIC X.
           05 BA-PRENOTE            PIC X.
           05 BA-ACCT-STATUS        PIC X.

       FD PENDAPPR-FILE.
       COPY PENDREC.

       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
           05 OPR-OPERATOR-ID       PIC X(8).

       FD APPRLOG-FILE.
       COPY APPRREC.

       FD BANKAREJ-FILE.
       01 BANKAREJ-LINE.
       01  WS-WORK-AREAS.
           05  SEQ-CHECK-KEY        PIC X(2).
           05  BANKACCT-CHECK-KEY   PIC X(2).
           05  PEND-CHECK-KEY       PIC X(2).
           05  APPRLOG-CHECK-KEY    PIC X(2).
           05  REJECT-CHECK-KEY     PIC X(2).
           05  AUDIT-CHECK-KEY      PIC X(2).
           05  WS-RECORDS-READ      PIC 9(9) VALUE ZERO.
           05  WS-RECORDS-WRITTEN   PIC 9(9) VALUE ZERO.
           05  WS-UNCHANGED-COUNT   PIC 9(9) VALUE ZERO.
           05  WS-HELD-COUNT        PIC 9(9) VALUE ZERO.
           05  WS-AWAITING-COUNT    PIC 9(9) VALUE ZERO.
           05  WS-REJECT-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-REJECT-REASON     PIC X(30).
           05  WS-HOLD-REASON       PIC X(30).
           05  WS-AUDIT-EVENT       PIC X(8) VALUE 'ENDRUN'.
           05  WS-VALID-SW          PIC X.
               88  VALID-ACCT-REC         VALUE 'Y'.
               88  INVALID-ACCT-REC       VALUE 'N'.
      *        Laid out as PQ-BANK-DETAIL (COPY PENDREC).
           05  WS-BANK-DETAIL.
               10  WS-BD-NEW-ROUTING    PIC 9(9).
               10  WS-BD-NEW-ACCOUNT    PIC X(17).
               10  WS-BD-NEW-ACCT-TYPE  PIC X.
               10  WS-BD-NEW-PRENOTE    PIC X.
               10  WS-BD-OLD-ROUTING    PIC 9(9).
               10  WS-BD-OLD-ACCOUNT    PIC X(17).
               10  WS-BD-OLD-ACCT-TYPE  PIC X.
               10  FILLER               PIC X(5) VALUE SPACES.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(4).
           05  WS-RUN-MM            PIC 9(2).
           05  WS-RUN-DD            PIC 9(2).

       COPY OPERWS.

       PROCEDURE DIVISION.
       0100-LOAD-BANKACCT-FILE.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 0930-READ-OPERATOR-ID.
           IF NOT OPERATOR-SIGNED-ON
              DISPLAY "BANKACLD REFUSED: NO OPERATOR ID ON ",
                 "OPERATOR.DAT"
              MOVE 'REFUSED' TO WS-AUDIT-EVENT
              MOVE 8 TO RETURN-CODE
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN INPUT BANKACCT-SEQ-FILE
           IF SEQ-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "BANKACCT-SEQ-FILE ", SEQ-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0110-OPEN-BANKACCT-FILE.
           PERFORM 0115-OPEN-PENDAPPR-FILE.
           OPEN EXTEND APPRLOG-FILE.
           IF APPRLOG-CHECK-KEY NOT = "00"
              OPEN OUTPUT APPRLOG-FILE
              IF APPRLOG-CHECK-KEY NOT = "00"
                 DISPLAY "Non-zero file status returned from OPEN ",
                    "APPRLOG-FILE ", APPRLOG-CHECK-KEY
                 GO TO 9000-END-PROGRAM
              END-IF
           END-IF.
           OPEN OUTPUT BANKAREJ-FILE
           IF REJECT-CHECK-KEY NOT = "00"
           END-READ.
           PERFORM 0200-PROCESS-RECORD UNTIL ENDOFFILE.

           DISPLAY "BANKACLD OPERATOR         = " WS-OPERATOR-ID.
           DISPLAY "BANKACLD RECORDS READ     = " WS-RECORDS-READ.
           DISPLAY "BANKACLD PRENOTES UPDATED = " WS-RECORDS-WRITTEN.
           DISPLAY "BANKACLD ACCOUNTS SAME    = " WS-UNCHANGED-COUNT.
           DISPLAY "BANKACLD HELD FOR APPROVAL= " WS-HELD-COUNT.
           DISPLAY "BANKACLD STILL AWAITING   = " WS-AWAITING-COUNT.
           DISPLAY "BANKACLD RECORDS REJECTED = " WS-REJECT-COUNT.
           CLOSE BANKACCT-SEQ-FILE, BANKACCT-FILE, BANKAREJ-FILE,
              PENDAPPR-FILE, APPRLOG-FILE.

           PERFORM 9000-END-PROGRAM.
       0100-END.

      *        The account file persists across runs now that held
      *        changes are posted into it later by APPRREL, so the
      *        first run of a new installation has to create it
      *        before it can be opened I-O.
       0110-OPEN-BANKACCT-FILE.
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
       0110-END.

       0115-OPEN-PENDAPPR-FILE.
           OPEN I-O PENDAPPR-FILE.
           IF PEND-CHECK-KEY NOT = "00"
              OPEN OUTPUT PENDAPPR-FILE
              IF PEND-CHECK-KEY NOT = "00"
                 DISPLAY "Non-zero file status returned from OPEN ",
                    "PENDAPPR-FILE ", PEND-CHECK-KEY
                 GO TO 9000-END-PROGRAM
              END-IF
              CLOSE PENDAPPR-FILE
              OPEN I-O PENDAPPR-FILE
              IF PEND-CHECK-KEY NOT = "00"
                 DISPLAY "Non-zero file status returned from OPEN ",
                    "PENDAPPR-FILE ", PEND-CHECK-KEY
                 GO TO 9000-END-PROGRAM
              END-IF
           END-IF.
       0115-END.

      *        Only the prenote status is taken straight from the
      *        feed; anything that would send pay to a different
      *        account waits for a second operator. The account
      *        status on file is left as BANKRTN set it.
       0200-PROCESS-RECORD.
           ADD 1 TO WS-RECORDS-READ.
           PERFORM 0210-VALIDATE-RECORD.
           IF VALID-ACCT-REC
              MOVE SEQ-ROUTING TO WS-BD-NEW-ROUTING
              MOVE SEQ-ACCOUNT TO WS-BD-NEW-ACCOUNT
              MOVE SEQ-ACCT-TYPE TO WS-BD-NEW-ACCT-TYPE
              MOVE SEQ-PRENOTE TO WS-BD-NEW-PRENOTE
              MOVE SEQ-EMP-ID TO BA-EMP-ID
              READ BANKACCT-FILE
                 INVALID KEY
                    MOVE ZERO TO WS-BD-OLD-ROUTING
                    MOVE SPACES TO WS-BD-OLD-ACCOUNT
                    MOVE SPACE TO WS-BD-OLD-ACCT-TYPE
                    MOVE 'NEW ACCOUNT' TO WS-HOLD-REASON
                    PERFORM 0230-HOLD-CHANGE
                 NOT INVALID KEY
                    IF BA-ROUTING = SEQ-ROUTING
                       AND BA-ACCOUNT = SEQ-ACCOUNT
                       AND BA-ACCT-TYPE = SEQ-ACCT-TYPE
                       PERFORM 0215-UPDATE-PRENOTE
                    ELSE
                       MOVE BA-ROUTING TO WS-BD-OLD-ROUTING
                       MOVE BA-ACCOUNT TO WS-BD-OLD-ACCOUNT
                       MOVE BA-ACCT-TYPE TO WS-BD-OLD-ACCT-TYPE
                       MOVE 'ACCOUNT CHANGED' TO WS-HOLD-REASON
                       PERFORM 0230-HOLD-CHANGE
                    END-IF
              END-READ
           ELSE
              PERFORM 0220-REJECT-RECORD
           END-IF.
           END-IF.
       0210-END.

       0215-UPDATE-PRENOTE.
           IF BA-PRENOTE = SEQ-PRENOTE
              ADD 1 TO WS-UNCHANGED-COUNT
           ELSE
              MOVE SEQ-PRENOTE TO BA-PRENOTE
              REWRITE BANKACCT-RECORD
                 INVALID KEY
                    MOVE 'ACCOUNT REWRITE FAILED' TO WS-REJECT-REASON
                    PERFORM 0220-REJECT-RECORD
                 NOT INVALID KEY
                    ADD 1 TO WS-RECORDS-WRITTEN
              END-REWRITE
           END-IF.
       0215-END.

       0220-REJECT-RECORD.
           MOVE SPACES TO BANKAREJ-LINE.
           MOVE BANKACCT-SEQ-RAW TO REJ-RAW-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
       0220-END.

      *        One bank change per employee can wait at a time. The
      *        same change fed again is simply still waiting; a
      *        different one is sent back until the first is decided.
       0230-HOLD-CHANGE.
           MOVE SPACES TO PENDAPPR-RECORD.
           MOVE 'B' TO PQ-TYPE.
           MOVE SEQ-EMP-ID TO PQ-EMP-ID.
           MOVE ZERO TO PQ-EFF-DATE.
           MOVE WS-OPERATOR-ID TO PQ-ENTERED-BY.
           MOVE WS-RUN-DATE TO PQ-ENTRY-DATE.
           MOVE WS-BANK-DETAIL TO PQ-DETAIL.
           WRITE PENDAPPR-RECORD
              INVALID KEY
                 PERFORM 0235-CHECK-HELD-CHANGE
              NOT INVALID KEY
                 ADD 1 TO WS-HELD-COUNT
                 PERFORM 0240-WRITE-APPROVAL-LOG
           END-WRITE.
       0230-END.

       0235-CHECK-HELD-CHANGE.
           READ PENDAPPR-FILE
              INVALID KEY
                 MOVE 'PENDAPPR WRITE FAILED' TO WS-REJECT-REASON
                 PERFORM 0220-REJECT-RECORD
              NOT INVALID KEY
                 IF PQ-NEW-ROUTING = SEQ-ROUTING
                    AND PQ-NEW-ACCOUNT = SEQ-ACCOUNT
                    AND PQ-NEW-ACCT-TYPE = SEQ-ACCT-TYPE
                    ADD 1 TO WS-AWAITING-COUNT
                 ELSE
                    MOVE 'OTHER CHANGE AWAITING APPROVAL'
                       TO WS-REJECT-REASON
                    PERFORM 0220-REJECT-RECORD
                 END-IF
           END-READ.
       0235-END.

       0240-WRITE-APPROVAL-LOG.
           MOVE WS-RUN-DATE TO AL-EVENT-DATE.
           MOVE 'BANKACLD' TO AL-PROGRAM-ID.
           MOVE 'HELD' TO AL-EVENT.
           MOVE 'B' TO AL-TYPE.
           MOVE SEQ-EMP-ID TO AL-EMP-ID.
           MOVE ZERO TO AL-EFF-DATE.
           MOVE WS-OPERATOR-ID TO AL-ENTERED-BY.
           MOVE WS-RUN-DATE TO AL-ENTRY-DATE.
           MOVE SPACES TO AL-APPROVED-BY.
           MOVE WS-BANK-DETAIL TO AL-DETAIL.
           MOVE WS-HOLD-REASON TO AL-REASON.
           WRITE APPROVAL-LOG-RECORD.
           IF APPRLOG-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "APPROVAL-LOG-RECORD ", APPRLOG-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
       0240-END.

       COPY OPERPR.

       9000-END-PROGRAM.
           OPEN EXTEND AUDITLOG-FILE.
           IF AUDIT-CHECK-KEY NOT = "00"
           MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
           MOVE WS-RECORDS-WRITTEN TO AUDIT-RECORDS-WRITTEN.
           MOVE WS-REJECT-COUNT TO AUDIT-RECORDS-REJECTED.
           MOVE WS-AUDIT-EVENT TO AUDIT-EVENT.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDITLOG-FILE.

