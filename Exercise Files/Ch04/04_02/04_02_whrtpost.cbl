       IDENTIFICATION DIVISION.
       PROGRAM-ID. WHRTPOST.
      * POST WITHHOLDING BRACKET SETS FROM WHRTTRAN.DAT TO THE
      * EFFECTIVE-DATED BRACKET-SET FILE (WHRATES.DAT, INDEXED ON
      * JURISDICTION + FILING STATUS + EFFECTIVE DATE), THE SAME WAY
      * RATEPOST POSTS THE DEFAULT RATES TO PAYRATES.DAT. JURISDICTION
      * 'US' IS A FEDERAL SET FOR ONE FILING STATUS (S, M OR H); ANY
      * OTHER TWO-LETTER CODE IS A STATE SET, FOR ONE FILING STATUS
      * OR, WITH STATUS 'A', FOR EVERY STATUS THE STATE DOES NOT SET
      * SEPARATELY. EACH RECORD CARRIES FOUR BRACKETS ON ANNUAL WAGES
      * AND THE ANNUAL VALUE OF ONE WITHHOLDING ALLOWANCE. PAYCALC
      * PICKS THE SETS IN FORCE ON THE PERIOD DATE FOR EACH
      * EMPLOYEE'S WITHHOLDING PROFILE (WHLDIDX.DAT). A TRANSACTION
      * DUPLICATING AN EXISTING KEY, OR CARRYING A BAD KEY, BRACKET
      * OR ALLOWANCE VALUE, IS REJECTED TO WHRTREJ.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT WHRTTRAN-FILE ASSIGN TO "WHRTTRAN.DAT"
        FILE STATUS IS TRANS-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT WHRATE-FILE ASSIGN TO "WHRATES.DAT"
        FILE STATUS IS WHRATE-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS WR-KEY.

       SELECT WHRTREJ-FILE ASSIGN TO "WHRTREJ.DAT"
        FILE STATUS IS TREJ-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG.DAT"
        FILE STATUS IS AUDIT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD WHRTTRAN-FILE.
       01 WHRTTRAN-RECORD.
           88 ENDOFFILE VALUE HIGH-VALUES.
           05 TR-JURIS.
              10 TR-JURIS-1         PIC X.
              10 TR-JURIS-2         PIC X.
           05 TR-FILING-STATUS      PIC X.
           05 TR-EFF-DATE.
              10 TR-EFF-YYYY        PIC 9(4).
              10 TR-EFF-MM          PIC 9(2).
              10 TR-EFF-DD          PIC 9(2).
           05 TR-BRACKET OCCURS 4 TIMES.
              10 TR-LOW             PIC 9(9).
              10 TR-HIGH            PIC 9(9).
              10 TR-RATE            PIC 9V999.
           05 TR-ALLOWANCE-AMT      PIC 9(7).
       01 WHRTTRAN-RAW REDEFINES WHRTTRAN-RECORD PIC X(106).

       FD WHRATE-FILE.
       01 WHRATE-RECORD.
           05 WR-KEY.
              10 WR-JURIS           PIC X(2).
              10 WR-FILING-STATUS   PIC X.
              10 WR-EFF-DATE        PIC 9(8).
           05 WR-BRACKET OCCURS 4 TIMES.
              10 WR-LOW             PIC 9(9).
              10 WR-HIGH            PIC 9(9).
              10 WR-RATE            PIC 9V999.
           05 WR-ALLOWANCE-AMT      PIC 9(7).

       FD WHRTREJ-FILE.
       01 WHRTREJ-LINE.
           05 REJ-RAW-RECORD        PIC X(106).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 REJ-REASON            PIC X(30).

       FD AUDITLOG-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  TRANS-CHECK-KEY      PIC X(2).
           05  WHRATE-CHECK-KEY     PIC X(2).
           05  TREJ-CHECK-KEY       PIC X(2).
           05  AUDIT-CHECK-KEY      PIC X(2).
           05  WS-RECORDS-READ      PIC 9(9) VALUE ZERO.
           05  WS-RECORDS-WRITTEN   PIC 9(9) VALUE ZERO.
           05  WS-REJECT-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-REJECT-REASON     PIC X(30).
           05  WS-BRACKET-IDX       PIC 9.
           05  WS-VALID-SW          PIC X.
               88  VALID-TRANS            VALUE 'Y'.
               88  INVALID-TRANS          VALUE 'N'.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(4).
           05  WS-RUN-MM            PIC 9(2).
           05  WS-RUN-DD            PIC 9(2).

       PROCEDURE DIVISION.
       0100-POST-WITHHOLDING-SETS.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT WHRTTRAN-FILE
           IF TRANS-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "WHRTTRAN-FILE ", TRANS-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0110-OPEN-WHRATE-FILE.
           OPEN OUTPUT WHRTREJ-FILE
           IF TREJ-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "WHRTREJ-FILE ", TREJ-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.

           READ WHRTTRAN-FILE
              AT END SET ENDOFFILE TO TRUE
           END-READ.
           PERFORM 0200-PROCESS-TRANS UNTIL ENDOFFILE.

           CLOSE WHRTTRAN-FILE, WHRATE-FILE, WHRTREJ-FILE.

           DISPLAY "WHRTPOST TRANSACTIONS READ = " WS-RECORDS-READ.
           DISPLAY "WHRTPOST SETS POSTED       = " WS-RECORDS-WRITTEN.
           DISPLAY "WHRTPOST TRANS REJECTED    = " WS-REJECT-COUNT.

           PERFORM 9000-END-PROGRAM.
       0100-END.

      *        The bracket-set file persists across runs, so the first
      *        run of a new installation has to create it before it
      *        can be opened I-O for keyed writes.
       0110-OPEN-WHRATE-FILE.
           OPEN I-O WHRATE-FILE.
           IF WHRATE-CHECK-KEY NOT = "00"
              OPEN OUTPUT WHRATE-FILE
              IF WHRATE-CHECK-KEY NOT = "00"
                 DISPLAY "Non-zero file status returned from OPEN ",
                    "WHRATE-FILE ", WHRATE-CHECK-KEY
                 GO TO 9000-END-PROGRAM
              END-IF
              CLOSE WHRATE-FILE
              OPEN I-O WHRATE-FILE
              IF WHRATE-CHECK-KEY NOT = "00"
                 DISPLAY "Non-zero file status returned from OPEN ",
                    "WHRATE-FILE ", WHRATE-CHECK-KEY
                 GO TO 9000-END-PROGRAM
              END-IF
           END-IF.
       0110-END.

       0200-PROCESS-TRANS.
           ADD 1 TO WS-RECORDS-READ.
           PERFORM 0210-VALIDATE-TRANS.
           IF VALID-TRANS
              PERFORM 0220-POST-TRANS
           ELSE
              PERFORM 0230-REJECT-TRANS
           END-IF.
           READ WHRTTRAN-FILE
              AT END SET ENDOFFILE TO TRUE
           END-READ.
       0200-END.

      *        The federal sets are kept one per filing status; only
      *        a state may carry the all-status 'A' set.
       0210-VALIDATE-TRANS.
           SET VALID-TRANS TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF TR-JURIS-1 NOT ALPHABETIC-UPPER
              OR TR-JURIS-2 NOT ALPHABETIC-UPPER
              OR TR-JURIS-1 = SPACE OR TR-JURIS-2 = SPACE
              SET INVALID-TRANS TO TRUE
              MOVE 'INVALID JURISDICTION' TO WS-REJECT-REASON
           ELSE IF TR-FILING-STATUS NOT = 'S'
              AND TR-FILING-STATUS NOT = 'M'
              AND TR-FILING-STATUS NOT = 'H'
              AND TR-FILING-STATUS NOT = 'A'
              SET INVALID-TRANS TO TRUE
              MOVE 'INVALID FILING STATUS' TO WS-REJECT-REASON
           ELSE IF TR-FILING-STATUS = 'A' AND TR-JURIS = 'US'
              SET INVALID-TRANS TO TRUE
              MOVE 'FEDERAL SET NEEDS ONE STATUS' TO WS-REJECT-REASON
           ELSE IF TR-EFF-YYYY NOT NUMERIC OR TR-EFF-YYYY = ZERO
              SET INVALID-TRANS TO TRUE
              MOVE 'INVALID EFFECTIVE YEAR' TO WS-REJECT-REASON
           ELSE IF TR-EFF-MM NOT NUMERIC
              OR TR-EFF-MM < 1 OR TR-EFF-MM > 12
              SET INVALID-TRANS TO TRUE
              MOVE 'INVALID EFFECTIVE MONTH' TO WS-REJECT-REASON
           ELSE IF TR-EFF-DD NOT NUMERIC
              OR TR-EFF-DD < 1 OR TR-EFF-DD > 31
              SET INVALID-TRANS TO TRUE
              MOVE 'INVALID EFFECTIVE DAY' TO WS-REJECT-REASON
           ELSE IF TR-ALLOWANCE-AMT NOT NUMERIC
              SET INVALID-TRANS TO TRUE
              MOVE 'INVALID ALLOWANCE VALUE' TO WS-REJECT-REASON
           ELSE
              PERFORM 0215-VALIDATE-BRACKETS
           END-IF.
       0210-END.

      *        The bracket rules RATEPOST applies -- numeric, and a low
      *        bound not above the high bound -- plus a rate below
      *        1.000, which is all a withholding rate can be.
       0215-VALIDATE-BRACKETS.
           PERFORM VARYING WS-BRACKET-IDX FROM 1 BY 1
              UNTIL WS-BRACKET-IDX > 4 OR INVALID-TRANS
              IF TR-LOW(WS-BRACKET-IDX) NOT NUMERIC
                 OR TR-HIGH(WS-BRACKET-IDX) NOT NUMERIC
                 OR TR-RATE(WS-BRACKET-IDX) NOT NUMERIC
                 SET INVALID-TRANS TO TRUE
                 MOVE 'NON-NUMERIC BRACKET' TO WS-REJECT-REASON
              ELSE IF TR-RATE(WS-BRACKET-IDX) NOT < 1
                 SET INVALID-TRANS TO TRUE
                 MOVE 'INVALID BRACKET RATE' TO WS-REJECT-REASON
              ELSE IF TR-LOW(WS-BRACKET-IDX)
                 > TR-HIGH(WS-BRACKET-IDX)
                 SET INVALID-TRANS TO TRUE
                 MOVE 'BRACKET LOW ABOVE HIGH' TO WS-REJECT-REASON
              END-IF
           END-PERFORM.
       0215-END.

       0220-POST-TRANS.
           MOVE TR-JURIS TO WR-JURIS.
           MOVE TR-FILING-STATUS TO WR-FILING-STATUS.
           MOVE TR-EFF-DATE TO WR-EFF-DATE.
           PERFORM VARYING WS-BRACKET-IDX FROM 1 BY 1
              UNTIL WS-BRACKET-IDX > 4
              MOVE TR-LOW(WS-BRACKET-IDX) TO WR-LOW(WS-BRACKET-IDX)
              MOVE TR-HIGH(WS-BRACKET-IDX) TO WR-HIGH(WS-BRACKET-IDX)
              MOVE TR-RATE(WS-BRACKET-IDX) TO WR-RATE(WS-BRACKET-IDX)
           END-PERFORM.
           MOVE TR-ALLOWANCE-AMT TO WR-ALLOWANCE-AMT.
           WRITE WHRATE-RECORD
              INVALID KEY
                 MOVE 'DUPLICATE SET AND DATE'
                    TO WS-REJECT-REASON
                 PERFORM 0230-REJECT-TRANS
              NOT INVALID KEY
                 ADD 1 TO WS-RECORDS-WRITTEN
           END-WRITE.
       0220-END.

       0230-REJECT-TRANS.
           MOVE SPACES TO WHRTREJ-LINE.
           MOVE WHRTTRAN-RAW TO REJ-RAW-RECORD.
           MOVE WS-REJECT-REASON TO REJ-REASON.
           WRITE WHRTREJ-LINE.
           IF TREJ-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "WHRTREJ-LINE ", TREJ-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           ADD 1 TO WS-REJECT-COUNT.
       0230-END.

       9000-END-PROGRAM.
           OPEN EXTEND AUDITLOG-FILE.
           IF AUDIT-CHECK-KEY NOT = "00"
              OPEN OUTPUT AUDITLOG-FILE
           END-IF.
           MOVE 'WHRTPOST' TO AUDIT-PROGRAM-ID.
           MOVE WS-RUN-YYYY TO AUDIT-RUN-YYYY.
           MOVE WS-RUN-MM TO AUDIT-RUN-MM.
           MOVE WS-RUN-DD TO AUDIT-RUN-DD.
           MOVE WS-RECORDS-READ TO AUDIT-RECORDS-READ.
           MOVE WS-RECORDS-WRITTEN TO AUDIT-RECORDS-WRITTEN.
           MOVE WS-REJECT-COUNT TO AUDIT-RECORDS-REJECTED.
           MOVE 'ENDRUN' TO AUDIT-EVENT.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDITLOG-FILE.

           IF WS-REJECT-COUNT > 0
              MOVE 8 TO RETURN-CODE
           END-IF.

           STOP RUN.

          END PROGRAM WHRTPOST.
