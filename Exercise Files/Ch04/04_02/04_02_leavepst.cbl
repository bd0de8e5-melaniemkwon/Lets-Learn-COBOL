       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEAVEPST.
      * POST LEAVE-TAKEN TRANSACTIONS FROM LEAVETKN.DAT AGAINST THE
      * VACATION AND SICK LEAVE BANK (LEAVEIDX.DAT, INDEXED ON
      * EMPLOYEEID) THAT PAYCALC ACCRUES EVERY PAY PERIOD. EACH
      * TRANSACTION TAKES ITS HOURS OFF THE VACATION ('V') OR SICK
      * ('S') BALANCE AND ADDS THEM TO THE YEAR'S HOURS TAKEN. LEAVE
      * TAKEN IN A YEAR THE BANK HAS NOT YET ROLLED INTO ROLLS IT
      * OVER FIRST, UNDER THE SAME CARRY-OVER CAPS PAYCALC APPLIES.
      * A TRANSACTION CARRYING A BAD ID, TYPE, DATE OR HOURS, FOR AN
      * EMPLOYEE WITH NO LEAVE BANK, OR FOR MORE HOURS THAN THE
      * BALANCE HOLDS, IS REJECTED TO LEAVEREJ.DAT. EVERY TRANSACTION
      * POSTED IS ALSO APPENDED TO THE POSTED-TRANSACTION LOG
      * (LEAVETLG.DAT), SO THE SAME LEAVETKN.DAT RUN A SECOND TIME IS
      * REJECTED TRANSACTION BY TRANSACTION RATHER THAN TAKING THE
      * HOURS OFF THE BALANCE AGAIN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LEAVETKN-FILE ASSIGN TO "LEAVETKN.DAT"
        FILE STATUS IS TRANS-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT LEAVE-FILE ASSIGN TO "LEAVEIDX.DAT"
        FILE STATUS IS LEAVE-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS LV-EMP-ID.

       SELECT LEAVEREJ-FILE ASSIGN TO "LEAVEREJ.DAT"
        FILE STATUS IS TREJ-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT TLOG-FILE ASSIGN TO "LEAVETLG.DAT"
        FILE STATUS IS TLOG-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG.DAT"
        FILE STATUS IS AUDIT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD LEAVETKN-FILE.
       01 LEAVETKN-RECORD.
           88 ENDOFFILE VALUE HIGH-VALUES.
           05 LT-EMP-ID             PIC 9(7).
           05 LT-LEAVE-TYPE         PIC X.
              88 LT-VACATION            VALUE 'V'.
              88 LT-SICK                VALUE 'S'.
           05 LT-TAKEN-DATE.
              10 LT-TAKEN-YYYY      PIC 9(4).
              10 LT-TAKEN-MM        PIC 9(2).
              10 LT-TAKEN-DD        PIC 9(2).
           05 LT-HOURS              PIC 9(3)V99.
       01 LEAVETKN-RAW REDEFINES LEAVETKN-RECORD PIC X(21).

       FD LEAVE-FILE.
       01 LEAVE-RECORD.
           05 LV-EMP-ID             PIC 9(7).
           05 LV-YEAR               PIC 9(4).
           05 LV-VAC-BALANCE        PIC S9(5)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 LV-VAC-CARRIED        PIC S9(5)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 LV-VAC-ACCRUED        PIC 9(5)V99.
           05 LV-VAC-TAKEN          PIC 9(5)V99.
           05 LV-VAC-FORFEIT        PIC 9(5)V99.
           05 LV-SICK-BALANCE       PIC S9(5)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 LV-SICK-CARRIED       PIC S9(5)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 LV-SICK-ACCRUED       PIC 9(5)V99.
           05 LV-SICK-TAKEN         PIC 9(5)V99.
           05 LV-SICK-FORFEIT       PIC 9(5)V99.
           05 LV-LAST-PERIOD        PIC 9(2).
           05 LV-LAST-PERIOD-DATE   PIC 9(8).
           05 LV-LAST-VAC-ACCRUAL   PIC 9(2)V99.
           05 LV-LAST-SICK-ACCRUAL  PIC 9(2)V99.
           05 LV-LAST-TAKEN-DATE    PIC 9(8).

       FD LEAVEREJ-FILE.
       01 LEAVEREJ-LINE.
           05 REJ-RAW-RECORD        PIC X(21).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 REJ-REASON            PIC X(30).

      *        One line per transaction posted, across runs: the
      *        transaction as it arrived and the day it was posted.
       FD TLOG-FILE.
       01 TLOG-RECORD.
           88 TLOGATEOF VALUE HIGH-VALUES.
           05 TL-TRANS              PIC X(21).
           05 TL-RUN-DATE           PIC 9(8).

       FD AUDITLOG-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  TRANS-CHECK-KEY      PIC X(2).
           05  LEAVE-CHECK-KEY      PIC X(2).
           05  TREJ-CHECK-KEY       PIC X(2).
           05  TLOG-CHECK-KEY       PIC X(2).
           05  AUDIT-CHECK-KEY      PIC X(2).
           05  WS-RECORDS-READ      PIC 9(9) VALUE ZERO.
           05  WS-RECORDS-WRITTEN   PIC 9(9) VALUE ZERO.
           05  WS-REJECT-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-ROLLED-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-REJECT-REASON     PIC X(30).
           05  WS-VALID-SW          PIC X.
               88  VALID-TRANS            VALUE 'Y'.
               88  INVALID-TRANS          VALUE 'N'.
           05  WS-TAKEN-DATE-NUM    PIC 9(8).
           05  WS-ROLLED-SW         PIC X.
               88  BANK-ROLLED            VALUE 'Y'.
           05  WS-RUN-DATE-NUM      PIC 9(8) VALUE ZERO.

      *        The transactions earlier runs posted, off LEAVETLG.DAT.
      *        WS-PL-USED-SW is set once a transaction in this run has
      *        been matched to the entry, so the same line twice in
      *        one file is matched to two postings, not one.
       01  WS-POSTED-LOG-AREAS.
           05  WS-PL-MAX            PIC 9(5) VALUE 10000.
           05  WS-PL-COUNT          PIC 9(5) VALUE ZERO.
           05  WS-PL-IDX            PIC 9(5).
           05  WS-PL-MATCH-IDX      PIC 9(5).
           05  WS-PL-ENTRY OCCURS 10000 TIMES.
               10  WS-PL-TRANS      PIC X(21).
               10  WS-PL-USED-SW    PIC X.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(4).
           05  WS-RUN-MM            PIC 9(2).
           05  WS-RUN-DD            PIC 9(2).

       COPY LEAVEWS.

       PROCEDURE DIVISION.
       0100-POST-LEAVE-TAKEN.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-NUM =
              WS-RUN-YYYY * 10000 + WS-RUN-MM * 100 + WS-RUN-DD.
           PERFORM 0105-LOAD-POSTED-LOG THRU 0105-END.
           OPEN INPUT LEAVETKN-FILE
           IF TRANS-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "LEAVETKN-FILE ", TRANS-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN I-O LEAVE-FILE
           IF LEAVE-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "LEAVE-FILE ", LEAVE-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN OUTPUT LEAVEREJ-FILE
           IF TREJ-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "LEAVEREJ-FILE ", TREJ-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN EXTEND TLOG-FILE
           IF TLOG-CHECK-KEY NOT = "00"
              OPEN OUTPUT TLOG-FILE
           END-IF.
           IF TLOG-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "TLOG-FILE ", TLOG-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.

           READ LEAVETKN-FILE
              AT END SET ENDOFFILE TO TRUE
           END-READ.
           PERFORM 0200-PROCESS-TRANS UNTIL ENDOFFILE.

           CLOSE LEAVETKN-FILE, LEAVE-FILE, LEAVEREJ-FILE, TLOG-FILE.

           DISPLAY "LEAVEPST TRANSACTIONS READ = " WS-RECORDS-READ.
           DISPLAY "LEAVEPST RECORDS POSTED    = " WS-RECORDS-WRITTEN.
           DISPLAY "LEAVEPST TRANS REJECTED    = " WS-REJECT-COUNT.
           IF WS-ROLLED-COUNT > 0
              DISPLAY "LEAVEPST BANKS ROLLED OVER = " WS-ROLLED-COUNT
           END-IF.

           PERFORM 9000-END-PROGRAM.
       0100-END.

      *        Every transaction earlier runs posted. The log is kept
      *        whole: a table too small to hold it could let one of
      *        them post a second time, so the run stops instead.
       0105-LOAD-POSTED-LOG.
           OPEN INPUT TLOG-FILE.
           IF TLOG-CHECK-KEY NOT = "00"
              GO TO 0105-END
           END-IF.
           READ TLOG-FILE
              AT END SET TLOGATEOF TO TRUE
           END-READ.
           PERFORM 0107-KEEP-POSTED-ENTRY THRU 0107-END
              UNTIL TLOGATEOF.
           CLOSE TLOG-FILE.
       0105-END.

       0107-KEEP-POSTED-ENTRY.
           IF WS-PL-COUNT >= WS-PL-MAX
              DISPLAY "LEAVEPST REFUSED: MORE THAN " WS-PL-MAX
                 " POSTINGS ON LEAVETLG.DAT, NOTHING POSTED"
              CLOSE TLOG-FILE
              MOVE 8 TO RETURN-CODE
              GO TO 9000-END-PROGRAM
           END-IF.
           ADD 1 TO WS-PL-COUNT.
           MOVE TL-TRANS TO WS-PL-TRANS(WS-PL-COUNT).
           MOVE 'N' TO WS-PL-USED-SW(WS-PL-COUNT).
           READ TLOG-FILE
              AT END SET TLOGATEOF TO TRUE
           END-READ.
       0107-END.

       0200-PROCESS-TRANS.
           ADD 1 TO WS-RECORDS-READ.
           PERFORM 0210-VALIDATE-TRANS.
           IF VALID-TRANS
              PERFORM 0220-POST-TRANS
           ELSE
              PERFORM 0230-REJECT-TRANS
           END-IF.
           READ LEAVETKN-FILE
              AT END SET ENDOFFILE TO TRUE
           END-READ.
       0200-END.

       0210-VALIDATE-TRANS.
           SET VALID-TRANS TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF LT-EMP-ID NOT NUMERIC OR LT-EMP-ID = ZERO
              SET INVALID-TRANS TO TRUE
              MOVE 'INVALID EMPLOYEEID' TO WS-REJECT-REASON
           ELSE IF NOT LT-VACATION AND NOT LT-SICK
              SET INVALID-TRANS TO TRUE
              MOVE 'INVALID LEAVE TYPE' TO WS-REJECT-REASON
           ELSE IF LT-TAKEN-YYYY NOT NUMERIC OR LT-TAKEN-YYYY = ZERO
              SET INVALID-TRANS TO TRUE
              MOVE 'INVALID TAKEN YEAR' TO WS-REJECT-REASON
           ELSE IF LT-TAKEN-MM NOT NUMERIC
              OR LT-TAKEN-MM < 1 OR LT-TAKEN-MM > 12
              SET INVALID-TRANS TO TRUE
              MOVE 'INVALID TAKEN MONTH' TO WS-REJECT-REASON
           ELSE IF LT-TAKEN-DD NOT NUMERIC
              OR LT-TAKEN-DD < 1 OR LT-TAKEN-DD > 31
              SET INVALID-TRANS TO TRUE
              MOVE 'INVALID TAKEN DAY' TO WS-REJECT-REASON
           ELSE IF LT-HOURS NOT NUMERIC OR LT-HOURS = ZERO
              SET INVALID-TRANS TO TRUE
              MOVE 'INVALID HOURS' TO WS-REJECT-REASON
           END-IF.
           IF VALID-TRANS
              PERFORM 0215-CHECK-ALREADY-POSTED
           END-IF.
       0210-END.

      *        A transaction identical to one an earlier run posted,
      *        and not already matched in this run, is that posting
      *        sent again.
       0215-CHECK-ALREADY-POSTED.
           MOVE ZERO TO WS-PL-MATCH-IDX.
           PERFORM VARYING WS-PL-IDX FROM 1 BY 1
              UNTIL WS-PL-IDX > WS-PL-COUNT
                 OR WS-PL-MATCH-IDX > ZERO
              IF WS-PL-TRANS(WS-PL-IDX) = LEAVETKN-RAW
                 AND WS-PL-USED-SW(WS-PL-IDX) = 'N'
                 MOVE WS-PL-IDX TO WS-PL-MATCH-IDX
              END-IF
           END-PERFORM.
           IF WS-PL-MATCH-IDX > ZERO
              MOVE 'Y' TO WS-PL-USED-SW(WS-PL-MATCH-IDX)
              SET INVALID-TRANS TO TRUE
              MOVE 'ALREADY POSTED IN EARLIER RUN' TO WS-REJECT-REASON
           END-IF.
       0215-END.

      *        Leave taken in a later year than the bank carries is
      *        taken from the rolled-over balance, so the carry-over
      *        cap is applied before, not after, the new year's first
      *        leave comes off. Nothing is rewritten for a rejected
      *        transaction; the rollover simply happens again with the
      *        next posting or pay run.
       0220-POST-TRANS.
           MOVE LT-EMP-ID TO LV-EMP-ID.
           READ LEAVE-FILE
              INVALID KEY
                 SET INVALID-TRANS TO TRUE
                 MOVE 'NO LEAVE BANK FOR EMPLOYEE' TO WS-REJECT-REASON
           END-READ.
           IF VALID-TRANS
              MOVE 'N' TO WS-ROLLED-SW
              IF LV-YEAR < LT-TAKEN-YYYY
                 MOVE LT-TAKEN-YYYY TO WS-LEAVE-YEAR
                 PERFORM 0995-ROLL-LEAVE-YEAR
                 SET BANK-ROLLED TO TRUE
              END-IF
              PERFORM 0225-TAKE-LEAVE-HOURS
           END-IF.
           IF INVALID-TRANS
              PERFORM 0230-REJECT-TRANS
           ELSE
              REWRITE LEAVE-RECORD
                 INVALID KEY
                    DISPLAY "Non-zero file status returned from ",
                       "REWRITE LEAVE-RECORD ", LEAVE-CHECK-KEY
                    GO TO 9000-END-PROGRAM
              END-REWRITE
              ADD 1 TO WS-RECORDS-WRITTEN
              PERFORM 0227-WRITE-POSTED-LOG
              IF BANK-ROLLED
                 ADD 1 TO WS-ROLLED-COUNT
              END-IF
           END-IF.
       0220-END.

      *        The hours come off the balance of their own type; a
      *        balance that cannot cover them rejects the transaction.
       0225-TAKE-LEAVE-HOURS.
           MOVE LT-TAKEN-DATE TO WS-TAKEN-DATE-NUM.
           IF LT-VACATION
              IF LT-HOURS > LV-VAC-BALANCE
                 SET INVALID-TRANS TO TRUE
                 MOVE 'INSUFFICIENT VACATION BALANCE'
                    TO WS-REJECT-REASON
              ELSE
                 SUBTRACT LT-HOURS FROM LV-VAC-BALANCE
                 ADD LT-HOURS TO LV-VAC-TAKEN
              END-IF
           ELSE
              IF LT-HOURS > LV-SICK-BALANCE
                 SET INVALID-TRANS TO TRUE
                 MOVE 'INSUFFICIENT SICK BALANCE' TO WS-REJECT-REASON
              ELSE
                 SUBTRACT LT-HOURS FROM LV-SICK-BALANCE
                 ADD LT-HOURS TO LV-SICK-TAKEN
              END-IF
           END-IF.
           IF VALID-TRANS
              AND WS-TAKEN-DATE-NUM > LV-LAST-TAKEN-DATE
              MOVE WS-TAKEN-DATE-NUM TO LV-LAST-TAKEN-DATE
           END-IF.
       0225-END.

       0227-WRITE-POSTED-LOG.
           MOVE LEAVETKN-RAW TO TL-TRANS.
           MOVE WS-RUN-DATE-NUM TO TL-RUN-DATE.
           WRITE TLOG-RECORD.
           IF TLOG-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "TLOG-RECORD ", TLOG-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
       0227-END.

       0230-REJECT-TRANS.
           MOVE SPACES TO LEAVEREJ-LINE.
           MOVE LEAVETKN-RAW TO REJ-RAW-RECORD.
           MOVE WS-REJECT-REASON TO REJ-REASON.
           WRITE LEAVEREJ-LINE.
           IF TREJ-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "LEAVEREJ-LINE ", TREJ-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           ADD 1 TO WS-REJECT-COUNT.
       0230-END.

       COPY LEAVEPR.

       9000-END-PROGRAM.
           OPEN EXTEND AUDITLOG-FILE.
           IF AUDIT-CHECK-KEY NOT = "00"
              OPEN OUTPUT AUDITLOG-FILE
           END-IF.
           MOVE 'LEAVEPST' TO AUDIT-PROGRAM-ID.
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

          END PROGRAM LEAVEPST.
