       IDENTIFICATION DIVISION.
       PROGRAM-ID. GARNLD.
      * MAINTAIN THE INDEXED GARNISHMENT CASE MASTER (GARNIDX.DAT,
      * RECORD KEY EMPLOYEEID + CASE NUMBER) FROM THE SEQUENTIAL
      * GARNCASE.DAT TRANSACTIONS. EACH CASE IS ONE COURT ORDER
      * WITHHELD THROUGH ONE OF THE EMPLOYEE'S THREE EL-GARNISHMENT
      * SLOTS ON PAYELIDX.DAT (THE SLOT STILL CARRIES THE PRIORITY
      * AND PER-PERIOD AMOUNT) AND ADDS WHAT THE SLOT CANNOT: THE
      * TOTAL OWED, THE AMOUNT WITHHELD TO DATE, THE REMAINING
      * BALANCE, THE PAYEE AGENCY AND THE DATE THE ORDER STOPS.
      * UNLIKE THE OTHER COMPANION LOADS THE FILE IS NEVER REBUILT --
      * PAYCALC KEEPS THE RUNNING BALANCES ON IT -- SO THE FEED IS
      * TRANSACTIONS:
      *   A  ADD A NEW CASE, BALANCE = TOTAL OWED;
      *   C  CHANGE AGENCY, TOTAL OWED AND STOP DATE, THE BALANCE
      *      RECOMPUTED AGAINST THE AMOUNT ALREADY WITHHELD;
      *   X  CLOSE A CASE BY ORDER OF THE COURT OR AGENCY.
      * A BAD FIELD, AN UNKNOWN OR DUPLICATE CASE, OR A SECOND OPEN
      * CASE ON THE SAME SLOT IS SURFACED TO GARNREJ.DAT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT GARNTRAN-FILE ASSIGN TO "GARNCASE.DAT"
        FILE STATUS IS SEQ-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT GARNCASE-FILE ASSIGN TO "GARNIDX.DAT"
        FILE STATUS IS GARN-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS GC-KEY.

       SELECT ELECT-FILE ASSIGN TO "PAYELIDX.DAT"
        FILE STATUS IS ELECT-CHECK-KEY
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS EL-EMP-ID.

       SELECT GARNREJ-FILE ASSIGN TO "GARNREJ.DAT"
        FILE STATUS IS REJECT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       SELECT AUDITLOG-FILE ASSIGN TO "AUDITLOG.DAT"
        FILE STATUS IS AUDIT-CHECK-KEY
        ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD GARNTRAN-FILE.
       01 GARNTRAN-RECORD.
           88 ENDOFFILE VALUE HIGH-VALUES.
           05 GT-ACTION             PIC X.
              88 GT-ADD                  VALUE 'A'.
              88 GT-CHANGE               VALUE 'C'.
              88 GT-CLOSE                VALUE 'X'.
           05 GT-EMP-ID             PIC 9(7).
           05 GT-CASE-NO            PIC X(12).
           05 GT-SLOT               PIC 9.
           05 GT-AGENCY-ID          PIC X(6).
           05 GT-AGENCY-NAME        PIC X(24).
           05 GT-TOTAL-OWED         PIC 9(9)V99.
           05 GT-STOP-DATE          PIC 9(8).
       01 GARNTRAN-RAW REDEFINES GARNTRAN-RECORD PIC X(70).

      *        GC-STATUS: 'A' ACTIVE, 'P' PAID OFF, 'S' STOPPED (STOP
      *        DATE REACHED), 'X' CLOSED BY ORDER. THE GC-LAST- FIELDS
      *        HOLD THE LAST PERIOD PAYCALC APPLIED, SO A RERUN OR A
      *        PAYREV REVERSAL CAN BACK IT OUT, AND GARNRMT REMITS IT.
       FD GARNCASE-FILE.
       01 GARNCASE-RECORD.
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

       FD ELECT-FILE.
       01 ELECT-RECORD.
           05 EL-EMP-ID             PIC 9(7).
           05 EL-RETIRE-PCT         PIC 9(2)V99.
           05 EL-HEALTH-PLAN        PIC X(3).
           05 EL-GARNISHMENT OCCURS 3 TIMES.
              10 EL-GARN-PRIORITY   PIC 9.
              10 EL-GARN-AMOUNT     PIC 9(5)V99.

       FD GARNREJ-FILE.
       01 GARNREJ-LINE.
           05 REJ-RAW-RECORD        PIC X(70).
           05 FILLER                PIC X(3) VALUE SPACES.
           05 REJ-REASON            PIC X(30).

       FD AUDITLOG-FILE.
       COPY AUDITREC.

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05  SEQ-CHECK-KEY        PIC X(2).
           05  GARN-CHECK-KEY       PIC X(2).
           05  ELECT-CHECK-KEY      PIC X(2).
           05  REJECT-CHECK-KEY     PIC X(2).
           05  AUDIT-CHECK-KEY      PIC X(2).
           05  WS-RECORDS-READ      PIC 9(9) VALUE ZERO.
           05  WS-RECORDS-WRITTEN   PIC 9(9) VALUE ZERO.
           05  WS-REJECT-COUNT      PIC 9(9) VALUE ZERO.
           05  WS-REJECT-REASON     PIC X(30).
           05  WS-RUN-DATE-NUM      PIC 9(8) VALUE ZERO.
           05  WS-NEW-BALANCE       PIC S9(9)V99.
           05  WS-ELECT-AVAIL-SW    PIC X VALUE 'N'.
               88  ELECT-AVAILABLE        VALUE 'Y'.
           05  WS-VALID-SW          PIC X.
               88  VALID-GARN-TRAN        VALUE 'Y'.
               88  INVALID-GARN-TRAN      VALUE 'N'.
           05  WS-SCAN-SW           PIC X.
               88  MORE-CASES             VALUE 'Y'.
               88  NO-MORE-CASES          VALUE 'N'.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY          PIC 9(4).
           05  WS-RUN-MM            PIC 9(2).
           05  WS-RUN-DD            PIC 9(2).

       PROCEDURE DIVISION.
       0100-LOAD-GARN-CASES.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-RUN-DATE-NUM =
              WS-RUN-YYYY * 10000 + WS-RUN-MM * 100 + WS-RUN-DD.
           OPEN INPUT GARNTRAN-FILE
           IF SEQ-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "GARNTRAN-FILE ", SEQ-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           PERFORM 0105-OPEN-GARNCASE-FILE.
           OPEN OUTPUT GARNREJ-FILE
           IF REJECT-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from OPEN ",
                 "GARNREJ-FILE ", REJECT-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           OPEN INPUT ELECT-FILE.
           IF ELECT-CHECK-KEY = "00"
              MOVE 'Y' TO WS-ELECT-AVAIL-SW
           ELSE
              MOVE 'N' TO WS-ELECT-AVAIL-SW
           END-IF.

           READ GARNTRAN-FILE
              AT END SET ENDOFFILE TO TRUE
           END-READ.
           PERFORM 0200-PROCESS-RECORD UNTIL ENDOFFILE.

           DISPLAY "GARNLD RECORDS READ      = " WS-RECORDS-READ.
           DISPLAY "GARNLD RECORDS APPLIED   = " WS-RECORDS-WRITTEN.
           DISPLAY "GARNLD RECORDS REJECTED  = " WS-REJECT-COUNT.
           CLOSE GARNTRAN-FILE, GARNCASE-FILE, GARNREJ-FILE.
           IF ELECT-AVAILABLE
              CLOSE ELECT-FILE
           END-IF.

           PERFORM 9000-END-PROGRAM.
       0100-END.

      *        The case master persists across runs, so the first
      *        load has to create it before it can be opened I-O.
       0105-OPEN-GARNCASE-FILE.
           OPEN I-O GARNCASE-FILE.
           IF GARN-CHECK-KEY NOT = "00"
              OPEN OUTPUT GARNCASE-FILE
              IF GARN-CHECK-KEY NOT = "00"
                 DISPLAY "Non-zero file status returned from OPEN ",
                    "GARNCASE-FILE ", GARN-CHECK-KEY
                 GO TO 9000-END-PROGRAM
              END-IF
              CLOSE GARNCASE-FILE
              OPEN I-O GARNCASE-FILE
              IF GARN-CHECK-KEY NOT = "00"
                 DISPLAY "Non-zero file status returned from OPEN ",
                    "GARNCASE-FILE ", GARN-CHECK-KEY
                 GO TO 9000-END-PROGRAM
              END-IF
           END-IF.
       0105-END.

       0200-PROCESS-RECORD.
           ADD 1 TO WS-RECORDS-READ.
           PERFORM 0210-VALIDATE-RECORD.
           IF VALID-GARN-TRAN
              IF GT-ADD
                 PERFORM 0230-ADD-CASE
              ELSE
                 IF GT-CHANGE
                    PERFORM 0240-CHANGE-CASE
                 ELSE
                    PERFORM 0250-CLOSE-CASE
                 END-IF
              END-IF
           END-IF.
           IF INVALID-GARN-TRAN
              PERFORM 0290-REJECT-RECORD
           END-IF.
           READ GARNTRAN-FILE
              AT END SET ENDOFFILE TO TRUE
           END-READ.
       0200-END.

      *        A close needs only the key; an add or change carries
      *        the whole order. A stop date of zero means the order
      *        runs until the balance is paid.
       0210-VALIDATE-RECORD.
           SET VALID-GARN-TRAN TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF NOT GT-ADD AND NOT GT-CHANGE AND NOT GT-CLOSE
              SET INVALID-GARN-TRAN TO TRUE
              MOVE 'INVALID ACTION' TO WS-REJECT-REASON
           ELSE IF GT-EMP-ID NOT NUMERIC OR GT-EMP-ID = ZERO
              SET INVALID-GARN-TRAN TO TRUE
              MOVE 'INVALID EMPLOYEEID' TO WS-REJECT-REASON
           ELSE IF GT-CASE-NO = SPACES
              SET INVALID-GARN-TRAN TO TRUE
              MOVE 'CASE NUMBER REQUIRED' TO WS-REJECT-REASON
           ELSE IF GT-CLOSE
              CONTINUE
           ELSE IF GT-SLOT NOT NUMERIC OR GT-SLOT < 1 OR GT-SLOT > 3
              SET INVALID-GARN-TRAN TO TRUE
              MOVE 'INVALID GARNISHMENT SLOT' TO WS-REJECT-REASON
           ELSE IF GT-AGENCY-ID = SPACES
              SET INVALID-GARN-TRAN TO TRUE
              MOVE 'PAYEE AGENCY REQUIRED' TO WS-REJECT-REASON
           ELSE IF GT-TOTAL-OWED NOT NUMERIC OR GT-TOTAL-OWED = ZERO
              SET INVALID-GARN-TRAN TO TRUE
              MOVE 'INVALID TOTAL OWED' TO WS-REJECT-REASON
           ELSE IF GT-STOP-DATE NOT NUMERIC
              SET INVALID-GARN-TRAN TO TRUE
              MOVE 'INVALID STOP DATE' TO WS-REJECT-REASON
           ELSE
              PERFORM 0215-CHECK-ELECTION-SLOT
           END-IF.
       0210-END.

      *        The slot has to be a live garnishment on the
      *        employee's elections, or PAYCALC would never withhold
      *        anything against the case.
       0215-CHECK-ELECTION-SLOT.
           IF ELECT-AVAILABLE
              MOVE GT-EMP-ID TO EL-EMP-ID
              READ ELECT-FILE
                 INVALID KEY
                    SET INVALID-GARN-TRAN TO TRUE
                    MOVE 'NO ELECTIONS RECORD'
                       TO WS-REJECT-REASON
                 NOT INVALID KEY
                    IF EL-GARN-PRIORITY(GT-SLOT) = ZERO
                       SET INVALID-GARN-TRAN TO TRUE
                       MOVE 'SLOT NOT ELECTED ON PAYELIDX'
                          TO WS-REJECT-REASON
                    END-IF
              END-READ
           END-IF.
       0215-END.

      *        Only one open case may draw on a slot at a time: the
      *        slot's per-period amount would otherwise be counted
      *        against two balances.
       0220-CHECK-SLOT-FREE.
           MOVE GT-EMP-ID TO GC-EMP-ID.
           MOVE LOW-VALUES TO GC-CASE-NO.
           SET MORE-CASES TO TRUE.
           START GARNCASE-FILE KEY IS NOT LESS THAN GC-KEY
              INVALID KEY SET NO-MORE-CASES TO TRUE
           END-START.
           PERFORM 0225-READ-NEXT-CASE
              UNTIL NO-MORE-CASES OR INVALID-GARN-TRAN.
       0220-END.

       0225-READ-NEXT-CASE.
           READ GARNCASE-FILE NEXT RECORD
              AT END SET NO-MORE-CASES TO TRUE
              NOT AT END
                 IF GC-EMP-ID NOT = GT-EMP-ID
                    SET NO-MORE-CASES TO TRUE
                 ELSE
                    IF CASE-ACTIVE AND GC-SLOT = GT-SLOT
                       AND GC-CASE-NO NOT = GT-CASE-NO
                       SET INVALID-GARN-TRAN TO TRUE
                       MOVE 'SLOT ALREADY HAS AN OPEN CASE'
                          TO WS-REJECT-REASON
                    END-IF
                 END-IF
           END-READ.
       0225-END.

       0230-ADD-CASE.
           PERFORM 0220-CHECK-SLOT-FREE.
           IF VALID-GARN-TRAN
              MOVE GT-EMP-ID TO GC-EMP-ID
              MOVE GT-CASE-NO TO GC-CASE-NO
              MOVE GT-SLOT TO GC-SLOT
              MOVE GT-AGENCY-ID TO GC-AGENCY-ID
              MOVE GT-AGENCY-NAME TO GC-AGENCY-NAME
              MOVE GT-TOTAL-OWED TO GC-TOTAL-OWED
              MOVE ZERO TO GC-WITHHELD-TD
              MOVE GT-TOTAL-OWED TO GC-BALANCE
              MOVE GT-STOP-DATE TO GC-STOP-DATE
              SET CASE-ACTIVE TO TRUE
              MOVE WS-RUN-DATE-NUM TO GC-OPEN-DATE
              MOVE ZERO TO GC-CLOSE-DATE
              MOVE ZERO TO GC-LAST-PERIOD
              MOVE ZERO TO GC-LAST-PERIOD-DATE
              MOVE ZERO TO GC-LAST-ORDERED
              MOVE ZERO TO GC-LAST-WITHHELD
              MOVE ZERO TO GC-ARREARS
              WRITE GARNCASE-RECORD
                 INVALID KEY
                    SET INVALID-GARN-TRAN TO TRUE
                    MOVE 'CASE ALREADY ON FILE'
                       TO WS-REJECT-REASON
                 NOT INVALID KEY
                    ADD 1 TO WS-RECORDS-WRITTEN
              END-WRITE
           END-IF.
       0230-END.

      *        A change re-states the order. The balance is always
      *        what is still owed against what has already been
      *        withheld, and a case the new total leaves fully paid is
      *        closed as paid off.
       0240-CHANGE-CASE.
           PERFORM 0220-CHECK-SLOT-FREE.
           IF VALID-GARN-TRAN
              MOVE GT-EMP-ID TO GC-EMP-ID
              MOVE GT-CASE-NO TO GC-CASE-NO
              READ GARNCASE-FILE
                 INVALID KEY
                    SET INVALID-GARN-TRAN TO TRUE
                    MOVE 'CASE NOT ON FILE' TO WS-REJECT-REASON
              END-READ
           END-IF.
           IF VALID-GARN-TRAN
              IF CASE-CLOSED
                 SET INVALID-GARN-TRAN TO TRUE
                 MOVE 'CASE IS CLOSED' TO WS-REJECT-REASON
              ELSE
                 COMPUTE WS-NEW-BALANCE =
                    GT-TOTAL-OWED - GC-WITHHELD-TD
                 IF WS-NEW-BALANCE < ZERO
                    SET INVALID-GARN-TRAN TO TRUE
                    MOVE 'TOTAL OWED BELOW WITHHELD'
                       TO WS-REJECT-REASON
                 END-IF
              END-IF
           END-IF.
           IF VALID-GARN-TRAN
              MOVE GT-SLOT TO GC-SLOT
              MOVE GT-AGENCY-ID TO GC-AGENCY-ID
              MOVE GT-AGENCY-NAME TO GC-AGENCY-NAME
              MOVE GT-TOTAL-OWED TO GC-TOTAL-OWED
              MOVE WS-NEW-BALANCE TO GC-BALANCE
              MOVE GT-STOP-DATE TO GC-STOP-DATE
              IF GC-BALANCE = ZERO
                 SET CASE-PAID-OFF TO TRUE
                 MOVE WS-RUN-DATE-NUM TO GC-CLOSE-DATE
              ELSE
                 SET CASE-ACTIVE TO TRUE
                 MOVE ZERO TO GC-CLOSE-DATE
              END-IF
              PERFORM 0260-REWRITE-CASE
           END-IF.
       0240-END.

       0250-CLOSE-CASE.
           MOVE GT-EMP-ID TO GC-EMP-ID.
           MOVE GT-CASE-NO TO GC-CASE-NO.
           READ GARNCASE-FILE
              INVALID KEY
                 SET INVALID-GARN-TRAN TO TRUE
                 MOVE 'CASE NOT ON FILE' TO WS-REJECT-REASON
           END-READ.
           IF VALID-GARN-TRAN
              IF CASE-CLOSED
                 SET INVALID-GARN-TRAN TO TRUE
                 MOVE 'CASE ALREADY CLOSED' TO WS-REJECT-REASON
              ELSE
                 SET CASE-CLOSED TO TRUE
                 MOVE WS-RUN-DATE-NUM TO GC-CLOSE-DATE
                 PERFORM 0260-REWRITE-CASE
              END-IF
           END-IF.
       0250-END.

       0260-REWRITE-CASE.
           REWRITE GARNCASE-RECORD
              INVALID KEY
                 DISPLAY "Non-zero file status returned from ",
                    "REWRITE GARNCASE-RECORD ", GARN-CHECK-KEY
                 GO TO 9000-END-PROGRAM
           END-REWRITE.
           ADD 1 TO WS-RECORDS-WRITTEN.
       0260-END.

       0290-REJECT-RECORD.
           MOVE SPACES TO GARNREJ-LINE.
           MOVE GARNTRAN-RAW TO REJ-RAW-RECORD.
           MOVE WS-REJECT-REASON TO REJ-REASON.
           WRITE GARNREJ-LINE.
           IF REJECT-CHECK-KEY NOT = "00"
              DISPLAY "Non-zero file status returned from WRITE ",
                 "GARNREJ-LINE ", REJECT-CHECK-KEY
              GO TO 9000-END-PROGRAM
           END-IF.
           ADD 1 TO WS-REJECT-COUNT.
       0290-END.

       9000-END-PROGRAM.
           OPEN EXTEND AUDITLOG-FILE.
           IF AUDIT-CHECK-KEY NOT = "00"
              OPEN OUTPUT AUDITLOG-FILE
           END-IF.
           MOVE 'GARNLD' TO AUDIT-PROGRAM-ID.
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

          END PROGRAM GARNLD.
