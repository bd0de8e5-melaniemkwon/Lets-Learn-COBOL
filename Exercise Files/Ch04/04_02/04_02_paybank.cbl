      * COMPANION FILE BANKACLD LOADS (BANKAIDX.DAT), AND A TRAILER
      * WITH THE RECORD COUNT AND TOTAL NET SO THE BANK CAN PROVE
      * NOTHING WAS DROPPED IN TRANSIT. EMPLOYEES WITH ZERO OR
      * NEGATIVE NET PAY, NO ACCOUNT ON FILE, AN ACCOUNT THE BANK HAS
      * RETURNED AS CLOSED (FLAGGED BY BANKRTN), OR AN ACCOUNT WHOSE
      * PRENOTE THE BANK HAS NOT YET VERIFIED NEVER REACH THE LIVE
      * BANK FILE; THEY ARE LISTED ON BANKEXCP.DAT FOR PAYROLL TO PAY
      * BY CHECK. A FIRST-TIME ACCOUNT STILL PENDING PRENOTE GETS A
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

      *        All three bank record types share one FD; BANK-REC-TYPE
      *        in byte 1 says which layout follows, the way the bank's
           05 BA-PRENOTE         PIC X.
              88 PRENOTE-PENDING      VALUE 'P'.
              88 PRENOTE-VERIFIED     VALUE 'V'.
           05 BA-ACCT-STATUS     PIC X.
              88 ACCOUNT-OPEN         VALUE 'A'.
              88 ACCOUNT-CLOSED       VALUE 'C'.

       FD AUDITLOG-FILE.
       COPY AUDITREC.
           END-IF.
       0115-END.

      *        Only an employee with positive net pay AND a verified,
      *        open account reaches the live bank file. A pending
      *        prenote still pays by check this cycle, but the
      *        zero-dollar prenote record goes out so the bank can
      *        verify the account before the next one.
       0200-PROCESS-NETPAY.
           ADD 1 TO WS-RECORDS-READ.
           IF NP-NET-PAY > ZERO
                    TO WS-EXCP-REASON
                 PERFORM 0220-WRITE-EXCEPTION
              ELSE
                 IF ACCOUNT-CLOSED
                    MOVE 'ACCOUNT CLOSED - PAY BY CHECK'
                       TO WS-EXCP-REASON
                    PERFORM 0220-WRITE-EXCEPTION
                 ELSE
                    IF PRENOTE-PENDING
                       PERFORM 0215-WRITE-PRENOTE
                       MOVE 'PRENOTE PENDING - PAY BY CHECK'
                          TO WS-EXCP-REASON
                       PERFORM 0220-WRITE-EXCEPTION
                    ELSE
                       PERFORM 0210-WRITE-DETAIL
                    END-IF
                 END-IF
              END-IF
           ELSE
