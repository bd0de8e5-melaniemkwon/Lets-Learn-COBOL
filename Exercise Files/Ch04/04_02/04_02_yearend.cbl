           05 YTD-GARNISH        PIC 9(9)V99.
           05 YTD-NET-PAY        PIC S9(11)V99
              SIGN IS TRAILING SEPARATE CHARACTER.
           05 YTD-RETRO-PAY      PIC S9(9)V99
              SIGN IS TRAILING SEPARATE CHARACTER.

       FD EMPIDX-FILE.
       01 EMPRECIDX.
           05 CTL-PAY-DATE       PIC 9(8).
           05 CTL-CLOSED         PIC X.
           05 CTL-CLOSE-DATE     PIC X(8).
           05 CTL-PERIOD-DATE    PIC X(8).

       FD WAGESTMT-FILE.
       01 WAGESTMT-LINE          PIC X(132).
