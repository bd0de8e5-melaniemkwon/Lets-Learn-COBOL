      *        Operator sign-on for runs that enter or approve pay and
      *        bank-account changes (0930-READ-OPERATOR-ID, COPY
      *        OPERPR). Whoever runs the job puts their operator ID on
      *        OPERATOR.DAT; it is stamped on every change the run
      *        holds, posts or approves so APPRLOG.DAT can show who
      *        entered and who approved each one. A run with no
      *        operator ID is refused by the copying program.
       01  WS-OPERATOR-AREAS.
           05 OPER-CHECK-KEY         PIC X(2).
           05 WS-OPERATOR-ID         PIC X(8) VALUE SPACES.
           05 WS-OPERATOR-SW         PIC X VALUE 'N'.
              88 OPERATOR-SIGNED-ON       VALUE 'Y'.
