      *        WS-CTL-CLOSED is the period lock PAYCLOSE sets once the
      *        period has balanced to the penny: a closed period
      *        refuses any further run against it, override or not.
      *        WS-CTL-PERIOD-DATE is the period-ending date PAYCALC
      *        paid the period as of, so a later run can tell which
      *        salary and rate records were in force for it.
       01  WS-RUN-CONTROL-AREAS.
           05 WS-CTL-IDX              PIC 9(2).
           05 WS-CTL-ENTRY OCCURS 26 TIMES.
              10 WS-CTL-PAY-DATE      PIC 9(8).
              10 WS-CTL-CLOSED        PIC X.
              10 WS-CTL-CLOSE-DATE    PIC 9(8).
              10 WS-CTL-PERIOD-DATE   PIC 9(8).
