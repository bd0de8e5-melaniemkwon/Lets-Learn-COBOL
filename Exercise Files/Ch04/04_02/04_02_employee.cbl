	       05 CTL-PAY-DATE       PIC 9(8).
	       05 CTL-CLOSED         PIC X.
	       05 CTL-CLOSE-DATE     PIC X(8).
	       05 CTL-PERIOD-DATE    PIC X(8).

	   FD EMPSTAT-FILE.
	   01 EMPSTAT-RECORD.
