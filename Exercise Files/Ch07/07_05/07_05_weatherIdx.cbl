      * LOADS (STNIDX.DAT): AN UNKNOWN STATION CODE, OR A READING
      * DATED OUTSIDE THE STATION'S ACTIVE FROM/TO RANGE, IS REJECTED
      * WITH A REASON INSTEAD OF QUIETLY BECOMING A NEW "STATION"
      * THAT SPLITS A SITE'S HISTORY IN TWO. A SINGLE STATION-DAY IS
      * FIXED IN PLACE BY WTHRMNT; SINCE THIS LOAD REBUILDS THE WHOLE
      * DATABASE, A CORRECTION JOURNALED ON WTHRJRNL.DAT SINCE THE LAST
      * LOAD MUST ALSO BE MADE IN weather.csv OR RE-APPLIED AFTER IT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
