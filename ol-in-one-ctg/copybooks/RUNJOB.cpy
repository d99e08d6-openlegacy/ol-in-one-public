      ******************************************************************
      *    COPYBOOK  : RUNJOB                                          *
      *    Record layout for the RUNJOB schedule definition file -     *
      *    one record per program on the nightly and monthly           *
      *    schedule, keyed by program name and loaded from the         *
      *    operations cards by RUNLD01. A daily program is expected    *
      *    every business date; a monthly one only when the day of     *
      *    the month is RJ-MONTH-DAY. Up to six predecessors must      *
      *    have completed on the run register for the same business    *
      *    date before RUNCTL lets the program start; a predecessor    *
      *    not expected on that date is passed over. RUNINQ and        *
      *    RUNRPT01 read the file to know what the night should hold.  *
      ******************************************************************
       01  RUN-JOB-RECORD.
           05  RJ-JOB-NAME             PIC X(08).
           05  RJ-FREQUENCY            PIC X(01).
               88  RJ-DAILY                VALUE 'D'.
               88  RJ-MONTHLY              VALUE 'M'.
           05  RJ-MONTH-DAY            PIC 9(02).
           05  RJ-DESCRIPTION          PIC X(30).
           05  RJ-PRED-COUNT           PIC 9(02).
           05  RJ-PREDECESSOR          PIC X(08)
                                       OCCURS 6 TIMES.
           05  FILLER                  PIC X(29).
