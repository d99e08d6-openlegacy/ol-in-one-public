      ******************************************************************
      *    COPYBOOK  : BUSCTL                                          *
      *    The single business-date control record, keyed by the       *
      *    constant BC-CONTROL-ID. RUNDAT01 sets BC-BUS-DATE once at   *
      *    the open of each processing day, and RUNCTL hands it back   *
      *    to every scheduled program at its start - so a chain that   *
      *    runs on past midnight stays on the one business date, and  *
      *    the register, the reports and the files dated from the run  *
      *    all agree. BC-PREV-BUS-DATE is the day it replaced.         *
      ******************************************************************
       01  BUS-DATE-CONTROL-RECORD.
           05  BC-CONTROL-ID           PIC X(08).
           05  BC-BUS-DATE             PIC X(08).
           05  BC-PREV-BUS-DATE        PIC X(08).
           05  BC-SET-DATE             PIC X(08).
           05  BC-SET-TIME             PIC X(06).
           05  FILLER                  PIC X(12).
