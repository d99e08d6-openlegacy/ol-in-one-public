      ******************************************************************
      *    COPYBOOK  : HOLCAL                                          *
      *    Record layout for the HOLCAL business-day calendar file -   *
      *    one record per holiday, keyed by calendar code and date,    *
      *    maintained online through HOLCALMT. The calendar code is a  *
      *    currency code: the base-currency calendar (USD) holds the   *
      *    days our own card and wire operations are closed, and a     *
      *    foreign currency's calendar the days its correspondents and *
      *    clearing are closed. Saturdays and Sundays are never        *
      *    business days and are not held on the file. A business day  *
      *    is a weekday on neither the base calendar nor, for a wire,  *
      *    the calendar of the wire's currency. FINFEE01 rolls payment *
      *    due dates forward, FINAGE01 ages in business days, WIRETRAN *
      *    rolls wire value dates forward and WIRSTL01 holds back a    *
      *    wire until the dispatch day is a business day.              *
      ******************************************************************
       01  HOLIDAY-CALENDAR-RECORD.
           05  HC-KEY.
               10  HC-CAL-CODE         PIC X(03).
               10  HC-DATE             PIC X(08).
           05  HC-DESCRIPTION          PIC X(30).
           05  HC-ADDED-DATE           PIC X(08).
           05  HC-ADDED-USER           PIC X(08).
           05  FILLER                  PIC X(23).
