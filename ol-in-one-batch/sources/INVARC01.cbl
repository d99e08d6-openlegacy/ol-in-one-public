      *                     (and past retention) goes to the archive,  *
      *                     its lines riding on the header's           *
      *                     decision.                                  *
      *    2026-10-15  CST  Archive image widened to the 200-byte      *
      *                     INVFILE record that now carries the sales  *
      *                     tax components (archive LRECL 213).        *
      *    2026-10-15  CST  Archive image widened again to the 220-    *
      *                     byte INVFILE record that now names the     *
      *                     bill-to customer (archive LRECL 233).      *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            LABEL RECORDS ARE STANDARD.
        01  INVOICE-ARCHIVE-RECORD.
            05  IA-REC-KEY          PIC X(13).
            05  IA-INVOICE-IMAGE    PIC X(220).

        FD  ARCHDIR.
        COPY ARCHDIR.
