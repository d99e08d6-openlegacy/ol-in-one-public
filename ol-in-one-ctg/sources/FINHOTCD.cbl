      *                     CM-CARD-EXPIRY-DATE (record maximum now   *
      *                     696); existing files are converted once   *
      *                     by the FINCNV02 job.                      *
      *    2026-10-15  CST  A card charged off by FINCHO01 keeps its   *
      *                     status: any change to it is refused with   *
      *                     '05' and nothing is queued or rewritten.   *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
            88  WS-HOLD-FOR-APPROVAL       VALUE 'Y'.
            88  WS-NO-HOLD                 VALUE 'N'.

        01  WS-CHGOFF-SW            PIC X(01) VALUE 'N'.
            88  WS-CARD-IS-CHARGED-OFF     VALUE 'Y'.
            88  WS-CARD-NOT-CHARGED-OFF    VALUE 'N'.

        01  WS-NOW-ABSTIME          PIC S9(15) COMP-3.

        COPY CHGREC.
              88  HC-REQUEST-INVALID       VALUE '02'.
              88  HC-UPDATE-FAILED         VALUE '03'.
              88  HC-QUEUED-APPROVAL       VALUE '04'.
              88  HC-CARD-CHARGED-OFF      VALUE '05'.
           03 HC-CUST-ID            PIC X(10).
           03 HC-OLD-STATUS         PIC X(01).

            IF WS-CUSTMAS-OK
                SET WS-CARD-NOT-YET-FOUND TO TRUE
                SET WS-NO-HOLD TO TRUE
                SET WS-CARD-NOT-CHARGED-OFF TO TRUE
                PERFORM 1200-SET-ONE-STATUS THRU 1200-EXIT
                    VARYING WS-CARD-SUB FROM 1 BY 1
                    UNTIL WS-CARD-SUB > CM-CARD-COUNT
                       OR WS-CARD-WAS-FOUND
                IF WS-CARD-WAS-FOUND AND WS-CARD-IS-CHARGED-OFF
                    SET HC-CARD-CHARGED-OFF TO TRUE
                    MOVE CM-CUST-ID TO HC-CUST-ID
                    GO TO 1100-EXIT
                END-IF
                IF WS-CARD-WAS-FOUND AND WS-HOLD-FOR-APPROVAL
                    PERFORM 3000-QUEUE-REACTIVATION THRU 3000-EXIT
                    SET HC-QUEUED-APPROVAL TO TRUE
            IF CM-CARD-NUMBER(WS-CARD-SUB) = HC-CARD-NUMBER
                SET WS-CARD-WAS-FOUND TO TRUE
                MOVE CM-CARD-STATUS(WS-CARD-SUB) TO HC-OLD-STATUS
                IF CM-CARD-CHARGED-OFF(WS-CARD-SUB)
                    SET WS-CARD-IS-CHARGED-OFF TO TRUE
                    GO TO 1200-EXIT
                END-IF
                IF HC-NEW-STATUS = 'A'
                   AND CM-CARD-HOT(WS-CARD-SUB)
                    SET WS-HOLD-FOR-APPROVAL TO TRUE
