      *    WL-ORIG-CUST-ID, each with its lifecycle status and the     *
      *    status trailer (who moved it there, when and why), so a     *
      *    customer asking "where is my wire" gets an answer from a    *
      *    screen instead of a printout. Function W lists the          *
      *    forward-dated wires still waiting in the warehouse (or held *
      *    on a failed release), in value-date order, for one customer *
      *    or for all, a page at a time.                               *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-09-02  CST  Original program.                          *
      *                     now answers '03' with the archive run      *
      *                     date off the ARCHDIR directory instead     *
      *                     of a bare not-found.                       *
      *    2026-10-15  CST  New function W lists warehoused            *
      *                     forward-dated wires (status W) and those   *
      *                     held on a failed release (F), oldest value *
      *                     date first, for WQ-CUST-ID or for every    *
      *                     customer when it is blank. Up to           *
      *                     WS-MAX-WIRES come back; WQ-MORE-WIRES-FLAG *
      *                     says there are more, and the next page     *
      *                     starts after the reference given in        *
      *                     WQ-WIRE-REF.                               *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
           03 WQ-FUNCTION           PIC X(01).
              88  WQ-FUNC-BY-REF           VALUE 'R'.
              88  WQ-FUNC-BY-CUST          VALUE 'C'.
              88  WQ-FUNC-WAREHOUSED       VALUE 'W'.
           03 WQ-WIRE-REF           PIC X(16).
           03 WQ-CUST-ID            PIC X(10).
           03 WQ-RETURN-CODE        PIC X(02).
                    PERFORM 2000-LIST-BY-CUST THRU 2000-EXIT
                    CLOSE WIRELOG
                ELSE
                 IF WQ-FUNC-WAREHOUSED
                    OPEN INPUT WIRELOG
                    PERFORM 4000-LIST-WAREHOUSED THRU 4000-EXIT
                    CLOSE WIRELOG
                 ELSE
                    SET WQ-REQUEST-INVALID TO TRUE
                 END-IF
                END-IF
            END-IF
            EXEC CICS RETURN END-EXEC.
                TO WQ-W-STATUS-REASON(WS-WIRE-SUB).
        3000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    4000-LIST-WAREHOUSED - walk the outbound wires in        *
      *    reference (value date) order from just past WQ-WIRE-REF  *
      *    for the first WS-MAX-WIRES still warehoused or held on a *
      *    failed release, for the one customer if WQ-CUST-ID is    *
      *    given. One more found past a full page sets the more     *
      *    flag and ends the scan.                                  *
      *-----------------------------------------------------------*
        4000-LIST-WAREHOUSED.
            SET WS-SCAN-NOT-EOF TO TRUE
            IF WQ-WIRE-REF = SPACES OR WQ-WIRE-REF = LOW-VALUES
                MOVE LOW-VALUES TO WL-WIRE-REF
                START WIRELOG
                    KEY IS NOT LESS THAN WL-WIRE-REF
                    INVALID KEY
                        SET WS-SCAN-EOF TO TRUE
                END-START
            ELSE
                MOVE WQ-WIRE-REF TO WL-WIRE-REF
                START WIRELOG
                    KEY IS GREATER THAN WL-WIRE-REF
                    INVALID KEY
                        SET WS-SCAN-EOF TO TRUE
                END-START
            END-IF
            PERFORM 4100-SCAN-ONE-WAREHOUSED THRU 4100-EXIT
                UNTIL WS-SCAN-EOF
            IF WQ-WIRE-COUNT > ZERO
                SET WQ-FOUND TO TRUE
            END-IF.
        4000-EXIT.
            EXIT.

        4100-SCAN-ONE-WAREHOUSED.
            READ WIRELOG NEXT RECORD
                AT END
                    SET WS-SCAN-EOF TO TRUE
            END-READ
            IF WS-SCAN-EOF
                GO TO 4100-EXIT
            END-IF
            IF NOT WL-OUTBOUND
               OR (NOT WL-WAREHOUSED AND NOT WL-HELD-RELEASE)
                GO TO 4100-EXIT
            END-IF
            IF WQ-CUST-ID NOT = SPACES
               AND WL-ORIG-CUST-ID NOT = WQ-CUST-ID
                GO TO 4100-EXIT
            END-IF
            IF WQ-WIRE-COUNT NOT < WS-MAX-WIRES
                SET WQ-MORE-WIRES-YES TO TRUE
                SET WS-SCAN-EOF TO TRUE
                GO TO 4100-EXIT
            END-IF
            ADD 1 TO WQ-WIRE-COUNT
            MOVE WQ-WIRE-COUNT TO WS-WIRE-SUB
            PERFORM 3000-MOVE-ONE-WIRE THRU 3000-EXIT.
        4100-EXIT.
            EXIT.
