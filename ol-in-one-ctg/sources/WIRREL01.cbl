        IDENTIFICATION DIVISION.
        PROGRAM-ID.    WIRREL01.
        AUTHOR.        CARDS-SUPPORT-TEAM.
        DATE-WRITTEN.  2026-10-15.
      ******************************************************************
      *    WIRREL01 - FORWARD-DATED WIRE RELEASE RUN                   *
      *    Morning run. Finds every wire WIRETRAN warehoused           *
      *    (WL-STATUS W) whose value date has come - today's, and any  *
      *    an earlier run missed - and hands each one back to WIRETRAN *
      *    in WT-RELEASE-REF, so it goes through the full screening    *
      *    again (beneficiary status, IBAN, correspondent, block list, *
      *    FX rate, duplicate check, daily limit, sanctions) on the    *
      *    day it is paid. WIRETRAN posts a wire that passes in place, *
      *    valued today, for the WIRSTL01 settlement run to dispatch;  *
      *    one that fails is held on the ledger (F) with the reason.   *
      *    Every release that does not post - held for sanctions, held *
      *    on a failed release, or a ledger that could not be updated  *
      *    (left warehoused for the next run) - is raised onto         *
      *    EXCPSTAT for the morning EXCPMON screen, with the reason    *
      *    off the ledger.                                             *
      *                                                                *
      *    This is a CICS program rather than a JCL batch step because *
      *    the release is the LINKed WIRETRAN entry itself, so a wire  *
      *    paid on its value date is screened exactly as one keyed     *
      *    that day. It is started the same way as BENVAL01 (a         *
      *    scheduled CICS START request), ahead of the WIRSTL01        *
      *    settlement run.                                             *
      ******************************************************************
      *    MODIFICATION HISTORY                                       *
      *    2026-10-15  CST  Original program.                          *
      *    2026-10-15  CST  Registers its start and end (return code,  *
      *                     records read and written) on the RUNREG    *
      *                     run register through RUNCTL, and ends      *
      *                     without doing anything until every         *
      *                     predecessor on its RUNJOB schedule entry   *
      *                     has completed for the business date.       *
      *    2026-10-15  CST  Runs under the business date RUNCTL hands  *
      *                     back from the BUSCTL day-open record       *
      *                     instead of the system date, so a chain     *
      *                     that runs past midnight keeps the date it  *
      *                     started on.                                *
      ******************************************************************
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT WIRELOG ASSIGN TO WIRELOG
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS WL-WIRE-REF
                FILE STATUS IS WS-WIRELOG-STATUS.

            SELECT EXCPSTAT ASSIGN TO EXCPSTAT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ES-KEY
                FILE STATUS IS WS-EXCPSTAT-STATUS.

        DATA DIVISION.
        FILE SECTION.
        FD  WIRELOG.
        COPY WIRELOG.

        FD  EXCPSTAT.
        COPY EXCPSTAT.

        WORKING-STORAGE SECTION.
        01  WS-WIRELOG-STATUS       PIC X(02) VALUE '00'.
            88  WS-WIRELOG-OK              VALUE '00'.

        01  WS-EXCPSTAT-STATUS      PIC X(02) VALUE '00'.
            88  WS-EXCPSTAT-OK             VALUE '00'.
            88  WS-EXCPSTAT-DUPKEY         VALUE '22'.

        01  WS-SCAN-EOF-SW          PIC X(01) VALUE 'N'.
            88  WS-SCAN-EOF                VALUE 'Y'.
            88  WS-SCAN-NOT-EOF            VALUE 'N'.

        01  WS-FOUND-SW             PIC X(01) VALUE 'N'.
            88  WS-WIRE-FOUND              VALUE 'Y'.
            88  WS-WIRE-NOT-FOUND          VALUE 'N'.

        01  WS-RECORD-SW            PIC X(01) VALUE 'N'.
            88  WS-RECORD-WRITTEN          VALUE 'Y'.
            88  WS-RECORD-NOT-WRITTEN      VALUE 'N'.

        01  WS-RELEASED-COUNT       PIC 9(05) COMP-3 VALUE ZERO.
        01  WS-HELD-COUNT           PIC 9(05) COMP-3 VALUE ZERO.
        01  WS-FAILED-COUNT         PIC 9(05) COMP-3 VALUE ZERO.

        01  WS-NOW-ABSTIME          PIC S9(15) COMP-3.
        01  WS-RUN-DATE             PIC X(08).
        01  WS-RUN-TIME             PIC X(08).
        01  WS-EXCP-SEQ             PIC 9(04) VALUE ZERO.
        01  WS-EXCP-REASON          PIC X(30).

        01  WS-LAST-KEY             PIC X(16).

        01  WS-BROWSE-LOW-KEY.
            05  FILLER              PIC X(02) VALUE 'WR'.
            05  FILLER              PIC X(14) VALUE '00000000000000'.

        01  WS-BROWSE-HIGH-KEY.
            05  FILLER              PIC X(02) VALUE 'WR'.
            05  WS-HIGH-DATE        PIC X(08).
            05  FILLER              PIC X(06) VALUE '999999'.

        01  WS-WIRE-REQUEST.
        COPY WIRTAREA.

        01  WS-RUN-CONTROL.
        COPY RUNCAREA.

        PROCEDURE DIVISION.

        0000-MAINLINE.
            EXEC CICS ASKTIME
                ABSTIME(WS-NOW-ABSTIME)
            END-EXEC
            EXEC CICS FORMATTIME
                ABSTIME(WS-NOW-ABSTIME)
                TIME(WS-RUN-TIME)
                TIMESEP(':')
            END-EXEC
            PERFORM 9800-REGISTER-START THRU 9800-EXIT
            MOVE WS-RUN-DATE       TO WS-HIGH-DATE
            MOVE WS-BROWSE-LOW-KEY TO WS-LAST-KEY
            OPEN I-O EXCPSTAT
            SET WS-WIRE-FOUND TO TRUE
            PERFORM 1000-RELEASE-NEXT-WIRE THRU 1000-EXIT
                UNTIL WS-WIRE-NOT-FOUND
            CLOSE EXCPSTAT
            MOVE WS-RELEASED-COUNT TO RC-WRITTEN-COUNT
            IF WS-FAILED-COUNT > ZERO
                MOVE 4 TO RC-RUN-RC
            END-IF
            PERFORM 9850-REGISTER-END THRU 9850-EXIT
            EXEC CICS RETURN END-EXEC.

      *-----------------------------------------------------------*
      *    1000-RELEASE-NEXT-WIRE - find the next warehoused wire   *
      *    due after the last one handled and LINK it to WIRETRAN.  *
      *    The ledger is closed across the LINK, as WIRETRAN opens  *
      *    it for update itself.                                    *
      *-----------------------------------------------------------*
        1000-RELEASE-NEXT-WIRE.
            PERFORM 1100-FIND-DUE-WIRE THRU 1100-EXIT
            IF WS-WIRE-NOT-FOUND
                GO TO 1000-EXIT
            END-IF
            MOVE SPACES      TO WS-WIRE-REQUEST
            MOVE ZERO        TO WT-AMOUNT
                                WT-HTTP-STATUS-CODE
            MOVE WS-LAST-KEY TO WT-RELEASE-REF
            EXEC CICS LINK
                PROGRAM('WIRETRAN')
                COMMAREA(WS-WIRE-REQUEST)
                LENGTH(LENGTH OF WS-WIRE-REQUEST)
            END-EXEC
            IF WT-POSTED
                ADD 1 TO WS-RELEASED-COUNT
                GO TO 1000-EXIT
            END-IF
            IF WT-NOT-RELEASABLE
                GO TO 1000-EXIT
            END-IF
            IF WT-HELD-SANCTIONS
                ADD 1 TO WS-HELD-COUNT
            ELSE
                ADD 1 TO WS-FAILED-COUNT
            END-IF
            PERFORM 1300-GET-LEDGER-REASON THRU 1300-EXIT
            PERFORM 8000-RAISE-EXCEPTION THRU 8000-EXIT.
        1000-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    1100-FIND-DUE-WIRE - browse the outbound reference       *
      *    series from just past the last wire handled up to        *
      *    today's references for the next one still warehoused.   *
      *-----------------------------------------------------------*
        1100-FIND-DUE-WIRE.
            SET WS-WIRE-NOT-FOUND TO TRUE
            SET WS-SCAN-NOT-EOF TO TRUE
            OPEN INPUT WIRELOG
            MOVE WS-LAST-KEY TO WL-WIRE-REF
            START WIRELOG
                KEY IS GREATER THAN WL-WIRE-REF
                INVALID KEY
                    SET WS-SCAN-EOF TO TRUE
            END-START
            PERFORM 1200-SCAN-ONE-WIRE THRU 1200-EXIT
                UNTIL WS-SCAN-EOF
                   OR WS-WIRE-FOUND
            CLOSE WIRELOG.
        1100-EXIT.
            EXIT.

        1200-SCAN-ONE-WIRE.
            READ WIRELOG NEXT RECORD
                AT END
                    SET WS-SCAN-EOF TO TRUE
            END-READ
            IF WS-SCAN-EOF
                GO TO 1200-EXIT
            END-IF
            IF WL-WIRE-REF > WS-BROWSE-HIGH-KEY
                SET WS-SCAN-EOF TO TRUE
                GO TO 1200-EXIT
            END-IF
            IF WL-WAREHOUSED
               AND WL-VALUE-DATE NOT > WS-RUN-DATE
                SET WS-WIRE-FOUND TO TRUE
                MOVE WL-WIRE-REF TO WS-LAST-KEY
            END-IF.
        1200-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    1300-GET-LEDGER-REASON - the reason WIRETRAN left on     *
      *    the ledger for a release that did not post.              *
      *-----------------------------------------------------------*
        1300-GET-LEDGER-REASON.
            MOVE 'RELEASE LEDGER UPDATE FAILED' TO WS-EXCP-REASON
            IF WT-LEDGER-WRITE-FAILED
                GO TO 1300-EXIT
            END-IF
            OPEN INPUT WIRELOG
            MOVE WS-LAST-KEY TO WL-WIRE-REF
            READ WIRELOG
                INVALID KEY
                    MOVE '23' TO WS-WIRELOG-STATUS
            END-READ
            IF WS-WIRELOG-OK
                MOVE WL-STATUS-REASON TO WS-EXCP-REASON
            END-IF
            CLOSE WIRELOG.
        1300-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    8000-RAISE-EXCEPTION - one open EXCPSTAT item for the    *
      *    wire, stamped with the run's start time, bumping ES-SEQ  *
      *    past items already written in that second.              *
      *-----------------------------------------------------------*
        8000-RAISE-EXCEPTION.
            MOVE SPACES         TO EXCP-STATUS-RECORD
            MOVE WS-RUN-DATE    TO ES-DATE
            MOVE WS-RUN-TIME    TO ES-TIME
            MOVE WS-EXCP-SEQ    TO ES-SEQ
            MOVE 'WIRREL01'     TO ES-PROGRAM-ID
            MOVE WS-LAST-KEY    TO ES-REF-ID
            MOVE WT-RETURN-CODE TO ES-RETURN-CODE
            MOVE WS-EXCP-REASON TO ES-REASON
            SET ES-OPEN TO TRUE
            SET WS-RECORD-NOT-WRITTEN TO TRUE
            PERFORM 8100-WRITE-STATUS THRU 8100-EXIT
                UNTIL WS-RECORD-WRITTEN
                   OR ES-SEQ > 9998
            MOVE ES-SEQ TO WS-EXCP-SEQ.
        8000-EXIT.
            EXIT.

        8100-WRITE-STATUS.
            WRITE EXCP-STATUS-RECORD
                INVALID KEY
                    CONTINUE
            END-WRITE
            IF WS-EXCPSTAT-OK
                SET WS-RECORD-WRITTEN TO TRUE
            ELSE
                IF WS-EXCPSTAT-DUPKEY
                    ADD 1 TO ES-SEQ
                ELSE
                    MOVE 9999 TO ES-SEQ
                END-IF
            END-IF.
        8100-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    9800-REGISTER-START - register the run on RUNREG through *
      *    RUNCTL, which refuses it (and records the refusal there) *
      *    until every predecessor on the RUNJOB schedule has       *
      *    completed for the business date.                         *
      *-----------------------------------------------------------*
        9800-REGISTER-START.
            MOVE SPACES       TO WS-RUN-CONTROL
            MOVE ZERO         TO RC-RUN-RC RC-READ-COUNT
                                 RC-WRITTEN-COUNT
            SET RC-FUNC-START TO TRUE
            MOVE 'WIRREL01'   TO RC-JOB-NAME
            CALL 'RUNCTL' USING WS-RUN-CONTROL
            IF NOT RC-CLEARED
                EXEC CICS RETURN END-EXEC
            END-IF
            MOVE RC-BUS-DATE  TO WS-RUN-DATE.
        9800-EXIT.
            EXIT.

      *-----------------------------------------------------------*
      *    9850-REGISTER-END - register the end with the run's      *
      *    result (RC-RUN-RC) and record counts.                    *
      *-----------------------------------------------------------*
        9850-REGISTER-END.
            SET RC-FUNC-END   TO TRUE
            CALL 'RUNCTL' USING WS-RUN-CONTROL.
        9850-EXIT.
            EXIT.
