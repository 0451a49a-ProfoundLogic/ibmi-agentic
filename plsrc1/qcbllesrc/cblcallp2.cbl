           SELECT OPTIONAL PAYLOAD-FILE ASSIGN TO CC2PAYLD
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CC2-PAYLOAD-STATUS.
           SELECT OPTIONAL FAULT-FILE ASSIGN TO CC2FAULT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CC2-FAULT-STATUS.
           SELECT OPTIONAL CAPTURE-CTL-FILE ASSIGN TO CC2CAPCTL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CC2-CAPCTL-STATUS.
           SELECT OPTIONAL CAPTURE-FILE ASSIGN TO CC2CAPLOG
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS CC2-CAPTURE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYLOAD-FILE.
           COPY "payrec".

      *--- Fault-injection drill entries. Only ever opened when a
      *--- drill run arms this program with a '*DRILL' control call,
      *--- and then only the named drill's active rows are loaded.
       FD  FAULT-FILE.
           COPY "fltrec".

      *--- Live-call capture switch and the captured calls. Capture
      *--- is off unless CC2CAPCTL names the type (or *ALL), and a
      *--- job that declared itself a regression run never captures.
       FD  CAPTURE-CTL-FILE.
           COPY "cpcrec".

       FD  CAPTURE-FILE.
           COPY "caprec".

       WORKING-STORAGE SECTION.
       01  RESULT                  PIC X(2) VALUE SPACES.
       01  NPARMS  PIC S9(9) BINARY.
       01  CC2-AUDIT-STATUS        PIC X(02).
       01  CC2-EXCEPT-STATUS       PIC X(02).
       01  CC2-PAYLOAD-STATUS      PIC X(02).
       01  CC2-FAULT-STATUS        PIC X(02).
       01  CC2-CAPCTL-STATUS       PIC X(02).
       01  CC2-CAPTURE-STATUS      PIC X(02).
       01  CC2-EOF-SWITCH          PIC X(01) VALUE 'N'.
           88  CC2-EOF                         VALUE 'Y'.

      *
      * A reject (UK or UP) is also written to EXCEPTION-FILE;
      * every outcome is written to AUDIT-FILE regardless of code.
      * An armed fault-injection drill (see CC2-DRILL-NAME) can
      * force a wrong code, PE or UK on purpose; those calls are
      * marked in AUDIT-FILE and never reach EXCEPTION-FILE.
      *--------------------------------------------------------------
       01  CC2-RETURN-CODE          PIC X(10).
           88  CC2-UTEST-OK                    VALUE 'OK'.
               05  CC2-PAY-INPUT   PIC X(50).
               05  CC2-PAY-RESP    PIC X(10).

      *--- Fault-injection drill. A drill run of CBLTSTDRV arms this
      *--- program with a '*DRILL' control call naming the drill
      *--- (see MAIN-LOGIC); until then - and in any job that never
      *--- sends one - CC2-DRILL-NAME stays blank and FAULT-FILE is
      *--- never opened. While armed, a call whose type (and
      *--- payload, where the entry names one) matches a loaded
      *--- entry is tampered with as the entry says, and every audit
      *--- row carries the drill name - plus the fault kind on the
      *--- calls actually tampered with - so no drill call can pass
      *--- for a real one.
       01  CC2-DRILL-NAME          PIC X(10) VALUE SPACES.
       01  CC2-LOG-FAULT           PIC X(04) VALUE SPACES.
       01  CC2-CALL-PAYLOAD        PIC X(50) VALUE SPACES.
       01  CC2-FAULT-HIT-SW        PIC X(01) VALUE 'N'.
           88  CC2-FAULT-HIT                   VALUE 'Y'.
       01  CC2-FAULT-OVFL-SW       PIC X(01) VALUE 'N'.
           88  CC2-FAULT-OVERFLOWED            VALUE 'Y'.
       01  CC2-FAULT-LIMIT         PIC S9(4) BINARY VALUE 100.
       01  CC2-FAULT-COUNT         PIC S9(4) BINARY VALUE ZERO.
       01  CC2-FAULT-TABLE.
           03  CC2-FAULT-ENTRY OCCURS 1 TO 100 TIMES
                   DEPENDING ON CC2-FAULT-COUNT
                   INDEXED BY CC2-FAULT-IDX.
               05  CC2-FLT-TYPE    PIC X(10).
               05  CC2-FLT-PAYLOAD PIC X(50).
               05  CC2-FLT-ACTION  PIC X(04).
               05  CC2-FLT-RESP    PIC X(10).
               05  CC2-FLT-SECONDS PIC S9(05).

      *--- Live-call capture. The switch rows are loaded from
      *--- CAPTURE-CTL-FILE with the dispatch tables (first call and
      *--- '*RELOAD'), so an empty table - the normal state - costs
      *--- a live call nothing. A regression driver declares itself
      *--- with a '*REGRESS' control call (see MAIN-LOGIC) and its
      *--- job is never captured: only what real callers send is
      *--- worth harvesting into new scenarios.
       01  CC2-REGRESS-SW          PIC X(01) VALUE 'N'.
           88  CC2-REGRESSION-JOB              VALUE 'Y'.
       01  CC2-CPT-HIT-SW          PIC X(01) VALUE 'N'.
           88  CC2-CPT-HIT                     VALUE 'Y'.
       01  CC2-CPT-OVFL-SW         PIC X(01) VALUE 'N'.
           88  CC2-CPT-OVERFLOWED              VALUE 'Y'.
       01  CC2-CPT-LIMIT           PIC S9(4) BINARY VALUE 50.
       01  CC2-CPT-COUNT           PIC S9(4) BINARY VALUE ZERO.
       01  CC2-CPT-TABLE.
           03  CC2-CPT-ENTRY OCCURS 1 TO 50 TIMES
                   DEPENDING ON CC2-CPT-COUNT
                   INDEXED BY CC2-CPT-IDX.
               05  CC2-CPT-TYPE    PIC X(10).
               05  CC2-CPT-UNTIL   PIC X(08).

      *--- QCAPCMD call areas for a DLAY fault's DLYJOB. The error
      *--- code parameter brings a failed command back as data
      *--- instead of an escape message, as for QSNDDTAQ - a drill
      *--- that cannot delay must not abend the call.
       01  CC2-DLY-SECONDS          PIC 9(05).
       01  CC2-DLY-DEFAULT          PIC 9(05) VALUE 900.
       01  CC2-CAP-CMD              PIC X(40).
       01  CC2-CAP-CMD-LEN          PIC S9(9) BINARY VALUE 40.
       01  CC2-CAP-OPT-LEN          PIC S9(9) BINARY VALUE 20.
       01  CC2-CAP-OPT-FORMAT       PIC X(08) VALUE 'CPOP0100'.
       01  CC2-CAP-CHANGED          PIC X(40).
       01  CC2-CAP-CHG-AVAIL        PIC S9(9) BINARY VALUE 40.
       01  CC2-CAP-CHG-LEN          PIC S9(9) BINARY VALUE ZERO.
       01  CC2-CAP-OPTIONS.
           03  CC2-CAP-TYPE         PIC S9(9) BINARY VALUE ZERO.
           03  CC2-CAP-DBCS         PIC X(01) VALUE '0'.
           03  CC2-CAP-PROMPT       PIC X(01) VALUE '0'.
           03  CC2-CAP-SYNTAX       PIC X(01) VALUE '0'.
           03  CC2-CAP-MSGKEY       PIC X(04) VALUE SPACES.
           03  CC2-CAP-CCSID        PIC S9(9) BINARY VALUE ZERO.
           03  FILLER               PIC X(05) VALUE LOW-VALUES.
       01  CC2-CAP-ERROR.
           03  CC2-CAP-ERR-PROVIDED    PIC S9(9) BINARY VALUE 116.
           03  CC2-CAP-ERR-AVAIL       PIC S9(9) BINARY VALUE ZERO.
           03  CC2-CAP-ERR-ID          PIC X(07).
           03  FILLER                  PIC X(01).
           03  CC2-CAP-ERR-DATA        PIC X(100).

      *--- LKPARM is COPYed for the shared LK-TYPE/LK-RESP field
      *--- definitions, but the two are passed as separate CALL
      *--- operands rather than one group operand, so that
      *--- every call from a clean value; only the MM and PE paths
      *--- below override it.
           MOVE 0 TO RETURN-CODE
           MOVE SPACES TO CC2-LOG-FAULT

      *--- A call with zero parameters doesn't even give us LK-TYPE
      *--- to dispatch on - the earliest possible failure path.
               GO TO EOJ
           END-IF

      *--- A fault-injection drill run arms the drill with a '*DRILL'
      *--- control call carrying the drill name in LK-RESP, and
      *--- disarms it at its end with a blank name. The answer back
      *--- is ARMED (the drill's active entries are loaded),
      *--- NOFAULTS (the drill has none - nothing is armed) or
      *--- DISARMED. Audited and signalled like '*RELOAD', under the
      *--- drill name.
           IF LK-TYPE = '*DRILL'
               IF NPARMS < 2
                   GO TO PARM-COUNT-ERROR
               END-IF
               MOVE SPACES TO CC2-RETURN-CODE
               MOVE LK-TYPE TO CC2-LOG-TYPE
               IF LK-RESP = SPACES
                   MOVE 'DISARMED' TO CC2-LOG-RESP
               ELSE
                   MOVE LK-RESP TO CC2-DRILL-NAME
                   PERFORM LOAD-FAULT-TABLE
                   IF CC2-FAULT-COUNT > ZERO
                       MOVE 'ARMED' TO CC2-LOG-RESP
                   ELSE
                       MOVE 'NOFAULTS' TO CC2-LOG-RESP
                   END-IF
               END-IF
               MOVE CC2-LOG-RESP TO LK-RESP
               PERFORM WRITE-AUDIT-RECORD
               PERFORM SEND-DATAQUEUE-MSG
               IF CC2-LOG-RESP NOT = 'ARMED'
                   MOVE SPACES TO CC2-DRILL-NAME
                   MOVE ZERO TO CC2-FAULT-COUNT
               END-IF
               GO TO EOJ
           END-IF

      *--- A regression driver (CBLTSTDRV) declares itself with a
      *--- '*REGRESS' control call before its first scenario. Its
      *--- calls are planned ones, not live traffic, so nothing this
      *--- job sends from here on is captured. Answered REGRESS and
      *--- audited and signalled like '*RELOAD'.
           IF LK-TYPE = '*REGRESS'
               SET CC2-REGRESSION-JOB TO TRUE
               MOVE SPACES TO CC2-RETURN-CODE
               MOVE LK-TYPE TO CC2-LOG-TYPE
               MOVE 'REGRESS' TO CC2-LOG-RESP
               IF NPARMS > 1
                   MOVE 'REGRESS' TO LK-RESP
               END-IF
               PERFORM WRITE-AUDIT-RECORD
               PERFORM SEND-DATAQUEUE-MSG
               GO TO EOJ
           END-IF

      *--- IF called by other unit tests - dispatch is data-driven:
      *--- look the type up in the table loaded from TESTCASE-FILE.
      *--- Every TEST-n scenario reports back through LK-RESP, so
               WHEN CC2-TEST-TYPE (CC2-TEST-IDX) = LK-TYPE
                   MOVE CC2-TEST-RESP (CC2-TEST-IDX) TO CC2-RETURN-CODE
           END-SEARCH
           IF CC2-DRILL-NAME NOT = SPACES
               PERFORM APPLY-DRILL-FAULT
           END-IF
           IF NOT CC2-PARM-ERROR
               MOVE CC2-RETURN-CODE TO LK-RESP
           END-IF
           MOVE LK-TYPE TO CC2-LOG-TYPE
           MOVE CC2-RETURN-CODE TO CC2-LOG-RESP
           IF CC2-CPT-COUNT > ZERO AND NOT CC2-REGRESSION-JOB
               PERFORM CAPTURE-LIVE-CALL
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           PERFORM SEND-DATAQUEUE-MSG
           GO TO EOJ.
               MOVE LK-TYPE TO CC2-LOG-TYPE
               PERFORM WRITE-EXCEPTION-RECORD
           END-IF
           IF CC2-DRILL-NAME NOT = SPACES
               PERFORM APPLY-DRILL-FAULT
           END-IF
           IF NOT CC2-PARM-ERROR
               MOVE CC2-RETURN-CODE TO LK-RESP
           END-IF
           MOVE LK-TYPE TO CC2-LOG-TYPE
           MOVE CC2-RETURN-CODE TO CC2-LOG-RESP
           IF CC2-CPT-COUNT > ZERO AND NOT CC2-REGRESSION-JOB
               PERFORM CAPTURE-LIVE-CALL
           END-IF
           PERFORM WRITE-AUDIT-RECORD
           PERFORM SEND-DATAQUEUE-MSG.

      *--------------------------------------------------------------
      * APPLY-DRILL-FAULT - a drill is armed: look this call up in
      * the fault table (type, plus payload where the entry names
      * one - the first matching entry wins) and, on a hit, tamper
      * with the answer the way the entry says. RESP swaps in the
      * entry's wrong code; PE fails the call as a parameter error
      * (RETURN-CODE 20, LK-RESP left as the caller sent it); UK
      * answers as if the type were unknown; DLAY holds the call
      * before it answers normally. CC2-LOG-FAULT carries the fault
      * kind into the audit row. An injected reject is deliberately
      * not written to EXCEPTION-FILE - that report is for real
      * rejects only.
      *--------------------------------------------------------------
       APPLY-DRILL-FAULT.
           IF NPARMS > 2
               MOVE LK-PAYLOAD TO CC2-CALL-PAYLOAD
           ELSE
               MOVE SPACES TO CC2-CALL-PAYLOAD
           END-IF
           MOVE 'N' TO CC2-FAULT-HIT-SW
           IF CC2-FAULT-COUNT > ZERO
               SET CC2-FAULT-IDX TO 1
               SEARCH CC2-FAULT-ENTRY
                   AT END
                       CONTINUE
                   WHEN CC2-FLT-TYPE (CC2-FAULT-IDX) = LK-TYPE
                       AND (CC2-FLT-PAYLOAD (CC2-FAULT-IDX) = SPACES
                       OR CC2-FLT-PAYLOAD (CC2-FAULT-IDX)
                           = CC2-CALL-PAYLOAD)
                       SET CC2-FAULT-HIT TO TRUE
               END-SEARCH
           END-IF
           IF CC2-FAULT-HIT
               MOVE CC2-FLT-ACTION (CC2-FAULT-IDX) TO CC2-LOG-FAULT
               EVALUATE CC2-FLT-ACTION (CC2-FAULT-IDX)
                   WHEN 'RESP'
                       MOVE CC2-FLT-RESP (CC2-FAULT-IDX)
                           TO CC2-RETURN-CODE
                   WHEN 'PE'
                       SET CC2-PARM-ERROR TO TRUE
                       MOVE 20 TO RETURN-CODE
                   WHEN 'UK'
                       SET CC2-UNKNOWN-TYPE TO TRUE
                   WHEN 'DLAY'
                       PERFORM DELAY-DRILL-CALL
               END-EVALUATE
           END-IF.

      *--------------------------------------------------------------
      * DELAY-DRILL-CALL - hold this call with DLYJOB for the
      * entry's seconds (CC2-DLY-DEFAULT when the entry gives none),
      * long enough for the CC2DQMON watchdog to see the run go
      * quiet past its CC2DQEXP gap. The audit row's elapsed time
      * shows the delay actually served.
      *--------------------------------------------------------------
       DELAY-DRILL-CALL.
           IF CC2-FLT-SECONDS (CC2-FAULT-IDX) > ZERO
               MOVE CC2-FLT-SECONDS (CC2-FAULT-IDX) TO CC2-DLY-SECONDS
           ELSE
               MOVE CC2-DLY-DEFAULT TO CC2-DLY-SECONDS
           END-IF
           MOVE SPACES TO CC2-CAP-CMD
           STRING 'DLYJOB DLY('   DELIMITED BY SIZE
                  CC2-DLY-SECONDS DELIMITED BY SIZE
                  ')'             DELIMITED BY SIZE
               INTO CC2-CAP-CMD
           MOVE ZERO TO CC2-CAP-ERR-AVAIL
           MOVE SPACES TO CC2-CAP-ERR-ID
           CALL 'QCAPCMD' USING CC2-CAP-CMD, CC2-CAP-CMD-LEN,
               CC2-CAP-OPTIONS, CC2-CAP-OPT-LEN, CC2-CAP-OPT-FORMAT,
               CC2-CAP-CHANGED, CC2-CAP-CHG-AVAIL, CC2-CAP-CHG-LEN,
               CC2-CAP-ERROR.

      *--------------------------------------------------------------
      * CAPTURE-LIVE-CALL - capture is switched on and this is not a
      * regression job: if the switch table names this type (or
      * *ALL) and its window has not ended, append the call - type,
      * payload, the answer given and the sending job - to
      * CAPTURE-FILE for the CC2CAPHRV harvest. Like the audit log,
      * a capture file that cannot be opened must not fail the call.
      *--------------------------------------------------------------
       CAPTURE-LIVE-CALL.
           MOVE 'N' TO CC2-CPT-HIT-SW
           SET CC2-CPT-IDX TO 1
           SEARCH CC2-CPT-ENTRY
               AT END
                   CONTINUE
               WHEN (CC2-CPT-TYPE (CC2-CPT-IDX) = '*ALL'
                   OR CC2-CPT-TYPE (CC2-CPT-IDX) = LK-TYPE)
                   AND (CC2-CPT-UNTIL (CC2-CPT-IDX) = SPACES
                   OR CC2-CPT-UNTIL (CC2-CPT-IDX) NOT < CC2-TS-DATE)
                   SET CC2-CPT-HIT TO TRUE
           END-SEARCH
           IF CC2-CPT-HIT
               IF NOT CC2-JOBI-DONE
                   PERFORM GET-JOB-IDENTITY
               END-IF
               OPEN EXTEND CAPTURE-FILE
               IF CC2-CAPTURE-STATUS = '00'
                   OR CC2-CAPTURE-STATUS = '05'
                   MOVE CC2-TIMESTAMP   TO CAP-TIMESTAMP
                   MOVE LK-TYPE         TO CAP-TYPE
                   IF NPARMS > 2
                       MOVE LK-PAYLOAD  TO CAP-PAYLOAD
                   ELSE
                       MOVE SPACES      TO CAP-PAYLOAD
                   END-IF
                   MOVE CC2-RETURN-CODE TO CAP-RESP
                   MOVE CC2-JOBI-JOB    TO CAP-JOB
                   MOVE CC2-JOBI-USER   TO CAP-USER
                   MOVE CC2-JOBI-NUMBER TO CAP-JOBNBR
                   WRITE CAP-RECORD
                   CLOSE CAPTURE-FILE
               END-IF
           END-IF.

      *--------------------------------------------------------------
      * PARM-COUNT-ERROR - caller passed fewer parameters than the
      * path it landed on requires: zero parameters (not even
      * WRITE-AUDIT-RECORD - append one row to AUDIT-FILE recording
      * the LK-TYPE received, the LK-RESP returned, and the elapsed
      * time this call cost. A failure to open the audit log must
      * not fail the call itself. While a drill is armed the row
      * carries the drill name, and the fault kind when this call
      * was tampered with.
      *--------------------------------------------------------------
       WRITE-AUDIT-RECORD.
           ACCEPT CC2-HMSH FROM TIME
               MOVE CC2-LOG-TYPE  TO AUD-TYPE
               MOVE CC2-LOG-RESP  TO AUD-RESP
               MOVE CC2-ELAPSED   TO AUD-ELAPSED
               MOVE CC2-DRILL-NAME TO AUD-DRILL
               MOVE CC2-LOG-FAULT TO AUD-FAULT
               WRITE AUDIT-RECORD
               CLOSE AUDIT-FILE
           END-IF.
               END-IF
           END-IF
           PERFORM LOAD-PAYLOAD-TABLE
           PERFORM LOAD-CAPTURE-TABLE
           SET CC2-TABLE-LOADED TO TRUE.

      *--------------------------------------------------------------
                       END-IF
                   END-IF
           END-READ.

      *--------------------------------------------------------------
      * LOAD-FAULT-TABLE - read the active FAULT-FILE rows of the
      * drill named in CC2-DRILL-NAME into CC2-FAULT-TABLE. Rows of
      * other drills, parked rows and rows with no recognised fault
      * kind are skipped; a missing file leaves the table empty (the
      * '*DRILL' call then answers NOFAULTS), an absent optional
      * file still opens (status '05') and must be closed, and rows
      * past the limit are dropped and reported.
      *--------------------------------------------------------------
       LOAD-FAULT-TABLE.
           MOVE ZERO TO CC2-FAULT-COUNT
           MOVE 'N' TO CC2-EOF-SWITCH
           MOVE 'N' TO CC2-FAULT-OVFL-SW
           OPEN INPUT FAULT-FILE
           IF CC2-FAULT-STATUS = '00'
               PERFORM READ-FAULT-RECORD UNTIL CC2-EOF
               CLOSE FAULT-FILE
           ELSE
               IF CC2-FAULT-STATUS = '05'
                   CLOSE FAULT-FILE
               END-IF
           END-IF
           MOVE 'N' TO CC2-EOF-SWITCH.

       READ-FAULT-RECORD.
           READ FAULT-FILE
               AT END
                   SET CC2-EOF TO TRUE
               NOT AT END
                   IF FLT-DRILL = CC2-DRILL-NAME
                       AND NOT FLT-INACTIVE
                       AND (FLT-WRONG-RESP OR FLT-PARM-ERROR
                       OR FLT-UNKNOWN-TYPE OR FLT-DELAY)
                       IF CC2-FAULT-COUNT < CC2-FAULT-LIMIT
                           ADD 1 TO CC2-FAULT-COUNT
                           SET CC2-FAULT-IDX TO CC2-FAULT-COUNT
                           MOVE FLT-TYPE
                               TO CC2-FLT-TYPE (CC2-FAULT-IDX)
                           MOVE FLT-PAYLOAD
                               TO CC2-FLT-PAYLOAD (CC2-FAULT-IDX)
                           MOVE FLT-ACTION
                               TO CC2-FLT-ACTION (CC2-FAULT-IDX)
                           MOVE FLT-RESP
                               TO CC2-FLT-RESP (CC2-FAULT-IDX)
                           MOVE FLT-SECONDS
                               TO CC2-FLT-SECONDS (CC2-FAULT-IDX)
                       ELSE
                           IF NOT CC2-FAULT-OVERFLOWED
                               SET CC2-FAULT-OVERFLOWED TO TRUE
                               DISPLAY 'CBLCALLP2: CC2FAULT '
                                   'EXCEEDS FAULT TABLE LIMIT, '
                                   'EXTRA ROWS DROPPED'
                                   UPON CONSOLE
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *--------------------------------------------------------------
      * LOAD-CAPTURE-TABLE - read the active CAPTURE-CTL-FILE rows
      * into CC2-CPT-TABLE with every (re)load of the dispatch
      * tables. A missing or empty file leaves the table empty and
      * capture off; an absent optional file still opens (status
      * '05') and must be closed; rows past the limit are dropped
      * and reported.
      *--------------------------------------------------------------
       LOAD-CAPTURE-TABLE.
           MOVE ZERO TO CC2-CPT-COUNT
           MOVE 'N' TO CC2-EOF-SWITCH
           MOVE 'N' TO CC2-CPT-OVFL-SW
           OPEN INPUT CAPTURE-CTL-FILE
           IF CC2-CAPCTL-STATUS = '00'
               PERFORM READ-CAPTURE-CTL-RECORD UNTIL CC2-EOF
               CLOSE CAPTURE-CTL-FILE
           ELSE
               IF CC2-CAPCTL-STATUS = '05'
                   CLOSE CAPTURE-CTL-FILE
               END-IF
           END-IF
           MOVE 'N' TO CC2-EOF-SWITCH.

       READ-CAPTURE-CTL-RECORD.
           READ CAPTURE-CTL-FILE
               AT END
                   SET CC2-EOF TO TRUE
               NOT AT END
                   IF NOT CPC-INACTIVE AND CPC-TYPE NOT = SPACES
                       IF CC2-CPT-COUNT < CC2-CPT-LIMIT
                           ADD 1 TO CC2-CPT-COUNT
                           SET CC2-CPT-IDX TO CC2-CPT-COUNT
                           MOVE CPC-TYPE
                               TO CC2-CPT-TYPE (CC2-CPT-IDX)
                           MOVE CPC-UNTIL
                               TO CC2-CPT-UNTIL (CC2-CPT-IDX)
                       ELSE
                           IF NOT CC2-CPT-OVERFLOWED
                               SET CC2-CPT-OVERFLOWED TO TRUE
                               DISPLAY 'CBLCALLP2: CC2CAPCTL '
                                   'EXCEEDS CAPTURE TABLE LIMIT, '
                                   'EXTRA ROWS DROPPED'
                                   UPON CONSOLE
                           END-IF
                       END-IF
                   END-IF
           END-READ.
