* chain, outbound transmissions still without their .ACK in their
* partner's own drop directory (from PARTNERS.TXT, with the
* default directory for untagged lines), undecided REJECTS.TXT
* items, the last integrity-sweep outcome from the shared AUDITLOG,
* and the last SIGNON-REPORT security review from the same log - a
* review that found repeated failed sign-ons, out-of-hours sign-ons
* or attempts on disabled ids shows WARNING. Anything red
* ends the run RETURN-CODE 8, so the same program runs unattended
* at 06:00 and pages only when the screen would have shown red.
* The board also lists every incident still open on INCIDENTS.TXT
* with its owner; an open incident nobody has taken ownership of is
* red, since the page is what gets someone to take it.
* Last month's close from MECLOSE.TXT is shown as open - with the
* steps done so far - until a second operator has signed it off in
* MONTH-END-CLOSE; a step that failed its condition-code gate and
* has not been run again since is red.
* Work items an operator has held on QUEUE-CONSOLE are counted on
* the queue line and listed under it with the program they wait
* for and the operator's note; a hold is deliberate, so not red.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    COPY "partner-select.cpy".
    COPY "rejects-select.cpy".
    COPY "balance-select.cpy".
    COPY "incident-select.cpy".
    COPY "mechecklist-select.cpy".
    COPY "meclose-select.cpy".
    COPY "auditlog-select.cpy".
    COPY "run-id-select.cpy".

COPY "partner-fd.cpy".
COPY "rejects-fd.cpy".
COPY "balance-fd.cpy".
COPY "incident-fd.cpy".
COPY "mechecklist-fd.cpy".
COPY "meclose-fd.cpy".
COPY "auditlog-fd.cpy".
COPY "run-id-fd.cpy".

COPY "partner-ws.cpy".
COPY "rejects-ws.cpy".
COPY "balance-ws.cpy".
COPY "incident-ws.cpy".
COPY "meclose-ws.cpy".
COPY "auditlog-ws.cpy".
COPY "run-id-ws.cpy".
01  WS-SCHED-LOG-STATUS PIC X(02).
01  WS-Q-DONE PIC 9(04) VALUE 0.
01  WS-Q-FAILED PIC 9(04) VALUE 0.
01  WS-Q-DEADLTR PIC 9(04) VALUE 0.
01  WS-Q-HELD PIC 9(04) VALUE 0.
01  WS-Q-SKIP-TEXT PIC X(60).
01  WS-Q-RETRY-TEXT PIC X(06).
01  WS-Q-PRIORITY-TEXT PIC X(01).
01  WS-Q-DEPENDS-TEXT PIC X(06).
01  WS-Q-HELD-TABLE.
    05  WS-Q-HELD-ENTRY OCCURS 20 TIMES.
        10  WS-Q-HELD-SEQ PIC X(06).
        10  WS-Q-HELD-PROGRAM PIC X(20).
        10  WS-Q-HELD-NOTE PIC X(40).
01  WS-Q-HELD-INDEX PIC 9(04) VALUE 0.

* Scheduler decisions today against JOBDEFS deadlines.
01  WS-JOB-DEFS-EOF-FLAG PIC X VALUE 'N'.
01  WS-JOB-COUNT PIC 9(02) VALUE 0.
01  WS-JB-INDEX PIC 9(02) VALUE 0.
01  WS-JD-NAME PIC X(20).
01  WS-JD-FREQ PIC X(09).
01  WS-JD-RUN-DAY PIC X(02).
01  WS-JD-PARM PIC X(40).
01  WS-JD-STEPS PIC X(120).
    88  WS-AUDIT-EOF VALUE 'Y'.
01  WS-AUDIT-LINE-WORK PIC X(200).
01  WS-SWEEP-OUTCOME PIC X(11) VALUE '(NEVER RAN)'.
01  WS-SIGNON-OUTCOME PIC X(11) VALUE '(NEVER RAN)'.
01  WS-LEAD-PART PIC X(200).
01  WS-PARSED-RUN-ID PIC X(13).
01  WS-PARSED-DATE PIC X(10).
01  WS-PARSED-TIME PIC X(08).
01  WS-PARSED-OUTCOME PIC X(11).

* Incidents still open.
01  WS-INCIDENT-OPEN-COUNT PIC 9(03) VALUE 0.
01  WS-INCIDENT-UNOWNED-COUNT PIC 9(03) VALUE 0.

* Last month's close.
01  WS-CLOSE-MONTH PIC 9(06) VALUE 0.
01  WS-CLOSE-MONTH-PARTS REDEFINES WS-CLOSE-MONTH.
    05  WS-CLOSE-YEAR PIC 9(04).
    05  WS-CLOSE-MM PIC 9(02).
01  WS-CLOSE-FAILED-COUNT PIC 9(02) VALUE 0.

PROCEDURE DIVISION.
MAIN-PROCEDURE.
    PERFORM GET-RUN-ID.
    PERFORM SHOW-UNACKED-TRANSMISSIONS.
    PERFORM SHOW-UNDECIDED-REJECTS.
    PERFORM SHOW-LAST-SWEEP-OUTCOME.
    PERFORM SHOW-OPEN-INCIDENTS.
    PERFORM SHOW-MONTH-END-CLOSE.
    DISPLAY '============================================================'.
    IF WS-RED-COUNT = 0
     DISPLAY 'ALL GREEN.'
        '  RUNNING ' WS-Q-RUNNING
        '  DONE ' WS-Q-DONE
        '  FAILED ' WS-Q-FAILED
        '  DEADLTR ' WS-Q-DEADLTR
        '  HELD ' WS-Q-HELD.
    IF WS-Q-FAILED > 0 OR WS-Q-DEADLTR > 0
     DISPLAY '             *** RED: FAILED/DEAD-LETTER ITEMS ***'
     ADD 1 TO WS-RED-COUNT
    END-IF.
    PERFORM VARYING WS-Q-HELD-INDEX FROM 1 BY 1
        UNTIL WS-Q-HELD-INDEX > WS-Q-HELD OR WS-Q-HELD-INDEX > 20
     DISPLAY '             HELD ' WS-Q-HELD-SEQ(WS-Q-HELD-INDEX) ' '
         WS-Q-HELD-PROGRAM(WS-Q-HELD-INDEX) ' '
         FUNCTION TRIM(WS-Q-HELD-NOTE(WS-Q-HELD-INDEX))
    END-PERFORM.
    IF WS-Q-HELD > 20
     DISPLAY '             ... AND MORE - SEE QUEUE-CONSOLE'
    END-IF.

TALLY-ONE-QUEUE-ITEM.
    READ WORK-QUEUE-FILE INTO WORKQUEUE-LINE
        WHEN 'DONE' ADD 1 TO WS-Q-DONE
        WHEN 'FAILED' ADD 1 TO WS-Q-FAILED
        WHEN 'DEADLTR' ADD 1 TO WS-Q-DEADLTR
        WHEN 'HELD' PERFORM NOTE-HELD-QUEUE-ITEM
        WHEN OTHER CONTINUE
       END-EVALUATE
      END-IF
    END-READ.

NOTE-HELD-QUEUE-ITEM.
    ADD 1 TO WS-Q-HELD.
    IF WS-Q-HELD <= 20
     MOVE SPACES TO WS-Q-HELD-ENTRY(WS-Q-HELD)
     UNSTRING WORKQUEUE-LINE DELIMITED BY ','
         INTO WS-Q-STATUS WS-Q-HELD-SEQ(WS-Q-HELD) WS-Q-SKIP-TEXT
              WS-Q-HELD-PROGRAM(WS-Q-HELD) WS-Q-SKIP-TEXT
              WS-Q-RETRY-TEXT WS-Q-PRIORITY-TEXT WS-Q-DEPENDS-TEXT
              WS-Q-HELD-NOTE(WS-Q-HELD)
    END-IF.

SHOW-SCHEDULER-POSITION.
* JOBDEFS gives the jobs and deadlines; today's SCHEDLOG lines give
* each job's standing. A job seen DUE with no COMPLETED, past its
        AND WS-SWEEP-OUTCOME NOT = '(NEVER RAN)'
     ADD 1 TO WS-RED-COUNT
    END-IF.
    DISPLAY 'SECURITY     LAST SIGN-ON REVIEW: ' WS-SIGNON-OUTCOME.
    IF WS-SIGNON-OUTCOME NOT = 'SUCCESS'
        AND WS-SIGNON-OUTCOME NOT = '(NEVER RAN)'
     ADD 1 TO WS-RED-COUNT
    END-IF.

WEIGH-ONE-AUDIT-LINE.
    READ AUDIT-LOG-FILE INTO WS-AUDIT-LINE-WORK
      SET WS-AUDIT-EOF TO TRUE
     NOT AT END
      IF WS-AUDIT-LINE-WORK(1:16) = 'INTEGRITY-SWEEP '
          OR WS-AUDIT-LINE-WORK(1:14) = 'SIGNON-REPORT '
       MOVE SPACES TO WS-PARSED-OUTCOME
       UNSTRING WS-AUDIT-LINE-WORK
           DELIMITED BY ' RUN-ID=' OR ' ON ' OR ' AT '
           INTO WS-LEAD-PART WS-PARSED-RUN-ID WS-PARSED-DATE
                WS-PARSED-TIME WS-PARSED-OUTCOME
       IF WS-PARSED-OUTCOME NOT = SPACES
        IF WS-AUDIT-LINE-WORK(1:14) = 'SIGNON-REPORT '
         MOVE WS-PARSED-OUTCOME TO WS-SIGNON-OUTCOME
        ELSE
         MOVE WS-PARSED-OUTCOME TO WS-SWEEP-OUTCOME
        END-IF
       END-IF
      END-IF
    END-READ.

SHOW-OPEN-INCIDENTS.
    PERFORM LOAD-INCIDENT-TABLE.
    MOVE 0 TO WS-INCIDENT-OPEN-COUNT.
    MOVE 0 TO WS-INCIDENT-UNOWNED-COUNT.
    PERFORM VARYING INCIDENT-INDEX FROM 1 BY 1
        UNTIL INCIDENT-INDEX > INCIDENT-COUNT
     IF INCIDENT-STATE(INCIDENT-INDEX) NOT = 'RESOLVED'
      ADD 1 TO WS-INCIDENT-OPEN-COUNT
      IF INCIDENT-STATE(INCIDENT-INDEX) = 'OPEN'
       ADD 1 TO WS-INCIDENT-UNOWNED-COUNT
      END-IF
     END-IF
    END-PERFORM.
    DISPLAY 'INCIDENTS    OPEN ' WS-INCIDENT-OPEN-COUNT
        '  NOT YET OWNED ' WS-INCIDENT-UNOWNED-COUNT.
    PERFORM SHOW-ONE-OPEN-INCIDENT
        VARYING INCIDENT-INDEX FROM 1 BY 1
        UNTIL INCIDENT-INDEX > INCIDENT-COUNT.
    IF WS-INCIDENT-UNOWNED-COUNT > 0
     DISPLAY '             *** RED: OPEN INCIDENTS WITH NO OWNER ***'
     ADD 1 TO WS-RED-COUNT
    END-IF.

SHOW-ONE-OPEN-INCIDENT.
    IF INCIDENT-STATE(INCIDENT-INDEX) = 'OPEN'
     DISPLAY '             ' INCIDENT-ID(INCIDENT-INDEX)
         ' ' INCIDENT-PROGRAM(INCIDENT-INDEX)
         ' SINCE ' INCIDENT-DETECTED-DATE(INCIDENT-INDEX)
         ' (NO OWNER) '
         INCIDENT-TITLE(INCIDENT-INDEX)(1:30)
    END-IF.
    IF INCIDENT-STATE(INCIDENT-INDEX) = 'ACKED'
     DISPLAY '             ' INCIDENT-ID(INCIDENT-INDEX)
         ' ' INCIDENT-PROGRAM(INCIDENT-INDEX)
         ' SINCE ' INCIDENT-DETECTED-DATE(INCIDENT-INDEX)
         ' OWNER ' INCIDENT-ACKED-BY(INCIDENT-INDEX)(1:12)
         INCIDENT-TITLE(INCIDENT-INDEX)(1:23)
    END-IF.

SHOW-MONTH-END-CLOSE.
    MOVE RUN-ID-CURRENT-DATE(1:6) TO WS-CLOSE-MONTH.
    IF WS-CLOSE-MM = 1
     SUBTRACT 1 FROM WS-CLOSE-YEAR
     MOVE 12 TO WS-CLOSE-MM
    ELSE
     SUBTRACT 1 FROM WS-CLOSE-MM
    END-IF.
    MOVE WS-CLOSE-MONTH TO MECLOSE-MONTH.
    PERFORM LOAD-MONTH-END-STATUS.
    MOVE 0 TO WS-CLOSE-FAILED-COUNT.
    EVALUATE TRUE
     WHEN MECLOSE-STEP-COUNT = 0
      DISPLAY 'MONTH-END    ' MECLOSE-MONTH
          ' (NO CHECKLIST ON FILE)'
     WHEN MECLOSE-SIGNED-OFF
      DISPLAY 'MONTH-END    ' MECLOSE-MONTH ' CLOSED - SIGNED OFF BY '
          FUNCTION TRIM(MECLOSE-SIGNED-BY) ' ON ' MECLOSE-SIGNED-DATE
     WHEN MECLOSE-FIRST-OPEN = 0
      DISPLAY 'MONTH-END    ' MECLOSE-MONTH ' OPEN - ALL '
          MECLOSE-STEP-COUNT ' STEPS DONE, AWAITING SIGN-OFF'
     WHEN OTHER
      DISPLAY 'MONTH-END    ' MECLOSE-MONTH ' OPEN - '
          MECLOSE-COMPLETE-COUNT ' OF ' MECLOSE-STEP-COUNT
          ' STEPS DONE'
      PERFORM VARYING MECLOSE-STEP-INDEX FROM 1 BY 1
          UNTIL MECLOSE-STEP-INDEX > MECLOSE-STEP-COUNT
       IF MECLOSE-STEP-STATE(MECLOSE-STEP-INDEX) = 'FAILED'
        ADD 1 TO WS-CLOSE-FAILED-COUNT
        DISPLAY '             STEP ' MECLOSE-STEP-INDEX ' '
            MECLOSE-STEP-NAME(MECLOSE-STEP-INDEX) ' FAILED ON '
            MECLOSE-STEP-DATE(MECLOSE-STEP-INDEX) ' RC '
            MECLOSE-STEP-RC(MECLOSE-STEP-INDEX)
       END-IF
      END-PERFORM
    END-EVALUATE.
    IF WS-CLOSE-FAILED-COUNT > 0
     DISPLAY '             *** RED: MONTH-END STEP FAILED ***'
     ADD 1 TO WS-RED-COUNT
    END-IF.

LOAD-MONTH-END-STATUS.
    COPY "meclose-load.cpy".

LOAD-INCIDENT-TABLE.
    COPY "incident-load.cpy".

GET-RUN-ID.
    COPY "run-id-get.cpy".
