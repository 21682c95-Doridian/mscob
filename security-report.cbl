      $set sourceformat(free)
IDENTIFICATION DIVISION.
PROGRAM-ID. SECURITY-REPORT.

*> Daily password-spray report over the audit-trail generations, off
*> the client source address the notification server stamps on
*> every audit record. The per-handle lockout only ever sees one
*> handle at a time; this looks at failed USR S attempts by where
*> they came from. Run once daily (e.g. from cron):
*>     cobcrun security-report [from-YYYYMMDD [to-YYYYMMDD
*>         [min-failures [min-handles]]]]
*> With no dates it reports on today; with one, on that day. Both
*> plain and gzip-compressed generations are read. Defaults: an
*> address is treated as spraying once it has 10 failed sign-ins
*> across at least 3 different handles in the range.
*> The report lists the top 20 failing addresses with how many
*> distinct handles each one failed on, then every handle that signed
*> in successfully from a spraying address - those accounts should
*> be treated as compromised until their owners say otherwise. The
*> run ends with return code 4 whenever that second list is not
*> empty, so a wrapper can page someone.
*> Records written before the address was captured carry a blank
*> address and are left out.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT audit-trail-file ASSIGN TO wk-audit-file-name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS at-file-status.

*> Only ever opened INPUT, to probe whether a given day's .log.gz
*> exists before handing it to gzip.
    SELECT probe-file ASSIGN TO wk-probe-file-name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS pr-file-status.

*> The generations are in time order - the sort groups each
*> address's attempts by handle.
    SELECT sort-file ASSIGN TO "data/security_report.sort.tmp".

DATA DIVISION.
FILE SECTION.
FD audit-trail-file.
01 audit-trail-record.
   COPY "audit-trail-record.cpy".

FD probe-file.
01 probe-record PIC X(256).

SD sort-file.
01 sort-record.
   05 sr-source-addr PIC X(45).
   05 sr-user-handle PIC X(60).
   05 sr-timestamp PIC X(21).
*> "F" password refused (FAIL, LOCK or SPRY), "S" signed in.
   05 sr-outcome PIC X(1).

WORKING-STORAGE SECTION.

01 at-file-status PIC XX.
01 pr-file-status PIC XX.

01 wk-command-line PIC X(512).
01 wk-arg-1 PIC X(8).
01 wk-arg-2 PIC X(8).
01 wk-arg-3 PIC X(8).
01 wk-arg-4 PIC X(8).

01 wk-from-date PIC X(8).
01 wk-to-date PIC X(8).
01 wk-min-failures BINARY-LONG UNSIGNED VALUE 10.
01 wk-min-handles BINARY-LONG UNSIGNED VALUE 3.

01 wk-day-int BINARY-LONG.
01 wk-to-int BINARY-LONG.
01 wk-gen-num PIC 9(8).
01 wk-gen-date REDEFINES wk-gen-num PIC X(8).

01 wk-audit-file-name PIC X(48).
01 wk-probe-file-name PIC X(48).
01 wk-system-command PIC X(160).
01 wk-audit-opened PIC X VALUE "N".
    88 wk-generation-open VALUE "Y".
01 wk-audit-temp PIC X VALUE "N".
    88 wk-audit-is-temp VALUE "Y".
01 wk-audit-eof PIC X VALUE "N".
    88 wk-audit-at-end VALUE "Y".
01 wk-sort-eof PIC X VALUE "N".
    88 wk-sort-at-end VALUE "Y".

*> Control-break state for the address (and handle within it) the
*> sorted attempts are on.
01 wk-cur-addr PIC X(45) VALUE SPACES.
01 wk-cur-handle PIC X(60) VALUE SPACES.
01 wk-addr-fails BINARY-LONG UNSIGNED.
*> Distinct handles with at least one failure from the address.
01 wk-addr-handles BINARY-LONG UNSIGNED.
01 wk-addr-first-fail PIC X(21).
01 wk-addr-last-fail PIC X(21).
01 wk-handle-fails BINARY-LONG UNSIGNED.

*> Sign-ins from the current address, held until the address is
*> complete and it is known whether it was spraying.
01 wk-addr-ok-count BINARY-INT UNSIGNED.
01 addr-ok-table.
    05 addr-ok-entry OCCURS 50 TIMES.
        10 aok-handle PIC X(60).
        10 aok-timestamp PIC X(21).
        10 aok-fails PIC 9(6).
01 wk-ok-idx BINARY-INT UNSIGNED.

*> Top failing addresses, kept in descending failure order.
01 wk-top-count BINARY-INT UNSIGNED VALUE 0.
01 top-addr-table.
    05 top-addr-entry OCCURS 20 TIMES.
        10 top-addr PIC X(45).
        10 top-fails BINARY-LONG UNSIGNED.
        10 top-handles BINARY-LONG UNSIGNED.
        10 top-first-fail PIC X(21).
        10 top-last-fail PIC X(21).
        10 top-spraying PIC X(1).
01 wk-top-idx BINARY-INT UNSIGNED.
01 wk-top-slot BINARY-INT UNSIGNED.

*> Successful sign-ins from spraying addresses, for the second list.
01 wk-hit-count BINARY-INT UNSIGNED VALUE 0.
01 spray-hit-table.
    05 spray-hit-entry OCCURS 500 TIMES.
        10 hit-addr PIC X(45).
        10 hit-handle PIC X(60).
        10 hit-timestamp PIC X(21).
        10 hit-fails PIC 9(6).
01 wk-hit-idx BINARY-INT UNSIGNED.
01 wk-hits-dropped BINARY-LONG UNSIGNED VALUE 0.

01 wk-generations-read BINARY-LONG UNSIGNED VALUE 0.
01 wk-generations-missing BINARY-LONG UNSIGNED VALUE 0.
01 wk-attempts-seen BINARY-LONG UNSIGNED VALUE 0.
01 wk-failures-seen BINARY-LONG UNSIGNED VALUE 0.
01 wk-no-addr-seen BINARY-LONG UNSIGNED VALUE 0.
01 wk-failing-addrs BINARY-LONG UNSIGNED VALUE 0.
01 wk-spraying-addrs BINARY-LONG UNSIGNED VALUE 0.
01 wk-count-disp PIC Z(8)9.
01 wk-fails-disp PIC Z(6)9.
01 wk-handles-disp PIC Z(6)9.

PROCEDURE DIVISION.
    ACCEPT wk-command-line FROM COMMAND-LINE
    UNSTRING wk-command-line DELIMITED BY SPACE
        INTO wk-arg-1, wk-arg-2, wk-arg-3, wk-arg-4
    END-UNSTRING

    IF FUNCTION TRIM(wk-arg-1) = SPACES
        MOVE FUNCTION CURRENT-DATE(1:8) TO wk-from-date
    ELSE
        MOVE wk-arg-1 TO wk-from-date
    END-IF
    IF FUNCTION TRIM(wk-arg-2) = SPACES
        MOVE wk-from-date TO wk-to-date
    ELSE
        MOVE wk-arg-2 TO wk-to-date
    END-IF
    IF FUNCTION TRIM(wk-arg-3) NOT = SPACES
        MOVE FUNCTION NUMVAL(wk-arg-3) TO wk-min-failures
    END-IF
    IF FUNCTION TRIM(wk-arg-4) NOT = SPACES
        MOVE FUNCTION NUMVAL(wk-arg-4) TO wk-min-handles
    END-IF

    IF wk-from-date NOT NUMERIC OR wk-to-date NOT NUMERIC OR
            wk-to-date < wk-from-date
        DISPLAY "Usage: security-report [from-YYYYMMDD [to-YYYYMMDD"
            " [min-failures [min-handles]]]]"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    SORT sort-file
        ON ASCENDING KEY sr-source-addr sr-user-handle sr-timestamp
        INPUT PROCEDURE IS Collect-Attempts
        OUTPUT PROCEDURE IS Tally-Addresses

    DISPLAY "Password-spray report for " wk-from-date " to " wk-to-date
    MOVE wk-min-failures TO wk-fails-disp
    MOVE wk-min-handles TO wk-handles-disp
    DISPLAY "Spraying = at least " FUNCTION TRIM(wk-fails-disp)
        " failed sign-ins across at least "
        FUNCTION TRIM(wk-handles-disp) " handles"
    DISPLAY " "
    DISPLAY "Top failing source addresses"
    DISPLAY "Failures  Handles  First failure   Last failure    "
        "Spray  Address"

    PERFORM VARYING wk-top-idx FROM 1 BY 1
            UNTIL wk-top-idx > wk-top-count
        MOVE top-fails(wk-top-idx) TO wk-fails-disp
        MOVE top-handles(wk-top-idx) TO wk-handles-disp
        DISPLAY wk-fails-disp "  " wk-handles-disp "  "
            top-first-fail(wk-top-idx)(1:14) "  "
            top-last-fail(wk-top-idx)(1:14) "  "
            top-spraying(wk-top-idx) "      "
            FUNCTION TRIM(top-addr(wk-top-idx))
    END-PERFORM
    IF wk-top-count = 0
        DISPLAY "(no failed sign-ins with a source address)"
    END-IF

    DISPLAY " "
    DISPLAY "Successful sign-ins from spraying addresses"
    DISPLAY "Signed in       Prior-fails  Address"
        "                                        Handle"

    PERFORM VARYING wk-hit-idx FROM 1 BY 1
            UNTIL wk-hit-idx > wk-hit-count
        MOVE hit-fails(wk-hit-idx) TO wk-fails-disp
        DISPLAY hit-timestamp(wk-hit-idx)(1:14) "  "
            wk-fails-disp "      " hit-addr(wk-hit-idx) "  "
            FUNCTION TRIM(hit-handle(wk-hit-idx))
    END-PERFORM
    IF wk-hit-count = 0
        DISPLAY "(none)"
    END-IF
    IF wk-hits-dropped > 0
        MOVE wk-hits-dropped TO wk-count-disp
        DISPLAY "... and " FUNCTION TRIM(wk-count-disp)
            " more not listed"
    END-IF

    DISPLAY " "
    MOVE wk-generations-read TO wk-count-disp
    DISPLAY "Audit generations read      : " wk-count-disp
    MOVE wk-generations-missing TO wk-count-disp
    DISPLAY "Days with no generation     : " wk-count-disp
    MOVE wk-attempts-seen TO wk-count-disp
    DISPLAY "USR S attempts with address : " wk-count-disp
    MOVE wk-failures-seen TO wk-count-disp
    DISPLAY "  of which refused          : " wk-count-disp
    MOVE wk-no-addr-seen TO wk-count-disp
    DISPLAY "USR S attempts, no address  : " wk-count-disp
    MOVE wk-failing-addrs TO wk-count-disp
    DISPLAY "Addresses with failures     : " wk-count-disp
    MOVE wk-spraying-addrs TO wk-count-disp
    DISPLAY "Spraying addresses          : " wk-count-disp

    IF wk-hit-count > 0
        MOVE 4 TO RETURN-CODE
    END-IF

    STOP RUN
    .

*> One day at a time across the range - the generation for a day is
*> either still plain or already compressed by HOUSEKEEPING-PURGE.
Collect-Attempts.
    COMPUTE wk-day-int =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(wk-from-date))
    COMPUTE wk-to-int =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(wk-to-date))

    PERFORM UNTIL wk-day-int > wk-to-int
        MOVE FUNCTION DATE-OF-INTEGER(wk-day-int) TO wk-gen-num

        PERFORM Open-Audit-Generation
        IF wk-generation-open
            ADD 1 TO wk-generations-read
            MOVE "N" TO wk-audit-eof
            PERFORM UNTIL wk-audit-at-end
                READ audit-trail-file
                    AT END
                        SET wk-audit-at-end TO TRUE
                    NOT AT END
                        PERFORM Release-Attempt
                END-READ
            END-PERFORM
            PERFORM Close-Audit-Generation
        ELSE
            ADD 1 TO wk-generations-missing
        END-IF

        ADD 1 TO wk-day-int
    END-PERFORM
    .

Open-Audit-Generation.
    MOVE "N" TO wk-audit-opened
    MOVE "N" TO wk-audit-temp

    MOVE SPACES TO wk-audit-file-name
    STRING
        "data/audit_trail." wk-gen-date ".log"
            DELIMITED BY SIZE
        INTO wk-audit-file-name
    END-STRING

    OPEN INPUT audit-trail-file
    IF at-file-status = "00"
        SET wk-generation-open TO TRUE
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO wk-probe-file-name
    STRING
        "data/audit_trail." wk-gen-date ".log.gz"
            DELIMITED BY SIZE
        INTO wk-probe-file-name
    END-STRING

    OPEN INPUT probe-file
    IF pr-file-status = "35"
        EXIT PARAGRAPH
    END-IF
    CLOSE probe-file

    MOVE SPACES TO wk-system-command
    STRING
        "gzip -dc " FUNCTION TRIM(wk-probe-file-name)
        " > data/security_report.extract.tmp"
            DELIMITED BY SIZE
        INTO wk-system-command
    END-STRING
    CALL "SYSTEM" USING wk-system-command END-CALL

    MOVE "data/security_report.extract.tmp" TO wk-audit-file-name
    OPEN INPUT audit-trail-file
    IF at-file-status = "00"
        SET wk-generation-open TO TRUE
        SET wk-audit-is-temp TO TRUE
    END-IF
    .

Close-Audit-Generation.
    CLOSE audit-trail-file
    IF wk-audit-is-temp
        MOVE "rm -f data/security_report.extract.tmp"
            TO wk-system-command
        CALL "SYSTEM" USING wk-system-command END-CALL
        MOVE "N" TO wk-audit-temp
    END-IF
    .

*> Only USR S decides a password - LOCK and SPRY are refusals the
*> server made on the counters, and still count as the attacker's
*> failed attempt.
Release-Attempt.
    IF at-command NOT = "USR" OR at-stage NOT = "S"
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO sort-record
    EVALUATE at-result
        WHEN "OK"
            MOVE "S" TO sr-outcome
        WHEN "FAIL"
        WHEN "LOCK"
        WHEN "SPRY"
            MOVE "F" TO sr-outcome
        WHEN OTHER
            EXIT PARAGRAPH
    END-EVALUATE

    IF at-source-addr = SPACES
        ADD 1 TO wk-no-addr-seen
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO wk-attempts-seen
    IF sr-outcome = "F"
        ADD 1 TO wk-failures-seen
    END-IF
    MOVE at-source-addr TO sr-source-addr
    MOVE at-user-handle TO sr-user-handle
    MOVE at-timestamp TO sr-timestamp
    RELEASE sort-record
    .

Tally-Addresses.
    PERFORM UNTIL wk-sort-at-end
        RETURN sort-file
            AT END
                SET wk-sort-at-end TO TRUE
            NOT AT END
                PERFORM Tally-Attempt
        END-RETURN
    END-PERFORM

    IF wk-cur-addr NOT = SPACES
        PERFORM Finish-Address
    END-IF
    .

Tally-Attempt.
    IF sr-source-addr NOT = wk-cur-addr
        IF wk-cur-addr NOT = SPACES
            PERFORM Finish-Address
        END-IF
        MOVE sr-source-addr TO wk-cur-addr
        MOVE SPACES TO wk-cur-handle
        MOVE 0 TO wk-handle-fails
        MOVE 0 TO wk-addr-fails
        MOVE 0 TO wk-addr-handles
        MOVE 0 TO wk-addr-ok-count
        MOVE SPACES TO wk-addr-first-fail
        MOVE SPACES TO wk-addr-last-fail
    END-IF

    IF sr-user-handle NOT = wk-cur-handle
        MOVE sr-user-handle TO wk-cur-handle
        MOVE 0 TO wk-handle-fails
    END-IF

    *> only handles that failed count towards spraying - a colleague
    *> signing in cleanly from the same address is not one tried
    IF sr-outcome = "F"
        ADD 1 TO wk-addr-fails
        ADD 1 TO wk-handle-fails
        IF wk-handle-fails = 1
            ADD 1 TO wk-addr-handles
        END-IF
        IF wk-addr-first-fail = SPACES OR
                sr-timestamp < wk-addr-first-fail
            MOVE sr-timestamp TO wk-addr-first-fail
        END-IF
        IF sr-timestamp > wk-addr-last-fail
            MOVE sr-timestamp TO wk-addr-last-fail
        END-IF
        EXIT PARAGRAPH
    END-IF

    IF wk-addr-ok-count < 50
        ADD 1 TO wk-addr-ok-count
        MOVE sr-user-handle TO aok-handle(wk-addr-ok-count)
        MOVE sr-timestamp TO aok-timestamp(wk-addr-ok-count)
        MOVE wk-handle-fails TO aok-fails(wk-addr-ok-count)
    END-IF
    .

*> The current address is complete: rank it, and if it was spraying
*> carry its sign-ins over to the hit list.
Finish-Address.
    IF wk-addr-fails = 0
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO wk-failing-addrs

    IF wk-addr-fails >= wk-min-failures AND
            wk-addr-handles >= wk-min-handles
        ADD 1 TO wk-spraying-addrs
        PERFORM VARYING wk-ok-idx FROM 1 BY 1
                UNTIL wk-ok-idx > wk-addr-ok-count
            IF wk-hit-count < 500
                ADD 1 TO wk-hit-count
                MOVE wk-cur-addr TO hit-addr(wk-hit-count)
                MOVE aok-handle(wk-ok-idx) TO hit-handle(wk-hit-count)
                MOVE aok-timestamp(wk-ok-idx)
                    TO hit-timestamp(wk-hit-count)
                MOVE aok-fails(wk-ok-idx) TO hit-fails(wk-hit-count)
            ELSE
                ADD 1 TO wk-hits-dropped
            END-IF
        END-PERFORM
    END-IF

    *> find the slot this address ranks at; below the 20th it drops
    MOVE 1 TO wk-top-slot
    PERFORM UNTIL wk-top-slot > wk-top-count
        IF wk-addr-fails > top-fails(wk-top-slot)
            EXIT PERFORM
        END-IF
        ADD 1 TO wk-top-slot
    END-PERFORM
    IF wk-top-slot > 20
        EXIT PARAGRAPH
    END-IF

    IF wk-top-count < 20
        ADD 1 TO wk-top-count
    END-IF
    MOVE wk-top-count TO wk-top-idx
    PERFORM UNTIL wk-top-idx <= wk-top-slot
        MOVE top-addr-entry(wk-top-idx - 1) TO top-addr-entry(wk-top-idx)
        SUBTRACT 1 FROM wk-top-idx
    END-PERFORM

    MOVE wk-cur-addr TO top-addr(wk-top-slot)
    MOVE wk-addr-fails TO top-fails(wk-top-slot)
    MOVE wk-addr-handles TO top-handles(wk-top-slot)
    MOVE wk-addr-first-fail TO top-first-fail(wk-top-slot)
    MOVE wk-addr-last-fail TO top-last-fail(wk-top-slot)
    IF wk-addr-fails >= wk-min-failures AND
            wk-addr-handles >= wk-min-handles
        MOVE "Y" TO top-spraying(wk-top-slot)
    ELSE
        MOVE "N" TO top-spraying(wk-top-slot)
    END-IF
    .

END PROGRAM SECURITY-REPORT.
