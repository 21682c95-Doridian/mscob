      $set sourceformat(free)
IDENTIFICATION DIVISION.
PROGRAM-ID. JOB-STREAM.

*> Nightly batch window as one job stream instead of a cron entry per
*> program with nothing enforcing their order and nobody noticing a
*> failure. Run once a night from cron:
*>     cobcrun job-stream [business-date]
*> The business date (YYYYMMDD) defaults to yesterday - the day the
*> window closes out. The steps and their parameters come from the
*> step definition data/job_stream.def (see job-step-record.cpy for
*> the layout), run in file order; a missing definition is written
*> with the standard stream first:
*>     PRESENCE-SWEEPER, CONNECT-STATS-REPORT,
*>     SWITCHBOARD-STATS-REPORT, TRANSCRIPT-REPORT (disabled until
*>     an operator fills in its parameters), RETENTION-ARCHIVE after
*>     SWITCHBOARD-STATS-REPORT - the report has to see the day's
*>     history before it is aged out - HOUSEKEEPING-PURGE,
*>     INTEGRITY-CHECK, DATA-BACKUP after INTEGRITY-CHECK, and
*>     AUDIT-VERIFY over the day's sealed audit-trail generation.
*> Each step's output goes to data/job_stream.<date>.<step>.log; its
*> start and end time, return code and the key counts picked from
*> its output go to the run-control file data/job_stream_control.dat.
*> A step whose predecessor did not complete is skipped. Rerun for
*> the same business date, the stream leaves the completed steps
*> alone and restarts at the first one that did not complete. Ends
*> with the one-page run summary, and return code 8 when any step
*> failed or was skipped (12 when the step definition is unusable).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT job-step-file ASSIGN TO "data/job_stream.def"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS js-file-status.

    SELECT run-control-file ASSIGN TO "data/job_stream_control.dat"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY rc-key
        FILE STATUS rc-file-status.

    SELECT step-log-file ASSIGN TO wk-step-log-name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS sl-file-status.

DATA DIVISION.
FILE SECTION.
FD job-step-file.
01 job-step-record.
   COPY "job-step-record.cpy".

FD run-control-file.
01 run-control-record.
   COPY "run-control-record.cpy".

FD step-log-file.
01 step-log-record PIC X(256).

WORKING-STORAGE SECTION.

01 js-file-status PIC XX.
01 rc-file-status PIC XX.
01 sl-file-status PIC XX.

01 wk-command-line PIC X(512).
01 wk-business-date PIC X(8).
01 wk-day-int BINARY-LONG.
01 wk-gen-num PIC 9(8).
01 wk-gen-date REDEFINES wk-gen-num PIC X(8).
01 wk-run-start-ts PIC X(21).

*> The step definition, loaded whole and checked before any step
*> runs, with what happened to each step for this business date.
01 wk-step-count BINARY-INT UNSIGNED VALUE 0.
01 step-table.
    05 step-entry OCCURS 20 TIMES.
        10 st-name PIC X(24).
        10 st-enabled PIC X(1).
        10 st-after PIC X(24).
        10 st-max-rc PIC 9(2).
        10 st-label-1 PIC X(32).
        10 st-label-2 PIC X(32).
        10 st-parameters PIC X(120).
        10 st-status PIC X(1).
        10 st-earlier PIC X(1).
        10 st-return-code PIC 9(3).
        10 st-start-ts PIC X(21).
        10 st-end-ts PIC X(21).
        10 st-attempts BINARY-INT UNSIGNED.
        10 st-count-1 PIC 9(12).
        10 st-count-2 PIC 9(12).
01 wk-step-idx BINARY-INT UNSIGNED.
01 wk-prior-idx BINARY-INT UNSIGNED.
01 wk-after-idx BINARY-INT UNSIGNED.
01 wk-def-bad PIC X VALUE "N".
    88 wk-definition-bad VALUE "Y".

01 wk-module-name PIC X(24).
01 wk-step-params PIC X(120).
01 wk-step-log-name PIC X(80).
01 wk-system-command PIC X(400).
01 wk-system-status BINARY-LONG.
01 wk-signal-bits BINARY-LONG.

*> Key-count pick-up from the step log.
01 wk-log-eof PIC X VALUE "N".
    88 wk-log-at-end VALUE "Y".
01 wk-label PIC X(32).
01 wk-label-len BINARY-INT UNSIGNED.
01 wk-colon-pos BINARY-INT UNSIGNED.
01 wk-picked-count PIC 9(12).

01 wk-completed BINARY-INT UNSIGNED VALUE 0.
01 wk-failed BINARY-INT UNSIGNED VALUE 0.
01 wk-skipped BINARY-INT UNSIGNED VALUE 0.
01 wk-disabled BINARY-INT UNSIGNED VALUE 0.
01 wk-restart-step PIC X(24) VALUE SPACES.
01 wk-status-desc PIC X(8).
01 wk-rc-disp PIC ZZ9.
01 wk-tries-disp PIC ZZ9.
01 wk-count-disp PIC Z(11)9.
01 wk-count-line PIC X(120).
01 wk-line-ptr BINARY-INT UNSIGNED.

PROCEDURE DIVISION.
    ACCEPT wk-command-line FROM COMMAND-LINE
    UNSTRING wk-command-line DELIMITED BY SPACE
        INTO wk-business-date
    END-UNSTRING

    MOVE FUNCTION CURRENT-DATE TO wk-run-start-ts
    IF FUNCTION TRIM(wk-business-date) = SPACES
        COMPUTE wk-day-int = FUNCTION INTEGER-OF-DATE(
            FUNCTION NUMVAL(wk-run-start-ts(1:8))) - 1
        MOVE FUNCTION DATE-OF-INTEGER(wk-day-int) TO wk-gen-num
        MOVE wk-gen-date TO wk-business-date
    END-IF
    IF wk-business-date NOT NUMERIC
        DISPLAY "Usage: job-stream [business-date-YYYYMMDD]"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM Load-Step-Definition
    IF wk-definition-bad
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN I-O run-control-file
    IF rc-file-status = "35"
        OPEN OUTPUT run-control-file
        CLOSE run-control-file
        OPEN I-O run-control-file
    END-IF
    IF rc-file-status NOT = "00"
        DISPLAY "job_stream_control.dat unusable, file status "
            rc-file-status " - stream not run"
        MOVE 12 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM VARYING wk-step-idx FROM 1 BY 1
            UNTIL wk-step-idx > wk-step-count
        PERFORM Run-Step
    END-PERFORM

    CLOSE run-control-file

    PERFORM Print-Run-Summary

    IF wk-failed > 0 OR wk-skipped > 0
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN
    .

*> Read the whole definition and check it: at most 20 steps, no name
*> twice, and every predecessor named earlier in the file - which is
*> what keeps the stream in dependency order.
Load-Step-Definition.
    OPEN INPUT job-step-file
    IF js-file-status = "35"
        PERFORM Write-Default-Definition
        OPEN INPUT job-step-file
    END-IF
    IF js-file-status NOT = "00"
        DISPLAY "job_stream.def unusable, file status " js-file-status
        SET wk-definition-bad TO TRUE
        EXIT PARAGRAPH
    END-IF

    PERFORM UNTIL 1 = 2
        READ job-step-file
            AT END
                EXIT PERFORM
        END-READ

        *> comment lines and blank lines are skipped
        IF job-step-record(1:1) NOT = "*" AND js-step-name NOT = SPACES
            IF wk-step-count = 20
                DISPLAY "job_stream.def: more than 20 steps"
                SET wk-definition-bad TO TRUE
                EXIT PERFORM
            END-IF
            PERFORM Load-Step-Entry
        END-IF
    END-PERFORM

    CLOSE job-step-file

    IF wk-step-count = 0 AND NOT wk-definition-bad
        DISPLAY "job_stream.def has no steps"
        SET wk-definition-bad TO TRUE
    END-IF
    IF wk-definition-bad
        DISPLAY "Step definition rejected - no step was run"
    END-IF
    .

*> One step line into the next table slot, checked against the steps
*> before it.
Load-Step-Entry.
    ADD 1 TO wk-step-count
    INITIALIZE step-entry(wk-step-count)
    MOVE FUNCTION UPPER-CASE(js-step-name) TO st-name(wk-step-count)
    MOVE FUNCTION UPPER-CASE(js-enabled) TO st-enabled(wk-step-count)
    MOVE FUNCTION UPPER-CASE(js-after-step)
        TO st-after(wk-step-count)
    IF js-max-rc NUMERIC
        MOVE js-max-rc TO st-max-rc(wk-step-count)
    ELSE
        MOVE 0 TO st-max-rc(wk-step-count)
    END-IF
    MOVE js-count-label-1 TO st-label-1(wk-step-count)
    MOVE js-count-label-2 TO st-label-2(wk-step-count)
    MOVE js-parameters TO st-parameters(wk-step-count)

    MOVE 0 TO wk-after-idx
    PERFORM VARYING wk-prior-idx FROM 1 BY 1
            UNTIL wk-prior-idx >= wk-step-count
        IF st-name(wk-prior-idx) = st-name(wk-step-count)
            DISPLAY "job_stream.def: step "
                FUNCTION TRIM(st-name(wk-step-count))
                " appears twice"
            SET wk-definition-bad TO TRUE
        END-IF
        IF st-name(wk-prior-idx) = st-after(wk-step-count)
            MOVE wk-prior-idx TO wk-after-idx
        END-IF
    END-PERFORM
    IF st-after(wk-step-count) NOT = SPACES AND wk-after-idx = 0
        DISPLAY "job_stream.def: step "
            FUNCTION TRIM(st-name(wk-step-count))
            " runs after " FUNCTION TRIM(st-after(wk-step-count))
            ", which is not an earlier step"
        SET wk-definition-bad TO TRUE
    END-IF
    .

*> The standard nightly stream, written the first time the driver
*> finds no definition.
Write-Default-Definition.
    OPEN OUTPUT job-step-file
    IF js-file-status NOT = "00"
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO job-step-record
    MOVE "* Step name             YAfter step              RC"
        TO job-step-record
    MOVE "Count label 1                   Count label 2"
        TO job-step-record(52:)
    MOVE "Parameters (YYYYMMDD = business date)"
        TO job-step-record(116:)
    WRITE job-step-record

    MOVE SPACES TO job-step-record
    MOVE "PRESENCE-SWEEPER" TO js-step-name
    MOVE "Y" TO js-enabled
    MOVE 0 TO js-max-rc
    MOVE "Stale presence records swept" TO js-count-label-1
    WRITE job-step-record

    MOVE SPACES TO job-step-record
    MOVE "CONNECT-STATS-REPORT" TO js-step-name
    MOVE "Y" TO js-enabled
    MOVE 0 TO js-max-rc
    MOVE "Total connections" TO js-count-label-1
    MOVE "Total USR S successes" TO js-count-label-2
    MOVE "YYYYMMDD" TO js-parameters
    WRITE job-step-record

    MOVE SPACES TO job-step-record
    MOVE "SWITCHBOARD-STATS-REPORT" TO js-step-name
    MOVE "Y" TO js-enabled
    MOVE 0 TO js-max-rc
    MOVE "Messages relayed live" TO js-count-label-1
    MOVE "Sessions created" TO js-count-label-2
    MOVE "YYYYMMDD" TO js-parameters
    WRITE job-step-record

    MOVE SPACES TO job-step-record
    MOVE "TRANSCRIPT-REPORT" TO js-step-name
    MOVE "N" TO js-enabled
    MOVE 0 TO js-max-rc
    MOVE "Messages printed" TO js-count-label-1
    MOVE "USER <handle> YYYYMMDD YYYYMMDD" TO js-parameters
    WRITE job-step-record

    MOVE SPACES TO job-step-record
    MOVE "RETENTION-ARCHIVE" TO js-step-name
    MOVE "Y" TO js-enabled
    MOVE "SWITCHBOARD-STATS-REPORT" TO js-after-step
    MOVE 0 TO js-max-rc
    MOVE "History messages archived" TO js-count-label-1
    MOVE "Offline messages dropped" TO js-count-label-2
    WRITE job-step-record

    MOVE SPACES TO job-step-record
    MOVE "HOUSEKEEPING-PURGE" TO js-step-name
    MOVE "Y" TO js-enabled
    MOVE 0 TO js-max-rc
    MOVE "Switchboard sessions purged" TO js-count-label-1
    MOVE "Audit generations archived" TO js-count-label-2
    WRITE job-step-record

    MOVE SPACES TO job-step-record
    MOVE "INTEGRITY-CHECK" TO js-step-name
    MOVE "Y" TO js-enabled
    MOVE 0 TO js-max-rc
    MOVE "Exceptions found" TO js-count-label-1
    MOVE "Exceptions fixed" TO js-count-label-2
    WRITE job-step-record

    MOVE SPACES TO job-step-record
    MOVE "DATA-BACKUP" TO js-step-name
    MOVE "Y" TO js-enabled
    MOVE "INTEGRITY-CHECK" TO js-after-step
    MOVE 0 TO js-max-rc
    MOVE "Files backed up and verified" TO js-count-label-1
    WRITE job-step-record

    MOVE SPACES TO job-step-record
    MOVE "AUDIT-VERIFY" TO js-step-name
    MOVE "Y" TO js-enabled
    MOVE 0 TO js-max-rc
    MOVE "Generations read" TO js-count-label-1
    MOVE "Broken chains" TO js-count-label-2
    MOVE "YYYYMMDD" TO js-parameters
    WRITE job-step-record

    CLOSE job-step-file
    DISPLAY "No job_stream.def found - standard stream written"
    .

*> One step: already completed for this date, disabled, blocked by
*> its predecessor, or run now.
Run-Step.
    MOVE wk-business-date TO rc-business-date
    MOVE st-name(wk-step-idx) TO rc-step-name
    READ run-control-file
        KEY IS rc-key
        INVALID KEY
            INITIALIZE run-control-record
            MOVE wk-business-date TO rc-business-date
            MOVE st-name(wk-step-idx) TO rc-step-name
            MOVE 0 TO rc-attempts
            WRITE run-control-record
    END-READ

    IF rc-step-status = "C"
        MOVE "Y" TO st-earlier(wk-step-idx)
        PERFORM Copy-Control-To-Step
        ADD 1 TO wk-completed
        EXIT PARAGRAPH
    END-IF

    IF st-enabled(wk-step-idx) NOT = "Y"
        MOVE "D" TO rc-step-status
        REWRITE run-control-record
        PERFORM Copy-Control-To-Step
        ADD 1 TO wk-disabled
        EXIT PARAGRAPH
    END-IF

    *> a disabled predecessor was left out on purpose and does not
    *> hold its dependants back; a failed or skipped one does
    IF st-after(wk-step-idx) NOT = SPACES
        PERFORM VARYING wk-after-idx FROM 1 BY 1
                UNTIL wk-after-idx >= wk-step-idx
            IF st-name(wk-after-idx) = st-after(wk-step-idx)
                EXIT PERFORM
            END-IF
        END-PERFORM
        IF st-status(wk-after-idx) NOT = "C" AND
                st-status(wk-after-idx) NOT = "D"
            MOVE "S" TO rc-step-status
            MOVE SPACES TO rc-start-ts
            MOVE SPACES TO rc-end-ts
            REWRITE run-control-record
            PERFORM Copy-Control-To-Step
            ADD 1 TO wk-skipped
            IF wk-restart-step = SPACES
                MOVE st-name(wk-step-idx) TO wk-restart-step
            END-IF
            EXIT PARAGRAPH
        END-IF
    END-IF

    MOVE "R" TO rc-step-status
    MOVE FUNCTION CURRENT-DATE TO rc-start-ts
    MOVE SPACES TO rc-end-ts
    MOVE 0 TO rc-return-code
    ADD 1 TO rc-attempts
    MOVE st-label-1(wk-step-idx) TO rc-count-label-1
    MOVE st-label-2(wk-step-idx) TO rc-count-label-2
    MOVE 0 TO rc-count-1
    MOVE 0 TO rc-count-2
    REWRITE run-control-record

    PERFORM Execute-Step

    MOVE FUNCTION CURRENT-DATE TO rc-end-ts
    IF rc-return-code > st-max-rc(wk-step-idx)
        MOVE "F" TO rc-step-status
        ADD 1 TO wk-failed
        IF wk-restart-step = SPACES
            MOVE st-name(wk-step-idx) TO wk-restart-step
        END-IF
    ELSE
        MOVE "C" TO rc-step-status
        ADD 1 TO wk-completed
    END-IF

    IF st-label-1(wk-step-idx) NOT = SPACES
        MOVE st-label-1(wk-step-idx) TO wk-label
        PERFORM Pick-Step-Count
        MOVE wk-picked-count TO rc-count-1
    END-IF
    IF st-label-2(wk-step-idx) NOT = SPACES
        MOVE st-label-2(wk-step-idx) TO wk-label
        PERFORM Pick-Step-Count
        MOVE wk-picked-count TO rc-count-2
    END-IF

    REWRITE run-control-record
    PERFORM Copy-Control-To-Step
    .

*> cobcrun the step's module with its parameters, output to the
*> step log. SYSTEM hands back the raw wait status: the exit code
*> sits in the high byte, and anything in the low byte means the
*> step died on a signal - reported as 999.
Execute-Step.
    MOVE FUNCTION LOWER-CASE(st-name(wk-step-idx)) TO wk-module-name
    MOVE st-parameters(wk-step-idx) TO wk-step-params
    INSPECT wk-step-params REPLACING ALL "YYYYMMDD" BY wk-business-date

    MOVE SPACES TO wk-step-log-name
    STRING
        "data/job_stream." wk-business-date "."
        FUNCTION TRIM(wk-module-name) ".log"
            DELIMITED BY SIZE
        INTO wk-step-log-name
    END-STRING

    MOVE SPACES TO wk-system-command
    STRING
        "cobcrun " FUNCTION TRIM(wk-module-name) " "
        FUNCTION TRIM(wk-step-params)
        " > " FUNCTION TRIM(wk-step-log-name) " 2>&1"
            DELIMITED BY SIZE
        INTO wk-system-command
    END-STRING
    CALL "SYSTEM" USING wk-system-command END-CALL

    MOVE RETURN-CODE TO wk-system-status
    MOVE 0 TO RETURN-CODE
    DIVIDE wk-system-status BY 256
        GIVING wk-system-status REMAINDER wk-signal-bits
    END-DIVIDE
    IF wk-signal-bits NOT = 0 OR wk-system-status > 998
        MOVE 999 TO rc-return-code
    ELSE
        MOVE wk-system-status TO rc-return-code
    END-IF
    .

*> Find the step log line starting with wk-label and take the number
*> after its colon into wk-picked-count (0 when there is none).
Pick-Step-Count.
    MOVE 0 TO wk-picked-count
    MOVE FUNCTION LENGTH(FUNCTION TRIM(wk-label)) TO wk-label-len

    OPEN INPUT step-log-file
    IF sl-file-status NOT = "00"
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO wk-log-eof
    PERFORM UNTIL wk-log-at-end
        READ step-log-file
            AT END
                SET wk-log-at-end TO TRUE
            NOT AT END
                IF step-log-record(1:wk-label-len) =
                        wk-label(1:wk-label-len)
                    MOVE 0 TO wk-colon-pos
                    INSPECT step-log-record TALLYING wk-colon-pos
                        FOR CHARACTERS BEFORE INITIAL ":"
                    IF wk-colon-pos < 255
                        IF FUNCTION TEST-NUMVAL(
                                step-log-record(wk-colon-pos + 2:)) = 0
                            MOVE FUNCTION NUMVAL(
                                step-log-record(wk-colon-pos + 2:))
                                TO wk-picked-count
                        END-IF
                    END-IF
                    SET wk-log-at-end TO TRUE
                END-IF
        END-READ
    END-PERFORM
    CLOSE step-log-file
    .

Copy-Control-To-Step.
    MOVE rc-step-status TO st-status(wk-step-idx)
    MOVE rc-return-code TO st-return-code(wk-step-idx)
    MOVE rc-start-ts TO st-start-ts(wk-step-idx)
    MOVE rc-end-ts TO st-end-ts(wk-step-idx)
    MOVE rc-attempts TO st-attempts(wk-step-idx)
    MOVE rc-count-1 TO st-count-1(wk-step-idx)
    MOVE rc-count-2 TO st-count-2(wk-step-idx)
    .

Print-Run-Summary.
    DISPLAY "Nightly job stream - business date " wk-business-date
    DISPLAY "Run started " wk-run-start-ts(1:8) " "
        wk-run-start-ts(9:2) ":" wk-run-start-ts(11:2) ":"
        wk-run-start-ts(13:2) ", ended "
        FUNCTION CURRENT-DATE(9:2) ":" FUNCTION CURRENT-DATE(11:2) ":"
        FUNCTION CURRENT-DATE(13:2)
    DISPLAY " "
    DISPLAY "Step                      Status     RC  Started   Ended"
        "     Tries"

    PERFORM VARYING wk-step-idx FROM 1 BY 1
            UNTIL wk-step-idx > wk-step-count
        PERFORM Print-Step-Line
    END-PERFORM

    DISPLAY " "
    MOVE wk-completed TO wk-tries-disp
    DISPLAY "Completed : " wk-tries-disp
    MOVE wk-failed TO wk-tries-disp
    DISPLAY "Failed    : " wk-tries-disp
    MOVE wk-skipped TO wk-tries-disp
    DISPLAY "Skipped   : " wk-tries-disp
    MOVE wk-disabled TO wk-tries-disp
    DISPLAY "Disabled  : " wk-tries-disp
    DISPLAY " "
    IF wk-restart-step = SPACES
        DISPLAY "STREAM COMPLETE"
    ELSE
        DISPLAY "STREAM INCOMPLETE - fix the cause, then rerun"
            " job-stream " wk-business-date " to restart at "
            FUNCTION TRIM(wk-restart-step)
        DISPLAY "Step output is in data/job_stream." wk-business-date
            ".<step>.log"
    END-IF
    .

Print-Step-Line.
    EVALUATE st-status(wk-step-idx)
        WHEN "C"
            IF st-earlier(wk-step-idx) = "Y"
                MOVE "DONE" TO wk-status-desc
            ELSE
                MOVE "OK" TO wk-status-desc
            END-IF
        WHEN "F"
            MOVE "FAILED" TO wk-status-desc
        WHEN "S"
            MOVE "SKIPPED" TO wk-status-desc
        WHEN "D"
            MOVE "DISABLED" TO wk-status-desc
        WHEN OTHER
            MOVE "?" TO wk-status-desc
    END-EVALUATE

    MOVE st-return-code(wk-step-idx) TO wk-rc-disp
    MOVE st-attempts(wk-step-idx) TO wk-tries-disp
    IF st-start-ts(wk-step-idx) = SPACES
        DISPLAY st-name(wk-step-idx) "  " wk-status-desc
    ELSE
        DISPLAY st-name(wk-step-idx) "  " wk-status-desc " "
            wk-rc-disp "  "
            st-start-ts(wk-step-idx)(9:2) ":"
            st-start-ts(wk-step-idx)(11:2) ":"
            st-start-ts(wk-step-idx)(13:2) "  "
            st-end-ts(wk-step-idx)(9:2) ":"
            st-end-ts(wk-step-idx)(11:2) ":"
            st-end-ts(wk-step-idx)(13:2) "  "
            wk-tries-disp
    END-IF

    EVALUATE st-status(wk-step-idx)
        WHEN "S"
            DISPLAY "    not run: " FUNCTION TRIM(st-after(wk-step-idx))
                " did not complete"
        WHEN "C"
            IF st-label-1(wk-step-idx) NOT = SPACES
                MOVE SPACES TO wk-count-line
                MOVE 1 TO wk-line-ptr
                MOVE st-count-1(wk-step-idx) TO wk-count-disp
                STRING
                    "    " FUNCTION TRIM(st-label-1(wk-step-idx))
                    ": " FUNCTION TRIM(wk-count-disp)
                        DELIMITED BY SIZE
                    INTO wk-count-line WITH POINTER wk-line-ptr
                END-STRING
                IF st-label-2(wk-step-idx) NOT = SPACES
                    MOVE st-count-2(wk-step-idx) TO wk-count-disp
                    STRING
                        "; " FUNCTION TRIM(st-label-2(wk-step-idx))
                        ": " FUNCTION TRIM(wk-count-disp)
                            DELIMITED BY SIZE
                        INTO wk-count-line WITH POINTER wk-line-ptr
                    END-STRING
                END-IF
                DISPLAY FUNCTION TRIM(wk-count-line, TRAILING)
            END-IF
    END-EVALUATE
    .

END PROGRAM JOB-STREAM.
