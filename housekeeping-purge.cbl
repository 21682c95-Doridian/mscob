*> Nightly housekeeping over the indexed files that otherwise only
*> ever grow: resume tokens that were never redeemed, switchboard
*> session records nothing will ever USR/ANS into again, and login
*> lockout rows (per handle and per source address) left behind long
*> after the fat-fingered password.
*> Deletes records older than a configurable age per file and prints
*> a purge-count report, then compresses audit-trail generation
*> files older than their retention window. Run from cron:
*>     cobcrun housekeeping-purge [resume-days [switchboard-days
*>         [lockout-days [audit-days]]]]
*> Defaults: resume tokens 7 days, switchboard sessions 2 days,
*> lockout rows 30 days, audit generations 14 days. Source-address
*> lockout rows age out with the handle lockout rows.
*> A switchboard session whose roster names a handle under legal hold
*> (see LEGAL-HOLD) for the day the session was created is kept past
*> its age - the roster is the only record of who received the
*> session's messages. If the hold file cannot be read, no session
*> is purged at all.
*> Ends with return code 8 if any file could not be processed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY sb-session-id
        FILE STATUS sb-file-status.

    SELECT legal-hold-file ASSIGN TO "data/legal_hold.dat"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY lh-key
        FILE STATUS lh-file-status.

    SELECT login-lockout-file ASSIGN TO "data/login_lockout.dat"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY lo-user-handle
        FILE STATUS lo-file-status.

    SELECT source-lockout-file ASSIGN TO "data/source_lockout.dat"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY sl-source-addr
        FILE STATUS sl-file-status.

*> Only ever opened INPUT, to probe whether a given day's audit
*> generation exists before handing it to gzip.
    SELECT audit-trail-file ASSIGN TO wk-audit-file-name
01 switchboard-session-record.
   COPY "switchboard-session-record.cpy".

FD legal-hold-file.
01 legal-hold-record.
   COPY "legal-hold-record.cpy".

FD login-lockout-file.
01 login-lockout-record.
   COPY "login-lockout-record.cpy".

FD source-lockout-file.
01 source-lockout-record.
   COPY "source-lockout-record.cpy".

FD audit-trail-file.
01 audit-trail-record.
   COPY "audit-trail-record.cpy".
01 rs-file-status PIC XX.
01 sb-file-status PIC XX.
01 lo-file-status PIC XX.
01 sl-file-status PIC XX.
01 lh-file-status PIC XX.
01 at-file-status PIC XX.

01 wk-command-line PIC X(512).
01 wk-cutoff-num PIC 9(8).
01 wk-cutoff-date REDEFINES wk-cutoff-num PIC X(8).

*> Legal holds in force - a handle and the days its hold covers (an
*> open-ended hold ends 99999999), same table RETENTION-ARCHIVE
*> builds.
01 wk-hold-count BINARY-INT UNSIGNED VALUE 0.
01 legal-hold-table.
    05 legal-hold-entry OCCURS 500 TIMES.
        10 hld-handle PIC X(60).
        10 hld-start PIC X(8).
        10 hld-end PIC X(8).
01 wk-hold-idx BINARY-INT UNSIGNED.
01 wk-hold-load-flag PIC X VALUE "Y".
    88 wk-holds-known VALUE "Y".
    88 wk-holds-unknown VALUE "N".
01 wk-check-handle PIC X(60).
01 wk-check-date PIC X(8).
01 wk-held-flag PIC X VALUE "N".
    88 wk-is-held VALUE "Y".
01 wk-roster-idx BINARY-INT UNSIGNED.

01 wk-purged-resume BINARY-LONG UNSIGNED VALUE 0.
01 wk-held-switchboard BINARY-LONG UNSIGNED VALUE 0.
01 wk-purged-switchboard BINARY-LONG UNSIGNED VALUE 0.
01 wk-purged-lockout BINARY-LONG UNSIGNED VALUE 0.
01 wk-purged-source-lockout BINARY-LONG UNSIGNED VALUE 0.
01 wk-archived-audit BINARY-LONG UNSIGNED VALUE 0.
01 wk-count-disp PIC Z(8)9.

*> Set when a file could not be processed - the run still does what
*> it can, and ends with return code 8.
01 wk-any-fail PIC X VALUE "N".
    88 wk-any-failed VALUE "Y".

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO wk-today

    DISPLAY "Housekeeping purge for " wk-today

    PERFORM Purge-Resume-Sessions
    PERFORM Load-Legal-Holds
    IF wk-holds-known
        PERFORM Purge-Switchboard-Sessions
    END-IF
    PERFORM Purge-Login-Lockouts
    PERFORM Purge-Source-Lockouts
    PERFORM Archive-Audit-Generations

    DISPLAY " "
    DISPLAY "Resume tokens purged        : " wk-count-disp
    MOVE wk-purged-switchboard TO wk-count-disp
    DISPLAY "Switchboard sessions purged : " wk-count-disp
    MOVE wk-held-switchboard TO wk-count-disp
    DISPLAY "Sessions kept for legal hold: " wk-count-disp
    MOVE wk-purged-lockout TO wk-count-disp
    DISPLAY "Lockout records purged      : " wk-count-disp
    MOVE wk-purged-source-lockout TO wk-count-disp
    DISPLAY "Address lockouts purged     : " wk-count-disp
    MOVE wk-archived-audit TO wk-count-disp
    DISPLAY "Audit generations archived  : " wk-count-disp

    *> settled here - the gzip CALLs leave their own status behind
    IF wk-any-failed
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN
    .

    IF rs-file-status NOT = "00"
        DISPLAY "resume_session.dat unusable, file status "
            rs-file-status
        SET wk-any-failed TO TRUE
        EXIT PARAGRAPH
    END-IF

        *> say so instead of silently purging nothing
        DISPLAY "switchboard_session.dat unusable, file status "
            sb-file-status
        SET wk-any-failed TO TRUE
        EXIT PARAGRAPH
    END-IF

        END-READ

        IF sb-created-ts(1:8) < wk-cutoff-date
            PERFORM Check-Session-Held
            IF wk-is-held
                ADD 1 TO wk-held-switchboard
            ELSE
                DELETE switchboard-session-file RECORD
                ADD 1 TO wk-purged-switchboard
            END-IF
        END-IF
    END-PERFORM

    CLOSE switchboard-session-file
    .

*> Pull every hold in force into the table. A hold file that exists
*> but cannot be read, or holds more than the table can take, leaves
*> the holds unknown - and then no session gets purged.
Load-Legal-Holds.
    OPEN INPUT legal-hold-file
    IF lh-file-status = "35"
        EXIT PARAGRAPH
    END-IF
    IF lh-file-status NOT = "00"
        DISPLAY "legal_hold.dat unusable, file status "
            lh-file-status " - switchboard sessions NOT purged"
        SET wk-any-failed TO TRUE
        SET wk-holds-unknown TO TRUE
        EXIT PARAGRAPH
    END-IF

    MOVE LOW-VALUES TO lh-key
    START legal-hold-file KEY IS >= lh-key
        INVALID KEY
            CLOSE legal-hold-file
            EXIT PARAGRAPH
    END-START

    PERFORM UNTIL 1 = 2
        READ legal-hold-file NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ

        IF wk-hold-count >= 500
            DISPLAY "More than 500 legal holds - switchboard sessions"
                " NOT purged"
            SET wk-holds-unknown TO TRUE
            EXIT PERFORM
        END-IF

        ADD 1 TO wk-hold-count
        MOVE lh-user-handle TO hld-handle(wk-hold-count)
        MOVE lh-hold-start TO hld-start(wk-hold-count)
        IF lh-hold-end = SPACES
            MOVE "99999999" TO hld-end(wk-hold-count)
        ELSE
            MOVE lh-hold-end TO hld-end(wk-hold-count)
        END-IF
    END-PERFORM

    CLOSE legal-hold-file
    .

*> Does the current session's roster name a handle held on the day
*> the session was created?
Check-Session-Held.
    MOVE "N" TO wk-held-flag
    IF wk-hold-count = 0
        EXIT PARAGRAPH
    END-IF

    MOVE sb-created-ts(1:8) TO wk-check-date
    PERFORM VARYING wk-roster-idx FROM 1 BY 1
            UNTIL wk-roster-idx > sb-part-count OR wk-roster-idx > 8
                OR wk-is-held
        MOVE sb-part-handle(wk-roster-idx) TO wk-check-handle
        PERFORM Check-Handle-Held
    END-PERFORM
    .

*> Is wk-check-handle under a hold covering day wk-check-date?
Check-Handle-Held.
    MOVE "N" TO wk-held-flag
    PERFORM VARYING wk-hold-idx FROM 1 BY 1
            UNTIL wk-hold-idx > wk-hold-count
        IF FUNCTION TRIM(hld-handle(wk-hold-idx)) =
                FUNCTION TRIM(wk-check-handle) AND
                wk-check-date >= hld-start(wk-hold-idx) AND
                wk-check-date <= hld-end(wk-hold-idx)
            SET wk-is-held TO TRUE
            EXIT PERFORM
        END-IF
    END-PERFORM
    .

*> Only rows whose LAST failure is old get purged - a lockout still
*> being fed fresh failures keeps protecting the account.
Purge-Login-Lockouts.
    IF lo-file-status NOT = "00"
        DISPLAY "login_lockout.dat unusable, file status "
            lo-file-status
        SET wk-any-failed TO TRUE
        EXIT PARAGRAPH
    END-IF

    CLOSE login-lockout-file
    .

*> Same age rule for the per-source-address counters - the cutoff
*> Purge-Login-Lockouts just worked out still stands.
Purge-Source-Lockouts.
    OPEN I-O source-lockout-file
    IF sl-file-status = "35"
        EXIT PARAGRAPH
    END-IF
    IF sl-file-status NOT = "00"
        DISPLAY "source_lockout.dat unusable, file status "
            sl-file-status
        SET wk-any-failed TO TRUE
        EXIT PARAGRAPH
    END-IF

    MOVE LOW-VALUES TO sl-source-addr
    START source-lockout-file KEY IS >= sl-source-addr
        INVALID KEY
            CONTINUE
    END-START

    PERFORM UNTIL 1 = 2
        READ source-lockout-file NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ

        IF sl-last-fail-ts(1:8) < wk-cutoff-date
            DELETE source-lockout-file RECORD
            ADD 1 TO wk-purged-source-lockout
        END-IF
    END-PERFORM

    CLOSE source-lockout-file
    .

*> Compress audit-trail generation files older than the retention
*> window. Walks one day at a time from the cutoff back across a
*> year; a generation that exists uncompressed at that date gets
