      $set sourceformat(free)
IDENTIFICATION DIVISION.
PROGRAM-ID. ABUSE-QUEUE-REPORT.

*> Operator side of the in-client abuse report (the notification
*> server's RPT command), so a harassment complaint no longer starts
*> with a screenshot emailed to the helpdesk and a hand search of
*> message_history.dat. Run daily from cron for the queue, by hand to
*> close a case:
*>     cobcrun abuse-queue-report
*>     cobcrun abuse-queue-report CLOSE <case-id> <outcome> [SUSPEND|CLOSE|NONE]
*> The queue lists every open case oldest first, with the reported
*> handle's account status, how many cases were raised against that
*> handle before this one (and how many of those ended in an account
*> action), and the named session's conversation as still held in
*> message_history.dat - the reported handle's own lines are marked
*> with a ">". Once RETENTION-ARCHIVE has moved a session out,
*> TRANSCRIPT-REPORT SESSION pulls it back from the archives.
*> CLOSE records the operator's outcome (up to 8 characters -
*> UPHELD, NOACTION, ...) and the ACCOUNT-STATUS action taken on the
*> reported handle. Run ACCOUNT-STATUS first: a SUSPEND or CLOSE is
*> only recorded once the master row actually shows it, and its
*> reason code is copied onto the case. The action defaults to NONE.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT abuse-report-file ASSIGN TO "data/abuse_report.dat"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY ar-case-id
        ALTERNATE RECORD KEY ar-reported-handle WITH DUPLICATES
        FILE STATUS ar-file-status.

    SELECT user-master-file ASSIGN TO "data/user_master.dat"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY um-user-handle
        FILE STATUS um-file-status.

    SELECT message-history-file ASSIGN TO "data/message_history.dat"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY mh-key
        FILE STATUS mh-file-status.

DATA DIVISION.
FILE SECTION.
FD abuse-report-file.
01 abuse-report-record.
   COPY "abuse-report-record.cpy".

FD user-master-file.
01 user-master-record.
   COPY "user-master-record.cpy".

FD message-history-file.
01 message-history-record.
   COPY "message-history-record.cpy".

WORKING-STORAGE SECTION.

01 ar-file-status PIC XX.
01 um-file-status PIC XX.
01 mh-file-status PIC XX.

01 wk-command-line PIC X(512).
01 wk-mode PIC X(12).
01 wk-arg-case PIC X(20).
01 wk-arg-outcome PIC X(12).
01 wk-arg-action PIC X(12).

01 wk-mh-available PIC X VALUE "N".
    88 wk-mh-file-usable VALUE "Y".

*> The case being printed - saved off the record before the prior-case
*> count moves the file position along the alternate key.
01 wk-case-id PIC 9(16).
01 wk-case-reporter PIC X(60).
01 wk-case-reported PIC X(60).
01 wk-case-session PIC X(16).
01 wk-case-ts PIC X(21).

01 wk-account-desc PIC X(24).
01 wk-prior-cases BINARY-LONG UNSIGNED.
01 wk-prior-actions BINARY-LONG UNSIGNED.
01 wk-session-lines BINARY-LONG UNSIGNED.
01 wk-line-marker PIC X(1).

01 wk-open-cases BINARY-LONG UNSIGNED VALUE 0.
01 wk-repeat-cases BINARY-LONG UNSIGNED VALUE 0.
01 wk-count-disp PIC Z(8)9.
01 wk-count-disp-2 PIC Z(8)9.
01 wk-seq-disp PIC Z(5)9.

PROCEDURE DIVISION.
    ACCEPT wk-command-line FROM COMMAND-LINE
    UNSTRING wk-command-line DELIMITED BY SPACE
        INTO wk-mode, wk-arg-case, wk-arg-outcome, wk-arg-action
    END-UNSTRING

    OPEN I-O abuse-report-file
    IF ar-file-status = "35"
        OPEN OUTPUT abuse-report-file
        CLOSE abuse-report-file
        OPEN I-O abuse-report-file
    END-IF
    IF ar-file-status NOT = "00"
        DISPLAY "abuse_report.dat unusable, file status "
            ar-file-status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT user-master-file
    IF um-file-status NOT = "00"
        DISPLAY "user_master.dat unusable, file status "
            um-file-status
        CLOSE abuse-report-file
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    EVALUATE FUNCTION UPPER-CASE(wk-mode)
        WHEN SPACES
            OPEN INPUT message-history-file
            IF mh-file-status = "00"
                SET wk-mh-file-usable TO TRUE
            END-IF
            PERFORM Print-Open-Queue
            IF wk-mh-file-usable
                CLOSE message-history-file
            END-IF

        WHEN "CLOSE"
            PERFORM Close-Case

        WHEN OTHER
            PERFORM Show-Usage
    END-EVALUATE

    CLOSE user-master-file
    CLOSE abuse-report-file
    STOP RUN
    .

Show-Usage.
    DISPLAY "Usage: abuse-queue-report"
    DISPLAY "       abuse-queue-report CLOSE <case-id> <outcome> [SUSPEND|CLOSE|NONE]"
    .

Close-Case.
    IF wk-arg-case(1:16) NOT NUMERIC
        PERFORM Show-Usage
        MOVE 4 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF
    IF FUNCTION TRIM(wk-arg-outcome) = SPACES
        PERFORM Show-Usage
        MOVE 4 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION UPPER-CASE(wk-arg-action) TO wk-arg-action
    IF wk-arg-action = SPACES
        MOVE "NONE" TO wk-arg-action
    END-IF
    IF wk-arg-action NOT = "SUSPEND" AND
            wk-arg-action NOT = "CLOSE" AND
            wk-arg-action NOT = "NONE"
        DISPLAY "Action must be SUSPEND, CLOSE or NONE"
        MOVE 4 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF

    MOVE wk-arg-case(1:16) TO ar-case-id
    READ abuse-report-file
        KEY IS ar-case-id
        INVALID KEY
            DISPLAY "No case " FUNCTION TRIM(wk-arg-case)
            MOVE 4 TO RETURN-CODE
            EXIT PARAGRAPH
    END-READ

    IF ar-case-status = "C"
        DISPLAY "Case " ar-case-id " is already closed ("
            FUNCTION TRIM(ar-outcome) ")"
        MOVE 4 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO ar-action-reason
    IF wk-arg-action NOT = "NONE"
        MOVE ar-reported-handle TO um-user-handle
        READ user-master-file
            KEY IS um-user-handle
            INVALID KEY
                DISPLAY "No master record for "
                    FUNCTION TRIM(ar-reported-handle)
                MOVE 4 TO RETURN-CODE
                EXIT PARAGRAPH
        END-READ

        IF (wk-arg-action = "SUSPEND" AND um-account-status NOT = "S") OR
                (wk-arg-action = "CLOSE" AND um-account-status NOT = "C")
            DISPLAY FUNCTION TRIM(ar-reported-handle)
                " does not show that status yet - run account-status "
                FUNCTION TRIM(wk-arg-action) " first"
            MOVE 4 TO RETURN-CODE
            EXIT PARAGRAPH
        END-IF
        MOVE um-status-reason TO ar-action-reason
    END-IF

    MOVE "C" TO ar-case-status
    MOVE FUNCTION CURRENT-DATE TO ar-closed-ts
    MOVE FUNCTION UPPER-CASE(wk-arg-outcome) TO ar-outcome
    MOVE wk-arg-action TO ar-action
    REWRITE abuse-report-record

    DISPLAY "Closed case " ar-case-id " against "
        FUNCTION TRIM(ar-reported-handle) ": "
        FUNCTION TRIM(ar-outcome) ", action "
        FUNCTION TRIM(ar-action)
    .

Print-Open-Queue.
    DISPLAY "Abuse report queue - open cases, "
        FUNCTION CURRENT-DATE(1:8)

    MOVE 0 TO ar-case-id
    START abuse-report-file KEY IS >= ar-case-id
        INVALID KEY
            CONTINUE
    END-START

    PERFORM UNTIL 1 = 2
        READ abuse-report-file NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ

        IF ar-case-status = "O"
            ADD 1 TO wk-open-cases
            MOVE ar-case-id TO wk-case-id
            MOVE ar-reporter-handle TO wk-case-reporter
            MOVE ar-reported-handle TO wk-case-reported
            MOVE ar-session-id TO wk-case-session
            MOVE ar-reported-ts TO wk-case-ts

            PERFORM Print-Case

            *> back to where the primary-key walk left off
            MOVE wk-case-id TO ar-case-id
            START abuse-report-file KEY IS > ar-case-id
                INVALID KEY
                    EXIT PERFORM
            END-START
        END-IF
    END-PERFORM

    DISPLAY " "
    MOVE wk-open-cases TO wk-count-disp
    DISPLAY "Open cases:                    " wk-count-disp
    MOVE wk-repeat-cases TO wk-count-disp
    DISPLAY "Against previously reported:   " wk-count-disp
    .

Print-Case.
    PERFORM Describe-Account
    PERFORM Count-Prior-Cases

    IF wk-prior-cases > 0
        ADD 1 TO wk-repeat-cases
    END-IF

    DISPLAY " "
    DISPLAY "=== Case " wk-case-id "  reported " wk-case-ts(1:14)
        "  by " FUNCTION TRIM(wk-case-reporter)
    DISPLAY "    Reported handle: " FUNCTION TRIM(wk-case-reported)
    DISPLAY "    Account status:  " FUNCTION TRIM(wk-account-desc)
    MOVE wk-prior-cases TO wk-count-disp
    MOVE wk-prior-actions TO wk-count-disp-2
    DISPLAY "    Prior cases:     " FUNCTION TRIM(wk-count-disp)
        " (" FUNCTION TRIM(wk-count-disp-2) " with account action)"

    IF wk-case-session = SPACES
        DISPLAY "    Session:         (none named)"
    ELSE
        DISPLAY "    Session:         " FUNCTION TRIM(wk-case-session)
        PERFORM Print-Session-Lines
    END-IF
    .

Describe-Account.
    MOVE wk-case-reported TO um-user-handle
    READ user-master-file
        KEY IS um-user-handle
        INVALID KEY
            MOVE "(no master record)" TO wk-account-desc
            EXIT PARAGRAPH
    END-READ

    MOVE SPACES TO wk-account-desc
    EVALUATE um-account-status
        WHEN "S"
            STRING "Suspended " DELIMITED BY SIZE
                um-status-reason DELIMITED BY SPACE
                INTO wk-account-desc
            END-STRING
        WHEN "C"
            STRING "Closed " DELIMITED BY SIZE
                um-status-reason DELIMITED BY SPACE
                INTO wk-account-desc
            END-STRING
        WHEN OTHER
            MOVE "Active" TO wk-account-desc
    END-EVALUATE
    .

*> Cases raised against the same handle before this one, and how many
*> of those were closed with a SUSPEND or CLOSE behind them.
Count-Prior-Cases.
    MOVE 0 TO wk-prior-cases
    MOVE 0 TO wk-prior-actions

    MOVE wk-case-reported TO ar-reported-handle
    START abuse-report-file KEY IS >= ar-reported-handle
        INVALID KEY
            EXIT PARAGRAPH
    END-START

    PERFORM UNTIL 1 = 2
        READ abuse-report-file NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ

        IF ar-reported-handle NOT = wk-case-reported
            EXIT PERFORM
        END-IF

        IF ar-case-id < wk-case-id
            ADD 1 TO wk-prior-cases
            IF ar-case-status = "C" AND
                    (ar-action = "SUSPEND" OR ar-action = "CLOSE")
                ADD 1 TO wk-prior-actions
            END-IF
        END-IF
    END-PERFORM
    .

Print-Session-Lines.
    IF NOT wk-mh-file-usable
        DISPLAY "      (message_history.dat not available)"
        EXIT PARAGRAPH
    END-IF

    MOVE 0 TO wk-session-lines
    MOVE LOW-VALUES TO mh-key
    MOVE wk-case-session TO mh-session-id
    START message-history-file KEY IS >= mh-key
        INVALID KEY
            CONTINUE
    END-START

    PERFORM UNTIL mh-file-status NOT = "00"
        READ message-history-file NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ

        IF mh-session-id NOT = wk-case-session
            EXIT PERFORM
        END-IF

        ADD 1 TO wk-session-lines
        IF mh-sender-handle = wk-case-reported
            MOVE ">" TO wk-line-marker
        ELSE
            MOVE " " TO wk-line-marker
        END-IF
        MOVE mh-msg-seq TO wk-seq-disp
        DISPLAY "    " wk-line-marker " " wk-seq-disp " "
            mh-timestamp(1:14) " "
            FUNCTION TRIM(mh-sender-handle) ": "
            FUNCTION TRIM(mh-payload)
    END-PERFORM

    IF wk-session-lines = 0
        DISPLAY "      (no lines online - see transcript-report SESSION "
            FUNCTION TRIM(wk-case-session) ")"
    END-IF
    .

END PROGRAM ABUSE-QUEUE-REPORT.
