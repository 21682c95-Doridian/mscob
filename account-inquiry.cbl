      $set sourceformat(free)
IDENTIFICATION DIVISION.
PROGRAM-ID. ACCOUNT-INQUIRY.

*> Helpdesk inquiry on one handle: everything the files hold about it
*> on one screen, instead of an operator poking at six files by hand
*> when a user calls with "I can't log in" or "my friend can't see
*> me". Read-only - every file is opened INPUT. Run by hand:
*>     cobcrun account-inquiry <handle> [events [days]]
*> Shows the master row (nickname, created, account status and
*> reason, privacy policy), the login lockout counter, the presence
*> row, the handle's FL/AL/BL/RL and group row counts, every other
*> owner whose AL or BL names it, its queued offline messages, its
*> outstanding resume tokens (first 8 characters only - the rest
*> would let whoever reads the screen resume the session), the
*> switchboard sessions whose roster still has it invited or joined,
*> and its last audit-trail events. Defaults: the last 20 events
*> (at most 100) from the last 7 days of generations, plain or
*> gzip-compressed. Ends with return code 4 when the handle has no
*> master record.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT user-master-file ASSIGN TO "data/user_master.dat"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY um-user-handle
        FILE STATUS um-file-status.

    SELECT login-lockout-file ASSIGN TO "data/login_lockout.dat"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY lo-user-handle
        FILE STATUS lo-file-status.

    SELECT presence-status-file ASSIGN TO "data/presence_status.dat"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY ps-user-handle
        FILE STATUS ps-file-status.

    SELECT contact-list-file ASSIGN TO "data/contact_list.dat"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY cl-key
        ALTERNATE RECORD KEY cl-owner-handle WITH DUPLICATES
        FILE STATUS cl-file-status.

    SELECT offline-message-file ASSIGN TO "data/offline_message.dat"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY om-key
        FILE STATUS om-file-status.

    SELECT resume-session-file ASSIGN TO "data/resume_session.dat"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY rs-token
        FILE STATUS rs-file-status.

    SELECT switchboard-session-file ASSIGN TO "data/switchboard_session.dat"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY sb-session-id
        FILE STATUS sb-file-status.

    SELECT audit-trail-file ASSIGN TO wk-audit-file-name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS at-file-status.

*> Only ever opened INPUT, to probe whether a given day's .log.gz
*> exists before handing it to gzip.
    SELECT probe-file ASSIGN TO wk-probe-file-name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS pr-file-status.

DATA DIVISION.
FILE SECTION.
FD user-master-file.
01 user-master-record.
   COPY "user-master-record.cpy".

FD login-lockout-file.
01 login-lockout-record.
   COPY "login-lockout-record.cpy".

FD presence-status-file.
01 presence-status-record.
   COPY "presence-status-record.cpy".

FD contact-list-file.
01 contact-list-record.
   COPY "contact-list-record.cpy".

FD offline-message-file.
01 offline-message-record.
   COPY "offline-message-record.cpy".

FD resume-session-file.
01 resume-session-record.
   COPY "resume-session-record.cpy".

FD switchboard-session-file.
01 switchboard-session-record.
   COPY "switchboard-session-record.cpy".

FD audit-trail-file.
01 audit-trail-record.
   COPY "audit-trail-record.cpy".

FD probe-file.
01 probe-record PIC X(256).

WORKING-STORAGE SECTION.

01 um-file-status PIC XX.
01 lo-file-status PIC XX.
01 ps-file-status PIC XX.
01 cl-file-status PIC XX.
01 om-file-status PIC XX.
01 rs-file-status PIC XX.
01 sb-file-status PIC XX.
01 at-file-status PIC XX.
01 pr-file-status PIC XX.

01 wk-command-line PIC X(512).
01 wk-handle PIC X(60).
01 wk-arg-2 PIC X(8).
01 wk-arg-3 PIC X(8).
01 wk-event-limit BINARY-INT UNSIGNED VALUE 20.
01 wk-audit-days BINARY-INT UNSIGNED VALUE 7.

01 wk-no-master PIC X VALUE "N".
    88 wk-master-missing VALUE "Y".
01 wk-desc PIC X(40).

*> Contact-list counts: the handle's own rows by type, and other
*> owners' AL/BL rows naming it.
01 wk-fl-count BINARY-LONG UNSIGNED VALUE 0.
01 wk-al-count BINARY-LONG UNSIGNED VALUE 0.
01 wk-bl-count BINARY-LONG UNSIGNED VALUE 0.
01 wk-rl-count BINARY-LONG UNSIGNED VALUE 0.
01 wk-gr-count BINARY-LONG UNSIGNED VALUE 0.
01 wk-listed-by BINARY-LONG UNSIGNED VALUE 0.

01 wk-offline-count BINARY-LONG UNSIGNED VALUE 0.
01 wk-offline-oldest PIC X(21).
01 wk-token-count BINARY-LONG UNSIGNED VALUE 0.
01 wk-session-count BINARY-LONG UNSIGNED VALUE 0.
01 wk-part-idx BINARY-INT UNSIGNED.
01 wk-part-state PIC X(1).

*> The last wk-event-limit audit events for the handle, kept as a
*> ring over the generations read oldest day first.
01 wk-event-total BINARY-LONG UNSIGNED VALUE 0.
01 wk-event-slot BINARY-LONG UNSIGNED.
01 wk-event-shown BINARY-LONG UNSIGNED.
01 event-table.
    05 event-entry OCCURS 100 TIMES.
        10 ev-timestamp PIC X(21).
        10 ev-command PIC X(3).
        10 ev-stage PIC X(1).
        10 ev-result PIC X(4).
        10 ev-source-addr PIC X(45).

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
01 wk-generations-read BINARY-LONG UNSIGNED VALUE 0.

01 wk-count-disp PIC Z(8)9.

PROCEDURE DIVISION.
    ACCEPT wk-command-line FROM COMMAND-LINE
    UNSTRING wk-command-line DELIMITED BY SPACE
        INTO wk-handle, wk-arg-2, wk-arg-3
    END-UNSTRING

    IF wk-handle = SPACES
        DISPLAY "Usage: account-inquiry <handle> [events [days]]"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF
    IF FUNCTION TRIM(wk-arg-2) NOT = SPACES
        MOVE FUNCTION NUMVAL(wk-arg-2) TO wk-event-limit
    END-IF
    IF FUNCTION TRIM(wk-arg-3) NOT = SPACES
        MOVE FUNCTION NUMVAL(wk-arg-3) TO wk-audit-days
    END-IF
    IF wk-event-limit < 1 OR wk-event-limit > 100 OR wk-audit-days < 1
        DISPLAY "Usage: account-inquiry <handle> [events [days]]"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    DISPLAY "Account inquiry for " FUNCTION TRIM(wk-handle)
        " (" FUNCTION CURRENT-DATE(1:14) ")"

    PERFORM Show-Master-Row
    PERFORM Show-Lockout
    PERFORM Show-Presence
    PERFORM Show-Contact-Rows
    PERFORM Show-Offline-Messages
    PERFORM Show-Resume-Tokens
    PERFORM Show-Switchboard-Sessions
    PERFORM Show-Audit-Events

    IF wk-master-missing
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN
    .

Show-Master-Row.
    DISPLAY " "
    DISPLAY "Account"
    OPEN INPUT user-master-file
    IF um-file-status NOT = "00"
        *> missing means no accounts at all; anything else is an
        *> old-format file waiting on LAYOUT-CONVERT
        DISPLAY "  user_master.dat unusable, file status "
            um-file-status
        SET wk-master-missing TO TRUE
        EXIT PARAGRAPH
    END-IF

    MOVE wk-handle TO um-user-handle
    READ user-master-file
        KEY IS um-user-handle
        INVALID KEY
            DISPLAY "  *** no master record for this handle ***"
            SET wk-master-missing TO TRUE
            CLOSE user-master-file
            EXIT PARAGRAPH
    END-READ

    DISPLAY "  Nickname       : " FUNCTION TRIM(um-user-nickname)
    DISPLAY "  Created        : " um-created-ts(1:14)

    MOVE SPACES TO wk-desc
    EVALUATE um-account-status
        WHEN "S"
            STRING "Suspended, reason " DELIMITED BY SIZE
                um-status-reason DELIMITED BY SPACE
                INTO wk-desc
            END-STRING
        WHEN "C"
            STRING "Closed, reason " DELIMITED BY SIZE
                um-status-reason DELIMITED BY SPACE
                INTO wk-desc
            END-STRING
        WHEN OTHER
            MOVE "Active" TO wk-desc
    END-EVALUATE
    DISPLAY "  Account status : " FUNCTION TRIM(wk-desc)

    IF um-privacy-policy = "C"
        MOVE "Closed (BL) - invisible unless on the AL" TO wk-desc
    ELSE
        MOVE "Open (AL) - visible unless on the BL" TO wk-desc
    END-IF
    DISPLAY "  Privacy policy : " FUNCTION TRIM(wk-desc)

    CLOSE user-master-file
    .

Show-Lockout.
    DISPLAY " "
    DISPLAY "Login lockout"
    OPEN INPUT login-lockout-file
    IF lo-file-status = "35"
        DISPLAY "  no failed logins on record"
        EXIT PARAGRAPH
    END-IF
    IF lo-file-status NOT = "00"
        DISPLAY "  login_lockout.dat unusable, file status "
            lo-file-status
        EXIT PARAGRAPH
    END-IF

    MOVE wk-handle TO lo-user-handle
    READ login-lockout-file
        KEY IS lo-user-handle
        INVALID KEY
            DISPLAY "  no failed logins on record"
        NOT INVALID KEY
            MOVE lo-fail-count TO wk-count-disp
            DISPLAY "  Failed logins  : " FUNCTION TRIM(wk-count-disp)
            DISPLAY "  Last failure   : " lo-last-fail-ts(1:14)
    END-READ
    CLOSE login-lockout-file
    .

Show-Presence.
    DISPLAY " "
    DISPLAY "Presence"
    OPEN INPUT presence-status-file
    IF ps-file-status = "35"
        DISPLAY "  no presence row (never signed in)"
        EXIT PARAGRAPH
    END-IF
    IF ps-file-status NOT = "00"
        DISPLAY "  presence_status.dat unusable, file status "
            ps-file-status
        EXIT PARAGRAPH
    END-IF

    MOVE wk-handle TO ps-user-handle
    READ presence-status-file
        KEY IS ps-user-handle
        INVALID KEY
            DISPLAY "  no presence row (never signed in)"
        NOT INVALID KEY
            DISPLAY "  Status         : " ps-status
                " since " ps-updated-ts(1:14)
    END-READ
    CLOSE presence-status-file
    .

*> One pass over the whole file: the handle's own rows come off the
*> owner half of the key, but other owners' rows naming it can be
*> anywhere.
Show-Contact-Rows.
    DISPLAY " "
    DISPLAY "Contact lists"
    OPEN INPUT contact-list-file
    IF cl-file-status = "35"
        DISPLAY "  no contact-list rows"
        EXIT PARAGRAPH
    END-IF
    IF cl-file-status NOT = "00"
        DISPLAY "  contact_list.dat unusable, file status "
            cl-file-status
        EXIT PARAGRAPH
    END-IF

    MOVE LOW-VALUES TO cl-key
    START contact-list-file KEY IS >= cl-key
        INVALID KEY
            CONTINUE
    END-START

    PERFORM UNTIL 1 = 2
        READ contact-list-file NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ

        IF cl-owner-handle = wk-handle
            EVALUATE cl-list-type
                WHEN "FL"
                    ADD 1 TO wk-fl-count
                WHEN "AL"
                    ADD 1 TO wk-al-count
                WHEN "BL"
                    ADD 1 TO wk-bl-count
                WHEN "RL"
                    ADD 1 TO wk-rl-count
                WHEN "GR"
                    ADD 1 TO wk-gr-count
            END-EVALUATE
        ELSE
            IF cl-contact-handle = wk-handle AND
                    (cl-list-type = "AL" OR cl-list-type = "BL")
                IF wk-listed-by = 0
                    DISPLAY "  On other owners' lists:"
                END-IF
                ADD 1 TO wk-listed-by
                DISPLAY "    " cl-list-type " of "
                    FUNCTION TRIM(cl-owner-handle)
            END-IF
        END-IF
    END-PERFORM
    CLOSE contact-list-file

    IF wk-listed-by = 0
        DISPLAY "  On no other owner's AL or BL"
    END-IF
    MOVE wk-fl-count TO wk-count-disp
    DISPLAY "  FL rows        : " FUNCTION TRIM(wk-count-disp)
    MOVE wk-al-count TO wk-count-disp
    DISPLAY "  AL rows        : " FUNCTION TRIM(wk-count-disp)
    MOVE wk-bl-count TO wk-count-disp
    DISPLAY "  BL rows        : " FUNCTION TRIM(wk-count-disp)
    MOVE wk-rl-count TO wk-count-disp
    DISPLAY "  RL rows        : " FUNCTION TRIM(wk-count-disp)
    MOVE wk-gr-count TO wk-count-disp
    DISPLAY "  Groups         : " FUNCTION TRIM(wk-count-disp)
    .

*> The queue is keyed by recipient then stored time, so the first row
*> for the handle is its oldest.
Show-Offline-Messages.
    DISPLAY " "
    DISPLAY "Offline messages"
    OPEN INPUT offline-message-file
    IF om-file-status = "35"
        DISPLAY "  none queued"
        EXIT PARAGRAPH
    END-IF
    IF om-file-status NOT = "00"
        DISPLAY "  offline_message.dat unusable, file status "
            om-file-status
        EXIT PARAGRAPH
    END-IF

    MOVE LOW-VALUES TO om-key
    MOVE wk-handle TO om-recipient-handle
    START offline-message-file KEY IS >= om-key
        INVALID KEY
            DISPLAY "  none queued"
            CLOSE offline-message-file
            EXIT PARAGRAPH
    END-START

    PERFORM UNTIL 1 = 2
        READ offline-message-file NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF om-recipient-handle NOT = wk-handle
            EXIT PERFORM
        END-IF
        IF wk-offline-count = 0
            MOVE om-stored-ts TO wk-offline-oldest
        END-IF
        ADD 1 TO wk-offline-count
    END-PERFORM
    CLOSE offline-message-file

    IF wk-offline-count = 0
        DISPLAY "  none queued"
    ELSE
        MOVE wk-offline-count TO wk-count-disp
        DISPLAY "  Queued         : " FUNCTION TRIM(wk-count-disp)
        DISPLAY "  Oldest         : " wk-offline-oldest(1:14)
    END-IF
    .

Show-Resume-Tokens.
    DISPLAY " "
    DISPLAY "Resume tokens"
    OPEN INPUT resume-session-file
    IF rs-file-status = "35"
        DISPLAY "  none outstanding"
        EXIT PARAGRAPH
    END-IF
    IF rs-file-status NOT = "00"
        DISPLAY "  resume_session.dat unusable, file status "
            rs-file-status
        EXIT PARAGRAPH
    END-IF

    MOVE LOW-VALUES TO rs-token
    START resume-session-file KEY IS >= rs-token
        INVALID KEY
            CONTINUE
    END-START

    PERFORM UNTIL 1 = 2
        READ resume-session-file NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ
        IF rs-user-handle = wk-handle
            ADD 1 TO wk-token-count
            DISPLAY "  " rs-token(1:8) "...  issued "
                rs-created-ts(1:14)
        END-IF
    END-PERFORM
    CLOSE resume-session-file

    IF wk-token-count = 0
        DISPLAY "  none outstanding"
    END-IF
    .

*> A session is still open for the handle while its roster slot says
*> invited or joined; "L" means it has left.
Show-Switchboard-Sessions.
    DISPLAY " "
    DISPLAY "Switchboard sessions"
    OPEN INPUT switchboard-session-file
    IF sb-file-status = "35"
        DISPLAY "  none open"
        EXIT PARAGRAPH
    END-IF
    IF sb-file-status NOT = "00"
        DISPLAY "  switchboard_session.dat unusable, file status "
            sb-file-status
        EXIT PARAGRAPH
    END-IF

    MOVE LOW-VALUES TO sb-session-id
    START switchboard-session-file KEY IS >= sb-session-id
        INVALID KEY
            CONTINUE
    END-START

    PERFORM UNTIL 1 = 2
        READ switchboard-session-file NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ

        MOVE SPACES TO wk-part-state
        PERFORM VARYING wk-part-idx FROM 1 BY 1
                UNTIL wk-part-idx > sb-part-count OR wk-part-idx > 8
            IF sb-part-handle(wk-part-idx) = wk-handle
                MOVE sb-part-state(wk-part-idx) TO wk-part-state
            END-IF
        END-PERFORM

        IF wk-part-state = "I" OR wk-part-state = "J"
            ADD 1 TO wk-session-count
            IF wk-part-state = "I"
                MOVE "invited" TO wk-desc
            ELSE
                MOVE "joined" TO wk-desc
            END-IF
            DISPLAY "  " sb-session-id "  created "
                sb-created-ts(1:14) "  " wk-desc(1:7)
                "  owner " FUNCTION TRIM(sb-owner-handle)
        END-IF
    END-PERFORM
    CLOSE switchboard-session-file

    IF wk-session-count = 0
        DISPLAY "  none open"
    END-IF
    .

*> Oldest day first, so the ring ends up holding the latest events.
Show-Audit-Events.
    COMPUTE wk-to-int = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)))
    COMPUTE wk-day-int = wk-to-int - wk-audit-days + 1

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
                        IF at-user-handle = wk-handle
                            PERFORM Keep-Audit-Event
                        END-IF
                END-READ
            END-PERFORM
            PERFORM Close-Audit-Generation
        END-IF

        ADD 1 TO wk-day-int
    END-PERFORM

    MOVE wk-event-limit TO wk-count-disp
    DISPLAY " "
    DISPLAY "Last " FUNCTION TRIM(wk-count-disp) " audit events"
    MOVE wk-audit-days TO wk-count-disp
    DISPLAY "(from the last " FUNCTION TRIM(wk-count-disp)
        " days of generations)"

    IF wk-event-total = 0
        DISPLAY "  none"
        EXIT PARAGRAPH
    END-IF

    IF wk-event-total > wk-event-limit
        COMPUTE wk-event-slot =
            FUNCTION MOD(wk-event-total, wk-event-limit) + 1
        MOVE wk-event-limit TO wk-event-shown
    ELSE
        MOVE 1 TO wk-event-slot
        MOVE wk-event-total TO wk-event-shown
    END-IF

    PERFORM wk-event-shown TIMES
        DISPLAY "  " ev-timestamp(wk-event-slot)(1:14) "  "
            ev-command(wk-event-slot) " "
            ev-stage(wk-event-slot) " "
            ev-result(wk-event-slot) "  "
            FUNCTION TRIM(ev-source-addr(wk-event-slot))
        ADD 1 TO wk-event-slot
        IF wk-event-slot > wk-event-limit
            MOVE 1 TO wk-event-slot
        END-IF
    END-PERFORM
    .

Keep-Audit-Event.
    COMPUTE wk-event-slot =
        FUNCTION MOD(wk-event-total, wk-event-limit) + 1
    ADD 1 TO wk-event-total
    MOVE at-timestamp TO ev-timestamp(wk-event-slot)
    MOVE at-command TO ev-command(wk-event-slot)
    MOVE at-stage TO ev-stage(wk-event-slot)
    MOVE at-result TO ev-result(wk-event-slot)
    MOVE at-source-addr TO ev-source-addr(wk-event-slot)
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
        " > data/account_inquiry.extract.tmp"
            DELIMITED BY SIZE
        INTO wk-system-command
    END-STRING
    CALL "SYSTEM" USING wk-system-command END-CALL

    MOVE "data/account_inquiry.extract.tmp" TO wk-audit-file-name
    OPEN INPUT audit-trail-file
    IF at-file-status = "00"
        SET wk-generation-open TO TRUE
        SET wk-audit-is-temp TO TRUE
    END-IF
    .

Close-Audit-Generation.
    CLOSE audit-trail-file
    IF wk-audit-is-temp
        MOVE "rm -f data/account_inquiry.extract.tmp"
            TO wk-system-command
        CALL "SYSTEM" USING wk-system-command END-CALL
        MOVE "N" TO wk-audit-temp
    END-IF
    .

END PROGRAM ACCOUNT-INQUIRY.
