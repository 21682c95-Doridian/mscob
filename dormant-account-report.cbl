      $set sourceformat(free)
IDENTIFICATION DIVISION.
PROGRAM-ID. DORMANT-ACCOUNT-REPORT.

*> Dormant-account review: which active accounts has nobody signed
*> in to for months? user_master.dat only knows when an account was
*> created, so the last successful login (USR S or a resumed USR R)
*> is worked out from the audit-trail generations and kept in
*> data/last_login.dat - each run folds in only the generations
*> written since the last one, so history is read once, compressed
*> .log.gz generations included. Run by hand or from cron:
*>     cobcrun dormant-account-report [idle-days [suspend-days [SUSPEND]]]
*> Defaults: idle 90 days, suspend 180 days. Every active account
*> idle past idle-days is listed with its nickname, created date,
*> last login, contact count and queued offline messages; an account
*> that never signed in counts as idle since it was created. Those
*> also past suspend-days are flagged, and with SUSPEND they are
*> suspended the same way ACCOUNT-STATUS SUSPEND does it, reason
*> DORMANT - REACTIVATE brings them back.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT user-master-file ASSIGN TO "data/user_master.dat"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY um-user-handle
        FILE STATUS um-file-status.

    SELECT last-login-file ASSIGN TO "data/last_login.dat"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY ll-user-handle
        FILE STATUS ll-file-status.

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

*> One audit generation at a time - either the plain .log straight
*> from disk or a gunzipped temporary copy of the .log.gz.
    SELECT audit-trail-file ASSIGN TO wk-audit-file-name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS at-file-status.

*> Only ever opened INPUT, to probe whether a generation's .log.gz
*> exists before handing it to gzip.
    SELECT probe-file ASSIGN TO wk-probe-file-name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS pr-file-status.

*> Scratch listing of the audit generations actually on disk -
*> written by ls, read back one path per line, deleted afterwards.
    SELECT gen-list-file ASSIGN TO "data/audit_trail.gens.tmp"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS gl-file-status.

DATA DIVISION.
FILE SECTION.
FD user-master-file.
01 user-master-record.
   COPY "user-master-record.cpy".

FD last-login-file.
01 last-login-record.
   COPY "last-login-record.cpy".

FD contact-list-file.
01 contact-list-record.
   COPY "contact-list-record.cpy".

FD offline-message-file.
01 offline-message-record.
   COPY "offline-message-record.cpy".

FD audit-trail-file.
01 audit-trail-record.
   COPY "audit-trail-record.cpy".

FD probe-file.
01 probe-record PIC X(256).

FD gen-list-file.
01 gen-list-record PIC X(64).

WORKING-STORAGE SECTION.

01 um-file-status PIC XX.
01 ll-file-status PIC XX.
01 cl-file-status PIC XX.
01 om-file-status PIC XX.
01 at-file-status PIC XX.
01 pr-file-status PIC XX.
01 gl-file-status PIC XX.

01 wk-command-line PIC X(512).
01 wk-arg-1 PIC X(8).
01 wk-arg-2 PIC X(8).
01 wk-arg-3 PIC X(8).

01 wk-idle-days BINARY-INT UNSIGNED VALUE 90.
01 wk-suspend-days BINARY-INT UNSIGNED VALUE 180.
01 wk-suspend-mode PIC X VALUE "N".
    88 wk-suspending VALUE "Y".

01 wk-today PIC X(8).
01 wk-today-int BINARY-LONG.

*> Last-login checkpoint: generations dated after wk-scanned-through
*> get read; today's is always re-read next time because the server
*> is still appending to it.
01 wk-scanned-through PIC X(8) VALUE "00000000".
01 wk-new-through PIC X(8).
01 wk-checkpoint-found PIC X VALUE "N".
    88 wk-checkpoint-exists VALUE "Y".

01 wk-audit-file-name PIC X(48).
01 wk-probe-file-name PIC X(48).
01 wk-gen-date PIC X(8).
01 wk-last-gen-date PIC X(8).
01 wk-gen-eof PIC X VALUE "N".
    88 wk-gen-list-at-end VALUE "Y".
01 wk-system-command PIC X(160).
01 wk-audit-opened PIC X VALUE "N".
    88 wk-generation-open VALUE "Y".
01 wk-audit-temp PIC X VALUE "N".
    88 wk-audit-is-temp VALUE "Y".
01 wk-audit-eof PIC X VALUE "N".
    88 wk-audit-at-end VALUE "Y".

01 wk-last-login-date PIC X(8).
01 wk-idle-for BINARY-LONG.
01 wk-contact-count BINARY-LONG UNSIGNED.
01 wk-offline-count BINARY-LONG UNSIGNED.
01 wk-action PIC X(9).

*> Contact and offline-message counts are extras - the review runs
*> without them (counting zero) when either file cannot be opened.
01 wk-cl-available PIC X VALUE "N".
    88 wk-cl-file-usable VALUE "Y".
01 wk-om-available PIC X VALUE "N".
    88 wk-om-file-usable VALUE "Y".

01 wk-generations-read BINARY-LONG UNSIGNED VALUE 0.
01 wk-logins-seen BINARY-LONG UNSIGNED VALUE 0.
01 wk-accounts-checked BINARY-LONG UNSIGNED VALUE 0.
01 wk-accounts-idle BINARY-LONG UNSIGNED VALUE 0.
01 wk-accounts-over-suspend BINARY-LONG UNSIGNED VALUE 0.
01 wk-accounts-suspended BINARY-LONG UNSIGNED VALUE 0.
01 wk-count-disp PIC Z(8)9.
01 wk-idle-disp PIC Z(5)9.
01 wk-small-disp PIC Z(6)9.

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO wk-today
    COMPUTE wk-today-int =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(wk-today))

    ACCEPT wk-command-line FROM COMMAND-LINE
    UNSTRING wk-command-line DELIMITED BY SPACE
        INTO wk-arg-1, wk-arg-2, wk-arg-3
    END-UNSTRING

    IF FUNCTION TRIM(wk-arg-1) NOT = SPACES
        MOVE FUNCTION NUMVAL(wk-arg-1) TO wk-idle-days
    END-IF
    IF FUNCTION TRIM(wk-arg-2) NOT = SPACES
        MOVE FUNCTION NUMVAL(wk-arg-2) TO wk-suspend-days
    END-IF
    IF FUNCTION UPPER-CASE(wk-arg-3) = "SUSPEND"
        SET wk-suspending TO TRUE
    END-IF
    IF wk-suspend-days < wk-idle-days
        *> suspending someone not even on the idle list makes no sense
        MOVE wk-idle-days TO wk-suspend-days
    END-IF

    OPEN I-O last-login-file
    IF ll-file-status = "35"
        OPEN OUTPUT last-login-file
        CLOSE last-login-file
        OPEN I-O last-login-file
    END-IF
    IF ll-file-status NOT = "00"
        DISPLAY "last_login.dat unusable, file status "
            ll-file-status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    IF wk-suspending
        OPEN I-O user-master-file
    ELSE
        OPEN INPUT user-master-file
    END-IF
    IF um-file-status = "35"
        DISPLAY "No user master file found - nothing to review"
        CLOSE last-login-file
        STOP RUN
    END-IF
    IF um-file-status NOT = "00"
        *> old-format file left behind by a record-layout change -
        *> cut it over with LAYOUT-CONVERT first
        DISPLAY "user_master.dat unusable, file status "
            um-file-status
        CLOSE last-login-file
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM Refresh-Last-Logins

    OPEN INPUT contact-list-file
    IF cl-file-status = "00"
        SET wk-cl-file-usable TO TRUE
    END-IF
    OPEN INPUT offline-message-file
    IF om-file-status = "00"
        SET wk-om-file-usable TO TRUE
    END-IF

    DISPLAY "Dormant-account review for " wk-today
    MOVE wk-idle-days TO wk-small-disp
    DISPLAY "Idle threshold   : " wk-small-disp " days"
    MOVE wk-suspend-days TO wk-small-disp
    IF wk-suspending
        DISPLAY "Suspend threshold: " wk-small-disp
            " days (suspending, reason DORMANT)"
    ELSE
        DISPLAY "Suspend threshold: " wk-small-disp
            " days (report only)"
    END-IF
    DISPLAY " "
    DISPLAY "Created   Last-login  Idle-days  Contacts  Offline  "
        "Action     Handle (nickname)"

    PERFORM Review-Accounts

    IF wk-cl-file-usable
        CLOSE contact-list-file
    END-IF
    IF wk-om-file-usable
        CLOSE offline-message-file
    END-IF
    CLOSE user-master-file
    CLOSE last-login-file

    DISPLAY " "
    MOVE wk-generations-read TO wk-count-disp
    DISPLAY "Audit generations read      : " wk-count-disp
    MOVE wk-logins-seen TO wk-count-disp
    DISPLAY "Successful logins folded in : " wk-count-disp
    MOVE wk-accounts-checked TO wk-count-disp
    DISPLAY "Active accounts checked     : " wk-count-disp
    MOVE wk-accounts-idle TO wk-count-disp
    DISPLAY "Idle past idle threshold    : " wk-count-disp
    MOVE wk-accounts-over-suspend TO wk-count-disp
    DISPLAY "Idle past suspend threshold : " wk-count-disp
    MOVE wk-accounts-suspended TO wk-count-disp
    DISPLAY "Accounts suspended          : " wk-count-disp

    STOP RUN
    .

*> Fold every audit generation newer than the checkpoint into the
*> last-login store, then move the checkpoint up to the newest
*> generation that is closed out (anything before today).
Refresh-Last-Logins.
    MOVE SPACES TO ll-user-handle
    READ last-login-file
        KEY IS ll-user-handle
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET wk-checkpoint-exists TO TRUE
            MOVE ll-last-login-ts(1:8) TO wk-scanned-through
    END-READ
    MOVE wk-scanned-through TO wk-new-through

    MOVE SPACES TO wk-system-command
    STRING
        "ls data/audit_trail.*.log"
        " data/audit_trail.*.log.gz"
        " > data/audit_trail.gens.tmp 2>/dev/null"
            DELIMITED BY SIZE
        INTO wk-system-command
    END-STRING
    CALL "SYSTEM" USING wk-system-command END-CALL

    OPEN INPUT gen-list-file
    IF gl-file-status NOT = "00"
        PERFORM Remove-Generation-List
        EXIT PARAGRAPH
    END-IF

    MOVE "N" TO wk-gen-eof
    MOVE SPACES TO wk-last-gen-date
    PERFORM UNTIL wk-gen-list-at-end
        READ gen-list-file
            AT END
                SET wk-gen-list-at-end TO TRUE
            NOT AT END
                PERFORM Process-Generation-Entry
        END-READ
    END-PERFORM

    CLOSE gen-list-file
    PERFORM Remove-Generation-List

    IF wk-new-through NOT = wk-scanned-through
        MOVE SPACES TO last-login-record
        MOVE SPACES TO ll-user-handle
        MOVE wk-new-through TO ll-last-login-ts(1:8)
        IF wk-checkpoint-exists
            REWRITE last-login-record
        ELSE
            WRITE last-login-record
        END-IF
    END-IF
    .

Remove-Generation-List.
    MOVE "rm -f data/audit_trail.gens.tmp"
        TO wk-system-command
    CALL "SYSTEM" USING wk-system-command END-CALL
    .

*> One listed path: "data/audit_trail.YYYYMMDD.log[.gz]" - the date
*> starts at column 18, and both forms of the same day list
*> consecutively, so a matching last-date is a duplicate.
Process-Generation-Entry.
    MOVE gen-list-record(18:8) TO wk-gen-date
    IF wk-gen-date NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    IF wk-gen-date = wk-last-gen-date
        EXIT PARAGRAPH
    END-IF
    IF wk-gen-date <= wk-scanned-through
        EXIT PARAGRAPH
    END-IF
    MOVE wk-gen-date TO wk-last-gen-date

    PERFORM Open-Audit-Generation
    IF wk-generation-open
        ADD 1 TO wk-generations-read
        MOVE "N" TO wk-audit-eof
        PERFORM UNTIL wk-audit-at-end
            READ audit-trail-file
                AT END
                    SET wk-audit-at-end TO TRUE
                NOT AT END
                    PERFORM Fold-Audit-Record
            END-READ
        END-PERFORM
        PERFORM Close-Audit-Generation

        IF wk-gen-date < wk-today AND wk-gen-date > wk-new-through
            MOVE wk-gen-date TO wk-new-through
        END-IF
    END-IF
    .

*> Open the generation for wk-gen-date - directly while still plain,
*> via a gunzipped temporary copy once HOUSEKEEPING-PURGE has
*> compressed it to .log.gz.
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
        " > data/audit_trail.extract.tmp"
            DELIMITED BY SIZE
        INTO wk-system-command
    END-STRING
    CALL "SYSTEM" USING wk-system-command END-CALL

    MOVE "data/audit_trail.extract.tmp" TO wk-audit-file-name
    OPEN INPUT audit-trail-file
    IF at-file-status = "00"
        SET wk-generation-open TO TRUE
        SET wk-audit-is-temp TO TRUE
    END-IF
    .

Close-Audit-Generation.
    CLOSE audit-trail-file
    IF wk-audit-is-temp
        MOVE "rm -f data/audit_trail.extract.tmp"
            TO wk-system-command
        CALL "SYSTEM" USING wk-system-command END-CALL
        MOVE "N" TO wk-audit-temp
    END-IF
    .

*> Only a completed sign-in counts: USR S with the password accepted,
*> or USR R redeeming a resume token. Keep whichever timestamp is
*> newer, so re-reading today's generation next run is harmless.
Fold-Audit-Record.
    IF at-command NOT = "USR" OR at-result NOT = "OK"
        EXIT PARAGRAPH
    END-IF
    IF at-stage NOT = "S" AND at-stage NOT = "R"
        EXIT PARAGRAPH
    END-IF
    IF at-user-handle = SPACES
        EXIT PARAGRAPH
    END-IF

    ADD 1 TO wk-logins-seen
    MOVE at-user-handle TO ll-user-handle
    READ last-login-file
        KEY IS ll-user-handle
        INVALID KEY
            MOVE at-user-handle TO ll-user-handle
            MOVE at-timestamp TO ll-last-login-ts
            WRITE last-login-record
        NOT INVALID KEY
            IF at-timestamp > ll-last-login-ts
                MOVE at-timestamp TO ll-last-login-ts
                REWRITE last-login-record
            END-IF
    END-READ
    .

*> Suspended and closed accounts are already out of circulation -
*> only active ones (a blank status predates the field) are reviewed.
Review-Accounts.
    MOVE LOW-VALUES TO um-user-handle
    START user-master-file KEY IS >= um-user-handle
        INVALID KEY
            EXIT PARAGRAPH
    END-START

    PERFORM UNTIL 1 = 2
        READ user-master-file NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ

        IF um-account-status = "A" OR um-account-status = SPACE
            ADD 1 TO wk-accounts-checked
            PERFORM Review-One-Account
        END-IF
    END-PERFORM
    .

Review-One-Account.
    MOVE um-user-handle TO ll-user-handle
    READ last-login-file
        KEY IS ll-user-handle
        INVALID KEY
            MOVE SPACES TO ll-last-login-ts
    END-READ

    IF ll-last-login-ts(1:8) IS NUMERIC
        MOVE ll-last-login-ts(1:8) TO wk-last-login-date
    ELSE
        MOVE um-created-ts(1:8) TO wk-last-login-date
    END-IF
    IF wk-last-login-date NOT NUMERIC
        EXIT PARAGRAPH
    END-IF

    COMPUTE wk-idle-for = wk-today-int
        - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(wk-last-login-date))
    IF wk-idle-for < wk-idle-days
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO wk-accounts-idle

    MOVE SPACES TO wk-action
    IF wk-idle-for >= wk-suspend-days
        ADD 1 TO wk-accounts-over-suspend
        IF wk-suspending
            *> the same change ACCOUNT-STATUS SUSPEND makes
            MOVE "S" TO um-account-status
            MOVE "DORMANT" TO um-status-reason
            REWRITE user-master-record
            ADD 1 TO wk-accounts-suspended
            MOVE "SUSPENDED" TO wk-action
        ELSE
            MOVE "SUSPEND?" TO wk-action
        END-IF
    END-IF

    PERFORM Count-Contacts
    PERFORM Count-Offline-Messages

    MOVE wk-idle-for TO wk-idle-disp
    MOVE wk-contact-count TO wk-count-disp
    MOVE wk-offline-count TO wk-small-disp
    IF ll-last-login-ts(1:8) IS NUMERIC
        DISPLAY um-created-ts(1:8) "  " ll-last-login-ts(1:8) "    "
            wk-idle-disp "  " wk-count-disp(2:) " " wk-small-disp
            "  " wk-action "  " FUNCTION TRIM(um-user-handle)
            " (" FUNCTION TRIM(um-user-nickname) ")"
    ELSE
        DISPLAY um-created-ts(1:8) "  never       "
            wk-idle-disp "  " wk-count-disp(2:) " " wk-small-disp
            "  " wk-action "  " FUNCTION TRIM(um-user-handle)
            " (" FUNCTION TRIM(um-user-nickname) ")"
    END-IF
    .

*> FL rows only - the people the account added as contacts.
Count-Contacts.
    MOVE 0 TO wk-contact-count
    IF NOT wk-cl-file-usable
        EXIT PARAGRAPH
    END-IF

    MOVE um-user-handle TO cl-owner-handle
    START contact-list-file KEY IS >= cl-owner-handle
        INVALID KEY
            EXIT PARAGRAPH
    END-START

    PERFORM UNTIL 1 = 2
        READ contact-list-file NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ

        IF cl-owner-handle NOT = um-user-handle
            EXIT PERFORM
        END-IF
        IF cl-list-type = "FL"
            ADD 1 TO wk-contact-count
        END-IF
    END-PERFORM
    .

Count-Offline-Messages.
    MOVE 0 TO wk-offline-count
    IF NOT wk-om-file-usable
        EXIT PARAGRAPH
    END-IF

    MOVE LOW-VALUES TO om-key
    MOVE um-user-handle TO om-recipient-handle
    START offline-message-file KEY IS >= om-key
        INVALID KEY
            EXIT PARAGRAPH
    END-START

    PERFORM UNTIL 1 = 2
        READ offline-message-file NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ

        IF om-recipient-handle NOT = um-user-handle
            EXIT PERFORM
        END-IF
        ADD 1 TO wk-offline-count
    END-PERFORM
    .

END PROGRAM DORMANT-ACCOUNT-REPORT.
