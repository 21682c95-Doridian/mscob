      $set sourceformat(free)
IDENTIFICATION DIVISION.
PROGRAM-ID. HR-FEED-LOAD.

*> Daily batch load of the HR extract, so onboarding a class or
*> off-boarding a department no longer means hundreds of hand-run
*> PROVISION-ACCOUNT and ACCOUNT-STATUS CLOSE commands. Run once a
*> day (e.g. from cron) after HR drops the extract:
*>     cobcrun hr-feed-load [YYYYMMDD]
*> Reads data/hr_feed.YYYYMMDD.dat (today's by default, see
*> hr-feed-record.cpy for the layout). Every record is checked before
*> anything is written; failures go to data/hr_feed.YYYYMMDD.rej with
*> a reason code (see hr-reject-record.cpy) and the rest of the feed
*> carries on. Adds and nickname changes go straight to
*> user_master.dat; departures tombstone the account and run the same
*> cascade as ACCOUNT-STATUS CLOSE, which keeps queued offline
*> messages a legal hold covers. The control totals at the end are
*> what gets balanced against HR's own record count. Ends with return
*> code 4 if anything was rejected, 8 if the feed could not be
*> processed at all.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT hr-feed-file ASSIGN TO wk-feed-file-name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS hr-file-status.

    SELECT hr-reject-file ASSIGN TO wk-reject-file-name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS rj-file-status.

    SELECT user-master-file ASSIGN TO "data/user_master.dat"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY um-user-handle
        FILE STATUS um-file-status.

    SELECT contact-list-file ASSIGN TO "data/contact_list.dat"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY cl-key
        ALTERNATE RECORD KEY cl-owner-handle WITH DUPLICATES
        FILE STATUS cl-file-status.

    SELECT presence-status-file ASSIGN TO "data/presence_status.dat"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY ps-user-handle
        FILE STATUS ps-file-status.

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

    SELECT legal-hold-file ASSIGN TO "data/legal_hold.dat"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY lh-key
        FILE STATUS lh-file-status.

    SELECT presence-journal-file ASSIGN TO wk-journal-file-name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS pj-file-status.

    SELECT list-version-file ASSIGN TO "data/list_version.dat"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY lv-user-handle
        FILE STATUS lv-file-status.

DATA DIVISION.
FILE SECTION.
FD hr-feed-file.
01 hr-feed-record.
   COPY "hr-feed-record.cpy".

FD hr-reject-file.
01 hr-reject-record.
   COPY "hr-reject-record.cpy".

FD user-master-file.
01 user-master-record.
   COPY "user-master-record.cpy".

FD contact-list-file.
01 contact-list-record.
   COPY "contact-list-record.cpy".

FD presence-status-file.
01 presence-status-record.
   COPY "presence-status-record.cpy".

FD offline-message-file.
01 offline-message-record.
   COPY "offline-message-record.cpy".

FD resume-session-file.
01 resume-session-record.
   COPY "resume-session-record.cpy".

FD legal-hold-file.
01 legal-hold-record.
   COPY "legal-hold-record.cpy".

FD presence-journal-file.
01 presence-journal-record.
   COPY "presence-journal-record.cpy".

FD list-version-file.
01 list-version-record.
   COPY "list-version-record.cpy".

WORKING-STORAGE SECTION.

01 hr-file-status PIC XX.
01 hr-eof-flag PIC X VALUE "N".
    88 hr-eof VALUE "Y".
01 rj-file-status PIC XX.
01 um-file-status PIC XX.
01 cl-file-status PIC XX.
01 ps-file-status PIC XX.
01 om-file-status PIC XX.
01 rs-file-status PIC XX.
01 lv-file-status PIC XX.
01 lh-file-status PIC XX.
01 pj-file-status PIC XX.
01 wk-journal-file-name PIC X(48).
01 wk-lv-owner PIC X(60).
01 wk-lv-open PIC X VALUE "N".
   88 wk-lv-is-open VALUE "Y".

*> Handles look like e-mail addresses; anything else (spaces above
*> all - the protocol's delimiter) would make an account nobody can
*> sign in to or ADD.
01 C-HANDLE-CHARS.
   05 C-LOWER-ALPHA PIC X(26)
       VALUE "abcdefghijklmnopqrstuvwxyz".
   05 C-UPPER-ALPHA PIC X(26)
       VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
   05 C-NUMERIC PIC X(10)
       VALUE "0123456789".
   05 C-SPECIAL PIC X(4)
       VALUE "@._-".

01 wk-command-line PIC X(512).
01 wk-feed-date PIC X(8).
01 wk-feed-file-name PIC X(40).
01 wk-reject-file-name PIC X(40).

01 wk-handle PIC X(60).
01 wk-reason PIC X(8).
01 wk-reject-reason PIC X(8).
01 wk-handle-len BINARY-INT UNSIGNED.
01 wk-nick-len BINARY-INT UNSIGNED.
01 wk-char-idx BINARY-INT UNSIGNED.
01 wk-char-tally BINARY-INT UNSIGNED.
01 wk-account-found PIC X VALUE "N".
    88 wk-account-exists VALUE "Y".

01 wk-records-read BINARY-LONG UNSIGNED VALUE 0.
01 wk-records-added BINARY-LONG UNSIGNED VALUE 0.
01 wk-records-changed BINARY-LONG UNSIGNED VALUE 0.
01 wk-records-closed BINARY-LONG UNSIGNED VALUE 0.
01 wk-records-rejected BINARY-LONG UNSIGNED VALUE 0.
01 wk-records-balanced BINARY-LONG UNSIGNED VALUE 0.

01 wk-purged-contact BINARY-LONG UNSIGNED VALUE 0.
01 wk-purged-mirror BINARY-LONG UNSIGNED VALUE 0.
01 wk-purged-presence BINARY-LONG UNSIGNED VALUE 0.
01 wk-purged-offline BINARY-LONG UNSIGNED VALUE 0.
01 wk-held-offline BINARY-LONG UNSIGNED VALUE 0.
01 wk-purged-resume BINARY-LONG UNSIGNED VALUE 0.
01 wk-count-disp PIC Z(8)9.

*> Legal holds in force, loaded once up front - a handle and the
*> message days its hold covers (an open-ended hold ends 99999999).
*> A handle under several matters simply appears several times.
*> Queued offline messages a hold covers are kept, not purged.
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

PROCEDURE DIVISION.
    ACCEPT wk-command-line FROM COMMAND-LINE
    UNSTRING wk-command-line DELIMITED BY SPACE
        INTO wk-feed-date
    END-UNSTRING

    IF FUNCTION TRIM(wk-feed-date) = SPACES
        MOVE FUNCTION CURRENT-DATE(1:8) TO wk-feed-date
    END-IF

    MOVE SPACES TO wk-feed-file-name
    STRING
        "data/hr_feed." wk-feed-date ".dat"
            DELIMITED BY SIZE
        INTO wk-feed-file-name
    END-STRING
    MOVE SPACES TO wk-reject-file-name
    STRING
        "data/hr_feed." wk-feed-date ".rej"
            DELIMITED BY SIZE
        INTO wk-reject-file-name
    END-STRING

    OPEN INPUT hr-feed-file
    IF hr-file-status = "35"
        DISPLAY "No HR feed for " wk-feed-date " - nothing to load"
        STOP RUN
    END-IF
    IF hr-file-status NOT = "00"
        DISPLAY FUNCTION TRIM(wk-feed-file-name)
            " unusable, file status " hr-file-status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN I-O user-master-file
    IF um-file-status = "35"
        OPEN OUTPUT user-master-file
        CLOSE user-master-file
        OPEN I-O user-master-file
    END-IF
    IF um-file-status NOT = "00"
        *> old-format file left behind by a record-layout change -
        *> cut it over with LAYOUT-CONVERT first
        DISPLAY "user_master.dat unusable, file status "
            um-file-status
        CLOSE hr-feed-file
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    *> A rerun of the same day's feed starts a fresh reject file - the
    *> records that failed last time will fail (or pass) again.
    OPEN OUTPUT hr-reject-file
    IF rj-file-status NOT = "00"
        DISPLAY FUNCTION TRIM(wk-reject-file-name)
            " unusable, file status " rj-file-status
        CLOSE hr-feed-file
        CLOSE user-master-file
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM Load-Legal-Holds

    PERFORM UNTIL hr-eof
        READ hr-feed-file
            AT END
                SET hr-eof TO TRUE
            NOT AT END
                ADD 1 TO wk-records-read
                PERFORM Process-Feed-Record
        END-READ
    END-PERFORM

    CLOSE hr-feed-file
    CLOSE hr-reject-file
    CLOSE user-master-file

    PERFORM Print-Control-Totals

    IF wk-records-rejected > 0
        MOVE 4 TO RETURN-CODE
    END-IF
    STOP RUN
    .

Process-Feed-Record.
    MOVE SPACES TO wk-reject-reason

    IF hr-action NOT = "A" AND hr-action NOT = "N" AND
            hr-action NOT = "D"
        MOVE "BADACT" TO wk-reject-reason
        PERFORM Write-Reject
        EXIT PARAGRAPH
    END-IF

    PERFORM Validate-Handle
    IF wk-reject-reason NOT = SPACES
        PERFORM Write-Reject
        EXIT PARAGRAPH
    END-IF

    MOVE hr-user-handle TO wk-handle
    MOVE "N" TO wk-account-found
    MOVE wk-handle TO um-user-handle
    READ user-master-file
        KEY IS um-user-handle
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET wk-account-exists TO TRUE
    END-READ

    *> A tombstone keeps its handle forever (see um-account-status),
    *> whatever HR asks for - an add would resurrect it, a change or a
    *> second departure has nothing left to act on.
    IF wk-account-exists AND um-account-status = "C"
        MOVE "CLOSED" TO wk-reject-reason
        PERFORM Write-Reject
        EXIT PARAGRAPH
    END-IF

    EVALUATE hr-action
        WHEN "A"
            PERFORM Load-Add-Record
        WHEN "N"
            PERFORM Load-Change-Record
        WHEN "D"
            PERFORM Load-Departure-Record
    END-EVALUATE
    .

*> Blank handles, leading spaces and anything outside the handle
*> alphabet (an embedded space included) are all the same reject.
Validate-Handle.
    IF hr-user-handle = SPACES OR hr-user-handle(1:1) = SPACE
        MOVE "BADHNDL" TO wk-reject-reason
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION LENGTH(FUNCTION TRIM(hr-user-handle TRAILING))
        TO wk-handle-len
    PERFORM VARYING wk-char-idx FROM 1 BY 1
            UNTIL wk-char-idx > wk-handle-len
        MOVE 0 TO wk-char-tally
        INSPECT C-HANDLE-CHARS TALLYING wk-char-tally
            FOR ALL hr-user-handle(wk-char-idx:1)
        IF wk-char-tally = 0
            MOVE "BADHNDL" TO wk-reject-reason
            EXIT PERFORM
        END-IF
    END-PERFORM
    .

*> The nickname travels as a single space-delimited token everywhere
*> else - PROVISION-ACCOUNT's argument, REA, and the USR, ILN and NLN
*> lines the servers send - so one with a space in it (leading or
*> embedded) is refused rather than stored to break them.
Validate-Nickname.
    IF hr-user-nickname = SPACES
        MOVE "NONICK" TO wk-reject-reason
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION LENGTH(FUNCTION TRIM(hr-user-nickname TRAILING))
        TO wk-nick-len
    MOVE 0 TO wk-char-tally
    INSPECT hr-user-nickname(1:wk-nick-len)
        TALLYING wk-char-tally FOR ALL SPACE
    IF wk-char-tally > 0
        MOVE "BADNICK" TO wk-reject-reason
    END-IF
    .

*> Same record PROVISION-ACCOUNT writes for a new account; a handle
*> already on file (including one added earlier in this same feed) is
*> a duplicate, not an update - HR sends changes as "N" records.
Load-Add-Record.
    IF wk-account-exists
        MOVE "DUPHNDL" TO wk-reject-reason
        PERFORM Write-Reject
        EXIT PARAGRAPH
    END-IF
    PERFORM Validate-Nickname
    IF wk-reject-reason NOT = SPACES
        PERFORM Write-Reject
        EXIT PARAGRAPH
    END-IF
    IF hr-password = SPACES
        MOVE "NOPASS" TO wk-reject-reason
        PERFORM Write-Reject
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO user-master-record
    MOVE wk-handle TO um-user-handle
    MOVE hr-user-nickname TO um-user-nickname
    MOVE hr-password TO um-password
    MOVE FUNCTION CURRENT-DATE TO um-created-ts
    MOVE "A" TO um-account-status
    WRITE user-master-record
        INVALID KEY
            MOVE "DUPHNDL" TO wk-reject-reason
            PERFORM Write-Reject
            EXIT PARAGRAPH
    END-WRITE
    ADD 1 TO wk-records-added
    .

*> Suspended accounts still get their nickname changed - the
*> suspension is an operator matter, not HR's.
Load-Change-Record.
    IF NOT wk-account-exists
        MOVE "NOTFOUND" TO wk-reject-reason
        PERFORM Write-Reject
        EXIT PARAGRAPH
    END-IF
    PERFORM Validate-Nickname
    IF wk-reject-reason NOT = SPACES
        PERFORM Write-Reject
        EXIT PARAGRAPH
    END-IF

    MOVE hr-user-nickname TO um-user-nickname
    REWRITE user-master-record
    ADD 1 TO wk-records-changed
    .

*> Tombstone the master row exactly as ACCOUNT-STATUS CLOSE does,
*> then run its cascade over the other files.
Load-Departure-Record.
    IF NOT wk-account-exists
        MOVE "NOTFOUND" TO wk-reject-reason
        PERFORM Write-Reject
        EXIT PARAGRAPH
    END-IF

    MOVE hr-reason TO wk-reason
    IF wk-reason = SPACES
        MOVE "DEPARTED" TO wk-reason
    END-IF

    MOVE "C" TO um-account-status
    MOVE wk-reason TO um-status-reason
    REWRITE user-master-record

    PERFORM Purge-Contact-Rows
    PERFORM Purge-Presence-Row
    PERFORM Purge-Offline-Messages
    PERFORM Purge-Resume-Tokens

    ADD 1 TO wk-records-closed
    .

Write-Reject.
    MOVE SPACES TO hr-reject-record
    MOVE wk-reject-reason TO hr-rej-reason
    MOVE wk-records-read TO hr-rej-line-no
    MOVE hr-feed-record TO hr-rej-image
    WRITE hr-reject-record
    ADD 1 TO wk-records-rejected
    .

Print-Control-Totals.
    DISPLAY "HR feed load control totals for " wk-feed-date
    MOVE wk-records-read TO wk-count-disp
    DISPLAY "Records read                    : " wk-count-disp
    MOVE wk-records-added TO wk-count-disp
    DISPLAY "Accounts added                  : " wk-count-disp
    MOVE wk-records-changed TO wk-count-disp
    DISPLAY "Nicknames changed               : " wk-count-disp
    MOVE wk-records-closed TO wk-count-disp
    DISPLAY "Accounts closed                 : " wk-count-disp
    MOVE wk-records-rejected TO wk-count-disp
    DISPLAY "Records rejected                : " wk-count-disp

    COMPUTE wk-records-balanced = wk-records-added + wk-records-changed
        + wk-records-closed + wk-records-rejected
    IF wk-records-balanced = wk-records-read
        DISPLAY "Totals balance"
    ELSE
        DISPLAY "*** Totals DO NOT balance against records read ***"
    END-IF

    IF wk-records-closed > 0
        DISPLAY " "
        DISPLAY "Close cascade for departures"
        MOVE wk-purged-contact TO wk-count-disp
        DISPLAY "Own contact-list rows removed   : " wk-count-disp
        MOVE wk-purged-mirror TO wk-count-disp
        DISPLAY "RL mirrors under others removed : " wk-count-disp
        MOVE wk-purged-presence TO wk-count-disp
        DISPLAY "Presence rows removed           : " wk-count-disp
        MOVE wk-purged-offline TO wk-count-disp
        DISPLAY "Queued offline messages removed : " wk-count-disp
        MOVE wk-held-offline TO wk-count-disp
        DISPLAY "Queued offline kept, legal hold : " wk-count-disp
        MOVE wk-purged-resume TO wk-count-disp
        DISPLAY "Resume tokens removed           : " wk-count-disp
    END-IF

    IF wk-records-rejected > 0
        DISPLAY " "
        DISPLAY "Rejected records written to "
            FUNCTION TRIM(wk-reject-file-name)
    END-IF
    .

*> The cascade paragraphs below are ACCOUNT-STATUS's, run once per
*> departure: the account's own contact rows and the RL mirrors its
*> ADDs wrote under other owners, its presence row, its queued
*> offline messages and its resume tokens.
Purge-Contact-Rows.
    OPEN I-O contact-list-file
    IF cl-file-status = "35"
        EXIT PARAGRAPH
    END-IF
    IF cl-file-status NOT = "00"
        DISPLAY "contact_list.dat unusable, file status "
            cl-file-status " - contact rows NOT purged for "
            FUNCTION TRIM(wk-handle)
        EXIT PARAGRAPH
    END-IF

    *> Owners who lose an RL mirror get their list version bumped so
    *> a client's next SYN fetches the shorter list. No
    *> list_version.dat yet means no client has synced, so there is
    *> nothing to bump.
    MOVE "N" TO wk-lv-open
    OPEN I-O list-version-file
    IF lv-file-status = "00"
        MOVE "Y" TO wk-lv-open
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

        EVALUATE TRUE
            WHEN FUNCTION TRIM(cl-owner-handle) =
                    FUNCTION TRIM(wk-handle)
                DELETE contact-list-file RECORD
                ADD 1 TO wk-purged-contact
            WHEN cl-list-type = "RL" AND
                    FUNCTION TRIM(cl-contact-handle) =
                        FUNCTION TRIM(wk-handle)
                DELETE contact-list-file RECORD
                ADD 1 TO wk-purged-mirror
                IF wk-lv-is-open
                    MOVE cl-owner-handle TO wk-lv-owner
                    PERFORM Bump-List-Version
                END-IF
        END-EVALUATE
    END-PERFORM

    CLOSE contact-list-file

    IF wk-lv-is-open
        MOVE wk-handle TO lv-user-handle
        DELETE list-version-file RECORD
            INVALID KEY
                CONTINUE
        END-DELETE
        CLOSE list-version-file
    END-IF
    .

Bump-List-Version.
    MOVE wk-lv-owner TO lv-user-handle
    READ list-version-file
        KEY IS lv-user-handle
        INVALID KEY
            MOVE wk-lv-owner TO lv-user-handle
            MOVE 2 TO lv-version
            MOVE FUNCTION CURRENT-DATE TO lv-updated-ts
            WRITE list-version-record
                INVALID KEY
                    CONTINUE
            END-WRITE
        NOT INVALID KEY
            ADD 1 TO lv-version
            MOVE FUNCTION CURRENT-DATE TO lv-updated-ts
            REWRITE list-version-record
                INVALID KEY
                    CONTINUE
            END-REWRITE
    END-READ
    .

Purge-Presence-Row.
    OPEN I-O presence-status-file
    IF ps-file-status = "35"
        EXIT PARAGRAPH
    END-IF
    IF ps-file-status NOT = "00"
        DISPLAY "presence_status.dat unusable, file status "
            ps-file-status " - presence row NOT purged for "
            FUNCTION TRIM(wk-handle)
        EXIT PARAGRAPH
    END-IF

    MOVE wk-handle TO ps-user-handle
    READ presence-status-file
        KEY IS ps-user-handle
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF ps-status NOT = "FLN"
                PERFORM Journal-Presence-Close
            END-IF
            DELETE presence-status-file RECORD
            ADD 1 TO wk-purged-presence
    END-READ

    CLOSE presence-status-file
    .

*> A closed account's presence row goes, but if it still showed the
*> account online the journal has to see it go offline too, or
*> PRESENCE-REPORT keeps the account online to the end of its range.
*> Opened, appended and closed the same way the server's
*> Write-Presence-Journal does, cause CLS.
Journal-Presence-Close.
    MOVE SPACES TO wk-journal-file-name
    STRING
        "data/presence_journal." FUNCTION CURRENT-DATE(1:8) ".log"
            DELIMITED BY SIZE
        INTO wk-journal-file-name
    END-STRING

    OPEN EXTEND presence-journal-file
    IF pj-file-status = "35"
        OPEN OUTPUT presence-journal-file
    END-IF
    IF pj-file-status NOT = "00"
        DISPLAY "presence journal unusable, file status "
            pj-file-status " - sign-off NOT journalled for "
            FUNCTION TRIM(wk-handle)
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION CURRENT-DATE TO pj-timestamp
    MOVE wk-handle TO pj-user-handle
    MOVE ps-status TO pj-old-status
    MOVE "FLN" TO pj-new-status
    MOVE "CLS" TO pj-cause
    WRITE presence-journal-record
    IF pj-file-status NOT = "00"
        DISPLAY "presence journal unusable, file status "
            pj-file-status " - sign-off NOT journalled for "
            FUNCTION TRIM(wk-handle)
    END-IF
    CLOSE presence-journal-file
    .

Purge-Offline-Messages.
    IF wk-holds-unknown
        EXIT PARAGRAPH
    END-IF

    OPEN I-O offline-message-file
    IF om-file-status = "35"
        EXIT PARAGRAPH
    END-IF
    IF om-file-status NOT = "00"
        DISPLAY "offline_message.dat unusable, file status "
            om-file-status " - offline messages NOT purged for "
            FUNCTION TRIM(wk-handle)
        EXIT PARAGRAPH
    END-IF

    MOVE LOW-VALUES TO om-key
    MOVE wk-handle TO om-recipient-handle
    START offline-message-file KEY IS >= om-key
        INVALID KEY
            CLOSE offline-message-file
            EXIT PARAGRAPH
    END-START

    PERFORM UNTIL 1 = 2
        READ offline-message-file NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ

        IF FUNCTION TRIM(om-recipient-handle) NOT =
                FUNCTION TRIM(wk-handle)
            EXIT PERFORM
        END-IF

        PERFORM Check-Offline-Held
        IF wk-is-held
            ADD 1 TO wk-held-offline
        ELSE
            DELETE offline-message-file RECORD
            ADD 1 TO wk-purged-offline
        END-IF
    END-PERFORM

    CLOSE offline-message-file
    .

*> Pull every hold in force into the table, as RETENTION-ARCHIVE
*> does. A hold file that exists but cannot be read, or holds more
*> than the table can take, leaves the holds unknown - and then no
*> queued offline message is purged.
Load-Legal-Holds.
    OPEN INPUT legal-hold-file
    IF lh-file-status = "35"
        EXIT PARAGRAPH
    END-IF
    IF lh-file-status NOT = "00"
        DISPLAY "legal_hold.dat unusable, file status "
            lh-file-status " - offline messages NOT purged"
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
            DISPLAY "More than 500 legal holds - offline messages"
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

*> Is the current offline-queue record held - queued for, or sent
*> by, a handle held on the day it was stored?
Check-Offline-Held.
    MOVE "N" TO wk-held-flag
    IF wk-hold-count = 0
        EXIT PARAGRAPH
    END-IF

    MOVE om-stored-ts(1:8) TO wk-check-date
    MOVE om-recipient-handle TO wk-check-handle
    PERFORM Check-Handle-Held
    IF NOT wk-is-held
        MOVE om-sender-handle TO wk-check-handle
        PERFORM Check-Handle-Held
    END-IF
    .

Purge-Resume-Tokens.
    OPEN I-O resume-session-file
    IF rs-file-status = "35"
        EXIT PARAGRAPH
    END-IF
    IF rs-file-status NOT = "00"
        DISPLAY "resume_session.dat unusable, file status "
            rs-file-status " - resume tokens NOT purged for "
            FUNCTION TRIM(wk-handle)
        EXIT PARAGRAPH
    END-IF

    MOVE LOW-VALUES TO rs-token
    START resume-session-file KEY IS >= rs-token
        INVALID KEY
            CLOSE resume-session-file
            EXIT PARAGRAPH
    END-START

    PERFORM UNTIL 1 = 2
        READ resume-session-file NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ

        IF FUNCTION TRIM(rs-user-handle) = FUNCTION TRIM(wk-handle)
            DELETE resume-session-file RECORD
            ADD 1 TO wk-purged-resume
        END-IF
    END-PERFORM

    CLOSE resume-session-file
    .

END PROGRAM HR-FEED-LOAD.
