*> account's own contact-list rows, the RL mirrors its ADDs created
*> under other owners, its presence row, its queued offline messages
*> and its outstanding resume tokens all go, so the files stop
*> accumulating ghosts. Owners who lose a mirror get their list
*> version bumped so their next SYN downloads the change. Queued
*> offline messages sent or received by a handle under legal hold
*> (see LEGAL-HOLD) on the day they were stored are kept, the same
*> rows RETENTION-ARCHIVE keeps, and counted separately. The reason
*> code (up to 8 characters - a ticket number or shorthand like
*> ABUSE) is stored on the master record for the next operator to
*> find.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
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
FD user-master-file.
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

01 um-file-status PIC XX.
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

01 wk-command-line PIC X(512).
01 wk-mode PIC X(12).
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

            PERFORM Purge-Contact-Rows
            PERFORM Purge-Presence-Row
            PERFORM Load-Legal-Holds
            PERFORM Purge-Offline-Messages
            PERFORM Purge-Resume-Tokens

            DISPLAY "Presence rows removed           : " wk-count-disp
            MOVE wk-purged-offline TO wk-count-disp
            DISPLAY "Queued offline messages removed : " wk-count-disp
            MOVE wk-held-offline TO wk-count-disp
            DISPLAY "Queued offline kept, legal hold : " wk-count-disp
            MOVE wk-purged-resume TO wk-count-disp
            DISPLAY "Resume tokens removed           : " wk-count-disp

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

*> The store-and-forward queue is keyed on the recipient, so the
*> closed account's backlog sits in one contiguous key range.
Purge-Offline-Messages.
    IF wk-holds-unknown
        EXIT PARAGRAPH
    END-IF

    OPEN I-O offline-message-file
    IF om-file-status = "35"
        EXIT PARAGRAPH
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

*> resume_session.dat is keyed on the token, so finding the closed
*> account's tokens means walking the whole file - same scan the
*> notification server's CHP handler does on a password change.
