*> TRANSCRIPT-REPORT knows how to pull a session or date range back
*> out of the archive generations, so a records request still works
*> after archival.
*> Legal holds (see LEGAL-HOLD) outrank both ages: a message sent or
*> received by a held handle on a day its hold covers stays online,
*> and so does a queued offline message to or from one. Receipt is
*> read off the session roster. If the hold file (or, with holds in
*> force, the session file) cannot be read, nothing is archived or
*> dropped at all rather than risk moving held content.
*> Ends with return code 8 if any file could not be processed.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY om-key
        FILE STATUS om-file-status.

    SELECT legal-hold-file ASSIGN TO "data/legal_hold.dat"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY lh-key
        FILE STATUS lh-file-status.

    SELECT switchboard-session-file ASSIGN TO "data/switchboard_session.dat"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY sb-session-id
        FILE STATUS sb-file-status.

*> One day's archive generation - opened EXTEND per day the scan
*> encounters, so a run that crosses several days of old history
*> lands each record in its own day's generation.
01 offline-message-record.
   COPY "offline-message-record.cpy".

FD legal-hold-file.
01 legal-hold-record.
   COPY "legal-hold-record.cpy".

FD switchboard-session-file.
01 switchboard-session-record.
   COPY "switchboard-session-record.cpy".

FD archive-file.
01 archive-message-record.
   COPY "message-history-record.cpy"
01 om-file-status PIC XX.
01 ar-file-status PIC XX.
01 pr-file-status PIC XX.
01 lh-file-status PIC XX.
01 sb-file-status PIC XX.

01 wk-command-line PIC X(512).
01 wk-arg-1 PIC X(8).
01 wk-drop-recipient PIC X(60) VALUE SPACES.
01 wk-drop-count BINARY-LONG UNSIGNED VALUE 0.

*> Legal holds in force, loaded once up front - a handle and the
*> message days its hold covers (an open-ended hold ends 99999999).
*> A handle under several matters simply appears several times.
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

*> Roster of the session the history scan is in, cached per session
*> id - the key keeps a session's messages contiguous.
01 wk-sb-available PIC X VALUE "N".
    88 wk-sb-file-usable VALUE "Y".
01 wk-probed-session PIC X(16) VALUE SPACES.
01 wk-roster-count BINARY-INT UNSIGNED VALUE 0.
01 wk-roster-table.
    05 wk-roster-handle OCCURS 8 TIMES PIC X(60).
01 wk-roster-idx BINARY-INT UNSIGNED.

01 wk-held-messages BINARY-LONG UNSIGNED VALUE 0.
01 wk-held-offline BINARY-LONG UNSIGNED VALUE 0.
01 wk-archived-messages BINARY-LONG UNSIGNED VALUE 0.
01 wk-compressed-gens BINARY-LONG UNSIGNED VALUE 0.
01 wk-dropped-offline BINARY-LONG UNSIGNED VALUE 0.
01 wk-count-disp PIC Z(8)9.

*> Set when a file could not be processed - the run still does what
*> it can, and ends with return code 8.
01 wk-any-fail PIC X VALUE "N".
    88 wk-any-failed VALUE "Y".

PROCEDURE DIVISION.
    MOVE FUNCTION CURRENT-DATE(1:8) TO wk-today


    DISPLAY "Retention archival for " wk-today

    PERFORM Load-Legal-Holds
    IF wk-holds-known
        PERFORM Archive-Message-History
    END-IF
    PERFORM Compress-Archive-Generations
    IF wk-holds-known
        PERFORM Age-Offline-Messages
    END-IF

    DISPLAY " "
    MOVE wk-archived-messages TO wk-count-disp
    DISPLAY "Archive generations gzipped  : " wk-count-disp
    MOVE wk-dropped-offline TO wk-count-disp
    DISPLAY "Offline messages dropped     : " wk-count-disp
    MOVE wk-held-messages TO wk-count-disp
    DISPLAY "History kept for legal hold  : " wk-count-disp
    MOVE wk-held-offline TO wk-count-disp
    DISPLAY "Offline kept for legal hold  : " wk-count-disp

    *> settled here - the gzip CALLs leave their own status behind
    IF wk-any-failed
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN
    .

    IF mh-file-status NOT = "00"
        DISPLAY "message_history.dat unusable, file status "
            mh-file-status " - history NOT archived"
        SET wk-any-failed TO TRUE
        EXIT PARAGRAPH
    END-IF

    *> with holds in force the rosters decide who received what -
    *> no session file at all just means no rosters to consult
    IF wk-hold-count > 0
        OPEN INPUT switchboard-session-file
        IF sb-file-status = "00"
            SET wk-sb-file-usable TO TRUE
        END-IF
        IF sb-file-status NOT = "00" AND sb-file-status NOT = "35"
            DISPLAY "switchboard_session.dat unusable, file status "
                sb-file-status " - history NOT archived while holds"
                " are in force"
            SET wk-any-failed TO TRUE
            CLOSE message-history-file
            EXIT PARAGRAPH
        END-IF
    END-IF

    MOVE LOW-VALUES TO mh-key
    START message-history-file KEY IS >= mh-key
        INVALID KEY
            CLOSE message-history-file
            IF wk-sb-file-usable
                CLOSE switchboard-session-file
            END-IF
            EXIT PARAGRAPH
    END-START

        END-READ

        IF mh-timestamp(1:8) < wk-history-cutoff
            PERFORM Check-Message-Held
            IF wk-is-held
                ADD 1 TO wk-held-messages
            ELSE
                PERFORM Switch-Archive-Generation
                MOVE message-history-record TO archive-message-record
                WRITE archive-message-record
                IF ar-file-status = "00"
                    DELETE message-history-file RECORD
                    ADD 1 TO wk-archived-messages
                ELSE
                    *> never delete what did not land in the archive
                    DISPLAY "Archive write failed, file status "
                        ar-file-status " - record kept online"
                END-IF
            END-IF
        END-IF
    END-PERFORM
        MOVE SPACES TO wk-archive-open-date
    END-IF

    IF wk-sb-file-usable
        CLOSE switchboard-session-file
    END-IF
    CLOSE message-history-file
    .

    IF om-file-status NOT = "00"
        DISPLAY "offline_message.dat unusable, file status "
            om-file-status " - offline queue NOT aged"
        SET wk-any-failed TO TRUE
        EXIT PARAGRAPH
    END-IF

        END-READ

        IF om-stored-ts(1:8) < wk-offline-cutoff
            PERFORM Check-Offline-Held
            IF wk-is-held
                ADD 1 TO wk-held-offline
            ELSE
                IF FUNCTION TRIM(om-recipient-handle) NOT =
                        FUNCTION TRIM(wk-drop-recipient)
                    PERFORM Flush-Drop-Count
                    MOVE om-recipient-handle TO wk-drop-recipient
                END-IF
                DELETE offline-message-file RECORD
                ADD 1 TO wk-drop-count
                ADD 1 TO wk-dropped-offline
            END-IF
        END-IF
    END-PERFORM

    MOVE 0 TO wk-drop-count
    .

*> Pull every hold in force into the table. A hold file that exists
*> but cannot be read, or holds more than the table can take, leaves
*> the holds unknown - and then nothing gets moved or dropped.
Load-Legal-Holds.
    OPEN INPUT legal-hold-file
    IF lh-file-status = "35"
        EXIT PARAGRAPH
    END-IF
    IF lh-file-status NOT = "00"
        DISPLAY "legal_hold.dat unusable, file status "
            lh-file-status " - nothing archived or dropped"
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
            DISPLAY "More than 500 legal holds - nothing archived"
                " or dropped"
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

*> Is the current history record held - sent by, or sent into a
*> session whose roster names, a handle held on the message's day?
Check-Message-Held.
    MOVE "N" TO wk-held-flag
    IF wk-hold-count = 0
        EXIT PARAGRAPH
    END-IF

    MOVE mh-timestamp(1:8) TO wk-check-date
    MOVE mh-sender-handle TO wk-check-handle
    PERFORM Check-Handle-Held
    IF wk-is-held
        EXIT PARAGRAPH
    END-IF

    PERFORM Load-Session-Roster
    PERFORM VARYING wk-roster-idx FROM 1 BY 1
            UNTIL wk-roster-idx > wk-roster-count OR wk-is-held
        MOVE wk-roster-handle(wk-roster-idx) TO wk-check-handle
        PERFORM Check-Handle-Held
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

*> Cache the roster of mh-session-id - a session housekeeping already
*> purged has no roster left, only its sender.
Load-Session-Roster.
    IF mh-session-id = wk-probed-session
        EXIT PARAGRAPH
    END-IF
    MOVE mh-session-id TO wk-probed-session
    MOVE 0 TO wk-roster-count

    IF NOT wk-sb-file-usable
        EXIT PARAGRAPH
    END-IF

    MOVE mh-session-id TO sb-session-id
    READ switchboard-session-file
        KEY IS sb-session-id
        INVALID KEY
            EXIT PARAGRAPH
    END-READ

    PERFORM VARYING wk-roster-idx FROM 1 BY 1
            UNTIL wk-roster-idx > sb-part-count OR wk-roster-idx > 8
        ADD 1 TO wk-roster-count
        MOVE sb-part-handle(wk-roster-idx)
            TO wk-roster-handle(wk-roster-count)
    END-PERFORM
    .

*> wk-cutoff-int holds an age in days on entry and the cutoff date
*> lands in wk-cutoff-date: anything strictly older is past retention.
Compute-Cutoff-Date.
