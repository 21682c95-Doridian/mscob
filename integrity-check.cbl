*> mh-msg-seq actually in the message history. Exceptions that need a human decision (roster
*> handles with no master row, other owners' list rows naming a
*> closed account) are reported but never touched.
*> Ends with return code 8 if any file could not be checked.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY mh-key
        FILE STATUS mh-file-status.

    SELECT list-version-file ASSIGN TO "data/list_version.dat"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY lv-user-handle
        FILE STATUS lv-file-status.

DATA DIVISION.
FILE SECTION.
FD user-master-file.
01 message-history-record.
   COPY "message-history-record.cpy".

FD list-version-file.
01 list-version-record.
   COPY "list-version-record.cpy".

WORKING-STORAGE SECTION.

01 um-file-status PIC XX.
01 om-file-status PIC XX.
01 sb-file-status PIC XX.
01 mh-file-status PIC XX.
01 lv-file-status PIC XX.

01 wk-command-line PIC X(512).
01 wk-arg-1 PIC X(8).
01 wk-mirror-found PIC X VALUE "N".
    88 wk-mirror-exists VALUE "Y".

*> A repair changes what the owner's client would download, so the
*> owner's list version is bumped to make the next SYN fetch it.
01 wk-lv-owner PIC X(60).
01 wk-lv-open PIC X VALUE "N".
    88 wk-lv-is-open VALUE "Y".

01 wk-roster-idx BINARY-INT UNSIGNED.
01 wk-max-seq PIC 9(6).
01 wk-seq-disp PIC 9(6).
        *> unopened master would flag every row as an orphan
        DISPLAY "user_master.dat unusable, file status "
            um-file-status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    IF cl-file-status NOT = "00"
        DISPLAY "contact_list.dat unusable, file status "
            cl-file-status " - contact checks skipped"
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF

    *> no list_version.dat yet means no client has synced - nothing
    *> to bump
    MOVE "N" TO wk-lv-open
    IF wk-repair-mode
        OPEN I-O list-version-file
        IF lv-file-status = "00"
            SET wk-lv-is-open TO TRUE
        END-IF
    END-IF

    MOVE LOW-VALUES TO cl-key
    START contact-list-file KEY IS >= cl-key
        INVALID KEY
            CLOSE contact-list-file
            IF wk-lv-is-open
                CLOSE list-version-file
            END-IF
            EXIT PARAGRAPH
    END-START

    END-PERFORM

    CLOSE contact-list-file
    IF wk-lv-is-open
        CLOSE list-version-file
    END-IF
    .

Check-One-Contact-Row.
            FUNCTION TRIM(wk-scan-contact)
        IF wk-repair-mode
            PERFORM Delete-Scanned-Contact-Row
            MOVE wk-scan-owner TO wk-lv-owner
            PERFORM Bump-List-Version
        END-IF
        EXIT PARAGRAPH
    END-IF
                            CONTINUE
                    END-WRITE
                    ADD 1 TO wk-repairs
                    MOVE wk-scan-contact TO wk-lv-owner
                    PERFORM Bump-List-Version
                END-IF
            END-IF

                    FUNCTION TRIM(wk-scan-contact)
                IF wk-repair-mode
                    PERFORM Delete-Scanned-Contact-Row
                    MOVE wk-scan-owner TO wk-lv-owner
                    PERFORM Bump-List-Version
                END-IF
            END-IF
    END-EVALUATE
            EXIT PARAGRAPH
    END-REWRITE
    ADD 1 TO wk-repairs
    MOVE wk-scan-owner TO wk-lv-owner
    PERFORM Bump-List-Version
    .

*> Re-read the scanned row by its saved key and delete it - the probe
    ADD 1 TO wk-repairs
    .

*> Bump wk-lv-owner's list version; an owner with no row has never
*> synced, and starts past the version 1 a first SYN would create.
Bump-List-Version.
    IF NOT wk-lv-is-open
        EXIT PARAGRAPH
    END-IF
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

Check-Presence-Rows.
    OPEN I-O presence-status-file
    IF ps-file-status = "35"
    IF ps-file-status NOT = "00"
        DISPLAY "presence_status.dat unusable, file status "
            ps-file-status " - presence checks skipped"
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF

    IF om-file-status NOT = "00"
        DISPLAY "offline_message.dat unusable, file status "
            om-file-status " - offline checks skipped"
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF

        *> say so instead of silently checking nothing
        DISPLAY "switchboard_session.dat unusable, file status "
            sb-file-status
        MOVE 8 TO RETURN-CODE
        EXIT PARAGRAPH
    END-IF

    IF mh-file-status NOT = "00" AND mh-file-status NOT = "35"
        DISPLAY "message_history.dat unusable, file status "
            mh-file-status " - msg-count checks skipped"
        MOVE 8 TO RETURN-CODE
    END-IF

    MOVE LOW-VALUES TO sb-session-id
