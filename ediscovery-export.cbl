      $set sourceformat(free)
IDENTIFICATION DIVISION.
PROGRAM-ID. EDISCOVERY-EXPORT.

*> Per-person eDiscovery export for a legal hold: every message the
*> held handle sent or received inside the hold window, from the
*> live message_history.dat and from every archive generation
*> RETENTION-ARCHIVE has moved out (data/message_history.YYYYMMDD.arc
*> and the gzipped .arc.gz), in timestamp order. Run by hand once
*> LEGAL-HOLD has placed the hold:
*>     cobcrun ediscovery-export <handle> <matter> [from-YYYYMMDD [to-YYYYMMDD]]
*> The dates only narrow the hold's own window, never widen it.
*> Output goes to data/ediscovery.<matter>.<handle>.exp, laid out as
*> ediscovery-export-record.cpy describes: one fixed-length MSG record
*> per message with session id, sender, the session's full roster and
*> the payload byte for byte, closed by a TRL record with the message
*> count and the chained MD5 hash that lets counsel show nothing was
*> added, dropped or altered. The file is record sequential like the
*> archive generations, not a text file - payloads can hold any byte,
*> line breaks included, and ex-msg-length says how much is theirs.
*> Ends with return code 8 if the live history could not be read or
*> the export could not be written; an export whose write failed gets
*> no TRL record, so it can never pass for a complete one.
*> A message counts as received when its session roster names the
*> handle. Sessions that housekeeping purged before the hold was
*> placed have no roster left; for those only what the handle sent
*> can be found, and the line says "(roster purged)".

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
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

    SELECT message-history-file ASSIGN TO "data/message_history.dat"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY mh-key
        FILE STATUS mh-file-status.

*> One archived generation at a time - either the uncompressed .arc
*> straight from disk or a gunzipped temporary copy of the .arc.gz.
    SELECT archive-file ASSIGN TO wk-archive-file-name
        ORGANIZATION SEQUENTIAL
        FILE STATUS ar-file-status.

*> Only ever opened INPUT, to probe whether a given generation's
*> .arc.gz exists before handing it to gzip.
    SELECT probe-file ASSIGN TO wk-probe-file-name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS pr-file-status.

*> Scratch listing of the archive generations actually on disk -
*> written by ls, read back one path per line, deleted afterwards.
    SELECT gen-list-file ASSIGN TO "data/message_history.gens.tmp"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS gl-file-status.

*> Record sequential, same as the archive generations it draws on -
*> a line-sequential file cannot carry a payload with line breaks.
    SELECT export-file ASSIGN TO wk-export-file-name
        ORGANIZATION SEQUENTIAL
        FILE STATUS ex-file-status.

*> Live history is in session order and each archive generation in
*> its own day's scan order - the sort puts the lot in time order.
    SELECT sort-file ASSIGN TO "data/ediscovery.sort.tmp".

DATA DIVISION.
FILE SECTION.
FD legal-hold-file.
01 legal-hold-record.
   COPY "legal-hold-record.cpy".

FD switchboard-session-file.
01 switchboard-session-record.
   COPY "switchboard-session-record.cpy".

FD message-history-file.
01 message-history-record.
   COPY "message-history-record.cpy".

FD archive-file.
01 archive-message-record.
   COPY "message-history-record.cpy"
       REPLACING LEADING ==mh== BY ==ar==.

FD probe-file.
01 probe-record PIC X(256).

FD gen-list-file.
01 gen-list-record PIC X(64).

FD export-file.
01 export-record.
   COPY "ediscovery-export-record.cpy".

SD sort-file.
01 sort-record.
   05 sr-timestamp PIC X(21).
   05 sr-session-id PIC X(16).
   05 sr-msg-seq PIC 9(6).
   05 sr-sender-handle PIC X(60).
   05 sr-participants PIC X(488).
   05 sr-msg-length PIC 9(5).
   05 sr-payload PIC X(65000).

WORKING-STORAGE SECTION.

01 lh-file-status PIC XX.
01 sb-file-status PIC XX.
01 mh-file-status PIC XX.
01 ar-file-status PIC XX.
01 pr-file-status PIC XX.
01 gl-file-status PIC XX.
01 ex-file-status PIC XX.

01 wk-command-line PIC X(512).
01 wk-target-handle PIC X(60).
01 wk-matter-no PIC X(12).
01 wk-arg-from PIC X(8).
01 wk-arg-to PIC X(8).
01 wk-from-date PIC X(8).
01 wk-to-date PIC X(8).
01 wk-export-file-name PIC X(100).

*> Archive-generation walk, same shape TRANSCRIPT-REPORT uses.
01 wk-archive-file-name PIC X(48).
01 wk-probe-file-name PIC X(48).
01 wk-gen-date PIC X(8).
01 wk-last-gen-date PIC X(8).
01 wk-gen-eof PIC X VALUE "N".
    88 wk-gen-list-at-end VALUE "Y".
01 wk-system-command PIC X(160).
01 wk-archive-opened PIC X VALUE "N".
    88 wk-generation-open VALUE "Y".
01 wk-archive-temp PIC X VALUE "N".
    88 wk-archive-is-temp VALUE "Y".
01 wk-archive-eof PIC X VALUE "N".
    88 wk-archive-at-end VALUE "Y".

*> Roster of the last session probed, cached per session id with
*> the participant list already built for the export line.
01 wk-sb-available PIC X VALUE "N".
    88 wk-sb-file-usable VALUE "Y".
01 wk-probed-session PIC X(16) VALUE SPACES.
01 wk-probe-found PIC X VALUE "N".
    88 wk-session-has-roster VALUE "Y".
01 wk-probe-involved PIC X VALUE "N".
    88 wk-session-involves-user VALUE "Y".
01 wk-probe-participants PIC X(488).
01 wk-participant-ptr BINARY-INT UNSIGNED.
01 wk-roster-idx BINARY-INT UNSIGNED.

*> The message being considered, whichever file it came from.
01 wk-msg-session-id PIC X(16).
01 wk-msg-seq PIC 9(6).
01 wk-msg-sender PIC X(60).
01 wk-msg-timestamp PIC X(21).
01 wk-msg-length BINARY-LONG UNSIGNED.

01 wk-sort-eof PIC X VALUE "N".
    88 wk-sort-at-end VALUE "Y".

*> Running MD5 chain over the export records.
01 wk-chain-hash PIC X(32) VALUE ALL "0".
01 wk-md5-digest PIC X(16).
01 wk-hash-input PIC X(65700).
01 wk-hash-len BINARY-INT.

01 wk-live-count BINARY-LONG UNSIGNED VALUE 0.
01 wk-archived-count BINARY-LONG UNSIGNED VALUE 0.
01 wk-no-roster-count BINARY-LONG UNSIGNED VALUE 0.
01 wk-exported-count BINARY-LONG UNSIGNED VALUE 0.
01 wk-count-disp PIC Z(8)9.

*> Set when something could not be read or written; the return code
*> is settled at the end, since the MD5 calls overwrite it.
01 wk-any-fail PIC X VALUE "N".
    88 wk-any-failed VALUE "Y".
01 wk-export-state PIC X VALUE "N".
    88 wk-export-failed VALUE "Y".

PROCEDURE DIVISION.
    ACCEPT wk-command-line FROM COMMAND-LINE
    UNSTRING wk-command-line DELIMITED BY SPACE
        INTO wk-target-handle, wk-matter-no, wk-arg-from, wk-arg-to
    END-UNSTRING

    IF FUNCTION TRIM(wk-target-handle) = SPACES OR
            FUNCTION TRIM(wk-matter-no) = SPACES
        DISPLAY "Usage: ediscovery-export <handle> <matter> [from-YYYYMMDD [to-YYYYMMDD]]"
        STOP RUN
    END-IF

    OPEN INPUT legal-hold-file
    IF lh-file-status = "35"
        DISPLAY "No legal holds on file - nothing to export"
        STOP RUN
    END-IF
    IF lh-file-status NOT = "00"
        DISPLAY "legal_hold.dat unusable, file status "
            lh-file-status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    MOVE wk-target-handle TO lh-user-handle
    MOVE wk-matter-no TO lh-matter-no
    READ legal-hold-file
        KEY IS lh-key
        INVALID KEY
            DISPLAY "No hold on " FUNCTION TRIM(wk-target-handle)
                " for matter " FUNCTION TRIM(wk-matter-no)
                " - place one with LEGAL-HOLD first"
            CLOSE legal-hold-file
            STOP RUN
    END-READ
    CLOSE legal-hold-file

    MOVE lh-hold-start TO wk-from-date
    IF lh-hold-end = SPACES
        MOVE "99999999" TO wk-to-date
    ELSE
        MOVE lh-hold-end TO wk-to-date
    END-IF
    IF wk-arg-from IS NUMERIC AND wk-arg-from > wk-from-date
        MOVE wk-arg-from TO wk-from-date
    END-IF
    IF wk-arg-to IS NUMERIC AND wk-arg-to < wk-to-date
        MOVE wk-arg-to TO wk-to-date
    END-IF

    MOVE SPACES TO wk-export-file-name
    STRING
        "data/ediscovery." FUNCTION TRIM(wk-matter-no) "."
        FUNCTION TRIM(wk-target-handle) ".exp"
            DELIMITED BY SIZE
        INTO wk-export-file-name
    END-STRING

    OPEN OUTPUT export-file
    IF ex-file-status NOT = "00"
        DISPLAY FUNCTION TRIM(wk-export-file-name)
            " cannot be written, file status " ex-file-status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    OPEN INPUT switchboard-session-file
    IF sb-file-status = "00"
        SET wk-sb-file-usable TO TRUE
    END-IF

    SORT sort-file
        ON ASCENDING KEY sr-timestamp sr-session-id sr-msg-seq
        INPUT PROCEDURE IS Collect-Messages
        OUTPUT PROCEDURE IS Write-Export

    IF wk-sb-file-usable
        CLOSE switchboard-session-file
    END-IF

    IF NOT wk-export-failed
        PERFORM Write-Export-Trailer
    END-IF
    CLOSE export-file

    IF wk-export-failed
        DISPLAY FUNCTION TRIM(wk-export-file-name)
            " is incomplete and has no trailer - do not hand it over"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    DISPLAY "eDiscovery export for " FUNCTION TRIM(wk-target-handle)
        ", matter " FUNCTION TRIM(wk-matter-no)
    DISPLAY "Window " wk-from-date " to " wk-to-date
    MOVE wk-live-count TO wk-count-disp
    DISPLAY "Messages from live history     : " wk-count-disp
    MOVE wk-archived-count TO wk-count-disp
    DISPLAY "Messages from archives         : " wk-count-disp
    MOVE wk-no-roster-count TO wk-count-disp
    DISPLAY "  of which roster purged       : " wk-count-disp
    MOVE wk-exported-count TO wk-count-disp
    DISPLAY "Messages exported              : " wk-count-disp
    DISPLAY "Chain hash                     : " wk-chain-hash
    DISPLAY "Written to " FUNCTION TRIM(wk-export-file-name)

    IF wk-any-failed
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN
    .

Collect-Messages.
    PERFORM Collect-Live-History
    PERFORM Scan-Archive-Generations
    .

*> message_history.dat is keyed by session, not by person or time -
*> the whole file is walked and filtered.
Collect-Live-History.
    OPEN INPUT message-history-file
    IF mh-file-status = "35"
        EXIT PARAGRAPH
    END-IF
    IF mh-file-status NOT = "00"
        DISPLAY "message_history.dat unusable, file status "
            mh-file-status " - live history NOT exported"
        SET wk-any-failed TO TRUE
        EXIT PARAGRAPH
    END-IF

    MOVE LOW-VALUES TO mh-key
    START message-history-file KEY IS >= mh-key
        INVALID KEY
            CLOSE message-history-file
            EXIT PARAGRAPH
    END-START

    PERFORM UNTIL 1 = 2
        READ message-history-file NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ

        IF mh-timestamp(1:8) >= wk-from-date AND
                mh-timestamp(1:8) <= wk-to-date
            MOVE mh-session-id TO wk-msg-session-id
            MOVE mh-sender-handle TO wk-msg-sender
            PERFORM Probe-Session-Roster
            IF FUNCTION TRIM(mh-sender-handle) =
                    FUNCTION TRIM(wk-target-handle)
                    OR wk-session-involves-user
                MOVE mh-timestamp TO sr-timestamp
                MOVE mh-session-id TO sr-session-id
                MOVE mh-msg-seq TO sr-msg-seq
                MOVE mh-sender-handle TO sr-sender-handle
                MOVE mh-msg-length TO sr-msg-length
                MOVE mh-payload TO sr-payload
                PERFORM Release-Message
                ADD 1 TO wk-live-count
            END-IF
        END-IF
    END-PERFORM

    CLOSE message-history-file
    .

*> Walk every archive generation on disk inside the window.
Scan-Archive-Generations.
    MOVE SPACES TO wk-system-command
    STRING
        "ls data/message_history.*.arc"
        " data/message_history.*.arc.gz"
        " > data/message_history.gens.tmp 2>/dev/null"
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
    .

Remove-Generation-List.
    MOVE "rm -f data/message_history.gens.tmp"
        TO wk-system-command
    CALL "SYSTEM" USING wk-system-command END-CALL
    .

*> One listed path: "data/message_history.YYYYMMDD.arc[.gz]" - the
*> date starts at column 22, and both forms of the same day list
*> consecutively, so a matching last-date is a duplicate.
Process-Generation-Entry.
    MOVE gen-list-record(22:8) TO wk-gen-date
    IF wk-gen-date NOT NUMERIC
        EXIT PARAGRAPH
    END-IF
    IF wk-gen-date = wk-last-gen-date
        EXIT PARAGRAPH
    END-IF
    IF wk-gen-date < wk-from-date OR wk-gen-date > wk-to-date
        EXIT PARAGRAPH
    END-IF
    MOVE wk-gen-date TO wk-last-gen-date

    PERFORM Open-Archive-Generation
    IF wk-generation-open
        MOVE "N" TO wk-archive-eof
        PERFORM UNTIL wk-archive-at-end
            READ archive-file
                AT END
                    SET wk-archive-at-end TO TRUE
                NOT AT END
                    PERFORM Filter-Archived-Record
            END-READ
        END-PERFORM
        PERFORM Close-Archive-Generation
    END-IF
    .

*> Open the generation for wk-gen-date if it exists - directly when
*> still uncompressed, via a gunzipped temporary copy once
*> RETENTION-ARCHIVE has squeezed it to .arc.gz.
Open-Archive-Generation.
    MOVE "N" TO wk-archive-opened
    MOVE "N" TO wk-archive-temp

    MOVE SPACES TO wk-archive-file-name
    STRING
        "data/message_history." wk-gen-date ".arc"
            DELIMITED BY SIZE
        INTO wk-archive-file-name
    END-STRING

    OPEN INPUT archive-file
    IF ar-file-status = "00"
        SET wk-generation-open TO TRUE
        EXIT PARAGRAPH
    END-IF

    MOVE SPACES TO wk-probe-file-name
    STRING
        "data/message_history." wk-gen-date ".arc.gz"
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
        " > data/message_history.extract.tmp"
            DELIMITED BY SIZE
        INTO wk-system-command
    END-STRING
    CALL "SYSTEM" USING wk-system-command END-CALL

    MOVE "data/message_history.extract.tmp" TO wk-archive-file-name
    OPEN INPUT archive-file
    IF ar-file-status = "00"
        SET wk-generation-open TO TRUE
        SET wk-archive-is-temp TO TRUE
    END-IF
    .

Close-Archive-Generation.
    CLOSE archive-file
    IF wk-archive-is-temp
        MOVE "rm -f data/message_history.extract.tmp"
            TO wk-system-command
        CALL "SYSTEM" USING wk-system-command END-CALL
        MOVE "N" TO wk-archive-temp
    END-IF
    .

Filter-Archived-Record.
    IF ar-timestamp(1:8) < wk-from-date OR
            ar-timestamp(1:8) > wk-to-date
        EXIT PARAGRAPH
    END-IF

    MOVE ar-session-id TO wk-msg-session-id
    MOVE ar-sender-handle TO wk-msg-sender
    PERFORM Probe-Session-Roster
    IF FUNCTION TRIM(ar-sender-handle) NOT =
            FUNCTION TRIM(wk-target-handle)
            AND NOT wk-session-involves-user
        EXIT PARAGRAPH
    END-IF

    MOVE ar-timestamp TO sr-timestamp
    MOVE ar-session-id TO sr-session-id
    MOVE ar-msg-seq TO sr-msg-seq
    MOVE ar-sender-handle TO sr-sender-handle
    MOVE ar-msg-length TO sr-msg-length
    MOVE ar-payload TO sr-payload
    PERFORM Release-Message
    ADD 1 TO wk-archived-count
    .

*> Look up wk-msg-session-id's roster: does it name the target, and
*> who was on it? Cached per session id - a session's messages
*> arrive contiguously from either file.
Probe-Session-Roster.
    IF wk-msg-session-id = wk-probed-session
        EXIT PARAGRAPH
    END-IF
    MOVE wk-msg-session-id TO wk-probed-session
    MOVE "N" TO wk-probe-found
    MOVE "N" TO wk-probe-involved
    MOVE SPACES TO wk-probe-participants

    IF NOT wk-sb-file-usable
        EXIT PARAGRAPH
    END-IF

    MOVE wk-msg-session-id TO sb-session-id
    READ switchboard-session-file
        KEY IS sb-session-id
        INVALID KEY
            EXIT PARAGRAPH
    END-READ
    SET wk-session-has-roster TO TRUE

    MOVE 1 TO wk-participant-ptr
    PERFORM VARYING wk-roster-idx FROM 1 BY 1
            UNTIL wk-roster-idx > sb-part-count OR wk-roster-idx > 8
        IF FUNCTION TRIM(sb-part-handle(wk-roster-idx)) =
                FUNCTION TRIM(wk-target-handle)
            SET wk-session-involves-user TO TRUE
        END-IF
        STRING
            FUNCTION TRIM(sb-part-handle(wk-roster-idx)) " "
                DELIMITED BY SIZE
            INTO wk-probe-participants
            WITH POINTER wk-participant-ptr
        END-STRING
    END-PERFORM
    .

Release-Message.
    IF wk-session-has-roster
        MOVE wk-probe-participants TO sr-participants
    ELSE
        MOVE "(roster purged)" TO sr-participants
        ADD 1 TO wk-no-roster-count
    END-IF
    RELEASE sort-record
    .

Write-Export.
    PERFORM UNTIL wk-sort-at-end OR wk-export-failed
        RETURN sort-file
            AT END
                SET wk-sort-at-end TO TRUE
            NOT AT END
                PERFORM Write-Export-Line
        END-RETURN
    END-PERFORM
    .

Write-Export-Line.
    MOVE SPACES TO export-record
    MOVE "MSG" TO ex-record-type
    MOVE sr-timestamp TO ex-timestamp
    MOVE sr-session-id TO ex-session-id
    MOVE sr-msg-seq TO ex-msg-seq
    MOVE sr-sender-handle TO ex-sender-handle
    MOVE sr-participants TO ex-participants
    MOVE sr-msg-length TO ex-msg-length
    MOVE sr-payload TO ex-payload
    WRITE export-record
    IF ex-file-status NOT = "00"
        DISPLAY FUNCTION TRIM(wk-export-file-name)
            " write failed, file status " ex-file-status
        SET wk-export-failed TO TRUE
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO wk-exported-count

    PERFORM Chain-Export-Hash
    .

*> New chain hash = MD5(previous hex hash + this MSG record exactly as
*> written, full length) - the same MD5 the notification server uses
*> for its challenge responses.
Chain-Export-Hash.
    MOVE 1 TO wk-hash-len
    STRING
        wk-chain-hash
        export-record
            DELIMITED BY SIZE
        INTO wk-hash-input
        WITH POINTER wk-hash-len
    END-STRING
    SUBTRACT 1 FROM wk-hash-len

    CALL 'MD5' USING
        BY REFERENCE wk-hash-input
        BY VALUE wk-hash-len
        BY REFERENCE wk-md5-digest
    END-CALL
    MOVE FUNCTION HEX-OF(wk-md5-digest) TO wk-chain-hash
    .

Write-Export-Trailer.
    MOVE SPACES TO export-record
    MOVE "TRL" TO ex-record-type
    MOVE FUNCTION CURRENT-DATE TO ex-trl-export-ts
    MOVE wk-matter-no TO ex-trl-matter-no
    MOVE wk-target-handle TO ex-trl-user-handle
    MOVE wk-from-date TO ex-trl-from-date
    MOVE wk-to-date TO ex-trl-to-date
    MOVE wk-exported-count TO ex-trl-record-count
    MOVE wk-chain-hash TO ex-trl-chain-hash
    WRITE export-record
    IF ex-file-status NOT = "00"
        DISPLAY FUNCTION TRIM(wk-export-file-name)
            " trailer write failed, file status " ex-file-status
        SET wk-export-failed TO TRUE
    END-IF
    .

END PROGRAM EDISCOVERY-EXPORT.
