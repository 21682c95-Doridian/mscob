        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS at-file-status.

*> Head of the hash chain the audit records are linked into - shared
*> with the notification server, see Write-Audit-Record.
    SELECT audit-chain-file ASSIGN TO "data/audit_chain.dat"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY ac-key
        LOCK MODE IS MANUAL
        FILE STATUS ac-file-status.

DATA DIVISION.
FILE SECTION.
FD switchboard-session-file.
01 audit-trail-record.
   COPY "audit-trail-record.cpy".

FD audit-chain-file.
01 audit-chain-record.
   COPY "audit-chain-record.cpy".

WORKING-STORAGE SECTION.

01 sb-file-status PIC XX.

01 at-file-status PIC XX.
01 wk-audit-file-name PIC X(40).
01 wk-audit-gen-date PIC X(8).
01 ac-file-status PIC XX.
01 wk-audit-now PIC X(21).
01 wk-chain-lock PIC X VALUE "N".
    88 wk-chain-locked VALUE "Y".
01 wk-chain-tries BINARY-INT UNSIGNED.
01 wk-audit-create PIC X VALUE "Y".
    88 wk-audit-may-create VALUE "Y".
01 wk-audit-append PIC X VALUE "N".
    88 wk-audit-appended VALUE "Y".
01 wk-carry-stage PIC X(1).
01 wk-carry-generation PIC X(8).
01 wk-carry-count PIC 9(9).
01 wk-carry-hash PIC X(32).
01 wk-chain-input PIC X(256).
01 wk-chain-len BINARY-INT.
01 wk-chain-digest PIC X(16).
01 wk-chain-new-hash PIC X(32).
01 wk-audit-command PIC X(3).
01 wk-audit-stage PIC X(1).
01 wk-audit-result PIC X(4).
01 wk-rate-max-bytes BINARY-DOUBLE UNSIGNED VALUE 131072.
01 wk-offline-cap BINARY-LONG UNSIGNED VALUE 100.
01 wk-limit-env PIC X(16).

*> Client source address handed over by the spawning listener, stamped
*> on every audit record - same lookup the notification server does.
01 wk-source-addr PIC X(45) VALUE SPACES.
01 wk-rate-window-start BINARY-DOUBLE VALUE 0.
01 wk-rate-msgs BINARY-LONG UNSIGNED VALUE 0.
01 wk-rate-bytes BINARY-DOUBLE UNSIGNED VALUE 0.
        STOP RUN
    END-IF

    ACCEPT wk-source-addr FROM ENVIRONMENT "TCPREMOTEIP"
    IF wk-source-addr = SPACES
        ACCEPT wk-source-addr FROM ENVIRONMENT "REMOTE_ADDR"
    END-IF
    IF wk-source-addr = SPACES
        ACCEPT wk-source-addr FROM ENVIRONMENT "REMOTE_HOST"
    END-IF

    ACCEPT wk-limit-env FROM ENVIRONMENT "SB_MSG_RATE_LIMIT"
    IF wk-limit-env NOT = SPACES
    IF wk-um-file-usable
        CLOSE user-master-file
    END-IF
    STOP RUN
    .

    IF wk-um-file-usable
        CLOSE user-master-file
    END-IF
    STOP RUN
    .

        + FUNCTION NUMVAL(wk-ts-input(13:2))
    .

*> Same per-day generation files and hash chain the notification
*> server writes - one shared trail, every connection of both servers
*> appending to it. With the chain head locked, roll the trail to
*> today's generation if the head is still on an earlier day, then
*> append the record chained to the last one. If the head cannot be
*> had the record is still written, unchained, rather than lost -
*> verification will show it.
Write-Audit-Record.
    PERFORM Lock-Audit-Chain
    MOVE FUNCTION CURRENT-DATE TO wk-audit-now

    IF wk-chain-locked
        IF ac-generation = SPACES OR ac-generation < wk-audit-now(1:8)
            PERFORM Roll-Audit-Generation
        END-IF
        MOVE ac-generation TO wk-audit-gen-date
    ELSE
        MOVE wk-audit-now(1:8) TO wk-audit-gen-date
    END-IF
    MOVE SPACES TO wk-audit-file-name
    STRING
        "data/audit_trail." wk-audit-gen-date ".log"
            DELIMITED BY SIZE
        INTO wk-audit-file-name
    END-STRING

    MOVE SPACES TO audit-trail-record
    MOVE wk-audit-now TO at-timestamp
    MOVE receive-txn TO at-txn-id
    MOVE wk-audit-command TO at-command
    MOVE wk-audit-stage TO at-stage
    MOVE wk-audit-handle TO at-user-handle
    MOVE wk-audit-result TO at-result
    MOVE wk-source-addr TO at-source-addr
    MOVE "Y" TO wk-audit-create
    PERFORM Append-Audit-Record

    PERFORM Release-Audit-Chain
    .

*> Read the chain head with a record lock, waiting (up to about ten
*> seconds) while another connection holds it. A missing head is
*> started at generation spaces and the all-zero hash.
Lock-Audit-Chain.
    MOVE "N" TO wk-chain-lock
    OPEN I-O audit-chain-file
    IF ac-file-status = "35"
        OPEN OUTPUT audit-chain-file
        CLOSE audit-chain-file
        OPEN I-O audit-chain-file
    END-IF
    IF ac-file-status NOT = "00"
        DISPLAY "audit_chain.dat unusable, file status "
            ac-file-status UPON SYSERR
        EXIT PARAGRAPH
    END-IF

    PERFORM VARYING wk-chain-tries FROM 1 BY 1
            UNTIL wk-chain-tries > 500
        MOVE "CHAIN" TO ac-key
        READ audit-chain-file WITH LOCK
            KEY IS ac-key
        END-READ
        EVALUATE ac-file-status
            WHEN "00"
                SET wk-chain-locked TO TRUE
                EXIT PERFORM
            WHEN "23"
                *> another connection may start the head first - the
                *> WRITE then fails duplicate and the next pass reads it
                MOVE "CHAIN" TO ac-key
                MOVE SPACES TO ac-generation
                MOVE 0 TO ac-record-count
                MOVE ALL "0" TO ac-last-hash
                MOVE FUNCTION CURRENT-DATE TO ac-updated-ts
                WRITE audit-chain-record
            WHEN "51"
                CALL 'usleep' USING BY VALUE 20000 END-CALL
            WHEN OTHER
                EXIT PERFORM
        END-EVALUATE
    END-PERFORM

    IF NOT wk-chain-locked
        DISPLAY "audit chain head not available, file status "
            ac-file-status " - audit record written unchained"
            UPON SYSERR
        CLOSE audit-chain-file
    END-IF
    .

Release-Audit-Chain.
    IF wk-chain-locked
        MOVE FUNCTION CURRENT-DATE TO ac-updated-ts
        REWRITE audit-chain-record
        CLOSE audit-chain-file
        MOVE "N" TO wk-chain-lock
    END-IF
    .

*> Close out the head's generation with its trailer and open today's
*> with a header carrying that seal forward. Trailer and header both
*> chain off the seal's final hash. A generation already
*> compressed away (nothing written to the trail for longer than
*> housekeeping keeps plain files) cannot take a trailer; the header
*> says so.
Roll-Audit-Generation.
    IF ac-generation = SPACES
        MOVE "N" TO wk-carry-stage
        MOVE SPACES TO wk-carry-generation
        MOVE 0 TO wk-carry-count
        MOVE ac-last-hash TO wk-carry-hash
    ELSE
        MOVE ac-generation TO wk-carry-generation
        MOVE ac-record-count TO wk-carry-count
        MOVE ac-last-hash TO wk-carry-hash

        MOVE SPACES TO wk-audit-file-name
        STRING
            "data/audit_trail." ac-generation ".log"
                DELIMITED BY SIZE
            INTO wk-audit-file-name
        END-STRING
        MOVE SPACES TO audit-trail-record
        MOVE wk-audit-now TO at-timestamp
        MOVE "TRL" TO at-command
        MOVE "S" TO at-stage
        MOVE ac-generation TO at-seal-generation
        MOVE ac-record-count TO at-seal-record-count
        MOVE ac-last-hash TO at-seal-final-hash
        MOVE "SEAL" TO at-result
        MOVE "N" TO wk-audit-create
        PERFORM Append-Audit-Record
        IF wk-audit-appended
            MOVE "C" TO wk-carry-stage
        ELSE
            MOVE "U" TO wk-carry-stage
        END-IF
    END-IF

    *> the header chains off the sealed final hash, not the trailer,
    *> so it can be checked against its own carried seal
    MOVE wk-audit-now(1:8) TO ac-generation
    MOVE 0 TO ac-record-count
    MOVE wk-carry-hash TO ac-last-hash
    MOVE SPACES TO wk-audit-file-name
    STRING
        "data/audit_trail." ac-generation ".log"
            DELIMITED BY SIZE
        INTO wk-audit-file-name
    END-STRING
    MOVE SPACES TO audit-trail-record
    MOVE wk-audit-now TO at-timestamp
    MOVE "HDR" TO at-command
    MOVE wk-carry-stage TO at-stage
    MOVE wk-carry-generation TO at-seal-generation
    MOVE wk-carry-count TO at-seal-record-count
    MOVE wk-carry-hash TO at-seal-final-hash
    MOVE "OPEN" TO at-result
    MOVE "Y" TO wk-audit-create
    PERFORM Append-Audit-Record
    .

*> Append the record built in audit-trail-record to the generation in
*> wk-audit-file-name, chained when the head is held. The head only
*> moves on once the record is actually on disk.
Append-Audit-Record.
    MOVE "N" TO wk-audit-append
    OPEN EXTEND audit-trail-file
    IF at-file-status = "35" AND wk-audit-may-create
        OPEN OUTPUT audit-trail-file
    END-IF
    IF at-file-status NOT = "00"
        *> a generation gone to .gz before its trailer is expected
        IF wk-audit-may-create OR at-file-status NOT = "35"
            DISPLAY FUNCTION TRIM(wk-audit-file-name)
                " unusable, file status " at-file-status UPON SYSERR
        END-IF
        EXIT PARAGRAPH
    END-IF

    IF wk-chain-locked
        ADD 1 TO ac-record-count GIVING at-chain-seq
        COMPUTE wk-chain-len = FUNCTION LENGTH(audit-trail-record)
            - FUNCTION LENGTH(at-chain-hash)
        MOVE ac-last-hash TO wk-chain-input(1:32)
        MOVE audit-trail-record(1:wk-chain-len)
            TO wk-chain-input(33:wk-chain-len)
        ADD 32 TO wk-chain-len
        CALL 'MD5' USING
            BY REFERENCE wk-chain-input
            BY VALUE wk-chain-len
            BY REFERENCE wk-chain-digest
        END-CALL
        MOVE FUNCTION HEX-OF(wk-chain-digest) TO wk-chain-new-hash
        MOVE wk-chain-new-hash TO at-chain-hash
    END-IF

    WRITE audit-trail-record
    IF at-file-status = "00"
        SET wk-audit-appended TO TRUE
        IF wk-chain-locked
            MOVE at-chain-seq TO ac-record-count
            MOVE wk-chain-new-hash TO ac-last-hash
        END-IF
    END-IF
    CLOSE audit-trail-file
    .

Fork-Message-Listener.
        IF wk-um-file-usable
            CLOSE user-master-file
        END-IF

        PERFORM Message-Listener-Loop
        STOP RUN
