        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS at-file-status.

    SELECT audit-chain-file ASSIGN TO "data/audit_chain.dat"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY ac-key
        LOCK MODE IS MANUAL
        FILE STATUS ac-file-status.

    SELECT presence-journal-file ASSIGN TO wk-journal-file-name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS pj-file-status.

    SELECT contact-list-file ASSIGN TO "data/contact_list.dat"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY om-key
        FILE STATUS om-file-status.

    SELECT abuse-report-file ASSIGN TO "data/abuse_report.dat"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY ar-case-id
        ALTERNATE RECORD KEY ar-reported-handle WITH DUPLICATES
        FILE STATUS ar-file-status.

    SELECT source-lockout-file ASSIGN TO "data/source_lockout.dat"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY sl-source-addr
        FILE STATUS sl-file-status.

    SELECT list-version-file ASSIGN TO "data/list_version.dat"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY lv-user-handle
        FILE STATUS lv-file-status.

DATA DIVISION.
FILE SECTION.
FD user-master-file.
01 audit-trail-record.
   COPY "audit-trail-record.cpy".

FD audit-chain-file.
01 audit-chain-record.
   COPY "audit-chain-record.cpy".

FD presence-journal-file.
01 presence-journal-record.
   COPY "presence-journal-record.cpy".

FD contact-list-file.
01 contact-list-record.
   COPY "contact-list-record.cpy".
01 offline-message-record.
   COPY "offline-message-record.cpy".

FD abuse-report-file.
01 abuse-report-record.
   COPY "abuse-report-record.cpy".

FD source-lockout-file.
01 source-lockout-record.
   COPY "source-lockout-record.cpy".

FD list-version-file.
01 list-version-record.
   COPY "list-version-record.cpy".

WORKING-STORAGE SECTION.

01 um-file-status PIC XX.

*> The audit trail is cut into per-day generation files
*> (data/audit_trail.YYYYMMDD.log) so reporting only ever reads one
*> day's worth instead of the whole history. Every record is hash-
*> chained to the one before it through the chain head in
*> data/audit_chain.dat, so Write-Audit-Record opens, appends to and
*> closes the generation per record while it holds the head locked -
*> the notification and switchboard connections all append to the
*> same day. The first record of a new day seals the previous
*> generation with a trailer and opens the new one with a header.
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

01 wk-audit-command PIC X(3) VALUE "USR".
01 wk-audit-stage PIC X(1).
01 wk-audit-pkg PIC X(10).
01 wk-audit-handle PIC X(60).

*> Presence journal. Unlike the audit trail it is opened, appended to
*> and closed per transition by Write-Presence-Journal: transitions
*> are human-paced, the sweeper and every other connection append to
*> the same day's generation, and the listener child writes to it too
*> after the fork, which must not share a buffered handle with the
*> parent.
01 pj-file-status PIC XX.
01 wk-journal-file-name PIC X(48).
01 wk-pj-old-status PIC X(3).
01 wk-pj-new-status PIC X(3).
01 wk-pj-cause PIC X(3).

01 cl-file-status PIC XX.
01 cl-valid-list-type PIC X VALUE "N".
    88 cl-list-type-is-valid VALUE "Y".
    88 wk-lst-row-included VALUE "Y".
01 wk-group-count-disp PIC Z(8)9.

*> List versioning for SYN. Every handler that changes what SYN sends
*> bumps the owner's row in list_version.dat through
*> Bump-List-Version; the FL ADD and REM also bump the contact, whose
*> RL mirror row they write or delete. On a version mismatch SYN
*> pushes the whole set - BLP, LSG, the per-group FL lines LST FL
*> uses, then AL, BL and RL - every line tagged with the current
*> version, and closes with the synchronous SYN line carrying the
*> version and the list totals.
01 lv-file-status PIC XX.
01 wk-lv-owner PIC X(60).
01 wk-list-version BINARY-LONG UNSIGNED.
01 wk-list-version-disp PIC Z(8)9.
01 wk-client-version BINARY-LONG UNSIGNED.
01 wk-syn-listing PIC X VALUE "N".
    88 wk-syn-in-progress VALUE "Y".
01 wk-lst-prefix PIC X(32).
01 wk-syn-list-type PIC X(2).
01 wk-syn-fl-count BINARY-INT UNSIGNED.
01 wk-syn-al-count BINARY-INT UNSIGNED.
01 wk-syn-bl-count BINARY-INT UNSIGNED.
01 wk-syn-rl-count BINARY-INT UNSIGNED.
01 wk-syn-count-disp-1 PIC Z(8)9.
01 wk-syn-count-disp-2 PIC Z(8)9.
01 wk-syn-count-disp-3 PIC Z(8)9.
01 wk-syn-count-disp-4 PIC Z(8)9.

*> Block/allow enforcement: before any presence information about a
*> user reaches a watcher, the user's own BL/AL rows decide whether
*> that watcher may see it. A BL row blocks; an AL row for the same
01 wk-escape-out-idx BINARY-LONG UNSIGNED.
01 wk-escape-len BINARY-LONG UNSIGNED.

01 wk-fork-pid BINARY-LONG VALUE 0.

*> Set at the RSM/USR-S success points instead of forking the presence
*> listener there directly, so the fork happens only after the OK
01 wk-rl-adder PIC X(60).

*> Single-session enforcement: every completed login announces itself
*> on signin_channel as "handle:token:timestamp", where the token is
*> the login's own (freshly minted, unique) resume token. An earlier session for
*> the same handle sees a token that is not its own, pushes OUT OTH
*> to its client, and takes itself down - parent and listener child -
*> so exactly one live session owns a presence record at any time.
01 wk-login-token PIC X(32).
01 wk-signin-handle PIC X(60).
01 wk-signin-token PIC X(32).
*> When the newer login announced itself (CURRENT-DATE to the
*> hundredth). A superseded session only signs the presence row out
*> if the newer one has not touched it since.
01 wk-signin-ts PIC X(16).
01 wk-parent-pid BINARY-LONG.

01 sb-file-status PIC XX.
    88 lo-record-not-found VALUE "N".
01 wk-lockout-sleep-secs BINARY-INT UNSIGNED.

*> Password-spray defence - the same idea keyed on where the
*> connection comes from instead of which handle it tries. The
*> listener that spawns this server per connection leaves the peer
*> address in its environment (TCPREMOTEIP from tcpserver,
*> REMOTE_ADDR from a systemd socket unit, REMOTE_HOST from xinetd);
*> it goes on every audit record. Failed USR S attempts from one
*> address are counted across all handles inside a window: past the
*> throttle mark every attempt is slowed down, past the refuse mark
*> USR S is turned away outright, right password or not, until the
*> window runs out. Marks and window can be set per installation
*> through NS_SPRAY_THROTTLE, NS_SPRAY_REFUSE and NS_SPRAY_WINDOW
*> (seconds). An unknown address is never counted - a blank key
*> would lump every such connection together.
01 wk-source-addr PIC X(45) VALUE SPACES.
01 sl-file-status PIC XX.
01 sl-found-flag PIC X VALUE "N".
    88 sl-record-found VALUE "Y".
    88 sl-record-not-found VALUE "N".
01 wk-spray-env PIC X(16).
01 wk-spray-throttle-at BINARY-INT UNSIGNED VALUE 10.
01 wk-spray-refuse-at BINARY-INT UNSIGNED VALUE 30.
01 wk-spray-window-secs BINARY-INT UNSIGNED VALUE 900.
01 wk-spray-now-secs BINARY-DOUBLE.
01 wk-spray-refused-flag PIC X VALUE "N".
    88 wk-spray-refused VALUE "Y".

*> Externalized VER/CVR compatibility table - replaces the old
*> hardcoded "clamp to MSNP7/CVR0" logic and hardcoded CVR literal, so
*> adding/adjusting a supported version is a data change, not a code
*> they missed while gone.
01 om-file-status PIC XX.

*> Abuse reports (RPT) - each one opens a case for the operator queue
*> that ABUSE-QUEUE-REPORT prints and closes.
01 ar-file-status PIC XX.
01 wk-rpt-tries BINARY-INT UNSIGNED.
01 wk-rpt-on-roster PIC X VALUE "N".
    88 wk-rpt-was-on-roster VALUE "Y".

01 C-ALL-CHARS.
   05 C-LOWER-ALPHA PIC X(26)
       VALUE "abcdefghijklmnopqrstuvwxyz".
        STOP RUN
    END-IF

    OPEN I-O contact-list-file
    IF cl-file-status = "35"
        OPEN OUTPUT contact-list-file
        STOP RUN
    END-IF

    OPEN I-O abuse-report-file
    IF ar-file-status = "35"
        OPEN OUTPUT abuse-report-file
        CLOSE abuse-report-file
        OPEN I-O abuse-report-file
    END-IF
    IF ar-file-status NOT = "00"
        DISPLAY "abuse_report.dat unusable, file status "
            ar-file-status UPON SYSERR
        STOP RUN
    END-IF

    OPEN I-O source-lockout-file
    IF sl-file-status = "35"
        OPEN OUTPUT source-lockout-file
        CLOSE source-lockout-file
        OPEN I-O source-lockout-file
    END-IF
    IF sl-file-status NOT = "00"
        DISPLAY "source_lockout.dat unusable, file status "
            sl-file-status UPON SYSERR
        STOP RUN
    END-IF

    OPEN I-O list-version-file
    IF lv-file-status = "35"
        OPEN OUTPUT list-version-file
        CLOSE list-version-file
        OPEN I-O list-version-file
    END-IF
    IF lv-file-status NOT = "00"
        DISPLAY "list_version.dat unusable, file status "
            lv-file-status UPON SYSERR
        STOP RUN
    END-IF

    ACCEPT wk-source-addr FROM ENVIRONMENT "TCPREMOTEIP"
    IF wk-source-addr = SPACES
        ACCEPT wk-source-addr FROM ENVIRONMENT "REMOTE_ADDR"
    END-IF
    IF wk-source-addr = SPACES
        ACCEPT wk-source-addr FROM ENVIRONMENT "REMOTE_HOST"
    END-IF

    MOVE SPACES TO wk-spray-env
    ACCEPT wk-spray-env FROM ENVIRONMENT "NS_SPRAY_THROTTLE"
    IF wk-spray-env NOT = SPACES
        MOVE FUNCTION NUMVAL(wk-spray-env) TO wk-spray-throttle-at
    END-IF
    MOVE SPACES TO wk-spray-env
    ACCEPT wk-spray-env FROM ENVIRONMENT "NS_SPRAY_REFUSE"
    IF wk-spray-env NOT = SPACES
        MOVE FUNCTION NUMVAL(wk-spray-env) TO wk-spray-refuse-at
    END-IF
    MOVE SPACES TO wk-spray-env
    ACCEPT wk-spray-env FROM ENVIRONMENT "NS_SPRAY_WINDOW"
    IF wk-spray-env NOT = SPACES
        MOVE FUNCTION NUMVAL(wk-spray-env) TO wk-spray-window-secs
    END-IF

    MOVE "CON" TO wk-audit-command
    MOVE " " TO wk-audit-stage
    MOVE "OK" TO wk-audit-result
    PERFORM READ-COMMAND THRU READ-COMMAND-RETURN UNTIL connection-state = 0

    CLOSE user-master-file
    CLOSE contact-list-file
    CLOSE presence-status-file
    CLOSE switchboard-session-file
    CLOSE version-compat-file
    CLOSE resume-session-file
    CLOSE offline-message-file
    CLOSE abuse-report-file
    CLOSE source-lockout-file
    CLOSE list-version-file
    STOP RUN
    .

                                CALL 'sleep' USING BY VALUE wk-lockout-sleep-secs END-CALL
                            END-IF

                            *> The source address's own counter gets the
                            *> same slow-down, and past its refuse mark
                            *> no password is even looked at - a sprayer
                            *> that finally guesses one right must not
                            *> get in on it.
                            PERFORM Check-Source-Lockout
                            IF wk-spray-refused
                                MOVE "USR" TO wk-audit-command
                                MOVE "S" TO wk-audit-stage
                                MOVE "SPRY" TO wk-audit-result
                                MOVE security-package TO wk-audit-pkg
                                MOVE user-handle TO wk-audit-handle
                                PERFORM Write-Audit-Record

                                CALL 'sleep' USING BY VALUE 5 END-CALL

                                MOVE "Too many failed logins from this address" TO response-buffer
                                MOVE "900" TO receive-command
                                GO TO READ-COMMAND-ERROR
                            END-IF

                            *> user-password holds um-password (the plaintext-
                            *> equivalent secret) loaded at USR I time, so the
                            *> challenge response is MD5(password + nonce) -
                                    MOVE security-package TO wk-audit-pkg
                                    MOVE user-handle TO wk-audit-handle
                                    PERFORM Write-Audit-Record
                                    PERFORM Record-Source-Failure

                                    CALL 'sleep' USING BY VALUE 5 END-CALL

                                    MOVE FUNCTION CURRENT-DATE TO lo-last-fail-ts
                                    WRITE login-lockout-record
                                END-IF
                                PERFORM Record-Source-Failure

                                MOVE "Invalid password" TO response-buffer
                                MOVE "900" TO receive-command
                        CONTINUE
                END-WRITE
                PERFORM Notify-Reverse-List-Add

                MOVE receive-param-2 TO wk-lv-owner
                PERFORM Bump-List-Version
            END-IF

            MOVE user-handle TO wk-lv-owner
            PERFORM Bump-List-Version

            STRING
                FUNCTION TRIM(receive-param) " "
                FUNCTION TRIM(receive-param-2)
                    INVALID KEY
                        CONTINUE
                END-DELETE

                MOVE receive-param-2 TO wk-lv-owner
                PERFORM Bump-List-Version
            END-IF

            MOVE user-handle TO wk-lv-owner
            PERFORM Bump-List-Version

            STRING
                FUNCTION TRIM(receive-param) " "
                FUNCTION TRIM(receive-param-2)
                    CONTINUE
            END-WRITE

            MOVE user-handle TO wk-lv-owner
            PERFORM Bump-List-Version

            MOVE FUNCTION TRIM(receive-param) TO response-buffer

        WHEN "RMG" ALSO 4
                    CONTINUE
            END-DELETE

            MOVE user-handle TO wk-lv-owner
            PERFORM Bump-List-Version

            MOVE FUNCTION TRIM(receive-param) TO response-buffer

        WHEN "REG" ALSO 4
            MOVE receive-param-2 TO wk-refile-to
            PERFORM Refile-Group-Assignments

            MOVE user-handle TO wk-lv-owner
            PERFORM Bump-List-Version

            STRING
                FUNCTION TRIM(receive-param) " "
                FUNCTION TRIM(receive-param-2)
                    CONTINUE
            END-REWRITE

            MOVE user-handle TO wk-lv-owner
            PERFORM Bump-List-Version

            STRING
                FUNCTION TRIM(receive-param) " "
                FUNCTION TRIM(receive-param-2)
                GO TO READ-COMMAND-ERROR
            END-IF

            MOVE "FLN" TO wk-pj-old-status
            MOVE user-handle TO ps-user-handle
            READ presence-status-file
                KEY IS ps-user-handle
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    MOVE ps-status TO wk-pj-old-status
            END-READ

            MOVE user-handle TO ps-user-handle
            MOVE wk-chg-status TO ps-status
            MOVE FUNCTION CURRENT-DATE TO ps-updated-ts

            PERFORM Notify-Presence-Change

            IF wk-pj-old-status NOT = wk-chg-status
                MOVE wk-chg-status TO wk-pj-new-status
                MOVE "CHG" TO wk-pj-cause
                PERFORM Write-Presence-Journal
            END-IF

            MOVE receive-param TO response-buffer

        WHEN "BLP" ALSO 4
            END-IF
            REWRITE user-master-record

            MOVE user-handle TO wk-lv-owner
            PERFORM Bump-List-Version

            MOVE receive-param(1:2) TO response-buffer

        WHEN "PNG" ALSO 4
                    GO TO READ-COMMAND-ERROR
            END-EVALUATE

        WHEN "RPT" ALSO 4
            *> RPT trid handle [session-id] - report another user for
            *> abuse, optionally naming the switchboard session it
            *> happened in so the operator can read the conversation
            *> straight out of message_history.dat. The reporter has
            *> to be on that session's roster - nobody gets to point
            *> the operator at a conversation they were never part of.
            *> Answers with the case id the helpdesk can quote back.
            UNSTRING receive-buffer DELIMITED BY SPACE
                INTO receive-param, receive-param-2
                WITH POINTER receive-trailer-idx
            END-UNSTRING

            IF FUNCTION TRIM(receive-param) = SPACES
                MOVE "Missing handle in RPT command" TO response-buffer
                MOVE "200" TO receive-command
                GO TO READ-COMMAND-ERROR
            END-IF

            IF receive-param(1:60) = user-handle
                MOVE "Cannot report your own account" TO response-buffer
                MOVE "200" TO receive-command
                GO TO READ-COMMAND-ERROR
            END-IF

            MOVE receive-param TO um-user-handle
            READ user-master-file
                KEY IS um-user-handle
                INVALID KEY
                    MOVE "No such user" TO response-buffer
                    MOVE "911" TO receive-command
                    GO TO READ-COMMAND-ERROR
            END-READ

            IF FUNCTION TRIM(receive-param-2) NOT = SPACES
                MOVE receive-param-2 TO sb-session-id
                READ switchboard-session-file
                    KEY IS sb-session-id
                    INVALID KEY
                        MOVE "No such switchboard session" TO response-buffer
                        MOVE "200" TO receive-command
                        GO TO READ-COMMAND-ERROR
                END-READ

                MOVE "N" TO wk-rpt-on-roster
                PERFORM VARYING temp-int-2 FROM 1 BY 1
                        UNTIL temp-int-2 > sb-part-count OR temp-int-2 > 8
                    IF sb-part-handle(temp-int-2) = user-handle
                        SET wk-rpt-was-on-roster TO TRUE
                    END-IF
                END-PERFORM

                IF NOT wk-rpt-was-on-roster
                    MOVE "No such switchboard session" TO response-buffer
                    MOVE "200" TO receive-command
                    GO TO READ-COMMAND-ERROR
                END-IF
            END-IF

            MOVE user-handle TO ar-reporter-handle
            MOVE receive-param TO ar-reported-handle
            MOVE receive-param-2 TO ar-session-id
            MOVE FUNCTION CURRENT-DATE TO ar-reported-ts
            MOVE "O" TO ar-case-status
            MOVE SPACES TO ar-closed-ts
            MOVE SPACES TO ar-outcome
            MOVE SPACES TO ar-action
            MOVE SPACES TO ar-action-reason
            MOVE ar-reported-ts(1:16) TO ar-case-id

            *> Two reports inside the same hundredth of a second (every
            *> connection is its own server process) just take the
            *> next free id.
            PERFORM VARYING wk-rpt-tries FROM 1 BY 1
                    UNTIL wk-rpt-tries > 100
                WRITE abuse-report-record
                    INVALID KEY
                        ADD 1 TO ar-case-id
                    NOT INVALID KEY
                        EXIT PERFORM
                END-WRITE
            END-PERFORM

            IF wk-rpt-tries > 100
                MOVE "Could not file report" TO response-buffer
                MOVE "500" TO receive-command
                GO TO READ-COMMAND-ERROR
            END-IF

            MOVE "RPT" TO wk-audit-command
            MOVE " " TO wk-audit-stage
            MOVE "OK" TO wk-audit-result
            MOVE SPACES TO wk-audit-pkg
            MOVE user-handle TO wk-audit-handle
            PERFORM Write-Audit-Record

            STRING
                ar-case-id " "
                FUNCTION TRIM(ar-reported-handle)
                    DELIMITED BY SIZE
                INTO response-buffer
            END-STRING

        WHEN "SYN" ALSO 4
            *> SYN trid cached-version - list synchronisation at
            *> sign-in. A client whose cached version is current gets
            *> just "SYN trid version" back; anything else (0 for
            *> nothing cached) gets the full set pushed first - see
            *> Send-Full-List-Set - and "SYN trid version fl al bl rl
            *> groups" to close it, so it can drop its cache and take
            *> the new lines instead of sending LST four times.
            UNSTRING receive-buffer DELIMITED BY SPACE
                INTO receive-param
                WITH POINTER receive-trailer-idx
            END-UNSTRING

            IF FUNCTION TRIM(receive-param) = SPACES
                MOVE "Missing version in SYN command" TO response-buffer
                MOVE "200" TO receive-command
                GO TO READ-COMMAND-ERROR
            END-IF
            MOVE FUNCTION NUMVAL(receive-param) TO wk-client-version

            MOVE user-handle TO lv-user-handle
            READ list-version-file
                KEY IS lv-user-handle
                INVALID KEY
                    MOVE user-handle TO lv-user-handle
                    MOVE 1 TO lv-version
                    MOVE FUNCTION CURRENT-DATE TO lv-updated-ts
                    WRITE list-version-record
                        INVALID KEY
                            CONTINUE
                    END-WRITE
            END-READ
            MOVE lv-version TO wk-list-version
            MOVE wk-list-version TO wk-list-version-disp

            IF wk-client-version = wk-list-version
                MOVE FUNCTION TRIM(wk-list-version-disp) TO response-buffer
            ELSE
                PERFORM Send-Full-List-Set
            END-IF

        WHEN "XFR" ALSO 4
            UNSTRING receive-buffer DELIMITED BY SPACE
                INTO receive-param
                INTO response-buffer
            END-STRING

        WHEN "OUT" ALSO 4
            *> Client sign-out. MSNP sends OUT bare, with no
            *> transaction id, and expects nothing back but OUT and
            *> the close - so no Read-Command-Respond line here. The
            *> main loop closes the files once connection-state is 0.
            MOVE "OUT" TO wk-pj-cause
            PERFORM Sign-Out-Presence

            MOVE "OUT" TO wk-audit-command
            MOVE " " TO wk-audit-stage
            MOVE "OK" TO wk-audit-result
            MOVE SPACES TO wk-audit-pkg
            MOVE user-handle TO wk-audit-handle
            PERFORM Write-Audit-Record

            STRING
                "OUT"
                    DELIMITED BY SIZE
                CR_LF_NUL
                    DELIMITED BY SIZE
                INTO output-buffer
            END-STRING
            CALL 'fputs' USING
                BY REFERENCE output-buffer
                BY VALUE stdout
                GIVING temp-int
            END-CALL

            *> The presence listener holds the socket open too - stop
            *> it, or the client never sees the close and the child
            *> keeps pushing presence into a signed-out connection.
            IF wk-fork-pid > 0
                CALL 'kill' USING
                    BY VALUE wk-fork-pid
                    BY VALUE 15
                    GIVING temp-int
                END-CALL
            END-IF

            MOVE 0 TO connection-state
            GO TO READ-COMMAND-RETURN

        WHEN OTHER
            STRING
                "Invalid/unexpcted command '"
    *> deliberately not one of Validate-Presence-Status's settable
    *> values - it only ever gets here, never through CHG.
    IF connection-state = 4
        MOVE "DRP" TO wk-pj-cause
        PERFORM Sign-Out-Presence
    END-IF

    CLOSE user-master-file
    CLOSE contact-list-file
    CLOSE presence-status-file
    CLOSE switchboard-session-file
    CLOSE version-compat-file
    CLOSE resume-session-file
    CLOSE offline-message-file
    CLOSE abuse-report-file
    CLOSE source-lockout-file
    CLOSE list-version-file
    STOP RUN
    .

        MOVE wk-target-group TO wk-lst-group-disp
    END-IF

    *> under SYN every line also carries the list version
    MOVE SPACES TO wk-lst-prefix
    IF wk-syn-in-progress
        STRING
            "LST " FUNCTION TRIM(receive-txn)
            " " FUNCTION TRIM(wk-list-version-disp)
                DELIMITED BY SIZE
            INTO wk-lst-prefix
        END-STRING
    ELSE
        STRING
            "LST " FUNCTION TRIM(receive-txn)
                DELIMITED BY SIZE
            INTO wk-lst-prefix
        END-STRING
    END-IF

    MOVE wk-lst-group-count TO cl-list-count-disp
    STRING
        FUNCTION TRIM(wk-lst-prefix)
        " FL " FUNCTION TRIM(wk-lst-group-disp)
        " " FUNCTION TRIM(cl-list-count-disp)
        " "
    END-CALL
    .

*> Count one change to wk-lv-owner's lists. The very first change
*> starts the row at 2: version 1 is what SYN hands out to a user it
*> has no row for, lists and all.
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

*> SYN on a stale version: the privacy policy, the group names, the
*> forward list folder by folder (the same lines LST FL pushes) and
*> the AL, BL and RL lists, each line pushed with the version in it.
*> Leaves the closing "version fl al bl rl groups" summary in
*> response-buffer.
Send-Full-List-Set.
    SET wk-syn-in-progress TO TRUE

    MOVE "AL" TO wk-syn-list-type
    MOVE user-handle TO um-user-handle
    READ user-master-file
        KEY IS um-user-handle
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF um-privacy-policy = "C"
                MOVE "BL" TO wk-syn-list-type
            END-IF
    END-READ

    STRING
        "BLP " FUNCTION TRIM(receive-txn)
        " " FUNCTION TRIM(wk-list-version-disp)
        " " wk-syn-list-type
        CR_LF_NUL
            DELIMITED BY SIZE
        INTO output-buffer
    END-STRING
    CALL 'fputs' USING
        BY REFERENCE output-buffer
        BY VALUE stdout
        GIVING temp-int
    END-CALL

    PERFORM Collect-Owner-Groups
    MOVE SPACES TO wk-lst-handles
    PERFORM VARYING wk-group-idx FROM 1 BY 1
            UNTIL wk-group-idx > wk-group-count
        STRING
            FUNCTION TRIM(wk-lst-handles) " " DELIMITED BY SIZE
            FUNCTION TRIM(wk-group-entry(wk-group-idx)) DELIMITED BY SIZE
            INTO wk-lst-handles
        END-STRING
    END-PERFORM
    MOVE wk-group-count TO wk-group-count-disp
    STRING
        "LSG " FUNCTION TRIM(receive-txn)
        " " FUNCTION TRIM(wk-list-version-disp)
        " " FUNCTION TRIM(wk-group-count-disp)
        " "
            DELIMITED BY SIZE
        FUNCTION TRIM(wk-lst-handles)
            DELIMITED BY SIZE
        CR_LF_NUL
            DELIMITED BY SIZE
        INTO output-buffer
    END-STRING
    CALL 'fputs' USING
        BY REFERENCE output-buffer
        BY VALUE stdout
        GIVING temp-int
    END-CALL

    PERFORM List-Forward-By-Group
    MOVE cl-list-count TO wk-syn-fl-count

    MOVE "AL" TO wk-syn-list-type
    PERFORM Emit-List-Listing
    MOVE cl-list-count TO wk-syn-al-count
    MOVE "BL" TO wk-syn-list-type
    PERFORM Emit-List-Listing
    MOVE cl-list-count TO wk-syn-bl-count
    MOVE "RL" TO wk-syn-list-type
    PERFORM Emit-List-Listing
    MOVE cl-list-count TO wk-syn-rl-count

    MOVE "N" TO wk-syn-listing

    MOVE wk-syn-fl-count TO wk-syn-count-disp-1
    MOVE wk-syn-al-count TO wk-syn-count-disp-2
    MOVE wk-syn-bl-count TO wk-syn-count-disp-3
    MOVE wk-syn-rl-count TO wk-syn-count-disp-4
    MOVE wk-group-count TO wk-group-count-disp
    MOVE SPACES TO response-buffer
    STRING
        FUNCTION TRIM(wk-list-version-disp)
        " " FUNCTION TRIM(wk-syn-count-disp-1)
        " " FUNCTION TRIM(wk-syn-count-disp-2)
        " " FUNCTION TRIM(wk-syn-count-disp-3)
        " " FUNCTION TRIM(wk-syn-count-disp-4)
        " " FUNCTION TRIM(wk-group-count-disp)
            DELIMITED BY SIZE
        INTO response-buffer
    END-STRING
    .

*> One non-FL list for SYN as a single pushed line, "LST trid version
*> XX count handles" - the shape the synchronous LST answer has, with
*> the version in front.
Emit-List-Listing.
    MOVE 0 TO cl-list-count
    MOVE SPACES TO wk-lst-handles

    MOVE user-handle TO cl-owner-handle
    MOVE LOW-VALUES TO cl-contact-handle
    MOVE LOW-VALUES TO cl-list-type
    START contact-list-file KEY IS >= cl-key
        INVALID KEY
            CONTINUE
    END-START

    PERFORM UNTIL 1 = 2
        READ contact-list-file NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ

        IF cl-owner-handle NOT = user-handle
            EXIT PERFORM
        END-IF

        IF cl-list-type = wk-syn-list-type
            ADD 1 TO cl-list-count
            STRING
                FUNCTION TRIM(wk-lst-handles) " " DELIMITED BY SIZE
                FUNCTION TRIM(cl-contact-handle) DELIMITED BY SIZE
                INTO wk-lst-handles
            END-STRING
        END-IF
    END-PERFORM

    MOVE cl-list-count TO cl-list-count-disp
    STRING
        "LST " FUNCTION TRIM(receive-txn)
        " " FUNCTION TRIM(wk-list-version-disp)
        " " wk-syn-list-type
        " " FUNCTION TRIM(cl-list-count-disp)
        " "
            DELIMITED BY SIZE
        FUNCTION TRIM(wk-lst-handles)
            DELIMITED BY SIZE
        CR_LF_NUL
            DELIMITED BY SIZE
        INTO output-buffer
    END-STRING

    CALL 'fputs' USING
        BY REFERENCE output-buffer
        BY VALUE stdout
        GIVING temp-int
    END-CALL
    .

Allocate-Switchboard-Session.
    PERFORM VARYING temp-int-2 FROM 1 BY 1 UNTIL temp-int-2 > 16
        COMPUTE temp-int = (FUNCTION RANDOM * 69) + 1
    MOVE SPACES TO wk-escape-input
    STRING
        FUNCTION TRIM(user-handle) ":"
        FUNCTION TRIM(wk-login-token) ":"
        FUNCTION CURRENT-DATE(1:16)
            DELIMITED BY SIZE
        INTO wk-escape-input
    END-STRING
*> it does not flip the presence row the new session now owns to FLN.
Handle-Signin-Notify.
    MOVE 1 TO wk-notify-ptr-idx
    MOVE SPACES TO wk-signin-ts
    UNSTRING wk-notify-payload DELIMITED BY ":"
        INTO wk-signin-handle, wk-signin-token, wk-signin-ts
        WITH POINTER wk-notify-ptr-idx
    END-UNSTRING

        GIVING temp-int
    END-CALL

    *> Sign this session's presence out - but only while the row is
    *> still ours: once the newer login has CHGed (or PNGed) it, its
    *> timestamp is past the announcement and the row belongs to the
    *> newer session. The parent's NOTIFY connection was dropped at
    *> the fork, so the broadcast goes out on the listen connection.
    IF wk-signin-ts NOT = SPACES
        MOVE user-handle TO ps-user-handle
        READ presence-status-file
            KEY IS ps-user-handle
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                IF ps-updated-ts(1:16) < wk-signin-ts
                    SET pg-conn-notify TO pg-conn-listen
                    MOVE "KCK" TO wk-pj-cause
                    PERFORM Sign-Out-Presence
                END-IF
        END-READ
    END-IF

    CALL 'kill' USING
        BY VALUE wk-parent-pid
        BY VALUE 15
        + FUNCTION NUMVAL(wk-ts-input(13:2))
    .

*> Is wk-source-addr past its refuse mark inside a live window?
*> Past the throttle mark it is slowed down here as well.
Check-Source-Lockout.
    MOVE "N" TO wk-spray-refused-flag
    IF wk-source-addr = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE wk-source-addr TO sl-source-addr
    READ source-lockout-file
        KEY IS sl-source-addr
        INVALID KEY
            EXIT PARAGRAPH
    END-READ

    MOVE FUNCTION CURRENT-DATE TO wk-ts-input
    PERFORM Compute-Ts-Seconds
    MOVE wk-ts-secs TO wk-spray-now-secs
    MOVE sl-window-start-ts TO wk-ts-input
    PERFORM Compute-Ts-Seconds
    IF wk-spray-now-secs - wk-ts-secs > wk-spray-window-secs
        EXIT PARAGRAPH
    END-IF

    IF sl-fail-count >= wk-spray-refuse-at
        SET wk-spray-refused TO TRUE
        EXIT PARAGRAPH
    END-IF

    IF sl-fail-count >= wk-spray-throttle-at
        COMPUTE wk-lockout-sleep-secs =
            sl-fail-count - wk-spray-throttle-at + 1
        IF wk-lockout-sleep-secs > 10
            MOVE 10 TO wk-lockout-sleep-secs
        END-IF
        CALL 'sleep' USING BY VALUE wk-lockout-sleep-secs END-CALL
    END-IF
    .

*> Count one failed USR S against wk-source-addr, starting a fresh
*> window if the last one has run out.
Record-Source-Failure.
    IF wk-source-addr = SPACES
        EXIT PARAGRAPH
    END-IF

    MOVE wk-source-addr TO sl-source-addr
    READ source-lockout-file
        KEY IS sl-source-addr
        INVALID KEY
            SET sl-record-not-found TO TRUE
        NOT INVALID KEY
            SET sl-record-found TO TRUE
    END-READ

    MOVE FUNCTION CURRENT-DATE TO wk-ts-input
    PERFORM Compute-Ts-Seconds
    MOVE wk-ts-secs TO wk-spray-now-secs

    IF sl-record-not-found
        MOVE wk-source-addr TO sl-source-addr
        MOVE 1 TO sl-fail-count
        MOVE FUNCTION CURRENT-DATE TO sl-window-start-ts
        MOVE sl-window-start-ts TO sl-last-fail-ts
        WRITE source-lockout-record
        EXIT PARAGRAPH
    END-IF

    MOVE sl-window-start-ts TO wk-ts-input
    PERFORM Compute-Ts-Seconds
    IF wk-spray-now-secs - wk-ts-secs > wk-spray-window-secs
        MOVE 1 TO sl-fail-count
        MOVE FUNCTION CURRENT-DATE TO sl-window-start-ts
    ELSE
        ADD 1 TO sl-fail-count
    END-IF
    MOVE FUNCTION CURRENT-DATE TO sl-last-fail-ts
    REWRITE source-lockout-record
    .

*> Flip user-handle's presence row to FLN, broadcast it and journal
*> the transition under wk-pj-cause - the connection is going away
*> without the client having CHGed to FLN (which it cannot).
Sign-Out-Presence.
    MOVE user-handle TO ps-user-handle
    READ presence-status-file
        KEY IS ps-user-handle
        INVALID KEY
            EXIT PARAGRAPH
    END-READ
    IF ps-status = "FLN"
        EXIT PARAGRAPH
    END-IF

    MOVE ps-status TO wk-pj-old-status
    MOVE "FLN" TO ps-status
    MOVE FUNCTION CURRENT-DATE TO ps-updated-ts
    REWRITE presence-status-record
    MOVE "FLN" TO wk-chg-status
    PERFORM Notify-Presence-Change

    MOVE "FLN" TO wk-pj-new-status
    PERFORM Write-Presence-Journal
    .

*> Append one user-handle transition (wk-pj-old-status to
*> wk-pj-new-status, cause wk-pj-cause) to today's journal generation.
Write-Presence-Journal.
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
            pj-file-status UPON SYSERR
        EXIT PARAGRAPH
    END-IF

    MOVE FUNCTION CURRENT-DATE TO pj-timestamp
    MOVE user-handle TO pj-user-handle
    MOVE wk-pj-old-status TO pj-old-status
    MOVE wk-pj-new-status TO pj-new-status
    MOVE wk-pj-cause TO pj-cause
    WRITE presence-journal-record
    CLOSE presence-journal-file
    .

*> Every audit record goes through here. With the chain head locked,
*> roll the trail to today's generation if the head is still on an
*> earlier day, then append the record chained to the last one. If
*> the head cannot be had the record is still written, unchained,
*> rather than lost - verification will show it.
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
    MOVE wk-audit-pkg TO at-security-pkg
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

END PROGRAM NOTIFICATION-SERVER.
