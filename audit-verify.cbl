      $set sourceformat(free)
IDENTIFICATION DIVISION.
PROGRAM-ID. AUDIT-VERIFY.

*> Integrity verification of the audit-trail generations, for
*> certifying the trail to auditors. Every record the notification
*> and switchboard servers write is hash-chained to the one before
*> it; each day's generation opens with a header carrying the
*> previous day's seal forward and closes with a trailer sealing its
*> own record count and final hash (see audit-trail-record.cpy).
*> Run by hand or from the nightly stream:
*>     cobcrun audit-verify [from-YYYYMMDD [to-YYYYMMDD]]
*> With no dates it verifies yesterday; with one, that day. Both
*> plain and gzip-compressed generations are read. Reported:
*>     BROKEN CHAIN   records missing or out of sequence, a header or
*>                    trailer that does not link up, a generation cut
*>                    short of its trailer
*>     MISSING DAY    a generation a later header carries forward is
*>                    not on disk
*>     COUNT MISMATCH a seal's record count disagrees with the records
*>                    actually there
*>     ALTERED RECORD a record whose content no longer matches its
*>                    chain hash, or that was added after the seal
*> A day with no generation that no header points at simply had no
*> traffic. The generation still being written has no trailer yet; it
*> is checked against the chain head in data/audit_chain.dat
*> instead, up to the record the head had reached when it was read -
*> the servers keep appending while the run reads, so records past
*> that point (or a trailer, or a next day's generation begun since)
*> are noted, not reported. The header of the first generation after the range is
*> read too, so a deleted last day is caught. Generations written
*> before the trail was chained are listed as not chained.
*> Each sealed generation's count and final hash are printed - kept
*> off this machine, they are what a rewritten trail cannot match.
*> The run ends with return code 4 when anything was found.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT audit-trail-file ASSIGN TO wk-audit-file-name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS at-file-status.

*> Only ever opened INPUT, to probe whether a given day's .log.gz
*> exists before handing it to gzip.
    SELECT probe-file ASSIGN TO wk-probe-file-name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS pr-file-status.

    SELECT audit-chain-file ASSIGN TO "data/audit_chain.dat"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY ac-key
        FILE STATUS ac-file-status.

DATA DIVISION.
FILE SECTION.
FD audit-trail-file.
01 audit-trail-record.
   COPY "audit-trail-record.cpy".

FD probe-file.
01 probe-record PIC X(256).

FD audit-chain-file.
01 audit-chain-record.
   COPY "audit-chain-record.cpy".

WORKING-STORAGE SECTION.

01 at-file-status PIC XX.
01 pr-file-status PIC XX.
01 ac-file-status PIC XX.

01 wk-command-line PIC X(512).
01 wk-arg-1 PIC X(8).
01 wk-arg-2 PIC X(8).

01 wk-from-date PIC X(8).
01 wk-to-date PIC X(8).
01 wk-today PIC X(8).

01 wk-day-int BINARY-LONG.
01 wk-to-int BINARY-LONG.
01 wk-today-int BINARY-LONG.
01 wk-gen-num PIC 9(8).
01 wk-gen-date REDEFINES wk-gen-num PIC X(8).

01 wk-audit-file-name PIC X(48).
01 wk-probe-file-name PIC X(48).
01 wk-system-command PIC X(160).
01 wk-audit-opened PIC X VALUE "N".
    88 wk-generation-open VALUE "Y".
01 wk-audit-temp PIC X VALUE "N".
    88 wk-audit-is-temp VALUE "Y".
01 wk-file-kind PIC X(6).
01 wk-audit-eof PIC X VALUE "N".
    88 wk-audit-at-end VALUE "Y".

*> Chain head as the servers left it - the generation still being
*> written, and how far it has got.
01 wk-head-generation PIC X(8) VALUE SPACES.
01 wk-head-count PIC 9(9) VALUE 0.
01 wk-head-hash PIC X(32) VALUE SPACES.
01 wk-head-read PIC X VALUE "N".
    88 wk-head-gen-read VALUE "Y".
*> The running hash at record wk-head-count of the head generation.
01 wk-head-point PIC X VALUE "N".
    88 wk-head-point-reached VALUE "Y".
01 wk-head-point-hash PIC X(32).
01 wk-after-head BINARY-LONG UNSIGNED.

*> The generation being read. Mode " " nothing chained read yet,
*> "P" records from before the chain, "C" chained.
01 wk-cur-gen-date PIC X(8).
01 wk-gen-mode PIC X(1).
01 wk-gen-lines BINARY-LONG UNSIGNED.
01 wk-chained-records BINARY-LONG UNSIGNED.
01 wk-expected-seq PIC 9(9).
01 wk-running-hash PIC X(32).
01 wk-running-ok PIC X VALUE "N".
    88 wk-running-valid VALUE "Y".
01 wk-trailer PIC X VALUE "N".
    88 wk-trailer-seen VALUE "Y".
01 wk-late-record PIC X VALUE "N".
    88 wk-late-reported VALUE "Y".
01 wk-seq-ok PIC X VALUE "Y".
    88 wk-seq-in-order VALUE "Y".
01 wk-seal-count PIC 9(9).
01 wk-seal-hash PIC X(32).
01 wk-gen-result PIC X(12).

*> The generation read before this one.
01 wk-prev-gen-date PIC X(8) VALUE SPACES.
01 wk-prev-chained PIC X VALUE "N".
    88 wk-prev-was-chained VALUE "Y".
01 wk-prev-final-count BINARY-LONG UNSIGNED VALUE 0.
01 wk-prev-final-hash PIC X(32) VALUE SPACES.
*> A generation other than the one still being written that ended
*> without its trailer - excused only by the next header saying the
*> trailer could not be appended ("U").
01 wk-pending-unsealed PIC X(8) VALUE SPACES.
01 wk-chain-seen PIC X VALUE "N".
    88 wk-chain-has-begun VALUE "Y".

01 wk-chain-input PIC X(256).
01 wk-chain-len BINARY-INT.
01 wk-chain-digest PIC X(16).
01 wk-chain-check PIC X(32).

01 wk-exc-kind PIC X(1).
01 wk-exc-text PIC X(100).
01 wk-exc-label PIC X(14).

01 wk-generations-read BINARY-LONG UNSIGNED VALUE 0.
01 wk-generations-sealed BINARY-LONG UNSIGNED VALUE 0.
01 wk-generations-unchained BINARY-LONG UNSIGNED VALUE 0.
01 wk-days-without BINARY-LONG UNSIGNED VALUE 0.
01 wk-records-read BINARY-LONG UNSIGNED VALUE 0.
01 wk-broken-count BINARY-LONG UNSIGNED VALUE 0.
01 wk-missing-count BINARY-LONG UNSIGNED VALUE 0.
01 wk-mismatch-count BINARY-LONG UNSIGNED VALUE 0.
01 wk-altered-count BINARY-LONG UNSIGNED VALUE 0.
01 wk-count-disp PIC Z(8)9.
01 wk-count-disp-2 PIC Z(8)9.

PROCEDURE DIVISION.
    ACCEPT wk-command-line FROM COMMAND-LINE
    UNSTRING wk-command-line DELIMITED BY SPACE
        INTO wk-arg-1, wk-arg-2
    END-UNSTRING

    MOVE FUNCTION CURRENT-DATE(1:8) TO wk-today
    IF FUNCTION TRIM(wk-arg-1) = SPACES
        COMPUTE wk-day-int =
            FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(wk-today)) - 1
        MOVE FUNCTION DATE-OF-INTEGER(wk-day-int) TO wk-gen-num
        MOVE wk-gen-date TO wk-from-date
    ELSE
        MOVE wk-arg-1 TO wk-from-date
    END-IF
    IF FUNCTION TRIM(wk-arg-2) = SPACES
        MOVE wk-from-date TO wk-to-date
    ELSE
        MOVE wk-arg-2 TO wk-to-date
    END-IF

    IF wk-from-date NOT NUMERIC OR wk-to-date NOT NUMERIC OR
            wk-to-date < wk-from-date
        DISPLAY "Usage: audit-verify [from-YYYYMMDD [to-YYYYMMDD]]"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM Load-Chain-Head

    DISPLAY "Audit trail verification for " wk-from-date " to "
        wk-to-date
    DISPLAY " "
    DISPLAY "Day       File     Records  Seal count  Final hash"
        "                        Result"

    COMPUTE wk-day-int =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(wk-from-date))
    COMPUTE wk-to-int =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(wk-to-date))
    PERFORM UNTIL wk-day-int > wk-to-int
        MOVE FUNCTION DATE-OF-INTEGER(wk-day-int) TO wk-gen-num
        PERFORM Verify-Generation
        ADD 1 TO wk-day-int
    END-PERFORM

    PERFORM Check-Next-Generation

    DISPLAY " "
    MOVE wk-generations-read TO wk-count-disp
    DISPLAY "Generations read          : " wk-count-disp
    MOVE wk-generations-sealed TO wk-count-disp
    DISPLAY "  of which sealed         : " wk-count-disp
    MOVE wk-generations-unchained TO wk-count-disp
    DISPLAY "  of which not chained    : " wk-count-disp
    MOVE wk-days-without TO wk-count-disp
    DISPLAY "Days with no generation   : " wk-count-disp
    MOVE wk-records-read TO wk-count-disp
    DISPLAY "Records read              : " wk-count-disp
    MOVE wk-broken-count TO wk-count-disp
    DISPLAY "Broken chains             : " wk-count-disp
    MOVE wk-missing-count TO wk-count-disp
    DISPLAY "Missing days              : " wk-count-disp
    MOVE wk-mismatch-count TO wk-count-disp
    DISPLAY "Count mismatches          : " wk-count-disp
    MOVE wk-altered-count TO wk-count-disp
    DISPLAY "Altered records           : " wk-count-disp
    DISPLAY " "

    IF wk-broken-count > 0 OR wk-missing-count > 0 OR
            wk-mismatch-count > 0 OR wk-altered-count > 0
        DISPLAY "AUDIT TRAIL NOT INTACT for " wk-from-date " to "
            wk-to-date
        MOVE 4 TO RETURN-CODE
    ELSE
        DISPLAY "Audit trail intact for " wk-from-date " to "
            wk-to-date
        MOVE 0 TO RETURN-CODE
    END-IF

    STOP RUN
    .

Load-Chain-Head.
    OPEN INPUT audit-chain-file
    IF ac-file-status NOT = "00"
        EXIT PARAGRAPH
    END-IF
    MOVE "CHAIN" TO ac-key
    READ audit-chain-file
        KEY IS ac-key
        NOT INVALID KEY
            MOVE ac-generation TO wk-head-generation
            MOVE ac-record-count TO wk-head-count
            MOVE ac-last-hash TO wk-head-hash
    END-READ
    CLOSE audit-chain-file
    .

*> One day's generation, record by record, then the checks that can
*> only be made once it has all been read.
Verify-Generation.
    PERFORM Open-Audit-Generation
    IF NOT wk-generation-open
        ADD 1 TO wk-days-without
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO wk-generations-read

    MOVE wk-gen-date TO wk-cur-gen-date
    MOVE SPACE TO wk-gen-mode
    MOVE 0 TO wk-gen-lines
    MOVE 0 TO wk-chained-records
    MOVE 1 TO wk-expected-seq
    MOVE SPACES TO wk-running-hash
    MOVE "N" TO wk-running-ok
    MOVE "N" TO wk-trailer
    MOVE "N" TO wk-late-record
    MOVE 0 TO wk-seal-count
    MOVE SPACES TO wk-seal-hash
    MOVE "N" TO wk-head-point
    MOVE SPACES TO wk-head-point-hash

    MOVE "N" TO wk-audit-eof
    PERFORM UNTIL wk-audit-at-end
        READ audit-trail-file
            AT END
                SET wk-audit-at-end TO TRUE
            NOT AT END
                ADD 1 TO wk-gen-lines
                ADD 1 TO wk-records-read
                PERFORM Verify-Record
        END-READ
    END-PERFORM
    PERFORM Close-Audit-Generation

    IF wk-cur-gen-date = wk-head-generation
        SET wk-head-gen-read TO TRUE
        IF wk-gen-mode = "C"
            PERFORM Check-Head-Generation
        END-IF
    END-IF

    EVALUATE TRUE
        WHEN wk-gen-mode NOT = "C"
            MOVE "not chained" TO wk-gen-result
            ADD 1 TO wk-generations-unchained
        WHEN wk-trailer-seen
            MOVE "sealed" TO wk-gen-result
            ADD 1 TO wk-generations-sealed
        WHEN wk-cur-gen-date = wk-head-generation
            *> still being written - the head is its seal for now
            MOVE "open" TO wk-gen-result
            MOVE wk-chained-records TO wk-seal-count
            MOVE wk-running-hash TO wk-seal-hash
        WHEN wk-head-generation NOT = SPACES AND
                wk-cur-gen-date > wk-head-generation AND
                wk-cur-gen-date >= wk-today
            *> begun by the first write of a new day since the chain
            *> head was read - open, like the head's own generation
            MOVE "open" TO wk-gen-result
            MOVE wk-chained-records TO wk-seal-count
            MOVE wk-running-hash TO wk-seal-hash
        WHEN OTHER
            MOVE "no trailer" TO wk-gen-result
            MOVE wk-cur-gen-date TO wk-pending-unsealed
    END-EVALUATE

    IF wk-gen-mode = "C"
        MOVE wk-seal-count TO wk-count-disp-2
        MOVE wk-gen-lines TO wk-count-disp
        DISPLAY wk-cur-gen-date "  " wk-file-kind " " wk-count-disp
            "  " wk-count-disp-2 "  " wk-seal-hash "  "
            FUNCTION TRIM(wk-gen-result)
        SET wk-prev-was-chained TO TRUE
    ELSE
        MOVE wk-gen-lines TO wk-count-disp
        DISPLAY wk-cur-gen-date "  " wk-file-kind " " wk-count-disp
            "                                               "
            FUNCTION TRIM(wk-gen-result)
        MOVE "N" TO wk-prev-chained
    END-IF
    MOVE wk-cur-gen-date TO wk-prev-gen-date
    MOVE wk-chained-records TO wk-prev-final-count
    MOVE wk-running-hash TO wk-prev-final-hash
    .

Verify-Record.
    IF wk-trailer-seen
        IF NOT wk-late-reported
            MOVE "record(s) added after the trailer" TO wk-exc-text
            MOVE "A" TO wk-exc-kind
            PERFORM Report-Exception
            SET wk-late-reported TO TRUE
        END-IF
        EXIT PARAGRAPH
    END-IF

    IF at-chain-hash = SPACES
        EVALUATE wk-gen-mode
            WHEN SPACE
                MOVE "P" TO wk-gen-mode
                IF wk-chain-has-begun
                    MOVE "not chained, though earlier generations are"
                        TO wk-exc-text
                    MOVE "B" TO wk-exc-kind
                    PERFORM Report-Exception
                END-IF
            WHEN "C"
                MOVE wk-expected-seq TO wk-count-disp
                MOVE SPACES TO wk-exc-text
                STRING
                    "unchained record where record "
                    FUNCTION TRIM(wk-count-disp) " was due"
                        DELIMITED BY SIZE
                    INTO wk-exc-text
                END-STRING
                MOVE "A" TO wk-exc-kind
                PERFORM Report-Exception
        END-EVALUATE
        EXIT PARAGRAPH
    END-IF

    *> the chain starts with a header - at the top of the file, or
    *> after the unchained records of the day the chain began
    IF wk-gen-mode NOT = "C"
        MOVE "C" TO wk-gen-mode
        SET wk-chain-has-begun TO TRUE
        IF at-command NOT = "HDR"
            MOVE "chained records do not open with a header"
                TO wk-exc-text
            MOVE "B" TO wk-exc-kind
            PERFORM Report-Exception
        END-IF
    END-IF

    MOVE "Y" TO wk-seq-ok
    IF at-chain-seq NOT NUMERIC
        MOVE "N" TO wk-seq-ok
    ELSE
        IF at-chain-seq NOT = wk-expected-seq
            MOVE "N" TO wk-seq-ok
        END-IF
    END-IF
    IF NOT wk-seq-in-order
        MOVE wk-expected-seq TO wk-count-disp
        MOVE SPACES TO wk-exc-text
        IF at-chain-seq NUMERIC
            MOVE at-chain-seq TO wk-count-disp-2
            STRING
                "expected record " FUNCTION TRIM(wk-count-disp)
                ", found record " FUNCTION TRIM(wk-count-disp-2)
                    DELIMITED BY SIZE
                INTO wk-exc-text
            END-STRING
        ELSE
            STRING
                "expected record " FUNCTION TRIM(wk-count-disp)
                ", found record number " at-chain-seq
                    DELIMITED BY SIZE
                INTO wk-exc-text
            END-STRING
        END-IF
        MOVE "B" TO wk-exc-kind
        PERFORM Report-Exception
    END-IF
    IF at-chain-seq NUMERIC
        COMPUTE wk-expected-seq = at-chain-seq + 1
    ELSE
        ADD 1 TO wk-expected-seq
    END-IF

    *> the header is chained off the seal it carries; everything else
    *> off the record before it
    EVALUATE TRUE
        WHEN at-command = "HDR"
            MOVE at-seal-final-hash TO wk-chain-input(1:32)
            PERFORM Check-Record-Hash
        WHEN wk-running-valid
            MOVE wk-running-hash TO wk-chain-input(1:32)
            PERFORM Check-Record-Hash
    END-EVALUATE

    EVALUATE at-command
        WHEN "HDR"
            PERFORM Check-Header
        WHEN "TRL"
            PERFORM Check-Trailer
    END-EVALUATE

    IF at-command NOT = "TRL"
        MOVE at-chain-hash TO wk-running-hash
        SET wk-running-valid TO TRUE
        ADD 1 TO wk-chained-records
        *> as far as the chain head had got when it was read
        IF wk-cur-gen-date = wk-head-generation AND
                wk-chained-records = wk-head-count
            MOVE wk-running-hash TO wk-head-point-hash
            SET wk-head-point-reached TO TRUE
        END-IF
    END-IF
    .

*> The generation the chain head was writing when it was read. The
*> servers go on appending while this run reads - more records, or
*> the trailer the first write after midnight seals it with - so the
*> file is held to the head only up to the head's own record count:
*> fewer chained records than that, or a different hash at that
*> record, is an exception; anything after it is just later traffic.
Check-Head-Generation.
    IF wk-chained-records < wk-head-count
        MOVE wk-chained-records TO wk-count-disp
        MOVE wk-head-count TO wk-count-disp-2
        MOVE SPACES TO wk-exc-text
        STRING
            "holds " FUNCTION TRIM(wk-count-disp)
            " chained records, the chain head counts "
            FUNCTION TRIM(wk-count-disp-2)
                DELIMITED BY SIZE
            INTO wk-exc-text
        END-STRING
        MOVE "C" TO wk-exc-kind
        PERFORM Report-Exception
        EXIT PARAGRAPH
    END-IF

    IF wk-head-point-reached AND wk-head-point-hash NOT = wk-head-hash
        MOVE wk-head-count TO wk-count-disp
        MOVE SPACES TO wk-exc-text
        STRING
            "record " FUNCTION TRIM(wk-count-disp)
            " does not match the chain head"
                DELIMITED BY SIZE
            INTO wk-exc-text
        END-STRING
        MOVE "A" TO wk-exc-kind
        PERFORM Report-Exception
    END-IF

    IF wk-chained-records > wk-head-count
        COMPUTE wk-after-head = wk-chained-records - wk-head-count
        MOVE wk-after-head TO wk-count-disp
        DISPLAY "     " wk-cur-gen-date " "
            FUNCTION TRIM(wk-count-disp)
            " record(s) written after the chain head was read"
    END-IF
    .

*> MD5(previous hash, already in wk-chain-input, + the record up to
*> its chain hash) - the same computation the servers chain with.
Check-Record-Hash.
    COMPUTE wk-chain-len = FUNCTION LENGTH(audit-trail-record)
        - FUNCTION LENGTH(at-chain-hash)
    MOVE audit-trail-record(1:wk-chain-len)
        TO wk-chain-input(33:wk-chain-len)
    ADD 32 TO wk-chain-len
    CALL 'MD5' USING
        BY REFERENCE wk-chain-input
        BY VALUE wk-chain-len
        BY REFERENCE wk-chain-digest
    END-CALL
    MOVE FUNCTION HEX-OF(wk-chain-digest) TO wk-chain-check

    *> a record out of sequence has already been reported as a break
    IF wk-chain-check NOT = at-chain-hash AND wk-seq-in-order
        MOVE at-chain-seq TO wk-count-disp
        MOVE SPACES TO wk-exc-text
        STRING
            "record " FUNCTION TRIM(wk-count-disp) " (" at-command " at "
            at-timestamp(1:14) ") does not match its chain hash"
                DELIMITED BY SIZE
            INTO wk-exc-text
        END-STRING
        MOVE "A" TO wk-exc-kind
        PERFORM Report-Exception
    END-IF
    .

*> The header's carried seal against the generation read before it:
*> a later date than that one means a day in between is gone.
Check-Header.
    IF wk-chained-records > 0
        MOVE "a second header inside the generation" TO wk-exc-text
        MOVE "B" TO wk-exc-kind
        PERFORM Report-Exception
        EXIT PARAGRAPH
    END-IF

    IF wk-pending-unsealed NOT = SPACES
        IF at-stage NOT = "U" OR
                at-seal-generation NOT = wk-pending-unsealed
            MOVE SPACES TO wk-exc-text
            STRING
                wk-pending-unsealed " ends without its trailer"
                    DELIMITED BY SIZE
                INTO wk-exc-text
            END-STRING
            MOVE "B" TO wk-exc-kind
            PERFORM Report-Exception
        END-IF
        MOVE SPACES TO wk-pending-unsealed
    END-IF

    IF at-stage = "N"
        IF wk-prev-was-chained
            MOVE SPACES TO wk-exc-text
            STRING
                "header starts a new chain, though " wk-prev-gen-date
                " is chained"
                    DELIMITED BY SIZE
                INTO wk-exc-text
            END-STRING
            MOVE "B" TO wk-exc-kind
            PERFORM Report-Exception
        END-IF
        EXIT PARAGRAPH
    END-IF

    EVALUATE TRUE
        WHEN at-seal-generation = wk-prev-gen-date
            CONTINUE
        WHEN wk-prev-gen-date = SPACES AND
                at-seal-generation < wk-from-date
            *> the chain comes in from before the range
            EXIT PARAGRAPH
        WHEN wk-prev-gen-date = SPACES OR
                at-seal-generation > wk-prev-gen-date
            MOVE SPACES TO wk-exc-text
            STRING
                "generation " at-seal-generation
                " carried forward by this header is not on disk"
                    DELIMITED BY SIZE
                INTO wk-exc-text
            END-STRING
            MOVE "M" TO wk-exc-kind
            PERFORM Report-Exception
            EXIT PARAGRAPH
        WHEN OTHER
            MOVE SPACES TO wk-exc-text
            STRING
                "header carries forward " at-seal-generation
                ", but the generation before it is " wk-prev-gen-date
                    DELIMITED BY SIZE
                INTO wk-exc-text
            END-STRING
            MOVE "B" TO wk-exc-kind
            PERFORM Report-Exception
            EXIT PARAGRAPH
    END-EVALUATE

    IF NOT wk-prev-was-chained
        EXIT PARAGRAPH
    END-IF
    IF at-seal-record-count NOT = wk-prev-final-count
        MOVE wk-prev-final-count TO wk-count-disp
        MOVE SPACES TO wk-exc-text
        IF at-seal-record-count NUMERIC
            MOVE at-seal-record-count TO wk-count-disp-2
        ELSE
            MOVE 0 TO wk-count-disp-2
        END-IF
        STRING
            "header carries " FUNCTION TRIM(wk-count-disp-2)
            " records for "
            wk-prev-gen-date ", which holds "
            FUNCTION TRIM(wk-count-disp)
                DELIMITED BY SIZE
            INTO wk-exc-text
        END-STRING
        MOVE "C" TO wk-exc-kind
        PERFORM Report-Exception
    END-IF
    IF at-seal-final-hash NOT = wk-prev-final-hash
        MOVE SPACES TO wk-exc-text
        STRING
            "header's carried final hash does not match "
            wk-prev-gen-date
                DELIMITED BY SIZE
            INTO wk-exc-text
        END-STRING
        MOVE "B" TO wk-exc-kind
        PERFORM Report-Exception
    END-IF
    .

*> The seal against what was actually read before it.
Check-Trailer.
    SET wk-trailer-seen TO TRUE
    MOVE at-seal-record-count TO wk-seal-count
    MOVE at-seal-final-hash TO wk-seal-hash

    IF at-seal-generation NOT = wk-cur-gen-date
        MOVE SPACES TO wk-exc-text
        STRING
            "trailer seals generation " at-seal-generation
                DELIMITED BY SIZE
            INTO wk-exc-text
        END-STRING
        MOVE "A" TO wk-exc-kind
        PERFORM Report-Exception
    END-IF
    IF at-seal-record-count NOT = wk-chained-records
        MOVE wk-chained-records TO wk-count-disp
        MOVE SPACES TO wk-exc-text
        IF at-seal-record-count NUMERIC
            MOVE at-seal-record-count TO wk-count-disp-2
        ELSE
            MOVE 0 TO wk-count-disp-2
        END-IF
        STRING
            "trailer seals " FUNCTION TRIM(wk-count-disp-2) " records, "
            FUNCTION TRIM(wk-count-disp) " found"
                DELIMITED BY SIZE
            INTO wk-exc-text
        END-STRING
        MOVE "C" TO wk-exc-kind
        PERFORM Report-Exception
    END-IF
    IF at-seal-final-hash NOT = wk-running-hash
        MOVE "trailer's final hash does not match the chain"
            TO wk-exc-text
        MOVE "B" TO wk-exc-kind
        PERFORM Report-Exception
    END-IF
    .

*> The first generation after the range (up to today) still owes the
*> last one in range its header check - that is what shows a deleted
*> last day, or a last generation cut short of its trailer.
Check-Next-Generation.
    COMPUTE wk-today-int = FUNCTION INTEGER-OF-DATE(
        FUNCTION NUMVAL(wk-today))
    COMPUTE wk-day-int = wk-to-int + 1
    MOVE "N" TO wk-audit-opened
    PERFORM UNTIL wk-day-int > wk-today-int
        MOVE FUNCTION DATE-OF-INTEGER(wk-day-int) TO wk-gen-num
        PERFORM Open-Audit-Generation
        IF wk-generation-open
            EXIT PERFORM
        END-IF
        ADD 1 TO wk-day-int
    END-PERFORM

    IF wk-generation-open
        MOVE wk-gen-date TO wk-cur-gen-date
        MOVE 0 TO wk-chained-records
        MOVE "N" TO wk-audit-eof
        PERFORM UNTIL wk-audit-at-end
            READ audit-trail-file
                AT END
                    SET wk-audit-at-end TO TRUE
                NOT AT END
                    IF at-chain-hash NOT = SPACES
                        IF at-command = "HDR"
                            PERFORM Check-Header
                        END-IF
                        SET wk-audit-at-end TO TRUE
                    END-IF
            END-READ
        END-PERFORM
        PERFORM Close-Audit-Generation
    END-IF

    IF wk-pending-unsealed NOT = SPACES
        MOVE wk-pending-unsealed TO wk-cur-gen-date
        MOVE "ends without its trailer" TO wk-exc-text
        MOVE "B" TO wk-exc-kind
        PERFORM Report-Exception
    END-IF

    *> the generation still being written has no later header to
    *> miss it - the chain head names it
    IF wk-head-generation NOT = SPACES AND NOT wk-head-gen-read AND
            wk-head-generation >= wk-from-date AND
            (wk-head-generation <= wk-to-date OR NOT wk-generation-open)
        MOVE wk-head-generation TO wk-cur-gen-date
        MOVE "generation the chain head is writing is not on disk"
            TO wk-exc-text
        MOVE "M" TO wk-exc-kind
        PERFORM Report-Exception
    END-IF
    .

Report-Exception.
    EVALUATE wk-exc-kind
        WHEN "B"
            MOVE "BROKEN CHAIN" TO wk-exc-label
            ADD 1 TO wk-broken-count
        WHEN "M"
            MOVE "MISSING DAY" TO wk-exc-label
            ADD 1 TO wk-missing-count
        WHEN "C"
            MOVE "COUNT MISMATCH" TO wk-exc-label
            ADD 1 TO wk-mismatch-count
        WHEN OTHER
            MOVE "ALTERED RECORD" TO wk-exc-label
            ADD 1 TO wk-altered-count
    END-EVALUATE
    DISPLAY "  ** " wk-cur-gen-date " " wk-exc-label " "
        FUNCTION TRIM(wk-exc-text)
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
        MOVE "log" TO wk-file-kind
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
        " > data/audit_verify.extract.tmp"
            DELIMITED BY SIZE
        INTO wk-system-command
    END-STRING
    CALL "SYSTEM" USING wk-system-command END-CALL

    MOVE "data/audit_verify.extract.tmp" TO wk-audit-file-name
    OPEN INPUT audit-trail-file
    IF at-file-status = "00"
        SET wk-generation-open TO TRUE
        SET wk-audit-is-temp TO TRUE
        MOVE "log.gz" TO wk-file-kind
    END-IF
    .

Close-Audit-Generation.
    CLOSE audit-trail-file
    IF wk-audit-is-temp
        MOVE "rm -f data/audit_verify.extract.tmp"
            TO wk-system-command
        CALL "SYSTEM" USING wk-system-command END-CALL
        MOVE "N" TO wk-audit-temp
    END-IF
    .

END PROGRAM AUDIT-VERIFY.
