      $set sourceformat(free)
IDENTIFICATION DIVISION.
PROGRAM-ID. PRESENCE-REPORT.

*> Availability and peak-concurrency report off the presence journal
*> the notification server and PRESENCE-SWEEPER append every status
*> transition to - presence_status.dat itself only ever holds the
*> latest status. Run by hand or from cron:
*>     cobcrun presence-report [from-YYYYMMDD [to-YYYYMMDD]]
*> With no dates it reports on today; with one, on that day. At most
*> 31 days per run. The report shows, per handle, the hours spent in
*> each status over the range, then the peak and average number of
*> users online in every 15-minute slot - online meaning any status
*> but FLN, HDN included, since a hidden user still holds a
*> connection. A handle's status at the start of the range is
*> carried in from the journal generations before it, read back day
*> by day until the first day with no generation (at most 31 days):
*> someone who signed in before the range and never changed status
*> counts as online from the start of the range, not only once they
*> next show up in the journal. Failing that, a handle's first
*> transition in the range supplies its old status. A range running
*> into today stops at the current time.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT presence-journal-file ASSIGN TO wk-journal-file-name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS pj-file-status.

*> Every online interval as a sign-on and a sign-off point in time,
*> written while the transitions are walked handle by handle and
*> sorted back into time order for the concurrency count.
    SELECT interval-file ASSIGN TO "data/presence_report.interval.tmp"
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS iv-file-status.

    SELECT sort-file ASSIGN TO "data/presence_report.sort.tmp".

    SELECT edge-sort-file ASSIGN TO "data/presence_report.edge.tmp".

DATA DIVISION.
FILE SECTION.
FD presence-journal-file.
01 presence-journal-record.
   COPY "presence-journal-record.cpy".

FD interval-file.
01 interval-record.
   05 iv-secs PIC 9(10).
*> "D" a user went offline, "U" one came online - at the same second
*> the sign-offs sort first, so a CHG between two online statuses
*> never shows as an extra user.
   05 iv-edge PIC X(1).

SD sort-file.
01 sort-record.
   05 sr-user-handle PIC X(60).
   05 sr-timestamp PIC X(21).
   05 sr-old-status PIC X(3).
   05 sr-new-status PIC X(3).

SD edge-sort-file.
01 edge-sort-record.
   05 es-secs PIC 9(10).
   05 es-edge PIC X(1).

WORKING-STORAGE SECTION.

01 pj-file-status PIC XX.
01 iv-file-status PIC XX.

01 wk-command-line PIC X(512).
01 wk-arg-1 PIC X(8).
01 wk-arg-2 PIC X(8).

01 wk-from-date PIC X(8).
01 wk-to-date PIC X(8).
01 wk-today PIC X(8).
01 wk-now-ts PIC X(21).

01 wk-from-int BINARY-LONG.
01 wk-day-int BINARY-LONG.
01 wk-to-int BINARY-LONG.
01 wk-gen-num PIC 9(8).
01 wk-gen-date REDEFINES wk-gen-num PIC X(8).

01 wk-journal-file-name PIC X(48).
01 wk-system-command PIC X(160).
01 wk-journal-opened PIC X VALUE "N".
    88 wk-generation-open VALUE "Y".
01 wk-journal-eof PIC X VALUE "N".
    88 wk-journal-at-end VALUE "Y".
01 wk-sort-eof PIC X VALUE "N".
    88 wk-sort-at-end VALUE "Y".

*> Generations before the range, read only for the status each
*> handle was in when the range began.
01 wk-carry-mode PIC X VALUE "N".
    88 wk-reading-carry-in VALUE "Y".
01 wk-carry-limit BINARY-LONG.
01 wk-carry-generations BINARY-LONG UNSIGNED VALUE 0.

*> Seconds since midnight at the start of the range; the range ends
*> at wk-range-end.
01 wk-ts-input PIC X(21).
01 wk-ts-secs BINARY-DOUBLE.
01 wk-range-end BINARY-DOUBLE.

*> The statuses time is kept for, in column order; FLN last.
01 status-names PIC X(27) VALUE "NLNBSYIDLBRBAWYPHNLUNHDNFLN".
01 status-name-table REDEFINES status-names.
    05 status-name PIC X(3) OCCURS 9 TIMES.
01 wk-status-idx BINARY-INT UNSIGNED.
01 wk-lookup-status PIC X(3).
01 wk-found-idx BINARY-INT UNSIGNED.

*> Control-break state for the handle the sorted transitions are on.
01 wk-cur-handle PIC X(60) VALUE SPACES.
01 wk-cur-status PIC X(3).
01 wk-cur-from BINARY-DOUBLE.
01 wk-in-range PIC X VALUE "N".
    88 wk-handle-in-range VALUE "Y".
01 handle-secs-table.
    05 handle-secs BINARY-DOUBLE OCCURS 9 TIMES.
01 wk-handle-online BINARY-DOUBLE.
01 wk-entry-secs BINARY-DOUBLE.

*> One interval being booked: wk-iv-from up to wk-iv-to in
*> wk-iv-status.
01 wk-iv-from BINARY-DOUBLE.
01 wk-iv-to BINARY-DOUBLE.
01 wk-iv-status PIC X(3).
01 wk-piece-end BINARY-DOUBLE.

*> 31 days of 15-minute slots. User-seconds online in the slot give
*> the average; the peak comes off the time-ordered sign-on and
*> sign-off edges.
01 wk-slot-count BINARY-LONG UNSIGNED.
01 slot-table.
    05 slot-entry OCCURS 2976 TIMES.
        10 slot-user-secs BINARY-DOUBLE.
        10 slot-peak BINARY-LONG UNSIGNED.
01 wk-slot-idx BINARY-LONG UNSIGNED.
01 wk-slot-last BINARY-LONG UNSIGNED.
01 wk-slot-day BINARY-LONG UNSIGNED.
01 wk-slot-of-day BINARY-LONG UNSIGNED.
01 wk-slot-hh PIC 99.
01 wk-slot-mm PIC 99.
01 wk-online-now BINARY-LONG.
01 wk-edge-from BINARY-DOUBLE.
01 wk-best-slot BINARY-LONG UNSIGNED VALUE 0.
01 wk-best-peak BINARY-LONG UNSIGNED VALUE 0.

01 wk-generations-read BINARY-LONG UNSIGNED VALUE 0.
01 wk-generations-missing BINARY-LONG UNSIGNED VALUE 0.
01 wk-transitions-seen BINARY-LONG UNSIGNED VALUE 0.
01 wk-handles-seen BINARY-LONG UNSIGNED VALUE 0.
01 wk-count-disp PIC Z(8)9.
01 wk-peak-disp PIC Z(5)9.
01 wk-average-disp PIC Z(4)9.9.
01 wk-hours-disp PIC Z(4)9.99.
01 wk-hours-line PIC X(90).
01 wk-hours-col BINARY-INT UNSIGNED.

PROCEDURE DIVISION.
    ACCEPT wk-command-line FROM COMMAND-LINE
    UNSTRING wk-command-line DELIMITED BY SPACE
        INTO wk-arg-1, wk-arg-2
    END-UNSTRING

    MOVE FUNCTION CURRENT-DATE TO wk-now-ts
    MOVE wk-now-ts(1:8) TO wk-today

    IF FUNCTION TRIM(wk-arg-1) = SPACES
        MOVE wk-today TO wk-from-date
    ELSE
        MOVE wk-arg-1 TO wk-from-date
    END-IF
    IF FUNCTION TRIM(wk-arg-2) = SPACES
        MOVE wk-from-date TO wk-to-date
    ELSE
        MOVE wk-arg-2 TO wk-to-date
    END-IF

    IF wk-from-date NOT NUMERIC OR wk-to-date NOT NUMERIC OR
            wk-to-date < wk-from-date OR wk-from-date > wk-today
        DISPLAY "Usage: presence-report [from-YYYYMMDD [to-YYYYMMDD]]"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    COMPUTE wk-from-int =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(wk-from-date))
    COMPUTE wk-to-int =
        FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(wk-to-date))
    IF wk-to-int - wk-from-int >= 31
        DISPLAY "At most 31 days per run"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    IF wk-to-date < wk-today
        COMPUTE wk-range-end = (wk-to-int - wk-from-int + 1) * 86400
    ELSE
        MOVE wk-now-ts TO wk-ts-input
        PERFORM Compute-Range-Seconds
        MOVE wk-ts-secs TO wk-range-end
    END-IF
    COMPUTE wk-slot-count = (wk-range-end + 899) / 900
    INITIALIZE slot-table

    DISPLAY "Presence report for " wk-from-date " to " wk-to-date
    DISPLAY " "
    DISPLAY "Hours in each status per handle"
    DISPLAY "     NLN      BSY      IDL      BRB      AWY      PHN"
        "      LUN      HDN   Online  Handle"

    OPEN OUTPUT interval-file
    SORT sort-file
        ON ASCENDING KEY sr-user-handle sr-timestamp
        INPUT PROCEDURE IS Collect-Transitions
        OUTPUT PROCEDURE IS Tally-Handles
    CLOSE interval-file

    IF wk-handles-seen = 0
        DISPLAY "(no presence transitions in the range)"
    END-IF

    SORT edge-sort-file
        ON ASCENDING KEY es-secs es-edge
        USING interval-file
        OUTPUT PROCEDURE IS Count-Concurrency

    DISPLAY " "
    DISPLAY "Users online per 15-minute slot"
    DISPLAY "Date     Slot     Peak  Average"
    PERFORM VARYING wk-slot-idx FROM 1 BY 1
            UNTIL wk-slot-idx > wk-slot-count
        PERFORM Print-Slot
    END-PERFORM

    IF wk-best-slot > 0
        MOVE wk-best-slot TO wk-slot-idx
        PERFORM Label-Slot
        MOVE wk-best-peak TO wk-peak-disp
        DISPLAY " "
        DISPLAY "Busiest slot: " wk-gen-date " " wk-slot-hh ":"
            wk-slot-mm " with " FUNCTION TRIM(wk-peak-disp)
            " users online"
    END-IF

    MOVE "rm -f data/presence_report.interval.tmp"
        TO wk-system-command
    CALL "SYSTEM" USING wk-system-command END-CALL

    DISPLAY " "
    MOVE wk-generations-read TO wk-count-disp
    DISPLAY "Journal generations read  : " wk-count-disp
    MOVE wk-generations-missing TO wk-count-disp
    DISPLAY "Days with no generation   : " wk-count-disp
    MOVE wk-carry-generations TO wk-count-disp
    DISPLAY "Earlier generations read  : " wk-count-disp
    MOVE wk-transitions-seen TO wk-count-disp
    DISPLAY "Transitions read          : " wk-count-disp
    MOVE wk-handles-seen TO wk-count-disp
    DISPLAY "Handles                   : " wk-count-disp

    STOP RUN
    .

Collect-Transitions.
    PERFORM Collect-Carry-In

    MOVE "N" TO wk-carry-mode
    MOVE wk-from-int TO wk-day-int
    PERFORM UNTIL wk-day-int > wk-to-int
        MOVE FUNCTION DATE-OF-INTEGER(wk-day-int) TO wk-gen-num
        PERFORM Open-Journal-Generation
        IF wk-generation-open
            ADD 1 TO wk-generations-read
            PERFORM Release-Journal-Generation
        ELSE
            ADD 1 TO wk-generations-missing
        END-IF
        ADD 1 TO wk-day-int
    END-PERFORM
    .

*> The days before the range, newest first, back to the first day
*> with no generation - the journal is continuous from there, so the
*> last transition each handle made in it is the status it was in
*> when the range began. Sorted in ahead of the handle's own
*> transitions in the range, they only set its starting status.
Collect-Carry-In.
    SET wk-reading-carry-in TO TRUE
    COMPUTE wk-day-int = wk-from-int - 1
    COMPUTE wk-carry-limit = wk-from-int - 31
    PERFORM UNTIL wk-day-int < wk-carry-limit
        MOVE FUNCTION DATE-OF-INTEGER(wk-day-int) TO wk-gen-num
        PERFORM Open-Journal-Generation
        IF NOT wk-generation-open
            EXIT PERFORM
        END-IF
        ADD 1 TO wk-carry-generations
        PERFORM Release-Journal-Generation
        SUBTRACT 1 FROM wk-day-int
    END-PERFORM
    .

Open-Journal-Generation.
    MOVE "N" TO wk-journal-opened
    MOVE SPACES TO wk-journal-file-name
    STRING
        "data/presence_journal." wk-gen-date ".log"
            DELIMITED BY SIZE
        INTO wk-journal-file-name
    END-STRING
    OPEN INPUT presence-journal-file
    IF pj-file-status = "00"
        SET wk-generation-open TO TRUE
    END-IF
    .

Release-Journal-Generation.
    MOVE "N" TO wk-journal-eof
    PERFORM UNTIL wk-journal-at-end
        READ presence-journal-file
            AT END
                SET wk-journal-at-end TO TRUE
            NOT AT END
                IF NOT wk-reading-carry-in
                    ADD 1 TO wk-transitions-seen
                END-IF
                MOVE pj-user-handle TO sr-user-handle
                MOVE pj-timestamp TO sr-timestamp
                MOVE pj-old-status TO sr-old-status
                MOVE pj-new-status TO sr-new-status
                RELEASE sort-record
        END-READ
    END-PERFORM
    CLOSE presence-journal-file
    .

Tally-Handles.
    PERFORM UNTIL wk-sort-at-end
        RETURN sort-file
            AT END
                SET wk-sort-at-end TO TRUE
            NOT AT END
                PERFORM Tally-Transition
        END-RETURN
    END-PERFORM

    IF wk-cur-handle NOT = SPACES
        PERFORM Finish-Handle
    END-IF
    .

Tally-Transition.
    IF sr-user-handle NOT = wk-cur-handle
        IF wk-cur-handle NOT = SPACES
            PERFORM Finish-Handle
        END-IF
        MOVE sr-user-handle TO wk-cur-handle
        MOVE "N" TO wk-in-range
        INITIALIZE handle-secs-table
        MOVE 0 TO wk-cur-from
        MOVE sr-old-status TO wk-cur-status
        IF wk-cur-status = SPACES
            MOVE "FLN" TO wk-cur-status
        END-IF
    END-IF

    *> before the range - only the status it leaves the handle in
    IF sr-timestamp(1:8) < wk-from-date
        MOVE sr-new-status TO wk-cur-status
        EXIT PARAGRAPH
    END-IF
    SET wk-handle-in-range TO TRUE

    MOVE sr-timestamp TO wk-ts-input
    PERFORM Compute-Range-Seconds
    MOVE wk-ts-secs TO wk-entry-secs
    IF wk-entry-secs > wk-range-end
        MOVE wk-range-end TO wk-entry-secs
    END-IF

    MOVE wk-cur-from TO wk-iv-from
    MOVE wk-entry-secs TO wk-iv-to
    MOVE wk-cur-status TO wk-iv-status
    PERFORM Book-Interval

    MOVE sr-new-status TO wk-cur-status
    MOVE wk-entry-secs TO wk-cur-from
    .

*> The handle is complete: book its last status up to the end of the
*> range and print its line. A handle seen only before the range, and
*> offline by the time it began, has nothing to report.
Finish-Handle.
    IF NOT wk-handle-in-range AND wk-cur-status = "FLN"
        EXIT PARAGRAPH
    END-IF
    ADD 1 TO wk-handles-seen

    MOVE wk-cur-from TO wk-iv-from
    MOVE wk-range-end TO wk-iv-to
    MOVE wk-cur-status TO wk-iv-status
    PERFORM Book-Interval

    MOVE SPACES TO wk-hours-line
    MOVE 1 TO wk-hours-col
    MOVE 0 TO wk-handle-online
    PERFORM VARYING wk-status-idx FROM 1 BY 1
            UNTIL wk-status-idx > 8
        ADD handle-secs(wk-status-idx) TO wk-handle-online
        COMPUTE wk-hours-disp ROUNDED =
            handle-secs(wk-status-idx) / 3600
        MOVE wk-hours-disp TO wk-hours-line(wk-hours-col:8)
        ADD 9 TO wk-hours-col
    END-PERFORM
    COMPUTE wk-hours-disp ROUNDED = wk-handle-online / 3600
    MOVE wk-hours-disp TO wk-hours-line(wk-hours-col:8)

    DISPLAY wk-hours-line(1:81) "  " FUNCTION TRIM(wk-cur-handle)
    .

*> Book wk-iv-from up to wk-iv-to in wk-iv-status to the handle's
*> totals and, when it is an online status, to the slots it covers
*> and the edge file.
Book-Interval.
    IF wk-iv-to <= wk-iv-from
        EXIT PARAGRAPH
    END-IF

    MOVE wk-iv-status TO wk-lookup-status
    PERFORM Find-Status
    IF wk-found-idx = 0
        EXIT PARAGRAPH
    END-IF
    ADD wk-iv-to TO handle-secs(wk-found-idx)
    SUBTRACT wk-iv-from FROM handle-secs(wk-found-idx)
    IF wk-found-idx = 9
        EXIT PARAGRAPH
    END-IF

    MOVE wk-iv-from TO iv-secs
    MOVE "U" TO iv-edge
    WRITE interval-record
    MOVE wk-iv-to TO iv-secs
    MOVE "D" TO iv-edge
    WRITE interval-record

    COMPUTE wk-slot-idx = wk-iv-from / 900 + 1
    PERFORM UNTIL wk-iv-from >= wk-iv-to
        COMPUTE wk-piece-end = wk-slot-idx * 900
        IF wk-piece-end > wk-iv-to
            MOVE wk-iv-to TO wk-piece-end
        END-IF
        ADD wk-piece-end TO slot-user-secs(wk-slot-idx)
        SUBTRACT wk-iv-from FROM slot-user-secs(wk-slot-idx)
        MOVE wk-piece-end TO wk-iv-from
        ADD 1 TO wk-slot-idx
    END-PERFORM
    .

*> Sets wk-found-idx to wk-lookup-status's column, 0 if unknown.
Find-Status.
    MOVE 0 TO wk-found-idx
    PERFORM VARYING wk-status-idx FROM 1 BY 1
            UNTIL wk-status-idx > 9
        IF status-name(wk-status-idx) = wk-lookup-status
            MOVE wk-status-idx TO wk-found-idx
            EXIT PERFORM
        END-IF
    END-PERFORM
    .

*> Walk the edges in time order. Between two edges the online count
*> holds steady, and every slot that stretch touches has seen at
*> least that many users at once.
Count-Concurrency.
    MOVE 0 TO wk-online-now
    MOVE 0 TO wk-edge-from
    MOVE "N" TO wk-sort-eof
    PERFORM UNTIL wk-sort-at-end
        RETURN edge-sort-file
            AT END
                SET wk-sort-at-end TO TRUE
            NOT AT END
                IF es-secs > wk-edge-from
                    MOVE es-secs TO wk-iv-to
                    PERFORM Raise-Slot-Peaks
                    MOVE es-secs TO wk-edge-from
                END-IF
                IF es-edge = "U"
                    ADD 1 TO wk-online-now
                ELSE
                    SUBTRACT 1 FROM wk-online-now
                END-IF
        END-RETURN
    END-PERFORM
    .

*> Raise the peak of every slot from wk-edge-from up to wk-iv-to to
*> the current online count.
Raise-Slot-Peaks.
    IF wk-online-now <= 0
        EXIT PARAGRAPH
    END-IF
    COMPUTE wk-slot-idx = wk-edge-from / 900 + 1
    COMPUTE wk-slot-last = (wk-iv-to - 1) / 900 + 1
    PERFORM UNTIL wk-slot-idx > wk-slot-last
        IF wk-online-now > slot-peak(wk-slot-idx)
            MOVE wk-online-now TO slot-peak(wk-slot-idx)
        END-IF
        ADD 1 TO wk-slot-idx
    END-PERFORM
    .

Print-Slot.
    PERFORM Label-Slot
    MOVE slot-peak(wk-slot-idx) TO wk-peak-disp
    COMPUTE wk-average-disp ROUNDED =
        slot-user-secs(wk-slot-idx) / 900
    DISPLAY wk-gen-date " " wk-slot-hh ":" wk-slot-mm "  "
        wk-peak-disp "  " wk-average-disp

    IF slot-peak(wk-slot-idx) > wk-best-peak
        MOVE slot-peak(wk-slot-idx) TO wk-best-peak
        MOVE wk-slot-idx TO wk-best-slot
    END-IF
    .

*> Date and start time of slot wk-slot-idx into wk-gen-date,
*> wk-slot-hh and wk-slot-mm.
Label-Slot.
    COMPUTE wk-slot-day = wk-slot-idx - 1
    DIVIDE wk-slot-day BY 96
        GIVING wk-slot-day REMAINDER wk-slot-of-day
    END-DIVIDE
    MOVE FUNCTION DATE-OF-INTEGER(wk-from-int + wk-slot-day)
        TO wk-gen-num
    DIVIDE 4 INTO wk-slot-of-day
        GIVING wk-slot-hh REMAINDER wk-slot-mm
    END-DIVIDE
    MULTIPLY 15 BY wk-slot-mm
    .

*> Turns wk-ts-input (a FUNCTION CURRENT-DATE style timestamp) into
*> seconds since midnight at the start of the range.
Compute-Range-Seconds.
    COMPUTE wk-ts-secs =
        (FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(wk-ts-input(1:8)))
            - wk-from-int) * 86400
        + FUNCTION NUMVAL(wk-ts-input(9:2)) * 3600
        + FUNCTION NUMVAL(wk-ts-input(11:2)) * 60
        + FUNCTION NUMVAL(wk-ts-input(13:2))
    .

END PROGRAM PRESENCE-REPORT.
