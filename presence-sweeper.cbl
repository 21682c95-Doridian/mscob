*>     cobcrun presence-sweeper [threshold-minutes]
*> Default threshold: 5 minutes - comfortably more than the 60
*> seconds the server's QNG answer asks clients to ping at.
*> Every flip is also appended to the day's presence journal with
*> cause SWP, the way the server journals its own transitions - one
*> open, append and close per flip, since the servers append to the
*> same generation all the while.
*> Ends with return code 8 if the presence or master file is unusable
*> or a sweep could not be journalled.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY um-user-handle
        FILE STATUS um-file-status.

    SELECT presence-journal-file ASSIGN TO wk-journal-file-name
        ORGANIZATION LINE SEQUENTIAL
        FILE STATUS pj-file-status.

DATA DIVISION.
FILE SECTION.
FD presence-status-file.
01 user-master-record.
   COPY "user-master-record.cpy".

FD presence-journal-file.
01 presence-journal-record.
   COPY "presence-journal-record.cpy".

WORKING-STORAGE SECTION.

01 ps-file-status PIC XX.
01 um-file-status PIC XX.
01 pj-file-status PIC XX.

01 wk-journal-file-name PIC X(48).
01 wk-journal-state PIC X VALUE "Y".
    88 wk-journal-failed VALUE "F".

01 wk-command-line PIC X(512).
01 wk-arg-1 PIC X(8).
01 wk-swept-count BINARY-LONG UNSIGNED VALUE 0.
01 wk-count-disp PIC Z(8)9.

*> Set when something could not be done; the return code is settled
*> at the end, since every libpq CALL overwrites it.
01 wk-any-fail PIC X VALUE "N".
    88 wk-any-failed VALUE "Y".

*> Same broadcast plumbing as the servers: the swept user's watchers
*> are listening on presence_channel and expect the same
*> handle:status:nickname payload Notify-Presence-Change sends.
    IF ps-file-status NOT = "00"
        DISPLAY "presence_status.dat unusable, file status "
            ps-file-status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

        *> nickname lookup running against an unopened file
        DISPLAY "user_master.dat unusable, file status "
            um-file-status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF


    MOVE wk-swept-count TO wk-count-disp
    DISPLAY "Stale presence records swept: " wk-count-disp

    IF wk-any-failed
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN
    .

            MOVE wk-ts-secs TO wk-rec-secs

            IF wk-now-secs - wk-rec-secs > wk-threshold-mins * 60
                PERFORM Journal-Sweep
                MOVE "FLN" TO ps-status
                MOVE wk-now-ts TO ps-updated-ts
                REWRITE presence-status-record
    END-PERFORM
    .

*> Journal the flip about to be made on the current presence row.
*> Opened, appended and closed per flip, as Write-Presence-Journal in
*> the server does - a handle held open across the whole sweep could
*> flush part of a line in among the servers' own appends. After a
*> failure the rest of the run's flips go unjournalled.
Journal-Sweep.
    IF wk-journal-failed
        EXIT PARAGRAPH
    END-IF
    MOVE SPACES TO wk-journal-file-name
    STRING
        "data/presence_journal." wk-now-ts(1:8) ".log"
            DELIMITED BY SIZE
        INTO wk-journal-file-name
    END-STRING

    OPEN EXTEND presence-journal-file
    IF pj-file-status = "35"
        OPEN OUTPUT presence-journal-file
    END-IF
    IF pj-file-status NOT = "00"
        DISPLAY "presence journal unusable, file status "
            pj-file-status " - sweep not journalled"
        SET wk-journal-failed TO TRUE
        SET wk-any-failed TO TRUE
        EXIT PARAGRAPH
    END-IF

    MOVE wk-now-ts TO pj-timestamp
    MOVE ps-user-handle TO pj-user-handle
    MOVE ps-status TO pj-old-status
    MOVE "FLN" TO pj-new-status
    MOVE "SWP" TO pj-cause
    WRITE presence-journal-record
    IF pj-file-status NOT = "00"
        DISPLAY "presence journal unusable, file status "
            pj-file-status " - sweep not journalled"
        SET wk-journal-failed TO TRUE
        SET wk-any-failed TO TRUE
    END-IF
    CLOSE presence-journal-file
    .

*> Same payload shape the servers' Notify-Presence-Change builds, so
*> every forked listener treats a sweep like any other status change.
Broadcast-Swept-Offline.
