*> housekeeping has purged the session record, if they were the
*> sender (the roster is the only record of who else was in the
*> room, and it goes with the session).
*> Ends with return code 8 on a usage error or an unreadable file.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 wk-count-disp PIC Z(8)9.
01 wk-seq-disp PIC 9(6).

*> Set when a file could not be processed - the run still does what
*> it can, and ends with return code 8.
01 wk-any-fail PIC X VALUE "N".
    88 wk-any-failed VALUE "Y".

*> Archive-generation walk: ls enumerates what is actually on disk
*> (ascending, so transcripts read forward), the date range filters
*> it, and nothing silently ages past a fixed horizon - archives are
    IF mh-file-status NOT = "00"
        DISPLAY "message_history.dat unusable, file status "
            mh-file-status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    DISPLAY "Messages printed: " wk-count-disp

    CLOSE message-history-file
    *> settled here - the ls and gzip CALLs leave their own status
    IF wk-any-failed
        MOVE 8 TO RETURN-CODE
    ELSE
        MOVE 0 TO RETURN-CODE
    END-IF
    STOP RUN
    .

Show-Usage.
    DISPLAY "Usage: transcript-report SESSION <session-id> [from-YYYYMMDD [to-YYYYMMDD]]"
    DISPLAY "       transcript-report USER <handle> <from-YYYYMMDD> <to-YYYYMMDD>"
    MOVE 8 TO RETURN-CODE
    .

*> Walk the session file and print the transcript of every session
        *> say so instead of silently finding no sessions
        DISPLAY "switchboard_session.dat unusable, file status "
            sb-file-status
        SET wk-any-failed TO TRUE
        EXIT PARAGRAPH
    END-IF

