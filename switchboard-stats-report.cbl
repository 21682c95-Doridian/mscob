*> RETENTION-ARCHIVE ages the day's history out:
*>     cobcrun switchboard-stats-report [YYYYMMDD [top-n]]
*> With no argument it reports on today; top-n defaults to 10.
*> Ends with return code 8 if any file could not be read.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
01 wk-bytes-disp PIC Z(12)9.
01 wk-slot-disp PIC 9.

*> Set when a file could not be processed - the run still does what
*> it can, and ends with return code 8.
01 wk-any-fail PIC X VALUE "N".
    88 wk-any-failed VALUE "Y".

PROCEDURE DIVISION.
    ACCEPT wk-command-line FROM COMMAND-LINE
    UNSTRING wk-command-line DELIMITED BY SPACE
    PERFORM Print-Top-Senders
    PERFORM Print-Flood-Control

    IF wk-any-failed
        MOVE 8 TO RETURN-CODE
    END-IF
    STOP RUN
    .

    IF mh-file-status NOT = "00"
        DISPLAY "message_history.dat unusable, file status "
            mh-file-status
        SET wk-any-failed TO TRUE
        EXIT PARAGRAPH
    END-IF

        *> say so instead of silently counting nothing
        DISPLAY "switchboard_session.dat unusable, file status "
            sb-file-status
        SET wk-any-failed TO TRUE
        EXIT PARAGRAPH
    END-IF

    IF om-file-status NOT = "00"
        DISPLAY "offline_message.dat unusable, file status "
            om-file-status
        SET wk-any-failed TO TRUE
        EXIT PARAGRAPH
    END-IF

