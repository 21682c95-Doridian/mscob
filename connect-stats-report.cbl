*> With no argument it reports on today; with a date it re-runs the
*> statistics for that past day's generation (as long as the
*> generation has not been compressed away by housekeeping).
*> Ends with return code 8 if the generation is there but unreadable.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
            " - nothing to report"
        STOP RUN
    END-IF
    IF at-file-status NOT = "00"
        DISPLAY FUNCTION TRIM(wk-audit-file-name)
            " unusable, file status " at-file-status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    PERFORM UNTIL at-eof
        READ audit-trail-file
        WHEN at-command = "USR" AND at-stage = "S" AND at-result = "OK"
            ADD 1 TO hr-usr-s-success(wk-hour-idx)
        WHEN at-command = "USR" AND at-stage = "S" AND
                (at-result = "FAIL" OR at-result = "LOCK" OR
                 at-result = "SPRY")
            ADD 1 TO hr-rejections-900(wk-hour-idx)
    END-EVALUATE
    .
