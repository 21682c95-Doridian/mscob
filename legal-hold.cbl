      $set sourceformat(free)
IDENTIFICATION DIVISION.
PROGRAM-ID. LEGAL-HOLD.

*> Admin tool for legal holds, so a records request from counsel can
*> freeze one person's conversations before retention gets to them.
*> Run by hand or from a wrapper script:
*>     cobcrun legal-hold PLACE <handle> <matter> <from-YYYYMMDD> [to-YYYYMMDD]
*>     cobcrun legal-hold RELEASE <handle> <matter>
*>     cobcrun legal-hold LIST
*> While a hold covers a message day, RETENTION-ARCHIVE leaves every
*> message the handle sent or received that day in
*> message_history.dat and keeps the handle's queued offline
*> messages, and HOUSEKEEPING-PURGE keeps the switchboard sessions
*> whose roster names the handle - the roster is the only record of
*> who received a message. Leave the end date off for an open-ended
*> hold. EDISCOVERY-EXPORT produces the handle's messages for the
*> matter. PLACE on an existing handle/matter pair replaces its
*> window.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT legal-hold-file ASSIGN TO "data/legal_hold.dat"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY lh-key
        FILE STATUS lh-file-status.

DATA DIVISION.
FILE SECTION.
FD legal-hold-file.
01 legal-hold-record.
   COPY "legal-hold-record.cpy".

WORKING-STORAGE SECTION.

01 lh-file-status PIC XX.

01 wk-command-line PIC X(512).
01 wk-mode PIC X(12).
01 wk-handle PIC X(60).
01 wk-matter-no PIC X(12).
01 wk-from-date PIC X(8).
01 wk-to-date PIC X(8).
01 wk-hold-exists PIC X VALUE "N".
    88 wk-hold-existed VALUE "Y".

01 wk-hold-count BINARY-LONG UNSIGNED VALUE 0.
01 wk-count-disp PIC Z(8)9.

PROCEDURE DIVISION.
    ACCEPT wk-command-line FROM COMMAND-LINE
    UNSTRING wk-command-line DELIMITED BY SPACE
        INTO wk-mode, wk-handle, wk-matter-no, wk-from-date,
            wk-to-date
    END-UNSTRING

    OPEN I-O legal-hold-file
    IF lh-file-status = "35"
        OPEN OUTPUT legal-hold-file
        CLOSE legal-hold-file
        OPEN I-O legal-hold-file
    END-IF
    IF lh-file-status NOT = "00"
        DISPLAY "legal_hold.dat unusable, file status "
            lh-file-status
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF

    EVALUATE FUNCTION UPPER-CASE(wk-mode)
        WHEN "PLACE"
            IF FUNCTION TRIM(wk-handle) = SPACES OR
                    FUNCTION TRIM(wk-matter-no) = SPACES OR
                    wk-from-date NOT NUMERIC
                PERFORM Show-Usage
                CLOSE legal-hold-file
                STOP RUN
            END-IF
            IF wk-to-date NOT = SPACES AND
                    (wk-to-date NOT NUMERIC OR wk-to-date < wk-from-date)
                DISPLAY "Hold end date must be a YYYYMMDD on or after "
                    wk-from-date
                CLOSE legal-hold-file
                STOP RUN
            END-IF

            MOVE wk-handle TO lh-user-handle
            MOVE wk-matter-no TO lh-matter-no
            READ legal-hold-file
                KEY IS lh-key
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET wk-hold-existed TO TRUE
            END-READ

            MOVE wk-handle TO lh-user-handle
            MOVE wk-matter-no TO lh-matter-no
            MOVE wk-from-date TO lh-hold-start
            MOVE wk-to-date TO lh-hold-end
            MOVE FUNCTION CURRENT-DATE TO lh-placed-ts
            IF wk-hold-existed
                REWRITE legal-hold-record
                DISPLAY "Updated hold on " FUNCTION TRIM(wk-handle)
                    " for matter " FUNCTION TRIM(wk-matter-no)
            ELSE
                WRITE legal-hold-record
                DISPLAY "Placed hold on " FUNCTION TRIM(wk-handle)
                    " for matter " FUNCTION TRIM(wk-matter-no)
            END-IF

        WHEN "RELEASE"
            IF FUNCTION TRIM(wk-handle) = SPACES OR
                    FUNCTION TRIM(wk-matter-no) = SPACES
                PERFORM Show-Usage
                CLOSE legal-hold-file
                STOP RUN
            END-IF

            MOVE wk-handle TO lh-user-handle
            MOVE wk-matter-no TO lh-matter-no
            READ legal-hold-file
                KEY IS lh-key
                INVALID KEY
                    DISPLAY "No hold on " FUNCTION TRIM(wk-handle)
                        " for matter " FUNCTION TRIM(wk-matter-no)
                NOT INVALID KEY
                    DELETE legal-hold-file RECORD
                    DISPLAY "Released hold on " FUNCTION TRIM(wk-handle)
                        " for matter " FUNCTION TRIM(wk-matter-no)
            END-READ

        WHEN "LIST"
            PERFORM List-Holds

        WHEN OTHER
            PERFORM Show-Usage
    END-EVALUATE

    CLOSE legal-hold-file
    STOP RUN
    .

Show-Usage.
    DISPLAY "Usage: legal-hold PLACE <handle> <matter> <from-YYYYMMDD> [to-YYYYMMDD]"
    DISPLAY "       legal-hold RELEASE <handle> <matter>"
    DISPLAY "       legal-hold LIST"
    .

List-Holds.
    DISPLAY "Matter        From      To        Placed          Handle"

    MOVE LOW-VALUES TO lh-key
    START legal-hold-file KEY IS >= lh-key
        INVALID KEY
            CONTINUE
    END-START

    PERFORM UNTIL 1 = 2
        READ legal-hold-file NEXT RECORD
            AT END
                EXIT PERFORM
        END-READ

        ADD 1 TO wk-hold-count
        IF lh-hold-end = SPACES
            DISPLAY lh-matter-no "  " lh-hold-start "  (open)    "
                lh-placed-ts(1:14) "  " FUNCTION TRIM(lh-user-handle)
        ELSE
            DISPLAY lh-matter-no "  " lh-hold-start "  " lh-hold-end
                "  " lh-placed-ts(1:14) "  "
                FUNCTION TRIM(lh-user-handle)
        END-IF
    END-PERFORM

    DISPLAY " "
    MOVE wk-hold-count TO wk-count-disp
    DISPLAY "Holds in force: " wk-count-disp
    .

END PROGRAM LEGAL-HOLD.
