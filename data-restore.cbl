*>     cobcrun data-restore <generation-id> [file-tag]
*> File tags are the ones the control file lists (user_master,
*> contact_list, message_history, presence_status, offline_message,
*> resume_session, login_lockout, version_compat, legal_hold,
*> abuse_report, source_lockout, list_version).

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
        RECORD KEY vc-msnp-version
        FILE STATUS vc-file-status.

    SELECT legal-hold-file ASSIGN TO "data/legal_hold.dat"
        ORGANIZATION INDEXED
        ACCESS DYNAMIC
        RECORD KEY lh-key
        FILE STATUS lh-file-status.

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

    SELECT backup-file ASSIGN TO wk-backup-file-name
        ORGANIZATION SEQUENTIAL
        FILE STATUS bk-file-status.
01 version-compat-record.
   COPY "version-compat-record.cpy".

FD legal-hold-file.
01 legal-hold-record.
   COPY "legal-hold-record.cpy".

FD abuse-report-file.
01 abuse-report-record.
   COPY "abuse-report-record.cpy".

FD source-lockout-file.
01 source-lockout-record.
   COPY "source-lockout-record.cpy".

FD list-version-file.
01 list-version-record.
   COPY "list-version-record.cpy".

FD backup-file
   RECORD IS VARYING IN SIZE FROM 1 TO 65200 CHARACTERS
       DEPENDING ON wk-backup-rec-len.
01 rs-file-status PIC XX.
01 lo-file-status PIC XX.
01 vc-file-status PIC XX.
01 lh-file-status PIC XX.
01 ar-file-status PIC XX.
01 sl-file-status PIC XX.
01 lv-file-status PIC XX.
01 bk-file-status PIC XX.
01 ct-file-status PIC XX.

            PERFORM Restore-Login-Lockouts
        WHEN "version_compat"
            PERFORM Restore-Version-Compat
        WHEN "legal_hold"
            PERFORM Restore-Legal-Hold
        WHEN "abuse_report"
            PERFORM Restore-Abuse-Report
        WHEN "source_lockout"
            PERFORM Restore-Source-Lockout
        WHEN "list_version"
            PERFORM Restore-List-Version
        WHEN OTHER
            SET wk-any-failed TO TRUE
            DISPLAY "Unknown file tag in control file: "
    PERFORM Finish-Restore-File
    .

Restore-Legal-Hold.
    PERFORM Open-Backup-Input
    IF wk-file-failed
        SET wk-any-failed TO TRUE
        EXIT PARAGRAPH
    END-IF

    OPEN OUTPUT legal-hold-file
    PERFORM UNTIL wk-src-at-end OR wk-file-failed
        READ backup-file
            AT END
                SET wk-src-at-end TO TRUE
            NOT AT END
                IF wk-backup-rec-len >
                        FUNCTION LENGTH(legal-hold-record)
                    SET wk-file-failed TO TRUE
                    DISPLAY FUNCTION TRIM(wk-file-tag)
                        " : FAILED - record longer than this layout"
                ELSE
                    IF wk-backup-rec-len <
                            FUNCTION LENGTH(legal-hold-record)
                        ADD 1 TO wk-padded-count
                    END-IF
                    MOVE SPACES TO legal-hold-record
                    MOVE backup-record(1:wk-backup-rec-len)
                        TO legal-hold-record(1:wk-backup-rec-len)
                    WRITE legal-hold-record
                        INVALID KEY
                            SET wk-file-failed TO TRUE
                            DISPLAY FUNCTION TRIM(wk-file-tag)
                                " : FAILED - duplicate/bad key on load"
                        NOT INVALID KEY
                            ADD 1 TO wk-restored-count
                    END-WRITE
                END-IF
        END-READ
    END-PERFORM
    CLOSE legal-hold-file
    CLOSE backup-file

    PERFORM Finish-Restore-File
    .

Restore-Abuse-Report.
    PERFORM Open-Backup-Input
    IF wk-file-failed
        SET wk-any-failed TO TRUE
        EXIT PARAGRAPH
    END-IF

    OPEN OUTPUT abuse-report-file
    PERFORM UNTIL wk-src-at-end OR wk-file-failed
        READ backup-file
            AT END
                SET wk-src-at-end TO TRUE
            NOT AT END
                IF wk-backup-rec-len >
                        FUNCTION LENGTH(abuse-report-record)
                    SET wk-file-failed TO TRUE
                    DISPLAY FUNCTION TRIM(wk-file-tag)
                        " : FAILED - record longer than this layout"
                ELSE
                    IF wk-backup-rec-len <
                            FUNCTION LENGTH(abuse-report-record)
                        ADD 1 TO wk-padded-count
                    END-IF
                    MOVE SPACES TO abuse-report-record
                    MOVE backup-record(1:wk-backup-rec-len)
                        TO abuse-report-record(1:wk-backup-rec-len)
                    WRITE abuse-report-record
                        INVALID KEY
                            SET wk-file-failed TO TRUE
                            DISPLAY FUNCTION TRIM(wk-file-tag)
                                " : FAILED - duplicate/bad key on load"
                        NOT INVALID KEY
                            ADD 1 TO wk-restored-count
                    END-WRITE
                END-IF
        END-READ
    END-PERFORM
    CLOSE abuse-report-file
    CLOSE backup-file

    PERFORM Finish-Restore-File
    .

Restore-Source-Lockout.
    PERFORM Open-Backup-Input
    IF wk-file-failed
        SET wk-any-failed TO TRUE
        EXIT PARAGRAPH
    END-IF

    OPEN OUTPUT source-lockout-file
    PERFORM UNTIL wk-src-at-end OR wk-file-failed
        READ backup-file
            AT END
                SET wk-src-at-end TO TRUE
            NOT AT END
                IF wk-backup-rec-len >
                        FUNCTION LENGTH(source-lockout-record)
                    SET wk-file-failed TO TRUE
                    DISPLAY FUNCTION TRIM(wk-file-tag)
                        " : FAILED - record longer than this layout"
                ELSE
                    IF wk-backup-rec-len <
                            FUNCTION LENGTH(source-lockout-record)
                        ADD 1 TO wk-padded-count
                    END-IF
                    MOVE SPACES TO source-lockout-record
                    MOVE backup-record(1:wk-backup-rec-len)
                        TO source-lockout-record(1:wk-backup-rec-len)
                    WRITE source-lockout-record
                        INVALID KEY
                            SET wk-file-failed TO TRUE
                            DISPLAY FUNCTION TRIM(wk-file-tag)
                                " : FAILED - duplicate/bad key on load"
                        NOT INVALID KEY
                            ADD 1 TO wk-restored-count
                    END-WRITE
                END-IF
        END-READ
    END-PERFORM
    CLOSE source-lockout-file
    CLOSE backup-file

    PERFORM Finish-Restore-File
    .

Restore-List-Version.
    PERFORM Open-Backup-Input
    IF wk-file-failed
        SET wk-any-failed TO TRUE
        EXIT PARAGRAPH
    END-IF

    OPEN OUTPUT list-version-file
    PERFORM UNTIL wk-src-at-end OR wk-file-failed
        READ backup-file
            AT END
                SET wk-src-at-end TO TRUE
            NOT AT END
                IF wk-backup-rec-len >
                        FUNCTION LENGTH(list-version-record)
                    SET wk-file-failed TO TRUE
                    DISPLAY FUNCTION TRIM(wk-file-tag)
                        " : FAILED - record longer than this layout"
                ELSE
                    IF wk-backup-rec-len <
                            FUNCTION LENGTH(list-version-record)
                        ADD 1 TO wk-padded-count
                    END-IF
                    MOVE SPACES TO list-version-record
                    MOVE backup-record(1:wk-backup-rec-len)
                        TO list-version-record(1:wk-backup-rec-len)
                    WRITE list-version-record
                        INVALID KEY
                            SET wk-file-failed TO TRUE
                            DISPLAY FUNCTION TRIM(wk-file-tag)
                                " : FAILED - duplicate/bad key on load"
                        NOT INVALID KEY
                            ADD 1 TO wk-restored-count
                    END-WRITE
                END-IF
        END-READ
    END-PERFORM
    CLOSE list-version-file
    CLOSE backup-file

    PERFORM Finish-Restore-File
    .

END PROGRAM DATA-RESTORE.
