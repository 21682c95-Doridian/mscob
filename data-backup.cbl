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

*> One generic variable-length sequential file serves every source -
*> the record length written alongside each record is what lets the
*> restore hand the bytes back to the right fixed layout.
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

    PERFORM Backup-Resume-Sessions
    PERFORM Backup-Login-Lockouts
    PERFORM Backup-Version-Compat
    PERFORM Backup-Legal-Hold
    PERFORM Backup-Abuse-Report
    PERFORM Backup-Source-Lockout
    PERFORM Backup-List-Version

    CLOSE control-file

        DISPLAY "BACKUP INCOMPLETE - at least one file failed; do"
            " not rely on this generation for the failed file(s)"
        MOVE 8 TO RETURN-CODE
    ELSE
        *> the CALLs along the way leave their own status behind
        MOVE 0 TO RETURN-CODE
    END-IF

    STOP RUN
    PERFORM Finish-Backup-File
    .

Backup-Legal-Hold.
    MOVE "legal_hold" TO wk-file-tag
    OPEN INPUT legal-hold-file
    IF lh-file-status = "35"
        DISPLAY FUNCTION TRIM(wk-file-tag) " : not present, skipped"
        EXIT PARAGRAPH
    END-IF
    IF lh-file-status NOT = "00"
        SET wk-any-failed TO TRUE
        DISPLAY FUNCTION TRIM(wk-file-tag)
            " : FAILED - open status " lh-file-status
        EXIT PARAGRAPH
    END-IF

    PERFORM Open-Backup-Output
    MOVE LOW-VALUES TO lh-key
    START legal-hold-file KEY IS >= lh-key
        INVALID KEY
            CONTINUE
    END-START

    PERFORM UNTIL wk-src-at-end OR wk-file-failed
        READ legal-hold-file NEXT RECORD
            AT END
                SET wk-src-at-end TO TRUE
        END-READ
        IF NOT wk-src-at-end
            EVALUATE lh-file-status
                WHEN "00"
                    MOVE FUNCTION LENGTH(legal-hold-record)
                        TO wk-backup-rec-len
                    MOVE legal-hold-record TO backup-record
                    WRITE backup-record
                    ADD 1 TO wk-record-count
                    MOVE 0 TO wk-lock-retries
                WHEN "51"
                WHEN "99"
                    PERFORM Wait-For-Locked-Record
                WHEN OTHER
                    SET wk-file-failed TO TRUE
            END-EVALUATE
        END-IF
    END-PERFORM

    CLOSE legal-hold-file
    PERFORM Finish-Backup-File
    .

Backup-Abuse-Report.
    MOVE "abuse_report" TO wk-file-tag
    OPEN INPUT abuse-report-file
    IF ar-file-status = "35"
        DISPLAY FUNCTION TRIM(wk-file-tag) " : not present, skipped"
        EXIT PARAGRAPH
    END-IF
    IF ar-file-status NOT = "00"
        SET wk-any-failed TO TRUE
        DISPLAY FUNCTION TRIM(wk-file-tag)
            " : FAILED - open status " ar-file-status
        EXIT PARAGRAPH
    END-IF

    PERFORM Open-Backup-Output
    MOVE 0 TO ar-case-id
    START abuse-report-file KEY IS >= ar-case-id
        INVALID KEY
            CONTINUE
    END-START

    PERFORM UNTIL wk-src-at-end OR wk-file-failed
        READ abuse-report-file NEXT RECORD
            AT END
                SET wk-src-at-end TO TRUE
        END-READ
        IF NOT wk-src-at-end
            EVALUATE ar-file-status
                WHEN "00"
                    MOVE FUNCTION LENGTH(abuse-report-record)
                        TO wk-backup-rec-len
                    MOVE abuse-report-record TO backup-record
                    WRITE backup-record
                    ADD 1 TO wk-record-count
                    MOVE 0 TO wk-lock-retries
                WHEN "51"
                WHEN "99"
                    PERFORM Wait-For-Locked-Record
                WHEN OTHER
                    SET wk-file-failed TO TRUE
            END-EVALUATE
        END-IF
    END-PERFORM

    CLOSE abuse-report-file
    PERFORM Finish-Backup-File
    .

Backup-Source-Lockout.
    MOVE "source_lockout" TO wk-file-tag
    OPEN INPUT source-lockout-file
    IF sl-file-status = "35"
        DISPLAY FUNCTION TRIM(wk-file-tag) " : not present, skipped"
        EXIT PARAGRAPH
    END-IF
    IF sl-file-status NOT = "00"
        SET wk-any-failed TO TRUE
        DISPLAY FUNCTION TRIM(wk-file-tag)
            " : FAILED - open status " sl-file-status
        EXIT PARAGRAPH
    END-IF

    PERFORM Open-Backup-Output
    MOVE LOW-VALUES TO sl-source-addr
    START source-lockout-file KEY IS >= sl-source-addr
        INVALID KEY
            CONTINUE
    END-START

    PERFORM UNTIL wk-src-at-end OR wk-file-failed
        READ source-lockout-file NEXT RECORD
            AT END
                SET wk-src-at-end TO TRUE
        END-READ
        IF NOT wk-src-at-end
            EVALUATE sl-file-status
                WHEN "00"
                    MOVE FUNCTION LENGTH(source-lockout-record)
                        TO wk-backup-rec-len
                    MOVE source-lockout-record TO backup-record
                    WRITE backup-record
                    ADD 1 TO wk-record-count
                    MOVE 0 TO wk-lock-retries
                WHEN "51"
                WHEN "99"
                    PERFORM Wait-For-Locked-Record
                WHEN OTHER
                    SET wk-file-failed TO TRUE
            END-EVALUATE
        END-IF
    END-PERFORM

    CLOSE source-lockout-file
    PERFORM Finish-Backup-File
    .

Backup-List-Version.
    MOVE "list_version" TO wk-file-tag
    OPEN INPUT list-version-file
    IF lv-file-status = "35"
        DISPLAY FUNCTION TRIM(wk-file-tag) " : not present, skipped"
        EXIT PARAGRAPH
    END-IF
    IF lv-file-status NOT = "00"
        SET wk-any-failed TO TRUE
        DISPLAY FUNCTION TRIM(wk-file-tag)
            " : FAILED - open status " lv-file-status
        EXIT PARAGRAPH
    END-IF

    PERFORM Open-Backup-Output
    MOVE LOW-VALUES TO lv-user-handle
    START list-version-file KEY IS >= lv-user-handle
        INVALID KEY
            CONTINUE
    END-START

    PERFORM UNTIL wk-src-at-end OR wk-file-failed
        READ list-version-file NEXT RECORD
            AT END
                SET wk-src-at-end TO TRUE
        END-READ
        IF NOT wk-src-at-end
            EVALUATE lv-file-status
                WHEN "00"
                    MOVE FUNCTION LENGTH(list-version-record)
                        TO wk-backup-rec-len
                    MOVE list-version-record TO backup-record
                    WRITE backup-record
                    ADD 1 TO wk-record-count
                    MOVE 0 TO wk-lock-retries
                WHEN "51"
                WHEN "99"
                    PERFORM Wait-For-Locked-Record
                WHEN OTHER
                    SET wk-file-failed TO TRUE
            END-EVALUATE
        END-IF
    END-PERFORM

    CLOSE list-version-file
    PERFORM Finish-Backup-File
    .

*> A server is mid-rewrite on the record under the cursor - give it
*> up to thirty seconds to finish before declaring the file failed.
*> The re-read happens naturally: a locked READ NEXT does not
