        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ad_key
        FILE STATUS IS ws_disposition_status.
    SELECT journal_file ASSIGN TO "DSPJRNL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_journal_status.
    SELECT run_control_file ASSIGN TO "RUNCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_run_control_status.
FD  disposition_file.
COPY alert_disposition_record.

FD  journal_file.
COPY disposition_journal_record.

FD  run_control_file.
COPY run_control_record.

01 ws_return_status PIC XX.
01 ws_alert_status PIC XX.
01 ws_disposition_status PIC XX.
01 ws_journal_status PIC XX.
01 ws_journal_action PIC X(1).
01 ws_journal_time PIC 9(8).
01 ws_before_image PIC X(83).
01 ws_run_control_status PIC XX.
01 ws_runctl_found PIC X(1) VALUE "N".
01 ws_runctl_present PIC X(1) VALUE "N".
01 ws_run_control_eof PIC X(1) VALUE "N".
01 ws_runctl_run_date PIC 9(8).
01 ws_runctl_run_seq PIC 9(4).
01 ws_return_eof PIC X(1) VALUE "N".
01 ws_return_present PIC X(1) VALUE "N".
01 ws_alert_eof PIC X(1) VALUE "N".
01 ws_file_balanced PIC X(1) VALUE "N".
01 ws_header_run_date PIC 9(8).
01 ws_header_run_seq PIC 9(4).
01 ws_header_building PIC X(2).
01 ws_trailer_count PIC 9(6).
01 ws_trailer_hash PIC 9(8).
01 ws_alert_count PIC 9(4) VALUE 0.
    PERFORM verify_return_controls.
    IF ws_file_balanced = "Y"
        PERFORM open_disposition_file
        PERFORM open_journal_file
        PERFORM VARYING ws_idx FROM 1 BY 1
                UNTIL ws_idx > ws_detail_count
            PERFORM post_return_detail
        END-PERFORM
        CLOSE disposition_file
        CLOSE journal_file
    END-IF.
    PERFORM write_exception_summary.
    CLOSE exception_report_file.
            MOVE "Y" TO ws_header_seen
            MOVE cr_h_run_date TO ws_header_run_date
            MOVE cr_h_run_seq TO ws_header_run_seq
            MOVE cr_h_building_code TO ws_header_building
        WHEN "D"
            PERFORM buffer_return_detail
        WHEN "T"
        MOVE "N" TO ws_file_balanced
    END-IF.

*> The header echoes the run-id and building of the transmission
*> it confirms; RUNCTL holds the last run-id cut for each building,
*> so a stale or misdirected return file is rejected before
*> anything posts. With no RUNCTL on file the run-id goes
*> unverified and is noted on the listing.
validate_header_run_id.
    MOVE "N" TO ws_runctl_found.
    OPEN INPUT run_control_file.
    IF ws_run_control_status = "00"
        MOVE "Y" TO ws_runctl_present
        PERFORM UNTIL ws_run_control_eof = "Y"
            READ run_control_file
                AT END MOVE "Y" TO ws_run_control_eof
                NOT AT END
                    IF rc_building_code = ws_header_building
                        MOVE "Y" TO ws_runctl_found
                        MOVE rc_run_date TO ws_runctl_run_date
                        MOVE rc_run_seq TO ws_runctl_run_seq
                    END-IF
            END-READ
        END-PERFORM
        CLOSE run_control_file
    END-IF.
    IF ws_runctl_present = "N"
        MOVE "NO RUN CONTROL ON FILE - RUN-ID NOT VERIFIED"
            TO exception_line
        WRITE exception_line
    ELSE IF ws_runctl_found = "N"
        MOVE "N" TO ws_file_balanced
        MOVE SPACES TO exception_line
        STRING "RETURN BUILDING '" DELIMITED BY SIZE
            ws_header_building DELIMITED BY SIZE
            "' HAS NO RUN ON FILE" DELIMITED BY SIZE
            INTO exception_line
        WRITE exception_line
    ELSE
        IF ws_header_run_date NOT = ws_runctl_run_date
              OR ws_header_run_seq NOT = ws_runctl_run_seq
            MOVE "N" TO ws_file_balanced
            MOVE SPACES TO exception_line
            STRING "RETURN RUN-ID " DELIMITED BY SIZE
                "-" DELIMITED BY SIZE
                ws_header_run_seq DELIMITED BY SIZE
                " DOES NOT MATCH LAST RUN " DELIMITED BY SIZE
                ws_runctl_run_date DELIMITED BY SIZE
                "-" DELIMITED BY SIZE
                ws_runctl_run_seq DELIMITED BY SIZE
                INTO exception_line
            WRITE exception_line
        END-IF
    END-IF.

post_return_detail.
    END-PERFORM.

write_disposition_entry.
    MOVE rd_user_name(ws_idx) TO ad_user_name.
    MOVE rd_run_date(ws_idx) TO ad_run_date.
    PERFORM read_before_image.
    MOVE rd_user_name(ws_idx) TO ad_user_name.
    MOVE rd_run_date(ws_idx) TO ad_run_date.
    MOVE rd_intake_status(ws_idx) TO ad_status.
        INTO ad_note.
    MOVE ws_run_date TO ad_update_date.
    PERFORM save_disposition_record.
    IF ws_disposition_status = "00"
        PERFORM write_journal_entry
    END-IF.

save_disposition_record.
    WRITE alert_disposition_record
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

*> Read what ALERTDSP holds for the key in ad_key before it is
*> overwritten, so the journal can carry the before image. The
*> read leaves the record area to be filled in again by the caller.
read_before_image.
    READ disposition_file
        INVALID KEY
            MOVE "A" TO ws_journal_action
            MOVE SPACES TO ws_before_image
        NOT INVALID KEY
            MOVE "C" TO ws_journal_action
            MOVE alert_disposition_record TO ws_before_image
    END-READ.

write_journal_entry.
    MOVE ws_run_date TO dj_journal_date.
    ACCEPT ws_journal_time FROM TIME.
    MOVE ws_journal_time TO dj_journal_time.
    MOVE "C" TO dj_source.
    MOVE ad_counselor_id TO dj_counselor_id.
    MOVE ws_journal_action TO dj_action.
    MOVE ws_before_image TO dj_before_image.
    MOVE alert_disposition_record TO dj_after_image.
    WRITE disposition_journal_record.

open_journal_file.
    OPEN EXTEND journal_file.
    IF ws_journal_status NOT = "00"
        OPEN OUTPUT journal_file
    END-IF.
