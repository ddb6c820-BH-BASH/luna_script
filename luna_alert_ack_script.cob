        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ad_key
        FILE STATUS IS ws_disposition_status.
    SELECT journal_file ASSIGN TO "DSPJRNL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_journal_status.

DATA DIVISION.
FILE SECTION.
FD  disposition_file.
COPY alert_disposition_record.

FD  journal_file.
COPY disposition_journal_record.

WORKING-STORAGE SECTION.
01 ws_run_date PIC 9(8).
01 ws_alert_status PIC XX.
01 ws_disposition_status PIC XX.
01 ws_journal_status PIC XX.
01 ws_journal_action PIC X(1).
01 ws_journal_time PIC 9(8).
01 ws_before_image PIC X(83).
01 ws_alert_eof PIC X(1) VALUE "N".
01 ws_alert_count PIC 9(4) VALUE 0.
01 alert_key_table.
    ACCEPT ws_run_date FROM DATE YYYYMMDD.
    PERFORM load_alert_keys.
    PERFORM open_disposition_file.
    PERFORM open_journal_file.
    DISPLAY "ALERT DISPOSITION ENTRY - " ws_run_date.
    DISPLAY "ENTER A BLANK STUDENT NAME TO FINISH.".
    PERFORM enter_disposition.
        PERFORM enter_disposition
    END-PERFORM.
    CLOSE disposition_file.
    CLOSE journal_file.
    MOVE ws_updated_count TO ws_count_display.
    DISPLAY "DISPOSITIONS RECORDED: " ws_count_display.
    STOP RUN.
        END-IF
        MOVE ws_input_name TO ad_user_name
        MOVE ws_input_date TO ad_run_date
        PERFORM read_before_image
        MOVE ws_input_name TO ad_user_name
        MOVE ws_input_date TO ad_run_date
        MOVE ws_input_status TO ad_status
        MOVE ws_input_counselor TO ad_counselor_id
        MOVE ws_input_note TO ad_note
        MOVE ws_run_date TO ad_update_date
        PERFORM save_disposition_record
        IF ws_disposition_status = "00"
            PERFORM write_journal_entry
            ADD 1 TO ws_updated_count
        ELSE
            DISPLAY "ALERTDSP UPDATE FAILED, STATUS "
                ws_disposition_status " - ENTRY NOT RECORDED"
        END-IF
    END-IF.

check_alert_exists.
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
    MOVE "M" TO dj_source.
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
