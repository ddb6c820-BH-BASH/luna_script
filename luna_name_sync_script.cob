        ACCESS MODE IS DYNAMIC
        RECORD KEY IS hs_user_name
        FILE STATUS IS ws_history_status.
    SELECT noshow_history_file ASSIGN TO "NOSHOWHS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ns_student_name
        FILE STATUS IS ws_noshow_history_status.
    SELECT alert_file ASSIGN TO "ALERTFIL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_alert_status.
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS nt_key
        FILE STATUS IS ws_note_status.
    SELECT journal_file ASSIGN TO "DSPJRNL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_journal_status.
    SELECT page_file ASSIGN TO "PAGEOUT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_page_status.
    SELECT sync_report_file ASSIGN TO "NAMESYNC"
        ORGANIZATION IS LINE SEQUENTIAL.

COPY mood_log_record.

FD  sync_work_file.
01 sync_work_record PIC X(46).

FD  archive_file.
COPY archive_log_record.
FD  history_file.
COPY history_record.

FD  noshow_history_file.
COPY noshow_history_record.

FD  alert_file.
COPY alert_record.

FD  note_file.
COPY checkin_note_record.

FD  journal_file.
COPY disposition_journal_record.

FD  page_file.
COPY page_notify_record.

FD  sync_report_file.
01 sync_line PIC X(80).

01 ws_mood_log_status PIC XX.
01 ws_archive_status PIC XX.
01 ws_history_status PIC XX.
01 ws_noshow_history_status PIC XX.
01 ws_alert_status PIC XX.
01 ws_disposition_status PIC XX.
01 ws_leave_status PIC XX.
01 ws_note_status PIC XX.
01 ws_note_eof PIC X(1) VALUE "N".
01 ws_journal_status PIC XX.
01 ws_journal_eof PIC X(1) VALUE "N".
01 ws_journal_hit PIC X(1).
01 ws_page_status PIC XX.
01 ws_page_eof PIC X(1) VALUE "N".
01 ws_change_eof PIC X(1) VALUE "N".
01 ws_mood_log_eof PIC X(1) VALUE "N".
01 ws_work_eof PIC X(1) VALUE "N".
01 ws_moodarch_changed PIC 9(6) VALUE 0.
01 ws_history_changed PIC 9(6) VALUE 0.
01 ws_history_collided PIC 9(6) VALUE 0.
01 ws_noshowhs_changed PIC 9(6) VALUE 0.
01 ws_noshowhs_collided PIC 9(6) VALUE 0.
01 ws_alertfil_changed PIC 9(6) VALUE 0.
01 ws_alertdsp_changed PIC 9(6) VALUE 0.
01 ws_alertdsp_collided PIC 9(6) VALUE 0.
01 ws_leavefil_changed PIC 9(6) VALUE 0.
01 ws_notefile_changed PIC 9(6) VALUE 0.
01 ws_notefile_collided PIC 9(6) VALUE 0.
01 ws_dspjrnl_changed PIC 9(6) VALUE 0.
01 ws_pageout_changed PIC 9(6) VALUE 0.
01 ws_note_hold_count PIC 9(4) VALUE 0.
01 note_hold_table.
    05 nh_entry OCCURS 500 TIMES.
    PERFORM sync_mood_log.
    PERFORM sync_archive.
    PERFORM sync_history.
    PERFORM sync_noshow_history.
    PERFORM sync_alert_file.
    PERFORM sync_dispositions.
    PERFORM sync_leave_file.
    PERFORM sync_note_file.
    PERFORM sync_journal_file.
    PERFORM sync_page_file.
    PERFORM write_sync_summary.
    CLOSE sync_report_file.
    DISPLAY "NAME SYNC: COMPLETE, SEE NAMESYNC FOR COUNTS".
        INTO sync_line.
    WRITE sync_line.

*> NOSHOWHS is keyed on the name the same way as HISTORY.
sync_noshow_history.
    OPEN I-O noshow_history_file.
    IF ws_noshow_history_status = "00"
        PERFORM VARYING ws_idx FROM 1 BY 1
                UNTIL ws_idx > ws_change_count
            PERFORM correct_noshow_history_record
        END-PERFORM
        CLOSE noshow_history_file
    END-IF.

correct_noshow_history_record.
    MOVE ch_old_name(ws_idx) TO ns_student_name.
    READ noshow_history_file
        INVALID KEY CONTINUE
        NOT INVALID KEY
            DELETE noshow_history_file
            MOVE ch_new_name(ws_idx) TO ns_student_name
            WRITE noshow_history_record
                INVALID KEY
                    ADD 1 TO ws_noshowhs_collided
                    PERFORM write_noshowhs_collision_line
                NOT INVALID KEY
                    ADD 1 TO ws_noshowhs_changed
            END-WRITE
    END-READ.

write_noshowhs_collision_line.
    MOVE SPACES TO sync_line.
    STRING "NOSHOWHS ALREADY HAS " DELIMITED BY SIZE
        ch_new_name(ws_idx) DELIMITED BY SIZE
        " - OLD RECORD DROPPED" DELIMITED BY SIZE
        INTO sync_line.
    WRITE sync_line.

sync_alert_file.
    OPEN I-O alert_file.
    IF ws_alert_status = "00"
        INTO sync_line.
    WRITE sync_line.

*> DSPJRNL carries the name in both the before and the after
*> image; both are corrected so a case's journal reads under one
*> name from first acknowledgment on. An added-disposition entry
*> has a blank before image, which is left blank.
sync_journal_file.
    OPEN I-O journal_file.
    IF ws_journal_status = "00"
        PERFORM UNTIL ws_journal_eof = "Y"
            READ journal_file
                AT END MOVE "Y" TO ws_journal_eof
                NOT AT END PERFORM correct_journal_record
            END-READ
        END-PERFORM
        CLOSE journal_file
    END-IF.

correct_journal_record.
    MOVE "N" TO ws_journal_hit.
    IF dj_b_user_name NOT = SPACES
        MOVE dj_b_user_name TO ws_lookup_name
        PERFORM apply_correction
        IF ws_found = "Y"
            MOVE "Y" TO ws_journal_hit
            MOVE ws_corrected_name TO dj_b_user_name
        END-IF
    END-IF.
    MOVE dj_a_user_name TO ws_lookup_name.
    PERFORM apply_correction.
    IF ws_found = "Y"
        MOVE "Y" TO ws_journal_hit
        MOVE ws_corrected_name TO dj_a_user_name
    END-IF.
    IF ws_journal_hit = "Y"
        ADD 1 TO ws_dspjrnl_changed
        REWRITE disposition_journal_record
    END-IF.

sync_page_file.
    OPEN I-O page_file.
    IF ws_page_status = "00"
        PERFORM UNTIL ws_page_eof = "Y"
            READ page_file
                AT END MOVE "Y" TO ws_page_eof
                NOT AT END PERFORM correct_page_record
            END-READ
        END-PERFORM
        CLOSE page_file
    END-IF.

correct_page_record.
    MOVE pg_user_name TO ws_lookup_name.
    PERFORM apply_correction.
    IF ws_found = "Y"
        ADD 1 TO ws_pageout_changed
        MOVE ws_corrected_name TO pg_user_name
        REWRITE page_notify_record
    END-IF.

write_sync_heading.
    MOVE SPACES TO sync_line.
    STRING "NAME CORRECTION SYNCHRONIZATION " ws_run_date
        WRITE sync_line
    END-IF.

    MOVE ws_noshowhs_changed TO ws_count_display.
    MOVE SPACES TO sync_line.
    STRING "NOSHOWHS CHANGED......: " ws_count_display
        DELIMITED BY SIZE INTO sync_line.
    WRITE sync_line.

    IF ws_noshowhs_collided > 0
        MOVE ws_noshowhs_collided TO ws_count_display
        MOVE SPACES TO sync_line
        STRING "NOSHOWHS COLLISIONS...: " ws_count_display
            DELIMITED BY SIZE INTO sync_line
        WRITE sync_line
    END-IF.

    MOVE ws_alertfil_changed TO ws_count_display.
    MOVE SPACES TO sync_line.
    STRING "ALERTFIL CHANGED......: " ws_count_display
            DELIMITED BY SIZE INTO sync_line
        WRITE sync_line
    END-IF.

    MOVE ws_dspjrnl_changed TO ws_count_display.
    MOVE SPACES TO sync_line.
    STRING "DSPJRNL CHANGED.......: " ws_count_display
        DELIMITED BY SIZE INTO sync_line.
    WRITE sync_line.

    MOVE ws_pageout_changed TO ws_count_display.
    MOVE SPACES TO sync_line.
    STRING "PAGEOUT CHANGED.......: " ws_count_display
        DELIMITED BY SIZE INTO sync_line.
    WRITE sync_line.
