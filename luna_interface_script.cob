    SELECT run_param_file ASSIGN TO "RUNPARM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_run_param_status.
    SELECT interface_file ASSIGN USING ws_interface_name
        ORGANIZATION IS SEQUENTIAL.
    SELECT note_file ASSIGN TO "NOTEFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS nt_key
        FILE STATUS IS ws_note_status.
    SELECT step_count_file ASSIGN TO "STEPCNT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_step_count_status.

DATA DIVISION.
FILE SECTION.
FD  note_file.
COPY checkin_note_record.

FD  step_count_file.
COPY step_count_record.

WORKING-STORAGE SECTION.
01 ws_report_date PIC 9(8).
01 ws_system_date PIC 9(8).
01 ws_mood_log_status PIC XX.
01 ws_archive_status PIC XX.
01 ws_run_control_status PIC XX.
01 ws_run_control_eof PIC X(1) VALUE "N".
01 ws_interface_name PIC X(20) VALUE "CNSLXMIT".
01 ws_run_param_status PIC XX.
01 ws_note_status PIC XX.
01 ws_step_count_status PIC XX.
01 ws_note_open PIC X(1) VALUE "N".
01 ws_alert_eof PIC X(1) VALUE "N".
01 ws_alert_overflow PIC X(1) VALUE "N".
01 ws_overflow_count PIC 9(4) VALUE 0.
01 ws_roster_eof PIC X(1) VALUE "N".
01 ws_mood_log_eof PIC X(1) VALUE "N".
01 ws_archive_eof PIC X(1) VALUE "N".
        10 ax_run_date PIC 9(8).
        10 ax_student_id PIC X(6).
        10 ax_room_number PIC X(4).
        10 ax_building PIC X(2).
        10 ax_severity PIC X(1).
        10 ax_reason PIC X(1).
        10 ax_comment PIC X(60).
        10 ax_scale_slot PIC X(1) OCCURS 7 TIMES.
01 ws_idx PIC 9(4).
01 ws_hash_total PIC 9(8) VALUE 0.
01 ws_detail_count PIC 9(6) VALUE 0.
01 ws_count_display PIC ZZZZZ9.
01 ws_building_select PIC X(2) VALUE SPACES.

PROCEDURE DIVISION.
main_interface.
    COMPUTE ws_window_start_date =
        FUNCTION DATE-OF-INTEGER(ws_asof_int - 6).
    PERFORM get_run_seq.
    PERFORM build_interface_name.
    OPEN INPUT note_file.
    IF ws_note_status = "00"
        MOVE "Y" TO ws_note_open
    MOVE ws_detail_count TO ws_count_display.
    DISPLAY "COUNSELING INTERFACE: " ws_count_display
        " DETAIL RECORDS FOR " ws_report_date.
    IF ws_building_select NOT = SPACES
        DISPLAY "COUNSELING INTERFACE: BUILDING "
            ws_building_select " ONLY, WRITTEN TO " ws_interface_name
    END-IF.
    IF ws_alert_overflow = "Y"
        MOVE 8 TO RETURN-CODE
        DISPLAY "COUNSELING INTERFACE: ALERT TABLE OVERFLOW - "
            "TRANSMISSION INCOMPLETE, HOLD " ws_interface_name
    END-IF.
    PERFORM write_step_counts.
    STOP RUN.

get_report_date.
                IF rp_asof_date IS NUMERIC AND rp_asof_date NOT = 0
                    MOVE rp_asof_date TO ws_report_date
                END-IF
                MOVE rp_building_code TO ws_building_select
        END-READ
        CLOSE run_param_file
    END-IF.

*> The header carries the run-id of the batch that ran for the
*> same building selection tonight, from that building's RUNCTL
*> record.
get_run_seq.
    MOVE 1 TO ws_run_seq.
    OPEN INPUT run_control_file.
    IF ws_run_control_status = "00"
        PERFORM UNTIL ws_run_control_eof = "Y"
            READ run_control_file
                AT END MOVE "Y" TO ws_run_control_eof
                NOT AT END
                    IF rc_building_code = ws_building_select
                          AND rc_run_date = ws_report_date
                        MOVE rc_run_seq TO ws_run_seq
                    END-IF
            END-READ
        END-PERFORM
        CLOSE run_control_file
    END-IF.

*> A single-building run writes its own CNSLXMIT.bb so one hall's
*> transmission never overwrites another's before pickup.
build_interface_name.
    MOVE "CNSLXMIT" TO ws_interface_name.
    IF ws_building_select NOT = SPACES
        MOVE SPACES TO ws_interface_name
        STRING "CNSLXMIT." DELIMITED BY SIZE
            ws_building_select DELIMITED BY SPACE
            INTO ws_interface_name
    END-IF.

load_tonight_alerts.
    OPEN INPUT alert_file.
    IF ws_alert_status = "00"
                TO ax_consecutive_n(ws_alert_count)
            MOVE al_run_date TO ax_run_date(ws_alert_count)
            MOVE al_severity TO ax_severity(ws_alert_count)
            MOVE al_reason TO ax_reason(ws_alert_count)
            MOVE SPACES TO ax_student_id(ws_alert_count)
            MOVE SPACES TO ax_room_number(ws_alert_count)
            MOVE SPACES TO ax_building(ws_alert_count)
            PERFORM fetch_checkin_comment
            PERFORM VARYING ws_jdx FROM 1 BY 1 UNTIL ws_jdx > 7
                MOVE SPACE TO ax_scale_slot(ws_alert_count ws_jdx)
            END-PERFORM
        ELSE
            MOVE "Y" TO ws_alert_overflow
            ADD 1 TO ws_overflow_count
            DISPLAY "WARNING: alert detail table full at 100 "
                "entries - transmission incomplete for "
                al_user_name
        IF ax_user_name(ws_idx) = sr_student_name
            MOVE sr_student_id TO ax_student_id(ws_idx)
            MOVE sr_room_number TO ax_room_number(ws_idx)
            MOVE sr_building_code TO ax_building(ws_idx)
        END-IF
    END-PERFORM.

    MOVE "H" TO cx_h_record_type.
    MOVE ws_report_date TO cx_h_run_date.
    MOVE ws_run_seq TO cx_h_run_seq.
    MOVE ws_building_select TO cx_h_building_code.
    WRITE cx_header_record.

*> A single-building transmission skips other halls' alerts, but
*> an alert whose student is no longer on the roster (no building
*> known) is always sent rather than silently dropped.
    MOVE 0 TO ws_hash_total.
    MOVE 0 TO ws_detail_count.
    PERFORM VARYING ws_idx FROM 1 BY 1
            UNTIL ws_idx > ws_alert_count
        IF ws_building_select = SPACES
              OR ax_building(ws_idx) = SPACES
              OR ax_building(ws_idx) = ws_building_select
            PERFORM write_detail_record
        END-IF
    END-PERFORM.

    MOVE SPACES TO cx_trailer_record.
    MOVE ax_room_number(ws_idx) TO cx_d_room_number.
    MOVE ax_severity(ws_idx) TO cx_d_severity.
    MOVE ax_comment(ws_idx) TO cx_d_comment.
    MOVE ax_building(ws_idx) TO cx_d_building_code.
    MOVE ax_reason(ws_idx) TO cx_d_reason.
    PERFORM VARYING ws_jdx FROM 1 BY 1 UNTIL ws_jdx > 7
        MOVE ax_scale_slot(ws_idx ws_jdx)
            TO cx_d_scale_history(ws_jdx:1)
    ADD ax_consecutive_n(ws_idx) TO ws_hash_total.
    ADD 1 TO ws_detail_count.
    WRITE cx_detail_record.

*> Alerts not transmitted are other halls' alerts on a single-
*> building run plus any that overflowed the detail table.
write_step_counts.
    OPEN OUTPUT step_count_file.
    IF ws_step_count_status = "00"
        MOVE "INTRFACE" TO su_program
        MOVE ws_report_date TO su_run_date
        COMPUTE su_read_count = ws_alert_count + ws_overflow_count
        MOVE ws_detail_count TO su_written_count
        COMPUTE su_rejected_count =
            ws_alert_count + ws_overflow_count - ws_detail_count
        MOVE 0 TO su_alert_count
        WRITE step_count_record
        CLOSE step_count_file
    END-IF.
