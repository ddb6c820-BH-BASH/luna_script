    SELECT leave_file ASSIGN TO "LEAVEFIL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_leave_status.
    SELECT checkin_control_file ASSIGN TO "CHKCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_checkin_control_status.
    SELECT student_roster_file ASSIGN TO "ROSTER"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_roster_status.
    SELECT oncall_file ASSIGN TO "ONCALL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_oncall_status.
    SELECT page_file ASSIGN TO "PAGEOUT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_page_status.

DATA DIVISION.
FILE SECTION.
FD  leave_file.
COPY leave_record.

FD  checkin_control_file.
COPY checkin_control_record.

FD  student_roster_file.
COPY student_roster_record.

FD  oncall_file.
COPY oncall_schedule_record.

FD  page_file.
COPY page_notify_record.

WORKING-STORAGE SECTION.
01 user_name PIC X(20).
01 ws_mood_input PIC X(1).
01 mood_scale PIC 9(1) VALUE 0.
01 ws_run_date PIC 9(8).
01 ws_system_date PIC 9(8).
01 ws_system_time.
    05 ws_system_hour PIC 9(2).
    05 ws_system_minute PIC 9(2).
    05 FILLER PIC 9(4).
01 ws_cutoff_hour PIC 9(2) VALUE 4.
01 ws_checkin_control_status PIC XX.
01 ws_max_retries PIC 9 VALUE 3.
01 ws_invalid_count PIC 9(2) VALUE 0.
01 ws_status_valid PIC X(1) VALUE "N".
        10 le_start_date PIC 9(8).
        10 le_end_date PIC 9(8).
01 ws_leave_idx PIC 9(4).
01 ws_roster_status PIC XX.
01 ws_roster_eof PIC X(1) VALUE "N".
01 ws_page_room PIC X(4).
01 ws_page_building PIC X(2).
01 ws_oncall_status PIC XX.
01 ws_oncall_eof PIC X(1) VALUE "N".
01 ws_oncall_count PIC 9(2) VALUE 0.
01 oncall_table.
    05 oe_entry OCCURS 20 TIMES.
        10 oe_building_code PIC X(2).
        10 oe_ra_id PIC X(6).
        10 oe_ra_name PIC X(20).
        10 oe_counselor_id PIC X(6).
        10 oe_counselor_name PIC X(20).
01 ws_oncall_idx PIC 9(2).
01 ws_oncall_hit PIC 9(2).
01 ws_page_status PIC XX.
01 ws_page_time PIC 9(8).

PROCEDURE DIVISION.
main_checkin.
    PERFORM get_checkin_night.
    PERFORM load_calendar_table.
    PERFORM load_leave_table.
    PERFORM load_alert_rules.
    PERFORM load_oncall_table.
    PERFORM open_mood_log_file.
    PERFORM open_note_file.
    OPEN EXTEND alert_file.
        PERFORM accept_optional_comment
    END-IF.

    IF ws_log_status = "N" AND ws_alert_severity = "I"
        PERFORM find_student_room
        PERFORM send_oncall_page
    END-IF.

    MOVE ws_run_date TO ml_run_date.
    MOVE ws_run_seq TO ml_run_seq.
    MOVE user_name TO ml_user_name.
    MOVE ws_log_status TO ml_status.
    MOVE mood_scale TO ml_mood_scale.
    PERFORM stamp_checkin_time.
    WRITE mood_log_record
        INVALID KEY REWRITE mood_log_record
    END-WRITE.
    CLOSE history_file.
    STOP RUN.

*> A check-in taken before the cutoff hour belongs to the night
*> that started the previous evening, so the run date steps back
*> one day; the history streak, alert and note all follow it.
get_checkin_night.
    PERFORM load_checkin_control.
    ACCEPT ws_system_date FROM DATE YYYYMMDD.
    ACCEPT ws_system_time FROM TIME.
    MOVE ws_system_date TO ws_run_date.
    IF ws_system_hour < ws_cutoff_hour
        COMPUTE ws_run_date = FUNCTION DATE-OF-INTEGER(
            FUNCTION INTEGER-OF-DATE(ws_system_date) - 1)
    END-IF.

load_checkin_control.
    OPEN INPUT checkin_control_file.
    IF ws_checkin_control_status = "00"
        READ checkin_control_file
            AT END CONTINUE
            NOT AT END
                IF cc_cutoff_hour IS NUMERIC AND cc_cutoff_hour < 24
                    MOVE cc_cutoff_hour TO ws_cutoff_hour
                END-IF
        END-READ
        CLOSE checkin_control_file
    END-IF.

stamp_checkin_time.
    ACCEPT ws_system_date FROM DATE YYYYMMDD.
    ACCEPT ws_system_time FROM TIME.
    MOVE ws_system_date TO ml_checkin_date.
    COMPUTE ml_checkin_time = ws_system_hour * 100 + ws_system_minute.

accept_mood_with_retry.
    MOVE "N" TO ws_status_valid.
    MOVE 0 TO ws_invalid_count.
        MOVE ws_new_n_streak TO al_consecutive_n
        MOVE ws_alert_severity TO al_severity
        MOVE ws_alert_message TO al_message
        MOVE SPACE TO al_reason
        WRITE alert_record
    END-IF.
    MOVE user_name TO hs_user_name.
        DISPLAY "WARNING: leave table full at 200 entries - "
            lv_student_name " not excused"
    END-IF.

*> The duty staff for a page are the ONCALL entries for tonight's
*> run date; only those are kept.
load_oncall_table.
    OPEN INPUT oncall_file.
    IF ws_oncall_status = "00"
        PERFORM UNTIL ws_oncall_eof = "Y"
            READ oncall_file
                AT END MOVE "Y" TO ws_oncall_eof
                NOT AT END
                    IF oc_duty_date = ws_run_date
                        PERFORM load_oncall_entry
                    END-IF
            END-READ
        END-PERFORM
        CLOSE oncall_file
    END-IF.

load_oncall_entry.
    IF ws_oncall_count < 20
        ADD 1 TO ws_oncall_count
        MOVE oc_building_code TO oe_building_code(ws_oncall_count)
        MOVE oc_ra_id TO oe_ra_id(ws_oncall_count)
        MOVE oc_ra_name TO oe_ra_name(ws_oncall_count)
        MOVE oc_counselor_id TO oe_counselor_id(ws_oncall_count)
        MOVE oc_counselor_name TO oe_counselor_name(ws_oncall_count)
    ELSE
        DISPLAY "WARNING: on-call table full at 20 entries - "
            "building " oc_building_code " not loaded"
    END-IF.

*> The student's own building first; failing that, an entry with
*> a blank building, which covers every hall.
find_oncall_staff.
    MOVE 0 TO ws_oncall_hit.
    PERFORM VARYING ws_oncall_idx FROM 1 BY 1
            UNTIL ws_oncall_idx > ws_oncall_count
               OR ws_oncall_hit > 0
        IF oe_building_code(ws_oncall_idx) = ws_page_building
              AND ws_page_building NOT = SPACES
            MOVE ws_oncall_idx TO ws_oncall_hit
        END-IF
    END-PERFORM.
    PERFORM VARYING ws_oncall_idx FROM 1 BY 1
            UNTIL ws_oncall_idx > ws_oncall_count
               OR ws_oncall_hit > 0
        IF oe_building_code(ws_oncall_idx) = SPACES
            MOVE ws_oncall_idx TO ws_oncall_hit
        END-IF
    END-PERFORM.

*> One record per page, and the file is closed straight after,
*> so the gateway can pick the page up while the run goes on.
send_oncall_page.
    PERFORM find_oncall_staff.
    ACCEPT ws_system_date FROM DATE YYYYMMDD.
    ACCEPT ws_page_time FROM TIME.
    MOVE ws_system_date TO pg_page_date.
    MOVE ws_page_time TO pg_page_time.
    MOVE ws_run_date TO pg_run_date.
    MOVE ws_run_seq TO pg_run_seq.
    MOVE user_name TO pg_user_name.
    MOVE ws_page_room TO pg_room_number.
    MOVE ws_page_building TO pg_building_code.
    MOVE ws_alert_severity TO pg_severity.
    MOVE ws_new_n_streak TO pg_consecutive_n.
    MOVE ws_alert_message TO pg_message.
    MOVE ws_comment_input TO pg_comment.
    IF ws_oncall_hit > 0
        MOVE "Y" TO pg_oncall_found
        MOVE oe_ra_id(ws_oncall_hit) TO pg_ra_id
        MOVE oe_ra_name(ws_oncall_hit) TO pg_ra_name
        MOVE oe_counselor_id(ws_oncall_hit) TO pg_counselor_id
        MOVE oe_counselor_name(ws_oncall_hit) TO pg_counselor_name
    ELSE
        MOVE "N" TO pg_oncall_found
        MOVE SPACES TO pg_ra_id
        MOVE SPACES TO pg_ra_name
        MOVE SPACES TO pg_counselor_id
        MOVE SPACES TO pg_counselor_name
        DISPLAY "WARNING: NO ONE ON CALL FOR " user_name
            " - PAGE SENT TO GATEWAY DEFAULT"
    END-IF.
    OPEN EXTEND page_file.
    IF ws_page_status NOT = "00"
        OPEN OUTPUT page_file
    END-IF.
    WRITE page_notify_record.
    CLOSE page_file.

*> The interactive check-in only has the name the student typed,
*> so the room and building for the page come from the roster.
*> A name not on the roster pages with both left blank.
find_student_room.
    MOVE SPACES TO ws_page_room.
    MOVE SPACES TO ws_page_building.
    MOVE "N" TO ws_roster_eof.
    OPEN INPUT student_roster_file.
    IF ws_roster_status NOT = "00"
        MOVE "Y" TO ws_roster_eof
    END-IF.
    PERFORM UNTIL ws_roster_eof = "Y"
        READ student_roster_file
            AT END MOVE "Y" TO ws_roster_eof
            NOT AT END
                IF sr_student_name = user_name
                    MOVE sr_room_number TO ws_page_room
                    MOVE sr_building_code TO ws_page_building
                    MOVE "Y" TO ws_roster_eof
                END-IF
        END-READ
    END-PERFORM.
    IF ws_roster_status = "00" OR ws_roster_status = "10"
        CLOSE student_roster_file
    END-IF.
