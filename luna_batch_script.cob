        ACCESS MODE IS DYNAMIC
        RECORD KEY IS nt_key
        FILE STATUS IS ws_note_status.
    SELECT checkin_control_file ASSIGN TO "CHKCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_checkin_control_status.
    SELECT run_param_file ASSIGN TO "RUNPARM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_run_param_status.
    SELECT oncall_file ASSIGN TO "ONCALL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_oncall_status.
    SELECT page_file ASSIGN TO "PAGEOUT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_page_status.
    SELECT step_count_file ASSIGN TO "STEPCNT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_step_count_status.

DATA DIVISION.
FILE SECTION.
FD  note_file.
COPY checkin_note_record.

FD  checkin_control_file.
COPY checkin_control_record.

FD  run_param_file.
COPY run_param_record.

FD  oncall_file.
COPY oncall_schedule_record.

FD  page_file.
COPY page_notify_record.

FD  step_count_file.
COPY step_count_record.

WORKING-STORAGE SECTION.
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
01 ws_run_param_status PIC XX.
01 ws_building_select PIC X(2) VALUE SPACES.
01 ws_roster_eof PIC X(1) VALUE "N".
01 ws_max_retries PIC 9 VALUE 3.
01 ws_invalid_count PIC 9(2) VALUE 0.
01 ws_checkpoint_status PIC XX.
01 ws_run_seq PIC 9(4) VALUE 1.
01 ws_run_control_status PIC XX.
01 ws_run_control_eof PIC X(1) VALUE "N".
01 ws_run_control_count PIC 9(2) VALUE 0.
01 run_control_table.
    05 rk_entry OCCURS 20 TIMES.
        10 rk_run_date PIC 9(8).
        10 rk_run_seq PIC 9(4).
        10 rk_building_code PIC X(2).
01 ws_run_control_idx PIC 9(2).
01 ws_run_control_hit PIC 9(2).
01 ws_history_status PIC XX.
01 ws_mood_log_status PIC XX.
01 ws_leave_status PIC XX.
01 ws_cal_candidate PIC 9(8).
01 ws_cand_on_leave PIC X(1).
01 ws_prior_sched_date PIC 9(8).
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
01 ws_step_count_status PIC XX.
01 ws_log_written_count PIC 9(5) VALUE 0.
01 ws_unanswered_count PIC 9(5) VALUE 0.
01 ws_alert_written_count PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
main_batch.
    PERFORM get_checkin_night.
    PERFORM get_building_select.
    PERFORM generate_run_control.
    PERFORM load_checkpoint.
    PERFORM load_leave_table.
    PERFORM load_calendar_table.
    PERFORM load_alert_rules.
    PERFORM load_oncall_table.
    OPEN INPUT student_roster_file.
    PERFORM open_mood_log_file.
    PERFORM open_note_file.
    PERFORM open_history_file.

    DISPLAY "RUN-ID: " ws_run_date "-" ws_run_seq.
    IF ws_building_select = SPACES
        DISPLAY "BUILDING: ALL"
    ELSE
        DISPLAY "BUILDING: " ws_building_select
    END-IF.

    IF ws_checkpoint_seq > 0
        DISPLAY "RESTART: resuming roster batch after sequence "
    CLOSE note_file.
    CLOSE alert_file.
    CLOSE history_file.
    PERFORM write_step_counts.
    STOP RUN.

*> The whole run belongs to one night: a run started before the
*> cutoff hour is the previous evening's run slipping past
*> midnight, so its run date (and with it the run-id, checkpoint,
*> history streak and alerts) steps back one day. Each record is
*> still stamped with the time the student actually answered.
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

*> The operator runs one hall at a time by naming it on the
*> RUNPARM card; with no card, or a blank code, the run covers
*> every building on the roster.
get_building_select.
    OPEN INPUT run_param_file.
    IF ws_run_param_status = "00"
        READ run_param_file
            AT END CONTINUE
            NOT AT END
                MOVE rp_building_code TO ws_building_select
        END-READ
        CLOSE run_param_file
    END-IF.

*> RUNCTL keeps one record per building run (spaces = the all-
*> building run), so each hall's last run-id stays on file for
*> its transmission and return. The sequence is taken past every
*> run already cut tonight, whatever the building, so no two runs
*> on a night share a run-id.
generate_run_control.
    MOVE 1 TO ws_run_seq.
    MOVE 0 TO ws_run_control_hit.
    OPEN INPUT run_control_file.
    IF ws_run_control_status = "00"
        PERFORM UNTIL ws_run_control_eof = "Y"
            READ run_control_file
                AT END MOVE "Y" TO ws_run_control_eof
                NOT AT END PERFORM load_run_control_entry
            END-READ
        END-PERFORM
        CLOSE run_control_file
    END-IF.
    PERFORM VARYING ws_run_control_idx FROM 1 BY 1
            UNTIL ws_run_control_idx > ws_run_control_count
        IF rk_run_date(ws_run_control_idx) = ws_run_date
              AND rk_run_seq(ws_run_control_idx) >= ws_run_seq
            COMPUTE ws_run_seq = rk_run_seq(ws_run_control_idx) + 1
        END-IF
        IF rk_building_code(ws_run_control_idx) = ws_building_select
            MOVE ws_run_control_idx TO ws_run_control_hit
        END-IF
    END-PERFORM.
    IF ws_run_control_hit = 0
        IF ws_run_control_count < 20
            ADD 1 TO ws_run_control_count
            MOVE ws_run_control_count TO ws_run_control_hit
            MOVE ws_building_select
                TO rk_building_code(ws_run_control_hit)
        ELSE
            DISPLAY "WARNING: run control table full at 20 entries"
                " - run-id for building " ws_building_select
                " not kept"
        END-IF
    END-IF.
    IF ws_run_control_hit > 0
        MOVE ws_run_date TO rk_run_date(ws_run_control_hit)
        MOVE ws_run_seq TO rk_run_seq(ws_run_control_hit)
    END-IF.
    OPEN OUTPUT run_control_file.
    PERFORM VARYING ws_run_control_idx FROM 1 BY 1
            UNTIL ws_run_control_idx > ws_run_control_count
        MOVE rk_run_date(ws_run_control_idx) TO rc_run_date
        MOVE rk_run_seq(ws_run_control_idx) TO rc_run_seq
        MOVE rk_building_code(ws_run_control_idx)
            TO rc_building_code
        WRITE run_control_record
    END-PERFORM.
    CLOSE run_control_file.

load_run_control_entry.
    IF ws_run_control_count < 20
        ADD 1 TO ws_run_control_count
        MOVE rc_run_date TO rk_run_date(ws_run_control_count)
        MOVE rc_run_seq TO rk_run_seq(ws_run_control_count)
        MOVE rc_building_code
            TO rk_building_code(ws_run_control_count)
    ELSE
        DISPLAY "WARNING: run control table full at 20 entries"
            " - building " rc_building_code " dropped"
    END-IF.

load_checkpoint.
    MOVE 0 TO ws_checkpoint_seq.
    OPEN INPUT checkpoint_file.
            AT END CONTINUE
            NOT AT END
                IF cp_run_date = ws_run_date
                      AND cp_building_code = ws_building_select
                    MOVE cp_last_seq_num TO ws_checkpoint_seq
                END-IF
        END-READ
        END-IF
    END-PERFORM.

*> The roster sequence counts every record, selected or not, so a
*> restart marker points at the same roster position whichever
*> building the run is working.
handle_roster_record.
    ADD 1 TO ws_roster_seq.
    IF ws_roster_seq > ws_checkpoint_seq
          AND (ws_building_select = SPACES
            OR sr_building_code = ws_building_select)
        PERFORM process_student
        PERFORM save_checkpoint
    END-IF.
    MOVE ws_run_date TO cp_run_date.
    MOVE ws_roster_seq TO cp_last_seq_num.
    MOVE sr_student_name TO cp_last_user_name.
    MOVE ws_building_select TO cp_building_code.
    OPEN OUTPUT checkpoint_file.
    WRITE checkpoint_record.
    CLOSE checkpoint_file.
    MOVE sr_student_name TO ml_user_name.
    MOVE ws_log_status TO ml_status.
    MOVE mood_scale TO ml_mood_scale.
    PERFORM stamp_checkin_time.
    WRITE mood_log_record
        INVALID KEY REWRITE mood_log_record
    END-WRITE.
    ADD 1 TO ws_log_written_count.

interview_student.
    DISPLAY "ルナ様ァアア！！！".
    ELSE
        MOVE "?" TO ws_log_status
        MOVE 0 TO mood_scale
        ADD 1 TO ws_unanswered_count
        DISPLAY "ルナ様「すまない、", sr_student_name, "、私にはそれがわからないみたいだ」"
    END-IF.

        PERFORM accept_optional_comment
    END-IF.

    IF ws_log_status = "N" AND ws_alert_severity = "I"
        PERFORM send_oncall_page
    END-IF.

    MOVE ws_run_date TO ml_run_date.
    MOVE ws_run_seq TO ml_run_seq.
    MOVE sr_student_name TO ml_user_name.
    MOVE ws_log_status TO ml_status.
    MOVE mood_scale TO ml_mood_scale.
    PERFORM stamp_checkin_time.
    WRITE mood_log_record
        INVALID KEY REWRITE mood_log_record
    END-WRITE.
    ADD 1 TO ws_log_written_count.

accept_mood_with_retry.
    MOVE "N" TO ws_status_valid.
        MOVE ws_new_n_streak TO al_consecutive_n
        MOVE ws_alert_severity TO al_severity
        MOVE ws_alert_message TO al_message
        MOVE SPACE TO al_reason
        WRITE alert_record
        ADD 1 TO ws_alert_written_count
    END-IF.
    MOVE sr_student_name TO hs_user_name.
    MOVE ws_run_date TO hs_last_run_date.
            MOVE "Y" TO ws_cand_on_leave
        END-IF
    END-PERFORM.

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
        IF oe_building_code(ws_oncall_idx) = sr_building_code
              AND sr_building_code NOT = SPACES
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
    MOVE sr_student_name TO pg_user_name.
    MOVE sr_room_number TO pg_room_number.
    MOVE sr_building_code TO pg_building_code.
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
        DISPLAY "WARNING: NO ONE ON CALL FOR " sr_student_name
            " - PAGE SENT TO GATEWAY DEFAULT"
    END-IF.
    OPEN EXTEND page_file.
    IF ws_page_status NOT = "00"
        OPEN OUTPUT page_file
    END-IF.
    WRITE page_notify_record.
    CLOSE page_file.

*> The roster sequence is the records read this run, restart
*> skips included; the chain controller books the counts.
write_step_counts.
    OPEN OUTPUT step_count_file.
    IF ws_step_count_status = "00"
        MOVE "BATCH" TO su_program
        MOVE ws_run_date TO su_run_date
        MOVE ws_roster_seq TO su_read_count
        MOVE ws_log_written_count TO su_written_count
        MOVE ws_unanswered_count TO su_rejected_count
        MOVE ws_alert_written_count TO su_alert_count
        WRITE step_count_record
        CLOSE step_count_file
    END-IF.
