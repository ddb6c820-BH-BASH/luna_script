    SELECT calendar_file ASSIGN TO "CALENDAR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_calendar_status.
    SELECT alert_file ASSIGN TO "ALERTFIL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_alert_status.
    SELECT noshow_history_file ASSIGN TO "NOSHOWHS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ns_student_name
        FILE STATUS IS ws_noshow_history_status.
    SELECT noshow_control_file ASSIGN TO "NSHWCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_noshow_control_status.
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
FD  calendar_file.
COPY calendar_record.

FD  alert_file.
COPY alert_record.

FD  noshow_history_file.
COPY noshow_history_record.

FD  noshow_control_file.
COPY noshow_control_record.

FD  oncall_file.
COPY oncall_schedule_record.

FD  page_file.
COPY page_notify_record.

FD  step_count_file.
COPY step_count_record.

WORKING-STORAGE SECTION.
01 ws_report_date PIC 9(8).
01 ws_system_date PIC 9(8).
    05 cd_sched_date PIC 9(8) OCCURS 400 TIMES.
01 ws_cal_idx PIC 9(4).
01 ws_date_scheduled PIC X(1) VALUE "Y".
01 ws_alert_status PIC XX.
01 ws_noshow_history_status PIC XX.
01 ws_noshow_control_status PIC XX.
01 ws_consecutive_limit PIC 9(2) VALUE 3.
01 ws_window_nights PIC 9(2) VALUE 14.
01 ws_window_limit PIC 9(2) VALUE 5.
01 ws_noshow_severity PIC X(1) VALUE "U".
01 ws_night_code PIC X(1).
01 ws_track_night PIC X(1).
01 ws_gap_nights PIC 9(5).
01 ws_shift_start PIC 9(2).
01 ws_recent_hold PIC X(30).
01 ws_night_idx PIC 9(2).
01 ws_run_missed PIC 9(2).
01 ws_window_missed PIC 9(2).
01 ws_run_ended PIC X(1).
01 ws_escalate PIC X(1).
01 ws_escalation_count PIC 9(4) VALUE 0.
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
01 ws_roster_read_count PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
main_reconcile.
    PERFORM check_date_scheduled.
    IF ws_date_scheduled = "N"
        PERFORM write_unscheduled_notice
        PERFORM write_step_counts
        STOP RUN
    END-IF.
    PERFORM load_leave_table.
    PERFORM load_noshow_control.
    PERFORM load_oncall_table.
    PERFORM open_alert_file.
    PERFORM open_noshow_history_file.
    OPEN INPUT mood_log_file.
    OPEN INPUT student_roster_file.
    OPEN OUTPUT noshow_file.
    CLOSE mood_log_file.
    CLOSE student_roster_file.
    CLOSE noshow_file.
    CLOSE alert_file.
    CLOSE noshow_history_file.
    PERFORM write_step_counts.
    STOP RUN.

get_report_date.
    END-PERFORM.

check_roster_entry.
    ADD 1 TO ws_roster_read_count.
    MOVE "N" TO ws_found.
    PERFORM VARYING ws_idx FROM 1 BY 1 UNTIL ws_idx > ws_checked_in_count
        IF checked_in_entry(ws_idx) = sr_student_name
            sr_student_name DELIMITED BY SIZE
            " ROOM " DELIMITED BY SIZE
            sr_room_number DELIMITED BY SIZE
            " BLDG " DELIMITED BY SIZE
            sr_building_code DELIMITED BY SIZE
            INTO noshow_line
        WRITE noshow_line
    END-IF.
    PERFORM track_noshow_history.

write_noshow_summary.
    MOVE SPACES TO noshow_line.
        ws_excused_count DELIMITED BY SIZE
        INTO noshow_line
    WRITE noshow_line.
    MOVE SPACES TO noshow_line.
    STRING "ABSENCE ALERTS RAISED: " DELIMITED BY SIZE
        ws_escalation_count DELIMITED BY SIZE
        INTO noshow_line
    WRITE noshow_line.

load_noshow_control.
    OPEN INPUT noshow_control_file.
    IF ws_noshow_control_status = "00"
        READ noshow_control_file
            AT END CONTINUE
            NOT AT END PERFORM apply_noshow_control
        END-READ
        CLOSE noshow_control_file
    END-IF.

apply_noshow_control.
    IF no_consecutive_limit IS NUMERIC AND no_consecutive_limit > 0
          AND no_consecutive_limit <= 30
        MOVE no_consecutive_limit TO ws_consecutive_limit
    END-IF.
    IF no_window_nights IS NUMERIC AND no_window_nights > 0
          AND no_window_nights <= 30
        MOVE no_window_nights TO ws_window_nights
    END-IF.
    IF no_window_limit IS NUMERIC AND no_window_limit > 0
        MOVE no_window_limit TO ws_window_limit
    END-IF.
    IF no_alert_severity = "W" OR no_alert_severity = "U"
          OR no_alert_severity = "I"
        MOVE no_alert_severity TO ws_noshow_severity
    END-IF.

*> Absence alerts go on the end of the same ALERTFIL the check-in
*> programs write, so aging, the RA packets, the counseling
*> transmission and acknowledgment pick them up unchanged; the
*> reconciliation step has to run ahead of those steps for a
*> night's absence alerts to go out with that night. Only a file
*> that does not exist yet is created - anything else holds the
*> run rather than risk overwriting the alerts on file.
open_alert_file.
    OPEN EXTEND alert_file.
    IF ws_alert_status = "35"
        OPEN OUTPUT alert_file
    END-IF.
    IF ws_alert_status NOT = "00"
        DISPLAY "ALERTFIL OPEN FAILED, STATUS " ws_alert_status
            " - FILE LEFT UNTOUCHED, RUN HELD"
        MOVE 8 TO RETURN-CODE
        STOP RUN
    END-IF.

open_noshow_history_file.
    OPEN I-O noshow_history_file.
    IF ws_noshow_history_status = "35"
        OPEN OUTPUT noshow_history_file
        CLOSE noshow_history_file
        OPEN I-O noshow_history_file
    END-IF.
    IF ws_noshow_history_status NOT = "00"
        DISPLAY "NOSHOWHS OPEN FAILED, STATUS "
            ws_noshow_history_status
            " - FILE LEFT UNTOUCHED, RUN HELD"
        MOVE 8 TO RETURN-CODE
        CLOSE alert_file
        STOP RUN
    END-IF.

*> Fold tonight's outcome into the student's run of scheduled
*> nights and escalate a chronic no-show into ALERTFIL. A night
*> older than the last one tracked (a rerun of an earlier date)
*> leaves the history alone.
track_noshow_history.
    EVALUATE TRUE
        WHEN ws_found = "Y"
            MOVE "P" TO ws_night_code
        WHEN ws_excused_found = "Y" OR ws_on_leave = "Y"
            MOVE "E" TO ws_night_code
        WHEN OTHER
            MOVE "M" TO ws_night_code
    END-EVALUATE.
    MOVE "Y" TO ws_track_night.
    MOVE sr_student_name TO ns_student_name.
    READ noshow_history_file
        INVALID KEY
            MOVE SPACES TO ns_recent_nights
            MOVE 0 TO ns_last_alert_date
        NOT INVALID KEY
            IF ns_last_night > ws_report_date
                MOVE "N" TO ws_track_night
            END-IF
            IF ns_last_night < ws_report_date
                PERFORM shift_recent_nights
            END-IF
    END-READ.
    IF ws_track_night = "Y"
        MOVE ws_night_code TO ns_recent_nights(1:1)
        MOVE ws_report_date TO ns_last_night
        PERFORM count_recent_misses
        MOVE "N" TO ws_escalate
        IF ws_night_code = "M"
              AND (ws_run_missed >= ws_consecutive_limit
                OR ws_window_missed >= ws_window_limit)
            MOVE "Y" TO ws_escalate
        END-IF
        IF ws_escalate = "Y"
            IF ns_last_alert_date = ws_report_date
                MOVE "  ABSENCE ALERT ALREADY RAISED FOR THIS NIGHT"
                    TO noshow_line
                WRITE noshow_line
            ELSE
                PERFORM raise_absence_alert
            END-IF
        END-IF
        PERFORM save_noshow_history
    END-IF.

*> Each scheduled night since the last one tracked moves the codes
*> along one place; nights the job did not run for stay unknown.
shift_recent_nights.
    MOVE 0 TO ws_gap_nights.
    IF ws_calendar_loaded = "Y"
        PERFORM VARYING ws_cal_idx FROM 1 BY 1
                UNTIL ws_cal_idx > ws_calendar_count
            IF cd_sched_date(ws_cal_idx) > ns_last_night
                  AND cd_sched_date(ws_cal_idx) < ws_report_date
                ADD 1 TO ws_gap_nights
            END-IF
        END-PERFORM
    ELSE
        COMPUTE ws_gap_nights =
            FUNCTION INTEGER-OF-DATE(ws_report_date)
            - FUNCTION INTEGER-OF-DATE(ns_last_night) - 1
    END-IF.
    MOVE ns_recent_nights TO ws_recent_hold.
    MOVE SPACES TO ns_recent_nights.
    IF ws_gap_nights < 29
        COMPUTE ws_shift_start = ws_gap_nights + 2
        MOVE ws_recent_hold TO ns_recent_nights(ws_shift_start:)
    END-IF.

count_recent_misses.
    MOVE 0 TO ws_run_missed.
    MOVE 0 TO ws_window_missed.
    MOVE "N" TO ws_run_ended.
    PERFORM VARYING ws_night_idx FROM 1 BY 1 UNTIL ws_night_idx > 30
        EVALUATE ns_recent_nights(ws_night_idx:1)
            WHEN "M"
                IF ws_run_ended = "N"
                    ADD 1 TO ws_run_missed
                END-IF
                IF ws_night_idx <= ws_window_nights
                    ADD 1 TO ws_window_missed
                END-IF
            WHEN "E"
                CONTINUE
            WHEN OTHER
                MOVE "Y" TO ws_run_ended
        END-EVALUATE
    END-PERFORM.

raise_absence_alert.
    MOVE SPACES TO alert_record.
    MOVE ws_report_date TO al_run_date.
    MOVE 0 TO al_run_seq.
    MOVE sr_student_name TO al_user_name.
    IF ws_run_missed >= ws_consecutive_limit
        MOVE ws_run_missed TO al_consecutive_n
        STRING "MISSED " ws_run_missed " SCHEDULED NIGHTS RUNNING"
            DELIMITED BY SIZE INTO al_message
    ELSE
        MOVE ws_window_missed TO al_consecutive_n
        STRING "MISSED " ws_window_missed " OF LAST "
            ws_window_nights " SCHEDULED NIGHTS"
            DELIMITED BY SIZE INTO al_message
    END-IF.
    MOVE ws_noshow_severity TO al_severity.
    MOVE "A" TO al_reason.
    WRITE alert_record.
    IF al_severity = "I"
        PERFORM send_oncall_page
    END-IF.
    MOVE ws_report_date TO ns_last_alert_date.
    ADD 1 TO ws_escalation_count.
    MOVE SPACES TO noshow_line.
    STRING "  ABSENCE ALERT " al_severity ": " al_message
        DELIMITED BY SIZE INTO noshow_line.
    WRITE noshow_line.

*> An immediate absence alert is paged the same way the check-in
*> pages one: tonight's ONCALL entries, the student's building
*> first and then the all-halls entry.
load_oncall_table.
    OPEN INPUT oncall_file.
    IF ws_oncall_status = "00"
        PERFORM UNTIL ws_oncall_eof = "Y"
            READ oncall_file
                AT END MOVE "Y" TO ws_oncall_eof
                NOT AT END
                    IF oc_duty_date = ws_report_date
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

*> The page carries the alert's run-id (run seq 0) so the paging
*> report matches it to the absence alert.
send_oncall_page.
    PERFORM find_oncall_staff.
    ACCEPT ws_system_date FROM DATE YYYYMMDD.
    ACCEPT ws_page_time FROM TIME.
    MOVE ws_system_date TO pg_page_date.
    MOVE ws_page_time TO pg_page_time.
    MOVE al_run_date TO pg_run_date.
    MOVE al_run_seq TO pg_run_seq.
    MOVE sr_student_name TO pg_user_name.
    MOVE sr_room_number TO pg_room_number.
    MOVE sr_building_code TO pg_building_code.
    MOVE al_severity TO pg_severity.
    MOVE al_consecutive_n TO pg_consecutive_n.
    MOVE al_message TO pg_message.
    MOVE SPACES TO pg_comment.
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

save_noshow_history.
    WRITE noshow_history_record
        INVALID KEY REWRITE noshow_history_record
    END-WRITE.

*> Excused students are the roster records set aside from the
*> no-show list.
write_step_counts.
    OPEN OUTPUT step_count_file.
    IF ws_step_count_status = "00"
        MOVE "RECONCIL" TO su_program
        MOVE ws_report_date TO su_run_date
        MOVE ws_roster_read_count TO su_read_count
        MOVE ws_noshow_count TO su_written_count
        MOVE ws_excused_count TO su_rejected_count
        MOVE ws_escalation_count TO su_alert_count
        WRITE step_count_record
        CLOSE step_count_file
    END-IF.
