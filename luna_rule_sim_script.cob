IDENTIFICATION DIVISION.
PROGRAM-ID. luna_rule_sim_script.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT mood_log_file ASSIGN TO "MOODLOG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ml_key
        FILE STATUS IS ws_mood_log_status.
    SELECT archive_file ASSIGN TO "MOODARCH"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_archive_status.
    SELECT alert_file ASSIGN TO "ALERTFIL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_alert_status.
    SELECT candidate_rule_file ASSIGN TO "RULECAND"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_rule_status.
    SELECT sim_param_file ASSIGN TO "SIMPARM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_sim_param_status.
    SELECT leave_file ASSIGN TO "LEAVEFIL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_leave_status.
    SELECT calendar_file ASSIGN TO "CALENDAR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_calendar_status.
    SELECT sim_report_file ASSIGN TO "SIMRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT sort_file ASSIGN TO "SORTWORK".

DATA DIVISION.
FILE SECTION.
FD  mood_log_file.
COPY mood_log_record.

FD  archive_file.
COPY archive_log_record.

FD  alert_file.
COPY alert_record.

FD  candidate_rule_file.
COPY alert_rule_record.

FD  sim_param_file.
COPY sim_param_record.

FD  leave_file.
COPY leave_record.

FD  calendar_file.
COPY calendar_record.

FD  sim_report_file.
01 sim_line PIC X(80).

SD  sort_file.
01 sort_log_record.
    05 sl_run_date PIC 9(8).
    05 sl_run_seq PIC 9(4).
    05 sl_user_name PIC X(20).
    05 sl_status PIC X(1).
    05 sl_mood_scale PIC 9(1).

WORKING-STORAGE SECTION.
01 ws_system_date PIC 9(8).
01 ws_start_date PIC 9(8).
01 ws_end_date PIC 9(8).
01 ws_start_int PIC 9(7).
01 ws_end_int PIC 9(7).
01 ws_night_int PIC 9(7).
01 ws_night_span PIC S9(7).
01 ws_mood_log_status PIC XX.
01 ws_archive_status PIC XX.
01 ws_alert_status PIC XX.
01 ws_rule_status PIC XX.
01 ws_sim_param_status PIC XX.
01 ws_leave_status PIC XX.
01 ws_calendar_status PIC XX.
01 ws_mood_log_eof PIC X(1) VALUE "N".
01 ws_archive_eof PIC X(1) VALUE "N".
01 ws_alert_eof PIC X(1) VALUE "N".
01 ws_rule_eof PIC X(1) VALUE "N".
01 ws_leave_eof PIC X(1) VALUE "N".
01 ws_calendar_eof PIC X(1) VALUE "N".
01 ws_sort_eof PIC X(1) VALUE "N".
01 ws_rule_count PIC 9(2) VALUE 0.
01 alert_rule_table.
    05 rx_entry OCCURS 20 TIMES.
        10 rx_rule_type PIC X(1).
        10 rx_severity PIC X(1).
        10 rx_threshold PIC 9(2).
        10 rx_message PIC X(40).
01 ws_rule_idx PIC 9(2).
01 ws_rule_hit PIC X(1).
01 ws_alert_severity PIC X(1).
01 ws_alert_message PIC X(40).
01 ws_alert_rank PIC 9(1).
01 ws_this_rank PIC 9(1).
01 ws_rank_severity PIC X(1).
01 ws_leave_count PIC 9(4) VALUE 0.
01 leave_table.
    05 le_entry OCCURS 200 TIMES.
        10 le_student_name PIC X(20).
        10 le_start_date PIC 9(8).
        10 le_end_date PIC 9(8).
01 ws_leave_idx PIC 9(4).
01 ws_calendar_loaded PIC X(1) VALUE "N".
01 ws_calendar_count PIC 9(4) VALUE 0.
01 calendar_table.
    05 cd_sched_date PIC 9(8) OCCURS 400 TIMES.
01 ws_cal_idx PIC 9(4).
01 ws_cal_candidate PIC 9(8).
01 ws_cand_on_leave PIC X(1).
01 ws_prior_sched_date PIC 9(8).
*> Replay state for the student being replayed - the same fields
*> the check-in programs take from that student's HISTORY record.
01 ws_current_name PIC X(20).
01 ws_run_date PIC 9(8).
01 mood_scale PIC 9(1).
01 ws_hist_found PIC X(1).
01 ws_prior_hist_date PIC 9(8).
01 ws_prior_n_streak PIC 9(2).
01 ws_prior_scale PIC 9(1).
01 ws_new_n_streak PIC 9(2).
01 ws_streak_linked PIC X(1).
01 ws_same_night PIC X(1).
*> One entry per night of the range; severity slots are W, U, I.
01 ws_night_count PIC 9(3) VALUE 0.
01 night_table.
    05 nt_entry OCCURS 366 TIMES.
        10 nt_date PIC 9(8).
        10 nt_actual PIC 9(4) OCCURS 3 TIMES.
        10 nt_candidate PIC 9(4) OCCURS 3 TIMES.
01 ws_night_idx PIC 9(3).
01 ws_sev_idx PIC 9(1).
01 ws_student_count PIC 9(4) VALUE 0.
01 student_table.
    05 st_entry OCCURS 500 TIMES.
        10 st_name PIC X(20).
        10 st_actual_count PIC 9(4).
        10 st_candidate_count PIC 9(4).
01 ws_student_name PIC X(20).
01 ws_student_idx PIC 9(4).
01 ws_idx PIC 9(4).
01 ws_found PIC X(1).
01 ws_released_count PIC 9(6) VALUE 0.
01 ws_actual_total PIC 9(5) VALUE 0.
01 ws_candidate_total PIC 9(5) VALUE 0.
01 ws_newly_count PIC 9(4) VALUE 0.
01 ws_stopped_count PIC 9(4) VALUE 0.
01 ws_both_count PIC 9(4) VALUE 0.
01 ws_line_total PIC 9(5).
01 ws_column_total.
    05 ws_actual_column PIC 9(5) OCCURS 3 TIMES.
    05 ws_candidate_column PIC 9(5) OCCURS 3 TIMES.
01 ws_cell_display PIC ZZZZ9.
01 ws_count_display PIC ZZZZZ9.

PROCEDURE DIVISION.
main_rule_sim.
    OPEN OUTPUT sim_report_file.
    PERFORM get_sim_range.
    IF ws_night_span < 0 OR ws_night_span > 365
        PERFORM abort_bad_range
        STOP RUN
    END-IF.
    PERFORM load_candidate_rules.
    IF ws_rule_count = 0
        PERFORM abort_no_rules
        STOP RUN
    END-IF.
    PERFORM build_night_table.
    PERFORM load_calendar_table.
    PERFORM load_leave_table.
    PERFORM load_actual_alerts.
    SORT sort_file
        ASCENDING KEY sl_user_name sl_run_date sl_run_seq
        INPUT PROCEDURE IS release_mood_records
        OUTPUT PROCEDURE IS replay_sorted_records.
    PERFORM write_sim_report.
    CLOSE sim_report_file.
    DISPLAY "RULE SIMULATION COMPLETE, SEE SIMRPT".
    STOP RUN.

get_sim_range.
    ACCEPT ws_system_date FROM DATE YYYYMMDD.
    MOVE ws_system_date TO ws_end_date.
    MOVE 0 TO ws_start_date.
    OPEN INPUT sim_param_file.
    IF ws_sim_param_status = "00"
        READ sim_param_file
            AT END CONTINUE
            NOT AT END
                IF sm_end_date IS NUMERIC AND sm_end_date NOT = 0
                    MOVE sm_end_date TO ws_end_date
                END-IF
                IF sm_start_date IS NUMERIC
                    MOVE sm_start_date TO ws_start_date
                END-IF
        END-READ
        CLOSE sim_param_file
    END-IF.
    COMPUTE ws_end_int = FUNCTION INTEGER-OF-DATE(ws_end_date).
    IF ws_start_date = 0
        COMPUTE ws_start_int = ws_end_int - 29
        COMPUTE ws_start_date =
            FUNCTION DATE-OF-INTEGER(ws_start_int)
    ELSE
        COMPUTE ws_start_int =
            FUNCTION INTEGER-OF-DATE(ws_start_date)
    END-IF.
    COMPUTE ws_night_span = ws_end_int - ws_start_int.

abort_bad_range.
    MOVE 8 TO RETURN-CODE.
    MOVE SPACES TO sim_line.
    STRING "SIMPARM RANGE " ws_start_date " TO " ws_end_date
        " INVALID - MAXIMUM 366 NIGHTS, START NOT AFTER END"
        DELIMITED BY SIZE INTO sim_line.
    WRITE sim_line.
    CLOSE sim_report_file.
    DISPLAY "RULE SIMULATION ABORTED: bad SIMPARM date range".

abort_no_rules.
    MOVE 8 TO RETURN-CODE.
    MOVE "NO USABLE RULES IN RULECAND - NOTHING TO SIMULATE"
        TO sim_line.
    WRITE sim_line.
    CLOSE sim_report_file.
    DISPLAY "RULE SIMULATION ABORTED: no candidate rules".

*> Same acceptance rules as the check-in programs apply to
*> ALRTRULE, so the candidate set behaves as it would in service.
load_candidate_rules.
    OPEN INPUT candidate_rule_file.
    IF ws_rule_status = "00"
        PERFORM UNTIL ws_rule_eof = "Y"
            READ candidate_rule_file
                AT END MOVE "Y" TO ws_rule_eof
                NOT AT END PERFORM load_alert_rule_entry
            END-READ
        END-PERFORM
        CLOSE candidate_rule_file
    END-IF.

load_alert_rule_entry.
    IF ru_rule_type NOT = "S" AND ru_rule_type NOT = "O"
        DISPLAY "WARNING: alert rule type '" ru_rule_type
            "' not recognized - rule skipped"
    ELSE
        IF ws_rule_count < 20
            ADD 1 TO ws_rule_count
            MOVE ru_rule_type TO rx_rule_type(ws_rule_count)
            MOVE ru_severity TO rx_severity(ws_rule_count)
            MOVE ru_threshold TO rx_threshold(ws_rule_count)
            MOVE ru_message TO rx_message(ws_rule_count)
        ELSE
            DISPLAY "WARNING: alert rule table full at 20 entries"
        END-IF
    END-IF.

build_night_table.
    COMPUTE ws_night_count = ws_night_span + 1.
    PERFORM VARYING ws_night_idx FROM 1 BY 1
            UNTIL ws_night_idx > ws_night_count
        COMPUTE ws_night_int = ws_start_int + ws_night_idx - 1
        COMPUTE nt_date(ws_night_idx) =
            FUNCTION DATE-OF-INTEGER(ws_night_int)
        PERFORM VARYING ws_sev_idx FROM 1 BY 1 UNTIL ws_sev_idx > 3
            MOVE 0 TO nt_actual(ws_night_idx ws_sev_idx)
            MOVE 0 TO nt_candidate(ws_night_idx ws_sev_idx)
        END-PERFORM
    END-PERFORM.

load_calendar_table.
    OPEN INPUT calendar_file.
    IF ws_calendar_status = "00"
        MOVE "Y" TO ws_calendar_loaded
        PERFORM UNTIL ws_calendar_eof = "Y"
            READ calendar_file
                AT END MOVE "Y" TO ws_calendar_eof
                NOT AT END PERFORM load_calendar_entry
            END-READ
        END-PERFORM
        CLOSE calendar_file
    END-IF.

load_calendar_entry.
    IF ws_calendar_count < 400
        ADD 1 TO ws_calendar_count
        MOVE ca_sched_date TO cd_sched_date(ws_calendar_count)
    ELSE
        DISPLAY "WARNING: calendar table full at 400 entries - "
            "streaks may chain across unscheduled nights"
    END-IF.

load_leave_table.
    OPEN INPUT leave_file.
    IF ws_leave_status = "00"
        PERFORM UNTIL ws_leave_eof = "Y"
            READ leave_file
                AT END MOVE "Y" TO ws_leave_eof
                NOT AT END PERFORM load_leave_entry
            END-READ
        END-PERFORM
        CLOSE leave_file
    END-IF.

load_leave_entry.
    IF ws_leave_count < 200
        ADD 1 TO ws_leave_count
        MOVE lv_student_name TO le_student_name(ws_leave_count)
        MOVE lv_start_date TO le_start_date(ws_leave_count)
        MOVE lv_end_date TO le_end_date(ws_leave_count)
    ELSE
        DISPLAY "WARNING: leave table full at 200 entries - "
            lv_student_name " streaks may not bridge leave"
    END-IF.

*> What the live ALRTRULE actually raised is whatever ALERTFIL
*> holds for the range; the file is only ever read here. Absence
*> alerts from the reconciliation job are not rule-driven and are
*> left out of the comparison.
load_actual_alerts.
    OPEN INPUT alert_file.
    IF ws_alert_status = "00"
        PERFORM UNTIL ws_alert_eof = "Y"
            READ alert_file
                AT END MOVE "Y" TO ws_alert_eof
                NOT AT END PERFORM tally_actual_alert
            END-READ
        END-PERFORM
        CLOSE alert_file
    END-IF.

tally_actual_alert.
    IF al_run_date >= ws_start_date AND al_run_date <= ws_end_date
          AND al_reason NOT = "A"
        MOVE al_severity TO ws_rank_severity
        PERFORM rank_severity
        MOVE ws_this_rank TO ws_sev_idx
        COMPUTE ws_night_int = FUNCTION INTEGER-OF-DATE(al_run_date)
        COMPUTE ws_night_idx = ws_night_int - ws_start_int + 1
        ADD 1 TO nt_actual(ws_night_idx ws_sev_idx)
        ADD 1 TO ws_actual_total
        MOVE al_user_name TO ws_student_name
        PERFORM find_student_entry
        IF ws_student_idx > 0
            ADD 1 TO st_actual_count(ws_student_idx)
        END-IF
    END-IF.

find_student_entry.
    MOVE "N" TO ws_found.
    MOVE 0 TO ws_student_idx.
    PERFORM VARYING ws_idx FROM 1 BY 1
            UNTIL ws_idx > ws_student_count OR ws_found = "Y"
        IF st_name(ws_idx) = ws_student_name
            MOVE "Y" TO ws_found
            MOVE ws_idx TO ws_student_idx
        END-IF
    END-PERFORM.
    IF ws_found = "N"
        IF ws_student_count < 500
            ADD 1 TO ws_student_count
            MOVE ws_student_count TO ws_student_idx
            MOVE ws_student_name TO st_name(ws_student_idx)
            MOVE 0 TO st_actual_count(ws_student_idx)
            MOVE 0 TO st_candidate_count(ws_student_idx)
        ELSE
            DISPLAY "WARNING: student table full at 500 entries - "
                ws_student_name " left off the student lists"
        END-IF
    END-IF.

*> Every check-in up to the end of the range is replayed, so the
*> streak going into the first night matches what the check-in
*> programs had in HISTORY that night.
release_mood_records.
    OPEN INPUT archive_file.
    IF ws_archive_status = "00"
        PERFORM UNTIL ws_archive_eof = "Y"
            READ archive_file
                AT END MOVE "Y" TO ws_archive_eof
                NOT AT END
                    IF ar_run_date <= ws_end_date
                        MOVE archive_log_record TO sort_log_record
                        RELEASE sort_log_record
                        ADD 1 TO ws_released_count
                    END-IF
            END-READ
        END-PERFORM
        CLOSE archive_file
    END-IF.
    OPEN INPUT mood_log_file.
    IF ws_mood_log_status = "00"
        PERFORM UNTIL ws_mood_log_eof = "Y"
            READ mood_log_file NEXT RECORD
                AT END MOVE "Y" TO ws_mood_log_eof
                NOT AT END
                    IF ml_run_date > ws_end_date
                        MOVE "Y" TO ws_mood_log_eof
                    ELSE
                        MOVE mood_log_record TO sort_log_record
                        RELEASE sort_log_record
                        ADD 1 TO ws_released_count
                    END-IF
            END-READ
        END-PERFORM
        CLOSE mood_log_file
    END-IF.

replay_sorted_records.
    MOVE SPACES TO ws_current_name.
    PERFORM UNTIL ws_sort_eof = "Y"
        RETURN sort_file
            AT END MOVE "Y" TO ws_sort_eof
            NOT AT END PERFORM replay_one_record
        END-RETURN
    END-PERFORM.

*> Y and M answers reset the streak, N answers go through the
*> streak check and the rules; an excused night or an answer
*> that never validated leaves HISTORY alone, as in the check-in.
replay_one_record.
    IF sl_user_name NOT = ws_current_name
        MOVE sl_user_name TO ws_current_name
        MOVE "N" TO ws_hist_found
        MOVE 0 TO ws_prior_hist_date
        MOVE 0 TO ws_prior_n_streak
        MOVE 0 TO ws_prior_scale
    END-IF.
    MOVE sl_run_date TO ws_run_date.
    MOVE sl_mood_scale TO mood_scale.
    EVALUATE sl_status
        WHEN "Y"
        WHEN "M"
            PERFORM reset_prior_n_streak
        WHEN "N"
            PERFORM check_prior_n_streak
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

reset_prior_n_streak.
    MOVE "Y" TO ws_hist_found.
    MOVE ws_run_date TO ws_prior_hist_date.
    MOVE 0 TO ws_prior_n_streak.
    MOVE mood_scale TO ws_prior_scale.

check_prior_n_streak.
    PERFORM check_streak_continuity.
    IF ws_same_night = "Y"
        IF ws_prior_n_streak > 0
            MOVE ws_prior_n_streak TO ws_new_n_streak
        ELSE
            MOVE 1 TO ws_new_n_streak
        END-IF
    ELSE
        IF ws_streak_linked = "N"
            MOVE 0 TO ws_prior_n_streak
        END-IF
        ADD 1 TO ws_prior_n_streak GIVING ws_new_n_streak
    END-IF.
    PERFORM select_alert_severity.
    IF ws_alert_severity NOT = SPACES
          AND ws_run_date >= ws_start_date
        PERFORM tally_candidate_alert
    END-IF.
    MOVE "Y" TO ws_hist_found.
    MOVE ws_run_date TO ws_prior_hist_date.
    MOVE ws_new_n_streak TO ws_prior_n_streak.
    MOVE mood_scale TO ws_prior_scale.

tally_candidate_alert.
    MOVE ws_alert_severity TO ws_rank_severity.
    PERFORM rank_severity.
    MOVE ws_this_rank TO ws_sev_idx.
    COMPUTE ws_night_int = FUNCTION INTEGER-OF-DATE(ws_run_date).
    COMPUTE ws_night_idx = ws_night_int - ws_start_int + 1.
    ADD 1 TO nt_candidate(ws_night_idx ws_sev_idx).
    ADD 1 TO ws_candidate_total.
    MOVE ws_current_name TO ws_student_name.
    PERFORM find_student_entry.
    IF ws_student_idx > 0
        ADD 1 TO st_candidate_count(ws_student_idx)
    END-IF.

*> The streak (and the two-night scale-one rule) only chains when
*> the prior history record sits on the calendar night immediately
*> before tonight that the student was not excused for - the same
*> test the check-in programs make.
check_streak_continuity.
    MOVE "N" TO ws_streak_linked.
    MOVE "N" TO ws_same_night.
    IF ws_hist_found = "Y"
        IF ws_prior_hist_date = ws_run_date
            MOVE "Y" TO ws_same_night
        ELSE
            IF ws_calendar_loaded = "Y"
                PERFORM find_prior_sched_night
                IF ws_prior_sched_date NOT = 0
                      AND ws_prior_hist_date = ws_prior_sched_date
                    MOVE "Y" TO ws_streak_linked
                END-IF
            ELSE
                MOVE "Y" TO ws_streak_linked
            END-IF
        END-IF
    END-IF.

find_prior_sched_night.
    MOVE 0 TO ws_prior_sched_date.
    PERFORM VARYING ws_cal_idx FROM 1 BY 1
            UNTIL ws_cal_idx > ws_calendar_count
        IF cd_sched_date(ws_cal_idx) < ws_run_date
              AND cd_sched_date(ws_cal_idx) > ws_prior_sched_date
            MOVE cd_sched_date(ws_cal_idx) TO ws_cal_candidate
            PERFORM check_candidate_on_leave
            IF ws_cand_on_leave = "N"
                MOVE ws_cal_candidate TO ws_prior_sched_date
            END-IF
        END-IF
    END-PERFORM.

check_candidate_on_leave.
    MOVE "N" TO ws_cand_on_leave.
    PERFORM VARYING ws_leave_idx FROM 1 BY 1
            UNTIL ws_leave_idx > ws_leave_count
               OR ws_cand_on_leave = "Y"
        IF le_student_name(ws_leave_idx) = ws_current_name
              AND ws_cal_candidate >= le_start_date(ws_leave_idx)
              AND ws_cal_candidate <= le_end_date(ws_leave_idx)
            MOVE "Y" TO ws_cand_on_leave
        END-IF
    END-PERFORM.

select_alert_severity.
    MOVE SPACES TO ws_alert_severity.
    MOVE SPACES TO ws_alert_message.
    MOVE 0 TO ws_alert_rank.
    PERFORM VARYING ws_rule_idx FROM 1 BY 1
            UNTIL ws_rule_idx > ws_rule_count
        PERFORM evaluate_one_rule
    END-PERFORM.

evaluate_one_rule.
    MOVE "N" TO ws_rule_hit.
    EVALUATE rx_rule_type(ws_rule_idx)
        WHEN "S"
            IF ws_new_n_streak >= rx_threshold(ws_rule_idx)
                MOVE "Y" TO ws_rule_hit
            END-IF
        WHEN "O"
            IF mood_scale = 1 AND ws_prior_scale = 1
                  AND ws_streak_linked = "Y"
                MOVE "Y" TO ws_rule_hit
            END-IF
    END-EVALUATE.
    IF ws_rule_hit = "Y"
        MOVE rx_severity(ws_rule_idx) TO ws_rank_severity
        PERFORM rank_severity
        IF ws_this_rank > ws_alert_rank
            MOVE ws_this_rank TO ws_alert_rank
            MOVE rx_severity(ws_rule_idx) TO ws_alert_severity
            MOVE rx_message(ws_rule_idx) TO ws_alert_message
        END-IF
    END-IF.

*> Rank doubles as the W/U/I slot in the night table; alerts from
*> before severities existed carry a space and count as watch.
rank_severity.
    EVALUATE ws_rank_severity
        WHEN "I" MOVE 3 TO ws_this_rank
        WHEN "U" MOVE 2 TO ws_this_rank
        WHEN OTHER MOVE 1 TO ws_this_rank
    END-EVALUATE.

write_sim_report.
    MOVE SPACES TO sim_line.
    STRING "ALERT RULE SIMULATION " ws_start_date " THROUGH "
        ws_end_date
        DELIMITED BY SIZE INTO sim_line.
    WRITE sim_line.
    MOVE SPACES TO sim_line.
    WRITE sim_line.
    MOVE "CANDIDATE RULES (RULECAND):" TO sim_line.
    WRITE sim_line.
    PERFORM VARYING ws_rule_idx FROM 1 BY 1
            UNTIL ws_rule_idx > ws_rule_count
        MOVE SPACES TO sim_line
        STRING "  " rx_rule_type(ws_rule_idx)
            " " rx_severity(ws_rule_idx)
            " " rx_threshold(ws_rule_idx)
            " " rx_message(ws_rule_idx)
            DELIMITED BY SIZE INTO sim_line
        WRITE sim_line
    END-PERFORM.
    IF ws_calendar_loaded = "N"
        MOVE "NO CALENDAR FILE - STREAKS CHAIN ACROSS ALL NIGHTS"
            TO sim_line
        WRITE sim_line
    END-IF.
    PERFORM write_night_table.
    PERFORM write_student_changes.
    PERFORM write_sim_summary.

write_night_table.
    MOVE SPACES TO sim_line.
    WRITE sim_line.
    MOVE SPACES TO sim_line.
    MOVE "------ ACTUAL ------" TO sim_line(11:20).
    MOVE "---- CANDIDATE -----" TO sim_line(35:20).
    WRITE sim_line.
    MOVE SPACES TO sim_line.
    MOVE "NIGHT" TO sim_line(1:5).
    MOVE "    W    U    I  TOT" TO sim_line(11:20).
    MOVE "    W    U    I  TOT" TO sim_line(35:20).
    WRITE sim_line.
    PERFORM VARYING ws_sev_idx FROM 1 BY 1 UNTIL ws_sev_idx > 3
        MOVE 0 TO ws_actual_column(ws_sev_idx)
        MOVE 0 TO ws_candidate_column(ws_sev_idx)
    END-PERFORM.
    PERFORM VARYING ws_night_idx FROM 1 BY 1
            UNTIL ws_night_idx > ws_night_count
        PERFORM write_night_line
    END-PERFORM.
    MOVE SPACES TO sim_line.
    MOVE "TOTAL" TO sim_line(1:5).
    MOVE 0 TO ws_line_total.
    PERFORM VARYING ws_sev_idx FROM 1 BY 1 UNTIL ws_sev_idx > 3
        MOVE ws_actual_column(ws_sev_idx) TO ws_cell_display
        MOVE ws_cell_display TO sim_line(ws_sev_idx * 5 + 6:5)
        ADD ws_actual_column(ws_sev_idx) TO ws_line_total
    END-PERFORM.
    MOVE ws_line_total TO ws_cell_display.
    MOVE ws_cell_display TO sim_line(26:5).
    MOVE 0 TO ws_line_total.
    PERFORM VARYING ws_sev_idx FROM 1 BY 1 UNTIL ws_sev_idx > 3
        MOVE ws_candidate_column(ws_sev_idx) TO ws_cell_display
        MOVE ws_cell_display TO sim_line(ws_sev_idx * 5 + 30:5)
        ADD ws_candidate_column(ws_sev_idx) TO ws_line_total
    END-PERFORM.
    MOVE ws_line_total TO ws_cell_display.
    MOVE ws_cell_display TO sim_line(50:5).
    WRITE sim_line.

*> Columns: actual W/U/I/total at 11-30, candidate at 35-54; a
*> "*" in column 57 marks a night where the two differ.
write_night_line.
    MOVE SPACES TO sim_line.
    MOVE nt_date(ws_night_idx) TO sim_line(1:8).
    MOVE 0 TO ws_line_total.
    PERFORM VARYING ws_sev_idx FROM 1 BY 1 UNTIL ws_sev_idx > 3
        MOVE nt_actual(ws_night_idx ws_sev_idx) TO ws_cell_display
        MOVE ws_cell_display TO sim_line(ws_sev_idx * 5 + 6:5)
        ADD nt_actual(ws_night_idx ws_sev_idx) TO ws_line_total
        ADD nt_actual(ws_night_idx ws_sev_idx)
            TO ws_actual_column(ws_sev_idx)
    END-PERFORM.
    MOVE ws_line_total TO ws_cell_display.
    MOVE ws_cell_display TO sim_line(26:5).
    MOVE 0 TO ws_line_total.
    PERFORM VARYING ws_sev_idx FROM 1 BY 1 UNTIL ws_sev_idx > 3
        MOVE nt_candidate(ws_night_idx ws_sev_idx) TO ws_cell_display
        MOVE ws_cell_display TO sim_line(ws_sev_idx * 5 + 30:5)
        ADD nt_candidate(ws_night_idx ws_sev_idx) TO ws_line_total
        ADD nt_candidate(ws_night_idx ws_sev_idx)
            TO ws_candidate_column(ws_sev_idx)
        IF nt_candidate(ws_night_idx ws_sev_idx)
              NOT = nt_actual(ws_night_idx ws_sev_idx)
            MOVE "*" TO sim_line(57:1)
        END-IF
    END-PERFORM.
    MOVE ws_line_total TO ws_cell_display.
    MOVE ws_cell_display TO sim_line(50:5).
    WRITE sim_line.

write_student_changes.
    MOVE SPACES TO sim_line.
    WRITE sim_line.
    MOVE "STUDENTS WHO WOULD NEWLY ALERT:" TO sim_line.
    WRITE sim_line.
    PERFORM VARYING ws_idx FROM 1 BY 1
            UNTIL ws_idx > ws_student_count
        IF st_candidate_count(ws_idx) > 0
              AND st_actual_count(ws_idx) = 0
            ADD 1 TO ws_newly_count
            MOVE st_candidate_count(ws_idx) TO ws_cell_display
            MOVE SPACES TO sim_line
            STRING "  " st_name(ws_idx)
                " CANDIDATE ALERTS " ws_cell_display
                DELIMITED BY SIZE INTO sim_line
            WRITE sim_line
        END-IF
        IF st_candidate_count(ws_idx) > 0
              AND st_actual_count(ws_idx) > 0
            ADD 1 TO ws_both_count
        END-IF
    END-PERFORM.
    IF ws_newly_count = 0
        MOVE "  NONE" TO sim_line
        WRITE sim_line
    END-IF.

    MOVE SPACES TO sim_line.
    WRITE sim_line.
    MOVE "STUDENTS WHO WOULD STOP ALERTING:" TO sim_line.
    WRITE sim_line.
    PERFORM VARYING ws_idx FROM 1 BY 1
            UNTIL ws_idx > ws_student_count
        IF st_actual_count(ws_idx) > 0
              AND st_candidate_count(ws_idx) = 0
            ADD 1 TO ws_stopped_count
            MOVE st_actual_count(ws_idx) TO ws_cell_display
            MOVE SPACES TO sim_line
            STRING "  " st_name(ws_idx)
                " ACTUAL ALERTS    " ws_cell_display
                DELIMITED BY SIZE INTO sim_line
            WRITE sim_line
        END-IF
    END-PERFORM.
    IF ws_stopped_count = 0
        MOVE "  NONE" TO sim_line
        WRITE sim_line
    END-IF.

write_sim_summary.
    MOVE SPACES TO sim_line.
    WRITE sim_line.

    MOVE ws_rule_count TO ws_count_display.
    MOVE SPACES TO sim_line.
    STRING "CANDIDATE RULES LOADED: " ws_count_display
        DELIMITED BY SIZE INTO sim_line.
    WRITE sim_line.

    MOVE ws_released_count TO ws_count_display.
    MOVE SPACES TO sim_line.
    STRING "LOG RECORDS REPLAYED..: " ws_count_display
        DELIMITED BY SIZE INTO sim_line.
    WRITE sim_line.

    MOVE ws_actual_total TO ws_count_display.
    MOVE SPACES TO sim_line.
    STRING "ACTUAL ALERTS.........: " ws_count_display
        DELIMITED BY SIZE INTO sim_line.
    WRITE sim_line.

    MOVE ws_candidate_total TO ws_count_display.
    MOVE SPACES TO sim_line.
    STRING "CANDIDATE ALERTS......: " ws_count_display
        DELIMITED BY SIZE INTO sim_line.
    WRITE sim_line.

    MOVE ws_newly_count TO ws_count_display.
    MOVE SPACES TO sim_line.
    STRING "STUDENTS NEWLY ALERT..: " ws_count_display
        DELIMITED BY SIZE INTO sim_line.
    WRITE sim_line.

    MOVE ws_stopped_count TO ws_count_display.
    MOVE SPACES TO sim_line.
    STRING "STUDENTS STOP ALERTING: " ws_count_display
        DELIMITED BY SIZE INTO sim_line.
    WRITE sim_line.

    MOVE ws_both_count TO ws_count_display.
    MOVE SPACES TO sim_line.
    STRING "STUDENTS ALERT IN BOTH: " ws_count_display
        DELIMITED BY SIZE INTO sim_line.
    WRITE sim_line.
