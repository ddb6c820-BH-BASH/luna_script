IDENTIFICATION DIVISION.
PROGRAM-ID. luna_term_report_script.

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
    SELECT student_roster_file ASSIGN TO "ROSTER"
        ORGANIZATION IS SEQUENTIAL.
    SELECT leave_file ASSIGN TO "LEAVEFIL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_leave_status.
    SELECT run_param_file ASSIGN TO "RUNPARM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_run_param_status.
    SELECT calendar_file ASSIGN TO "CALENDAR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_calendar_status.
    SELECT alert_file ASSIGN TO "ALERTFIL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_alert_status.
    SELECT disposition_file ASSIGN TO "ALERTDSP"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ad_key
        FILE STATUS IS ws_disposition_status.
    SELECT journal_file ASSIGN TO "DSPJRNL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_journal_status.
    SELECT term_report_file ASSIGN TO "TERMRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT sort_file ASSIGN TO "SORTWORK".

DATA DIVISION.
FILE SECTION.
FD  mood_log_file.
COPY mood_log_record.

FD  archive_file.
COPY archive_log_record.

FD  student_roster_file.
COPY student_roster_record.

FD  leave_file.
COPY leave_record.

FD  run_param_file.
COPY run_param_record.

FD  calendar_file.
COPY calendar_record.

FD  alert_file.
COPY alert_record.

FD  disposition_file.
COPY alert_disposition_record.

FD  journal_file.
COPY disposition_journal_record.

FD  term_report_file.
01 term_line PIC X(80).

SD  sort_file.
01 sort_log_record.
    05 sl_run_date PIC 9(8).
    05 sl_run_seq PIC 9(4).
    05 sl_user_name PIC X(20).
    05 sl_status PIC X(1).
    05 sl_mood_scale PIC 9(1).

WORKING-STORAGE SECTION.
01 ws_report_date PIC 9(8).
01 ws_system_date PIC 9(8).
01 ws_run_param_status PIC XX.
01 ws_mood_log_status PIC XX.
01 ws_archive_status PIC XX.
01 ws_leave_status PIC XX.
01 ws_calendar_status PIC XX.
01 ws_alert_status PIC XX.
01 ws_disposition_status PIC XX.
01 ws_journal_status PIC XX.
01 ws_roster_eof PIC X(1) VALUE "N".
01 ws_mood_log_eof PIC X(1) VALUE "N".
01 ws_archive_eof PIC X(1) VALUE "N".
01 ws_leave_eof PIC X(1) VALUE "N".
01 ws_calendar_eof PIC X(1) VALUE "N".
01 ws_alert_eof PIC X(1) VALUE "N".
01 ws_journal_eof PIC X(1) VALUE "N".
01 ws_sort_eof PIC X(1) VALUE "N".
*> A term is the run of CALENDAR nights around the report date;
*> a gap of more than this many days between scheduled nights
*> (winter or summer break) ends one term and starts the next.
01 ws_term_break_days PIC 9(2) VALUE 14.
*> Floors with fewer residents than this print no figures, so
*> the committee copy cannot be read back to one student.
01 ws_min_residents PIC 9(2) VALUE 5.
01 ws_term_start_date PIC 9(8).
01 ws_term_end_date PIC 9(8).
01 ws_term_start_int PIC 9(7).
01 ws_night_date PIC 9(8).
01 ws_night_int PIC 9(7).
01 ws_gap_days PIC S9(7).
01 ws_first_idx PIC 9(4).
01 ws_last_idx PIC 9(4).
01 ws_end_idx PIC 9(4).
01 ws_term_bound PIC X(1).
01 ws_night_count PIC 9(3) VALUE 0.
01 ws_term_night_total PIC 9(3) VALUE 0.
01 ws_released_count PIC 9(6) VALUE 0.
01 ws_unmatched_count PIC 9(6) VALUE 0.
01 ws_roster_count PIC 9(4) VALUE 0.
01 roster_table.
    05 rt_entry OCCURS 500 TIMES.
        10 rt_name PIC X(20).
        10 rt_floor_key PIC X(3).
        10 rt_floor_idx PIC 9(2).
        10 rt_checked PIC X(1).
        10 rt_excused PIC X(1).
        10 rt_scale PIC 9(1).
01 ws_leave_count PIC 9(4) VALUE 0.
01 leave_table.
    05 le_entry OCCURS 200 TIMES.
        10 le_student_name PIC X(20).
        10 le_start_date PIC 9(8).
        10 le_end_date PIC 9(8).
01 ws_calendar_loaded PIC X(1) VALUE "N".
01 ws_calendar_count PIC 9(4) VALUE 0.
01 calendar_table.
    05 cd_sched_date PIC 9(8) OCCURS 400 TIMES.
01 ws_cal_idx PIC 9(4).
01 ws_hold_date PIC 9(8).
*> Building plus the floor digit of the room number, as the floor
*> rollup derives it; wings are folded into their floor here.
01 ws_floor_count PIC 9(2) VALUE 0.
01 floor_table.
    05 fl_entry OCCURS 50 TIMES.
        10 fl_key.
            15 fl_building PIC X(2).
            15 fl_floor PIC X(1).
        10 fl_residents PIC 9(4).
        10 fl_expected PIC 9(6).
        10 fl_checked PIC 9(6).
        10 fl_excused PIC 9(6).
        10 fl_scale_sum PIC 9(7).
        10 fl_scale_count PIC 9(6).
        10 fl_hidden PIC X(1).
01 ws_hold_floor PIC X(39).
01 ws_floor_key PIC X(3).
01 ws_floor_idx PIC 9(2).
*> Building totals behind the floor comparison. A hidden line is
*> "Y" when below the minimum and "S" when hidden only so that a
*> small group cannot be had by taking the others from a total.
01 ws_bldg_count PIC 9(2) VALUE 0.
01 building_table.
    05 bl_entry OCCURS 50 TIMES.
        10 bl_building PIC X(2).
        10 bl_residents PIC 9(4).
        10 bl_hidden PIC X(1).
01 ws_bldg_idx PIC 9(2).
01 ws_hidden_count PIC 9(2).
01 ws_pick_idx PIC 9(2).
01 ws_dorm_hidden PIC X(1) VALUE "N".
*> Week n of the term runs from the first term night plus
*> 7 * (n - 1) days; nights past week 53 fold into week 53.
01 ws_week_count PIC 9(2) VALUE 0.
01 week_table.
    05 wk_entry OCCURS 53 TIMES.
        10 wk_nights PIC 9(2).
        10 wk_expected PIC 9(6).
        10 wk_checked PIC 9(6).
        10 wk_excused PIC 9(6).
        10 wk_noshow PIC 9(6).
        10 wk_scale_sum PIC 9(7).
        10 wk_scale_count PIC 9(6).
        10 wk_scale_tally PIC 9(6) OCCURS 5 TIMES.
01 ws_week_idx PIC 9(2).
01 ws_week_date PIC 9(8).
01 ws_week_full_warned PIC X(1) VALUE "N".
01 term_total.
    05 tt_expected PIC 9(7).
    05 tt_checked PIC 9(7).
    05 tt_excused PIC 9(7).
    05 tt_noshow PIC 9(7).
    05 tt_scale_sum PIC 9(8).
    05 tt_scale_count PIC 9(7).
    05 tt_scale_tally PIC 9(7) OCCURS 5 TIMES.
*> One entry per escalated case - student and alert night, the
*> same pair ALERTDSP is keyed on - so a rerun that wrote the
*> alert twice is counted once, at its highest severity.
01 ws_case_count PIC 9(4) VALUE 0.
01 case_table.
    05 tc_entry OCCURS 2000 TIMES.
        10 tc_user_name PIC X(20).
        10 tc_run_date PIC 9(8).
        10 tc_severity PIC X(1).
        10 tc_reason PIC X(1).
        10 tc_acked PIC X(1).
        10 tc_resolved PIC X(1).
        10 tc_first_date PIC 9(8).
01 ws_case_idx PIC 9(4).
01 ws_alert_rank PIC 9(1).
01 ws_this_rank PIC 9(1).
01 ws_rank_severity PIC X(1).
01 ws_immediate_count PIC 9(4) VALUE 0.
01 ws_urgent_count PIC 9(4) VALUE 0.
01 ws_watch_count PIC 9(4) VALUE 0.
01 ws_unclassified_count PIC 9(4) VALUE 0.
01 ws_absence_count PIC 9(4) VALUE 0.
01 ws_acked_count PIC 9(4) VALUE 0.
01 ws_resolved_count PIC 9(4) VALUE 0.
01 ws_timed_count PIC 9(4) VALUE 0.
01 ws_alert_int PIC 9(7).
01 ws_first_int PIC 9(7).
01 ws_alert_days PIC S9(5).
01 ws_days_sum PIC 9(7) VALUE 0.
01 ws_days_worst PIC 9(4) VALUE 0.
01 ws_avg_days PIC 9(3)V9.
01 ws_days_display PIC ZZ9.9.
01 ws_worst_display PIC ZZZ9.
01 ws_idx PIC 9(4).
01 ws_jdx PIC 9(4).
01 ws_sev_idx PIC 9(1).
01 ws_found PIC X(1).
01 ws_swapped PIC X(1).
01 ws_current_building PIC X(2).
01 ws_building_open PIC X(1) VALUE "N".
01 ws_blk_residents PIC 9(4).
01 ws_blk_expected PIC 9(7).
01 ws_blk_checked PIC 9(7).
01 ws_blk_excused PIC 9(7).
01 ws_blk_scale_sum PIC 9(8).
01 ws_blk_scale_count PIC 9(7).
01 ws_ln_label PIC X(14).
01 ws_ln_residents PIC 9(4).
01 ws_ln_expected PIC 9(7).
01 ws_ln_checked PIC 9(7).
01 ws_ln_excused PIC 9(7).
01 ws_ln_scale_sum PIC 9(8).
01 ws_ln_scale_count PIC 9(7).
01 ws_ln_hidden PIC X(1).
01 ws_rate_pct PIC 9(3)V9.
01 ws_share_pct PIC 9(3)V9.
01 ws_dorm_rate_pct PIC 9(3)V9.
01 ws_diff_pct PIC S9(3)V9.
01 ws_avg_scale PIC 9V99.
01 ws_dorm_avg_scale PIC 9V99.
01 ws_diff_scale PIC S9V99.
01 ws_pct_display PIC ZZ9.9.
01 ws_share_display PIC ZZ9.9.
01 ws_diff_pct_display PIC +++9.9.
01 ws_avg_display PIC 9.99.
01 ws_diff_avg_display PIC +9.99.
01 ws_count_display PIC ZZZZZZ9.
01 ws_tally_display PIC ZZZZ9.
01 ws_week_display PIC Z9.
01 ws_nights_display PIC Z9.
01 ws_scale_display PIC 9(1).
01 ws_tally_columns PIC X(30).
01 ws_min_display PIC Z9.

PROCEDURE DIVISION.
main_term_report.
    OPEN OUTPUT term_report_file.
    PERFORM get_report_date.
    PERFORM load_calendar_table.
    IF ws_calendar_loaded = "N" OR ws_calendar_count = 0
        PERFORM abort_no_calendar
        STOP RUN
    END-IF.
    PERFORM sort_calendar_table.
    PERFORM find_term_nights.
    IF ws_last_idx = 0
        PERFORM abort_no_term
        STOP RUN
    END-IF.
    PERFORM load_roster_table.
    PERFORM sort_floors.
    PERFORM assign_roster_floors.
    PERFORM load_leave_table.
    INITIALIZE week_table.
    INITIALIZE term_total.
    SORT sort_file
        ASCENDING KEY sl_run_date sl_user_name sl_run_seq
        INPUT PROCEDURE IS release_term_records
        OUTPUT PROCEDURE IS tally_term_nights.
    PERFORM load_term_alerts.
    PERFORM apply_disposition_journal.
    PERFORM apply_dispositions.
    PERFORM tally_term_cases.
    PERFORM write_term_report.
    CLOSE term_report_file.
    DISPLAY "TERM REPORT COMPLETE, SEE TERMRPT".
    STOP RUN.

get_report_date.
    ACCEPT ws_system_date FROM DATE YYYYMMDD.
    MOVE ws_system_date TO ws_report_date.
    OPEN INPUT run_param_file.
    IF ws_run_param_status = "00"
        READ run_param_file
            AT END CONTINUE
            NOT AT END
                IF rp_asof_date IS NUMERIC AND rp_asof_date NOT = 0
                    MOVE rp_asof_date TO ws_report_date
                END-IF
        END-READ
        CLOSE run_param_file
    END-IF.

abort_no_calendar.
    MOVE 8 TO RETURN-CODE.
    MOVE "NO CALENDAR FILE - TERM DATES UNKNOWN, NOTHING REPORTED"
        TO term_line.
    WRITE term_line.
    CLOSE term_report_file.
    DISPLAY "TERM REPORT ABORTED: no CALENDAR".

abort_no_term.
    MOVE 8 TO RETURN-CODE.
    MOVE SPACES TO term_line.
    STRING "NO SCHEDULED NIGHT ON CALENDAR ON OR BEFORE "
        ws_report_date " - NOTHING REPORTED"
        DELIMITED BY SIZE INTO term_line.
    WRITE term_line.
    CLOSE term_report_file.
    DISPLAY "TERM REPORT ABORTED: no term night on CALENDAR".

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
            "a scheduled night may be reported as unscheduled"
    END-IF.

*> Housing keys the calendar in date order, but the term is found
*> by walking neighboring nights, so the order is not trusted.
sort_calendar_table.
    IF ws_calendar_count > 1
        MOVE "Y" TO ws_swapped
        PERFORM UNTIL ws_swapped = "N"
            MOVE "N" TO ws_swapped
            PERFORM VARYING ws_jdx FROM 1 BY 1
                    UNTIL ws_jdx >= ws_calendar_count
                IF cd_sched_date(ws_jdx) > cd_sched_date(ws_jdx + 1)
                    MOVE cd_sched_date(ws_jdx) TO ws_hold_date
                    MOVE cd_sched_date(ws_jdx + 1)
                        TO cd_sched_date(ws_jdx)
                    MOVE ws_hold_date TO cd_sched_date(ws_jdx + 1)
                    MOVE "Y" TO ws_swapped
                END-IF
            END-PERFORM
        END-PERFORM
    END-IF.

*> The term is reported from its first scheduled night through the
*> last scheduled night on or before the report date; the term's
*> last scheduled night is found only for the report heading.
find_term_nights.
    MOVE 0 TO ws_last_idx.
    PERFORM VARYING ws_cal_idx FROM 1 BY 1
            UNTIL ws_cal_idx > ws_calendar_count
        IF cd_sched_date(ws_cal_idx) <= ws_report_date
            MOVE ws_cal_idx TO ws_last_idx
        END-IF
    END-PERFORM.
    IF ws_last_idx > 0
        MOVE ws_last_idx TO ws_first_idx
        MOVE "N" TO ws_term_bound
        PERFORM UNTIL ws_first_idx = 1 OR ws_term_bound = "Y"
            COMPUTE ws_gap_days =
                FUNCTION INTEGER-OF-DATE(cd_sched_date(ws_first_idx))
              - FUNCTION INTEGER-OF-DATE(
                    cd_sched_date(ws_first_idx - 1))
            IF ws_gap_days > ws_term_break_days
                MOVE "Y" TO ws_term_bound
            ELSE
                SUBTRACT 1 FROM ws_first_idx
            END-IF
        END-PERFORM
        MOVE ws_last_idx TO ws_end_idx
        MOVE "N" TO ws_term_bound
        PERFORM UNTIL ws_end_idx = ws_calendar_count
                   OR ws_term_bound = "Y"
            COMPUTE ws_gap_days =
                FUNCTION INTEGER-OF-DATE(
                    cd_sched_date(ws_end_idx + 1))
              - FUNCTION INTEGER-OF-DATE(cd_sched_date(ws_end_idx))
            IF ws_gap_days > ws_term_break_days
                MOVE "Y" TO ws_term_bound
            ELSE
                ADD 1 TO ws_end_idx
            END-IF
        END-PERFORM
        MOVE cd_sched_date(ws_first_idx) TO ws_term_start_date
        MOVE cd_sched_date(ws_end_idx) TO ws_term_end_date
        COMPUTE ws_term_start_int =
            FUNCTION INTEGER-OF-DATE(ws_term_start_date)
        PERFORM VARYING ws_cal_idx FROM ws_first_idx BY 1
                UNTIL ws_cal_idx > ws_end_idx
            IF ws_cal_idx = ws_first_idx
                  OR cd_sched_date(ws_cal_idx)
                     NOT = cd_sched_date(ws_cal_idx - 1)
                ADD 1 TO ws_term_night_total
            END-IF
        END-PERFORM
    END-IF.

load_roster_table.
    OPEN INPUT student_roster_file.
    PERFORM UNTIL ws_roster_eof = "Y"
        READ student_roster_file
            AT END MOVE "Y" TO ws_roster_eof
            NOT AT END PERFORM load_roster_entry
        END-READ
    END-PERFORM.
    CLOSE student_roster_file.

load_roster_entry.
    IF ws_roster_count < 500
        ADD 1 TO ws_roster_count
        MOVE sr_student_name TO rt_name(ws_roster_count)
        MOVE sr_building_code
            TO rt_floor_key(ws_roster_count)(1:2)
        MOVE sr_room_number(1:1)
            TO rt_floor_key(ws_roster_count)(3:1)
        MOVE 0 TO rt_floor_idx(ws_roster_count)
        MOVE rt_floor_key(ws_roster_count) TO ws_floor_key
        PERFORM find_floor
        IF ws_floor_idx > 0
            ADD 1 TO fl_residents(ws_floor_idx)
        END-IF
    ELSE
        DISPLAY "WARNING: roster table full at 500 entries - "
            sr_student_name " not reported"
    END-IF.

find_floor.
    MOVE "N" TO ws_found.
    MOVE 0 TO ws_floor_idx.
    PERFORM VARYING ws_idx FROM 1 BY 1
            UNTIL ws_idx > ws_floor_count OR ws_found = "Y"
        IF fl_key(ws_idx) = ws_floor_key
            MOVE "Y" TO ws_found
            MOVE ws_idx TO ws_floor_idx
        END-IF
    END-PERFORM.
    IF ws_found = "N"
        IF ws_floor_count < 50
            ADD 1 TO ws_floor_count
            MOVE ws_floor_count TO ws_floor_idx
            MOVE ws_floor_key TO fl_key(ws_floor_idx)
            MOVE 0 TO fl_residents(ws_floor_idx)
            MOVE 0 TO fl_expected(ws_floor_idx)
            MOVE 0 TO fl_checked(ws_floor_idx)
            MOVE 0 TO fl_excused(ws_floor_idx)
            MOVE 0 TO fl_scale_sum(ws_floor_idx)
            MOVE 0 TO fl_scale_count(ws_floor_idx)
        ELSE
            DISPLAY "WARNING: floor table full at 50 entries"
        END-IF
    END-IF.

sort_floors.
    IF ws_floor_count > 1
        MOVE "Y" TO ws_swapped
        PERFORM UNTIL ws_swapped = "N"
            MOVE "N" TO ws_swapped
            PERFORM VARYING ws_jdx FROM 1 BY 1
                    UNTIL ws_jdx >= ws_floor_count
                IF fl_key(ws_jdx) > fl_key(ws_jdx + 1)
                    MOVE fl_entry(ws_jdx) TO ws_hold_floor
                    MOVE fl_entry(ws_jdx + 1) TO fl_entry(ws_jdx)
                    MOVE ws_hold_floor TO fl_entry(ws_jdx + 1)
                    MOVE "Y" TO ws_swapped
                END-IF
            END-PERFORM
        END-PERFORM
    END-IF.

*> Floor positions move in the sort, so each resident is pointed
*> at the floor once here rather than searched for every night.
assign_roster_floors.
    PERFORM VARYING ws_jdx FROM 1 BY 1
            UNTIL ws_jdx > ws_roster_count
        MOVE 0 TO rt_floor_idx(ws_jdx)
        PERFORM VARYING ws_idx FROM 1 BY 1
                UNTIL ws_idx > ws_floor_count
                   OR rt_floor_idx(ws_jdx) > 0
            IF fl_key(ws_idx) = rt_floor_key(ws_jdx)
                MOVE ws_idx TO rt_floor_idx(ws_jdx)
            END-IF
        END-PERFORM
    END-PERFORM.

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
            lv_student_name " may appear as a no-show"
    END-IF.

*> Earlier months of the term are in the archive; the current
*> month is read from the mood master starting at the term start.
release_term_records.
    OPEN INPUT archive_file.
    IF ws_archive_status = "00"
        PERFORM UNTIL ws_archive_eof = "Y"
            READ archive_file
                AT END MOVE "Y" TO ws_archive_eof
                NOT AT END
                    IF ar_run_date >= ws_term_start_date
                          AND ar_run_date <= ws_report_date
                        MOVE archive_log_record TO sort_log_record
                        RELEASE sort_log_record
                        ADD 1 TO ws_released_count
                    END-IF
            END-READ
        END-PERFORM
        CLOSE archive_file
    END-IF.
    OPEN INPUT mood_log_file.
    PERFORM position_mood_log.
    PERFORM UNTIL ws_mood_log_eof = "Y"
        READ mood_log_file NEXT RECORD
            AT END MOVE "Y" TO ws_mood_log_eof
            NOT AT END
                IF ml_run_date > ws_report_date
                    MOVE "Y" TO ws_mood_log_eof
                ELSE
                    MOVE mood_log_record TO sort_log_record
                    RELEASE sort_log_record
                    ADD 1 TO ws_released_count
                END-IF
        END-READ
    END-PERFORM.
    IF ws_mood_log_status = "00" OR ws_mood_log_status = "10"
        CLOSE mood_log_file
    END-IF.

position_mood_log.
    IF ws_mood_log_status NOT = "00"
        MOVE "Y" TO ws_mood_log_eof
    ELSE
        MOVE ws_term_start_date TO ml_run_date
        MOVE 0 TO ml_run_seq
        MOVE SPACES TO ml_user_name
        START mood_log_file KEY IS NOT LESS THAN ml_key
            INVALID KEY MOVE "Y" TO ws_mood_log_eof
        END-START
    END-IF.

*> The sorted check-ins are walked against the term nights in date
*> order; records for a night the calendar does not schedule are
*> passed over, as the rollup refuses to count them.
tally_term_nights.
    PERFORM return_sorted_record.
    PERFORM VARYING ws_cal_idx FROM ws_first_idx BY 1
            UNTIL ws_cal_idx > ws_last_idx
        IF ws_cal_idx = ws_first_idx
              OR cd_sched_date(ws_cal_idx)
                 NOT = cd_sched_date(ws_cal_idx - 1)
            PERFORM tally_term_night
        END-IF
    END-PERFORM.

return_sorted_record.
    RETURN sort_file
        AT END MOVE "Y" TO ws_sort_eof
    END-RETURN.

tally_term_night.
    MOVE cd_sched_date(ws_cal_idx) TO ws_night_date.
    ADD 1 TO ws_night_count.
    COMPUTE ws_night_int = FUNCTION INTEGER-OF-DATE(ws_night_date).
    COMPUTE ws_week_idx = (ws_night_int - ws_term_start_int) / 7 + 1.
    IF ws_week_idx > 53
        MOVE 53 TO ws_week_idx
        IF ws_week_full_warned = "N"
            MOVE "Y" TO ws_week_full_warned
            DISPLAY "WARNING: week table full at 53 weeks - "
                "later nights are reported in week 53"
        END-IF
    END-IF.
    IF ws_week_idx > ws_week_count
        MOVE ws_week_idx TO ws_week_count
    END-IF.
    ADD 1 TO wk_nights(ws_week_idx).
    PERFORM VARYING ws_idx FROM 1 BY 1
            UNTIL ws_idx > ws_roster_count
        MOVE "N" TO rt_checked(ws_idx)
        MOVE "N" TO rt_excused(ws_idx)
        MOVE 0 TO rt_scale(ws_idx)
    END-PERFORM.
    PERFORM UNTIL ws_sort_eof = "Y"
               OR sl_run_date >= ws_night_date
        PERFORM return_sorted_record
    END-PERFORM.
    PERFORM UNTIL ws_sort_eof = "Y"
               OR sl_run_date NOT = ws_night_date
        PERFORM tally_sorted_record
        PERFORM return_sorted_record
    END-PERFORM.
    PERFORM VARYING ws_idx FROM 1 BY 1
            UNTIL ws_idx > ws_roster_count
        PERFORM tally_resident_night
    END-PERFORM.

*> A rerun of the night leaves more than one record for a student;
*> the student counts once, with the last answer given.
tally_sorted_record.
    MOVE "N" TO ws_found.
    PERFORM VARYING ws_idx FROM 1 BY 1
            UNTIL ws_idx > ws_roster_count OR ws_found = "Y"
        IF rt_name(ws_idx) = sl_user_name
            MOVE "Y" TO ws_found
            SUBTRACT 1 FROM ws_idx
        END-IF
    END-PERFORM.
    IF ws_found = "N"
        ADD 1 TO ws_unmatched_count
    ELSE
        IF sl_status = "E"
            MOVE "Y" TO rt_excused(ws_idx)
        ELSE
            MOVE "Y" TO rt_checked(ws_idx)
            IF sl_mood_scale >= 1 AND sl_mood_scale <= 5
                MOVE sl_mood_scale TO rt_scale(ws_idx)
            ELSE
                MOVE 0 TO rt_scale(ws_idx)
            END-IF
        END-IF
    END-IF.

tally_resident_night.
    MOVE rt_floor_idx(ws_idx) TO ws_floor_idx.
    ADD 1 TO wk_expected(ws_week_idx).
    ADD 1 TO tt_expected.
    IF ws_floor_idx > 0
        ADD 1 TO fl_expected(ws_floor_idx)
    END-IF.
    IF rt_checked(ws_idx) = "N" AND rt_excused(ws_idx) = "N"
        PERFORM check_leave_window
    END-IF.
    IF rt_checked(ws_idx) = "Y"
        ADD 1 TO wk_checked(ws_week_idx)
        ADD 1 TO tt_checked
        IF ws_floor_idx > 0
            ADD 1 TO fl_checked(ws_floor_idx)
        END-IF
        IF rt_scale(ws_idx) > 0
            MOVE rt_scale(ws_idx) TO ws_sev_idx
            ADD ws_sev_idx TO wk_scale_sum(ws_week_idx)
            ADD 1 TO wk_scale_count(ws_week_idx)
            ADD 1 TO wk_scale_tally(ws_week_idx ws_sev_idx)
            ADD ws_sev_idx TO tt_scale_sum
            ADD 1 TO tt_scale_count
            ADD 1 TO tt_scale_tally(ws_sev_idx)
            IF ws_floor_idx > 0
                ADD ws_sev_idx TO fl_scale_sum(ws_floor_idx)
                ADD 1 TO fl_scale_count(ws_floor_idx)
            END-IF
        END-IF
    ELSE IF rt_excused(ws_idx) = "Y"
        ADD 1 TO wk_excused(ws_week_idx)
        ADD 1 TO tt_excused
        IF ws_floor_idx > 0
            ADD 1 TO fl_excused(ws_floor_idx)
        END-IF
    ELSE
        ADD 1 TO wk_noshow(ws_week_idx)
        ADD 1 TO tt_noshow
    END-IF.

check_leave_window.
    PERFORM VARYING ws_jdx FROM 1 BY 1
            UNTIL ws_jdx > ws_leave_count
               OR rt_excused(ws_idx) = "Y"
        IF le_student_name(ws_jdx) = rt_name(ws_idx)
              AND ws_night_date >= le_start_date(ws_jdx)
              AND ws_night_date <= le_end_date(ws_jdx)
            MOVE "Y" TO rt_excused(ws_idx)
        END-IF
    END-PERFORM.

load_term_alerts.
    OPEN INPUT alert_file.
    IF ws_alert_status = "00"
        PERFORM UNTIL ws_alert_eof = "Y"
            READ alert_file
                AT END MOVE "Y" TO ws_alert_eof
                NOT AT END
                    IF al_run_date >= ws_term_start_date
                          AND al_run_date <= ws_report_date
                        PERFORM note_term_case
                    END-IF
            END-READ
        END-PERFORM
        CLOSE alert_file
    END-IF.

note_term_case.
    MOVE "N" TO ws_found.
    PERFORM VARYING ws_case_idx FROM 1 BY 1
            UNTIL ws_case_idx > ws_case_count OR ws_found = "Y"
        IF tc_user_name(ws_case_idx) = al_user_name
              AND tc_run_date(ws_case_idx) = al_run_date
            MOVE "Y" TO ws_found
            SUBTRACT 1 FROM ws_case_idx
        END-IF
    END-PERFORM.
    IF ws_found = "Y"
        MOVE tc_severity(ws_case_idx) TO ws_rank_severity
        PERFORM rank_severity
        MOVE ws_this_rank TO ws_alert_rank
        MOVE al_severity TO ws_rank_severity
        PERFORM rank_severity
        IF ws_this_rank > ws_alert_rank
            MOVE al_severity TO tc_severity(ws_case_idx)
        END-IF
        IF al_reason = "A"
            MOVE "A" TO tc_reason(ws_case_idx)
        END-IF
    ELSE
        IF ws_case_count < 2000
            ADD 1 TO ws_case_count
            MOVE al_user_name TO tc_user_name(ws_case_count)
            MOVE al_run_date TO tc_run_date(ws_case_count)
            MOVE al_severity TO ws_rank_severity
            PERFORM rank_severity
            IF ws_this_rank > 0
                MOVE al_severity TO tc_severity(ws_case_count)
            ELSE
                MOVE SPACE TO tc_severity(ws_case_count)
            END-IF
            MOVE al_reason TO tc_reason(ws_case_count)
            MOVE "N" TO tc_acked(ws_case_count)
            MOVE "N" TO tc_resolved(ws_case_count)
            MOVE 0 TO tc_first_date(ws_case_count)
        ELSE
            DISPLAY "WARNING: alert case table full at 2000 "
                "entries - term alert figures are incomplete"
        END-IF
    END-IF.

rank_severity.
    EVALUATE ws_rank_severity
        WHEN "I" MOVE 3 TO ws_this_rank
        WHEN "U" MOVE 2 TO ws_this_rank
        WHEN "W" MOVE 1 TO ws_this_rank
        WHEN OTHER MOVE 0 TO ws_this_rank
    END-EVALUATE.

*> The journal holds every disposition change in the order it was
*> made, so the earliest entry for a case is its first disposition.
apply_disposition_journal.
    OPEN INPUT journal_file.
    IF ws_journal_status = "00"
        PERFORM UNTIL ws_journal_eof = "Y"
            READ journal_file
                AT END MOVE "Y" TO ws_journal_eof
                NOT AT END
                    IF dj_a_run_date >= ws_term_start_date
                          AND dj_a_run_date <= ws_report_date
                        PERFORM note_journal_entry
                    END-IF
            END-READ
        END-PERFORM
        CLOSE journal_file
    END-IF.

note_journal_entry.
    MOVE "N" TO ws_found.
    PERFORM VARYING ws_case_idx FROM 1 BY 1
            UNTIL ws_case_idx > ws_case_count OR ws_found = "Y"
        IF tc_user_name(ws_case_idx) = dj_a_user_name
              AND tc_run_date(ws_case_idx) = dj_a_run_date
            MOVE "Y" TO ws_found
            SUBTRACT 1 FROM ws_case_idx
        END-IF
    END-PERFORM.
    IF ws_found = "Y"
        MOVE "Y" TO tc_acked(ws_case_idx)
        IF tc_first_date(ws_case_idx) = 0
              OR dj_journal_date < tc_first_date(ws_case_idx)
            MOVE dj_journal_date TO tc_first_date(ws_case_idx)
        END-IF
    END-IF.

*> A disposition saved before the journal existed has no journal
*> entry; its update date stands in for the first disposition.
apply_dispositions.
    OPEN INPUT disposition_file.
    IF ws_disposition_status = "00"
        PERFORM VARYING ws_case_idx FROM 1 BY 1
                UNTIL ws_case_idx > ws_case_count
            MOVE tc_user_name(ws_case_idx) TO ad_user_name
            MOVE tc_run_date(ws_case_idx) TO ad_run_date
            READ disposition_file
                INVALID KEY CONTINUE
                NOT INVALID KEY PERFORM note_case_disposition
            END-READ
        END-PERFORM
        CLOSE disposition_file
    END-IF.

note_case_disposition.
    IF ad_status = "A" OR ad_status = "P" OR ad_status = "R"
        MOVE "Y" TO tc_acked(ws_case_idx)
        IF ad_status = "R"
            MOVE "Y" TO tc_resolved(ws_case_idx)
        END-IF
        IF tc_first_date(ws_case_idx) = 0
              AND ad_update_date IS NUMERIC
            MOVE ad_update_date TO tc_first_date(ws_case_idx)
        END-IF
    END-IF.

tally_term_cases.
    PERFORM VARYING ws_case_idx FROM 1 BY 1
            UNTIL ws_case_idx > ws_case_count
        EVALUATE tc_severity(ws_case_idx)
            WHEN "I" ADD 1 TO ws_immediate_count
            WHEN "U" ADD 1 TO ws_urgent_count
            WHEN "W" ADD 1 TO ws_watch_count
            WHEN OTHER ADD 1 TO ws_unclassified_count
        END-EVALUATE
        IF tc_reason(ws_case_idx) = "A"
            ADD 1 TO ws_absence_count
        END-IF
        IF tc_acked(ws_case_idx) = "Y"
            ADD 1 TO ws_acked_count
            PERFORM time_case_disposition
        END-IF
        IF tc_resolved(ws_case_idx) = "Y"
            ADD 1 TO ws_resolved_count
        END-IF
    END-PERFORM.

time_case_disposition.
    IF tc_first_date(ws_case_idx) > 0
        COMPUTE ws_alert_int =
            FUNCTION INTEGER-OF-DATE(tc_run_date(ws_case_idx))
        COMPUTE ws_first_int =
            FUNCTION INTEGER-OF-DATE(tc_first_date(ws_case_idx))
        IF ws_alert_int > 0 AND ws_first_int > 0
            COMPUTE ws_alert_days = ws_first_int - ws_alert_int
            IF ws_alert_days < 0
                MOVE 0 TO ws_alert_days
            END-IF
            IF ws_alert_days > 9999
                MOVE 9999 TO ws_alert_days
            END-IF
            ADD 1 TO ws_timed_count
            ADD ws_alert_days TO ws_days_sum
            IF ws_alert_days > ws_days_worst
                MOVE ws_alert_days TO ws_days_worst
            END-IF
        END-IF
    END-IF.

write_term_report.
    MOVE SPACES TO term_line.
    STRING "TERM WELLBEING OUTCOMES REPORT AS OF " ws_report_date
        DELIMITED BY SIZE INTO term_line.
    WRITE term_line.

    MOVE SPACES TO term_line.
    STRING "TERM SCHEDULED " ws_term_start_date " TO "
        ws_term_end_date DELIMITED BY SIZE INTO term_line.
    WRITE term_line.

    MOVE "AGGREGATE FIGURES ONLY - NO STUDENT IS NAMED"
        TO term_line.
    WRITE term_line.

    MOVE SPACES TO term_line.
    WRITE term_line.

    MOVE ws_night_count TO ws_count_display.
    MOVE SPACES TO term_line.
    STRING "NIGHTS REPORTED.......: " ws_count_display
        DELIMITED BY SIZE INTO term_line.
    WRITE term_line.

    MOVE ws_term_night_total TO ws_count_display.
    MOVE SPACES TO term_line.
    STRING "NIGHTS IN TERM........: " ws_count_display
        DELIMITED BY SIZE INTO term_line.
    WRITE term_line.

    MOVE ws_roster_count TO ws_count_display.
    MOVE SPACES TO term_line.
    STRING "RESIDENTS ON ROSTER...: " ws_count_display
        DELIMITED BY SIZE INTO term_line.
    WRITE term_line.

    PERFORM write_weekly_section.
    PERFORM write_term_total_section.
    PERFORM write_alert_section.
    PERFORM write_floor_section.

*> Participation is checked-in resident-nights over the nights
*> residents were expected, excused nights taken out; the current
*> roster stands in for who was in residence each night.
write_weekly_section.
    MOVE SPACES TO term_line.
    WRITE term_line.
    MOVE "WEEKLY PARTICIPATION AND MOOD" TO term_line.
    WRITE term_line.
    MOVE SPACES TO term_line.
    STRING "                            EXCUSED  AVG   "
        "CHECK-INS BY MOOD SCALE" DELIMITED BY SIZE INTO term_line.
    WRITE term_line.
    MOVE SPACES TO term_line.
    STRING "  WK  STARTING  NT PARTIC%   SHARE MOOD "
        "     1     2     3     4     5" DELIMITED BY SIZE
        INTO term_line.
    WRITE term_line.
    PERFORM VARYING ws_week_idx FROM 1 BY 1
            UNTIL ws_week_idx > ws_week_count
        PERFORM write_week_line
    END-PERFORM.

write_week_line.
    COMPUTE ws_night_int =
        ws_term_start_int + 7 * (ws_week_idx - 1).
    COMPUTE ws_week_date = FUNCTION DATE-OF-INTEGER(ws_night_int).
    MOVE ws_week_idx TO ws_week_display.
    MOVE wk_nights(ws_week_idx) TO ws_nights_display.
    IF wk_nights(ws_week_idx) = 0
        MOVE SPACES TO term_line
        STRING "  " ws_week_display "  " ws_week_date
            "   0 NO SCHEDULED NIGHTS"
            DELIMITED BY SIZE INTO term_line
        WRITE term_line
    ELSE
        MOVE 0 TO ws_rate_pct
        IF wk_expected(ws_week_idx) > wk_excused(ws_week_idx)
            COMPUTE ws_rate_pct ROUNDED =
                wk_checked(ws_week_idx) * 100
                / (wk_expected(ws_week_idx) - wk_excused(ws_week_idx))
        END-IF
        MOVE ws_rate_pct TO ws_pct_display
        MOVE 0 TO ws_share_pct
        IF wk_expected(ws_week_idx) > 0
            COMPUTE ws_share_pct ROUNDED =
                wk_excused(ws_week_idx) * 100
                / wk_expected(ws_week_idx)
        END-IF
        MOVE ws_share_pct TO ws_share_display
        MOVE 0 TO ws_avg_scale
        IF wk_scale_count(ws_week_idx) > 0
            COMPUTE ws_avg_scale ROUNDED =
                wk_scale_sum(ws_week_idx)
                / wk_scale_count(ws_week_idx)
        END-IF
        MOVE ws_avg_scale TO ws_avg_display
        MOVE SPACES TO ws_tally_columns
        PERFORM VARYING ws_sev_idx FROM 1 BY 1
                UNTIL ws_sev_idx > 5
            MOVE wk_scale_tally(ws_week_idx ws_sev_idx)
                TO ws_tally_display
            MOVE ws_tally_display
                TO ws_tally_columns(ws_sev_idx * 6 - 4:5)
        END-PERFORM
        MOVE SPACES TO term_line
        STRING "  " ws_week_display "  " ws_week_date "  "
            ws_nights_display "   " ws_pct_display "   "
            ws_share_display " " ws_avg_display " "
            ws_tally_columns
            DELIMITED BY SIZE INTO term_line
        WRITE term_line
    END-IF.

write_term_total_section.
    MOVE SPACES TO term_line.
    WRITE term_line.
    MOVE "TERM TO DATE" TO term_line.
    WRITE term_line.

    MOVE tt_expected TO ws_count_display.
    MOVE SPACES TO term_line.
    STRING "  RESIDENT-NIGHTS.....: " ws_count_display
        DELIMITED BY SIZE INTO term_line.
    WRITE term_line.

    MOVE tt_checked TO ws_count_display.
    MOVE SPACES TO term_line.
    STRING "  CHECKED IN..........: " ws_count_display
        DELIMITED BY SIZE INTO term_line.
    WRITE term_line.

    MOVE tt_excused TO ws_count_display.
    MOVE SPACES TO term_line.
    STRING "  EXCUSED.............: " ws_count_display
        DELIMITED BY SIZE INTO term_line.
    WRITE term_line.

    MOVE tt_noshow TO ws_count_display.
    MOVE SPACES TO term_line.
    STRING "  NO-SHOW.............: " ws_count_display
        DELIMITED BY SIZE INTO term_line.
    WRITE term_line.

    MOVE 0 TO ws_dorm_rate_pct.
    IF tt_expected > tt_excused
        COMPUTE ws_dorm_rate_pct ROUNDED =
            tt_checked * 100 / (tt_expected - tt_excused)
    END-IF.
    MOVE ws_dorm_rate_pct TO ws_pct_display.
    MOVE SPACES TO term_line.
    STRING "  PARTICIPATION RATE..: " ws_pct_display "%"
        DELIMITED BY SIZE INTO term_line.
    WRITE term_line.

    MOVE 0 TO ws_share_pct.
    IF tt_expected > 0
        COMPUTE ws_share_pct ROUNDED =
            tt_excused * 100 / tt_expected
    END-IF.
    MOVE ws_share_pct TO ws_share_display.
    MOVE SPACES TO term_line.
    STRING "  EXCUSED SHARE.......: " ws_share_display "%"
        DELIMITED BY SIZE INTO term_line.
    WRITE term_line.

    MOVE 0 TO ws_dorm_avg_scale.
    IF tt_scale_count > 0
        COMPUTE ws_dorm_avg_scale ROUNDED =
            tt_scale_sum / tt_scale_count
    END-IF.
    MOVE ws_dorm_avg_scale TO ws_avg_display.
    MOVE SPACES TO term_line.
    STRING "  AVERAGE MOOD........: " ws_avg_display
        DELIMITED BY SIZE INTO term_line.
    WRITE term_line.

    PERFORM VARYING ws_sev_idx FROM 1 BY 1
            UNTIL ws_sev_idx > 5
        PERFORM write_scale_total_line
    END-PERFORM.

    IF ws_unmatched_count > 0
        MOVE ws_unmatched_count TO ws_count_display
        MOVE SPACES TO term_line
        STRING "  NOT ON ROSTER.......: " ws_count_display
            " CHECK-INS NOT COUNTED"
            DELIMITED BY SIZE INTO term_line
        WRITE term_line
    END-IF.

write_scale_total_line.
    MOVE ws_sev_idx TO ws_scale_display.
    MOVE tt_scale_tally(ws_sev_idx) TO ws_count_display.
    MOVE 0 TO ws_share_pct.
    IF tt_scale_count > 0
        COMPUTE ws_share_pct ROUNDED =
            tt_scale_tally(ws_sev_idx) * 100 / tt_scale_count
    END-IF.
    MOVE ws_share_pct TO ws_share_display.
    MOVE SPACES TO term_line.
    STRING "  MOOD SCALE " ws_scale_display "........: "
        ws_count_display "  " ws_share_display "%"
        DELIMITED BY SIZE INTO term_line.
    WRITE term_line.

*> Days to disposition run from the alert night to the first
*> disposition entered against it, acknowledged cases only.
write_alert_section.
    MOVE SPACES TO term_line.
    WRITE term_line.
    MOVE "ALERTS RAISED IN TERM" TO term_line.
    WRITE term_line.

    MOVE ws_case_count TO ws_count_display.
    MOVE SPACES TO term_line.
    STRING "  ALERTS RAISED.......: " ws_count_display
        DELIMITED BY SIZE INTO term_line.
    WRITE term_line.

    MOVE ws_immediate_count TO ws_count_display.
    MOVE SPACES TO term_line.
    STRING "    IMMEDIATE.........: " ws_count_display
        DELIMITED BY SIZE INTO term_line.
    WRITE term_line.

    MOVE ws_urgent_count TO ws_count_display.
    MOVE SPACES TO term_line.
    STRING "    URGENT............: " ws_count_display
        DELIMITED BY SIZE INTO term_line.
    WRITE term_line.

    MOVE ws_watch_count TO ws_count_display.
    MOVE SPACES TO term_line.
    STRING "    WATCH.............: " ws_count_display
        DELIMITED BY SIZE INTO term_line.
    WRITE term_line.

    IF ws_unclassified_count > 0
        MOVE ws_unclassified_count TO ws_count_display
        MOVE SPACES TO term_line
        STRING "    UNCLASSIFIED......: " ws_count_display
            DELIMITED BY SIZE INTO term_line
        WRITE term_line
    END-IF.

    MOVE ws_absence_count TO ws_count_display.
    MOVE SPACES TO term_line.
    STRING "  FOR MISSED NIGHTS...: " ws_count_display
        DELIMITED BY SIZE INTO term_line.
    WRITE term_line.

    MOVE 0 TO ws_share_pct.
    IF ws_case_count > 0
        COMPUTE ws_share_pct ROUNDED =
            ws_acked_count * 100 / ws_case_count
    END-IF.
    MOVE ws_acked_count TO ws_count_display.
    MOVE ws_share_pct TO ws_share_display.
    MOVE SPACES TO term_line.
    STRING "  ACKNOWLEDGED........: " ws_count_display "  "
        ws_share_display "%"
        DELIMITED BY SIZE INTO term_line.
    WRITE term_line.

    MOVE 0 TO ws_share_pct.
    IF ws_case_count > 0
        COMPUTE ws_share_pct ROUNDED =
            ws_resolved_count * 100 / ws_case_count
    END-IF.
    MOVE ws_resolved_count TO ws_count_display.
    MOVE ws_share_pct TO ws_share_display.
    MOVE SPACES TO term_line.
    STRING "  RESOLVED............: " ws_count_display "  "
        ws_share_display "%"
        DELIMITED BY SIZE INTO term_line.
    WRITE term_line.

    MOVE 0 TO ws_avg_days.
    IF ws_timed_count > 0
        COMPUTE ws_avg_days ROUNDED = ws_days_sum / ws_timed_count
    END-IF.
    MOVE ws_avg_days TO ws_days_display.
    MOVE SPACES TO term_line.
    STRING "  AVG DAYS TO ACTION..: " ws_days_display
        DELIMITED BY SIZE INTO term_line.
    WRITE term_line.

    MOVE ws_days_worst TO ws_worst_display.
    MOVE SPACES TO term_line.
    STRING "  WORST DAYS TO ACTION: " ws_worst_display
        DELIMITED BY SIZE INTO term_line.
    WRITE term_line.

*> Each floor's term participation and average mood against the
*> dorm figures above, with the difference in points.
write_floor_section.
    MOVE SPACES TO term_line.
    WRITE term_line.
    MOVE "FLOOR COMPARISON WITH DORM AVERAGE" TO term_line.
    WRITE term_line.
    MOVE SPACES TO term_line.
    STRING "                RESIDENTS PARTIC%   VS DORM   "
        "AVG MOOD  VS DORM" DELIMITED BY SIZE INTO term_line.
    WRITE term_line.
    PERFORM mark_hidden_groups.
    MOVE 0 TO ws_bldg_idx.
    PERFORM VARYING ws_floor_idx FROM 1 BY 1
            UNTIL ws_floor_idx > ws_floor_count
        IF ws_building_open = "Y"
              AND fl_building(ws_floor_idx) NOT = ws_current_building
            PERFORM write_building_floor_total
        END-IF
        IF ws_building_open = "N"
            PERFORM start_floor_building
        END-IF
        ADD fl_residents(ws_floor_idx) TO ws_blk_residents
        ADD fl_expected(ws_floor_idx) TO ws_blk_expected
        ADD fl_checked(ws_floor_idx) TO ws_blk_checked
        ADD fl_excused(ws_floor_idx) TO ws_blk_excused
        ADD fl_scale_sum(ws_floor_idx) TO ws_blk_scale_sum
        ADD fl_scale_count(ws_floor_idx) TO ws_blk_scale_count
        MOVE SPACES TO ws_ln_label
        STRING "  FLOOR " fl_floor(ws_floor_idx)
            DELIMITED BY SIZE INTO ws_ln_label
        MOVE fl_residents(ws_floor_idx) TO ws_ln_residents
        MOVE fl_expected(ws_floor_idx) TO ws_ln_expected
        MOVE fl_checked(ws_floor_idx) TO ws_ln_checked
        MOVE fl_excused(ws_floor_idx) TO ws_ln_excused
        MOVE fl_scale_sum(ws_floor_idx) TO ws_ln_scale_sum
        MOVE fl_scale_count(ws_floor_idx) TO ws_ln_scale_count
        MOVE fl_hidden(ws_floor_idx) TO ws_ln_hidden
        PERFORM write_floor_compare_line
    END-PERFORM.
    IF ws_building_open = "Y"
        PERFORM write_building_floor_total
    END-IF.

    MOVE ws_roster_count TO ws_count_display.
    MOVE ws_dorm_rate_pct TO ws_pct_display.
    MOVE ws_dorm_avg_scale TO ws_avg_display.
    MOVE SPACES TO term_line.
    IF ws_dorm_hidden = "S"
        STRING "DORM AVERAGE    " ws_count_display
            "   NOT SHOWN - WOULD REVEAL A SMALL GROUP"
            DELIMITED BY SIZE INTO term_line
    ELSE
        STRING "DORM AVERAGE    " ws_count_display "   "
            ws_pct_display "               " ws_avg_display
            DELIMITED BY SIZE INTO term_line
    END-IF.
    WRITE term_line.

*> Floors and buildings below the minimum are hidden. Where just
*> one group under a total is hidden, the next-smallest group
*> beside it is hidden as well (or, with none left, the total),
*> so the hidden figures cannot be worked out by subtraction.
*> The floor table is in building order here.
mark_hidden_groups.
    MOVE 0 TO ws_bldg_count.
    MOVE "N" TO ws_dorm_hidden.
    PERFORM VARYING ws_floor_idx FROM 1 BY 1
            UNTIL ws_floor_idx > ws_floor_count
        IF fl_residents(ws_floor_idx) < ws_min_residents
            MOVE "Y" TO fl_hidden(ws_floor_idx)
        ELSE
            MOVE "N" TO fl_hidden(ws_floor_idx)
        END-IF
        IF ws_bldg_count = 0
            PERFORM add_hidden_building
        ELSE
            IF fl_building(ws_floor_idx)
                  NOT = bl_building(ws_bldg_count)
                PERFORM add_hidden_building
            END-IF
        END-IF
        ADD fl_residents(ws_floor_idx) TO bl_residents(ws_bldg_count)
    END-PERFORM.
    PERFORM VARYING ws_bldg_idx FROM 1 BY 1
            UNTIL ws_bldg_idx > ws_bldg_count
        IF bl_residents(ws_bldg_idx) < ws_min_residents
            MOVE "Y" TO bl_hidden(ws_bldg_idx)
        END-IF
        PERFORM mark_hidden_floors
    END-PERFORM.

    MOVE 0 TO ws_hidden_count.
    MOVE 0 TO ws_pick_idx.
    PERFORM VARYING ws_bldg_idx FROM 1 BY 1
            UNTIL ws_bldg_idx > ws_bldg_count
        IF bl_hidden(ws_bldg_idx) NOT = "N"
            ADD 1 TO ws_hidden_count
        ELSE IF ws_pick_idx = 0
            MOVE ws_bldg_idx TO ws_pick_idx
        ELSE IF bl_residents(ws_bldg_idx) < bl_residents(ws_pick_idx)
            MOVE ws_bldg_idx TO ws_pick_idx
        END-IF
        END-IF
        END-IF
    END-PERFORM.
    IF ws_hidden_count = 1
        IF ws_pick_idx > 0
            MOVE ws_pick_idx TO ws_bldg_idx
            PERFORM hide_building_floors
        ELSE
            MOVE "S" TO ws_dorm_hidden
        END-IF
    END-IF.

*> The floors of a building hidden this way would add back up
*> to its total, so they go with it.
hide_building_floors.
    MOVE "S" TO bl_hidden(ws_bldg_idx).
    PERFORM VARYING ws_floor_idx FROM 1 BY 1
            UNTIL ws_floor_idx > ws_floor_count
        IF fl_building(ws_floor_idx) = bl_building(ws_bldg_idx)
              AND fl_hidden(ws_floor_idx) = "N"
            MOVE "S" TO fl_hidden(ws_floor_idx)
        END-IF
    END-PERFORM.

add_hidden_building.
    ADD 1 TO ws_bldg_count.
    MOVE fl_building(ws_floor_idx) TO bl_building(ws_bldg_count).
    MOVE 0 TO bl_residents(ws_bldg_count).
    MOVE "N" TO bl_hidden(ws_bldg_count).

mark_hidden_floors.
    MOVE 0 TO ws_hidden_count.
    MOVE 0 TO ws_pick_idx.
    PERFORM VARYING ws_floor_idx FROM 1 BY 1
            UNTIL ws_floor_idx > ws_floor_count
        IF fl_building(ws_floor_idx) = bl_building(ws_bldg_idx)
            IF fl_hidden(ws_floor_idx) NOT = "N"
                ADD 1 TO ws_hidden_count
            ELSE IF ws_pick_idx = 0
                MOVE ws_floor_idx TO ws_pick_idx
            ELSE IF fl_residents(ws_floor_idx)
                  < fl_residents(ws_pick_idx)
                MOVE ws_floor_idx TO ws_pick_idx
            END-IF
            END-IF
            END-IF
        END-IF
    END-PERFORM.
    IF ws_hidden_count = 1
        IF ws_pick_idx > 0
            MOVE "S" TO fl_hidden(ws_pick_idx)
        ELSE
            IF bl_hidden(ws_bldg_idx) = "N"
                MOVE "S" TO bl_hidden(ws_bldg_idx)
            END-IF
        END-IF
    END-IF.

start_floor_building.
    MOVE fl_building(ws_floor_idx) TO ws_current_building.
    MOVE "Y" TO ws_building_open.
    ADD 1 TO ws_bldg_idx.
    MOVE 0 TO ws_blk_residents.
    MOVE 0 TO ws_blk_expected.
    MOVE 0 TO ws_blk_checked.
    MOVE 0 TO ws_blk_excused.
    MOVE 0 TO ws_blk_scale_sum.
    MOVE 0 TO ws_blk_scale_count.
    MOVE SPACES TO term_line.
    IF ws_current_building = SPACES
        MOVE "BUILDING NOT ASSIGNED" TO term_line
    ELSE
        STRING "BUILDING " ws_current_building
            DELIMITED BY SIZE INTO term_line
    END-IF.
    WRITE term_line.

write_building_floor_total.
    MOVE "  ALL FLOORS" TO ws_ln_label.
    MOVE ws_blk_residents TO ws_ln_residents.
    MOVE ws_blk_expected TO ws_ln_expected.
    MOVE ws_blk_checked TO ws_ln_checked.
    MOVE ws_blk_excused TO ws_ln_excused.
    MOVE ws_blk_scale_sum TO ws_ln_scale_sum.
    MOVE ws_blk_scale_count TO ws_ln_scale_count.
    MOVE bl_hidden(ws_bldg_idx) TO ws_ln_hidden.
    PERFORM write_floor_compare_line.
    MOVE "N" TO ws_building_open.
    MOVE SPACES TO term_line.
    WRITE term_line.

*> Small groups, and the groups hidden to cover them, are left
*> blank so no figure can be tied to a single student.
write_floor_compare_line.
    MOVE ws_ln_residents TO ws_count_display.
    MOVE SPACES TO term_line.
    IF ws_ln_hidden = "Y"
        MOVE ws_min_residents TO ws_min_display
        STRING ws_ln_label "  " ws_count_display
            "   FEWER THAN" ws_min_display
            " RESIDENTS - NOT SHOWN"
            DELIMITED BY SIZE INTO term_line
    ELSE IF ws_ln_hidden = "S"
        STRING ws_ln_label "  " ws_count_display
            "   NOT SHOWN - WOULD REVEAL A SMALL GROUP"
            DELIMITED BY SIZE INTO term_line
    ELSE
        MOVE 0 TO ws_rate_pct
        IF ws_ln_expected > ws_ln_excused
            COMPUTE ws_rate_pct ROUNDED =
                ws_ln_checked * 100 / (ws_ln_expected - ws_ln_excused)
        END-IF
        COMPUTE ws_diff_pct = ws_rate_pct - ws_dorm_rate_pct
        MOVE ws_rate_pct TO ws_pct_display
        MOVE ws_diff_pct TO ws_diff_pct_display
        MOVE 0 TO ws_avg_scale
        IF ws_ln_scale_count > 0
            COMPUTE ws_avg_scale ROUNDED =
                ws_ln_scale_sum / ws_ln_scale_count
        END-IF
        COMPUTE ws_diff_scale = ws_avg_scale - ws_dorm_avg_scale
        MOVE ws_avg_scale TO ws_avg_display
        MOVE ws_diff_scale TO ws_diff_avg_display
        STRING ws_ln_label "  " ws_count_display "   "
            ws_pct_display "    " ws_diff_pct_display "      "
            ws_avg_display "    " ws_diff_avg_display
            DELIMITED BY SIZE INTO term_line
    END-IF.
    WRITE term_line.
