    SELECT calendar_file ASSIGN TO "CALENDAR"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_calendar_status.
    SELECT step_count_file ASSIGN TO "STEPCNT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_step_count_status.

DATA DIVISION.
FILE SECTION.
FD  calendar_file.
COPY calendar_record.

FD  step_count_file.
COPY step_count_record.

WORKING-STORAGE SECTION.
01 ws_report_date PIC 9(8).
01 ws_system_date PIC 9(8).
    05 rt_entry OCCURS 500 TIMES.
        10 rt_name PIC X(20).
        10 rt_room PIC X(4).
        10 rt_section PIC X(4).
        10 rt_checked PIC X(1).
        10 rt_excused PIC X(1).
01 ws_leave_count PIC 9(4) VALUE 0.
01 section_table.
    05 sc_entry OCCURS 50 TIMES.
        10 sc_key.
            15 sc_building PIC X(2).
            15 sc_floor PIC X(1).
            15 sc_wing PIC X(1).
        10 sc_checkin_count PIC 9(4).
        10 sc_n_count PIC 9(4).
        10 sc_noshow_count PIC 9(4).
        10 sc_excused_count PIC 9(4).
01 ws_hold_section PIC X(32).
01 ws_idx PIC 9(4).
01 ws_jdx PIC 9(4).
01 ws_sec_idx PIC 9(4).
01 ws_found PIC X(1).
01 ws_swapped PIC X(1).
01 ws_section_key PIC X(4).
01 ws_avg_scale PIC 9V99.
01 ws_avg_display PIC 9.99.
01 ws_count_display PIC ZZZ9.
01 ws_total_noshows PIC 9(4) VALUE 0.
01 ws_total_excused PIC 9(4) VALUE 0.
01 ws_unmatched_count PIC 9(4) VALUE 0.
01 ws_current_building PIC X(2).
01 ws_building_open PIC X(1) VALUE "N".
01 ws_blk_checkins PIC 9(5).
01 ws_blk_scale_sum PIC 9(6).
01 ws_blk_scale_count PIC 9(5).
01 ws_blk_n_count PIC 9(5).
01 ws_blk_noshows PIC 9(4).
01 ws_blk_excused PIC 9(4).
01 ws_calendar_status PIC XX.
01 ws_calendar_eof PIC X(1) VALUE "N".
01 ws_calendar_loaded PIC X(1) VALUE "N".
    05 cd_sched_date PIC 9(8) OCCURS 400 TIMES.
01 ws_cal_idx PIC 9(4).
01 ws_date_scheduled PIC X(1) VALUE "Y".
01 ws_step_count_status PIC XX.
01 ws_night_record_count PIC 9(5) VALUE 0.

PROCEDURE DIVISION.
main_rollup.
    PERFORM count_section_noshows.
    PERFORM sort_sections.
    PERFORM write_floor_report.
    PERFORM write_step_counts.
    STOP RUN.

get_report_date.
        ADD 1 TO ws_roster_count
        MOVE sr_student_name TO rt_name(ws_roster_count)
        MOVE sr_room_number TO rt_room(ws_roster_count)
        MOVE sr_building_code
            TO rt_section(ws_roster_count)(1:2)
        MOVE sr_room_number(1:1)
            TO rt_section(ws_roster_count)(3:1)
        MOVE sr_room_number(4:1)
            TO rt_section(ws_roster_count)(4:1)
        MOVE "N" TO rt_checked(ws_roster_count)
        MOVE "N" TO rt_excused(ws_roster_count)
        MOVE rt_section(ws_roster_count) TO ws_section_key

tally_mood_log_record.
    IF ml_run_date = ws_report_date
        ADD 1 TO ws_night_record_count
        PERFORM locate_roster_student
        IF ws_found = "Y"
            PERFORM tally_student_record
        DELIMITED BY SIZE INTO floor_line.
    WRITE floor_line.

*> Sections sort by building first, so each building's floors
*> and wings print together followed by the building subtotal.
    PERFORM VARYING ws_sec_idx FROM 1 BY 1
            UNTIL ws_sec_idx > ws_section_count
        IF ws_building_open = "Y"
              AND sc_building(ws_sec_idx) NOT = ws_current_building
            PERFORM write_building_total_block
        END-IF
        IF ws_building_open = "N"
            PERFORM start_building_group
        END-IF
        PERFORM add_section_to_building
        PERFORM write_section_block
    END-PERFORM.
    IF ws_building_open = "Y"
        PERFORM write_building_total_block
    END-IF.

    PERFORM write_dorm_total_block.
    CLOSE floor_report_file.

start_building_group.
    MOVE sc_building(ws_sec_idx) TO ws_current_building.
    MOVE "Y" TO ws_building_open.
    MOVE 0 TO ws_blk_checkins.
    MOVE 0 TO ws_blk_scale_sum.
    MOVE 0 TO ws_blk_scale_count.
    MOVE 0 TO ws_blk_n_count.
    MOVE 0 TO ws_blk_noshows.
    MOVE 0 TO ws_blk_excused.

    MOVE SPACES TO floor_line.
    WRITE floor_line.
    MOVE SPACES TO floor_line.
    IF ws_current_building = SPACES
        MOVE "BUILDING NOT ASSIGNED" TO floor_line
    ELSE
        STRING "BUILDING " ws_current_building
            DELIMITED BY SIZE INTO floor_line
    END-IF.
    WRITE floor_line.

add_section_to_building.
    ADD sc_checkin_count(ws_sec_idx) TO ws_blk_checkins.
    ADD sc_scale_sum(ws_sec_idx) TO ws_blk_scale_sum.
    ADD sc_scale_count(ws_sec_idx) TO ws_blk_scale_count.
    ADD sc_n_count(ws_sec_idx) TO ws_blk_n_count.
    ADD sc_noshow_count(ws_sec_idx) TO ws_blk_noshows.
    ADD sc_excused_count(ws_sec_idx) TO ws_blk_excused.

write_building_total_block.
    MOVE SPACES TO floor_line.
    WRITE floor_line.

    MOVE SPACES TO floor_line.
    IF ws_current_building = SPACES
        MOVE "TOTAL BUILDING NOT ASSIGNED" TO floor_line
    ELSE
        STRING "TOTAL BUILDING " ws_current_building
            DELIMITED BY SIZE INTO floor_line
    END-IF.
    WRITE floor_line.
    PERFORM write_total_lines.
    MOVE "N" TO ws_building_open.

write_section_block.
    MOVE SPACES TO floor_line.
    WRITE floor_line.
    MOVE SPACES TO floor_line.
    WRITE floor_line.

    MOVE "DORM TOTAL - ALL BUILDINGS" TO floor_line.
    WRITE floor_line.

    MOVE ws_total_checkins TO ws_blk_checkins.
    MOVE ws_total_scale_sum TO ws_blk_scale_sum.
    MOVE ws_total_scale_count TO ws_blk_scale_count.
    MOVE ws_total_n_count TO ws_blk_n_count.
    MOVE ws_total_noshows TO ws_blk_noshows.
    MOVE ws_total_excused TO ws_blk_excused.
    PERFORM write_total_lines.

    IF ws_unmatched_count > 0
        MOVE ws_unmatched_count TO ws_count_display
        MOVE SPACES TO floor_line
        STRING "  NOT ON ROSTER.: " ws_count_display
            DELIMITED BY SIZE INTO floor_line
        WRITE floor_line
    END-IF.

write_total_lines.
    MOVE ws_blk_checkins TO ws_count_display.
    MOVE SPACES TO floor_line.
    STRING "  CHECK-INS.....: " ws_count_display
        DELIMITED BY SIZE INTO floor_line.
    WRITE floor_line.

    MOVE 0 TO ws_avg_scale.
    IF ws_blk_scale_count > 0
        COMPUTE ws_avg_scale ROUNDED =
            ws_blk_scale_sum / ws_blk_scale_count
    END-IF.
    MOVE ws_avg_scale TO ws_avg_display.
    MOVE SPACES TO floor_line.
        DELIMITED BY SIZE INTO floor_line.
    WRITE floor_line.

    MOVE ws_blk_n_count TO ws_count_display.
    MOVE SPACES TO floor_line.
    STRING "  N RESPONSES...: " ws_count_display
        DELIMITED BY SIZE INTO floor_line.
    WRITE floor_line.

    MOVE ws_blk_excused TO ws_count_display.
    MOVE SPACES TO floor_line.
    STRING "  EXCUSED.......: " ws_count_display
        DELIMITED BY SIZE INTO floor_line.
        MOVE "  NO-SHOWS......: NOT A SCHEDULED NIGHT"
            TO floor_line
    ELSE
        MOVE ws_blk_noshows TO ws_count_display
        MOVE SPACES TO floor_line
        STRING "  NO-SHOWS......: " ws_count_display
            DELIMITED BY SIZE INTO floor_line
    END-IF.
    WRITE floor_line.

write_step_counts.
    OPEN OUTPUT step_count_file.
    IF ws_step_count_status = "00"
        MOVE "ROLLUP" TO su_program
        MOVE ws_report_date TO su_run_date
        MOVE ws_night_record_count TO su_read_count
        MOVE ws_total_checkins TO su_written_count
        MOVE ws_unmatched_count TO su_rejected_count
        MOVE 0 TO su_alert_count
        WRITE step_count_record
        CLOSE step_count_file
    END-IF.
