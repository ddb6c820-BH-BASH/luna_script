    SELECT run_param_file ASSIGN TO "RUNPARM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_run_param_status.
    SELECT student_roster_file ASSIGN TO "ROSTER"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_roster_status.
    SELECT step_count_file ASSIGN TO "STEPCNT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_step_count_status.

DATA DIVISION.
FILE SECTION.
FD  run_param_file.
COPY run_param_record.

FD  student_roster_file.
COPY student_roster_record.

FD  step_count_file.
COPY step_count_record.

WORKING-STORAGE SECTION.
01 ws_report_date PIC 9(8).
01 ws_system_date PIC 9(8).
01 ws_mood_log_eof PIC X(1) VALUE "N".
01 ws_archive_eof PIC X(1) VALUE "N".
01 ws_archive_status PIC XX.
01 ws_step_count_status PIC XX.
01 ws_total_count PIC 9(5) VALUE 0.
01 ws_y_count PIC 9(5) VALUE 0.
01 ws_n_count PIC 9(5) VALUE 0.
01 ws_e_count PIC 9(5) VALUE 0.
01 ws_invalid_count PIC 9(5) VALUE 0.
01 ws_count_display PIC ZZZZ9.
01 ws_roster_status PIC XX.
01 ws_roster_eof PIC X(1) VALUE "N".
01 ws_roster_count PIC 9(4) VALUE 0.
01 roster_table.
    05 rt_entry OCCURS 500 TIMES.
        10 rt_name PIC X(20).
        10 rt_building PIC X(2).
01 ws_building_count PIC 9(2) VALUE 0.
01 building_table.
    05 bt_entry OCCURS 20 TIMES.
        10 bt_building PIC X(2).
        10 bt_total_count PIC 9(5).
        10 bt_y_count PIC 9(5).
        10 bt_n_count PIC 9(5).
        10 bt_m_count PIC 9(5).
        10 bt_e_count PIC 9(5).
        10 bt_invalid_count PIC 9(5).
01 ws_hold_building PIC X(32).
01 ws_building_key PIC X(2).
01 ws_bt_idx PIC 9(2).
01 ws_idx PIC 9(4).
01 ws_jdx PIC 9(2).
01 ws_found PIC X(1).
01 ws_swapped PIC X(1).
01 ws_block_total PIC 9(5).
01 ws_block_y PIC 9(5).
01 ws_block_n PIC 9(5).
01 ws_block_m PIC 9(5).
01 ws_block_e PIC 9(5).
01 ws_block_invalid PIC 9(5).

PROCEDURE DIVISION.
main_report.
    PERFORM get_report_date.
    PERFORM load_roster_table.
    OPEN INPUT mood_log_file.
    OPEN OUTPUT summary_report_file.

        END-READ
    END-PERFORM.

    PERFORM sort_buildings.
    PERFORM write_summary_report.

    CLOSE mood_log_file.
    CLOSE summary_report_file.
    PERFORM write_step_counts.
    STOP RUN.

*> Position the mood master at the first record for the report
        END-IF
    END-IF.

load_roster_table.
    OPEN INPUT student_roster_file.
    IF ws_roster_status = "00"
        PERFORM UNTIL ws_roster_eof = "Y"
            READ student_roster_file
                AT END MOVE "Y" TO ws_roster_eof
                NOT AT END PERFORM load_roster_entry
            END-READ
        END-PERFORM
        CLOSE student_roster_file
    END-IF.

load_roster_entry.
    IF ws_roster_count < 500
        ADD 1 TO ws_roster_count
        MOVE sr_student_name TO rt_name(ws_roster_count)
        MOVE sr_building_code TO rt_building(ws_roster_count)
    ELSE
        DISPLAY "WARNING: roster table full at 500 entries - "
            sr_student_name " counted as not on roster"
    END-IF.

tally_mood_log_record.
    IF ml_run_date = ws_report_date
        PERFORM find_student_building
        ADD 1 TO ws_total_count
        IF ws_bt_idx > 0
            ADD 1 TO bt_total_count(ws_bt_idx)
        END-IF
        IF ml_status = "Y" OR ml_status = "y"
            ADD 1 TO ws_y_count
            IF ws_bt_idx > 0
                ADD 1 TO bt_y_count(ws_bt_idx)
            END-IF
        ELSE IF ml_status = "N" OR ml_status = "n"
            ADD 1 TO ws_n_count
            IF ws_bt_idx > 0
                ADD 1 TO bt_n_count(ws_bt_idx)
            END-IF
        ELSE IF ml_status = "M" OR ml_status = "m"
            ADD 1 TO ws_m_count
            IF ws_bt_idx > 0
                ADD 1 TO bt_m_count(ws_bt_idx)
            END-IF
        ELSE IF ml_status = "E" OR ml_status = "e"
            ADD 1 TO ws_e_count
            IF ws_bt_idx > 0
                ADD 1 TO bt_e_count(ws_bt_idx)
            END-IF
        ELSE
            ADD 1 TO ws_invalid_count
            IF ws_bt_idx > 0
                ADD 1 TO bt_invalid_count(ws_bt_idx)
            END-IF
        END-IF
    END-IF.

*> The mood log carries no building, so the student's hall comes
*> from the roster; a name no longer on the roster is tallied
*> under its own heading, kept last by its high-values key.
find_student_building.
    MOVE HIGH-VALUES TO ws_building_key.
    MOVE "N" TO ws_found.
    PERFORM VARYING ws_idx FROM 1 BY 1
            UNTIL ws_idx > ws_roster_count OR ws_found = "Y"
        IF rt_name(ws_idx) = ml_user_name
            MOVE "Y" TO ws_found
            MOVE rt_building(ws_idx) TO ws_building_key
        END-IF
    END-PERFORM.
    PERFORM find_building_entry.

find_building_entry.
    MOVE "N" TO ws_found.
    MOVE 0 TO ws_bt_idx.
    PERFORM VARYING ws_jdx FROM 1 BY 1
            UNTIL ws_jdx > ws_building_count OR ws_found = "Y"
        IF bt_building(ws_jdx) = ws_building_key
            MOVE "Y" TO ws_found
            MOVE ws_jdx TO ws_bt_idx
        END-IF
    END-PERFORM.
    IF ws_found = "N"
        IF ws_building_count < 20
            ADD 1 TO ws_building_count
            MOVE ws_building_count TO ws_bt_idx
            MOVE ws_building_key TO bt_building(ws_bt_idx)
            MOVE 0 TO bt_total_count(ws_bt_idx)
            MOVE 0 TO bt_y_count(ws_bt_idx)
            MOVE 0 TO bt_n_count(ws_bt_idx)
            MOVE 0 TO bt_m_count(ws_bt_idx)
            MOVE 0 TO bt_e_count(ws_bt_idx)
            MOVE 0 TO bt_invalid_count(ws_bt_idx)
        ELSE
            DISPLAY "WARNING: building table full at 20 entries - "
                "building " ws_building_key " in dorm total only"
        END-IF
    END-IF.

sort_buildings.
    IF ws_building_count > 1
        MOVE "Y" TO ws_swapped
        PERFORM UNTIL ws_swapped = "N"
            MOVE "N" TO ws_swapped
            PERFORM VARYING ws_jdx FROM 1 BY 1
                    UNTIL ws_jdx >= ws_building_count
                IF bt_building(ws_jdx) > bt_building(ws_jdx + 1)
                    MOVE bt_entry(ws_jdx) TO ws_hold_building
                    MOVE bt_entry(ws_jdx + 1) TO bt_entry(ws_jdx)
                    MOVE ws_hold_building TO bt_entry(ws_jdx + 1)
                    MOVE "Y" TO ws_swapped
                END-IF
            END-PERFORM
        END-PERFORM
    END-IF.

write_summary_report.
    MOVE SPACES TO report_line.
    STRING "DORM MOOD CHECK-IN SUMMARY FOR " ws_report_date
        DELIMITED BY SIZE INTO report_line.
    WRITE report_line.

    PERFORM VARYING ws_bt_idx FROM 1 BY 1
            UNTIL ws_bt_idx > ws_building_count
        PERFORM write_building_block
    END-PERFORM.

    MOVE SPACES TO report_line.
    WRITE report_line.
    MOVE "ALL BUILDINGS" TO report_line.
    WRITE report_line.
    MOVE ws_total_count TO ws_block_total.
    MOVE ws_y_count TO ws_block_y.
    MOVE ws_n_count TO ws_block_n.
    MOVE ws_m_count TO ws_block_m.
    MOVE ws_e_count TO ws_block_e.
    MOVE ws_invalid_count TO ws_block_invalid.
    PERFORM write_count_lines.

write_building_block.
    MOVE SPACES TO report_line.
    WRITE report_line.
    MOVE SPACES TO report_line.
    IF bt_building(ws_bt_idx) = HIGH-VALUES
        MOVE "NOT ON ROSTER" TO report_line
    ELSE
        STRING "BUILDING " bt_building(ws_bt_idx)
            DELIMITED BY SIZE INTO report_line
    END-IF.
    WRITE report_line.
    MOVE bt_total_count(ws_bt_idx) TO ws_block_total.
    MOVE bt_y_count(ws_bt_idx) TO ws_block_y.
    MOVE bt_n_count(ws_bt_idx) TO ws_block_n.
    MOVE bt_m_count(ws_bt_idx) TO ws_block_m.
    MOVE bt_e_count(ws_bt_idx) TO ws_block_e.
    MOVE bt_invalid_count(ws_bt_idx) TO ws_block_invalid.
    PERFORM write_count_lines.

write_count_lines.
    MOVE ws_block_total TO ws_count_display.
    MOVE SPACES TO report_line.
    STRING "TOTAL CHECK-INS.......: " ws_count_display
        DELIMITED BY SIZE INTO report_line.
    WRITE report_line.

    MOVE ws_block_y TO ws_count_display.
    MOVE SPACES TO report_line.
    STRING "Y (OKAY) RESPONSES....: " ws_count_display
        DELIMITED BY SIZE INTO report_line.
    WRITE report_line.

    MOVE ws_block_n TO ws_count_display.
    MOVE SPACES TO report_line.
    STRING "N (NOT OKAY) RESPONSES: " ws_count_display
        DELIMITED BY SIZE INTO report_line.
    WRITE report_line.

    MOVE ws_block_m TO ws_count_display.
    MOVE SPACES TO report_line.
    STRING "NEUTRAL (SCALE 3).....: " ws_count_display
        DELIMITED BY SIZE INTO report_line.
    WRITE report_line.

    MOVE ws_block_e TO ws_count_display.
    MOVE SPACES TO report_line.
    STRING "EXCUSED (ON LEAVE)....: " ws_count_display
        DELIMITED BY SIZE INTO report_line.
    WRITE report_line.

    MOVE ws_block_invalid TO ws_count_display.
    MOVE SPACES TO report_line.
    STRING "INVALID/UNRECOGNIZED..: " ws_count_display
        DELIMITED BY SIZE INTO report_line.
    WRITE report_line.

write_step_counts.
    OPEN OUTPUT step_count_file.
    IF ws_step_count_status = "00"
        MOVE "REPORT" TO su_program
        MOVE ws_report_date TO su_run_date
        MOVE ws_total_count TO su_read_count
        COMPUTE su_written_count = ws_total_count - ws_invalid_count
        MOVE ws_invalid_count TO su_rejected_count
        MOVE 0 TO su_alert_count
        WRITE step_count_record
        CLOSE step_count_file
    END-IF.
