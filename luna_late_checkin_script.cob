IDENTIFICATION DIVISION.
PROGRAM-ID. luna_late_checkin_script.

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
    SELECT run_param_file ASSIGN TO "RUNPARM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_run_param_status.
    SELECT late_report_file ASSIGN TO "LATERPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  mood_log_file.
COPY mood_log_record.

FD  archive_file.
COPY archive_log_record.

FD  student_roster_file.
COPY student_roster_record.

FD  run_param_file.
COPY run_param_record.

FD  late_report_file.
01 late_line PIC X(80).

WORKING-STORAGE SECTION.
01 ws_report_date PIC 9(8).
01 ws_system_date PIC 9(8).
01 ws_window_start_date PIC 9(8).
01 ws_asof_int PIC 9(7).
01 ws_run_param_status PIC XX.
01 ws_mood_log_status PIC XX.
01 ws_mood_log_eof PIC X(1) VALUE "N".
01 ws_archive_status PIC XX.
01 ws_archive_eof PIC X(1) VALUE "N".
01 ws_roster_eof PIC X(1) VALUE "N".
01 ws_roster_count PIC 9(4) VALUE 0.
01 roster_table.
    05 rt_entry OCCURS 500 TIMES.
        10 rt_name PIC X(20).
        10 rt_room PIC X(4).
        10 rt_building PIC X(2).
01 ws_student_count PIC 9(4) VALUE 0.
01 late_student_table.
    05 lt_entry OCCURS 500 TIMES.
        10 lt_sort_key.
            15 lt_floor_key.
                20 lt_building PIC X(2).
                20 lt_floor PIC X(1).
            15 lt_name PIC X(20).
        10 lt_room PIC X(4).
        10 lt_checkin_count PIC 9(3).
        10 lt_late_count PIC 9(3).
        10 lt_latest_time PIC 9(4).
        10 lt_last_late_date PIC 9(8).
01 ws_hold_entry PIC X(45).
01 ws_idx PIC 9(4).
01 ws_jdx PIC 9(4).
01 ws_found PIC X(1).
01 ws_swapped PIC X(1).
01 ws_current_floor.
    05 ws_current_building PIC X(2).
    05 ws_current_floor_no PIC X(1).
01 ws_floor_checkins PIC 9(5) VALUE 0.
01 ws_floor_late PIC 9(5) VALUE 0.
01 ws_floor_students PIC 9(4) VALUE 0.
01 ws_building_checkins PIC 9(5) VALUE 0.
01 ws_building_late PIC 9(5) VALUE 0.
01 ws_building_students PIC 9(4) VALUE 0.
01 ws_blk_checkins PIC 9(5).
01 ws_blk_late PIC 9(5).
01 ws_blk_students PIC 9(4).
01 ws_total_checkins PIC 9(5) VALUE 0.
01 ws_total_late PIC 9(5) VALUE 0.
01 ws_total_students PIC 9(4) VALUE 0.
01 ws_late_pct PIC 9(3)V9.
01 ws_pct_display PIC ZZ9.9.
01 ws_count_display PIC ZZZ9.
01 ws_nights_display PIC ZZ9.

PROCEDURE DIVISION.
main_late_checkin.
    PERFORM get_report_date.
    COMPUTE ws_asof_int = FUNCTION INTEGER-OF-DATE(ws_report_date).
    COMPUTE ws_window_start_date =
        FUNCTION DATE-OF-INTEGER(ws_asof_int - 29).
    PERFORM load_roster_table.
    PERFORM tally_mood_log.
    PERFORM sort_by_floor.
    PERFORM write_late_report.
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
        MOVE sr_room_number TO rt_room(ws_roster_count)
        MOVE sr_building_code TO rt_building(ws_roster_count)
    ELSE
        DISPLAY "WARNING: roster table full at 500 entries - "
            sr_student_name " reported as not on roster"
    END-IF.

tally_mood_log.
    OPEN INPUT mood_log_file.
    PERFORM read_archived_months.
    PERFORM position_mood_log.
    PERFORM UNTIL ws_mood_log_eof = "Y"
        READ mood_log_file NEXT RECORD
            AT END MOVE "Y" TO ws_mood_log_eof
            NOT AT END
                IF ml_run_date > ws_report_date
                    MOVE "Y" TO ws_mood_log_eof
                ELSE
                    PERFORM tally_mood_log_record
                END-IF
        END-READ
    END-PERFORM.
    CLOSE mood_log_file.

*> The archive only matters when the 30-night window reaches back
*> into a closed month; otherwise every record in the window is
*> still on the mood master.
read_archived_months.
    IF ws_window_start_date(1:6) < ws_system_date(1:6)
        OPEN INPUT archive_file
        IF ws_archive_status = "00"
            PERFORM UNTIL ws_archive_eof = "Y"
                READ archive_file
                    AT END MOVE "Y" TO ws_archive_eof
                    NOT AT END
                        MOVE archive_log_record TO mood_log_record
                        PERFORM tally_mood_log_record
                END-READ
            END-PERFORM
            CLOSE archive_file
        END-IF
    END-IF.

*> Position the mood master at the start of the 30-night window
*> instead of scanning the log from the top.
position_mood_log.
    IF ws_mood_log_status NOT = "00"
        MOVE "Y" TO ws_mood_log_eof
    ELSE
        MOVE ws_window_start_date TO ml_run_date
        MOVE 0 TO ml_run_seq
        MOVE SPACES TO ml_user_name
        START mood_log_file KEY IS NOT LESS THAN ml_key
            INVALID KEY MOVE "Y" TO ws_mood_log_eof
        END-START
    END-IF.

*> A check-in is late when it was taken on a calendar date after
*> the night it counts for - the student answered after midnight.
*> Excused records are not check-ins, and records carried across
*> from before check-in times were kept have no stamp to judge.
tally_mood_log_record.
    IF ml_run_date >= ws_window_start_date
          AND ml_run_date <= ws_report_date
          AND ml_status NOT = "E"
          AND ml_checkin_date IS NUMERIC
          AND ml_checkin_date NOT = 0
        PERFORM locate_student_entry
        IF ws_found = "Y"
            ADD 1 TO lt_checkin_count(ws_idx)
            IF ml_checkin_date > ml_run_date
                ADD 1 TO lt_late_count(ws_idx)
                IF ml_checkin_time > lt_latest_time(ws_idx)
                    MOVE ml_checkin_time TO lt_latest_time(ws_idx)
                END-IF
                IF ml_run_date > lt_last_late_date(ws_idx)
                    MOVE ml_run_date TO lt_last_late_date(ws_idx)
                END-IF
            END-IF
        END-IF
    END-IF.

locate_student_entry.
    MOVE "N" TO ws_found.
    PERFORM VARYING ws_idx FROM 1 BY 1
            UNTIL ws_idx > ws_student_count OR ws_found = "Y"
        IF lt_name(ws_idx) = ml_user_name
            MOVE "Y" TO ws_found
            SUBTRACT 1 FROM ws_idx
        END-IF
    END-PERFORM.
    IF ws_found = "N"
        IF ws_student_count < 500
            ADD 1 TO ws_student_count
            MOVE ws_student_count TO ws_idx
            MOVE ml_user_name TO lt_name(ws_idx)
            MOVE HIGH-VALUES TO lt_building(ws_idx)
            MOVE "?" TO lt_floor(ws_idx)
            MOVE SPACES TO lt_room(ws_idx)
            MOVE 0 TO lt_checkin_count(ws_idx)
            MOVE 0 TO lt_late_count(ws_idx)
            MOVE 0 TO lt_latest_time(ws_idx)
            MOVE 0 TO lt_last_late_date(ws_idx)
            PERFORM locate_roster_room
            MOVE "Y" TO ws_found
        ELSE
            DISPLAY "WARNING: late check-in table full at 500 "
                "entries - report may be incomplete for "
                ml_user_name
        END-IF
    END-IF.

*> Floors break within building. Students no longer on the roster
*> keep a high-values building so they sort to the end of the
*> report under their own heading.
locate_roster_room.
    PERFORM VARYING ws_jdx FROM 1 BY 1
            UNTIL ws_jdx > ws_roster_count
        IF rt_name(ws_jdx) = ml_user_name
            MOVE rt_room(ws_jdx) TO lt_room(ws_idx)
            MOVE rt_building(ws_jdx) TO lt_building(ws_idx)
            MOVE rt_room(ws_jdx)(1:1) TO lt_floor(ws_idx)
        END-IF
    END-PERFORM.

sort_by_floor.
    IF ws_student_count > 1
        MOVE "Y" TO ws_swapped
        PERFORM UNTIL ws_swapped = "N"
            MOVE "N" TO ws_swapped
            PERFORM VARYING ws_jdx FROM 1 BY 1
                    UNTIL ws_jdx >= ws_student_count
                IF lt_sort_key(ws_jdx) > lt_sort_key(ws_jdx + 1)
                    MOVE lt_entry(ws_jdx) TO ws_hold_entry
                    MOVE lt_entry(ws_jdx + 1) TO lt_entry(ws_jdx)
                    MOVE ws_hold_entry TO lt_entry(ws_jdx + 1)
                    MOVE "Y" TO ws_swapped
                END-IF
            END-PERFORM
        END-PERFORM
    END-IF.

write_late_report.
    OPEN OUTPUT late_report_file.

    MOVE SPACES TO late_line.
    STRING "LATE CHECK-IN REPORT FOR 30 NIGHTS ENDING "
        ws_report_date
        DELIMITED BY SIZE INTO late_line.
    WRITE late_line.

    MOVE "CHECK-INS TAKEN AFTER MIDNIGHT, CREDITED TO THE PRIOR NIGHT"
        TO late_line.
    WRITE late_line.

    MOVE SPACES TO late_line.
    WRITE late_line.

    MOVE SPACES TO late_line.
    STRING "  STUDENT NAME         ROOM  LATE  OF  LATEST  LAST LATE"
        DELIMITED BY SIZE INTO late_line.
    WRITE late_line.

*> Students sort by building first, so each building's floors
*> print together followed by the building subtotal. The not-on-
*> roster group has no building, so its floor total stands alone.
    IF ws_student_count > 0
        MOVE lt_floor_key(1) TO ws_current_floor
        PERFORM start_building_group
        PERFORM write_floor_heading
    END-IF.

    PERFORM VARYING ws_idx FROM 1 BY 1
            UNTIL ws_idx > ws_student_count
        IF lt_floor_key(ws_idx) NOT = ws_current_floor
            PERFORM write_floor_total
            IF lt_building(ws_idx) NOT = ws_current_building
                PERFORM write_building_total
                MOVE lt_floor_key(ws_idx) TO ws_current_floor
                PERFORM start_building_group
            ELSE
                MOVE lt_floor_key(ws_idx) TO ws_current_floor
            END-IF
            PERFORM write_floor_heading
        END-IF
        PERFORM tally_floor_student
    END-PERFORM.

    IF ws_student_count > 0
        PERFORM write_floor_total
        PERFORM write_building_total
    END-IF.

    PERFORM write_dorm_total.
    CLOSE late_report_file.

write_floor_heading.
    MOVE 0 TO ws_floor_checkins.
    MOVE 0 TO ws_floor_late.
    MOVE 0 TO ws_floor_students.
    MOVE SPACES TO late_line.
    WRITE late_line.
    MOVE SPACES TO late_line.
    IF ws_current_building = HIGH-VALUES
        MOVE "NOT ON ROSTER" TO late_line
    ELSE
        STRING "BUILDING " ws_current_building
            " FLOOR " ws_current_floor_no
            DELIMITED BY SIZE INTO late_line
    END-IF.
    WRITE late_line.

start_building_group.
    MOVE 0 TO ws_building_checkins.
    MOVE 0 TO ws_building_late.
    MOVE 0 TO ws_building_students.

tally_floor_student.
    ADD lt_checkin_count(ws_idx) TO ws_floor_checkins.
    ADD lt_checkin_count(ws_idx) TO ws_building_checkins.
    ADD lt_checkin_count(ws_idx) TO ws_total_checkins.
    IF lt_late_count(ws_idx) > 0
        ADD lt_late_count(ws_idx) TO ws_floor_late
        ADD lt_late_count(ws_idx) TO ws_building_late
        ADD lt_late_count(ws_idx) TO ws_total_late
        ADD 1 TO ws_floor_students
        ADD 1 TO ws_building_students
        ADD 1 TO ws_total_students
        PERFORM write_student_line
    END-IF.

write_student_line.
    MOVE SPACES TO late_line.
    STRING "  " DELIMITED BY SIZE
        lt_name(ws_idx) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        lt_room(ws_idx) DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        INTO late_line.
    MOVE lt_late_count(ws_idx) TO ws_nights_display.
    MOVE ws_nights_display TO late_line(30:3).
    MOVE lt_checkin_count(ws_idx) TO ws_nights_display.
    MOVE ws_nights_display TO late_line(35:3).
    STRING lt_latest_time(ws_idx)(1:2) ":"
        lt_latest_time(ws_idx)(3:2)
        DELIMITED BY SIZE INTO late_line(40:5).
    MOVE lt_last_late_date(ws_idx) TO late_line(48:8).
    WRITE late_line.

write_floor_total.
    IF ws_floor_late = 0
        MOVE "  NO LATE CHECK-INS" TO late_line
        WRITE late_line
    END-IF.
    MOVE ws_floor_late TO ws_blk_late.
    MOVE ws_floor_checkins TO ws_blk_checkins.
    MOVE ws_floor_students TO ws_blk_students.
    PERFORM write_total_lines.

write_building_total.
    IF ws_current_building NOT = HIGH-VALUES
        MOVE SPACES TO late_line
        WRITE late_line
        MOVE SPACES TO late_line
        IF ws_current_building = SPACES
            MOVE "TOTAL BUILDING NOT ASSIGNED" TO late_line
        ELSE
            STRING "TOTAL BUILDING " ws_current_building
                DELIMITED BY SIZE INTO late_line
        END-IF
        WRITE late_line
        MOVE ws_building_late TO ws_blk_late
        MOVE ws_building_checkins TO ws_blk_checkins
        MOVE ws_building_students TO ws_blk_students
        PERFORM write_total_lines
    END-IF.

write_dorm_total.
    MOVE SPACES TO late_line.
    WRITE late_line.
    MOVE "DORM TOTAL" TO late_line.
    WRITE late_line.
    MOVE ws_total_late TO ws_blk_late.
    MOVE ws_total_checkins TO ws_blk_checkins.
    MOVE ws_total_students TO ws_blk_students.
    PERFORM write_total_lines.

write_total_lines.
    MOVE ws_blk_late TO ws_count_display.
    MOVE SPACES TO late_line.
    STRING "  LATE CHECK-INS..: " ws_count_display
        DELIMITED BY SIZE INTO late_line.
    WRITE late_line.
    MOVE ws_blk_checkins TO ws_count_display.
    MOVE SPACES TO late_line.
    STRING "  ALL CHECK-INS...: " ws_count_display
        DELIMITED BY SIZE INTO late_line.
    WRITE late_line.
    MOVE 0 TO ws_late_pct.
    IF ws_blk_checkins > 0
        COMPUTE ws_late_pct ROUNDED =
            ws_blk_late * 100 / ws_blk_checkins
    END-IF.
    MOVE ws_late_pct TO ws_pct_display.
    MOVE SPACES TO late_line.
    STRING "  PERCENT LATE....: " ws_pct_display
        DELIMITED BY SIZE INTO late_line.
    WRITE late_line.
    MOVE ws_blk_students TO ws_count_display.
    MOVE SPACES TO late_line.
    STRING "  STUDENTS LATE...: " ws_count_display
        DELIMITED BY SIZE INTO late_line.
    WRITE late_line.
