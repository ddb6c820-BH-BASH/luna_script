        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT name_change_file ASSIGN TO "NAMECHG"
        ORGANIZATION IS SEQUENTIAL.
    SELECT departed_file ASSIGN TO "DEPARTED"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_departed_status.

DATA DIVISION.
FILE SECTION.
FD  name_change_file.
COPY name_change_record.

FD  departed_file.
COPY departed_student_record.

WORKING-STORAGE SECTION.
01 ws_run_date PIC 9(8).
01 ws_roster_status PIC XX.
01 ws_departed_status PIC XX.
01 ws_departed_count PIC 9(4) VALUE 0.
01 ws_roster_eof PIC X(1) VALUE "N".
01 ws_txn_eof PIC X(1) VALUE "N".
01 ws_roster_count PIC 9(4) VALUE 0.
        10 rt_name PIC X(20).
        10 rt_room PIC X(4).
        10 rt_id PIC X(6).
        10 rt_building PIC X(2).
        10 rt_active PIC X(1).
01 ws_idx PIC 9(4).
01 ws_match_idx PIC 9(4).
        MOVE sr_student_name TO rt_name(ws_roster_count)
        MOVE sr_room_number TO rt_room(ws_roster_count)
        MOVE sr_student_id TO rt_id(ws_roster_count)
        MOVE sr_building_code TO rt_building(ws_roster_count)
        MOVE "Y" TO rt_active(ws_roster_count)
    ELSE
        MOVE "Y" TO ws_roster_overflow
    IF ws_reject_reason = SPACES AND tx_student_id = SPACES
        MOVE "STUDENT ID IS BLANK" TO ws_reject_reason
    END-IF.
    IF ws_reject_reason = SPACES AND tx_building_code = SPACES
        MOVE "BUILDING CODE IS BLANK" TO ws_reject_reason
    END-IF.
    IF ws_reject_reason = SPACES
        PERFORM validate_room_number
    END-IF.
            MOVE tx_student_name TO rt_name(ws_roster_count)
            MOVE tx_room_number TO rt_room(ws_roster_count)
            MOVE tx_student_id TO rt_id(ws_roster_count)
            MOVE tx_building_code TO rt_building(ws_roster_count)
            MOVE "Y" TO rt_active(ws_roster_count)
        ELSE
            MOVE "ROSTER FULL AT 500 STUDENTS" TO ws_reject_reason
    END-IF.
    IF ws_reject_reason = SPACES
        MOVE tx_room_number TO rt_room(ws_match_idx)
        IF tx_building_code NOT = SPACES
            MOVE tx_building_code TO rt_building(ws_match_idx)
        END-IF
    END-IF.

apply_name_correction.
    DISPLAY "ROSTER MAINTENANCE ABORTED: roster exceeds 500 "
        "students - ROSTER left unchanged".

*> Students removed this run go onto DEPARTED for the records
*> retention job; it is only written here, once the removals have
*> actually taken effect.
rewrite_roster_file.
    OPEN OUTPUT student_roster_file.
    PERFORM open_departed_file.
    PERFORM VARYING ws_idx FROM 1 BY 1
            UNTIL ws_idx > ws_roster_count
        IF rt_active(ws_idx) = "Y"
            MOVE rt_name(ws_idx) TO sr_student_name
            MOVE rt_room(ws_idx) TO sr_room_number
            MOVE rt_id(ws_idx) TO sr_student_id
            MOVE rt_building(ws_idx) TO sr_building_code
            WRITE student_roster_record
            ADD 1 TO ws_written_count
        ELSE
            PERFORM write_departed_record
        END-IF
    END-PERFORM.
    CLOSE student_roster_file.
    CLOSE departed_file.

write_departed_record.
    MOVE rt_name(ws_idx) TO dp_student_name.
    MOVE rt_id(ws_idx) TO dp_student_id.
    MOVE rt_building(ws_idx) TO dp_building_code.
    MOVE ws_run_date TO dp_depart_date.
    MOVE SPACES TO dp_anon_token.
    WRITE departed_student_record.
    ADD 1 TO ws_departed_count.

open_departed_file.
    OPEN EXTEND departed_file.
    IF ws_departed_status NOT = "00"
        OPEN OUTPUT departed_file
    END-IF.

write_edit_heading.
    MOVE SPACES TO edit_line.
        tx_room_number DELIMITED BY SIZE
        " ID " DELIMITED BY SIZE
        tx_student_id DELIMITED BY SIZE
        " BLDG " DELIMITED BY SIZE
        tx_building_code DELIMITED BY SIZE
        INTO edit_line.
    IF tx_action = "C"
        STRING " NOW " DELIMITED BY SIZE
        STRING "STUDENTS ON NEW ROSTER: " ws_count_display
            DELIMITED BY SIZE INTO edit_line
        WRITE edit_line
        MOVE ws_departed_count TO ws_count_display
        MOVE SPACES TO edit_line
        STRING "DEPARTURES RECORDED...: " ws_count_display
            DELIMITED BY SIZE INTO edit_line
        WRITE edit_line
    END-IF.
