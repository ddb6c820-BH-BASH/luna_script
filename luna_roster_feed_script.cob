IDENTIFICATION DIVISION.
PROGRAM-ID. luna_roster_feed_script.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT housing_feed_file ASSIGN TO "HOUSFEED"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_feed_status.
    SELECT student_roster_file ASSIGN TO "ROSTER"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_roster_status.
    SELECT roster_txn_file ASSIGN TO "ROSTRTXN"
        ORGANIZATION IS SEQUENTIAL.
    SELECT feed_report_file ASSIGN TO "FEEDRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  housing_feed_file.
COPY housing_feed_record.

FD  student_roster_file.
COPY student_roster_record.

FD  roster_txn_file.
COPY roster_txn_record.

FD  feed_report_file.
01 feed_line PIC X(80).

WORKING-STORAGE SECTION.
01 ws_run_date PIC 9(8).
01 ws_feed_status PIC XX.
01 ws_roster_status PIC XX.
01 ws_feed_eof PIC X(1) VALUE "N".
01 ws_roster_eof PIC X(1) VALUE "N".
01 ws_table_overflow PIC X(1) VALUE "N".
*> rt_fate is what the feed says should happen to the roster
*> entry: D = remove, K = keep as is, C = name correction,
*> R = room change, X = held back (duplicate or missing id).
01 ws_roster_count PIC 9(4) VALUE 0.
01 roster_table.
    05 rt_entry OCCURS 500 TIMES.
        10 rt_name PIC X(20).
        10 rt_room PIC X(4).
        10 rt_id PIC X(6).
        10 rt_building PIC X(2).
        10 rt_fate PIC X(1).
        10 rt_new_name PIC X(20).
        10 rt_new_room PIC X(4).
        10 rt_new_building PIC X(2).
*> fe_status V = usable, X = rejected; fe_action A = add.
01 ws_feed_count PIC 9(4) VALUE 0.
01 feed_table.
    05 fe_entry OCCURS 500 TIMES.
        10 fe_id PIC X(6).
        10 fe_name PIC X(20).
        10 fe_room PIC X(4).
        10 fe_building PIC X(2).
        10 fe_status PIC X(1).
        10 fe_action PIC X(1).
01 ws_idx PIC 9(4).
01 ws_jdx PIC 9(4).
01 ws_match_idx PIC 9(4).
01 ws_found PIC X(1).
01 ws_reject_reason PIC X(40).
01 ws_check_name PIC X(20).
01 ws_add_count PIC 9(4) VALUE 0.
01 ws_remove_count PIC 9(4) VALUE 0.
01 ws_room_change_count PIC 9(4) VALUE 0.
01 ws_name_change_count PIC 9(4) VALUE 0.
01 ws_unresolved_count PIC 9(4) VALUE 0.
01 ws_count_display PIC ZZZ9.

PROCEDURE DIVISION.
main_roster_feed.
    ACCEPT ws_run_date FROM DATE YYYYMMDD.
    OPEN OUTPUT feed_report_file.
    PERFORM write_feed_heading.
    PERFORM load_roster_table.
    PERFORM load_feed_table.
*> A missing or empty extract would read as "every student moved
*> out" - write an empty transaction file so the maintenance run
*> applies nothing, and hold the chain.
    IF ws_feed_count = 0
        PERFORM abort_empty_feed
        STOP RUN
    END-IF.
    IF ws_table_overflow = "Y"
        PERFORM abort_table_overflow
        STOP RUN
    END-IF.
    PERFORM check_roster_ids.
    PERFORM check_feed_records.
    PERFORM match_feed_to_roster.
    PERFORM check_corrected_names.
    PERFORM check_added_names.
    PERFORM write_transactions.
    PERFORM write_feed_summary.
    CLOSE feed_report_file.
    DISPLAY "ROSTER FEED: TRANSACTIONS WRITTEN TO ROSTRTXN, "
        "SEE FEEDRPT".
    STOP RUN.

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
        MOVE sr_room_number TO rt_room(ws_roster_count)
        MOVE sr_student_id TO rt_id(ws_roster_count)
        MOVE sr_building_code TO rt_building(ws_roster_count)
        MOVE "D" TO rt_fate(ws_roster_count)
        MOVE SPACES TO rt_new_name(ws_roster_count)
        MOVE SPACES TO rt_new_room(ws_roster_count)
        MOVE SPACES TO rt_new_building(ws_roster_count)
    ELSE
        MOVE "Y" TO ws_table_overflow
        DISPLAY "WARNING: roster table full at 500 entries - "
            sr_student_name " not loaded"
    END-IF.

load_feed_table.
    OPEN INPUT housing_feed_file.
    IF ws_feed_status = "00"
        PERFORM UNTIL ws_feed_eof = "Y"
            READ housing_feed_file
                AT END MOVE "Y" TO ws_feed_eof
                NOT AT END PERFORM load_feed_entry
            END-READ
        END-PERFORM
        CLOSE housing_feed_file
    END-IF.

load_feed_entry.
    IF ws_feed_count < 500
        ADD 1 TO ws_feed_count
        MOVE hf_student_id TO fe_id(ws_feed_count)
        MOVE hf_student_name TO fe_name(ws_feed_count)
        MOVE hf_room_number TO fe_room(ws_feed_count)
        MOVE hf_building_code TO fe_building(ws_feed_count)
        MOVE "V" TO fe_status(ws_feed_count)
        MOVE SPACE TO fe_action(ws_feed_count)
    ELSE
        MOVE "Y" TO ws_table_overflow
        DISPLAY "WARNING: feed table full at 500 entries - "
            hf_student_name " not loaded"
    END-IF.

abort_empty_feed.
    MOVE 8 TO RETURN-CODE.
    OPEN OUTPUT roster_txn_file.
    CLOSE roster_txn_file.
    MOVE SPACES TO feed_line.
    STRING "HOUSFEED MISSING OR EMPTY - NO TRANSACTIONS WRITTEN"
        DELIMITED BY SIZE INTO feed_line.
    WRITE feed_line.
    CLOSE feed_report_file.
    DISPLAY "ROSTER FEED ABORTED: HOUSFEED missing or empty - "
        "ROSTRTXN left empty".

abort_table_overflow.
    MOVE 8 TO RETURN-CODE.
    OPEN OUTPUT roster_txn_file.
    CLOSE roster_txn_file.
    MOVE SPACES TO feed_line.
    STRING "FEED OR ROSTER EXCEEDS 500 STUDENTS - "
        "NO TRANSACTIONS WRITTEN"
        DELIMITED BY SIZE INTO feed_line.
    WRITE feed_line.
    CLOSE feed_report_file.
    DISPLAY "ROSTER FEED ABORTED: more than 500 students - "
        "ROSTRTXN left empty".

*> Roster entries that cannot be matched by id are held back:
*> they are neither removed nor changed until housing fixes them.
check_roster_ids.
    PERFORM VARYING ws_idx FROM 1 BY 1
            UNTIL ws_idx > ws_roster_count
        MOVE SPACES TO ws_reject_reason
        IF rt_id(ws_idx) = SPACES
            MOVE "ROSTER ENTRY HAS NO STUDENT ID"
                TO ws_reject_reason
        ELSE
            PERFORM VARYING ws_jdx FROM 1 BY 1
                    UNTIL ws_jdx > ws_roster_count
                       OR ws_reject_reason NOT = SPACES
                IF ws_jdx NOT = ws_idx
                      AND rt_id(ws_jdx) = rt_id(ws_idx)
                    MOVE "DUPLICATE STUDENT ID ON ROSTER"
                        TO ws_reject_reason
                END-IF
            END-PERFORM
        END-IF
        IF ws_reject_reason NOT = SPACES
            MOVE "X" TO rt_fate(ws_idx)
            MOVE ws_idx TO ws_match_idx
            PERFORM write_roster_unresolved
        END-IF
    END-PERFORM.

check_feed_records.
    PERFORM VARYING ws_idx FROM 1 BY 1
            UNTIL ws_idx > ws_feed_count
        MOVE SPACES TO ws_reject_reason
        EVALUATE TRUE
            WHEN fe_id(ws_idx) = SPACES
                MOVE "STUDENT ID IS BLANK" TO ws_reject_reason
            WHEN fe_name(ws_idx) = SPACES
                MOVE "STUDENT NAME IS BLANK" TO ws_reject_reason
            WHEN fe_building(ws_idx) = SPACES
                MOVE "BUILDING CODE IS BLANK" TO ws_reject_reason
            WHEN OTHER
                PERFORM validate_feed_room
        END-EVALUATE
        IF ws_reject_reason = SPACES
            PERFORM VARYING ws_jdx FROM 1 BY 1
                    UNTIL ws_jdx > ws_feed_count
                       OR ws_reject_reason NOT = SPACES
                IF ws_jdx NOT = ws_idx
                      AND fe_id(ws_jdx) = fe_id(ws_idx)
                    MOVE "DUPLICATE STUDENT ID IN FEED"
                        TO ws_reject_reason
                END-IF
            END-PERFORM
        END-IF
        IF ws_reject_reason NOT = SPACES
            MOVE "X" TO fe_status(ws_idx)
            PERFORM write_feed_unresolved
        END-IF
    END-PERFORM.

*> Same room rule the maintenance run applies, plus the wing
*> digit in position 4 the floor rollup and RA packet depend on.
validate_feed_room.
    IF fe_room(ws_idx) = SPACES
        MOVE "ROOM NUMBER IS BLANK" TO ws_reject_reason
    ELSE IF fe_room(ws_idx)(1:1) < "0"
          OR fe_room(ws_idx)(1:1) > "9"
        MOVE "ROOM NUMBER MUST START WITH A DIGIT"
            TO ws_reject_reason
    ELSE IF fe_room(ws_idx)(4:1) = SPACE
        MOVE "ROOM NUMBER HAS NO WING DIGIT"
            TO ws_reject_reason
    END-IF.

*> A rejected feed record still proves its student is in housing,
*> so the roster entry with that id is kept rather than removed.
match_feed_to_roster.
    PERFORM VARYING ws_idx FROM 1 BY 1
            UNTIL ws_idx > ws_feed_count
        IF fe_id(ws_idx) NOT = SPACES
            PERFORM find_roster_by_id
            EVALUATE TRUE
                WHEN fe_status(ws_idx) = "X"
                    IF ws_found = "Y" AND rt_fate(ws_match_idx) = "D"
                        MOVE "K" TO rt_fate(ws_match_idx)
                    END-IF
                WHEN ws_found = "N"
                    MOVE "A" TO fe_action(ws_idx)
                WHEN rt_fate(ws_match_idx) = "X"
                    MOVE "X" TO fe_status(ws_idx)
                    MOVE "STUDENT ID DUPLICATED ON ROSTER"
                        TO ws_reject_reason
                    PERFORM write_feed_unresolved
                WHEN OTHER
                    PERFORM compare_matched_student
            END-EVALUATE
        END-IF
    END-PERFORM.

find_roster_by_id.
    MOVE "N" TO ws_found.
    MOVE 0 TO ws_match_idx.
    PERFORM VARYING ws_jdx FROM 1 BY 1
            UNTIL ws_jdx > ws_roster_count OR ws_found = "Y"
        IF rt_id(ws_jdx) = fe_id(ws_idx)
            MOVE "Y" TO ws_found
            MOVE ws_jdx TO ws_match_idx
        END-IF
    END-PERFORM.

*> A name change and a move on the same id look too much like a
*> reused id or a keying error to apply blind - it is reported.
compare_matched_student.
    MOVE "K" TO rt_fate(ws_match_idx).
    IF fe_name(ws_idx) NOT = rt_name(ws_match_idx)
        IF fe_room(ws_idx) NOT = rt_room(ws_match_idx)
              OR fe_building(ws_idx) NOT = rt_building(ws_match_idx)
            MOVE "NAME AND ROOM BOTH CHANGED" TO ws_reject_reason
            PERFORM write_feed_unresolved
            PERFORM write_roster_comparison
        ELSE
            MOVE "C" TO rt_fate(ws_match_idx)
            MOVE fe_name(ws_idx) TO rt_new_name(ws_match_idx)
        END-IF
    ELSE
        IF fe_room(ws_idx) NOT = rt_room(ws_match_idx)
              OR fe_building(ws_idx) NOT = rt_building(ws_match_idx)
            MOVE "R" TO rt_fate(ws_match_idx)
            MOVE fe_room(ws_idx) TO rt_new_room(ws_match_idx)
            MOVE fe_building(ws_idx)
                TO rt_new_building(ws_match_idx)
        END-IF
    END-IF.

*> The roster is keyed by name everywhere else, so a correction
*> onto a name another student still holds would be rejected by
*> the maintenance run - report it here instead.
check_corrected_names.
    PERFORM VARYING ws_idx FROM 1 BY 1
            UNTIL ws_idx > ws_roster_count
        IF rt_fate(ws_idx) = "C"
            MOVE rt_new_name(ws_idx) TO ws_check_name
            MOVE "N" TO ws_found
            PERFORM VARYING ws_jdx FROM 1 BY 1
                    UNTIL ws_jdx > ws_roster_count OR ws_found = "Y"
                IF ws_jdx NOT = ws_idx
                      AND rt_fate(ws_jdx) NOT = "D"
                    IF rt_name(ws_jdx) = ws_check_name
                        MOVE "Y" TO ws_found
                    END-IF
                    IF rt_fate(ws_jdx) = "C"
                          AND rt_new_name(ws_jdx) = ws_check_name
                        MOVE "Y" TO ws_found
                    END-IF
                END-IF
            END-PERFORM
            IF ws_found = "Y"
                MOVE "K" TO rt_fate(ws_idx)
                MOVE "CORRECTED NAME ALREADY ON ROSTER"
                    TO ws_reject_reason
                MOVE ws_idx TO ws_match_idx
                PERFORM write_roster_unresolved
            END-IF
        END-IF
    END-PERFORM.

check_added_names.
    PERFORM VARYING ws_idx FROM 1 BY 1
            UNTIL ws_idx > ws_feed_count
        IF fe_action(ws_idx) = "A"
            MOVE fe_name(ws_idx) TO ws_check_name
            MOVE SPACES TO ws_reject_reason
            PERFORM VARYING ws_jdx FROM 1 BY 1
                    UNTIL ws_jdx > ws_roster_count
                       OR ws_reject_reason NOT = SPACES
                EVALUATE TRUE
                    WHEN rt_fate(ws_jdx) = "D"
                        CONTINUE
                    WHEN rt_fate(ws_jdx) = "C"
                        IF rt_new_name(ws_jdx) = ws_check_name
                            MOVE "NAME ALREADY ON ROSTER UNDER OTHER ID"
                                TO ws_reject_reason
                        END-IF
                    WHEN rt_name(ws_jdx) = ws_check_name
                        MOVE "NAME ALREADY ON ROSTER UNDER OTHER ID"
                            TO ws_reject_reason
                END-EVALUATE
            END-PERFORM
            PERFORM VARYING ws_jdx FROM 1 BY 1
                    UNTIL ws_jdx >= ws_idx
                       OR ws_reject_reason NOT = SPACES
                IF fe_action(ws_jdx) = "A"
                      AND fe_name(ws_jdx) = ws_check_name
                    MOVE "DUPLICATE NAME IN FEED" TO ws_reject_reason
                END-IF
            END-PERFORM
            IF ws_reject_reason NOT = SPACES
                MOVE SPACE TO fe_action(ws_idx)
                MOVE "X" TO fe_status(ws_idx)
                PERFORM write_feed_unresolved
            END-IF
        END-IF
    END-PERFORM.

*> Removes go first so a departing student's name is free for a
*> correction or an add later in the same maintenance run.
write_transactions.
    OPEN OUTPUT roster_txn_file.
    MOVE SPACES TO feed_line.
    WRITE feed_line.
    PERFORM VARYING ws_idx FROM 1 BY 1
            UNTIL ws_idx > ws_roster_count
        IF rt_fate(ws_idx) = "D"
            MOVE SPACES TO roster_txn_record
            MOVE "D" TO tx_action
            MOVE rt_name(ws_idx) TO tx_student_name
            MOVE rt_room(ws_idx) TO tx_room_number
            MOVE rt_id(ws_idx) TO tx_student_id
            MOVE rt_building(ws_idx) TO tx_building_code
            PERFORM write_one_transaction
            ADD 1 TO ws_remove_count
        END-IF
    END-PERFORM.
    PERFORM VARYING ws_idx FROM 1 BY 1
            UNTIL ws_idx > ws_roster_count
        IF rt_fate(ws_idx) = "C"
            MOVE SPACES TO roster_txn_record
            MOVE "C" TO tx_action
            MOVE rt_name(ws_idx) TO tx_student_name
            MOVE rt_room(ws_idx) TO tx_room_number
            MOVE rt_id(ws_idx) TO tx_student_id
            MOVE rt_new_name(ws_idx) TO tx_new_name
            PERFORM write_one_transaction
            ADD 1 TO ws_name_change_count
        END-IF
    END-PERFORM.
    PERFORM VARYING ws_idx FROM 1 BY 1
            UNTIL ws_idx > ws_roster_count
        IF rt_fate(ws_idx) = "R"
            MOVE SPACES TO roster_txn_record
            MOVE "R" TO tx_action
            MOVE rt_name(ws_idx) TO tx_student_name
            MOVE rt_new_room(ws_idx) TO tx_room_number
            MOVE rt_id(ws_idx) TO tx_student_id
            MOVE rt_new_building(ws_idx) TO tx_building_code
            PERFORM write_one_transaction
            ADD 1 TO ws_room_change_count
        END-IF
    END-PERFORM.
    PERFORM VARYING ws_idx FROM 1 BY 1
            UNTIL ws_idx > ws_feed_count
        IF fe_action(ws_idx) = "A"
            MOVE SPACES TO roster_txn_record
            MOVE "A" TO tx_action
            MOVE fe_name(ws_idx) TO tx_student_name
            MOVE fe_room(ws_idx) TO tx_room_number
            MOVE fe_id(ws_idx) TO tx_student_id
            MOVE fe_building(ws_idx) TO tx_building_code
            PERFORM write_one_transaction
            ADD 1 TO ws_add_count
        END-IF
    END-PERFORM.
    CLOSE roster_txn_file.

write_one_transaction.
    WRITE roster_txn_record.
    MOVE SPACES TO feed_line.
    STRING "GENERATED  " DELIMITED BY SIZE
        tx_action DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        tx_student_name DELIMITED BY SIZE
        " ROOM " DELIMITED BY SIZE
        tx_room_number DELIMITED BY SIZE
        " ID " DELIMITED BY SIZE
        tx_student_id DELIMITED BY SIZE
        " BLDG " DELIMITED BY SIZE
        tx_building_code DELIMITED BY SIZE
        INTO feed_line.
    IF tx_action = "C"
        STRING " NOW " DELIMITED BY SIZE
            tx_new_name DELIMITED BY SIZE
            INTO feed_line(54:25)
    END-IF.
    WRITE feed_line.

write_feed_unresolved.
    ADD 1 TO ws_unresolved_count.
    MOVE SPACES TO feed_line.
    STRING "UNRESOLVED " DELIMITED BY SIZE
        fe_id(ws_idx) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        fe_name(ws_idx) DELIMITED BY SIZE
        " - " DELIMITED BY SIZE
        ws_reject_reason DELIMITED BY SIZE
        INTO feed_line.
    WRITE feed_line.

write_roster_unresolved.
    ADD 1 TO ws_unresolved_count.
    MOVE SPACES TO feed_line.
    STRING "UNRESOLVED " DELIMITED BY SIZE
        rt_id(ws_match_idx) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        rt_name(ws_match_idx) DELIMITED BY SIZE
        " - " DELIMITED BY SIZE
        ws_reject_reason DELIMITED BY SIZE
        INTO feed_line.
    WRITE feed_line.

write_roster_comparison.
    MOVE SPACES TO feed_line.
    STRING "           ROSTER " DELIMITED BY SIZE
        rt_name(ws_match_idx) DELIMITED BY SIZE
        " ROOM " DELIMITED BY SIZE
        rt_room(ws_match_idx) DELIMITED BY SIZE
        " BLDG " DELIMITED BY SIZE
        rt_building(ws_match_idx) DELIMITED BY SIZE
        INTO feed_line.
    WRITE feed_line.
    MOVE SPACES TO feed_line.
    STRING "           FEED   " DELIMITED BY SIZE
        fe_name(ws_idx) DELIMITED BY SIZE
        " ROOM " DELIMITED BY SIZE
        fe_room(ws_idx) DELIMITED BY SIZE
        " BLDG " DELIMITED BY SIZE
        fe_building(ws_idx) DELIMITED BY SIZE
        INTO feed_line.
    WRITE feed_line.

write_feed_heading.
    MOVE SPACES TO feed_line.
    STRING "HOUSING ROSTER FEED RECONCILIATION " ws_run_date
        DELIMITED BY SIZE INTO feed_line.
    WRITE feed_line.
    MOVE SPACES TO feed_line.
    WRITE feed_line.

write_feed_summary.
    MOVE SPACES TO feed_line.
    WRITE feed_line.

    MOVE ws_feed_count TO ws_count_display.
    MOVE SPACES TO feed_line.
    STRING "FEED RECORDS READ.....: " ws_count_display
        DELIMITED BY SIZE INTO feed_line.
    WRITE feed_line.

    MOVE ws_roster_count TO ws_count_display.
    MOVE SPACES TO feed_line.
    STRING "ROSTER RECORDS READ...: " ws_count_display
        DELIMITED BY SIZE INTO feed_line.
    WRITE feed_line.

    MOVE ws_add_count TO ws_count_display.
    MOVE SPACES TO feed_line.
    STRING "ADDS (A)..............: " ws_count_display
        DELIMITED BY SIZE INTO feed_line.
    WRITE feed_line.

    MOVE ws_remove_count TO ws_count_display.
    MOVE SPACES TO feed_line.
    STRING "REMOVES (D)...........: " ws_count_display
        DELIMITED BY SIZE INTO feed_line.
    WRITE feed_line.

    MOVE ws_room_change_count TO ws_count_display.
    MOVE SPACES TO feed_line.
    STRING "ROOM CHANGES (R)......: " ws_count_display
        DELIMITED BY SIZE INTO feed_line.
    WRITE feed_line.

    MOVE ws_name_change_count TO ws_count_display.
    MOVE SPACES TO feed_line.
    STRING "NAME CORRECTIONS (C)..: " ws_count_display
        DELIMITED BY SIZE INTO feed_line.
    WRITE feed_line.

    MOVE ws_unresolved_count TO ws_count_display.
    MOVE SPACES TO feed_line.
    STRING "UNRESOLVED............: " ws_count_display
        DELIMITED BY SIZE INTO feed_line.
    WRITE feed_line.
