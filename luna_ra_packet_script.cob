01 ws_assign_count PIC 9(4) VALUE 0.
01 assignment_table.
    05 as_entry OCCURS 50 TIMES.
        10 as_key.
            15 as_building PIC X(2).
            15 as_section PIC X(2).
        10 as_ra_id PIC X(6).
        10 as_ra_name PIC X(20).
01 ws_ra_count PIC 9(4) VALUE 0.
01 ra_table.
    05 rl_entry OCCURS 20 TIMES.
        10 rl_key.
            15 rl_building PIC X(2).
            15 rl_ra_id PIC X(6).
        10 rl_ra_name PIC X(20).
01 ws_hold_ra PIC X(28).
01 ws_roster_count PIC 9(4) VALUE 0.
01 roster_table.
    05 rt_entry OCCURS 500 TIMES.
        10 rt_name PIC X(20).
        10 rt_room PIC X(4).
        10 rt_section PIC X(4).
        10 rt_checked PIC X(1).
        10 rt_excused PIC X(1).
        10 rt_count_7 PIC 9(3).
        10 oa_user_name PIC X(20).
        10 oa_run_date PIC 9(8).
        10 oa_consecutive_n PIC 9(2).
        10 oa_reason PIC X(1).
        10 oa_age_days PIC 9(3).
01 ws_calendar_count PIC 9(4) VALUE 0.
01 calendar_table.
01 ws_unassigned_count PIC 9(4) VALUE 0.
01 unassigned_table.
    05 un_entry OCCURS 50 TIMES.
        10 un_key.
            15 un_building PIC X(2).
            15 un_section PIC X(2).
        10 un_student_count PIC 9(4).
01 ws_idx PIC 9(4).
01 ws_jdx PIC 9(4).
01 ws_cal_idx PIC 9(4).
01 ws_found PIC X(1).
01 ws_swapped PIC X(1).
01 ws_section_key PIC X(4).
01 ws_section_ra_id PIC X(6).
01 ws_date_scheduled PIC X(1) VALUE "Y".
01 ws_line_count PIC 9(4).
01 ws_age_display PIC ZZ9.
01 ws_count_label PIC X(8).
01 ws_count_display PIC ZZZ9.
01 ws_current_building PIC X(2).
01 ws_building_open PIC X(1) VALUE "N".
01 ws_bld_noshow_count PIC 9(4).
01 ws_bld_declining_count PIC 9(4).
01 ws_bld_alert_count PIC 9(4).
01 ws_total_noshow_count PIC 9(4) VALUE 0.
01 ws_total_declining_count PIC 9(4) VALUE 0.
01 ws_total_alert_count PIC 9(4) VALUE 0.

PROCEDURE DIVISION.
main_ra_packet.
load_assignment_entry.
    IF ws_assign_count < 50
        ADD 1 TO ws_assign_count
        MOVE ra_building_code TO as_building(ws_assign_count)
        MOVE ra_section TO as_section(ws_assign_count)
        MOVE ra_id TO as_ra_id(ws_assign_count)
        MOVE ra_name TO as_ra_name(ws_assign_count)
        PERFORM note_distinct_ra
    ELSE
        DISPLAY "WARNING: assignment table full at 50 entries - "
            "section " ra_section " building " ra_building_code
            " not covered in packets"
    END-IF.

*> An RA covering sections in two buildings gets a packet for
*> each building, so every packet files under one hall.
note_distinct_ra.
    MOVE "N" TO ws_found.
    PERFORM VARYING ws_jdx FROM 1 BY 1
            UNTIL ws_jdx > ws_ra_count OR ws_found = "Y"
        IF rl_ra_id(ws_jdx) = ra_id
              AND rl_building(ws_jdx) = ra_building_code
            MOVE "Y" TO ws_found
        END-IF
    END-PERFORM.
    IF ws_found = "N"
        IF ws_ra_count < 20
            ADD 1 TO ws_ra_count
            MOVE ra_building_code TO rl_building(ws_ra_count)
            MOVE ra_id TO rl_ra_id(ws_ra_count)
            MOVE ra_name TO rl_ra_name(ws_ra_count)
        ELSE
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
        MOVE 0 TO rt_count_7(ws_roster_count)
            MOVE al_run_date TO oa_run_date(ws_open_count)
            MOVE al_consecutive_n
                TO oa_consecutive_n(ws_open_count)
            MOVE al_reason TO oa_reason(ws_open_count)
            MOVE ws_age_days TO oa_age_days(ws_open_count)
        ELSE
            DISPLAY "WARNING: open alert table full at 500 "
            MOVE "N" TO ws_swapped
            PERFORM VARYING ws_jdx FROM 1 BY 1
                    UNTIL ws_jdx >= ws_ra_count
                IF rl_key(ws_jdx) > rl_key(ws_jdx + 1)
                    MOVE rl_entry(ws_jdx) TO ws_hold_ra
                    MOVE rl_entry(ws_jdx + 1) TO rl_entry(ws_jdx)
                    MOVE ws_hold_ra TO rl_entry(ws_jdx + 1)
    MOVE SPACES TO ws_section_ra_id.
    PERFORM VARYING ws_kdx FROM 1 BY 1
            UNTIL ws_kdx > ws_assign_count OR ws_found = "Y"
        IF as_key(ws_kdx) = ws_section_key
            MOVE "Y" TO ws_found
            MOVE as_ra_id(ws_kdx) TO ws_section_ra_id
        END-IF
        DELIMITED BY SIZE INTO packet_line.
    WRITE packet_line.

*> Packets are sorted by building, then RA id; each building's
*> packets are followed by that building's subtotals.
    PERFORM VARYING ws_ra_idx FROM 1 BY 1
            UNTIL ws_ra_idx > ws_ra_count
        IF ws_building_open = "Y"
              AND rl_building(ws_ra_idx) NOT = ws_current_building
            PERFORM write_building_subtotals
        END-IF
        IF ws_building_open = "N"
            MOVE rl_building(ws_ra_idx) TO ws_current_building
            MOVE "Y" TO ws_building_open
            MOVE 0 TO ws_bld_noshow_count
            MOVE 0 TO ws_bld_declining_count
            MOVE 0 TO ws_bld_alert_count
        END-IF
        PERFORM write_one_packet
    END-PERFORM.
    IF ws_building_open = "Y"
        PERFORM write_building_subtotals
    END-IF.
    PERFORM write_all_building_totals.

    PERFORM write_exceptions_page.
    CLOSE packet_report_file.
        rl_ra_name(ws_ra_idx) DELIMITED BY SIZE
        " (" DELIMITED BY SIZE
        rl_ra_id(ws_ra_idx) DELIMITED BY SIZE
        ") BUILDING " DELIMITED BY SIZE
        rl_building(ws_ra_idx) DELIMITED BY SIZE
        INTO packet_line.
    WRITE packet_line.

    PERFORM VARYING ws_kdx FROM 1 BY 1
            UNTIL ws_kdx > ws_assign_count
        IF as_ra_id(ws_kdx) = rl_ra_id(ws_ra_idx)
              AND as_building(ws_kdx) = rl_building(ws_ra_idx)
              AND ws_line_count <= 77
            MOVE as_section(ws_kdx)
                TO packet_line(ws_line_count:2)
    MOVE "N" TO ws_found.
    PERFORM VARYING ws_kdx FROM 1 BY 1
            UNTIL ws_kdx > ws_assign_count OR ws_found = "Y"
        IF as_key(ws_kdx) = rt_section(ws_idx)
              AND as_ra_id(ws_kdx) = rl_ra_id(ws_ra_idx)
              AND as_building(ws_kdx) = rl_building(ws_ra_idx)
            MOVE "Y" TO ws_found
        END-IF
    END-PERFORM.
            MOVE "  NONE" TO packet_line
            WRITE packet_line
        END-IF
        ADD ws_line_count TO ws_bld_noshow_count
    END-IF.

write_packet_declining.
        MOVE "  NONE" TO packet_line
        WRITE packet_line
    END-IF.
    ADD ws_line_count TO ws_bld_declining_count.

write_packet_alerts.
    MOVE SPACES TO packet_line.
        MOVE "  NONE" TO packet_line
        WRITE packet_line
    END-IF.
    ADD ws_line_count TO ws_bld_alert_count.

write_building_subtotals.
    MOVE SPACES TO packet_line.
    WRITE packet_line.
    MOVE ALL "-" TO packet_line.
    WRITE packet_line.
    MOVE SPACES TO packet_line.
    IF ws_current_building = SPACES
        MOVE "SUBTOTAL - BUILDING NOT ASSIGNED" TO packet_line
    ELSE
        STRING "SUBTOTAL - BUILDING " ws_current_building
            DELIMITED BY SIZE INTO packet_line
    END-IF.
    WRITE packet_line.
    PERFORM write_subtotal_lines.
    ADD ws_bld_noshow_count TO ws_total_noshow_count.
    ADD ws_bld_declining_count TO ws_total_declining_count.
    ADD ws_bld_alert_count TO ws_total_alert_count.
    MOVE "N" TO ws_building_open.

write_all_building_totals.
    MOVE SPACES TO packet_line.
    WRITE packet_line.
    MOVE ALL "=" TO packet_line.
    WRITE packet_line.
    MOVE "TOTAL - ALL BUILDINGS" TO packet_line.
    WRITE packet_line.
    MOVE ws_total_noshow_count TO ws_bld_noshow_count.
    MOVE ws_total_declining_count TO ws_bld_declining_count.
    MOVE ws_total_alert_count TO ws_bld_alert_count.
    PERFORM write_subtotal_lines.

write_subtotal_lines.
    IF ws_date_scheduled = "N"
        MOVE "  NO-SHOWS TONIGHT......: NOT A SCHEDULED NIGHT"
            TO packet_line
    ELSE
        MOVE ws_bld_noshow_count TO ws_count_display
        MOVE SPACES TO packet_line
        STRING "  NO-SHOWS TONIGHT......: " ws_count_display
            DELIMITED BY SIZE INTO packet_line
    END-IF.
    WRITE packet_line.
    MOVE ws_bld_declining_count TO ws_count_display.
    MOVE SPACES TO packet_line.
    STRING "  DECLINING 7-DAY TREND.: " ws_count_display
        DELIMITED BY SIZE INTO packet_line.
    WRITE packet_line.
    MOVE ws_bld_alert_count TO ws_count_display.
    MOVE SPACES TO packet_line.
    STRING "  UNACKNOWLEDGED ALERTS.: " ws_count_display
        DELIMITED BY SIZE INTO packet_line.
    WRITE packet_line.

write_one_packet_alert.
    MOVE "N" TO ws_found.
        IF ws_found = "Y"
            ADD 1 TO ws_line_count
            MOVE oa_age_days(ws_jdx) TO ws_age_display
            IF oa_reason(ws_jdx) = "A"
                MOVE " MISSED " TO ws_count_label
            ELSE
                MOVE " STREAK " TO ws_count_label
            END-IF
            MOVE SPACES TO packet_line
            STRING "  " DELIMITED BY SIZE
                oa_user_name(ws_jdx) DELIMITED BY SIZE
                " ALERTED " DELIMITED BY SIZE
                oa_run_date(ws_jdx) DELIMITED BY SIZE
                ws_count_label DELIMITED BY SIZE
                oa_consecutive_n(ws_jdx) DELIMITED BY SIZE
                " AGE " DELIMITED BY SIZE
                ws_age_display DELIMITED BY SIZE
            MOVE SPACES TO packet_line
            STRING "  SECTION " DELIMITED BY SIZE
                un_section(ws_jdx) DELIMITED BY SIZE
                " IN BUILDING " DELIMITED BY SIZE
                un_building(ws_jdx) DELIMITED BY SIZE
                " HAS NO RA - STUDENTS: " DELIMITED BY SIZE
                ws_count_display DELIMITED BY SIZE
                INTO packet_line
    MOVE "N" TO ws_found.
    PERFORM VARYING ws_jdx FROM 1 BY 1
            UNTIL ws_jdx > ws_unassigned_count OR ws_found = "Y"
        IF un_key(ws_jdx) = ws_section_key
            MOVE "Y" TO ws_found
            ADD 1 TO un_student_count(ws_jdx)
        END-IF
        IF ws_unassigned_count < 50
            ADD 1 TO ws_unassigned_count
            MOVE ws_section_key
                TO un_key(ws_unassigned_count)
            MOVE 1 TO un_student_count(ws_unassigned_count)
        ELSE
            DISPLAY "WARNING: unassigned section table full at "
