        10 rt_name PIC X(20).
        10 rt_room PIC X(4).
        10 rt_id PIC X(6).
        10 rt_building PIC X(2).
01 ws_alert_count PIC 9(4) VALUE 0.
01 alert_table.
    05 aq_entry OCCURS 500 TIMES.
        10 aq_run_date PIC 9(8).
        10 aq_consecutive_n PIC 9(2).
        10 aq_severity PIC X(1).
        10 aq_reason PIC X(1).
01 ws_leave_count PIC 9(4) VALUE 0.
01 leave_table.
    05 le_entry OCCURS 200 TIMES.
        MOVE sr_student_name TO rt_name(ws_roster_count)
        MOVE sr_room_number TO rt_room(ws_roster_count)
        MOVE sr_student_id TO rt_id(ws_roster_count)
        MOVE sr_building_code TO rt_building(ws_roster_count)
    ELSE
        DISPLAY "WARNING: roster table full at 500 entries"
    END-IF.
        MOVE al_run_date TO aq_run_date(ws_alert_count)
        MOVE al_consecutive_n TO aq_consecutive_n(ws_alert_count)
        MOVE al_severity TO aq_severity(ws_alert_count)
        MOVE al_reason TO aq_reason(ws_alert_count)
    ELSE
        DISPLAY "WARNING: alert table full at 500 entries"
    END-IF.
        IF rt_name(ws_idx) = ws_input_name
            MOVE "Y" TO ws_found
            DISPLAY "ROSTER: ROOM " rt_room(ws_idx)
                " BLDG " rt_building(ws_idx)
                " ID " rt_id(ws_idx)
        END-IF
    END-PERFORM.
            UNTIL ws_idx > ws_alert_count
        IF aq_user_name(ws_idx) = ws_input_name
            ADD 1 TO ws_shown_count
            IF aq_reason(ws_idx) = "A"
                DISPLAY "  ALERTED " aq_run_date(ws_idx)
                    " MISSED " aq_consecutive_n(ws_idx)
                    " SEVERITY " aq_severity(ws_idx)
                    " ABSENCE"
            ELSE
                DISPLAY "  ALERTED " aq_run_date(ws_idx)
                    " STREAK " aq_consecutive_n(ws_idx)
                    " SEVERITY " aq_severity(ws_idx)
            END-IF
            PERFORM show_alert_disposition
        END-IF
    END-PERFORM.
