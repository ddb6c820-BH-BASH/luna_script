        10 oa_run_date PIC 9(8).
        10 oa_consecutive_n PIC 9(2).
        10 oa_severity PIC X(1).
        10 oa_reason PIC X(1).
        10 oa_age_days PIC 9(3).
01 ws_idx PIC 9(4).
01 ws_found PIC X(1).
01 ws_sev_count PIC 9(4).
01 ws_count_display PIC ZZZ9.
01 ws_age_display PIC ZZ9.
01 ws_count_label PIC X(8).

PROCEDURE DIVISION.
main_aging.
            ELSE
                MOVE SPACE TO oa_severity(ws_open_count)
            END-IF
            MOVE al_reason TO oa_reason(ws_open_count)
            MOVE ws_age_days TO oa_age_days(ws_open_count)
        ELSE
            DISPLAY "WARNING: open alert table full at 500 "
        END-PERFORM
    END-IF.

*> An absence alert counts nights missed, not an "N" streak.
write_aging_detail_line.
    MOVE oa_age_days(ws_idx) TO ws_age_display.
    IF oa_reason(ws_idx) = "A"
        MOVE " MISSED " TO ws_count_label
    ELSE
        MOVE " STREAK " TO ws_count_label
    END-IF.
    MOVE SPACES TO aging_line.
    STRING "    " DELIMITED BY SIZE
        oa_user_name(ws_idx) DELIMITED BY SIZE
        " ALERTED " DELIMITED BY SIZE
        oa_run_date(ws_idx) DELIMITED BY SIZE
        ws_count_label DELIMITED BY SIZE
        oa_consecutive_n(ws_idx) DELIMITED BY SIZE
        " AGE " DELIMITED BY SIZE
        ws_age_display DELIMITED BY SIZE
