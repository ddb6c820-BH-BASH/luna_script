IDENTIFICATION DIVISION.
PROGRAM-ID. luna_page_report_script.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT alert_file ASSIGN TO "ALERTFIL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_alert_status.
    SELECT page_file ASSIGN TO "PAGEOUT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_page_status.
    SELECT oncall_file ASSIGN TO "ONCALL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_oncall_status.
    SELECT run_param_file ASSIGN TO "RUNPARM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_run_param_status.
    SELECT page_report_file ASSIGN TO "PAGERPT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  alert_file.
COPY alert_record.

FD  page_file.
COPY page_notify_record.

FD  oncall_file.
COPY oncall_schedule_record.

FD  run_param_file.
COPY run_param_record.

FD  page_report_file.
01 page_line PIC X(80).

WORKING-STORAGE SECTION.
01 ws_system_date PIC 9(8).
01 ws_report_date PIC 9(8).
01 ws_alert_status PIC XX.
01 ws_page_status PIC XX.
01 ws_oncall_status PIC XX.
01 ws_run_param_status PIC XX.
01 ws_alert_eof PIC X(1) VALUE "N".
01 ws_page_eof PIC X(1) VALUE "N".
01 ws_oncall_eof PIC X(1) VALUE "N".
01 ws_page_count PIC 9(4) VALUE 0.
01 page_table.
    05 pt_entry OCCURS 200 TIMES.
        10 pt_run_seq PIC 9(4).
        10 pt_user_name PIC X(20).
        10 pt_page_date PIC 9(8).
        10 pt_page_time PIC 9(8).
        10 pt_room_number PIC X(4).
        10 pt_building_code PIC X(2).
        10 pt_oncall_found PIC X(1).
        10 pt_ra_name PIC X(20).
        10 pt_counselor_name PIC X(20).
        10 pt_matched PIC X(1).
01 ws_page_idx PIC 9(4).
01 ws_page_hit PIC 9(4).
01 ws_oncall_count PIC 9(2) VALUE 0.
01 oncall_table.
    05 oe_entry OCCURS 20 TIMES.
        10 oe_building_code PIC X(2).
        10 oe_ra_name PIC X(20).
        10 oe_counselor_name PIC X(20).
01 ws_oncall_idx PIC 9(2).
01 ws_immediate_count PIC 9(4) VALUE 0.
01 ws_paged_count PIC 9(4) VALUE 0.
01 ws_not_paged_count PIC 9(4) VALUE 0.
01 ws_no_oncall_count PIC 9(4) VALUE 0.
01 ws_unmatched_count PIC 9(4) VALUE 0.
01 ws_count_display PIC ZZZ9.

PROCEDURE DIVISION.
main_page_report.
    PERFORM get_report_date.
    PERFORM load_page_table.
    PERFORM load_oncall_table.
    OPEN OUTPUT page_report_file.
    PERFORM write_page_heading.
    PERFORM write_oncall_roster.
    PERFORM check_immediate_alerts.
    PERFORM write_unmatched_pages.
    PERFORM write_page_summary.
    CLOSE page_report_file.
    DISPLAY "ON-CALL PAGE REPORT COMPLETE, SEE PAGERPT".
    IF ws_not_paged_count > 0
        DISPLAY "WARNING: IMMEDIATE ALERTS WITH NO PAGE WRITTEN"
    END-IF.
    STOP RUN.

*> This report runs the morning after, so with no RUNPARM as-of
*> date it covers the night that began yesterday.
get_report_date.
    ACCEPT ws_system_date FROM DATE YYYYMMDD.
    COMPUTE ws_report_date = FUNCTION DATE-OF-INTEGER(
        FUNCTION INTEGER-OF-DATE(ws_system_date) - 1).
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

load_page_table.
    OPEN INPUT page_file.
    IF ws_page_status = "00"
        PERFORM UNTIL ws_page_eof = "Y"
            READ page_file
                AT END MOVE "Y" TO ws_page_eof
                NOT AT END
                    IF pg_run_date = ws_report_date
                        PERFORM load_page_entry
                    END-IF
            END-READ
        END-PERFORM
        CLOSE page_file
    END-IF.

load_page_entry.
    IF ws_page_count < 200
        ADD 1 TO ws_page_count
        MOVE pg_run_seq TO pt_run_seq(ws_page_count)
        MOVE pg_user_name TO pt_user_name(ws_page_count)
        MOVE pg_page_date TO pt_page_date(ws_page_count)
        MOVE pg_page_time TO pt_page_time(ws_page_count)
        MOVE pg_room_number TO pt_room_number(ws_page_count)
        MOVE pg_building_code TO pt_building_code(ws_page_count)
        MOVE pg_oncall_found TO pt_oncall_found(ws_page_count)
        MOVE pg_ra_name TO pt_ra_name(ws_page_count)
        MOVE pg_counselor_name TO pt_counselor_name(ws_page_count)
        MOVE "N" TO pt_matched(ws_page_count)
    ELSE
        DISPLAY "WARNING: page table full at 200 entries - "
            pg_user_name " will show as not paged"
    END-IF.

load_oncall_table.
    OPEN INPUT oncall_file.
    IF ws_oncall_status = "00"
        PERFORM UNTIL ws_oncall_eof = "Y"
            READ oncall_file
                AT END MOVE "Y" TO ws_oncall_eof
                NOT AT END
                    IF oc_duty_date = ws_report_date
                        PERFORM load_oncall_entry
                    END-IF
            END-READ
        END-PERFORM
        CLOSE oncall_file
    END-IF.

load_oncall_entry.
    IF ws_oncall_count < 20
        ADD 1 TO ws_oncall_count
        MOVE oc_building_code TO oe_building_code(ws_oncall_count)
        MOVE oc_ra_name TO oe_ra_name(ws_oncall_count)
        MOVE oc_counselor_name TO oe_counselor_name(ws_oncall_count)
    ELSE
        DISPLAY "WARNING: on-call table full at 20 entries - "
            "building " oc_building_code " not listed"
    END-IF.

write_page_heading.
    MOVE SPACES TO page_line.
    STRING "IMMEDIATE ALERT PAGING REPORT FOR NIGHT OF "
        ws_report_date
        DELIMITED BY SIZE INTO page_line.
    WRITE page_line.
    MOVE SPACES TO page_line.
    WRITE page_line.

write_oncall_roster.
    MOVE "ON CALL THAT NIGHT PER ONCALL:" TO page_line.
    WRITE page_line.
    IF ws_oncall_count = 0
        MOVE "  NO ONE SCHEDULED" TO page_line
        WRITE page_line
    END-IF.
    PERFORM VARYING ws_oncall_idx FROM 1 BY 1
            UNTIL ws_oncall_idx > ws_oncall_count
        MOVE SPACES TO page_line
        IF oe_building_code(ws_oncall_idx) = SPACES
            MOVE "  ALL HALLS  " TO page_line(1:13)
        ELSE
            STRING "  BUILDING " oe_building_code(ws_oncall_idx)
                DELIMITED BY SIZE INTO page_line
        END-IF
        STRING "RA " oe_ra_name(ws_oncall_idx)
            " CNSL " oe_counselor_name(ws_oncall_idx)
            DELIMITED BY SIZE INTO page_line(15:66)
        WRITE page_line
    END-PERFORM.
    MOVE SPACES TO page_line.
    WRITE page_line.
    MOVE "IMMEDIATE ALERTS:" TO page_line.
    WRITE page_line.

check_immediate_alerts.
    OPEN INPUT alert_file.
    IF ws_alert_status = "00"
        PERFORM UNTIL ws_alert_eof = "Y"
            READ alert_file
                AT END MOVE "Y" TO ws_alert_eof
                NOT AT END
                    IF al_run_date = ws_report_date
                          AND al_severity = "I"
                        PERFORM check_one_immediate_alert
                    END-IF
            END-READ
        END-PERFORM
        CLOSE alert_file
    END-IF.
    IF ws_immediate_count = 0
        MOVE "  NONE" TO page_line
        WRITE page_line
    END-IF.

*> Each immediate alert should have exactly one page with the
*> same run-id and student; the page carries who was on call at
*> the moment it went out.
check_one_immediate_alert.
    ADD 1 TO ws_immediate_count.
    MOVE 0 TO ws_page_hit.
    PERFORM VARYING ws_page_idx FROM 1 BY 1
            UNTIL ws_page_idx > ws_page_count OR ws_page_hit > 0
        IF pt_user_name(ws_page_idx) = al_user_name
              AND pt_run_seq(ws_page_idx) = al_run_seq
              AND pt_matched(ws_page_idx) = "N"
            MOVE ws_page_idx TO ws_page_hit
        END-IF
    END-PERFORM.
    MOVE SPACES TO page_line.
    IF ws_page_hit = 0
        ADD 1 TO ws_not_paged_count
        STRING "  " al_user_name " SEQ " al_run_seq
            " *** NO PAGE WRITTEN ***"
            DELIMITED BY SIZE INTO page_line
        WRITE page_line
    ELSE
        ADD 1 TO ws_paged_count
        MOVE "Y" TO pt_matched(ws_page_hit)
        STRING "  " al_user_name " SEQ " al_run_seq
            " ROOM " pt_room_number(ws_page_hit)
            " BLDG " pt_building_code(ws_page_hit)
            " PAGED " pt_page_date(ws_page_hit) " "
            pt_page_time(ws_page_hit)(1:2) ":"
            pt_page_time(ws_page_hit)(3:2)
            DELIMITED BY SIZE INTO page_line
        WRITE page_line
        MOVE SPACES TO page_line
        IF pt_oncall_found(ws_page_hit) = "Y"
            STRING "      ON CALL: RA " pt_ra_name(ws_page_hit)
                " CNSL " pt_counselor_name(ws_page_hit)
                DELIMITED BY SIZE INTO page_line
        ELSE
            ADD 1 TO ws_no_oncall_count
            MOVE "      NO ONE ON CALL - SENT TO GATEWAY DEFAULT"
                TO page_line
        END-IF
        WRITE page_line
    END-IF.

write_unmatched_pages.
    PERFORM VARYING ws_page_idx FROM 1 BY 1
            UNTIL ws_page_idx > ws_page_count
        IF pt_matched(ws_page_idx) = "N"
            ADD 1 TO ws_unmatched_count
            IF ws_unmatched_count = 1
                MOVE SPACES TO page_line
                WRITE page_line
                MOVE "PAGES WITH NO MATCHING IMMEDIATE ALERT:"
                    TO page_line
                WRITE page_line
            END-IF
            MOVE SPACES TO page_line
            STRING "  " pt_user_name(ws_page_idx)
                " SEQ " pt_run_seq(ws_page_idx)
                " PAGED " pt_page_date(ws_page_idx) " "
                pt_page_time(ws_page_idx)(1:2) ":"
                pt_page_time(ws_page_idx)(3:2)
                DELIMITED BY SIZE INTO page_line
            WRITE page_line
        END-IF
    END-PERFORM.

write_page_summary.
    MOVE SPACES TO page_line.
    WRITE page_line.

    MOVE ws_immediate_count TO ws_count_display.
    MOVE SPACES TO page_line.
    STRING "IMMEDIATE ALERTS......: " ws_count_display
        DELIMITED BY SIZE INTO page_line.
    WRITE page_line.

    MOVE ws_paged_count TO ws_count_display.
    MOVE SPACES TO page_line.
    STRING "PAGES WRITTEN.........: " ws_count_display
        DELIMITED BY SIZE INTO page_line.
    WRITE page_line.

    MOVE ws_not_paged_count TO ws_count_display.
    MOVE SPACES TO page_line.
    STRING "ALERTS NOT PAGED......: " ws_count_display
        DELIMITED BY SIZE INTO page_line.
    WRITE page_line.

    MOVE ws_no_oncall_count TO ws_count_display.
    MOVE SPACES TO page_line.
    STRING "PAGED, NO ONE ON CALL.: " ws_count_display
        DELIMITED BY SIZE INTO page_line.
    WRITE page_line.

    MOVE ws_unmatched_count TO ws_count_display.
    MOVE SPACES TO page_line.
    STRING "PAGES WITHOUT ALERT...: " ws_count_display
        DELIMITED BY SIZE INTO page_line.
    WRITE page_line.
