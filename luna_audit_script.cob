        FILE STATUS IS ws_roster_status.
    SELECT audit_report_file ASSIGN TO "AUDITRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT step_count_file ASSIGN TO "STEPCNT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_step_count_status.

DATA DIVISION.
FILE SECTION.
FD  audit_report_file.
01 audit_line PIC X(80).

FD  step_count_file.
COPY step_count_record.

WORKING-STORAGE SECTION.
01 ws_run_date PIC 9(8).
01 ws_roster_status PIC XX.
01 ws_mood_log_status PIC XX.
01 ws_step_count_status PIC XX.
01 ws_roster_eof PIC X(1) VALUE "N".
01 ws_roster_loaded PIC X(1) VALUE "N".
01 ws_mood_log_eof PIC X(1) VALUE "N".
    CLOSE mood_log_file.
    PERFORM write_audit_summary.
    CLOSE audit_report_file.
    PERFORM write_step_counts.
    IF ws_suspect_count > ws_exception_tolerance
        MOVE 8 TO RETURN-CODE
        DISPLAY "AUDIT: EXCEPTIONS EXCEED TOLERANCE - "
    STRING "SUSPECT RECORDS.......: " ws_count_display
        DELIMITED BY SIZE INTO audit_line.
    WRITE audit_line.

write_step_counts.
    OPEN OUTPUT step_count_file.
    IF ws_step_count_status = "00"
        MOVE "AUDIT" TO su_program
        MOVE ws_run_date TO su_run_date
        MOVE ws_total_count TO su_read_count
        MOVE ws_clean_count TO su_written_count
        MOVE ws_suspect_count TO su_rejected_count
        MOVE 0 TO su_alert_count
        WRITE step_count_record
        CLOSE step_count_file
    END-IF.
