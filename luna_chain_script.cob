    SELECT run_param_file ASSIGN TO "RUNPARM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_run_param_status.
    SELECT step_count_file ASSIGN TO "STEPCNT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_step_count_status.
    SELECT run_stats_file ASSIGN TO "RUNSTATS"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_run_stats_status.

DATA DIVISION.
FILE SECTION.
FD  run_param_file.
COPY run_param_record.

FD  step_count_file.
COPY step_count_record.

FD  run_stats_file.
COPY run_stats_record.

WORKING-STORAGE SECTION.
01 ws_report_date PIC 9(8).
01 ws_system_date PIC 9(8).
01 ws_chain_halted PIC X(1) VALUE "N".
01 ws_ran_count PIC 9(2) VALUE 0.
01 ws_skipped_count PIC 9(2) VALUE 0.
01 ws_step_count_status PIC XX.
01 ws_run_stats_status PIC XX.
01 ws_clock_date PIC 9(8).
01 ws_clock_time.
    05 ws_clock_hour PIC 9(2).
    05 ws_clock_minute PIC 9(2).
    05 ws_clock_second PIC 9(2).
    05 ws_clock_hundredth PIC 9(2).
01 ws_start_date PIC 9(8).
01 ws_start_time PIC 9(8).
01 ws_start_seconds PIC 9(5).
01 ws_end_seconds PIC 9(5).
01 ws_elapsed_seconds PIC S9(9).

PROCEDURE DIVISION.
main_chain.
    END-IF.
    PERFORM mark_completed_steps.
    PERFORM open_chain_status_file.
    PERFORM open_run_stats_file.
    DISPLAY "CHAIN: NIGHTLY RUN FOR " ws_report_date.
    PERFORM VARYING ws_idx FROM 1 BY 1
            UNTIL ws_idx > ws_step_count
        PERFORM run_chain_step
    END-PERFORM.
    CLOSE chain_status_file.
    CLOSE run_stats_file.
    IF ws_chain_halted = "Y"
        MOVE 8 TO RETURN-CODE
        DISPLAY "CHAIN: HALTED - FIX THE FAILED STEP AND RERUN, "
    ELSE
        DISPLAY "CHAIN: STEP " se_step_number(ws_idx) " "
            se_step_name(ws_idx) " STARTING"
        PERFORM clear_step_counts
        ACCEPT ws_start_date FROM DATE YYYYMMDD
        ACCEPT ws_clock_time FROM TIME
        MOVE ws_clock_time TO ws_start_time
        COMPUTE ws_start_seconds = ws_clock_hour * 3600
            + ws_clock_minute * 60 + ws_clock_second
        MOVE 0 TO RETURN-CODE
        CALL "SYSTEM" USING se_step_command(ws_idx)
        MOVE RETURN-CODE TO ws_wait_status
        MOVE 0 TO RETURN-CODE
        ACCEPT ws_clock_date FROM DATE YYYYMMDD
        ACCEPT ws_clock_time FROM TIME
        PERFORM decode_step_status
        ADD 1 TO ws_ran_count
        PERFORM record_step_outcome
        PERFORM record_step_statistics
        IF ws_step_rc >= 8
            MOVE "Y" TO ws_chain_halted
            DISPLAY "CHAIN: STEP " se_step_number(ws_idx) " "
    MOVE se_step_number(ws_idx) TO cs_step_number.
    MOVE ws_step_rc TO cs_return_code.
    WRITE chain_status_record.

open_run_stats_file.
    OPEN EXTEND run_stats_file.
    IF ws_run_stats_status NOT = "00"
        OPEN OUTPUT run_stats_file
    END-IF.

*> Empty the count card before the step runs, so counts left by
*> an earlier step are never booked against this one.
clear_step_counts.
    OPEN OUTPUT step_count_file.
    IF ws_step_count_status = "00"
        CLOSE step_count_file
    END-IF.

*> A step that crosses midnight ends on the next clock date, so
*> the elapsed time counts whole days between the two dates.
record_step_statistics.
    MOVE ws_report_date TO rs_run_date.
    MOVE se_step_number(ws_idx) TO rs_step_number.
    MOVE se_step_name(ws_idx) TO rs_step_name.
    MOVE ws_start_date TO rs_start_date.
    MOVE ws_start_time TO rs_start_time.
    MOVE ws_clock_date TO rs_end_date.
    MOVE ws_clock_time TO rs_end_time.
    COMPUTE ws_end_seconds = ws_clock_hour * 3600
        + ws_clock_minute * 60 + ws_clock_second.
    COMPUTE ws_elapsed_seconds =
        (FUNCTION INTEGER-OF-DATE(ws_clock_date)
         - FUNCTION INTEGER-OF-DATE(ws_start_date)) * 86400
        + ws_end_seconds - ws_start_seconds.
    IF ws_elapsed_seconds < 0
        MOVE 0 TO ws_elapsed_seconds
    END-IF.
    IF ws_elapsed_seconds > 999999
        MOVE 999999 TO ws_elapsed_seconds
    END-IF.
    MOVE ws_elapsed_seconds TO rs_elapsed_seconds.
    MOVE ws_step_rc TO rs_return_code.
    PERFORM pick_up_step_counts.
    WRITE run_stats_record.

pick_up_step_counts.
    MOVE "N" TO rs_counts_reported.
    MOVE SPACES TO rs_program.
    MOVE 0 TO rs_count_date.
    MOVE 0 TO rs_read_count.
    MOVE 0 TO rs_written_count.
    MOVE 0 TO rs_rejected_count.
    MOVE 0 TO rs_alert_count.
    OPEN INPUT step_count_file.
    IF ws_step_count_status = "00"
        READ step_count_file
            AT END CONTINUE
            NOT AT END
                MOVE "Y" TO rs_counts_reported
                MOVE su_program TO rs_program
                MOVE su_run_date TO rs_count_date
                MOVE su_read_count TO rs_read_count
                MOVE su_written_count TO rs_written_count
                MOVE su_rejected_count TO rs_rejected_count
                MOVE su_alert_count TO rs_alert_count
        END-READ
        CLOSE step_count_file
    END-IF.
