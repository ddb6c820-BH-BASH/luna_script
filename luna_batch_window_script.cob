IDENTIFICATION DIVISION.
PROGRAM-ID. luna_batch_window_script.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT run_stats_file ASSIGN TO "RUNSTATS"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_run_stats_status.
    SELECT window_control_file ASSIGN TO "BWINCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_window_control_status.
    SELECT run_param_file ASSIGN TO "RUNPARM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_run_param_status.
    SELECT window_report_file ASSIGN TO "BATCHWIN"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  run_stats_file.
COPY run_stats_record.

FD  window_control_file.
COPY batch_window_control_record.

FD  run_param_file.
COPY run_param_record.

FD  window_report_file.
01 window_line PIC X(80).

WORKING-STORAGE SECTION.
01 ws_report_date PIC 9(8).
01 ws_system_date PIC 9(8).
01 ws_run_param_status PIC XX.
01 ws_run_stats_status PIC XX.
01 ws_window_control_status PIC XX.
01 ws_run_stats_eof PIC X(1) VALUE "N".
01 ws_night_limit PIC 9(2) VALUE 7.
01 ws_slow_percent PIC 9(3) VALUE 150.
*> Every chain night on RUNSTATS up to the report date; the
*> latest ws_night_limit of them are the nights reported.
01 ws_date_count PIC 9(3) VALUE 0.
01 run_date_table.
    05 dt_date PIC 9(8) OCCURS 400 TIMES.
01 ws_date_full_warned PIC X(1) VALUE "N".
01 ws_hold_date PIC 9(8).
01 ws_night_count PIC 9(2) VALUE 0.
01 window_night_table.
    05 nw_entry OCCURS 31 TIMES.
        10 nw_date PIC 9(8).
        10 nw_step_seconds PIC 9(7).
        10 nw_batch_seen PIC X(1).
        10 nw_batch_date PIC 9(8).
        10 nw_batch_written PIC 9(7).
        10 nw_report_seen PIC X(1).
        10 nw_report_date PIC 9(8).
        10 nw_report_read PIC 9(7).
        10 nw_rollup_seen PIC X(1).
        10 nw_rollup_date PIC 9(8).
        10 nw_rollup_read PIC 9(7).
        10 nw_reconcile_seen PIC X(1).
        10 nw_alerts_raised PIC 9(7).
        10 nw_interface_seen PIC X(1).
        10 nw_interface_date PIC 9(8).
        10 nw_interface_read PIC 9(7).
01 ws_night_idx PIC 9(2).
*> One entry per chain step seen in the window, in step order.
01 ws_step_count PIC 9(2) VALUE 0.
01 window_step_table.
    05 wp_entry OCCURS 20 TIMES.
        10 wp_step_number PIC 9(2).
        10 wp_step_name PIC X(12).
        10 wp_total_seconds PIC 9(8).
        10 wp_nights_run PIC 9(2).
        10 wp_average_seconds PIC 9(6).
01 ws_hold_step PIC X(30).
01 ws_step_idx PIC 9(2).
01 ws_step_full_warned PIC X(1) VALUE "N".
*> Step by night: elapsed time over every attempt that night, and
*> the return code and counts of the latest attempt.
01 step_night_table.
    05 cl_step OCCURS 20 TIMES.
        10 cl_night OCCURS 31 TIMES.
            15 cl_seconds PIC 9(6).
            15 cl_attempts PIC 9(2).
            15 cl_counted PIC 9(2).
            15 cl_program PIC X(8).
            15 cl_return_code PIC 9(4).
            15 cl_reported PIC X(1).
            15 cl_read PIC 9(7).
            15 cl_written PIC 9(7).
            15 cl_rejected PIC 9(7).
01 ws_hold_cells PIC X(1364).
01 ws_idx PIC 9(3).
01 ws_jdx PIC 9(3).
01 ws_found PIC X(1).
01 ws_swapped PIC X(1).
01 ws_slow_flag PIC X(4).
01 ws_slow_count PIC 9(4) VALUE 0.
01 ws_break_count PIC 9(4) VALUE 0.
01 ws_night_breaks PIC 9(2).
01 ws_night_checked PIC X(1).
01 ws_batch_complete PIC X(1).
01 ws_seconds PIC 9(8).
01 ws_elapsed_display.
    05 ws_el_hours PIC 9(2).
    05 FILLER PIC X(1) VALUE ":".
    05 ws_el_minutes PIC 9(2).
    05 FILLER PIC X(1) VALUE ":".
    05 ws_el_seconds PIC 9(2).
01 ws_tie_label PIC X(14).
01 ws_left_label PIC X(18).
01 ws_right_label PIC X(16).
01 ws_left_count PIC 9(7).
01 ws_right_count PIC 9(7).
01 ws_left_date PIC 9(8).
01 ws_right_date PIC 9(8).
01 ws_count_display PIC ZZZZZZ9.
01 ws_read_display PIC ZZZZZZ9.
01 ws_written_display PIC ZZZZZZ9.
01 ws_rejected_display PIC ZZZZZZ9.
01 ws_attempt_display PIC Z9.
01 ws_nights_display PIC Z9.
01 ws_percent_display PIC ZZ9.

PROCEDURE DIVISION.
main_batch_window.
    PERFORM get_report_date.
    PERFORM load_window_control.
    OPEN OUTPUT window_report_file.
    PERFORM collect_run_dates.
    IF ws_date_count = 0
        MOVE SPACES TO window_line
        STRING "NO CHAIN RUN STATISTICS ON OR BEFORE " ws_report_date
            " - NOTHING REPORTED" DELIMITED BY SIZE INTO window_line
        WRITE window_line
        CLOSE window_report_file
        DISPLAY "BATCH WINDOW: no RUNSTATS records to report"
        STOP RUN
    END-IF.
    PERFORM select_window_nights.
    PERFORM tally_run_stats.
    PERFORM sort_window_steps.
    PERFORM compute_step_averages.
    PERFORM write_window_report.
    CLOSE window_report_file.
    DISPLAY "BATCH WINDOW: " ws_slow_count " SLOW STEP-NIGHTS, "
        ws_break_count " NIGHTS WITH COUNT BREAKS, SEE BATCHWIN".
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

load_window_control.
    OPEN INPUT window_control_file.
    IF ws_window_control_status = "00"
        READ window_control_file
            AT END CONTINUE
            NOT AT END PERFORM apply_window_control
        END-READ
        CLOSE window_control_file
    END-IF.

apply_window_control.
    IF bw_night_count IS NUMERIC AND bw_night_count > 0
          AND bw_night_count <= 31
        MOVE bw_night_count TO ws_night_limit
    END-IF.
    IF bw_slow_percent IS NUMERIC AND bw_slow_percent > 100
        MOVE bw_slow_percent TO ws_slow_percent
    END-IF.

collect_run_dates.
    OPEN INPUT run_stats_file.
    IF ws_run_stats_status = "00"
        PERFORM UNTIL ws_run_stats_eof = "Y"
            READ run_stats_file
                AT END MOVE "Y" TO ws_run_stats_eof
                NOT AT END
                    IF rs_run_date <= ws_report_date
                        PERFORM note_run_date
                    END-IF
            END-READ
        END-PERFORM
        CLOSE run_stats_file
    END-IF.

note_run_date.
    MOVE "N" TO ws_found.
    PERFORM VARYING ws_idx FROM 1 BY 1
            UNTIL ws_idx > ws_date_count OR ws_found = "Y"
        IF dt_date(ws_idx) = rs_run_date
            MOVE "Y" TO ws_found
        END-IF
    END-PERFORM.
    IF ws_found = "N"
        IF ws_date_count < 400
            ADD 1 TO ws_date_count
            MOVE rs_run_date TO dt_date(ws_date_count)
        ELSE
            IF ws_date_full_warned = "N"
                MOVE "Y" TO ws_date_full_warned
                DISPLAY "WARNING: run date table full at 400 "
                    "entries - later nights may be left off"
            END-IF
        END-IF
    END-IF.

*> Latest night first, so the window is the top of the table; the
*> nights are then laid out oldest first for the report.
select_window_nights.
    IF ws_date_count > 1
        MOVE "Y" TO ws_swapped
        PERFORM UNTIL ws_swapped = "N"
            MOVE "N" TO ws_swapped
            PERFORM VARYING ws_jdx FROM 1 BY 1
                    UNTIL ws_jdx >= ws_date_count
                IF dt_date(ws_jdx) < dt_date(ws_jdx + 1)
                    MOVE dt_date(ws_jdx) TO ws_hold_date
                    MOVE dt_date(ws_jdx + 1) TO dt_date(ws_jdx)
                    MOVE ws_hold_date TO dt_date(ws_jdx + 1)
                    MOVE "Y" TO ws_swapped
                END-IF
            END-PERFORM
        END-PERFORM
    END-IF.
    MOVE ws_night_limit TO ws_night_count.
    IF ws_date_count < ws_night_count
        MOVE ws_date_count TO ws_night_count
    END-IF.
    INITIALIZE window_night_table.
    PERFORM VARYING ws_night_idx FROM 1 BY 1
            UNTIL ws_night_idx > ws_night_count
        COMPUTE ws_idx = ws_night_count - ws_night_idx + 1
        MOVE dt_date(ws_idx) TO nw_date(ws_night_idx)
        MOVE "N" TO nw_batch_seen(ws_night_idx)
        MOVE "N" TO nw_report_seen(ws_night_idx)
        MOVE "N" TO nw_rollup_seen(ws_night_idx)
        MOVE "N" TO nw_reconcile_seen(ws_night_idx)
        MOVE "N" TO nw_interface_seen(ws_night_idx)
    END-PERFORM.
    INITIALIZE step_night_table.

tally_run_stats.
    MOVE "N" TO ws_run_stats_eof.
    OPEN INPUT run_stats_file.
    IF ws_run_stats_status = "00"
        PERFORM UNTIL ws_run_stats_eof = "Y"
            READ run_stats_file
                AT END MOVE "Y" TO ws_run_stats_eof
                NOT AT END PERFORM tally_run_stats_record
            END-READ
        END-PERFORM
        CLOSE run_stats_file
    END-IF.

tally_run_stats_record.
    MOVE 0 TO ws_night_idx.
    PERFORM VARYING ws_idx FROM 1 BY 1
            UNTIL ws_idx > ws_night_count OR ws_night_idx > 0
        IF nw_date(ws_idx) = rs_run_date
            MOVE ws_idx TO ws_night_idx
        END-IF
    END-PERFORM.
    IF ws_night_idx > 0
        PERFORM find_window_step
        IF ws_step_idx > 0
            PERFORM tally_step_attempt
        END-IF
        ADD rs_elapsed_seconds TO nw_step_seconds(ws_night_idx)
        IF rs_counts_reported = "Y"
            PERFORM tally_night_counts
        END-IF
    END-IF.

find_window_step.
    MOVE 0 TO ws_step_idx.
    PERFORM VARYING ws_idx FROM 1 BY 1
            UNTIL ws_idx > ws_step_count OR ws_step_idx > 0
        IF wp_step_number(ws_idx) = rs_step_number
            MOVE ws_idx TO ws_step_idx
        END-IF
    END-PERFORM.
    IF ws_step_idx = 0
        IF ws_step_count < 20
            ADD 1 TO ws_step_count
            MOVE ws_step_count TO ws_step_idx
            MOVE rs_step_number TO wp_step_number(ws_step_idx)
            MOVE 0 TO wp_total_seconds(ws_step_idx)
            MOVE 0 TO wp_nights_run(ws_step_idx)
            MOVE 0 TO wp_average_seconds(ws_step_idx)
        ELSE
            IF ws_step_full_warned = "N"
                MOVE "Y" TO ws_step_full_warned
                DISPLAY "WARNING: step table full at 20 entries - "
                    "step " rs_step_number " left off the report"
            END-IF
        END-IF
    END-IF.
    IF ws_step_idx > 0
        MOVE rs_step_name TO wp_step_name(ws_step_idx)
    END-IF.

tally_step_attempt.
    IF cl_attempts(ws_step_idx ws_night_idx) = 0
        ADD 1 TO wp_nights_run(ws_step_idx)
    END-IF.
    ADD 1 TO cl_attempts(ws_step_idx ws_night_idx).
    ADD rs_elapsed_seconds TO wp_total_seconds(ws_step_idx).
    IF cl_seconds(ws_step_idx ws_night_idx) + rs_elapsed_seconds
          > 999999
        MOVE 999999 TO cl_seconds(ws_step_idx ws_night_idx)
    ELSE
        ADD rs_elapsed_seconds
            TO cl_seconds(ws_step_idx ws_night_idx)
    END-IF.
    MOVE rs_return_code TO cl_return_code(ws_step_idx ws_night_idx).
    MOVE rs_counts_reported TO cl_reported(ws_step_idx ws_night_idx).
    IF rs_counts_reported = "Y"
        ADD 1 TO cl_counted(ws_step_idx ws_night_idx)
        MOVE rs_program TO cl_program(ws_step_idx ws_night_idx)
    END-IF.
    MOVE rs_read_count TO cl_read(ws_step_idx ws_night_idx).
    MOVE rs_written_count TO cl_written(ws_step_idx ws_night_idx).
    MOVE rs_rejected_count TO cl_rejected(ws_step_idx ws_night_idx).

*> A restarted batch writes only the students it had not reached,
*> and every attempt's alerts stay on ALERTFIL, so those counts add
*> up over the night's attempts; the reporting steps recount the
*> whole night each time, so their latest attempt stands.
tally_night_counts.
    EVALUATE rs_program
        WHEN "BATCH"
            MOVE "Y" TO nw_batch_seen(ws_night_idx)
            MOVE rs_count_date TO nw_batch_date(ws_night_idx)
            ADD rs_written_count TO nw_batch_written(ws_night_idx)
            ADD rs_alert_count TO nw_alerts_raised(ws_night_idx)
        WHEN "RECONCIL"
            MOVE "Y" TO nw_reconcile_seen(ws_night_idx)
            ADD rs_alert_count TO nw_alerts_raised(ws_night_idx)
        WHEN "REPORT"
            MOVE "Y" TO nw_report_seen(ws_night_idx)
            MOVE rs_count_date TO nw_report_date(ws_night_idx)
            MOVE rs_read_count TO nw_report_read(ws_night_idx)
        WHEN "ROLLUP"
            MOVE "Y" TO nw_rollup_seen(ws_night_idx)
            MOVE rs_count_date TO nw_rollup_date(ws_night_idx)
            MOVE rs_read_count TO nw_rollup_read(ws_night_idx)
        WHEN "INTRFACE"
            MOVE "Y" TO nw_interface_seen(ws_night_idx)
            MOVE rs_count_date TO nw_interface_date(ws_night_idx)
            MOVE rs_read_count TO nw_interface_read(ws_night_idx)
        WHEN OTHER
            CONTINUE
    END-EVALUATE.

sort_window_steps.
    IF ws_step_count > 1
        MOVE "Y" TO ws_swapped
        PERFORM UNTIL ws_swapped = "N"
            MOVE "N" TO ws_swapped
            PERFORM VARYING ws_jdx FROM 1 BY 1
                    UNTIL ws_jdx >= ws_step_count
                IF wp_step_number(ws_jdx)
                      > wp_step_number(ws_jdx + 1)
                    MOVE wp_entry(ws_jdx) TO ws_hold_step
                    MOVE wp_entry(ws_jdx + 1) TO wp_entry(ws_jdx)
                    MOVE ws_hold_step TO wp_entry(ws_jdx + 1)
                    MOVE cl_step(ws_jdx) TO ws_hold_cells
                    MOVE cl_step(ws_jdx + 1) TO cl_step(ws_jdx)
                    MOVE ws_hold_cells TO cl_step(ws_jdx + 1)
                    MOVE "Y" TO ws_swapped
                END-IF
            END-PERFORM
        END-PERFORM
    END-IF.

compute_step_averages.
    PERFORM VARYING ws_step_idx FROM 1 BY 1
            UNTIL ws_step_idx > ws_step_count
        IF wp_nights_run(ws_step_idx) > 0
            COMPUTE wp_average_seconds(ws_step_idx) ROUNDED =
                wp_total_seconds(ws_step_idx)
                / wp_nights_run(ws_step_idx)
        END-IF
    END-PERFORM.

write_window_report.
    MOVE ws_night_count TO ws_nights_display.
    MOVE SPACES TO window_line.
    STRING "BATCH WINDOW REPORT - " ws_nights_display
        " NIGHTS ENDING " nw_date(ws_night_count)
        DELIMITED BY SIZE INTO window_line.
    WRITE window_line.

    MOVE ws_slow_percent TO ws_percent_display.
    MOVE SPACES TO window_line.
    STRING "SLOW = OVER " ws_percent_display
        "% OF THE STEP'S AVERAGE OVER THESE NIGHTS"
        DELIMITED BY SIZE INTO window_line.
    WRITE window_line.

    PERFORM VARYING ws_step_idx FROM 1 BY 1
            UNTIL ws_step_idx > ws_step_count
        PERFORM write_step_section
    END-PERFORM.

    PERFORM write_tie_out_section.

    MOVE SPACES TO window_line.
    WRITE window_line.
    MOVE ws_slow_count TO ws_count_display.
    MOVE SPACES TO window_line.
    STRING "SLOW STEP-NIGHTS......: " ws_count_display
        DELIMITED BY SIZE INTO window_line.
    WRITE window_line.
    MOVE ws_break_count TO ws_count_display.
    MOVE SPACES TO window_line.
    STRING "COUNT BREAK NIGHTS....: " ws_count_display
        DELIMITED BY SIZE INTO window_line.
    WRITE window_line.

write_step_section.
    MOVE SPACES TO window_line.
    WRITE window_line.
    MOVE wp_average_seconds(ws_step_idx) TO ws_seconds.
    PERFORM format_elapsed.
    MOVE wp_nights_run(ws_step_idx) TO ws_nights_display.
    MOVE SPACES TO window_line.
    STRING "STEP " wp_step_number(ws_step_idx) " "
        wp_step_name(ws_step_idx) "  AVERAGE " ws_elapsed_display
        "  NIGHTS RUN " ws_nights_display
        DELIMITED BY SIZE INTO window_line.
    WRITE window_line.
    MOVE SPACES TO window_line.
    STRING "  NIGHT     ELAPSED  TRIES RC        READ  WRITTEN"
        "  REJECTED" DELIMITED BY SIZE INTO window_line.
    WRITE window_line.
    PERFORM VARYING ws_night_idx FROM 1 BY 1
            UNTIL ws_night_idx > ws_night_count
        PERFORM write_step_night_line
    END-PERFORM.

*> A step is slow on a night when its time runs over the slow
*> percentage of its own average; a step run on only one night
*> has nothing to compare against.
write_step_night_line.
    MOVE SPACES TO window_line.
    IF cl_attempts(ws_step_idx ws_night_idx) = 0
        STRING "  " nw_date(ws_night_idx) " NOT RUN"
            DELIMITED BY SIZE INTO window_line
    ELSE
        MOVE SPACES TO ws_slow_flag
        IF wp_nights_run(ws_step_idx) > 1
              AND cl_seconds(ws_step_idx ws_night_idx) * 100
                > wp_average_seconds(ws_step_idx) * ws_slow_percent
            MOVE "SLOW" TO ws_slow_flag
            ADD 1 TO ws_slow_count
        END-IF
        MOVE cl_seconds(ws_step_idx ws_night_idx) TO ws_seconds
        PERFORM format_elapsed
        MOVE cl_attempts(ws_step_idx ws_night_idx)
            TO ws_attempt_display
        IF cl_reported(ws_step_idx ws_night_idx) = "Y"
            MOVE cl_read(ws_step_idx ws_night_idx) TO ws_read_display
            MOVE cl_written(ws_step_idx ws_night_idx)
                TO ws_written_display
            MOVE cl_rejected(ws_step_idx ws_night_idx)
                TO ws_rejected_display
            STRING "  " nw_date(ws_night_idx) " "
                ws_elapsed_display "  " ws_attempt_display "  "
                cl_return_code(ws_step_idx ws_night_idx) " "
                ws_read_display "  " ws_written_display "   "
                ws_rejected_display "  " ws_slow_flag
                DELIMITED BY SIZE INTO window_line
        ELSE
            STRING "  " nw_date(ws_night_idx) " "
                ws_elapsed_display "  " ws_attempt_display "  "
                cl_return_code(ws_step_idx ws_night_idx)
                "  COUNTS NOT REPORTED        " ws_slow_flag
                DELIMITED BY SIZE INTO window_line
        END-IF
    END-IF.
    WRITE window_line.

format_elapsed.
    IF ws_seconds > 359999
        MOVE 359999 TO ws_seconds
    END-IF.
    DIVIDE ws_seconds BY 3600 GIVING ws_el_hours
        REMAINDER ws_seconds.
    DIVIDE ws_seconds BY 60 GIVING ws_el_minutes
        REMAINDER ws_el_seconds.

*> Check-ins the batch wrote must match what the summary counted
*> for the night, the rollup must read the same night's records,
*> and the alerts the batch and reconciliation raised must be the
*> alerts the interface picked up. A pair is only compared when
*> both steps left counts that night.
write_tie_out_section.
    MOVE SPACES TO window_line.
    WRITE window_line.
    MOVE "NIGHTLY STEP TIME AND COUNT TIE-OUT" TO window_line.
    WRITE window_line.
    PERFORM VARYING ws_night_idx FROM 1 BY 1
            UNTIL ws_night_idx > ws_night_count
        PERFORM write_night_tie_out
    END-PERFORM.

write_night_tie_out.
    MOVE 0 TO ws_night_breaks.
    MOVE "N" TO ws_night_checked.
    MOVE nw_step_seconds(ws_night_idx) TO ws_seconds.
    PERFORM format_elapsed.
    MOVE SPACES TO window_line.
    STRING "  " nw_date(ws_night_idx) "  STEP TIME "
        ws_elapsed_display DELIMITED BY SIZE INTO window_line.
    WRITE window_line.

    PERFORM check_batch_complete.
    IF ws_batch_complete = "N"
        MOVE "Y" TO ws_night_checked
        MOVE SPACES TO window_line
        STRING "    CHECK-INS AND ALERTS NOT CHECKED - A BATCH "
            "ATTEMPT LEFT NO COUNTS" DELIMITED BY SIZE
            INTO window_line
        WRITE window_line
    END-IF.

    IF nw_batch_seen(ws_night_idx) = "Y"
          AND ws_batch_complete = "Y"
          AND nw_report_seen(ws_night_idx) = "Y"
        MOVE "CHECK-INS" TO ws_tie_label
        MOVE "BATCH WROTE" TO ws_left_label
        MOVE nw_batch_written(ws_night_idx) TO ws_left_count
        MOVE nw_batch_date(ws_night_idx) TO ws_left_date
        MOVE "SUMMARY COUNTED" TO ws_right_label
        MOVE nw_report_read(ws_night_idx) TO ws_right_count
        MOVE nw_report_date(ws_night_idx) TO ws_right_date
        PERFORM check_count_tie
    END-IF.

    IF nw_report_seen(ws_night_idx) = "Y"
          AND nw_rollup_seen(ws_night_idx) = "Y"
        MOVE "MOOD RECORDS" TO ws_tie_label
        MOVE "SUMMARY READ" TO ws_left_label
        MOVE nw_report_read(ws_night_idx) TO ws_left_count
        MOVE nw_report_date(ws_night_idx) TO ws_left_date
        MOVE "ROLLUP READ" TO ws_right_label
        MOVE nw_rollup_read(ws_night_idx) TO ws_right_count
        MOVE nw_rollup_date(ws_night_idx) TO ws_right_date
        PERFORM check_count_tie
    END-IF.

    IF nw_batch_seen(ws_night_idx) = "Y"
          AND ws_batch_complete = "Y"
          AND nw_interface_seen(ws_night_idx) = "Y"
        MOVE "ALERTS" TO ws_tie_label
        IF nw_reconcile_seen(ws_night_idx) = "Y"
            MOVE "BATCH+RECON RAISED" TO ws_left_label
        ELSE
            MOVE "BATCH RAISED" TO ws_left_label
        END-IF
        MOVE nw_alerts_raised(ws_night_idx) TO ws_left_count
        MOVE nw_batch_date(ws_night_idx) TO ws_left_date
        MOVE "INTERFACE READ" TO ws_right_label
        MOVE nw_interface_read(ws_night_idx) TO ws_right_count
        MOVE nw_interface_date(ws_night_idx) TO ws_right_date
        PERFORM check_count_tie
    END-IF.

    IF ws_night_checked = "N"
        MOVE "    COUNTS NOT CHECKED - STEPS LEFT NO COUNTS"
            TO window_line
        WRITE window_line
    ELSE IF ws_night_breaks = 0 AND ws_batch_complete = "Y"
        MOVE "    COUNTS TIE" TO window_line
        WRITE window_line
    ELSE IF ws_night_breaks > 0
        ADD 1 TO ws_break_count
    END-IF.

*> The batch picks up where an abended attempt stopped, so its
*> check-ins and alerts are the sum over the night's attempts; if
*> an attempt of the batch step ended without leaving counts, the
*> sum is short and the tie cannot be trusted.
check_batch_complete.
    MOVE "Y" TO ws_batch_complete.
    PERFORM VARYING ws_step_idx FROM 1 BY 1
            UNTIL ws_step_idx > ws_step_count
        IF cl_program(ws_step_idx ws_night_idx) = "BATCH"
              AND cl_counted(ws_step_idx ws_night_idx)
                < cl_attempts(ws_step_idx ws_night_idx)
            MOVE "N" TO ws_batch_complete
        END-IF
    END-PERFORM.

*> Two steps that worked on different nights (a step run past
*> midnight without a RUNPARM date) cannot be compared at all,
*> which is itself a break.
check_count_tie.
    MOVE "Y" TO ws_night_checked.
    IF ws_left_date NOT = ws_right_date
        ADD 1 TO ws_night_breaks
        MOVE SPACES TO window_line
        STRING "    " ws_tie_label " BREAK - NIGHTS DIFFER "
            ws_left_date " VS " ws_right_date
            DELIMITED BY SIZE INTO window_line
        WRITE window_line
    ELSE IF ws_left_count NOT = ws_right_count
        ADD 1 TO ws_night_breaks
        MOVE ws_left_count TO ws_read_display
        MOVE ws_right_count TO ws_written_display
        MOVE SPACES TO window_line
        STRING "    " ws_tie_label " BREAK - " ws_left_label " "
            ws_read_display ", " ws_right_label " "
            ws_written_display
            DELIMITED BY SIZE INTO window_line
        WRITE window_line
    END-IF.
