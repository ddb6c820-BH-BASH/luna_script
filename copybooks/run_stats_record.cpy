*> Record layout for RUNSTATS, the chain controller's run-
*> statistics log. One record is appended per step attempt with
*> the night being run, the step, the clock date and time
*> (HHMMSSCC) it started and ended, the elapsed seconds, the
*> step's return code, and the counts the step left on STEPCNT.
*> rs_counts_reported is N when the step left no counts (a step
*> that does not report them, or one that ended abnormally); the
*> count fields are then zero. The batch-window report reads it.
01 run_stats_record.
    05 rs_run_date         pic 9(8).
    05 rs_step_number      pic 9(2).
    05 rs_step_name        pic x(12).
    05 rs_start_date       pic 9(8).
    05 rs_start_time       pic 9(8).
    05 rs_end_date         pic 9(8).
    05 rs_end_time         pic 9(8).
    05 rs_elapsed_seconds  pic 9(6).
    05 rs_return_code      pic 9(4).
    05 rs_counts_reported  pic x(1).
    05 rs_program          pic x(8).
    05 rs_count_date       pic 9(8).
    05 rs_read_count       pic 9(7).
    05 rs_written_count    pic 9(7).
    05 rs_rejected_count   pic 9(7).
    05 rs_alert_count      pic 9(7).
