*> Record layout for BWINCTL, the batch-window report control
*> card. bw_night_count is how many of the latest chain nights on
*> RUNSTATS the report covers (default 7, at most 31).
*> bw_slow_percent flags a step whose elapsed time on a night
*> exceeds that percentage of its average over the nights
*> reported (default 150, must be over 100). With no BWINCTL
*> file, or a field that is zero or not valid, the default is
*> used.
01 batch_window_control_record.
    05 bw_night_count      pic 9(2).
    05 bw_slow_percent     pic 9(3).
