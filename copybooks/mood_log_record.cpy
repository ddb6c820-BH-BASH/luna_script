*> rerun of the same run-id replaces rather than duplicates a
*> night's records. Shared by every program that writes or reads
*> a check-in.
*> ml_checkin_date / ml_checkin_time are the calendar date and
*> HHMM clock time the answer was actually taken; ml_run_date is
*> the night it counts for, which is the previous date when the
*> check-in run started before the CHKCTL cutoff hour. A check-in
*> date later than the run date marks an after-midnight check-in.
*> Both fields were appended when check-in times were introduced;
*> records carried across by the one-time conversion job hold
*> zeros there (time not recorded).
01 mood_log_record.
    05 ml_key.
        10 ml_run_date     pic 9(8).
        10 ml_user_name    pic x(20).
    05 ml_status           pic x(1).
    05 ml_mood_scale       pic 9(1).
    05 ml_checkin_date     pic 9(8).
    05 ml_checkin_time     pic 9(4).
