*> for a given run-date so two batch executions on the same night
*> (an accidental double-kickoff, or a split-shift run) carry
*> distinguishable run-ids on their MOOD-LOG.DAT and ALERT-FILE
*> records instead of looking identical. The file holds one
*> record per building code (spaces = the every-building run),
*> each carrying that building's last run-id, which its CNSLXMIT
*> transmission and CNSLRTRN return are checked against; the
*> sequence carries on across buildings, so each building's run
*> on a night still has its own run-id.
01 run_control_record.
    05 rc_run_date          pic 9(8).
    05 rc_run_seq           pic 9(4).
    05 rc_building_code     pic x(2).
