*> Record layout for STEPCNT, the one-record count card each
*> nightly step leaves behind for the chain controller. The step
*> overwrites it at a normal finish; the controller empties it
*> before each step runs, so a step that ends abnormally leaves
*> no counts behind. su_program tags the program (BATCH, REPORT,
*> RECONCIL, INTRFACE, AUDIT, ROLLUP) whatever the step is called
*> on STEPCTL, and su_run_date is the night the step worked on.
*> What the counts hold, by program:
*>   BATCH    read = roster records read, written = mood log
*>            records written, rejected = check-ins with no valid
*>            answer, alerts = alerts written to ALERTFIL
*>   REPORT   read = mood records for the night, written = those
*>            tallied under a known status, rejected = invalid
*>   RECONCIL read = roster students checked, written = no-shows
*>            listed, rejected = excused, alerts = absence alerts
*>   INTRFACE read = alerts for the night, written = details
*>            transmitted, rejected = alerts not transmitted
*>   AUDIT    read = mood records audited, written = clean,
*>            rejected = suspect
*>   ROLLUP   read = mood records for the night, written =
*>            check-ins tallied, rejected = names not on roster
01 step_count_record.
    05 su_program          pic x(8).
    05 su_run_date         pic 9(8).
    05 su_read_count       pic 9(7).
    05 su_written_count    pic 9(7).
    05 su_rejected_count   pic 9(7).
    05 su_alert_count      pic 9(7).
