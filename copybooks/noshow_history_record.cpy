*> Record layout for NOSHOWHS, a by-name keyed file the
*> reconciliation job keeps so a student who stops checking in
*> altogether still reaches the counseling office.
*> ns_recent_nights holds one code per scheduled night, most
*> recent first: M = unexcused no-show, P = checked in,
*> E = excused (on LEAVEFIL or an "E" check-in), space = a
*> scheduled night the reconciliation did not run for. An excused
*> night neither extends nor breaks a run of misses; a check-in
*> or an unknown night ends it. ns_last_night is the night in the
*> first position, so a rerun for the same night replaces that
*> code rather than adding another; ns_last_alert_date is the
*> last night an absence alert was raised, so a rerun does not
*> raise it twice.
01 noshow_history_record.
    05 ns_student_name     pic x(20).
    05 ns_last_night       pic 9(8).
    05 ns_last_alert_date  pic 9(8).
    05 ns_recent_nights    pic x(30).
