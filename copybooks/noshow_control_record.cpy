*> Record layout for NSHWCTL, the absence-escalation control card
*> read by the reconciliation job. A student is escalated on a
*> night they miss when the unexcused misses running reach
*> no_consecutive_limit (default 3), or when the misses within
*> the last no_window_nights scheduled nights (default 14, at most
*> 30) reach no_window_limit (default 5). no_alert_severity is
*> the severity the alert is raised at (W, U or I; default U);
*> an I alert is paged to the on-call staff like a check-in's.
*> With no NSHWCTL file, or a field that is zero or not valid,
*> the default is used.
01 noshow_control_record.
    05 no_consecutive_limit pic 9(2).
    05 no_window_nights     pic 9(2).
    05 no_window_limit      pic 9(2).
    05 no_alert_severity    pic x(1).
