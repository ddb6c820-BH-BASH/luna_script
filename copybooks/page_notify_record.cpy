*> Record layout for PAGEOUT, the outbound file the campus paging
*> gateway polls. The check-in appends one record, and closes the
*> file again, the moment a student trips an immediate ("I")
*> alert rule, so the page goes out during the run rather than
*> with the morning extracts; the reconciliation job does the same
*> for an immediate absence alert (run seq 0, no comment). The key
*> fields match the ALERTFIL record the same job wrote.
*> pg_page_time is HHMMSSCC from the system clock. pg_oncall_found
*> is N when ONCALL named no one for the student's building that
*> night; the staff fields are then blank and the gateway routes
*> the page to its default group.
01 page_notify_record.
    05 pg_page_date        pic 9(8).
    05 pg_page_time        pic 9(8).
    05 pg_run_date         pic 9(8).
    05 pg_run_seq          pic 9(4).
    05 pg_user_name        pic x(20).
    05 pg_room_number      pic x(4).
    05 pg_building_code    pic x(2).
    05 pg_severity         pic x(1).
    05 pg_consecutive_n    pic 9(2).
    05 pg_message          pic x(40).
    05 pg_comment          pic x(60).
    05 pg_oncall_found     pic x(1).
    05 pg_ra_id            pic x(6).
    05 pg_ra_name          pic x(20).
    05 pg_counselor_id     pic x(6).
    05 pg_counselor_name   pic x(20).
