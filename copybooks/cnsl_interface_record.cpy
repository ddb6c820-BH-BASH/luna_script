*> Record layouts for CNSLXMIT, the fixed-format transmission file
*> the counseling office's case system picks up each night. All
*> three record types are 112 bytes. The file is one header (type
*> "H", carrying the run date, run seq and the building the file
*> covers - spaces for every building), one detail (type "D")
*> per escalation written that night - alert fields joined to the
*> student's roster id, room and building, plus the last seven
*> nights of mood scale values oldest-first with spaces for nights
*> without a usable reading, the alert severity (W = watch,
*> U = urgent, I = immediate) so their intake can triage, and the
*> student's optional check-in comment from NOTEFILE (spaces when
*> none was left), and the alert reason (space = mood escalation,
*> A = absence escalation, where consecutive-N is the nights
*> missed) - and one trailer (type "T") carrying the detail count
*> and a hash total (the sum of every detail's consecutive-N value
*> and all of its numeric scale-history digits; the severity byte,
*> the comment, the building and the reason are not hashed) so the
*> intake job can verify it received a complete file.
01 cx_header_record.
    05 cx_h_record_type    pic x(1).
    05 cx_h_run_date       pic 9(8).
    05 cx_h_run_seq        pic 9(4).
    05 cx_h_building_code  pic x(2).
    05 filler              pic x(97).
01 cx_detail_record.
    05 cx_d_record_type    pic x(1).
    05 cx_d_user_name      pic x(20).
    05 cx_d_scale_history  pic x(7).
    05 cx_d_severity       pic x(1).
    05 cx_d_comment        pic x(60).
    05 cx_d_building_code  pic x(2).
    05 cx_d_reason         pic x(1).
01 cx_trailer_record.
    05 cx_t_record_type    pic x(1).
    05 cx_t_detail_count   pic 9(6).
    05 cx_t_hash_total     pic 9(8).
    05 filler              pic x(97).
