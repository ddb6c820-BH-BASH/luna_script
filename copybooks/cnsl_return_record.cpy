*> counseling office's case system drops back each morning for the
*> CNSLXMIT transmission it accepted overnight. All three record
*> types are 48 bytes. The file is one header (type "H", echoing
*> the run date, run seq and building code of the transmission
*> being confirmed - spaces for an every-building transmission),
*> one detail (type "D") per accepted escalation - the student name
*> and alert run date as transmitted, the case number their intake
*> opened, the intake status (A = acknowledged, P = in progress,
    05 cr_h_record_type    pic x(1).
    05 cr_h_run_date       pic 9(8).
    05 cr_h_run_seq        pic 9(4).
    05 cr_h_building_code  pic x(2).
    05 filler              pic x(33).
01 cr_detail_record.
    05 cr_d_record_type    pic x(1).
    05 cr_d_user_name      pic x(20).
