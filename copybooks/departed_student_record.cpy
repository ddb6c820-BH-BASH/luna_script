*> Record layout for DEPARTED, the list of students removed from
*> STUDENT-ROSTER and still awaiting the records-retention purge.
*> Roster maintenance appends one record for every student its
*> run actually removed; the retention job drops the record again
*> once the student's data has been purged, or if the student is
*> back on the roster before then. dp_anon_token is blank until
*> the retention job picks the student up; it is saved here
*> before any file is touched, so a rerun after a failure carries
*> on with the same token.
01 departed_student_record.
    05 dp_student_name     pic x(20).
    05 dp_student_id       pic x(6).
    05 dp_building_code    pic x(2).
    05 dp_depart_date      pic 9(8).
    05 dp_anon_token       pic x(20).
