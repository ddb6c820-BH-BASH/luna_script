*> Record layout for HOUSFEED, the full roster extract the housing
*> information system sends every night: one record per resident
*> in every hall, keyed by the registrar's student id. The roster
*> feed job compares it with STUDENT-ROSTER on the id and writes
*> the ROSTRTXN transactions the roster maintenance run applies.
*> The room number follows the roster's convention - floor digit
*> in position 1, wing in position 4.
01 housing_feed_record.
    05 hf_student_id       pic x(6).
    05 hf_student_name     pic x(20).
    05 hf_room_number      pic x(4).
    05 hf_building_code    pic x(2).
