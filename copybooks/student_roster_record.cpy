*> Record layout for STUDENT-ROSTER, the dorm roster input file
*> used by the batch check-in driver and the roster reconciliation
*> program. sr_building_code names the residence hall the room is
*> in, so one roster carries every hall; room numbers (and the
*> floor/wing sections derived from them) are only unique within
*> a building. The field was appended when the other halls came
*> onto the system; the one-time conversion job carries an old
*> roster across with the building code from the RUNPARM card.
01 student_roster_record.
    05 sr_student_name     pic x(20).
    05 sr_room_number      pic x(4).
    05 sr_student_id       pic x(6).
    05 sr_building_code    pic x(2).
