*> tx_action: A = add student, D = remove on move-out,
*> R = room change, C = name correction (tx_new_name holds the
*> corrected spelling; unused for other actions).
*> tx_building_code: required on an add; on a room change a blank
*> keeps the student's building, anything else moves them to that
*> building.
01 roster_txn_record.
    05 tx_action           pic x(1).
    05 tx_student_name     pic x(20).
    05 tx_room_number      pic x(4).
    05 tx_student_id       pic x(6).
    05 tx_new_name         pic x(20).
    05 tx_building_code    pic x(2).
