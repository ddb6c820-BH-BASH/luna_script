*> Record layout for SIMPARM, the optional date-range card for the
*> alert-rule simulation. The simulation counts alerts raised on
*> nights from sm_start_date through sm_end_date; the streak state
*> going into the first night is still built from every earlier
*> check-in on file. With no card, or a zero date, the range is
*> the thirty nights ending today.
01 sim_param_record.
    05 sm_start_date       pic 9(8).
    05 sm_end_date         pic 9(8).
