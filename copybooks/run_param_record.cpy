*> (and, for the monthly extract, an explicit target month - handy
*> for pulling an archived month). When no card is present, or a
*> field is zero or blank, the jobs fall back to the system date
*> exactly as before. rp_building_code selects one residence hall
*> for the roster batch and the counseling transmission; blank
*> means every building.
01 run_param_record.
    05 rp_asof_date        pic 9(8).
    05 rp_target_month     pic 9(6).
    05 rp_building_code    pic x(2).
