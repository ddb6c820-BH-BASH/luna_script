*> Record layout for ONCALL, the duty schedule housing and the
*> counseling office keep for immediate-severity alerts. One record
*> per check-in night per building naming the duty RA and the duty
*> counselor; oc_duty_date is the check-in night (the run date the
*> alerts carry), not the calendar day the page goes out on. A
*> blank oc_building_code covers every hall that night, and is
*> used only when the student's own building has no record.
01 oncall_schedule_record.
    05 oc_duty_date        pic 9(8).
    05 oc_building_code    pic x(2).
    05 oc_ra_id            pic x(6).
    05 oc_ra_name          pic x(20).
    05 oc_counselor_id     pic x(6).
    05 oc_counselor_name   pic x(20).
