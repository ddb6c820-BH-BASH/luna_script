*> Record layout for CHKCTL, the check-in control card. Carries
*> the cutoff hour that decides which night a check-in belongs
*> to: a check-in run started before cc_cutoff_hour (00-23) is
*> credited to the previous date's night, so a roster batch that
*> runs past midnight, or a student answering at 00:40, lands on
*> the night it was actually given. An hour of 00 credits every
*> check-in to the date it was taken. With no CHKCTL file, or an
*> hour that is not 00-23, the cutoff is 04.
01 checkin_control_record.
    05 cc_cutoff_hour      pic 9(2).
