*> Record layout for DSPJRNL, the append-only journal of every
*> change made to ALERTDSP. Each time the manual disposition entry
*> or the counseling return posting adds or replaces a disposition,
*> one record is appended here with the ALERTDSP record as it stood
*> before the change and as it was saved, so a case can be traced
*> from first acknowledgment to resolution.
*> dj_source: M = manual entry (alert ack), C = counseling return.
*> dj_action: A = disposition added (before image is spaces),
*>            C = existing disposition changed.
*> dj_counselor_id is the counselor the change was entered under.
*> dj_journal_time is HHMMSSCC as taken from the system clock.
01 disposition_journal_record.
    05 dj_journal_date     pic 9(8).
    05 dj_journal_time     pic 9(8).
    05 dj_source           pic x(1).
    05 dj_counselor_id     pic x(6).
    05 dj_action           pic x(1).
    05 dj_before_image.
        10 dj_b_user_name  pic x(20).
        10 dj_b_run_date   pic x(8).
        10 dj_b_status     pic x(1).
        10 dj_b_counselor_id pic x(6).
        10 dj_b_note       pic x(40).
        10 dj_b_update_date pic x(8).
    05 dj_after_image.
        10 dj_a_user_name  pic x(20).
        10 dj_a_run_date   pic 9(8).
        10 dj_a_status     pic x(1).
        10 dj_a_counselor_id pic x(6).
        10 dj_a_note       pic x(40).
        10 dj_a_update_date pic 9(8).
