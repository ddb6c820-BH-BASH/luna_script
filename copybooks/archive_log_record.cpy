    05 ar_user_name        pic x(20).
    05 ar_status           pic x(1).
    05 ar_mood_scale       pic 9(1).
    05 ar_checkin_date     pic 9(8).
    05 ar_checkin_time     pic 9(4).
