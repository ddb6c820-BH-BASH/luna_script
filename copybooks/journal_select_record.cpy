*> Record layout for JRNLSEL, the optional selection card for the
*> disposition journal report. Each field narrows the listing:
*> js_student_name to one student's cases, js_counselor_id to the
*> changes one counselor entered, js_from_date / js_to_date to the
*> journal dates in that range. A blank or zero field (or no card
*> at all) leaves that part of the selection open.
01 journal_select_record.
    05 js_student_name     pic x(20).
    05 js_counselor_id     pic x(6).
    05 js_from_date        pic 9(8).
    05 js_to_date          pic 9(8).
