*> the ALRTRULE rules the check-in programs evaluate. The field
*> was appended when severities were introduced; the one-time
*> conversion job rewrites pre-severity files with spaces here.
*> al_reason: space = mood escalation raised by the check-in
*> programs, A = absence escalation raised by the reconciliation
*> job for a student missing scheduled nights (al_consecutive_n
*> then carries the nights missed and al_run_seq is zero, since
*> there was no check-in). The field was appended with absence
*> escalation; the conversion job carries older files across with
*> a space here.
01 alert_record.
    05 al_run_date          pic 9(8).
    05 al_run_seq           pic 9(4).
    05 al_consecutive_n     pic 9(2).
    05 al_message           pic x(40).
    05 al_severity          pic x(1).
    05 al_reason            pic x(1).
