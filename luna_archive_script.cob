COPY archive_log_record.

FD  current_work_file.
01 current_work_record PIC X(46).

FD  archive_control_file.
01 control_line PIC X(60).
