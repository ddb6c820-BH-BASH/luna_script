    SELECT old_mood_log_file ASSIGN TO "MOODSEQ"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_old_mood_status.
    SELECT prior_mood_master_file ASSIGN TO "MOODOLD"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS pm_key
        FILE STATUS IS ws_prior_mood_status.
    SELECT mood_log_file ASSIGN TO "MOODLOG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ml_key
        FILE STATUS IS ws_mood_log_status.
    SELECT old_archive_file ASSIGN TO "ARCHOLD"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_old_archive_status.
    SELECT archive_file ASSIGN TO "MOODARCH"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_archive_status.
    SELECT old_alert_file ASSIGN TO "ALERTOLD"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_old_alert_status.
    SELECT prior_alert_file ASSIGN TO "ALERTSEV"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_prior_alert_status.
    SELECT alert_file ASSIGN TO "ALERTFIL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_alert_status.
    SELECT old_roster_file ASSIGN TO "ROSTOLD"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_old_roster_status.
    SELECT student_roster_file ASSIGN TO "ROSTER"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_roster_status.
    SELECT old_ra_assignment_file ASSIGN TO "RAOLD"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_old_ra_status.
    SELECT ra_assignment_file ASSIGN TO "RAASSIGN"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_ra_status.
    SELECT run_param_file ASSIGN TO "RUNPARM"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_run_param_status.
    SELECT convert_report_file ASSIGN TO "CONVRPT"
        ORGANIZATION IS LINE SEQUENTIAL.

FD  old_mood_log_file.
01 old_mood_log_record PIC X(34).

FD  prior_mood_master_file.
01 prior_mood_master_record.
    05 pm_key PIC X(32).
    05 FILLER PIC X(2).

FD  mood_log_file.
COPY mood_log_record.

FD  old_archive_file.
01 old_archive_record PIC X(34).

FD  archive_file.
COPY archive_log_record.

FD  old_alert_file.
01 old_alert_record.
    05 ol_run_date PIC 9(8).
    05 ol_consecutive_n PIC 9(2).
    05 ol_message PIC X(40).

FD  prior_alert_file.
01 prior_alert_record PIC X(75).

FD  alert_file.
COPY alert_record.

FD  old_roster_file.
01 old_roster_record PIC X(30).

FD  student_roster_file.
COPY student_roster_record.

FD  old_ra_assignment_file.
01 old_ra_assignment_record PIC X(28).

FD  ra_assignment_file.
COPY ra_assignment_record.

FD  run_param_file.
COPY run_param_record.

FD  convert_report_file.
01 convert_line PIC X(80).

WORKING-STORAGE SECTION.
01 ws_run_date PIC 9(8).
01 ws_old_mood_status PIC XX.
01 ws_prior_mood_status PIC XX.
01 ws_mood_source PIC X(7).
01 ws_old_mood_image PIC X(34).
01 ws_old_archive_status PIC XX.
01 ws_archive_status PIC XX.
01 ws_old_archive_eof PIC X(1) VALUE "N".
01 ws_archive_read_count PIC 9(6) VALUE 0.
01 ws_archive_written_count PIC 9(6) VALUE 0.
01 ws_mood_log_status PIC XX.
01 ws_old_alert_status PIC XX.
01 ws_alert_status PIC XX.
01 ws_prior_alert_status PIC XX.
01 ws_alert_source PIC X(8).
01 ws_old_mood_eof PIC X(1) VALUE "N".
01 ws_old_alert_eof PIC X(1) VALUE "N".
01 ws_mood_read_count PIC 9(6) VALUE 0.
01 ws_alert_read_count PIC 9(6) VALUE 0.
01 ws_alert_written_count PIC 9(6) VALUE 0.
01 ws_count_display PIC ZZZZZ9.
01 ws_old_roster_status PIC XX.
01 ws_roster_status PIC XX.
01 ws_old_ra_status PIC XX.
01 ws_ra_status PIC XX.
01 ws_run_param_status PIC XX.
01 ws_old_roster_eof PIC X(1) VALUE "N".
01 ws_old_ra_eof PIC X(1) VALUE "N".
01 ws_roster_read_count PIC 9(6) VALUE 0.
01 ws_ra_read_count PIC 9(6) VALUE 0.
01 ws_convert_building PIC X(2) VALUE SPACES.

PROCEDURE DIVISION.
*> One-time conversion for the indexed mood master, the check-in
*> time stamp on the mood and archive records, the severity and
*> reason bytes on ALERT-FILE, and the building code on the roster
*> and RA coverage files. The operator renames the old sequential
*> MOODLOG to MOODSEQ (or the old indexed MOODLOG to MOODOLD), the
*> old MOODARCH to ARCHOLD, the old ALERTFIL to ALERTOLD (or, for
*> a file that already carries severities, to ALERTSEV), the old
*> ROSTER to ROSTOLD and the old RAASSIGN to RAOLD before running;
*> each step is skipped when its input is not on disk. Converted
*> roster and RA records take the building code from the RUNPARM
*> card, since a pre-building file covered one hall only.
*> After the mood master is loaded, the history rebuild job
*> replays it to produce the HISTORY file in its current layout.
main_convert.
    ACCEPT ws_run_date FROM DATE YYYYMMDD.
    OPEN OUTPUT convert_report_file.
    PERFORM write_convert_heading.
    PERFORM convert_mood_log.
    PERFORM convert_archive_file.
    PERFORM convert_alert_file.
    PERFORM get_convert_building.
    PERFORM convert_roster_file.
    PERFORM convert_ra_assignment_file.
    PERFORM write_convert_summary.
    CLOSE convert_report_file.
    DISPLAY "CONVERSION COMPLETE, SEE CONVRPT FOR COUNTS".
    STOP RUN.

convert_mood_log.
    MOVE SPACES TO ws_mood_source.
    OPEN INPUT old_mood_log_file.
    IF ws_old_mood_status = "00"
        MOVE "MOODSEQ" TO ws_mood_source
    ELSE
        OPEN INPUT prior_mood_master_file
        IF ws_prior_mood_status = "00"
            MOVE "MOODOLD" TO ws_mood_source
        END-IF
    END-IF.
    IF ws_mood_source = SPACES
        MOVE "NO MOODSEQ OR MOODOLD INPUT - MOOD MASTER LOAD SKIPPED"
            TO convert_line
        WRITE convert_line
    ELSE
                TO convert_line
            WRITE convert_line
            MOVE 8 TO RETURN-CODE
            PERFORM close_old_mood_input
        ELSE
            PERFORM UNTIL ws_old_mood_eof = "Y"
                PERFORM read_old_mood_record
            END-PERFORM
            PERFORM close_old_mood_input
            CLOSE mood_log_file
        END-IF
    END-IF.

read_old_mood_record.
    IF ws_mood_source = "MOODSEQ"
        READ old_mood_log_file
            AT END MOVE "Y" TO ws_old_mood_eof
            NOT AT END
                MOVE old_mood_log_record TO ws_old_mood_image
                PERFORM load_one_mood_record
        END-READ
    ELSE
        READ prior_mood_master_file NEXT RECORD
            AT END MOVE "Y" TO ws_old_mood_eof
            NOT AT END
                MOVE prior_mood_master_record TO ws_old_mood_image
                PERFORM load_one_mood_record
        END-READ
    END-IF.

close_old_mood_input.
    IF ws_mood_source = "MOODSEQ"
        CLOSE old_mood_log_file
    ELSE
        CLOSE prior_mood_master_file
    END-IF.

*> The old sequential log, the old indexed master and the current
*> master share the same leading 34-byte field layout, so the
*> record moves across unchanged and the check-in stamp is zeroed
*> (time not recorded); a duplicate key means the old log held the
*> same date, run seq and name twice (the condition the audit
*> flags) and is reported, not loaded.
load_one_mood_record.
    ADD 1 TO ws_mood_read_count.
    MOVE ws_old_mood_image TO mood_log_record.
    MOVE 0 TO ml_checkin_date.
    MOVE 0 TO ml_checkin_time.
    WRITE mood_log_record
        INVALID KEY
            ADD 1 TO ws_mood_dup_count
        INTO convert_line.
    WRITE convert_line.

convert_archive_file.
    OPEN INPUT old_archive_file.
    IF ws_old_archive_status NOT = "00"
        MOVE "NO ARCHOLD INPUT - ARCHIVE CONVERSION SKIPPED"
            TO convert_line
        WRITE convert_line
    ELSE
        OPEN OUTPUT archive_file
        IF ws_archive_status NOT = "00"
            MOVE "ARCHIVE FILE OPEN FAILED - CONVERSION ABANDONED"
                TO convert_line
            WRITE convert_line
            MOVE 8 TO RETURN-CODE
            CLOSE old_archive_file
        ELSE
            PERFORM UNTIL ws_old_archive_eof = "Y"
                READ old_archive_file
                    AT END MOVE "Y" TO ws_old_archive_eof
                    NOT AT END PERFORM convert_one_archive_record
                END-READ
            END-PERFORM
            CLOSE old_archive_file
            CLOSE archive_file
        END-IF
    END-IF.

convert_one_archive_record.
    ADD 1 TO ws_archive_read_count.
    MOVE old_archive_record TO archive_log_record.
    MOVE 0 TO ar_checkin_date.
    MOVE 0 TO ar_checkin_time.
    WRITE archive_log_record.
    ADD 1 TO ws_archive_written_count.

convert_alert_file.
    MOVE SPACES TO ws_alert_source.
    OPEN INPUT old_alert_file.
    IF ws_old_alert_status = "00"
        MOVE "ALERTOLD" TO ws_alert_source
    ELSE
        OPEN INPUT prior_alert_file
        IF ws_prior_alert_status = "00"
            MOVE "ALERTSEV" TO ws_alert_source
        END-IF
    END-IF.
    IF ws_alert_source = SPACES
        MOVE "NO ALERTOLD OR ALERTSEV INPUT - ALERT CONVERSION SKIPPED"
            TO convert_line
        WRITE convert_line
    ELSE
                TO convert_line
            WRITE convert_line
            MOVE 8 TO RETURN-CODE
            PERFORM close_old_alert_input
        ELSE
            PERFORM UNTIL ws_old_alert_eof = "Y"
                PERFORM read_old_alert_record
            END-PERFORM
            PERFORM close_old_alert_input
            CLOSE alert_file
        END-IF
    END-IF.

read_old_alert_record.
    IF ws_alert_source = "ALERTOLD"
        READ old_alert_file
            AT END MOVE "Y" TO ws_old_alert_eof
            NOT AT END PERFORM convert_one_alert_record
        END-READ
    ELSE
        READ prior_alert_file
            AT END MOVE "Y" TO ws_old_alert_eof
            NOT AT END PERFORM convert_one_prior_alert
        END-READ
    END-IF.

close_old_alert_input.
    IF ws_alert_source = "ALERTOLD"
        CLOSE old_alert_file
    ELSE
        CLOSE prior_alert_file
    END-IF.

convert_one_alert_record.
    ADD 1 TO ws_alert_read_count.
    MOVE ol_run_date TO al_run_date.
    MOVE ol_consecutive_n TO al_consecutive_n.
    MOVE ol_message TO al_message.
    MOVE SPACE TO al_severity.
    MOVE SPACE TO al_reason.
    WRITE alert_record.
    ADD 1 TO ws_alert_written_count.

*> A file written after severities came in matches the current
*> layout up to the reason byte, so it moves across unchanged and
*> every alert on it is a mood escalation.
convert_one_prior_alert.
    ADD 1 TO ws_alert_read_count.
    MOVE prior_alert_record TO alert_record.
    MOVE SPACE TO al_reason.
    WRITE alert_record.
    ADD 1 TO ws_alert_written_count.

get_convert_building.
    OPEN INPUT run_param_file.
    IF ws_run_param_status = "00"
        READ run_param_file
            AT END CONTINUE
            NOT AT END MOVE rp_building_code TO ws_convert_building
        END-READ
        CLOSE run_param_file
    END-IF.

convert_roster_file.
    OPEN INPUT old_roster_file.
    IF ws_old_roster_status NOT = "00"
        MOVE "NO ROSTOLD INPUT - ROSTER CONVERSION SKIPPED"
            TO convert_line
        WRITE convert_line
    ELSE
        IF ws_convert_building = SPACES
            MOVE "NO BUILDING ON RUNPARM - ROSTER CONVERTED UNASSIGNED"
                TO convert_line
            WRITE convert_line
        END-IF
        OPEN OUTPUT student_roster_file
        IF ws_roster_status NOT = "00"
            MOVE "ROSTER OPEN FAILED - CONVERSION ABANDONED"
                TO convert_line
            WRITE convert_line
            MOVE 8 TO RETURN-CODE
            CLOSE old_roster_file
        ELSE
            PERFORM UNTIL ws_old_roster_eof = "Y"
                READ old_roster_file
                    AT END MOVE "Y" TO ws_old_roster_eof
                    NOT AT END PERFORM convert_one_roster_record
                END-READ
            END-PERFORM
            CLOSE old_roster_file
            CLOSE student_roster_file
        END-IF
    END-IF.

convert_one_roster_record.
    ADD 1 TO ws_roster_read_count.
    MOVE old_roster_record TO student_roster_record.
    MOVE ws_convert_building TO sr_building_code.
    WRITE student_roster_record.

convert_ra_assignment_file.
    OPEN INPUT old_ra_assignment_file.
    IF ws_old_ra_status NOT = "00"
        MOVE "NO RAOLD INPUT - RA COVERAGE CONVERSION SKIPPED"
            TO convert_line
        WRITE convert_line
    ELSE
        OPEN OUTPUT ra_assignment_file
        IF ws_ra_status NOT = "00"
            MOVE "RAASSIGN OPEN FAILED - CONVERSION ABANDONED"
                TO convert_line
            WRITE convert_line
            MOVE 8 TO RETURN-CODE
            CLOSE old_ra_assignment_file
        ELSE
            PERFORM UNTIL ws_old_ra_eof = "Y"
                READ old_ra_assignment_file
                    AT END MOVE "Y" TO ws_old_ra_eof
                    NOT AT END PERFORM convert_one_ra_record
                END-READ
            END-PERFORM
            CLOSE old_ra_assignment_file
            CLOSE ra_assignment_file
        END-IF
    END-IF.

convert_one_ra_record.
    ADD 1 TO ws_ra_read_count.
    MOVE old_ra_assignment_record TO ra_assignment_record.
    MOVE ws_convert_building TO ra_building_code.
    WRITE ra_assignment_record.

write_convert_heading.
    MOVE SPACES TO convert_line.
    STRING "ONE-TIME FILE CONVERSION " ws_run_date

    MOVE ws_mood_read_count TO ws_count_display.
    MOVE SPACES TO convert_line.
    STRING "OLD MOOD RECORDS READ.: " ws_count_display
        DELIMITED BY SIZE INTO convert_line.
    WRITE convert_line.

        DELIMITED BY SIZE INTO convert_line.
    WRITE convert_line.

    MOVE ws_archive_read_count TO ws_count_display.
    MOVE SPACES TO convert_line.
    STRING "ARCHOLD RECORDS READ..: " ws_count_display
        DELIMITED BY SIZE INTO convert_line.
    WRITE convert_line.

    MOVE ws_archive_written_count TO ws_count_display.
    MOVE SPACES TO convert_line.
    STRING "ARCHIVE WRITTEN.......: " ws_count_display
        DELIMITED BY SIZE INTO convert_line.
    WRITE convert_line.

    MOVE ws_alert_read_count TO ws_count_display.
    MOVE SPACES TO convert_line.
    STRING "OLD ALERT RECORDS READ: " ws_count_display
        DELIMITED BY SIZE INTO convert_line.
    WRITE convert_line.

    STRING "ALERT RECORDS WRITTEN.: " ws_count_display
        DELIMITED BY SIZE INTO convert_line.
    WRITE convert_line.

    MOVE ws_roster_read_count TO ws_count_display.
    MOVE SPACES TO convert_line.
    STRING "ROSTOLD RECORDS READ..: " ws_count_display
        DELIMITED BY SIZE INTO convert_line.
    WRITE convert_line.

    MOVE ws_ra_read_count TO ws_count_display.
    MOVE SPACES TO convert_line.
    STRING "RAOLD RECORDS READ....: " ws_count_display
        DELIMITED BY SIZE INTO convert_line.
    WRITE convert_line.
