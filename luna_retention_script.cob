IDENTIFICATION DIVISION.
PROGRAM-ID. luna_retention_script.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT retention_control_file ASSIGN TO "RETNCTL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_retention_control_status.
    SELECT student_roster_file ASSIGN TO "ROSTER"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_roster_status.
    SELECT departed_file ASSIGN TO "DEPARTED"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_departed_status.
    SELECT note_file ASSIGN TO "NOTEFILE"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS nt_key
        FILE STATUS IS ws_note_status.
    SELECT mood_log_file ASSIGN TO "MOODLOG"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ml_key
        FILE STATUS IS ws_mood_log_status.
    SELECT retention_work_file ASSIGN TO "MOODRETN"
        ORGANIZATION IS SEQUENTIAL.
    SELECT archive_file ASSIGN TO "MOODARCH"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_archive_status.
    SELECT alert_file ASSIGN TO "ALERTFIL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_alert_status.
    SELECT disposition_file ASSIGN TO "ALERTDSP"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ad_key
        FILE STATUS IS ws_disposition_status.
    SELECT journal_file ASSIGN TO "DSPJRNL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_journal_status.
    SELECT page_file ASSIGN TO "PAGEOUT"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_page_status.
    SELECT history_file ASSIGN TO "HISTORY"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS hs_user_name
        FILE STATUS IS ws_history_status.
    SELECT noshow_history_file ASSIGN TO "NOSHOWHS"
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS ns_student_name
        FILE STATUS IS ws_noshow_history_status.
    SELECT leave_file ASSIGN TO "LEAVEFIL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_leave_status.
    SELECT leave_work_file ASSIGN TO "LEAVRETN"
        ORGANIZATION IS SEQUENTIAL.
    SELECT certificate_file ASSIGN TO "PURGCERT"
        ORGANIZATION IS LINE SEQUENTIAL.

DATA DIVISION.
FILE SECTION.
FD  retention_control_file.
COPY retention_control_record.

FD  student_roster_file.
COPY student_roster_record.

FD  departed_file.
COPY departed_student_record.

FD  note_file.
COPY checkin_note_record.

FD  mood_log_file.
COPY mood_log_record.

FD  retention_work_file.
01 retention_work_record PIC X(46).

FD  archive_file.
COPY archive_log_record.

FD  alert_file.
COPY alert_record.

FD  disposition_file.
COPY alert_disposition_record.

FD  journal_file.
COPY disposition_journal_record.

FD  page_file.
COPY page_notify_record.

FD  history_file.
COPY history_record.

FD  noshow_history_file.
COPY noshow_history_record.

FD  leave_file.
COPY leave_record.

FD  leave_work_file.
01 leave_work_record PIC X(40).

FD  certificate_file.
01 cert_line PIC X(80).

WORKING-STORAGE SECTION.
01 ws_run_date PIC 9(8).
01 ws_run_int PIC 9(7).
01 ws_depart_int PIC 9(7).
01 ws_retention_days PIC 9(4) VALUE 365.
01 ws_next_token PIC 9(6) VALUE 1.
01 ws_retention_control_status PIC XX.
01 ws_roster_status PIC XX.
01 ws_departed_status PIC XX.
01 ws_note_status PIC XX.
01 ws_mood_log_status PIC XX.
01 ws_archive_status PIC XX.
01 ws_alert_status PIC XX.
01 ws_disposition_status PIC XX.
01 ws_journal_status PIC XX.
01 ws_page_status PIC XX.
01 ws_history_status PIC XX.
01 ws_noshow_history_status PIC XX.
01 ws_leave_status PIC XX.
01 ws_roster_eof PIC X(1) VALUE "N".
01 ws_departed_eof PIC X(1) VALUE "N".
01 ws_note_eof PIC X(1) VALUE "N".
01 ws_mood_log_eof PIC X(1) VALUE "N".
01 ws_work_eof PIC X(1) VALUE "N".
01 ws_archive_eof PIC X(1) VALUE "N".
01 ws_alert_eof PIC X(1) VALUE "N".
01 ws_disposition_eof PIC X(1) VALUE "N".
01 ws_journal_eof PIC X(1) VALUE "N".
01 ws_page_eof PIC X(1) VALUE "N".
01 ws_history_eof PIC X(1) VALUE "N".
01 ws_leave_eof PIC X(1) VALUE "N".
01 ws_purge_failed PIC X(1) VALUE "N".
01 ws_departed_final PIC X(1) VALUE "N".
01 ws_roster_count PIC 9(4) VALUE 0.
01 ws_roster_overflow PIC X(1) VALUE "N".
01 roster_table.
    05 rt_name PIC X(20) OCCURS 500 TIMES.
*> dt_state: K = keep waiting, R = back on the roster (dropped),
*> P = purged this run (dropped once every file is done).
01 ws_departed_count PIC 9(4) VALUE 0.
01 ws_departed_overflow PIC X(1) VALUE "N".
01 departed_table.
    05 dt_entry OCCURS 1000 TIMES.
        10 dt_name PIC X(20).
        10 dt_id PIC X(6).
        10 dt_building PIC X(2).
        10 dt_depart_date PIC 9(8).
        10 dt_token PIC X(20).
        10 dt_state PIC X(1).
        10 dt_swept PIC X(1).
01 ws_purge_count PIC 9(4) VALUE 0.
01 purge_table.
    05 pu_entry OCCURS 200 TIMES.
        10 pu_name PIC X(20).
        10 pu_token PIC X(20).
        10 pu_departed_idx PIC 9(4).
        10 pu_notefile PIC 9(6).
        10 pu_moodlog PIC 9(6).
        10 pu_moodarch PIC 9(6).
        10 pu_alertfil PIC 9(6).
        10 pu_alertdsp PIC 9(6).
        10 pu_dspjrnl PIC 9(6).
        10 pu_pageout PIC 9(6).
        10 pu_history PIC 9(6).
        10 pu_noshowhs PIC 9(6).
        10 pu_leavefil PIC 9(6).
01 ws_idx PIC 9(4).
01 ws_jdx PIC 9(4).
01 ws_purge_idx PIC 9(4).
01 ws_found PIC X(1).
01 ws_lookup_name PIC X(20).
01 ws_journal_hit PIC X(1).
01 ws_journal_purge_idx PIC 9(4).
01 ws_open_file PIC X(8).
01 ws_open_status PIC XX.
01 ws_note_hold_count PIC 9(4) VALUE 0.
01 note_hold_table.
    05 nh_key PIC X(32) OCCURS 2000 TIMES.
01 ws_dsp_hold_count PIC 9(4) VALUE 0.
01 disposition_hold_table.
    05 dh_entry OCCURS 1000 TIMES.
        10 dh_record PIC X(83).
        10 dh_purge_idx PIC 9(4).
01 ws_moodlog_read PIC 9(6) VALUE 0.
01 ws_moodlog_written PIC 9(6) VALUE 0.
01 ws_moodlog_collided PIC 9(6) VALUE 0.
01 ws_leave_dropped PIC 9(6) VALUE 0.
01 ws_returned_count PIC 9(4) VALUE 0.
01 ws_swept_count PIC 9(4) VALUE 0.
01 ws_waiting_count PIC 9(4) VALUE 0.
01 ws_count_display PIC ZZZZZ9.

PROCEDURE DIVISION.
main_retention.
    ACCEPT ws_run_date FROM DATE YYYYMMDD.
    COMPUTE ws_run_int = FUNCTION INTEGER-OF-DATE(ws_run_date).
    OPEN OUTPUT certificate_file.
    PERFORM load_retention_control.
    PERFORM write_certificate_heading.
    PERFORM load_roster_table.
    IF ws_roster_count = 0 OR ws_roster_overflow = "Y"
        PERFORM abort_no_roster
        STOP RUN
    END-IF.
    PERFORM load_departed_table.
    IF ws_departed_overflow = "Y"
        PERFORM abort_departed_overflow
        STOP RUN
    END-IF.
    PERFORM sweep_untracked_departures.
    PERFORM select_due_students.
    PERFORM save_departed_file.
    PERFORM save_retention_control.
    IF ws_purge_count = 0
        MOVE "NO DEPARTED STUDENT IS PAST THE RETENTION PERIOD"
            TO cert_line
        WRITE cert_line
        PERFORM write_departure_counts
        CLOSE certificate_file
        DISPLAY "RETENTION: NOTHING DUE FOR PURGE"
        STOP RUN
    END-IF.
    PERFORM purge_note_file.
    PERFORM anonymize_mood_log.
    PERFORM anonymize_archive.
    PERFORM anonymize_alert_file.
    PERFORM anonymize_dispositions.
    PERFORM anonymize_journal.
    PERFORM anonymize_pages.
    PERFORM purge_history.
    PERFORM purge_noshow_history.
    PERFORM purge_leave_file.
    IF ws_purge_failed = "N"
        MOVE "Y" TO ws_departed_final
        PERFORM save_departed_file
    END-IF.
    PERFORM write_certificate.
    CLOSE certificate_file.
    IF ws_purge_failed = "Y"
        MOVE 8 TO RETURN-CODE
        DISPLAY "RETENTION: PURGE INCOMPLETE - SEE PURGCERT, "
            "RERUN TO FINISH WITH THE SAME TOKENS"
    ELSE
        DISPLAY "RETENTION: PURGE COMPLETE, SEE PURGCERT"
    END-IF.
    STOP RUN.

load_retention_control.
    OPEN INPUT retention_control_file.
    IF ws_retention_control_status = "00"
        READ retention_control_file
            AT END CONTINUE
            NOT AT END
                IF rn_retention_days IS NUMERIC
                      AND rn_retention_days NOT = 0
                    MOVE rn_retention_days TO ws_retention_days
                END-IF
                IF rn_next_token IS NUMERIC AND rn_next_token NOT = 0
                    MOVE rn_next_token TO ws_next_token
                END-IF
        END-READ
        CLOSE retention_control_file
    END-IF.

save_retention_control.
    MOVE ws_retention_days TO rn_retention_days.
    MOVE ws_next_token TO rn_next_token.
    OPEN OUTPUT retention_control_file.
    WRITE retention_control_record.
    CLOSE retention_control_file.

*> Without the whole roster in hand every student would look
*> departed, so a missing, empty or oversized roster stops the run
*> before anything is touched.
load_roster_table.
    OPEN INPUT student_roster_file.
    IF ws_roster_status = "00"
        PERFORM UNTIL ws_roster_eof = "Y"
            READ student_roster_file
                AT END MOVE "Y" TO ws_roster_eof
                NOT AT END PERFORM load_roster_entry
            END-READ
        END-PERFORM
        CLOSE student_roster_file
    END-IF.

load_roster_entry.
    IF ws_roster_count < 500
        ADD 1 TO ws_roster_count
        MOVE sr_student_name TO rt_name(ws_roster_count)
    ELSE
        MOVE "Y" TO ws_roster_overflow
    END-IF.

abort_no_roster.
    MOVE 8 TO RETURN-CODE.
    MOVE "ROSTER MISSING, EMPTY OR OVER 500 STUDENTS - NOTHING PURGED"
        TO cert_line.
    WRITE cert_line.
    CLOSE certificate_file.
    DISPLAY "RETENTION ABORTED: roster not usable - no file touched".

check_on_roster.
    MOVE "N" TO ws_found.
    PERFORM VARYING ws_jdx FROM 1 BY 1
            UNTIL ws_jdx > ws_roster_count OR ws_found = "Y"
        IF rt_name(ws_jdx) = ws_lookup_name
            MOVE "Y" TO ws_found
        END-IF
    END-PERFORM.

load_departed_table.
    OPEN INPUT departed_file.
    IF ws_departed_status = "00"
        PERFORM UNTIL ws_departed_eof = "Y"
            READ departed_file
                AT END MOVE "Y" TO ws_departed_eof
                NOT AT END PERFORM load_departed_entry
            END-READ
        END-PERFORM
        CLOSE departed_file
    END-IF.

load_departed_entry.
    MOVE dp_student_name TO ws_lookup_name.
    PERFORM find_departed_entry.
    IF ws_found = "Y"
        IF dp_anon_token NOT = SPACES
            MOVE dp_anon_token TO dt_token(ws_idx)
        END-IF
    ELSE
        IF ws_departed_count < 1000
            ADD 1 TO ws_departed_count
            MOVE dp_student_name TO dt_name(ws_departed_count)
            MOVE dp_student_id TO dt_id(ws_departed_count)
            MOVE dp_building_code TO dt_building(ws_departed_count)
            MOVE dp_depart_date TO dt_depart_date(ws_departed_count)
            MOVE dp_anon_token TO dt_token(ws_departed_count)
            MOVE "K" TO dt_state(ws_departed_count)
            MOVE "N" TO dt_swept(ws_departed_count)
        ELSE
            MOVE "Y" TO ws_departed_overflow
        END-IF
    END-IF.

*> A student removed twice keeps the earlier departure, which is
*> the one the retention period runs from.
find_departed_entry.
    MOVE "N" TO ws_found.
    MOVE 0 TO ws_idx.
    PERFORM VARYING ws_jdx FROM 1 BY 1
            UNTIL ws_jdx > ws_departed_count OR ws_found = "Y"
        IF dt_name(ws_jdx) = ws_lookup_name
            MOVE "Y" TO ws_found
            MOVE ws_jdx TO ws_idx
        END-IF
    END-PERFORM.

abort_departed_overflow.
    MOVE 8 TO RETURN-CODE.
    MOVE "DEPARTED HOLDS OVER 1000 STUDENTS - NOTHING PURGED"
        TO cert_line.
    WRITE cert_line.
    CLOSE certificate_file.
    DISPLAY "RETENTION ABORTED: departed table full at 1000 "
        "entries - no file touched".

*> Students removed before departures were recorded still have a
*> HISTORY record; anyone there who is neither on the roster nor
*> on DEPARTED is taken as departed on their last check-in night.
sweep_untracked_departures.
    OPEN INPUT history_file.
    IF ws_history_status = "00"
        PERFORM UNTIL ws_history_eof = "Y"
            READ history_file NEXT RECORD
                AT END MOVE "Y" TO ws_history_eof
                NOT AT END PERFORM sweep_history_record
            END-READ
        END-PERFORM
        CLOSE history_file
    END-IF.

sweep_history_record.
    MOVE hs_user_name TO ws_lookup_name.
    PERFORM check_on_roster.
    IF ws_found = "N"
        PERFORM find_departed_entry
        IF ws_found = "N"
            IF ws_departed_count < 1000
                ADD 1 TO ws_departed_count
                ADD 1 TO ws_swept_count
                MOVE hs_user_name TO dt_name(ws_departed_count)
                MOVE SPACES TO dt_id(ws_departed_count)
                MOVE SPACES TO dt_building(ws_departed_count)
                MOVE hs_last_run_date
                    TO dt_depart_date(ws_departed_count)
                MOVE SPACES TO dt_token(ws_departed_count)
                MOVE "K" TO dt_state(ws_departed_count)
                MOVE "Y" TO dt_swept(ws_departed_count)
            ELSE
                DISPLAY "WARNING: departed table full at 1000 "
                    "entries - " hs_user_name " not swept"
            END-IF
        END-IF
    END-IF.

*> A student back on the roster is no longer departed. Anyone
*> whose retention period has run out, or who already holds a
*> token from an interrupted run, is purged now; the token is
*> issued here and saved with DEPARTED before any file changes.
select_due_students.
    PERFORM VARYING ws_idx FROM 1 BY 1
            UNTIL ws_idx > ws_departed_count
        PERFORM select_one_departure
    END-PERFORM.

select_one_departure.
    MOVE dt_name(ws_idx) TO ws_lookup_name.
    PERFORM check_on_roster.
    EVALUATE TRUE
        WHEN ws_found = "Y" AND dt_token(ws_idx) = SPACES
            MOVE "R" TO dt_state(ws_idx)
            ADD 1 TO ws_returned_count
            PERFORM write_returned_line
        WHEN dt_token(ws_idx) NOT = SPACES
            PERFORM add_purge_entry
        WHEN dt_depart_date(ws_idx) IS NOT NUMERIC
              OR dt_depart_date(ws_idx) = 0
            ADD 1 TO ws_waiting_count
        WHEN OTHER
            COMPUTE ws_depart_int =
                FUNCTION INTEGER-OF-DATE(dt_depart_date(ws_idx))
            IF ws_run_int - ws_depart_int > ws_retention_days
                PERFORM add_purge_entry
            ELSE
                ADD 1 TO ws_waiting_count
            END-IF
    END-EVALUATE.

add_purge_entry.
    IF ws_purge_count < 200
        IF dt_token(ws_idx) = SPACES
            STRING "ANON-" ws_next_token
                DELIMITED BY SIZE INTO dt_token(ws_idx)
            ADD 1 TO ws_next_token
        END-IF
        MOVE "P" TO dt_state(ws_idx)
        ADD 1 TO ws_purge_count
        MOVE dt_name(ws_idx) TO pu_name(ws_purge_count)
        MOVE dt_token(ws_idx) TO pu_token(ws_purge_count)
        MOVE ws_idx TO pu_departed_idx(ws_purge_count)
        MOVE 0 TO pu_notefile(ws_purge_count)
        MOVE 0 TO pu_moodlog(ws_purge_count)
        MOVE 0 TO pu_moodarch(ws_purge_count)
        MOVE 0 TO pu_alertfil(ws_purge_count)
        MOVE 0 TO pu_alertdsp(ws_purge_count)
        MOVE 0 TO pu_dspjrnl(ws_purge_count)
        MOVE 0 TO pu_pageout(ws_purge_count)
        MOVE 0 TO pu_history(ws_purge_count)
        MOVE 0 TO pu_noshowhs(ws_purge_count)
        MOVE 0 TO pu_leavefil(ws_purge_count)
    ELSE
        ADD 1 TO ws_waiting_count
        DISPLAY "WARNING: purge table full at 200 entries - "
            dt_name(ws_idx) " left for the next run"
    END-IF.

write_returned_line.
    MOVE SPACES TO cert_line.
    STRING "BACK ON ROSTER, DEPARTURE CLEARED: " dt_name(ws_idx)
        DELIMITED BY SIZE INTO cert_line.
    WRITE cert_line.

*> Written twice: once with the new tokens before any file is
*> touched, and again after a clean purge without the students
*> purged (or back on the roster), so no name outlives its data.
save_departed_file.
    OPEN OUTPUT departed_file.
    PERFORM VARYING ws_idx FROM 1 BY 1
            UNTIL ws_idx > ws_departed_count
        IF dt_state(ws_idx) = "K"
              OR (dt_state(ws_idx) = "P" AND ws_departed_final = "N")
            PERFORM write_departed_entry
        END-IF
    END-PERFORM.
    CLOSE departed_file.

write_departed_entry.
    MOVE dt_name(ws_idx) TO dp_student_name.
    MOVE dt_id(ws_idx) TO dp_student_id.
    MOVE dt_building(ws_idx) TO dp_building_code.
    MOVE dt_depart_date(ws_idx) TO dp_depart_date.
    MOVE dt_token(ws_idx) TO dp_anon_token.
    WRITE departed_student_record.

*> Look ws_lookup_name up among the students being purged; come
*> back with ws_purge_idx, zero when the name is not one of them.
find_purge_entry.
    MOVE 0 TO ws_purge_idx.
    PERFORM VARYING ws_jdx FROM 1 BY 1
            UNTIL ws_jdx > ws_purge_count OR ws_purge_idx > 0
        IF pu_name(ws_jdx) = ws_lookup_name
            MOVE ws_jdx TO ws_purge_idx
        END-IF
    END-PERFORM.

*> Comments are deleted outright. Keys are collected during the
*> scan and deleted afterwards so the scan position is never
*> disturbed, the same way the name synchronization re-keys.
purge_note_file.
    OPEN I-O note_file.
    IF ws_note_status = "00"
        PERFORM UNTIL ws_note_eof = "Y"
            READ note_file NEXT RECORD
                AT END MOVE "Y" TO ws_note_eof
                NOT AT END PERFORM hold_note_key
            END-READ
        END-PERFORM
        PERFORM VARYING ws_idx FROM 1 BY 1
                UNTIL ws_idx > ws_note_hold_count
            MOVE nh_key(ws_idx) TO nt_key
            DELETE note_file
                INVALID KEY CONTINUE
            END-DELETE
        END-PERFORM
        CLOSE note_file
    ELSE
        MOVE "NOTEFILE" TO ws_open_file
        MOVE ws_note_status TO ws_open_status
        PERFORM check_purge_open
    END-IF.

hold_note_key.
    MOVE nt_user_name TO ws_lookup_name.
    PERFORM find_purge_entry.
    IF ws_purge_idx > 0
        IF ws_note_hold_count < 2000
            ADD 1 TO ws_note_hold_count
            MOVE nt_key TO nh_key(ws_note_hold_count)
            ADD 1 TO pu_notefile(ws_purge_idx)
        ELSE
            MOVE "Y" TO ws_purge_failed
            DISPLAY "WARNING: note hold table full at 2000 "
                "entries - " nt_user_name " comments left for rerun"
        END-IF
    END-IF.

*> The mood master key ends in the student name, so the token
*> changes the key; stage every record through a work file and
*> rewrite the master, as the name synchronization does.
anonymize_mood_log.
    OPEN INPUT mood_log_file.
    IF ws_mood_log_status NOT = "00"
        MOVE "MOOD LOG NOT AVAILABLE - NOT ANONYMIZED" TO cert_line
        WRITE cert_line
        MOVE "Y" TO ws_purge_failed
        MOVE "Y" TO ws_mood_log_eof
    END-IF.
    OPEN OUTPUT retention_work_file.
    PERFORM UNTIL ws_mood_log_eof = "Y"
        READ mood_log_file NEXT RECORD
            AT END MOVE "Y" TO ws_mood_log_eof
            NOT AT END PERFORM stage_mood_log_record
        END-READ
    END-PERFORM.
    IF ws_mood_log_status = "00" OR ws_mood_log_status = "10"
        CLOSE mood_log_file
    END-IF.
    CLOSE retention_work_file.
    IF ws_moodlog_read > 0
        PERFORM rewrite_mood_log
    END-IF.

stage_mood_log_record.
    ADD 1 TO ws_moodlog_read.
    MOVE ml_user_name TO ws_lookup_name.
    PERFORM find_purge_entry.
    IF ws_purge_idx > 0
        ADD 1 TO pu_moodlog(ws_purge_idx)
        MOVE pu_token(ws_purge_idx) TO ml_user_name
    END-IF.
    MOVE mood_log_record TO retention_work_record.
    WRITE retention_work_record.

rewrite_mood_log.
    OPEN INPUT retention_work_file.
    OPEN OUTPUT mood_log_file.
    PERFORM UNTIL ws_work_eof = "Y"
        READ retention_work_file
            AT END MOVE "Y" TO ws_work_eof
            NOT AT END
                MOVE retention_work_record TO mood_log_record
                WRITE mood_log_record
                    INVALID KEY ADD 1 TO ws_moodlog_collided
                    NOT INVALID KEY ADD 1 TO ws_moodlog_written
                END-WRITE
        END-READ
    END-PERFORM.
    CLOSE retention_work_file.
    CLOSE mood_log_file.
    IF ws_moodlog_written NOT = ws_moodlog_read
        MOVE "Y" TO ws_purge_failed
        MOVE "MOOD LOG CONTROL BALANCE MISMATCH - HOLD OUTPUT"
            TO cert_line
        WRITE cert_line
    END-IF.

anonymize_archive.
    OPEN I-O archive_file.
    IF ws_archive_status = "00"
        PERFORM UNTIL ws_archive_eof = "Y"
            READ archive_file
                AT END MOVE "Y" TO ws_archive_eof
                NOT AT END PERFORM anonymize_archive_record
            END-READ
        END-PERFORM
        CLOSE archive_file
    ELSE
        MOVE "MOODARCH" TO ws_open_file
        MOVE ws_archive_status TO ws_open_status
        PERFORM check_purge_open
    END-IF.

anonymize_archive_record.
    MOVE ar_user_name TO ws_lookup_name.
    PERFORM find_purge_entry.
    IF ws_purge_idx > 0
        ADD 1 TO pu_moodarch(ws_purge_idx)
        MOVE pu_token(ws_purge_idx) TO ar_user_name
        REWRITE archive_log_record
    END-IF.

anonymize_alert_file.
    OPEN I-O alert_file.
    IF ws_alert_status = "00"
        PERFORM UNTIL ws_alert_eof = "Y"
            READ alert_file
                AT END MOVE "Y" TO ws_alert_eof
                NOT AT END PERFORM anonymize_alert_record
            END-READ
        END-PERFORM
        CLOSE alert_file
    ELSE
        MOVE "ALERTFIL" TO ws_open_file
        MOVE ws_alert_status TO ws_open_status
        PERFORM check_purge_open
    END-IF.

anonymize_alert_record.
    MOVE al_user_name TO ws_lookup_name.
    PERFORM find_purge_entry.
    IF ws_purge_idx > 0
        ADD 1 TO pu_alertfil(ws_purge_idx)
        MOVE pu_token(ws_purge_idx) TO al_user_name
        REWRITE alert_record
    END-IF.

*> ALERTDSP is keyed on name and date; hold the records that need
*> the token during the scan and re-key them afterwards.
anonymize_dispositions.
    OPEN I-O disposition_file.
    IF ws_disposition_status = "00"
        PERFORM UNTIL ws_disposition_eof = "Y"
            READ disposition_file NEXT RECORD
                AT END MOVE "Y" TO ws_disposition_eof
                NOT AT END PERFORM hold_disposition_record
            END-READ
        END-PERFORM
        PERFORM VARYING ws_idx FROM 1 BY 1
                UNTIL ws_idx > ws_dsp_hold_count
            PERFORM rekey_disposition_record
        END-PERFORM
        CLOSE disposition_file
    ELSE
        MOVE "ALERTDSP" TO ws_open_file
        MOVE ws_disposition_status TO ws_open_status
        PERFORM check_purge_open
    END-IF.

hold_disposition_record.
    MOVE ad_user_name TO ws_lookup_name.
    PERFORM find_purge_entry.
    IF ws_purge_idx > 0
        IF ws_dsp_hold_count < 1000
            ADD 1 TO ws_dsp_hold_count
            MOVE alert_disposition_record
                TO dh_record(ws_dsp_hold_count)
            MOVE ws_purge_idx TO dh_purge_idx(ws_dsp_hold_count)
        ELSE
            MOVE "Y" TO ws_purge_failed
            DISPLAY "WARNING: disposition hold table full at 1000 "
                "entries - " ad_user_name " left for rerun"
        END-IF
    END-IF.

rekey_disposition_record.
    MOVE dh_record(ws_idx) TO alert_disposition_record.
    DELETE disposition_file
        INVALID KEY CONTINUE
    END-DELETE.
    MOVE dh_record(ws_idx) TO alert_disposition_record.
    MOVE dh_purge_idx(ws_idx) TO ws_purge_idx.
    MOVE pu_token(ws_purge_idx) TO ad_user_name.
    WRITE alert_disposition_record
        INVALID KEY
            MOVE "Y" TO ws_purge_failed
            PERFORM write_dsp_collision_line
        NOT INVALID KEY
            ADD 1 TO pu_alertdsp(ws_purge_idx)
    END-WRITE.

write_dsp_collision_line.
    MOVE SPACES TO cert_line.
    STRING "ALERTDSP ALREADY HAS " ad_user_name " "
        ad_run_date " - RECORD DROPPED"
        DELIMITED BY SIZE INTO cert_line.
    WRITE cert_line.

*> Both images in a journal entry carry the student's name.
anonymize_journal.
    OPEN I-O journal_file.
    IF ws_journal_status = "00"
        PERFORM UNTIL ws_journal_eof = "Y"
            READ journal_file
                AT END MOVE "Y" TO ws_journal_eof
                NOT AT END PERFORM anonymize_journal_record
            END-READ
        END-PERFORM
        CLOSE journal_file
    ELSE
        MOVE "DSPJRNL" TO ws_open_file
        MOVE ws_journal_status TO ws_open_status
        PERFORM check_purge_open
    END-IF.

anonymize_journal_record.
    MOVE "N" TO ws_journal_hit.
    MOVE dj_b_user_name TO ws_lookup_name.
    PERFORM find_purge_entry.
    IF ws_purge_idx > 0
        MOVE "Y" TO ws_journal_hit
        MOVE ws_purge_idx TO ws_journal_purge_idx
        MOVE pu_token(ws_purge_idx) TO dj_b_user_name
    END-IF.
    MOVE dj_a_user_name TO ws_lookup_name.
    PERFORM find_purge_entry.
    IF ws_purge_idx > 0
        MOVE "Y" TO ws_journal_hit
        MOVE ws_purge_idx TO ws_journal_purge_idx
        MOVE pu_token(ws_purge_idx) TO dj_a_user_name
    END-IF.
    IF ws_journal_hit = "Y"
        ADD 1 TO pu_dspjrnl(ws_journal_purge_idx)
        REWRITE disposition_journal_record
    END-IF.

*> A page carries the student's comment as well as the name; the
*> comment goes the same way as NOTEFILE.
anonymize_pages.
    OPEN I-O page_file.
    IF ws_page_status = "00"
        PERFORM UNTIL ws_page_eof = "Y"
            READ page_file
                AT END MOVE "Y" TO ws_page_eof
                NOT AT END PERFORM anonymize_page_record
            END-READ
        END-PERFORM
        CLOSE page_file
    ELSE
        MOVE "PAGEOUT" TO ws_open_file
        MOVE ws_page_status TO ws_open_status
        PERFORM check_purge_open
    END-IF.

anonymize_page_record.
    MOVE pg_user_name TO ws_lookup_name.
    PERFORM find_purge_entry.
    IF ws_purge_idx > 0
        ADD 1 TO pu_pageout(ws_purge_idx)
        MOVE pu_token(ws_purge_idx) TO pg_user_name
        MOVE SPACES TO pg_comment
        REWRITE page_notify_record
    END-IF.

purge_history.
    OPEN I-O history_file.
    IF ws_history_status = "00"
        PERFORM VARYING ws_purge_idx FROM 1 BY 1
                UNTIL ws_purge_idx > ws_purge_count
            MOVE pu_name(ws_purge_idx) TO hs_user_name
            DELETE history_file
                INVALID KEY CONTINUE
                NOT INVALID KEY ADD 1 TO pu_history(ws_purge_idx)
            END-DELETE
        END-PERFORM
        CLOSE history_file
    ELSE
        MOVE "HISTORY" TO ws_open_file
        MOVE ws_history_status TO ws_open_status
        PERFORM check_purge_open
    END-IF.

purge_noshow_history.
    OPEN I-O noshow_history_file.
    IF ws_noshow_history_status = "00"
        PERFORM VARYING ws_purge_idx FROM 1 BY 1
                UNTIL ws_purge_idx > ws_purge_count
            MOVE pu_name(ws_purge_idx) TO ns_student_name
            DELETE noshow_history_file
                INVALID KEY CONTINUE
                NOT INVALID KEY ADD 1 TO pu_noshowhs(ws_purge_idx)
            END-DELETE
        END-PERFORM
        CLOSE noshow_history_file
    ELSE
        MOVE "NOSHOWHS" TO ws_open_file
        MOVE ws_noshow_history_status TO ws_open_status
        PERFORM check_purge_open
    END-IF.

*> LEAVEFIL is sequential, so the entries that stay are copied to
*> a work file and copied back over it.
purge_leave_file.
    OPEN INPUT leave_file.
    IF ws_leave_status = "00"
        OPEN OUTPUT leave_work_file
        PERFORM UNTIL ws_leave_eof = "Y"
            READ leave_file
                AT END MOVE "Y" TO ws_leave_eof
                NOT AT END PERFORM stage_leave_record
            END-READ
        END-PERFORM
        CLOSE leave_file
        CLOSE leave_work_file
        IF ws_leave_dropped > 0
            PERFORM rewrite_leave_file
        END-IF
    ELSE
        MOVE "LEAVEFIL" TO ws_open_file
        MOVE ws_leave_status TO ws_open_status
        PERFORM check_purge_open
    END-IF.

stage_leave_record.
    MOVE lv_student_name TO ws_lookup_name.
    PERFORM find_purge_entry.
    IF ws_purge_idx > 0
        ADD 1 TO pu_leavefil(ws_purge_idx)
        ADD 1 TO ws_leave_dropped
    ELSE
        MOVE leave_record TO leave_work_record
        WRITE leave_work_record
    END-IF.

rewrite_leave_file.
    MOVE "N" TO ws_work_eof.
    OPEN INPUT leave_work_file.
    OPEN OUTPUT leave_file.
    PERFORM UNTIL ws_work_eof = "Y"
        READ leave_work_file
            AT END MOVE "Y" TO ws_work_eof
            NOT AT END
                MOVE leave_work_record TO leave_record
                WRITE leave_record
        END-READ
    END-PERFORM.
    CLOSE leave_work_file.
    CLOSE leave_file.

*> A file that is not there holds nothing to purge. Any other open
*> failure - a damaged file, or one still in an old layout - may
*> still hold the students' names, so the run is not certified
*> and the departures stay on DEPARTED for the rerun.
check_purge_open.
    IF ws_open_status NOT = "35"
        MOVE "Y" TO ws_purge_failed
        MOVE SPACES TO cert_line
        STRING ws_open_file " OPEN FAILED, STATUS " ws_open_status
            " - NOT PURGED" DELIMITED BY SIZE INTO cert_line
        WRITE cert_line
    END-IF.

write_certificate_heading.
    MOVE SPACES TO cert_line.
    STRING "RECORDS RETENTION PURGE CERTIFICATE " ws_run_date
        DELIMITED BY SIZE INTO cert_line.
    WRITE cert_line.
    MOVE ws_retention_days TO ws_count_display.
    MOVE SPACES TO cert_line.
    STRING "RETENTION PERIOD......: " ws_count_display " DAYS"
        DELIMITED BY SIZE INTO cert_line.
    WRITE cert_line.
    MOVE SPACES TO cert_line.
    WRITE cert_line.

write_certificate.
    PERFORM VARYING ws_purge_idx FROM 1 BY 1
            UNTIL ws_purge_idx > ws_purge_count
        PERFORM write_certificate_student
    END-PERFORM.
    PERFORM write_departure_counts.
    MOVE SPACES TO cert_line.
    WRITE cert_line.
    IF ws_purge_failed = "Y"
        MOVE "PURGE INCOMPLETE - NOT FOR SIGNATURE UNTIL RERUN"
            TO cert_line
        WRITE cert_line
    ELSE
        MOVE "I CERTIFY THE RECORDS ABOVE WERE PURGED OR ANONYMIZED."
            TO cert_line
        WRITE cert_line
        MOVE SPACES TO cert_line
        WRITE cert_line
        MOVE "RECORDS OFFICER: ____________________  DATE: __________"
            TO cert_line
        WRITE cert_line
    END-IF.

write_certificate_student.
    MOVE pu_departed_idx(ws_purge_idx) TO ws_idx.
    MOVE SPACES TO cert_line.
    STRING "STUDENT " pu_name(ws_purge_idx)
        " ID " dt_id(ws_idx)
        " BLDG " dt_building(ws_idx)
        " LEFT " dt_depart_date(ws_idx)
        DELIMITED BY SIZE INTO cert_line.
    WRITE cert_line.
    MOVE SPACES TO cert_line.
    STRING "  NOW " pu_token(ws_purge_idx)
        DELIMITED BY SIZE INTO cert_line.
    IF dt_swept(ws_idx) = "Y"
        MOVE "(DEPARTURE TAKEN FROM LAST CHECK-IN)"
            TO cert_line(32:36)
    END-IF.
    WRITE cert_line.

    MOVE pu_notefile(ws_purge_idx) TO ws_count_display.
    MOVE SPACES TO cert_line.
    STRING "  NOTEFILE DELETED....: " ws_count_display
        DELIMITED BY SIZE INTO cert_line.
    WRITE cert_line.

    MOVE pu_moodlog(ws_purge_idx) TO ws_count_display.
    MOVE SPACES TO cert_line.
    STRING "  MOODLOG ANONYMIZED..: " ws_count_display
        DELIMITED BY SIZE INTO cert_line.
    WRITE cert_line.

    MOVE pu_moodarch(ws_purge_idx) TO ws_count_display.
    MOVE SPACES TO cert_line.
    STRING "  MOODARCH ANONYMIZED.: " ws_count_display
        DELIMITED BY SIZE INTO cert_line.
    WRITE cert_line.

    MOVE pu_alertfil(ws_purge_idx) TO ws_count_display.
    MOVE SPACES TO cert_line.
    STRING "  ALERTFIL ANONYMIZED.: " ws_count_display
        DELIMITED BY SIZE INTO cert_line.
    WRITE cert_line.

    MOVE pu_alertdsp(ws_purge_idx) TO ws_count_display.
    MOVE SPACES TO cert_line.
    STRING "  ALERTDSP ANONYMIZED.: " ws_count_display
        DELIMITED BY SIZE INTO cert_line.
    WRITE cert_line.

    MOVE pu_dspjrnl(ws_purge_idx) TO ws_count_display.
    MOVE SPACES TO cert_line.
    STRING "  DSPJRNL ANONYMIZED..: " ws_count_display
        DELIMITED BY SIZE INTO cert_line.
    WRITE cert_line.

    MOVE pu_pageout(ws_purge_idx) TO ws_count_display.
    MOVE SPACES TO cert_line.
    STRING "  PAGEOUT ANONYMIZED..: " ws_count_display
        DELIMITED BY SIZE INTO cert_line.
    WRITE cert_line.

    MOVE pu_history(ws_purge_idx) TO ws_count_display.
    MOVE SPACES TO cert_line.
    STRING "  HISTORY DELETED.....: " ws_count_display
        DELIMITED BY SIZE INTO cert_line.
    WRITE cert_line.

    MOVE pu_noshowhs(ws_purge_idx) TO ws_count_display.
    MOVE SPACES TO cert_line.
    STRING "  NOSHOWHS DELETED....: " ws_count_display
        DELIMITED BY SIZE INTO cert_line.
    WRITE cert_line.

    MOVE pu_leavefil(ws_purge_idx) TO ws_count_display.
    MOVE SPACES TO cert_line.
    STRING "  LEAVEFIL DELETED....: " ws_count_display
        DELIMITED BY SIZE INTO cert_line.
    WRITE cert_line.
    MOVE SPACES TO cert_line.
    WRITE cert_line.

write_departure_counts.
    MOVE ws_purge_count TO ws_count_display.
    MOVE SPACES TO cert_line.
    STRING "STUDENTS PURGED.......: " ws_count_display
        DELIMITED BY SIZE INTO cert_line.
    WRITE cert_line.

    MOVE ws_swept_count TO ws_count_display.
    MOVE SPACES TO cert_line.
    STRING "UNRECORDED DEPARTURES.: " ws_count_display
        DELIMITED BY SIZE INTO cert_line.
    WRITE cert_line.

    MOVE ws_returned_count TO ws_count_display.
    MOVE SPACES TO cert_line.
    STRING "BACK ON ROSTER........: " ws_count_display
        DELIMITED BY SIZE INTO cert_line.
    WRITE cert_line.

    MOVE ws_waiting_count TO ws_count_display.
    MOVE SPACES TO cert_line.
    STRING "STILL WITHIN RETENTION: " ws_count_display
        DELIMITED BY SIZE INTO cert_line.
    WRITE cert_line.
