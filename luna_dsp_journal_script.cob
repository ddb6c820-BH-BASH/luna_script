IDENTIFICATION DIVISION.
PROGRAM-ID. luna_dsp_journal_script.

ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    SELECT journal_file ASSIGN TO "DSPJRNL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_journal_status.
    SELECT select_file ASSIGN TO "JRNLSEL"
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ws_select_status.
    SELECT journal_report_file ASSIGN TO "JRNLRPT"
        ORGANIZATION IS LINE SEQUENTIAL.
    SELECT sort_file ASSIGN TO "SORTWORK".

DATA DIVISION.
FILE SECTION.
FD  journal_file.
COPY disposition_journal_record.

FD  select_file.
COPY journal_select_record.

FD  journal_report_file.
01 journal_line PIC X(80).

*> Same layout as DSPJRNL; only the fields the listing is sorted
*> on are broken out.
SD  sort_file.
01 sort_journal_record.
    05 sj_journal_date PIC 9(8).
    05 sj_journal_time PIC 9(8).
    05 FILLER PIC X(91).
    05 sj_user_name PIC X(20).
    05 sj_run_date PIC 9(8).
    05 FILLER PIC X(55).

WORKING-STORAGE SECTION.
01 ws_run_date PIC 9(8).
01 ws_journal_status PIC XX.
01 ws_select_status PIC XX.
01 ws_journal_eof PIC X(1) VALUE "N".
01 ws_sort_eof PIC X(1) VALUE "N".
01 ws_select_student PIC X(20) VALUE SPACES.
01 ws_select_counselor PIC X(6) VALUE SPACES.
01 ws_select_from PIC 9(8) VALUE 0.
01 ws_select_to PIC 9(8) VALUE 0.
01 ws_selected PIC X(1).
01 ws_hold_user_name PIC X(20).
01 ws_hold_run_date PIC 9(8).
01 ws_action_text PIC X(7).
01 ws_source_text PIC X(13).
01 ws_read_count PIC 9(6) VALUE 0.
01 ws_selected_count PIC 9(6) VALUE 0.
01 ws_case_count PIC 9(6) VALUE 0.
01 ws_count_display PIC ZZZZZ9.

PROCEDURE DIVISION.
main_dsp_journal.
    ACCEPT ws_run_date FROM DATE YYYYMMDD.
    PERFORM read_selection_card.
    OPEN OUTPUT journal_report_file.
    PERFORM write_journal_heading.
    SORT sort_file
        ASCENDING KEY sj_user_name sj_run_date
            sj_journal_date sj_journal_time
        INPUT PROCEDURE IS release_selected_entries
        OUTPUT PROCEDURE IS write_sorted_entries.
    IF ws_selected_count = 0
        MOVE "NO JOURNAL ENTRIES MATCH THE SELECTION"
            TO journal_line
        WRITE journal_line
    END-IF.
    PERFORM write_journal_summary.
    CLOSE journal_report_file.
    DISPLAY "DISPOSITION JOURNAL REPORT COMPLETE, SEE JRNLRPT".
    STOP RUN.

read_selection_card.
    OPEN INPUT select_file.
    IF ws_select_status = "00"
        READ select_file
            AT END CONTINUE
            NOT AT END
                MOVE js_student_name TO ws_select_student
                MOVE js_counselor_id TO ws_select_counselor
                IF js_from_date IS NUMERIC
                    MOVE js_from_date TO ws_select_from
                END-IF
                IF js_to_date IS NUMERIC
                    MOVE js_to_date TO ws_select_to
                END-IF
        END-READ
        CLOSE select_file
    END-IF.

write_journal_heading.
    MOVE SPACES TO journal_line.
    STRING "DISPOSITION CHANGE JOURNAL " ws_run_date
        DELIMITED BY SIZE INTO journal_line.
    WRITE journal_line.
    MOVE SPACES TO journal_line.
    IF ws_select_student = SPACES
        MOVE "STUDENT.....: ALL" TO journal_line
    ELSE
        STRING "STUDENT.....: " ws_select_student
            DELIMITED BY SIZE INTO journal_line
    END-IF.
    WRITE journal_line.
    MOVE SPACES TO journal_line.
    IF ws_select_counselor = SPACES
        MOVE "COUNSELOR...: ALL" TO journal_line
    ELSE
        STRING "COUNSELOR...: " ws_select_counselor
            DELIMITED BY SIZE INTO journal_line
    END-IF.
    WRITE journal_line.
    MOVE SPACES TO journal_line.
    EVALUATE TRUE
        WHEN ws_select_from = 0 AND ws_select_to = 0
            MOVE "DATES.......: ALL" TO journal_line
        WHEN ws_select_to = 0
            STRING "DATES.......: " ws_select_from " ONWARD"
                DELIMITED BY SIZE INTO journal_line
        WHEN ws_select_from = 0
            STRING "DATES.......: THROUGH " ws_select_to
                DELIMITED BY SIZE INTO journal_line
        WHEN OTHER
            STRING "DATES.......: " ws_select_from " THROUGH "
                ws_select_to
                DELIMITED BY SIZE INTO journal_line
    END-EVALUATE.
    WRITE journal_line.

release_selected_entries.
    OPEN INPUT journal_file.
    IF ws_journal_status NOT = "00"
        MOVE "Y" TO ws_journal_eof
        DISPLAY "NO DSPJRNL ON FILE - NOTHING TO REPORT"
    END-IF.
    PERFORM UNTIL ws_journal_eof = "Y"
        READ journal_file
            AT END MOVE "Y" TO ws_journal_eof
            NOT AT END PERFORM select_journal_entry
        END-READ
    END-PERFORM.
    IF ws_journal_status = "00" OR ws_journal_status = "10"
        CLOSE journal_file
    END-IF.

select_journal_entry.
    ADD 1 TO ws_read_count.
    MOVE "Y" TO ws_selected.
    IF ws_select_student NOT = SPACES
          AND dj_a_user_name NOT = ws_select_student
        MOVE "N" TO ws_selected
    END-IF.
    IF ws_select_counselor NOT = SPACES
          AND dj_counselor_id NOT = ws_select_counselor
        MOVE "N" TO ws_selected
    END-IF.
    IF ws_select_from NOT = 0
          AND dj_journal_date < ws_select_from
        MOVE "N" TO ws_selected
    END-IF.
    IF ws_select_to NOT = 0
          AND dj_journal_date > ws_select_to
        MOVE "N" TO ws_selected
    END-IF.
    IF ws_selected = "Y"
        ADD 1 TO ws_selected_count
        MOVE disposition_journal_record TO sort_journal_record
        RELEASE sort_journal_record
    END-IF.

*> One block per case (student and alert date), its changes in the
*> order they were made.
write_sorted_entries.
    MOVE HIGH-VALUES TO ws_hold_user_name.
    MOVE 0 TO ws_hold_run_date.
    PERFORM UNTIL ws_sort_eof = "Y"
        RETURN sort_file INTO disposition_journal_record
            AT END MOVE "Y" TO ws_sort_eof
            NOT AT END PERFORM write_journal_entry
        END-RETURN
    END-PERFORM.

write_journal_entry.
    IF dj_a_user_name NOT = ws_hold_user_name
          OR dj_a_run_date NOT = ws_hold_run_date
        MOVE dj_a_user_name TO ws_hold_user_name
        MOVE dj_a_run_date TO ws_hold_run_date
        ADD 1 TO ws_case_count
        MOVE SPACES TO journal_line
        WRITE journal_line
        MOVE SPACES TO journal_line
        STRING "CASE " dj_a_user_name " ALERT OF " dj_a_run_date
            DELIMITED BY SIZE INTO journal_line
        WRITE journal_line
    END-IF.
    EVALUATE dj_action
        WHEN "A" MOVE "ADDED" TO ws_action_text
        WHEN "C" MOVE "CHANGED" TO ws_action_text
        WHEN OTHER MOVE dj_action TO ws_action_text
    END-EVALUATE.
    EVALUATE dj_source
        WHEN "M" MOVE "MANUAL ENTRY" TO ws_source_text
        WHEN "C" MOVE "CNSL RETURN" TO ws_source_text
        WHEN OTHER MOVE dj_source TO ws_source_text
    END-EVALUATE.
    MOVE SPACES TO journal_line.
    STRING "  " dj_journal_date " " dj_journal_time(1:2) ":"
        dj_journal_time(3:2) ":" dj_journal_time(5:2) " "
        ws_action_text " BY " dj_counselor_id " VIA "
        ws_source_text
        DELIMITED BY SIZE INTO journal_line.
    WRITE journal_line.
    MOVE SPACES TO journal_line.
    IF dj_action = "A"
        MOVE "    BEFORE: (NO DISPOSITION ON FILE)" TO journal_line
    ELSE
        STRING "    BEFORE: " dj_b_status " " dj_b_counselor_id
            " " dj_b_update_date " " dj_b_note
            DELIMITED BY SIZE INTO journal_line
    END-IF.
    WRITE journal_line.
    MOVE SPACES TO journal_line.
    STRING "    AFTER : " dj_a_status " " dj_a_counselor_id
        " " dj_a_update_date " " dj_a_note
        DELIMITED BY SIZE INTO journal_line.
    WRITE journal_line.

write_journal_summary.
    MOVE SPACES TO journal_line.
    WRITE journal_line.

    MOVE ws_read_count TO ws_count_display.
    MOVE SPACES TO journal_line.
    STRING "JOURNAL RECORDS READ..: " ws_count_display
        DELIMITED BY SIZE INTO journal_line.
    WRITE journal_line.

    MOVE ws_selected_count TO ws_count_display.
    MOVE SPACES TO journal_line.
    STRING "ENTRIES SELECTED......: " ws_count_display
        DELIMITED BY SIZE INTO journal_line.
    WRITE journal_line.

    MOVE ws_case_count TO ws_count_display.
    MOVE SPACES TO journal_line.
    STRING "CASES LISTED..........: " ws_count_display
        DELIMITED BY SIZE INTO journal_line.
    WRITE journal_line.
