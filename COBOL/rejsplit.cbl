        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS rtn5_file_status.

    SELECT branch_return_file ASSIGN TO RTNBRNCH
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS brmt_file_status.

    SELECT reason_file ASSIGN TO RSNCODES
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS rsn_file_status.

    SELECT print_file ASSIGN TO SPLTRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS print_file_status.
      LABEL RECORDS ARE STANDARD.
  01  rtn5_rec                  PIC X(120).

  FD  branch_return_file
      RECORD CONTAINS 120 CHARACTERS
      LABEL RECORDS ARE STANDARD.
  01  brmt_rtn_rec              PIC X(120).

  FD  reason_file
      RECORD CONTAINS 80 CHARACTERS
      LABEL RECORDS ARE STANDARD.
  01  reason_card               PIC X(80).

  FD  print_file
      RECORD CONTAINS 132 CHARACTERS
      LABEL RECORDS OMITTED.
    01  rtn3_file_status        PIC X(02).
    01  rtn4_file_status        PIC X(02).
    01  rtn5_file_status        PIC X(02).
    01  brmt_file_status        PIC X(02).
    01  print_file_status       PIC X(02).
    01  rsn_file_status         PIC X(02).

    01  rej_eof_sw              PIC X(01) VALUE "N".
        88  rej_eof                     VALUE "Y".
        88  src_found                   VALUE "Y".
    01  src_overflow_sw         PIC X(01) VALUE "N".
        88  src_overflow                VALUE "Y".
    01  rsn_eof_sw              PIC X(01) VALUE "N".
        88  rsn_eof                     VALUE "Y".
    01  desk_found_sw           PIC X(01) VALUE "N".
        88  desk_found                  VALUE "Y".
    01  desk_overflow_sw        PIC X(01) VALUE "N".
        88  desk_overflow               VALUE "Y".

    01  rej_read_ctr            PIC 9(09) COMP VALUE 0.
    01  returned_ctr            PIC 9(09) COMP VALUE 0.
    01  unassigned_ctr          PIC 9(09) COMP VALUE 0.
    01  brmt_rtn_ctr            PIC 9(09) COMP VALUE 0.
    01  kept_ctr                PIC 9(09) COMP VALUE 0.
    01  high_sev_ctr            PIC 9(09) COMP VALUE 0.
    01  rsn_load_ctr            PIC 9(09) COMP VALUE 0.

    01  search_source           PIC X(08).
    01  src_slot_no             PIC 9(01) VALUE 0.
*>  first-seen order.  a run with more distinct sources than slots
*>  leaves the extras in the full reject generation only and flags
*>  the run for the desk.
*>  branch maintenance keyed through BMNT always goes back on its
*>  own return file, written even when empty, so the branches get a
*>  batch every night and never lose a slot to the upstream feeds.
    01  branch_source           PIC X(08) VALUE "BRANCHMT".

    01  src_tab_ctr             PIC 9(02) COMP VALUE 0.
    01  src_tab_max             PIC 9(02) COMP VALUE 5.
    01  src_table.
            10  src_count           PIC 9(09) COMP.
            10  src_hdr_written_sw  PIC X(01).

*>  reason-code reference cards are held by code - entry n is code
*>  n-1.  a code with no card is returned to source (and recycled)
*>  and reported against desk UNASSGND.  disposition R keeps the
*>  reject in house for the recycle desk - it is not returned.
    01  rsn_sub                 PIC 9(03) COMP VALUE 0.
    01  rsn_search_code         PIC 9(02).
    01  rsn_table.
        05  rsn_tab_card OCCURS 100 PIC X(80).

    COPY rsn_rec.

*>  the night's rejects by owning desk, first-seen order.
    01  desk_tab_ctr            PIC 9(02) COMP VALUE 0.
    01  desk_tab_max            PIC 9(02) COMP VALUE 30.
    01  desk_table.
        05  desk_entry OCCURS 30 INDEXED BY desk_ix.
            10  desk_name           PIC X(08).
            10  desk_count          PIC 9(09) COMP.
            10  desk_high_count     PIC 9(09) COMP.
            10  desk_kept_count     PIC 9(09) COMP.

    01  rtn_hdr_rec.
        05  FILLER              PIC X(03) VALUE "HDR".
        05  rtn_hdr_date        PIC 9(08).
        05  FILLER              PIC X(110) VALUE "    REJECTS".

    01  src_line.
        05  src_line_file       PIC X(08).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  src_line_name       PIC X(08).
        05  FILLER              PIC X(04) VALUE SPACES.
        05  src_line_count      PIC ZZZ,ZZZ,ZZ9.
        05  FILLER              PIC X(99) VALUE SPACES.

    01  desk_title_line.
        05  FILLER              PIC X(40)
            VALUE "REJECTS BY OWNING DESK".
        05  FILLER              PIC X(92) VALUE SPACES.

    01  desk_col_line.
        05  FILLER              PIC X(10) VALUE "DESK".
        05  FILLER              PIC X(11) VALUE "    REJECTS".
        05  FILLER              PIC X(13) VALUE "     HIGH SEV".
        05  FILLER              PIC X(13) VALUE "         KEPT".
        05  FILLER              PIC X(85) VALUE SPACES.

    01  desk_line.
        05  desk_line_name      PIC X(08).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  desk_line_count     PIC ZZZ,ZZZ,ZZ9.
        05  FILLER              PIC X(02) VALUE SPACES.
        05  desk_line_high      PIC ZZZ,ZZZ,ZZ9.
        05  FILLER              PIC X(02) VALUE SPACES.
        05  desk_line_kept      PIC ZZZ,ZZZ,ZZ9.
        05  FILLER              PIC X(85) VALUE SPACES.

    01  sum_line.
        05  sum_label           PIC X(30).
        05  FILLER              PIC X(02) VALUE SPACES.
    PERFORM wrap_up
    DISPLAY "REJECTS READ      " rej_read_ctr
    DISPLAY "REJECTS RETURNED  " returned_ctr
    DISPLAY "REJECTS KEPT      " kept_ctr
    MOVE exit_sts TO RETURN-CODE
    STOP RUN
    .
  initialization.
    MOVE 0 TO exit_sts
    PERFORM read_control_card
    PERFORM load_reason_table
    INITIALIZE src_table
    INITIALIZE desk_table
    OPEN OUTPUT return_file_1
    OPEN OUTPUT return_file_2
    OPEN OUTPUT return_file_3
            rtn5_file_status
        MOVE 8 TO exit_sts
    END-IF
    OPEN OUTPUT branch_return_file
    IF brmt_file_status NOT = "00"
        DISPLAY "BRANCH RETURN FILE OPEN FAILED - STATUS "
            brmt_file_status
        MOVE 8 TO exit_sts
    END-IF
    OPEN OUTPUT print_file
    IF print_file_status = "00"
        SET print_is_open TO TRUE
        WRITE print_rec FROM rpt_date_line
        WRITE print_rec FROM blank_line
        WRITE print_rec FROM rpt_col_line
        MOVE proc_date_9 TO rtn_hdr_date
        MOVE branch_source TO rtn_hdr_source
        WRITE brmt_rtn_rec FROM rtn_hdr_rec
    END-IF
    .

    DISPLAY "REJECT SPLIT RUN DATE " proc_date_9
    .

  load_reason_table.
    MOVE SPACES TO rsn_table
    OPEN INPUT reason_file
    EVALUATE rsn_file_status
        WHEN "00"
            PERFORM read_reason_card
            PERFORM store_reason_card UNTIL rsn_eof
            CLOSE reason_file
            DISPLAY "REASON CODE CARDS LOADED " rsn_load_ctr
        WHEN "35"
            DISPLAY "NO REASON CODE TABLE - ALL REJECTS RETURNED"
        WHEN OTHER
            DISPLAY "REASON CODE TABLE OPEN FAILED - STATUS "
                rsn_file_status
            MOVE 8 TO exit_sts
    END-EVALUATE
    .

  read_reason_card.
    READ reason_file
        AT END SET rsn_eof TO TRUE
    END-READ
    .

  store_reason_card.
    MOVE reason_card TO rsn_rec
    EVALUATE TRUE
        WHEN reason_card = SPACES
            CONTINUE
        WHEN rsn_code NOT NUMERIC
            OR NOT rsn_sev_valid
            OR NOT rsn_disp_valid
            OR rsn_escalate_runs NOT NUMERIC
            DISPLAY "REASON CODE CARD SKIPPED - " reason_card
            IF exit_sts < 4
                MOVE 4 TO exit_sts
            END-IF
        WHEN OTHER
            COMPUTE rsn_sub = rsn_code + 1
            MOVE reason_card TO rsn_tab_card (rsn_sub)
            ADD 1 TO rsn_load_ctr
    END-EVALUATE
    PERFORM read_reason_card
    .

*>  leaves the handling for rsn_search_code in rsn_rec, standard
*>  values filled in for a code with no card.
  find_reason_entry.
    MOVE SPACES TO rsn_rec
    IF rsn_search_code NUMERIC
        COMPUTE rsn_sub = rsn_search_code + 1
        MOVE rsn_tab_card (rsn_sub) TO rsn_rec
    END-IF
    IF rsn_rec = SPACES
        MOVE rsn_search_code TO rsn_code
        MOVE "M" TO rsn_severity
        MOVE "UNASSGND" TO rsn_desk
        MOVE "B" TO rsn_disposition
        MOVE 0 TO rsn_escalate_runs
    END-IF
    .

  split_rejects.
    OPEN INPUT reject_file
    EVALUATE rej_file_status
    .

  route_reject_record.
    MOVE rej_reason_code TO rsn_search_code
    PERFORM find_reason_entry
    PERFORM count_desk_reject
    IF rej_feed_source = SPACES
        MOVE "UNKNOWN" TO search_source
    ELSE
        MOVE rej_feed_source TO search_source
    END-IF
    EVALUATE TRUE
        WHEN rsn_disposition = "R"
            ADD 1 TO kept_ctr
            PERFORM read_reject_record
        WHEN search_source = branch_source
            WRITE brmt_rtn_rec FROM rej_rec
            ADD 1 TO brmt_rtn_ctr
            ADD 1 TO returned_ctr
            PERFORM read_reject_record
        WHEN OTHER
            PERFORM route_feed_reject
    END-EVALUATE
    .

  count_desk_reject.
    MOVE "N" TO desk_found_sw
    IF desk_tab_ctr > 0
        SET desk_ix TO 1
        SEARCH desk_entry
            AT END CONTINUE
            WHEN desk_ix > desk_tab_ctr
                CONTINUE
            WHEN desk_name (desk_ix) = rsn_desk
                SET desk_found TO TRUE
        END-SEARCH
    END-IF
    IF NOT desk_found
        IF desk_tab_ctr < desk_tab_max
            ADD 1 TO desk_tab_ctr
            SET desk_ix TO desk_tab_ctr
            MOVE rsn_desk TO desk_name (desk_ix)
            SET desk_found TO TRUE
        ELSE
            IF NOT desk_overflow
                SET desk_overflow TO TRUE
                DISPLAY "DESK TABLE FULL - DESK " rsn_desk
                    " NOT ON THE DESK SUMMARY"
            END-IF
        END-IF
    END-IF
    IF rsn_sev_high
        ADD 1 TO high_sev_ctr
    END-IF
    IF desk_found
        ADD 1 TO desk_count (desk_ix)
        IF rsn_sev_high
            ADD 1 TO desk_high_count (desk_ix)
        END-IF
        IF rsn_disposition = "R"
            ADD 1 TO desk_kept_count (desk_ix)
        END-IF
    END-IF
    .

  route_feed_reject.
    PERFORM find_source_entry
    IF NOT src_found
        PERFORM assign_source_entry
    .

  finish_return_files.
    MOVE brmt_rtn_ctr TO rtn_trl_count
    WRITE brmt_rtn_rec FROM rtn_trl_rec
    IF src_tab_ctr > 0
        SET src_ix TO 1
        PERFORM write_return_trailer src_tab_ctr TIMES
        MOVE 0 TO src_slot_no
        PERFORM write_source_line src_tab_ctr TIMES
    END-IF
    MOVE "RTNBRNCH" TO src_line_file
    MOVE branch_source TO src_line_name
    MOVE brmt_rtn_ctr TO src_line_count
    WRITE print_rec FROM src_line
    WRITE print_rec FROM blank_line
    MOVE SPACES TO sum_line
    MOVE "REJECTS READ" TO sum_label
    MOVE "REJECTS NOT RETURNED" TO sum_label
    MOVE unassigned_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "REJECTS KEPT FOR RECYCLE" TO sum_label
    MOVE kept_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "HIGH SEVERITY REJECTS" TO sum_label
    MOVE high_sev_ctr TO sum_count
    WRITE print_rec FROM sum_line
    WRITE print_rec FROM blank_line
    WRITE print_rec FROM desk_title_line
    WRITE print_rec FROM blank_line
    WRITE print_rec FROM desk_col_line
    IF desk_tab_ctr > 0
        SET desk_ix TO 1
        PERFORM write_desk_line desk_tab_ctr TIMES
    END-IF
    .

  write_desk_line.
    MOVE desk_name (desk_ix) TO desk_line_name
    MOVE desk_count (desk_ix) TO desk_line_count
    MOVE desk_high_count (desk_ix) TO desk_line_high
    MOVE desk_kept_count (desk_ix) TO desk_line_kept
    WRITE print_rec FROM desk_line
    SET desk_ix UP BY 1
    .

  write_source_line.
    IF rtn5_file_status = "00"
        CLOSE return_file_5
    END-IF
    IF brmt_file_status = "00"
        CLOSE branch_return_file
    END-IF
    IF print_is_open
        CLOSE print_file
    END-IF
