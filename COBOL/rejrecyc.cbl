        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS resub_file_status.

    SELECT reason_file ASSIGN TO RSNCODES
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS rsn_file_status.

    SELECT print_file ASSIGN TO AGEDRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS print_file_status.
      LABEL RECORDS ARE STANDARD.
  01  resub_rec                 PIC X(80).

  FD  reason_file
      RECORD CONTAINS 80 CHARACTERS
      LABEL RECORDS ARE STANDARD.
  01  reason_card               PIC X(80).

  FD  print_file
      RECORD CONTAINS 132 CHARACTERS
      LABEL RECORDS OMITTED.
    01  recy_out_status         PIC X(02).
    01  resub_file_status       PIC X(02).
    01  print_file_status       PIC X(02).
    01  rsn_file_status         PIC X(02).

    01  rej_eof_sw              PIC X(01) VALUE "N".
        88  rej_eof                     VALUE "Y".
        88  recy_in_eof                 VALUE "Y".
    01  repair_eof_sw           PIC X(01) VALUE "N".
        88  repair_eof                  VALUE "Y".
    01  rsn_eof_sw              PIC X(01) VALUE "N".
        88  rsn_eof                     VALUE "Y".

    01  repair_found_sw         PIC X(01) VALUE "N".
        88  repair_found                VALUE "Y".
    01  dropped_ctr             PIC 9(09) COMP VALUE 0.
    01  aged_ctr                PIC 9(09) COMP VALUE 0.
    01  unmatched_ctr           PIC 9(09) COMP VALUE 0.
    01  source_only_ctr         PIC 9(09) COMP VALUE 0.
    01  refused_ctr             PIC 9(09) COMP VALUE 0.
    01  rsn_load_ctr            PIC 9(09) COMP VALUE 0.

    01  next_item_id            PIC 9(06) VALUE 1.
    01  aged_limit              PIC 9(03) COMP VALUE 5.
    01  unmatched_id_disp       PIC 9(06).

*>  reason-code reference cards are held by code - entry n is code
*>  n-1.  a code with no card is recycled and returned to source and
*>  escalates at the standard aged_limit, as before the table.
    01  rsn_sub                 PIC 9(03) COMP VALUE 0.
    01  rsn_search_code         PIC 9(02).
    01  rsn_table.
        05  rsn_tab_card OCCURS 100 PIC X(80).

    COPY rsn_rec.

    01  repair_ctr              PIC 9(04) COMP VALUE 0.
    01  repair_max              PIC 9(04) COMP VALUE 500.
    01  repair_table.
        05  FILLER              PIC X(12) VALUE "ACCOUNT     ".
        05  FILLER              PIC X(34) VALUE "RC REASON".
        05  FILLER              PIC X(10) VALUE "ENTERED".
        05  FILLER              PIC X(05) VALUE "AGE".
        05  FILLER              PIC X(63) VALUE "DESK".

    01  aged_line.
        05  aged_item_id        PIC 9(06).
        05  aged_entry_date     PIC 9(08).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  aged_age            PIC ZZ9.
        05  FILLER              PIC X(02) VALUE SPACES.
        05  aged_desk           PIC X(08).
        05  FILLER              PIC X(55) VALUE SPACES.

    01  sum_line.
        05  sum_label           PIC X(30).
    MOVE 0 TO exit_sts
    PERFORM read_control_card
    PERFORM load_repair_table
    PERFORM load_reason_table
    OPEN OUTPUT recycle_out_file
    IF recy_out_status NOT = "00"
        DISPLAY "RECYCLE OUTPUT OPEN FAILED - STATUS " recy_out_status
    PERFORM read_repair_card
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
            DISPLAY "NO REASON CODE TABLE - STANDARD HANDLING"
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
    IF rsn_escalate_runs = 0
        MOVE aged_limit TO rsn_escalate_runs
    END-IF
    .

  process_carry_forward.
    OPEN INPUT recycle_in_file
    EVALUATE recy_in_status
    ELSE
        MOVE 1 TO recy_age_days
    END-IF
    MOVE recy_reason_code TO rsn_search_code
    PERFORM find_reason_entry
    PERFORM find_repair_entry
    EVALUATE TRUE
        WHEN repair_found AND rpr_tab_action (rpr_ix) = "D"
            ADD 1 TO dropped_ctr
            MOVE "Y" TO rpr_tab_used_sw (rpr_ix)
        WHEN repair_found AND rpr_tab_action (rpr_ix) = "F"
            AND rsn_disposition = "S"
            DISPLAY "ITEM " recy_item_id " REASON " recy_reason_code
                " GOES BACK TO SOURCE - NOT RESUBMITTED"
            MOVE "Y" TO rpr_tab_used_sw (rpr_ix)
            ADD 1 TO refused_ctr
            PERFORM carry_item_forward
        WHEN repair_found AND rpr_tab_action (rpr_ix) = "F"
            MOVE "Y" TO rpr_tab_used_sw (rpr_ix)
            PERFORM apply_repair
                OR rpr_new_type = "TR" OR rpr_new_type = "OP"
                OR rpr_new_type = "CL" OR rpr_new_type = "NC"
                OR rpr_new_type = "AD" OR rpr_new_type = "OD"
                OR rpr_new_type = "RL"
                MOVE rpr_new_type TO trans_type
            ELSE
                MOVE "Y" TO repair_bad_sw
            ELSE
                MOVE rpr_new_value TO trans_name
            END-IF
        WHEN 47
            IF rpr_new_acct = SPACES OR rpr_new_acct = ZEROS
                MOVE "Y" TO repair_bad_sw
            ELSE
                MOVE rpr_new_acct TO trans_cust_no
            END-IF
        WHEN 55
            IF rpr_new_acct = SPACES OR rpr_new_acct = ZEROS
                MOVE "Y" TO repair_bad_sw
  carry_item_forward.
    WRITE recycle_out_rec FROM recy_rec
    ADD 1 TO carried_ctr
    IF recy_age_days NOT LESS THAN rsn_escalate_runs
        PERFORM write_aged_line
    END-IF
    .
    MOVE recy_reason_text TO aged_reason_text
    MOVE recy_entry_date TO aged_entry_date
    MOVE recy_age_days TO aged_age
    MOVE rsn_desk TO aged_desk
    WRITE print_rec FROM aged_line
    ADD 1 TO aged_ctr
    .
    END-READ
    .

*>  a reason the table sends back to source only (a bad account
*>  key, a stop-payment hit) never enters the recycle file, so it
*>  can never be repaired and resubmitted from here.
  add_new_recycle_item.
    MOVE rej_reason_code TO rsn_search_code
    PERFORM find_reason_entry
    IF rsn_disposition = "S"
        ADD 1 TO source_only_ctr
    ELSE
        PERFORM enter_recycle_item
    END-IF
    PERFORM read_reject_record
    .

  enter_recycle_item.
    INITIALIZE recy_rec
    MOVE next_item_id TO recy_item_id
    ADD 1 TO next_item_id
    MOVE "O" TO recy_status
    WRITE recycle_out_rec FROM recy_rec
    ADD 1 TO new_item_ctr
    .

  write_recycle_summary.
    MOVE "NEW REJECTS ENTERED" TO sum_label
    MOVE new_item_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "REJECTS LEFT TO SOURCE" TO sum_label
    MOVE source_only_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "ITEMS REPAIRED/RESUBMITTED" TO sum_label
    MOVE repaired_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "ITEMS CARRIED FORWARD" TO sum_label
    MOVE carried_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "REPAIRS REFUSED BY REASON" TO sum_label
    MOVE refused_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "ITEMS PAST ESCALATION AGE" TO sum_label
    MOVE aged_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "REPAIR CARDS UNMATCHED" TO sum_label
