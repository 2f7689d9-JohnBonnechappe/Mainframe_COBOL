        RECORD KEY IS cna_key
        FILE STATUS IS cna_file_status.

    SELECT hold_file ASSIGN TO HOLDFILE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS hold_key
        FILE STATUS IS hold_file_status.

    SELECT change_file ASSIGN TO CHGLOG
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS chg_key
        FILE STATUS IS chg_file_status.

    SELECT audit_file ASSIGN TO AUDITOUT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS aud_file_status.
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS stop_rpt_status.

    SELECT reason_file ASSIGN TO RSNCODES
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS rsn_file_status.

    SELECT relationship_file ASSIGN TO CUSTREL
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS rel_key
        FILE STATUS IS rel_file_status.

    SELECT notice_file ASSIGN TO NOTICES
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ntc_file_status.

    SELECT sort_file ASSIGN TO SORTWORK.
DATA DIVISION.
FILE SECTION.
      LABEL RECORDS ARE STANDARD.
      COPY cna_rec.

  FD  hold_file
      LABEL RECORDS ARE STANDARD.
      COPY hold_rec.

  FD  change_file
      LABEL RECORDS ARE STANDARD.
      COPY chg_rec.

  FD  audit_file
      RECORD CONTAINS 83 CHARACTERS
      LABEL RECORDS ARE STANDARD.
      LABEL RECORDS OMITTED.
  01  stop_rpt_rec              PIC X(132).

  FD  reason_file
      RECORD CONTAINS 80 CHARACTERS
      LABEL RECORDS ARE STANDARD.
  01  reason_card               PIC X(80).

  FD  relationship_file
      LABEL RECORDS ARE STANDARD.
      COPY rel_rec.

  FD  notice_file
      RECORD CONTAINS 200 CHARACTERS
      LABEL RECORDS ARE STANDARD.
  01  notice_rec                PIC X(200).

  SD  sort_file.
  01  sort_rec.
      05  sort_trans_area.
        88  cna_is_open                 VALUE "Y".
    01  cna_found_sw            PIC X(01) VALUE "N".
        88  cna_found                   VALUE "Y".
    01  rel_file_status         PIC X(02).
    01  rel_open_sw             PIC X(01) VALUE "N".
        88  rel_is_open                 VALUE "Y".
    01  rel_found_sw            PIC X(01) VALUE "N".
        88  rel_found                   VALUE "Y".

    01  hold_file_status        PIC X(02).
    01  hold_open_sw            PIC X(01) VALUE "N".
        88  hold_is_open                VALUE "Y".
    01  hold_eof_sw             PIC X(01) VALUE "N".
        88  hold_eof                    VALUE "Y".
    01  held_amount             PIC S9(11)V99 COMP-3 VALUE 0.
    01  avail_balance           PIC S9(11)V99 COMP-3 VALUE 0.
    01  hist_written_sw         PIC X(01) VALUE "N".
        88  hist_written                VALUE "Y".

    01  chg_file_status         PIC X(02).
    01  chg_open_sw             PIC X(01) VALUE "N".
        88  chg_is_open                 VALUE "Y".
    01  chg_written_sw          PIC X(01) VALUE "N".
        88  chg_written                 VALUE "Y".
    01  chg_last_acct           PIC X(10) VALUE SPACES.
    01  chg_last_seq            PIC 9(04) VALUE 0.
    01  chg_put_acct            PIC X(10).
    01  chg_put_field           PIC X(08).
    01  chg_put_old             PIC X(30).
    01  chg_put_new             PIC X(30).
    01  chg_put_source          PIC X(08).
    01  chg_put_type            PIC X(02).
    01  chg_put_date            PIC 9(08).
    01  maint_notice_sw         PIC X(01) VALUE "N".
        88  maint_no_notice             VALUE "N".
        88  maint_closed                VALUE "C".
        88  maint_reactivated           VALUE "R".
    01  maint_notice_balance    PIC S9(09)V99 COMP-3.
    01  maint_notice_date       PIC 9(08).
    01  maint_notice_detail     PIC X(30).
    01  chg_od_text             PIC X(30).
    01  chg_od_edit             PIC Z,ZZZ,ZZ9.99.

*>  customer notice requests are appended to the week's notice
*>  file for the weekly letter print.
    01  ntc_file_status         PIC X(02).
    01  ntc_open_sw             PIC X(01) VALUE "N".
        88  ntc_is_open                 VALUE "Y".
    01  ntc_write_ctr           PIC 9(09) COMP VALUE 0.
    01  ntc_save_address        PIC X(116).
    01  ntc_save_r REDEFINES ntc_save_address.
        05  ntc_save_line_1     PIC X(29).
        05  ntc_save_line_2     PIC X(29).
        05  ntc_save_line_3     PIC X(29).
        05  ntc_save_line_4     PIC X(29).

    COPY ntc_rec.

    01  hist_last_acct          PIC X(10) VALUE SPACES.
    01  hist_last_seq           PIC 9(04) VALUE 0.
    01  hist_put_acct           PIC X(10).
    01  sortg_mstr_save         PIC X(65).
    01  sortg_group_ctr         PIC 9(09) COMP VALUE 0.

*>  CL, NC and OD changes and reactivations made to the buffered
*>  group record are held here until the record is written, so the
*>  change log, the customer letters and the reactivation report
*>  only ever see a change the master took.
    01  sortg_held_ctr          PIC 9(04) COMP VALUE 0.
    01  sortg_held_max          PIC 9(04) COMP VALUE 50.
    01  sortg_held_table.
        05  sortg_held_entry OCCURS 50 INDEXED BY sortg_held_ix.
            10  sortg_held_field    PIC X(08).
            10  sortg_held_old      PIC X(30).
            10  sortg_held_new      PIC X(30).
            10  sortg_held_type     PIC X(02).
            10  sortg_held_date     PIC 9(08).
            10  sortg_held_source   PIC X(08).
            10  sortg_held_notice   PIC X(01).
            10  sortg_held_balance  PIC S9(09)V99 COMP-3.
            10  sortg_held_ref_date PIC 9(08).
            10  sortg_held_detail   PIC X(30).

    01  stop_file_status        PIC X(02).
    01  stop_rpt_status         PIC X(02).
    01  stop_eof_sw             PIC X(01) VALUE "N".
            10  stop_tab_expiry     PIC 9(08).
            10  stop_tab_match_ctr  PIC 9(05) COMP.

*>  reason-code reference cards are held by code - entry n is code
*>  n-1.  an entry left at spaces has no card and the reject keeps
*>  the wording set where the reject was raised.
    01  rsn_file_status         PIC X(02).
    01  rsn_eof_sw              PIC X(01) VALUE "N".
        88  rsn_eof                     VALUE "Y".
    01  rsn_load_ctr            PIC 9(09) COMP VALUE 0.
    01  rsn_sub                 PIC 9(03) COMP VALUE 0.
    01  rsn_table.
        05  rsn_tab_card OCCURS 100 PIC X(80).

    COPY rsn_rec.

    01  stop_title_line.
        05  FILLER              PIC X(41) VALUE
            "STOP-PAYMENT PLACED VERSUS MATCHED REPORT".
    PERFORM read_control_card
    PERFORM determine_proc_date
    PERFORM load_stop_orders
    PERFORM load_reason_table
    PERFORM check_restart
    .

    END-EVALUATE
    .

*>  the reason table only supplies reject wording here, so a
*>  missing or unreadable table leaves the run's outcome alone.
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
            DISPLAY "NO REASON CODE TABLE - PROGRAM REJECT TEXT USED"
        WHEN OTHER
            DISPLAY "REASON CODE TABLE OPEN FAILED - STATUS "
                rsn_file_status " - PROGRAM REJECT TEXT USED"
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
        WHEN OTHER
            COMPUTE rsn_sub = rsn_code + 1
            MOVE reason_card TO rsn_tab_card (rsn_sub)
            ADD 1 TO rsn_load_ctr
    END-EVALUATE
    PERFORM read_reason_card
    .

  read_stop_order.
    READ stop_file
        AT END SET stop_eof TO TRUE
        END-IF
        PERFORM open_history_file
        PERFORM open_name_file
        PERFORM open_relationship_file
        PERFORM open_hold_file
        PERFORM open_change_file
        PERFORM open_notice_file
    END-IF
    IF ctl_apply_sorted AND mstr_is_open
        PERFORM post_sorted_transactions
    IF cna_is_open
        CLOSE name_file
    END-IF
    IF rel_is_open
        CLOSE relationship_file
    END-IF
    IF hold_is_open
        CLOSE hold_file
    END-IF
    IF chg_is_open
        CLOSE change_file
    END-IF
    IF ntc_is_open
        CLOSE notice_file
        DISPLAY "CUSTOMER NOTICES REQUESTED " ntc_write_ctr
    END-IF
    IF ctl_produce_summary
        PERFORM write_control_report
    END-IF
    END-IF
    .

  open_change_file.
    OPEN I-O change_file
    IF chg_file_status = "35"
        OPEN OUTPUT change_file
        CLOSE change_file
        OPEN I-O change_file
    END-IF
    IF chg_file_status = "00"
        SET chg_is_open TO TRUE
    ELSE
        DISPLAY "CHANGE LOG OPEN FAILED - STATUS " chg_file_status
        IF exit_sts < 8
            MOVE 8 TO exit_sts
        END-IF
    END-IF
    .

*>  a missing notice file costs letters, not postings - the run
*>  carries on and says so.
  open_notice_file.
    OPEN EXTEND notice_file
    IF ntc_file_status = "35"
        OPEN OUTPUT notice_file
    END-IF
    IF ntc_file_status = "00"
        SET ntc_is_open TO TRUE
    ELSE
        DISPLAY "NOTICE FILE OPEN FAILED - STATUS " ntc_file_status
            " - NO CUSTOMER NOTICES TONIGHT"
        IF exit_sts < 4
            MOVE 4 TO exit_sts
        END-IF
    END-IF
    .

  open_name_file.
    OPEN I-O name_file
    IF cna_file_status = "35"
    END-IF
    .

  open_relationship_file.
    OPEN I-O relationship_file
    IF rel_file_status = "35"
        OPEN OUTPUT relationship_file
        CLOSE relationship_file
        OPEN I-O relationship_file
    END-IF
    IF rel_file_status = "00"
        SET rel_is_open TO TRUE
    ELSE
        DISPLAY "RELATIONSHIP FILE OPEN FAILED - STATUS "
            rel_file_status
        IF exit_sts < 8
            MOVE 8 TO exit_sts
        END-IF
    END-IF
    .

*>  the hold cluster is only read here - HOLDMNT places, releases
*>  and expires holds ahead of posting.  with no cluster yet every
*>  debit is tested against the ledger balance as before.
  open_hold_file.
    OPEN INPUT hold_file
    EVALUATE hold_file_status
        WHEN "00"
            SET hold_is_open TO TRUE
        WHEN "35"
            DISPLAY "NO FUNDS HOLD FILE - DEBITS TESTED AGAINST"
                " LEDGER BALANCE"
        WHEN OTHER
            DISPLAY "FUNDS HOLD FILE OPEN FAILED - STATUS "
                hold_file_status
            IF exit_sts < 8
                MOVE 8 TO exit_sts
            END-IF
    END-EVALUATE
    .

  skip_trans_record.
    READ trans_file
        AT END SET trans_eof TO TRUE

  finish_sorted_group.
    IF sortg_acct NOT = SPACES AND sortg_dirty
        MOVE "Y" TO mstr_io_ok_sw
        IF sortg_new
            PERFORM write_master_record
        ELSE
            PERFORM rewrite_master_record
        END-IF
        IF mstr_io_ok AND sortg_held_ctr > 0
            SET sortg_held_ix TO 1
            PERFORM release_held_change sortg_held_ctr TIMES
        END-IF
    END-IF
    MOVE 0 TO sortg_held_ctr
    .

  release_held_change.
    MOVE sortg_acct TO chg_put_acct
    MOVE sortg_held_field (sortg_held_ix) TO chg_put_field
    MOVE sortg_held_old (sortg_held_ix) TO chg_put_old
    MOVE sortg_held_new (sortg_held_ix) TO chg_put_new
    MOVE sortg_held_type (sortg_held_ix) TO chg_put_type
    MOVE sortg_held_date (sortg_held_ix) TO chg_put_date
    MOVE sortg_held_source (sortg_held_ix) TO chg_put_source
    MOVE sortg_held_notice (sortg_held_ix) TO maint_notice_sw
    MOVE sortg_held_balance (sortg_held_ix) TO maint_notice_balance
    MOVE sortg_held_ref_date (sortg_held_ix) TO maint_notice_date
    MOVE sortg_held_detail (sortg_held_ix) TO maint_notice_detail
    PERFORM log_maintenance_change
    SET sortg_held_ix UP BY 1
    .

*>  same master edits as check_trans_against_master, but against
*>  the unknown-account-on-INCR edit is not needed here - sorted
*>  apply only runs in FULL mode.
  check_sorted_against_master.
    MOVE 0 TO held_amount
    IF sortg_found AND (trans_is_debit OR trans_is_transfer)
        PERFORM compute_available_balance
    END-IF
    EVALUATE TRUE
        WHEN trans_is_monetary AND sortg_found AND mstr_closed
            SET trans_rejected TO TRUE
            MOVE 70 TO trans_reason_code
            MOVE "ACCOUNT ALREADY ON MASTER" TO trans_reason_text
        WHEN (trans_is_close OR trans_is_name_chg
            OR trans_is_addr_chg OR trans_is_od_chg
            OR trans_is_rel_chg)
            AND NOT sortg_found
            SET trans_rejected TO TRUE
            MOVE 80 TO trans_reason_code
            MOVE "MAINT FOR UNKNOWN ACCOUNT" TO trans_reason_text
        WHEN (trans_is_debit OR trans_is_transfer) AND sortg_found
            AND mstr_od_enforced
            AND mstr_balance - trans_amount < 0 - mstr_od_limit
            SET trans_rejected TO TRUE
            MOVE 85 TO trans_reason_code
            MOVE "EXCEEDS OVERDRAFT LIMIT" TO trans_reason_text
        WHEN (trans_is_debit OR trans_is_transfer) AND sortg_found
            AND held_amount > 0
            AND trans_amount > avail_balance
            SET trans_rejected TO TRUE
            MOVE 86 TO trans_reason_code
            MOVE "EXCEEDS AVAILABLE BALANCE" TO trans_reason_text
        WHEN OTHER
            CONTINUE
    END-EVALUATE
            PERFORM maintain_sorted_master
        WHEN trans_is_addr_chg
            PERFORM apply_address_change
        WHEN trans_is_rel_chg
            PERFORM apply_relationship_change
        WHEN trans_is_transfer
            PERFORM apply_sorted_transfer
        WHEN sortg_found
  update_sorted_balance.
    IF mstr_dormant
        PERFORM reactivate_master_account
        PERFORM hold_maintenance_change
    END-IF
    EVALUATE TRUE
        WHEN trans_is_debit
    .

  maintain_sorted_master.
    PERFORM apply_maintenance_change
    PERFORM hold_maintenance_change
    SET sortg_dirty TO TRUE
    .

*>  more changes for one account than the table holds in a night
*>  cannot happen in practice; if it ever does the change is
*>  logged at once rather than lost.
  hold_maintenance_change.
    IF sortg_held_ctr < sortg_held_max
        ADD 1 TO sortg_held_ctr
        SET sortg_held_ix TO sortg_held_ctr
        MOVE chg_put_field TO sortg_held_field (sortg_held_ix)
        MOVE chg_put_old TO sortg_held_old (sortg_held_ix)
        MOVE chg_put_new TO sortg_held_new (sortg_held_ix)
        MOVE chg_put_type TO sortg_held_type (sortg_held_ix)
        MOVE chg_put_date TO sortg_held_date (sortg_held_ix)
        MOVE chg_put_source TO sortg_held_source (sortg_held_ix)
        MOVE maint_notice_sw TO sortg_held_notice (sortg_held_ix)
        MOVE maint_notice_balance
            TO sortg_held_balance (sortg_held_ix)
        MOVE maint_notice_date TO sortg_held_ref_date (sortg_held_ix)
        MOVE maint_notice_detail TO sortg_held_detail (sortg_held_ix)
    ELSE
        DISPLAY "HELD CHANGE TABLE FULL FOR ACCOUNT " sortg_acct
            " - CHANGE LOGGED BEFORE MASTER WRITE"
        PERFORM log_maintenance_change
    END-IF
    .

*>  the from leg stays in the group buffer; the to leg is a random
*>  update elsewhere in the cluster, so the buffered group record
*>  is saved around it.  the to-account can never be the group
    IF sortg_found
        IF mstr_dormant
            PERFORM reactivate_master_account
            PERFORM hold_maintenance_change
        END-IF
        SUBTRACT trans_amount FROM mstr_balance
        MOVE trans_date TO mstr_last_date
            SET trans_rejected TO TRUE
            MOVE 48 TO trans_reason_code
            MOVE "INVALID OVERDRAFT LIMIT" TO trans_reason_text
        WHEN trans_is_rel_chg AND trans_desc NOT = "REMOVE"
            AND (trans_cust_no = SPACES OR trans_cust_no = ZEROS)
            SET trans_rejected TO TRUE
            MOVE 47 TO trans_reason_code
            MOVE "INVALID CUSTOMER NUMBER" TO trans_reason_text
        WHEN OTHER
            CONTINUE
    END-EVALUATE
        NOT INVALID KEY
            SET mstr_found TO TRUE
    END-READ
    MOVE 0 TO held_amount
    IF mstr_found AND (trans_is_debit OR trans_is_transfer)
        PERFORM compute_available_balance
    END-IF
    EVALUATE TRUE
        WHEN trans_is_monetary AND NOT mstr_found AND ctl_mode_incr
            SET trans_rejected TO TRUE
            MOVE 70 TO trans_reason_code
            MOVE "ACCOUNT ALREADY ON MASTER" TO trans_reason_text
        WHEN (trans_is_close OR trans_is_name_chg
            OR trans_is_addr_chg OR trans_is_od_chg
            OR trans_is_rel_chg)
            AND NOT mstr_found
            SET trans_rejected TO TRUE
            MOVE 80 TO trans_reason_code
            MOVE "MAINT FOR UNKNOWN ACCOUNT" TO trans_reason_text
        WHEN (trans_is_debit OR trans_is_transfer) AND mstr_found
            AND mstr_od_enforced
            AND mstr_balance - trans_amount < 0 - mstr_od_limit
            SET trans_rejected TO TRUE
            MOVE 85 TO trans_reason_code
            MOVE "EXCEEDS OVERDRAFT LIMIT" TO trans_reason_text
        WHEN (trans_is_debit OR trans_is_transfer) AND mstr_found
            AND held_amount > 0
            AND trans_amount > avail_balance
            SET trans_rejected TO TRUE
            MOVE 86 TO trans_reason_code
            MOVE "EXCEEDS AVAILABLE BALANCE" TO trans_reason_text
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    END-IF
    .

*>  available balance is the ledger balance less the account's
*>  active holds, plus the overdraft limit where one is enforced.
*>  a debit is only held to it when the account has a hold - an
*>  account with no hold and no limit keeps the historical
*>  unlimited behavior.  a hold is active until the start of its
*>  release date; a zero release date never lapses on its own.
  compute_available_balance.
    IF hold_is_open
        PERFORM sum_account_holds
    END-IF
    COMPUTE avail_balance = mstr_balance - held_amount
    IF mstr_od_enforced
        ADD mstr_od_limit TO avail_balance
    END-IF
    .

  sum_account_holds.
    MOVE "N" TO hold_eof_sw
    MOVE trans_acct_no TO hold_acct_no
    MOVE ZEROS TO hold_seq
    START hold_file KEY NOT LESS THAN hold_key
        INVALID KEY SET hold_eof TO TRUE
    END-START
    PERFORM add_account_hold UNTIL hold_eof
    .

  add_account_hold.
    READ hold_file NEXT
        AT END SET hold_eof TO TRUE
    END-READ
    IF NOT hold_eof
        IF hold_acct_no NOT = trans_acct_no
            SET hold_eof TO TRUE
        ELSE
            IF hold_release_date = ZEROS
                OR hold_release_date > proc_date_9
                ADD hold_amount TO held_amount
            END-IF
        END-IF
    END-IF
    .

  check_transfer_to_account.
    MOVE "N" TO mstr_found_sw
    MOVE trans_to_acct TO mstr_acct_no
        MOVE trans_rec TO rej_trans_data
        MOVE trans_reason_code TO rej_reason_code
        MOVE trans_reason_text TO rej_reason_text
        IF trans_reason_code NUMERIC
            COMPUTE rsn_sub = trans_reason_code + 1
            MOVE rsn_tab_card (rsn_sub) TO rsn_rec
            IF rsn_rec NOT = SPACES AND rsn_text NOT = SPACES
                MOVE rsn_text TO rej_reason_text
            END-IF
        END-IF
        MOVE cur_feed_source TO rej_feed_source
        WRITE rej_rec
    END-IF
    IF trans_reason_code = 85
        INITIALIZE ntc_rec
        SET ntc_od_reject TO TRUE
        MOVE trans_acct_no TO ntc_acct_no
        MOVE trans_amount TO ntc_amount
        MOVE trans_date TO ntc_ref_date
        MOVE trans_desc TO ntc_detail
        PERFORM write_notice_record
    END-IF
    ADD 1 TO trans_rejected_ctr
    .

            PERFORM maintain_master_record
        WHEN trans_is_addr_chg
            PERFORM apply_address_change
        WHEN trans_is_rel_chg
            PERFORM apply_relationship_change
        WHEN trans_is_transfer
            PERFORM post_transfer_to_master
        WHEN OTHER
        NOT INVALID KEY
            MOVE mstr_balance TO excp_before_work
            PERFORM track_exception_account
            MOVE "N" TO maint_notice_sw
            IF mstr_dormant
                PERFORM reactivate_master_account
            END-IF
            ADD xfr_leg_amount TO mstr_balance
            MOVE trans_date TO mstr_last_date
            PERFORM rewrite_master_record
            IF mstr_io_ok AND maint_reactivated
                PERFORM log_maintenance_change
            END-IF
    END-READ
    .


  update_existing_master_record.
    IF trans_is_monetary
        MOVE "N" TO maint_notice_sw
        IF mstr_dormant
            PERFORM reactivate_master_account
        END-IF
        END-EVALUATE
        MOVE trans_date TO mstr_last_date
        PERFORM rewrite_master_record
        IF mstr_io_ok AND maint_reactivated
            PERFORM log_maintenance_change
        END-IF
    END-IF
    .

                MOVE 8 TO exit_sts
            END-IF
        NOT INVALID KEY
            PERFORM apply_maintenance_change
            PERFORM rewrite_master_record
            IF mstr_io_ok
                PERFORM log_maintenance_change
            END-IF
    END-READ
    .

*>  CL, NC and OD against the buffered master record, shared by
*>  the random and sorted apply paths.  only the record changes
*>  here; the value replaced and the new value are kept for
*>  log_maintenance_change, which each path performs once the
*>  record is on the master.
  apply_maintenance_change.
    MOVE "N" TO maint_notice_sw
    EVALUATE TRUE
        WHEN trans_is_close
            MOVE "STATUS" TO chg_put_field
            MOVE mstr_status TO chg_put_old
            SET mstr_closed TO TRUE
            MOVE trans_date TO mstr_last_date
            MOVE mstr_status TO chg_put_new
            SET maint_closed TO TRUE
        WHEN trans_is_name_chg
            MOVE "NAME" TO chg_put_field
            MOVE mstr_name TO chg_put_old
            MOVE trans_name TO mstr_name
            MOVE trans_date TO mstr_last_date
            MOVE mstr_name TO chg_put_new
        WHEN OTHER
            PERFORM set_overdraft_limit
    END-EVALUATE
    MOVE mstr_balance TO maint_notice_balance
    PERFORM set_feed_change_keys
    MOVE chg_put_date TO maint_notice_date
    MOVE SPACES TO maint_notice_detail
    .

*>  the change goes to the change log with the value it replaced;
*>  a closure or a reactivation owes the customer a letter, and a
*>  reactivation goes on the compliance desk's report.
  log_maintenance_change.
    PERFORM put_change_record
    IF NOT maint_no_notice
        INITIALIZE ntc_rec
        IF maint_closed
            SET ntc_closed TO TRUE
        ELSE
            SET ntc_reactivated TO TRUE
        END-IF
        MOVE chg_put_acct TO ntc_acct_no
        MOVE maint_notice_balance TO ntc_amount
        MOVE maint_notice_date TO ntc_ref_date
        MOVE maint_notice_detail TO ntc_detail
        PERFORM write_notice_record
    END-IF
    IF maint_reactivated
        PERFORM add_reactivation_entry
    END-IF
    .

*>  an overdraft limit change is an administrative update - it is
*>  not posted activity, so the last-activity date stays put and
*>  the dormancy cycle is unaffected.
  set_overdraft_limit.
    PERFORM format_od_limit
    MOVE chg_od_text TO chg_put_old
    IF trans_desc = "REMOVE"
        MOVE 0 TO mstr_od_limit
        MOVE SPACE TO mstr_od_limit_sw
        MOVE trans_amount TO mstr_od_limit
        MOVE "Y" TO mstr_od_limit_sw
    END-IF
    PERFORM format_od_limit
    MOVE chg_od_text TO chg_put_new
    MOVE "ODLIMIT" TO chg_put_field
    .

  format_od_limit.
    IF mstr_od_enforced
        MOVE mstr_od_limit TO chg_od_edit
        MOVE chg_od_edit TO chg_od_text
    ELSE
        MOVE "NO LIMIT" TO chg_od_text
    END-IF
    .

*>  address changes live on the name/address cluster, not the
            MOVE SPACES TO cna_addr_line_3
            MOVE SPACES TO cna_addr_line_4
        END-IF
        PERFORM save_address_line
        MOVE cna_addr_line_1 TO ntc_save_line_1
        MOVE cna_addr_line_2 TO ntc_save_line_2
        MOVE cna_addr_line_3 TO ntc_save_line_3
        MOVE cna_addr_line_4 TO ntc_save_line_4
        PERFORM move_address_line
        MOVE trans_date TO cna_last_date
        IF cna_found
                    PERFORM report_name_io_failure
            END-WRITE
        END-IF
        IF mstr_io_ok
            MOVE trans_addr_text TO chg_put_new
            PERFORM put_feed_change
            PERFORM write_address_notices
        END-IF
    END-IF
    .

*>  relationships live on their own cluster keyed by account, and
*>  like an address change an RL never touches the master record.
*>  an account moves between customers by a plain RL naming the
*>  new customer; REMOVE unties it, and a REMOVE for an account
*>  already standing alone changes nothing.
  apply_relationship_change.
    IF NOT rel_is_open
        MOVE "N" TO mstr_io_ok_sw
        IF exit_sts < 8
            MOVE 8 TO exit_sts
        END-IF
    ELSE
        MOVE "N" TO rel_found_sw
        MOVE trans_acct_no TO rel_acct_no
        READ relationship_file
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                SET rel_found TO TRUE
        END-READ
        MOVE "CUSTNO" TO chg_put_field
        MOVE SPACES TO chg_put_old
        MOVE SPACES TO chg_put_new
        IF rel_found
            MOVE rel_cust_no TO chg_put_old
        END-IF
        EVALUATE TRUE
            WHEN trans_desc = "REMOVE"
                IF rel_found
                    DELETE relationship_file
                        INVALID KEY
                            PERFORM report_rel_io_failure
                    END-DELETE
                END-IF
            WHEN rel_found
                MOVE trans_cust_no TO rel_cust_no
                MOVE trans_date TO rel_link_date
                MOVE cur_feed_source TO rel_source
                MOVE rel_cust_no TO chg_put_new
                REWRITE rel_rec
                    INVALID KEY
                        PERFORM report_rel_io_failure
                END-REWRITE
            WHEN OTHER
                INITIALIZE rel_rec
                MOVE trans_acct_no TO rel_acct_no
                MOVE trans_cust_no TO rel_cust_no
                MOVE trans_date TO rel_link_date
                MOVE cur_feed_source TO rel_source
                MOVE rel_cust_no TO chg_put_new
                WRITE rel_rec
                    INVALID KEY
                        PERFORM report_rel_io_failure
                END-WRITE
        END-EVALUATE
        IF mstr_io_ok AND chg_put_new NOT = chg_put_old
            PERFORM put_feed_change
        END-IF
    END-IF
    .

  report_rel_io_failure.
    DISPLAY "RELATIONSHIP FILE UPDATE FAILED FOR ACCOUNT "
        trans_acct_no " STATUS " rel_file_status
    MOVE "N" TO mstr_io_ok_sw
    IF exit_sts < 8
        MOVE 8 TO exit_sts
    END-IF
    .

*>  as a fraud control an address change is confirmed to both the
*>  new address and the one it replaced; a first address on file
*>  has nothing to replace and gets only the new-address letter.
  write_address_notices.
    IF ntc_save_address NOT = SPACES
        INITIALIZE ntc_rec
        SET ntc_addr_old TO TRUE
        MOVE trans_acct_no TO ntc_acct_no
        MOVE trans_date TO ntc_ref_date
        MOVE chg_put_field TO ntc_detail
        MOVE ntc_save_line_1 TO ntc_old_addr_line_1
        MOVE ntc_save_line_2 TO ntc_old_addr_line_2
        MOVE ntc_save_line_3 TO ntc_old_addr_line_3
        MOVE ntc_save_line_4 TO ntc_old_addr_line_4
        PERFORM write_notice_record
    END-IF
    INITIALIZE ntc_rec
    SET ntc_addr_new TO TRUE
    MOVE trans_acct_no TO ntc_acct_no
    MOVE trans_date TO ntc_ref_date
    MOVE chg_put_field TO ntc_detail
    PERFORM write_notice_record
    .

  write_notice_record.
    IF ntc_is_open
        MOVE proc_date_9 TO ntc_event_date
        MOVE "GENERIC" TO ntc_source
        WRITE notice_rec FROM ntc_rec
        ADD 1 TO ntc_write_ctr
    END-IF
    .

  save_address_line.
    EVALUATE trans_addr_line_no
        WHEN 1
            MOVE "ADDRLN1" TO chg_put_field
            MOVE cna_addr_line_1 TO chg_put_old
        WHEN 2
            MOVE "ADDRLN2" TO chg_put_field
            MOVE cna_addr_line_2 TO chg_put_old
        WHEN 3
            MOVE "ADDRLN3" TO chg_put_field
            MOVE cna_addr_line_3 TO chg_put_old
        WHEN OTHER
            MOVE "ADDRLN4" TO chg_put_field
            MOVE cna_addr_line_4 TO chg_put_old
    END-EVALUATE
    .

  move_address_line.
    EVALUATE trans_addr_line_no
        WHEN 1
    END-IF
    .

*>  maintenance from the feed is logged against the feed source on
*>  its batch header.
  put_feed_change.
    PERFORM set_feed_change_keys
    PERFORM put_change_record
    .

  set_feed_change_keys.
    MOVE trans_acct_no TO chg_put_acct
    MOVE trans_type TO chg_put_type
    MOVE trans_date TO chg_put_date
    IF cur_feed_source = SPACES
        MOVE "UNKNOWN" TO chg_put_source
    ELSE
        MOVE cur_feed_source TO chg_put_source
    END-IF
    .

  put_change_record.
    IF chg_is_open
        MOVE chg_put_acct TO chg_acct_no
        MOVE proc_date_9 TO chg_run_date
        IF chg_put_acct = chg_last_acct
            COMPUTE chg_seq = chg_last_seq + 1
        ELSE
            MOVE 1 TO chg_seq
        END-IF
        MOVE chg_put_field TO chg_field
        MOVE chg_put_old TO chg_old_value
        MOVE chg_put_new TO chg_new_value
        MOVE chg_put_type TO chg_trans_type
        MOVE chg_put_date TO chg_trans_date
        MOVE chg_put_source TO chg_source
        MOVE "N" TO chg_written_sw
        PERFORM write_change_attempt
            UNTIL chg_written OR chg_seq > 9998
        IF chg_written
            MOVE chg_acct_no TO chg_last_acct
            MOVE chg_seq TO chg_last_seq
        ELSE
            DISPLAY "CHANGE LOG WRITE FAILED FOR ACCOUNT " chg_acct_no
                " STATUS " chg_file_status
            IF exit_sts < 8
                MOVE 8 TO exit_sts
            END-IF
        END-IF
    END-IF
    .

  write_change_attempt.
    WRITE chg_rec
        INVALID KEY
            IF chg_file_status = "22"
                ADD 1 TO chg_seq
            ELSE
                MOVE 9999 TO chg_seq
            END-IF
        NOT INVALID KEY
            SET chg_written TO TRUE
    END-WRITE
    .

  write_history_attempt.
    WRITE hist_rec
        INVALID KEY
    END-WRITE
    .

*>  monetary activity on a dormant account puts it back to active.
*>  the status change is logged with source REACTIVN, the customer
*>  is sent a letter and the account goes on the reactivation
*>  report the compliance desk reviews after the run - all through
*>  log_maintenance_change once the record is on the master.
*>  called with the master record buffered and before the new
*>  activity date lands on it, so the prior activity date is still
*>  in mstr_last_date.
  reactivate_master_account.
    MOVE mstr_acct_no TO chg_put_acct
    MOVE "STATUS" TO chg_put_field
    MOVE mstr_status TO chg_put_old
    SET mstr_active TO TRUE
    MOVE mstr_status TO chg_put_new
    MOVE "REACTIVN" TO chg_put_source
    MOVE trans_type TO chg_put_type
    MOVE trans_date TO chg_put_date
    SET maint_reactivated TO TRUE
    MOVE mstr_balance TO maint_notice_balance
    MOVE mstr_last_date TO maint_notice_date
    MOVE trans_desc TO maint_notice_detail
    .

*>  the prior activity date is the notice reference date.
  add_reactivation_entry.
    IF react_tab_ctr < react_tab_max
        ADD 1 TO react_tab_ctr
        SET react_ix TO react_tab_ctr
        MOVE chg_put_acct TO react_acct_no (react_ix)
        MOVE mstr_name TO react_name (react_ix)
        MOVE maint_notice_date TO react_last_date (react_ix)
    ELSE
        IF NOT react_tab_full
            SET react_tab_full TO TRUE
