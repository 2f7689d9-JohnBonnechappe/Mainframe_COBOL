        RECORD KEY IS cna_key
        FILE STATUS IS cna_file_status.

    SELECT hold_file ASSIGN TO HOLDFILE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS hold_key
        FILE STATUS IS hold_file_status.

    SELECT relationship_file ASSIGN TO CUSTREL
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS rel_key
        FILE STATUS IS rel_file_status.

    SELECT stmt_file ASSIGN TO STMTOUT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS stmt_file_status.
    SELECT print_file ASSIGN TO STMRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS print_file_status.

    SELECT sort_file ASSIGN TO SORTWORK.
DATA DIVISION.
FILE SECTION.
  FD  control_file
      LABEL RECORDS ARE STANDARD.
      COPY cna_rec.

  FD  hold_file
      LABEL RECORDS ARE STANDARD.
      COPY hold_rec.

  FD  relationship_file
      LABEL RECORDS ARE STANDARD.
      COPY rel_rec.

  FD  stmt_file
      RECORD CONTAINS 132 CHARACTERS
      LABEL RECORDS OMITTED.
      RECORD CONTAINS 132 CHARACTERS
      LABEL RECORDS OMITTED.
  01  print_rec                 PIC X(132).

  SD  sort_file.
  01  sort_rec.
      05  sort_cust_no          PIC X(10).
      05  sort_mstr_image.
          10  sort_acct_no      PIC X(10).
          10  FILLER            PIC X(55).
WORKING-STORAGE SECTION.
    01  exit_sts        PIC 99.

    01  mstr_file_status        PIC X(02).
    01  hist_file_status        PIC X(02).
    01  cna_file_status         PIC X(02).
    01  hold_file_status        PIC X(02).
    01  stmt_file_status        PIC X(02).
    01  print_file_status       PIC X(02).
    01  rel_file_status         PIC X(02).

    01  mstr_eof_sw             PIC X(01) VALUE "N".
        88  mstr_eof                    VALUE "Y".
        88  cna_is_open                 VALUE "Y".
    01  cna_found_sw            PIC X(01) VALUE "N".
        88  cna_found                   VALUE "Y".
    01  hold_open_sw            PIC X(01) VALUE "N".
        88  hold_is_open                VALUE "Y".
    01  hold_done_sw            PIC X(01) VALUE "N".
        88  hold_done                   VALUE "Y".
    01  stmt_open_sw            PIC X(01) VALUE "N".
        88  stmt_is_open                VALUE "Y".
    01  print_open_sw           PIC X(01) VALUE "N".
        88  print_is_open               VALUE "Y".
    01  rel_open_sw             PIC X(01) VALUE "N".
        88  rel_is_open                 VALUE "Y".
    01  sort_eof_sw             PIC X(01) VALUE "N".
        88  sort_eof                    VALUE "Y".

    01  mstr_read_ctr           PIC 9(09) COMP VALUE 0.
    01  stmt_ctr                PIC 9(09) COMP VALUE 0.
    01  skipped_ctr             PIC 9(09) COMP VALUE 0.
    01  dormant_ctr             PIC 9(09) COMP VALUE 0.
    01  no_addr_ctr             PIC 9(09) COMP VALUE 0.
    01  cust_stmt_ctr           PIC 9(09) COMP VALUE 0.
    01  cust_section_ctr        PIC 9(09) COMP VALUE 0.

*>  the customer whose combined statement is being printed, with
*>  its relationship totals.
    01  cur_cust_no             PIC X(10) VALUE SPACES.
    01  cust_acct_count         PIC 9(04) COMP VALUE 0.
    01  cust_closing            PIC S9(13)V99 COMP-3 VALUE 0.
    01  cust_held               PIC S9(13)V99 COMP-3 VALUE 0.
    01  cust_avail              PIC S9(13)V99 COMP-3 VALUE 0.

    01  stmt_tab_ctr            PIC 9(04) COMP VALUE 0.
    01  stmt_tab_max            PIC 9(04) COMP VALUE 1000.
    01  month_net               PIC S9(11)V99 COMP-3.
    01  opening_bal             PIC S9(11)V99 COMP-3.
    01  closing_bal             PIC S9(11)V99 COMP-3.
    01  held_amount             PIC S9(11)V99 COMP-3.
    01  avail_balance           PIC S9(11)V99 COMP-3.

    01  total_opening           PIC S9(13)V99 COMP-3 VALUE 0.
    01  total_closing           PIC S9(13)V99 COMP-3 VALUE 0.
    01  total_db                PIC S9(13)V99 COMP-3 VALUE 0.
    01  total_cr                PIC S9(13)V99 COMP-3 VALUE 0.
    01  total_held              PIC S9(13)V99 COMP-3 VALUE 0.

    01  month_start_9           PIC 9(08).

        05  stmt_acct_name      PIC X(30).
        05  FILLER              PIC X(82) VALUE SPACES.

    01  stmt_cust_line.
        05  FILLER              PIC X(09) VALUE "CUSTOMER ".
        05  stmt_cust_no        PIC X(10).
        05  FILLER              PIC X(113) VALUE SPACES.

    01  stmt_rel_line.
        05  FILLER              PIC X(20) VALUE "RELATIONSHIP TOTAL".
        05  stmt_rel_count      PIC ZZZ9.
        05  FILLER              PIC X(108) VALUE " ACCOUNTS".

    01  stmt_month_line.
        05  FILLER              PIC X(16)
            VALUE "STATEMENT MONTH ".
        05  stmt_close_amount   PIC ZZZ,ZZZ,ZZ9.99-.
        05  FILLER              PIC X(97) VALUE SPACES.

    01  stmt_held_line.
        05  FILLER              PIC X(20) VALUE "AMOUNT HELD".
        05  stmt_held_amount    PIC ZZZ,ZZZ,ZZ9.99-.
        05  FILLER              PIC X(97) VALUE SPACES.

    01  stmt_avail_line.
        05  FILLER              PIC X(20) VALUE "AVAILABLE BALANCE".
        05  stmt_avail_amount   PIC ZZZ,ZZZ,ZZ9.99-.
        05  FILLER              PIC X(97) VALUE SPACES.

    01  rpt_title_line.
        05  FILLER              PIC X(30)
            VALUE "STATEMENT RUN CONTROL REPORT".
  main.
    PERFORM initialization
    IF exit_sts < 8
        IF ctl_stmt_combined
            PERFORM print_customer_statements
        ELSE
            PERFORM read_master_record
            PERFORM process_master_account UNTIL mstr_eof
        END-IF
        PERFORM write_control_report
    END-IF
    PERFORM wrap_up
                cna_file_status
            MOVE 8 TO exit_sts
    END-EVALUATE
    OPEN INPUT hold_file
    EVALUATE hold_file_status
        WHEN "00"
            SET hold_is_open TO TRUE
        WHEN "35"
            DISPLAY "NO FUNDS HOLD FILE - STATEMENTS SHOW NOTHING HELD"
        WHEN OTHER
            DISPLAY "FUNDS HOLD FILE OPEN FAILED - STATUS "
                hold_file_status
            MOVE 8 TO exit_sts
    END-EVALUATE
    IF ctl_stmt_combined
        PERFORM open_relationship_file
    END-IF
    OPEN OUTPUT stmt_file
    IF stmt_file_status = "00"
        SET stmt_is_open TO TRUE
    DISPLAY "STATEMENT MONTH " proc_yyyymm
    .

*>  combined statements group accounts by the customer number on
*>  the relationship cluster.  without the cluster every account
*>  gets its own statement exactly as in account mode.
  open_relationship_file.
    OPEN INPUT relationship_file
    EVALUATE rel_file_status
        WHEN "00"
            SET rel_is_open TO TRUE
            DISPLAY "COMBINED STATEMENTS BY CUSTOMER"
        WHEN "35"
            DISPLAY "NO RELATIONSHIP FILE - ONE STATEMENT PER ACCOUNT"
        WHEN OTHER
            DISPLAY "RELATIONSHIP FILE OPEN FAILED - STATUS "
                rel_file_status
            MOVE 8 TO exit_sts
    END-EVALUATE
    .

  read_master_record.
    READ master_file
        AT END SET mstr_eof TO TRUE
    .

  build_statement.
    PERFORM collect_statement_figures
    PERFORM print_statement
    ADD 1 TO stmt_ctr
    PERFORM add_statement_totals
    .

  collect_statement_figures.
    MOVE 0 TO stmt_tab_ctr
    MOVE 0 TO not_listed_ctr
    MOVE 0 TO month_db
    COMPUTE month_net = month_cr - month_db
    MOVE mstr_balance TO closing_bal
    COMPUTE opening_bal = closing_bal - month_net
    PERFORM collect_account_holds
    .

  add_statement_totals.
    ADD opening_bal TO total_opening
    ADD closing_bal TO total_closing
    ADD month_db TO total_db
    ADD month_cr TO total_cr
    ADD held_amount TO total_held
    .

*>  the closing balance is the ledger balance.  holds still in
*>  effect on the statement run date are shown beneath it with the
*>  available balance the posting pass tests debits against -
*>  ledger less holds, plus any enforced overdraft limit.
  collect_account_holds.
    MOVE 0 TO held_amount
    IF hold_is_open
        MOVE "N" TO hold_done_sw
        MOVE mstr_acct_no TO hold_acct_no
        MOVE ZEROS TO hold_seq
        START hold_file KEY NOT LESS THAN hold_key
            INVALID KEY SET hold_done TO TRUE
        END-START
        PERFORM add_account_hold UNTIL hold_done
    END-IF
    COMPUTE avail_balance = closing_bal - held_amount
    IF mstr_od_enforced
        ADD mstr_od_limit TO avail_balance
    END-IF
    .

  add_account_hold.
    READ hold_file NEXT
        AT END SET hold_done TO TRUE
    END-READ
    IF NOT hold_done
        IF hold_acct_no NOT = mstr_acct_no
            SET hold_done TO TRUE
        ELSE
            IF hold_release_date = ZEROS
                OR hold_release_date > proc_date_9
                ADD hold_amount TO held_amount
            END-IF
        END-IF
    END-IF
    .

  collect_history.
    WRITE stmt_rec FROM blank_line
    PERFORM print_mailing_address
    WRITE stmt_rec FROM blank_line
    PERFORM print_statement_body
    .

  print_statement_body.
    MOVE opening_bal TO stmt_open_amount
    WRITE stmt_rec FROM stmt_open_line
    WRITE stmt_rec FROM blank_line
    WRITE stmt_rec FROM blank_line
    MOVE closing_bal TO stmt_close_amount
    WRITE stmt_rec FROM stmt_close_line
    MOVE held_amount TO stmt_held_amount
    WRITE stmt_rec FROM stmt_held_line
    MOVE avail_balance TO stmt_avail_amount
    WRITE stmt_rec FROM stmt_avail_line
    .

*>  combined mode.  the master is sorted by customer number -
*>  accounts standing alone carry a blank customer number, sort
*>  first and print exactly as in account mode.  a customer's
*>  accounts print in account order as sections of one statement
*>  mailed to the address of the first of them, closed off with
*>  the relationship totals.
  print_customer_statements.
    SORT sort_file
        ON ASCENDING KEY sort_cust_no
                         sort_acct_no
        INPUT PROCEDURE IS release_statement_accounts
        OUTPUT PROCEDURE IS print_sorted_statements
    IF SORT-RETURN NOT = 0
        DISPLAY "STATEMENT SORT FAILED - SORT-RETURN " SORT-RETURN
        IF exit_sts < 16
            MOVE 16 TO exit_sts
        END-IF
    END-IF
    .

  release_statement_accounts.
    PERFORM read_master_record
    PERFORM release_statement_account UNTIL mstr_eof
    .

  release_statement_account.
    EVALUATE TRUE
        WHEN mstr_active
            MOVE SPACES TO sort_cust_no
            IF rel_is_open
                MOVE mstr_acct_no TO rel_acct_no
                READ relationship_file
                    INVALID KEY
                        CONTINUE
                    NOT INVALID KEY
                        MOVE rel_cust_no TO sort_cust_no
                END-READ
            END-IF
            MOVE mstr_rec TO sort_mstr_image
            RELEASE sort_rec
        WHEN mstr_dormant
            ADD 1 TO dormant_ctr
        WHEN OTHER
            ADD 1 TO skipped_ctr
    END-EVALUATE
    PERFORM read_master_record
    .

  print_sorted_statements.
    PERFORM return_statement_account
    PERFORM print_sorted_account UNTIL sort_eof
    IF cur_cust_no NOT = SPACES
        PERFORM finish_customer_statement
    END-IF
    .

  return_statement_account.
    RETURN sort_file
        AT END SET sort_eof TO TRUE
    END-RETURN
    .

  print_sorted_account.
    MOVE sort_mstr_image TO mstr_rec
    IF sort_cust_no NOT = cur_cust_no
        IF cur_cust_no NOT = SPACES
            PERFORM finish_customer_statement
        END-IF
        MOVE sort_cust_no TO cur_cust_no
        MOVE 0 TO cust_acct_count
        MOVE 0 TO cust_closing
        MOVE 0 TO cust_held
        MOVE 0 TO cust_avail
    END-IF
    IF cur_cust_no = SPACES
        PERFORM build_statement
    ELSE
        PERFORM build_customer_section
    END-IF
    PERFORM return_statement_account
    .

  build_customer_section.
    PERFORM collect_statement_figures
    IF cust_acct_count = 0
        PERFORM print_customer_heading
        ADD 1 TO stmt_ctr
        ADD 1 TO cust_stmt_ctr
    END-IF
    ADD 1 TO cust_acct_count
    ADD 1 TO cust_section_ctr
    WRITE stmt_rec FROM blank_line
    MOVE mstr_acct_no TO stmt_acct_no
    MOVE mstr_name TO stmt_acct_name
    WRITE stmt_rec FROM stmt_acct_line
    PERFORM print_statement_body
    ADD closing_bal TO cust_closing
    ADD held_amount TO cust_held
    ADD avail_balance TO cust_avail
    PERFORM add_statement_totals
    .

  print_customer_heading.
    WRITE stmt_rec FROM stmt_title_line
        AFTER ADVANCING PAGE
    MOVE cur_cust_no TO stmt_cust_no
    WRITE stmt_rec FROM stmt_cust_line
    MOVE proc_yyyymm TO stmt_month
    WRITE stmt_rec FROM stmt_month_line
    WRITE stmt_rec FROM blank_line
    PERFORM print_mailing_address
    .

  finish_customer_statement.
    WRITE stmt_rec FROM blank_line
    MOVE cust_acct_count TO stmt_rel_count
    WRITE stmt_rec FROM stmt_rel_line
    MOVE cust_closing TO stmt_close_amount
    WRITE stmt_rec FROM stmt_close_line
    MOVE cust_held TO stmt_held_amount
    WRITE stmt_rec FROM stmt_held_line
    MOVE cust_avail TO stmt_avail_amount
    WRITE stmt_rec FROM stmt_avail_line
    .

*>  the mailing address block comes off the name/address cluster so
            MOVE "ADDRESS CHANGE" TO stmt_tran_type
        WHEN "OD"
            MOVE "LIMIT CHANGE" TO stmt_tran_type
        WHEN "RL"
            MOVE "RELATIONSHIP" TO stmt_tran_type
        WHEN OTHER
            MOVE stmt_tab_type (stmt_ix) TO stmt_tran_type
    END-EVALUATE
    MOVE "STATEMENTS WITHOUT ADDRESS" TO sum_label
    MOVE no_addr_ctr TO sum_count
    WRITE print_rec FROM sum_line
    IF ctl_stmt_combined
        MOVE "COMBINED CUSTOMER STATEMENTS" TO sum_label
        MOVE cust_stmt_ctr TO sum_count
        WRITE print_rec FROM sum_line
        MOVE "ACCOUNTS ON COMBINED STMTS" TO sum_label
        MOVE cust_section_ctr TO sum_count
        WRITE print_rec FROM sum_line
    END-IF
    WRITE print_rec FROM blank_line
    MOVE SPACES TO sum_amount_line
    MOVE "TOTAL OPENING BALANCES" TO sum_amount_label
    MOVE "TOTAL CLOSING BALANCES" TO sum_amount_label
    MOVE total_closing TO sum_amount
    WRITE print_rec FROM sum_amount_line
    MOVE "TOTAL AMOUNT HELD" TO sum_amount_label
    MOVE total_held TO sum_amount
    WRITE print_rec FROM sum_amount_line
    .

  wrap_up.
    IF cna_is_open
        CLOSE name_file
    END-IF
    IF hold_is_open
        CLOSE hold_file
    END-IF
    IF rel_is_open
        CLOSE relationship_file
    END-IF
    IF stmt_is_open
        CLOSE stmt_file
    END-IF
