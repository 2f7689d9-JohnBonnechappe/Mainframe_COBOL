IDENTIFICATION DIVISION.
  PROGRAM-ID. cmplscan.
  AUTHOR. John Braddock.
*>  multi-day cash aggregation scan for the compliance desk.  the
*>  nightly exception report sees one night's net movement; this
*>  pass looks across a rolling window of posted history, the
*>  number of days on the parameter card ending on the run date.
*>  CR, DB and TR activity is totalled per account and, for
*>  accounts tied together on the relationship cluster, per
*>  customer.  a subject is flagged when its CR or DB total reaches
*>  the reporting limit, when it shows repeated items just under
*>  the limit, or when it keeps moving money between the
*>  customer's own accounts.  flagged subjects go to the review
*>  report and to the regulatory extract for the filing system.
*>  month-end interest credits and service charges are the bank's
*>  own entries and are left out of the totals.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
    SELECT control_file ASSIGN TO CTLCARD
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ctl_file_status.

    SELECT parm_file ASSIGN TO CMPLPARM
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS parm_file_status.

    SELECT history_file ASSIGN TO HISTFILE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS hist_key
        FILE STATUS IS hist_file_status.

    SELECT relationship_file ASSIGN TO CUSTREL
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS rel_key
        FILE STATUS IS rel_file_status.

    SELECT extract_file ASSIGN TO CMPLOUT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS extr_file_status.

    SELECT print_file ASSIGN TO CMPLRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS print_file_status.
DATA DIVISION.
FILE SECTION.
  FD  control_file
      RECORD CONTAINS 61 CHARACTERS
      LABEL RECORDS ARE STANDARD.
      COPY ctl_rec.

  FD  parm_file
      RECORD CONTAINS 80 CHARACTERS
      LABEL RECORDS ARE STANDARD.
  01  parm_rec.
      05  parm_window_days      PIC 9(03).
      05  parm_report_limit     PIC 9(09).
      05  parm_near_pct         PIC 9(02).
      05  parm_near_count       PIC 9(03).
      05  parm_churn_count      PIC 9(03).
      05  FILLER                PIC X(60).

  FD  history_file
      LABEL RECORDS ARE STANDARD.
      COPY hist_rec.

  FD  relationship_file
      LABEL RECORDS ARE STANDARD.
      COPY rel_rec.

  FD  extract_file
      RECORD CONTAINS 150 CHARACTERS
      LABEL RECORDS ARE STANDARD.
      COPY cmpl_rec.

  FD  print_file
      RECORD CONTAINS 132 CHARACTERS
      LABEL RECORDS OMITTED.
  01  print_rec                 PIC X(132).
WORKING-STORAGE SECTION.
    01  exit_sts        PIC 99.

    01  ctl_file_status         PIC X(02).
    01  parm_file_status        PIC X(02).
    01  hist_file_status        PIC X(02).
    01  rel_file_status         PIC X(02).
    01  extr_file_status        PIC X(02).
    01  print_file_status       PIC X(02).

    01  hist_eof_sw             PIC X(01) VALUE "N".
        88  hist_eof                    VALUE "Y".
    01  rel_open_sw             PIC X(01) VALUE "N".
        88  rel_is_open                 VALUE "Y".
    01  extr_open_sw            PIC X(01) VALUE "N".
        88  extr_is_open                VALUE "Y".
    01  print_open_sw           PIC X(01) VALUE "N".
        88  print_is_open               VALUE "Y".
    01  cust_found_sw           PIC X(01) VALUE "N".
        88  cust_found                  VALUE "Y".
    01  subj_over_sw            PIC X(01) VALUE "N".
        88  subj_over                   VALUE "Y".
    01  subj_struct_sw          PIC X(01) VALUE "N".
        88  subj_struct                 VALUE "Y".
    01  subj_churn_sw           PIC X(01) VALUE "N".
        88  subj_churn                  VALUE "Y".

    01  hist_read_ctr           PIC 9(09) COMP VALUE 0.
    01  window_ctr              PIC 9(09) COMP VALUE 0.
    01  excluded_ctr            PIC 9(09) COMP VALUE 0.
    01  acct_active_ctr         PIC 9(09) COMP VALUE 0.
    01  acct_flagged_ctr        PIC 9(09) COMP VALUE 0.
    01  cust_flagged_ctr        PIC 9(09) COMP VALUE 0.
    01  over_ctr                PIC 9(09) COMP VALUE 0.
    01  struct_ctr              PIC 9(09) COMP VALUE 0.
    01  churn_ctr               PIC 9(09) COMP VALUE 0.
    01  extr_dtl_ctr            PIC 9(09) COMP VALUE 0.
    01  extr_hash_total         PIC 9(13)V99 COMP-3 VALUE 0.

*>  parameters off the card.  the near band is the percentage
*>  below the limit an item must fall within to count toward the
*>  just-under pattern.
    01  window_days             PIC 9(03) COMP VALUE 0.
    01  report_limit            PIC 9(09) COMP VALUE 0.
    01  near_pct                PIC 9(02) COMP VALUE 10.
    01  near_min                PIC 9(03) COMP VALUE 3.
    01  churn_min               PIC 9(03) COMP VALUE 4.
    01  near_floor              PIC S9(11)V99 COMP-3.
    01  days_back               PIC 9(03) COMP.

*>  the account being totalled and the customer it belongs to.
    01  cur_acct_no             PIC X(10) VALUE SPACES.
    01  cur_acct_cust           PIC X(10) VALUE SPACES.
    01  acct_totals.
        05  acct_cr_count       PIC 9(07) COMP.
        05  acct_cr_amount      PIC S9(13)V99 COMP-3.
        05  acct_db_count       PIC 9(07) COMP.
        05  acct_db_amount      PIC S9(13)V99 COMP-3.
        05  acct_tr_count       PIC 9(07) COMP.
        05  acct_tr_in          PIC S9(13)V99 COMP-3.
        05  acct_tr_out         PIC S9(13)V99 COMP-3.
        05  acct_near_count     PIC 9(05) COMP.
        05  acct_link_count     PIC 9(05) COMP.
        05  acct_link_amount    PIC S9(13)V99 COMP-3.

*>  a transfer's from-account leg names the account it went to.
    01  trf_desc.
        05  trf_desc_prefix     PIC X(07).
        05  trf_desc_acct       PIC X(10).
        05  FILLER              PIC X(03).

*>  customer totals, built as each related account is finished and
*>  assessed once the whole window has been read.
    01  cust_tab_ctr            PIC 9(05) COMP VALUE 0.
    01  cust_tab_max            PIC 9(05) COMP VALUE 20000.
    01  cust_tab_full_sw        PIC X(01) VALUE "N".
        88  cust_tab_full               VALUE "Y".
    01  cust_table.
        05  cust_entry OCCURS 20000 INDEXED BY cust_ix.
            10  cust_tab_no         PIC X(10).
            10  cust_tab_accts      PIC 9(04) COMP.
            10  cust_tab_cr_count   PIC 9(07) COMP.
            10  cust_tab_cr_amount  PIC S9(13)V99 COMP-3.
            10  cust_tab_db_count   PIC 9(07) COMP.
            10  cust_tab_db_amount  PIC S9(13)V99 COMP-3.
            10  cust_tab_tr_count   PIC 9(07) COMP.
            10  cust_tab_tr_in      PIC S9(13)V99 COMP-3.
            10  cust_tab_tr_out     PIC S9(13)V99 COMP-3.
            10  cust_tab_near       PIC 9(05) COMP.
            10  cust_tab_link       PIC 9(05) COMP.
            10  cust_tab_link_amount
                                    PIC S9(13)V99 COMP-3.

*>  the subject being assessed - an account or a customer.
    01  subj_type               PIC X(01).
    01  subj_id                 PIC X(10).
    01  subj_cust_no            PIC X(10).
    01  subj_accts              PIC 9(04) COMP.
    01  subj_cr_count           PIC 9(07) COMP.
    01  subj_cr_amount          PIC S9(13)V99 COMP-3.
    01  subj_db_count           PIC 9(07) COMP.
    01  subj_db_amount          PIC S9(13)V99 COMP-3.
    01  subj_tr_count           PIC 9(07) COMP.
    01  subj_tr_in              PIC S9(13)V99 COMP-3.
    01  subj_tr_out             PIC S9(13)V99 COMP-3.
    01  subj_near               PIC 9(05) COMP.
    01  subj_link               PIC 9(05) COMP.
    01  subj_link_amount        PIC S9(13)V99 COMP-3.

    01  rpt_title_line.
        05  FILLER              PIC X(40)
            VALUE "CASH AGGREGATION REVIEW REPORT".
        05  FILLER              PIC X(92) VALUE SPACES.

    01  rpt_date_line.
        05  FILLER              PIC X(09) VALUE "RUN DATE ".
        05  rpt_run_date        PIC 9(08).
        05  FILLER              PIC X(115) VALUE SPACES.

    01  rpt_window_line.
        05  FILLER              PIC X(14) VALUE "WINDOW (DAYS) ".
        05  rpt_window_days     PIC ZZ9.
        05  FILLER              PIC X(07) VALUE "  FROM ".
        05  rpt_window_from     PIC 9(08).
        05  FILLER              PIC X(04) VALUE " TO ".
        05  rpt_window_to       PIC 9(08).
        05  FILLER              PIC X(88) VALUE SPACES.

    01  rpt_parm_line.
        05  FILLER              PIC X(16) VALUE "REPORTING LIMIT ".
        05  rpt_parm_limit      PIC ZZZ,ZZZ,ZZ9.
        05  FILLER              PIC X(12) VALUE "  NEAR BAND ".
        05  rpt_parm_pct        PIC Z9.
        05  FILLER              PIC X(16) VALUE " PCT  NEAR ITEMS".
        05  rpt_parm_near       PIC ZZZ9.
        05  FILLER              PIC X(18) VALUE "  CHURN TRANSFERS".
        05  rpt_parm_churn      PIC ZZZ9.
        05  FILLER              PIC X(49) VALUE SPACES.

    01  rpt_acct_head_line.
        05  FILLER              PIC X(40)
            VALUE "ACCOUNTS FLAGGED".
        05  FILLER              PIC X(92) VALUE SPACES.

    01  rpt_cust_head_line.
        05  FILLER              PIC X(40)
            VALUE "CUSTOMERS FLAGGED - ALL RELATED ACCOUNTS".
        05  FILLER              PIC X(92) VALUE SPACES.

    01  rpt_col_line.
        05  FILLER              PIC X(12) VALUE "SUBJECT".
        05  FILLER              PIC X(11) VALUE "CUSTOMER".
        05  FILLER              PIC X(05) VALUE "ACCT".
        05  FILLER              PIC X(06) VALUE "  CR# ".
        05  FILLER              PIC X(15) VALUE "     CR AMOUNT ".
        05  FILLER              PIC X(06) VALUE "  DB# ".
        05  FILLER              PIC X(15) VALUE "     DB AMOUNT ".
        05  FILLER              PIC X(15) VALUE "         TR IN ".
        05  FILLER              PIC X(15) VALUE "        TR OUT ".
        05  FILLER              PIC X(05) VALUE "NEAR ".
        05  FILLER              PIC X(06) VALUE "LINK  ".
        05  FILLER              PIC X(21) VALUE "FLAGS".

    01  subj_line.
        05  subj_line_id        PIC X(10).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  subj_line_cust      PIC X(10).
        05  FILLER              PIC X(01) VALUE SPACES.
        05  subj_line_accts     PIC ZZZ9.
        05  FILLER              PIC X(01) VALUE SPACES.
        05  subj_line_cr_count  PIC ZZZZ9.
        05  FILLER              PIC X(01) VALUE SPACES.
        05  subj_line_cr_amount PIC ZZZ,ZZZ,ZZ9.99.
        05  FILLER              PIC X(01) VALUE SPACES.
        05  subj_line_db_count  PIC ZZZZ9.
        05  FILLER              PIC X(01) VALUE SPACES.
        05  subj_line_db_amount PIC ZZZ,ZZZ,ZZ9.99.
        05  FILLER              PIC X(01) VALUE SPACES.
        05  subj_line_tr_in     PIC ZZZ,ZZZ,ZZ9.99.
        05  FILLER              PIC X(01) VALUE SPACES.
        05  subj_line_tr_out    PIC ZZZ,ZZZ,ZZ9.99.
        05  FILLER              PIC X(01) VALUE SPACES.
        05  subj_line_near      PIC ZZZ9.
        05  FILLER              PIC X(01) VALUE SPACES.
        05  subj_line_link      PIC ZZZ9.
        05  FILLER              PIC X(02) VALUE SPACES.
        05  subj_line_over      PIC X(02).
        05  FILLER              PIC X(01) VALUE SPACES.
        05  subj_line_struct    PIC X(02).
        05  FILLER              PIC X(01) VALUE SPACES.
        05  subj_line_churn     PIC X(02).
        05  FILLER              PIC X(13) VALUE SPACES.

    01  rpt_legend_line.
        05  FILLER              PIC X(44)
            VALUE "FLAGS - OL CR OR DB TOTAL AT OR OVER LIMIT  ".
        05  FILLER              PIC X(37)
            VALUE "ST REPEATED ITEMS JUST UNDER LIMIT  ".
        05  FILLER              PIC X(51)
            VALUE "CH TRANSFERS BETWEEN THE CUSTOMER'S OWN ACCOUNTS".

    01  sum_line.
        05  sum_label           PIC X(30).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  sum_count           PIC ZZZ,ZZZ,ZZ9.
        05  FILLER              PIC X(89) VALUE SPACES.

    01  blank_line              PIC X(132) VALUE SPACES.

    01  proc_date.
        05  proc_date_cc            PIC 99.
        05  proc_date_yy            PIC 99.
        05  proc_date_mm            PIC 99.
        05  proc_date_dd            PIC 99.
    01  proc_date_9 REDEFINES proc_date
                                PIC 9(08).

    01  sys_date.
        05  sys_date_yy             PIC 99.
        05  sys_date_mm             PIC 99.
        05  sys_date_dd             PIC 99.

    01  century_pivot_yy        PIC 99 VALUE 50.

    01  window_start_9          PIC 9(08).
    01  window_start_r REDEFINES window_start_9.
        05  window_ccyy         PIC 9(04).
        05  window_mm           PIC 99.
        05  window_dd           PIC 99.
    01  month_days              PIC 99.
    01  leap_quot               PIC 9(05) COMP.
    01  leap_rem                PIC 9(05) COMP.
    01  days_in_month_list      PIC X(24)
        VALUE "312831303130313130313031".
    01  days_in_month_tab REDEFINES days_in_month_list.
        05  days_in_month       PIC 99 OCCURS 12.
PROCEDURE DIVISION.
  main.
    PERFORM initialization
    IF exit_sts < 8
        PERFORM scan_history
    END-IF
    IF exit_sts < 8
        PERFORM assess_customers
        PERFORM write_scan_summary
        PERFORM write_extract_trailer
    END-IF
    PERFORM wrap_up
    DISPLAY "HISTORY RECORDS READ   " hist_read_ctr
    DISPLAY "ITEMS IN WINDOW        " window_ctr
    DISPLAY "ACCOUNTS FLAGGED       " acct_flagged_ctr
    DISPLAY "CUSTOMERS FLAGGED      " cust_flagged_ctr
    DISPLAY "EXTRACT DETAILS        " extr_dtl_ctr
    MOVE exit_sts TO RETURN-CODE
    STOP RUN
    .

  initialization.
    MOVE 0 TO exit_sts
    PERFORM read_control_card
    PERFORM read_parameter_card
    IF exit_sts < 8
        PERFORM determine_window
        PERFORM open_relationship_file
    END-IF
    IF exit_sts < 8
        OPEN OUTPUT print_file
        IF print_file_status = "00"
            SET print_is_open TO TRUE
        ELSE
            DISPLAY "REVIEW REPORT OPEN FAILED - STATUS "
                print_file_status
            MOVE 8 TO exit_sts
        END-IF
    END-IF
    IF exit_sts < 8
        OPEN OUTPUT extract_file
        IF extr_file_status = "00"
            SET extr_is_open TO TRUE
        ELSE
            DISPLAY "REGULATORY EXTRACT OPEN FAILED - STATUS "
                extr_file_status
            MOVE 8 TO exit_sts
        END-IF
    END-IF
    IF exit_sts < 8
        WRITE print_rec FROM rpt_title_line
        MOVE proc_date_9 TO rpt_run_date
        WRITE print_rec FROM rpt_date_line
        MOVE window_days TO rpt_window_days
        MOVE window_start_9 TO rpt_window_from
        MOVE proc_date_9 TO rpt_window_to
        WRITE print_rec FROM rpt_window_line
        MOVE report_limit TO rpt_parm_limit
        MOVE near_pct TO rpt_parm_pct
        MOVE near_min TO rpt_parm_near
        MOVE churn_min TO rpt_parm_churn
        WRITE print_rec FROM rpt_parm_line
        WRITE print_rec FROM blank_line
        WRITE print_rec FROM rpt_acct_head_line
        WRITE print_rec FROM rpt_col_line
        PERFORM write_extract_header
    END-IF
    .

  read_control_card.
    OPEN INPUT control_file
    IF ctl_file_status = "00"
        READ control_file
        CLOSE control_file
    ELSE
        MOVE ZEROS TO ctl_run_date
    END-IF
    IF ctl_run_date NUMERIC AND ctl_run_date NOT = ZEROS
        MOVE ctl_run_date TO proc_date_9
    ELSE
        ACCEPT sys_date FROM DATE
        IF sys_date_yy < century_pivot_yy
            MOVE 20 TO proc_date_cc
        ELSE
            MOVE 19 TO proc_date_cc
        END-IF
        MOVE sys_date_yy TO proc_date_yy
        MOVE sys_date_mm TO proc_date_mm
        MOVE sys_date_dd TO proc_date_dd
        DISPLAY "DEFAULTING RUN DATE FROM SYSTEM DATE"
    END-IF
    DISPLAY "COMPLIANCE SCAN RUN DATE " proc_date_9
    .

*>  the window and the limit must be keyed; the pattern counts
*>  default when left blank.  history is kept for thirteen months,
*>  so a window longer than a year is refused.
  read_parameter_card.
    OPEN INPUT parm_file
    IF parm_file_status NOT = "00"
        DISPLAY "COMPLIANCE PARAMETER CARD NOT FOUND - STATUS "
            parm_file_status
        MOVE 8 TO exit_sts
    ELSE
        READ parm_file
        CLOSE parm_file
        IF parm_window_days NUMERIC AND parm_window_days > 0
                AND parm_window_days NOT > 366
            MOVE parm_window_days TO window_days
        ELSE
            DISPLAY "WINDOW DAYS PARAMETER INVALID - RUN STOPPED"
            MOVE 8 TO exit_sts
        END-IF
        IF parm_report_limit NUMERIC AND parm_report_limit > 0
            MOVE parm_report_limit TO report_limit
        ELSE
            DISPLAY "REPORTING LIMIT PARAMETER INVALID - RUN STOPPED"
            MOVE 8 TO exit_sts
        END-IF
        IF parm_near_pct NUMERIC AND parm_near_pct > 0
            MOVE parm_near_pct TO near_pct
        END-IF
        IF parm_near_count NUMERIC AND parm_near_count > 0
            MOVE parm_near_count TO near_min
        END-IF
        IF parm_churn_count NUMERIC AND parm_churn_count > 0
            MOVE parm_churn_count TO churn_min
        END-IF
        COMPUTE near_floor =
            report_limit - (report_limit * near_pct / 100)
        DISPLAY "WINDOW DAYS " window_days
            " REPORTING LIMIT " report_limit
        DISPLAY "NEAR BAND PCT " near_pct " NEAR ITEMS " near_min
            " CHURN TRANSFERS " churn_min
    END-IF
    .

*>  the window ends on the run date and reaches back one day less
*>  than its length, so a seven-day window is the run date and the
*>  six days before it.
  determine_window.
    MOVE proc_date_9 TO window_start_9
    COMPUTE days_back = window_days - 1
    PERFORM step_back_one_day days_back TIMES
    DISPLAY "SCANNING HISTORY POSTED FROM " window_start_9
    .

  step_back_one_day.
    IF window_dd > 1
        SUBTRACT 1 FROM window_dd
    ELSE
        IF window_mm > 1
            SUBTRACT 1 FROM window_mm
        ELSE
            MOVE 12 TO window_mm
            SUBTRACT 1 FROM window_ccyy
        END-IF
        PERFORM set_month_days
        MOVE month_days TO window_dd
    END-IF
    .

  set_month_days.
    MOVE days_in_month (window_mm) TO month_days
    IF window_mm = 2
        DIVIDE window_ccyy BY 4 GIVING leap_quot REMAINDER leap_rem
        IF leap_rem = 0
            MOVE 29 TO month_days
            DIVIDE window_ccyy BY 100
                GIVING leap_quot REMAINDER leap_rem
            IF leap_rem = 0
                DIVIDE window_ccyy BY 400
                    GIVING leap_quot REMAINDER leap_rem
                IF leap_rem NOT = 0
                    MOVE 28 TO month_days
                END-IF
            END-IF
        END-IF
    END-IF
    .

*>  without the relationship cluster every account is assessed on
*>  its own and no customer totals or churn can be built.
  open_relationship_file.
    OPEN INPUT relationship_file
    EVALUATE rel_file_status
        WHEN "00"
            SET rel_is_open TO TRUE
        WHEN "35"
            DISPLAY "NO RELATIONSHIP FILE - ACCOUNTS ASSESSED ALONE"
        WHEN OTHER
            DISPLAY "RELATIONSHIP FILE OPEN FAILED - STATUS "
                rel_file_status
            MOVE 8 TO exit_sts
    END-EVALUATE
    .

*>  the history cluster is in account order, so each account's
*>  window is totalled in one pass and assessed on the key break.
  scan_history.
    OPEN INPUT history_file
    IF hist_file_status NOT = "00"
        DISPLAY "HISTORY FILE OPEN FAILED - STATUS " hist_file_status
        MOVE 8 TO exit_sts
    ELSE
        PERFORM read_history_record
        PERFORM scan_history_record UNTIL hist_eof
        IF cur_acct_no NOT = SPACES
            PERFORM finish_account
        END-IF
        CLOSE history_file
    END-IF
    .

  read_history_record.
    READ history_file NEXT
        AT END SET hist_eof TO TRUE
        NOT AT END ADD 1 TO hist_read_ctr
    END-READ
    .

  scan_history_record.
    IF hist_acct_no NOT = cur_acct_no
        IF cur_acct_no NOT = SPACES
            PERFORM finish_account
        END-IF
        PERFORM start_account
    END-IF
    IF hist_post_date NOT < window_start_9
            AND hist_post_date NOT > proc_date_9
        PERFORM add_history_activity
    END-IF
    PERFORM read_history_record
    .

  start_account.
    MOVE hist_acct_no TO cur_acct_no
    INITIALIZE acct_totals
    MOVE SPACES TO cur_acct_cust
    IF rel_is_open
        MOVE hist_acct_no TO rel_acct_no
        READ relationship_file
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                MOVE rel_cust_no TO cur_acct_cust
        END-READ
    END-IF
    .

  add_history_activity.
    EVALUATE TRUE
        WHEN hist_trans_type = "CR" AND hist_desc = "INTEREST CREDIT"
            ADD 1 TO excluded_ctr
        WHEN hist_trans_type = "DB" AND hist_desc = "SERVICE CHARGE"
            ADD 1 TO excluded_ctr
        WHEN hist_trans_type = "CR"
            ADD 1 TO window_ctr
            ADD 1 TO acct_cr_count
            ADD hist_amount TO acct_cr_amount
            PERFORM test_near_limit
        WHEN hist_trans_type = "DB"
            ADD 1 TO window_ctr
            ADD 1 TO acct_db_count
            ADD hist_amount TO acct_db_amount
            PERFORM test_near_limit
        WHEN hist_trans_type = "TR"
            ADD 1 TO window_ctr
            ADD 1 TO acct_tr_count
            IF hist_amount < 0
                SUBTRACT hist_amount FROM acct_tr_out
                PERFORM test_linked_transfer
            ELSE
                ADD hist_amount TO acct_tr_in
            END-IF
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

  test_near_limit.
    IF hist_amount NOT < near_floor AND hist_amount < report_limit
        ADD 1 TO acct_near_count
    END-IF
    .

*>  only the from-account leg is tested, so each transfer between
*>  two of a customer's accounts is counted once.
  test_linked_transfer.
    IF rel_is_open AND cur_acct_cust NOT = SPACES
        MOVE hist_desc TO trf_desc
        IF trf_desc_prefix = "TRF TO "
            MOVE trf_desc_acct TO rel_acct_no
            READ relationship_file
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    IF rel_cust_no = cur_acct_cust
                        ADD 1 TO acct_link_count
                        SUBTRACT hist_amount FROM acct_link_amount
                    END-IF
            END-READ
        END-IF
    END-IF
    .

*>  an account with nothing in the window is not assessed.
  finish_account.
    IF acct_cr_count > 0 OR acct_db_count > 0 OR acct_tr_count > 0
        ADD 1 TO acct_active_ctr
        IF cur_acct_cust NOT = SPACES
            PERFORM add_customer_activity
        END-IF
        MOVE "A" TO subj_type
        MOVE cur_acct_no TO subj_id
        MOVE cur_acct_cust TO subj_cust_no
        MOVE 1 TO subj_accts
        MOVE acct_cr_count TO subj_cr_count
        MOVE acct_cr_amount TO subj_cr_amount
        MOVE acct_db_count TO subj_db_count
        MOVE acct_db_amount TO subj_db_amount
        MOVE acct_tr_count TO subj_tr_count
        MOVE acct_tr_in TO subj_tr_in
        MOVE acct_tr_out TO subj_tr_out
        MOVE acct_near_count TO subj_near
        MOVE acct_link_count TO subj_link
        MOVE acct_link_amount TO subj_link_amount
        PERFORM assess_subject
    END-IF
    .

  add_customer_activity.
    PERFORM find_customer_entry
    IF NOT cust_found
        PERFORM add_customer_entry
    END-IF
    IF cust_found
        ADD 1 TO cust_tab_accts (cust_ix)
        ADD acct_cr_count TO cust_tab_cr_count (cust_ix)
        ADD acct_cr_amount TO cust_tab_cr_amount (cust_ix)
        ADD acct_db_count TO cust_tab_db_count (cust_ix)
        ADD acct_db_amount TO cust_tab_db_amount (cust_ix)
        ADD acct_tr_count TO cust_tab_tr_count (cust_ix)
        ADD acct_tr_in TO cust_tab_tr_in (cust_ix)
        ADD acct_tr_out TO cust_tab_tr_out (cust_ix)
        ADD acct_near_count TO cust_tab_near (cust_ix)
        ADD acct_link_count TO cust_tab_link (cust_ix)
        ADD acct_link_amount TO cust_tab_link_amount (cust_ix)
    END-IF
    .

  find_customer_entry.
    MOVE "N" TO cust_found_sw
    IF cust_tab_ctr > 0
        SET cust_ix TO 1
        SEARCH cust_entry
            AT END CONTINUE
            WHEN cust_ix > cust_tab_ctr
                CONTINUE
            WHEN cust_tab_no (cust_ix) = cur_acct_cust
                SET cust_found TO TRUE
        END-SEARCH
    END-IF
    .

*>  a customer that does not fit in the table is still assessed
*>  account by account; the step ends with 4 so the desk knows the
*>  customer totals are short.
  add_customer_entry.
    IF cust_tab_ctr < cust_tab_max
        ADD 1 TO cust_tab_ctr
        SET cust_ix TO cust_tab_ctr
        INITIALIZE cust_entry (cust_ix)
        MOVE cur_acct_cust TO cust_tab_no (cust_ix)
        SET cust_found TO TRUE
    ELSE
        IF NOT cust_tab_full
            SET cust_tab_full TO TRUE
            DISPLAY "CUSTOMER TABLE FULL - REMAINING CUSTOMERS"
                " ASSESSED BY ACCOUNT"
            IF exit_sts < 4
                MOVE 4 TO exit_sts
            END-IF
        END-IF
    END-IF
    .

  assess_customers.
    WRITE print_rec FROM blank_line
    WRITE print_rec FROM rpt_cust_head_line
    WRITE print_rec FROM rpt_col_line
    SET cust_ix TO 1
    PERFORM assess_customer cust_tab_ctr TIMES
    .

  assess_customer.
    MOVE "C" TO subj_type
    MOVE cust_tab_no (cust_ix) TO subj_id
    MOVE SPACES TO subj_cust_no
    MOVE cust_tab_accts (cust_ix) TO subj_accts
    MOVE cust_tab_cr_count (cust_ix) TO subj_cr_count
    MOVE cust_tab_cr_amount (cust_ix) TO subj_cr_amount
    MOVE cust_tab_db_count (cust_ix) TO subj_db_count
    MOVE cust_tab_db_amount (cust_ix) TO subj_db_amount
    MOVE cust_tab_tr_count (cust_ix) TO subj_tr_count
    MOVE cust_tab_tr_in (cust_ix) TO subj_tr_in
    MOVE cust_tab_tr_out (cust_ix) TO subj_tr_out
    MOVE cust_tab_near (cust_ix) TO subj_near
    MOVE cust_tab_link (cust_ix) TO subj_link
    MOVE cust_tab_link_amount (cust_ix) TO subj_link_amount
    PERFORM assess_subject
    SET cust_ix UP BY 1
    .

*>  the same three tests for an account and for a customer; a
*>  subject failing any of them is listed and extracted once.
  assess_subject.
    MOVE "N" TO subj_over_sw
    MOVE "N" TO subj_struct_sw
    MOVE "N" TO subj_churn_sw
    IF subj_cr_amount NOT < report_limit
            OR subj_db_amount NOT < report_limit
        SET subj_over TO TRUE
        ADD 1 TO over_ctr
    END-IF
    IF subj_near NOT < near_min
        SET subj_struct TO TRUE
        ADD 1 TO struct_ctr
    END-IF
    IF subj_link NOT < churn_min
        SET subj_churn TO TRUE
        ADD 1 TO churn_ctr
    END-IF
    IF subj_over OR subj_struct OR subj_churn
        IF subj_type = "A"
            ADD 1 TO acct_flagged_ctr
        ELSE
            ADD 1 TO cust_flagged_ctr
        END-IF
        PERFORM write_subject_line
        PERFORM write_extract_detail
    END-IF
    .

  write_subject_line.
    MOVE subj_id TO subj_line_id
    MOVE subj_cust_no TO subj_line_cust
    MOVE subj_accts TO subj_line_accts
    MOVE subj_cr_count TO subj_line_cr_count
    MOVE subj_cr_amount TO subj_line_cr_amount
    MOVE subj_db_count TO subj_line_db_count
    MOVE subj_db_amount TO subj_line_db_amount
    MOVE subj_tr_in TO subj_line_tr_in
    MOVE subj_tr_out TO subj_line_tr_out
    MOVE subj_near TO subj_line_near
    MOVE subj_link TO subj_line_link
    MOVE SPACES TO subj_line_over
    MOVE SPACES TO subj_line_struct
    MOVE SPACES TO subj_line_churn
    IF subj_over
        MOVE "OL" TO subj_line_over
    END-IF
    IF subj_struct
        MOVE "ST" TO subj_line_struct
    END-IF
    IF subj_churn
        MOVE "CH" TO subj_line_churn
    END-IF
    WRITE print_rec FROM subj_line
    .

  write_extract_header.
    MOVE SPACES TO cmpl_rec
    MOVE "HDR" TO cmpl_hdr_id
    MOVE proc_date_9 TO cmpl_hdr_run_date
    MOVE window_start_9 TO cmpl_hdr_from_date
    MOVE proc_date_9 TO cmpl_hdr_to_date
    MOVE window_days TO cmpl_hdr_days
    MOVE report_limit TO cmpl_hdr_limit
    MOVE "CMPLSCAN" TO cmpl_hdr_source
    WRITE cmpl_rec
    .

  write_extract_detail.
    MOVE SPACES TO cmpl_rec
    MOVE "DTL" TO cmpl_rec_id
    MOVE subj_type TO cmpl_subject_type
    MOVE subj_id TO cmpl_subject_id
    MOVE subj_cust_no TO cmpl_cust_no
    MOVE subj_accts TO cmpl_acct_count
    MOVE subj_cr_count TO cmpl_cr_count
    MOVE subj_cr_amount TO cmpl_cr_amount
    MOVE subj_db_count TO cmpl_db_count
    MOVE subj_db_amount TO cmpl_db_amount
    MOVE subj_tr_count TO cmpl_tr_count
    MOVE subj_tr_in TO cmpl_tr_in_amount
    MOVE subj_tr_out TO cmpl_tr_out_amount
    MOVE subj_near TO cmpl_near_count
    MOVE subj_link TO cmpl_link_count
    MOVE subj_link_amount TO cmpl_link_amount
    MOVE subj_over_sw TO cmpl_flag_over
    MOVE subj_struct_sw TO cmpl_flag_struct
    MOVE subj_churn_sw TO cmpl_flag_churn
    WRITE cmpl_rec
    ADD 1 TO extr_dtl_ctr
    ADD cmpl_cr_amount TO extr_hash_total
    ADD cmpl_db_amount TO extr_hash_total
    .

  write_extract_trailer.
    MOVE SPACES TO cmpl_rec
    MOVE "TRL" TO cmpl_trl_id
    MOVE extr_dtl_ctr TO cmpl_trl_dtl_count
    MOVE acct_flagged_ctr TO cmpl_trl_acct_count
    MOVE cust_flagged_ctr TO cmpl_trl_cust_count
    MOVE extr_hash_total TO cmpl_trl_hash
    WRITE cmpl_rec
    .

  write_scan_summary.
    WRITE print_rec FROM blank_line
    WRITE print_rec FROM rpt_legend_line
    WRITE print_rec FROM blank_line
    MOVE SPACES TO sum_line
    MOVE "HISTORY RECORDS READ" TO sum_label
    MOVE hist_read_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "CR/DB/TR ITEMS IN WINDOW" TO sum_label
    MOVE window_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "INTEREST/CHARGES LEFT OUT" TO sum_label
    MOVE excluded_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "ACCOUNTS WITH ACTIVITY" TO sum_label
    MOVE acct_active_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "CUSTOMERS WITH ACTIVITY" TO sum_label
    MOVE cust_tab_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "ACCOUNTS FLAGGED" TO sum_label
    MOVE acct_flagged_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "CUSTOMERS FLAGGED" TO sum_label
    MOVE cust_flagged_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "OVER LIMIT (OL)" TO sum_label
    MOVE over_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "NEAR-LIMIT PATTERN (ST)" TO sum_label
    MOVE struct_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "LINKED TRANSFER CHURN (CH)" TO sum_label
    MOVE churn_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "EXTRACT DETAIL RECORDS" TO sum_label
    MOVE extr_dtl_ctr TO sum_count
    WRITE print_rec FROM sum_line
    IF exit_sts < 4 AND extr_dtl_ctr > 0
        MOVE 4 TO exit_sts
    END-IF
    .

  wrap_up.
    IF rel_is_open
        CLOSE relationship_file
    END-IF
    IF extr_is_open
        CLOSE extract_file
    END-IF
    IF print_is_open
        CLOSE print_file
    END-IF
    .
