IDENTIFICATION DIVISION.
  PROGRAM-ID. sordgen.
  AUTHOR. John Braddock.
*>  nightly standing-order generator.  reads the order file carried
*>  by the maintenance step (SORDIN) and, for every order due on or
*>  before the run date, raises one payment - a DB to the payee, or
*>  a TR when the order names a receiving account - onto the
*>  STANDORD batch (SOFEED), HDR and TRL with the record count and
*>  the DB/CR hash totals, which the feed edit and posting take in
*>  like any other source.  each order paid has its next due date
*>  rolled on by its frequency and is written back to SORDOUT with
*>  the orders not yet due; an order past its end date is dropped.
*>  every order touched prints on the generation report (SORDRPT).
*>  no order file means nothing is due and an empty batch is
*>  written.  RC 4 when an order was unreadable and carried forward
*>  as it stood, or when cycles missed while the cycle did not run
*>  were skipped rather than paid in a lump; RC 8 when a file will
*>  not open.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
    SELECT control_file ASSIGN TO CTLCARD
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ctl_file_status.

    SELECT sord_in_file ASSIGN TO SORDIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS sord_in_status.

    SELECT sord_out_file ASSIGN TO SORDOUT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS sord_out_status.

    SELECT feed_file ASSIGN TO SOFEED
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS feed_file_status.

    SELECT print_file ASSIGN TO SORDRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS print_file_status.
DATA DIVISION.
FILE SECTION.
  FD  control_file
      RECORD CONTAINS 61 CHARACTERS
      LABEL RECORDS ARE STANDARD.
      COPY ctl_rec.

  FD  sord_in_file
      RECORD CONTAINS 100 CHARACTERS
      LABEL RECORDS ARE STANDARD.
  01  sord_in_rec               PIC X(100).

  FD  sord_out_file
      RECORD CONTAINS 100 CHARACTERS
      LABEL RECORDS ARE STANDARD.
  01  sord_out_rec              PIC X(100).

  FD  feed_file
      RECORD CONTAINS 80 CHARACTERS
      LABEL RECORDS ARE STANDARD.
  01  feed_out_rec              PIC X(80).

  FD  print_file
      RECORD CONTAINS 132 CHARACTERS
      LABEL RECORDS OMITTED.
  01  print_rec                 PIC X(132).
WORKING-STORAGE SECTION.
    01  exit_sts        PIC 99.

    01  ctl_file_status         PIC X(02).
    01  sord_in_status          PIC X(02).
    01  sord_out_status         PIC X(02).
    01  feed_file_status        PIC X(02).
    01  print_file_status       PIC X(02).

    01  sord_in_eof_sw          PIC X(01) VALUE "N".
        88  sord_in_eof                 VALUE "Y".
    01  sord_in_open_sw         PIC X(01) VALUE "N".
        88  sord_in_is_open             VALUE "Y".
    01  sord_out_open_sw        PIC X(01) VALUE "N".
        88  sord_out_is_open            VALUE "Y".
    01  feed_open_sw            PIC X(01) VALUE "N".
        88  feed_is_open                VALUE "Y".
    01  print_open_sw           PIC X(01) VALUE "N".
        88  print_is_open               VALUE "Y".

    01  order_read_ctr          PIC 9(09) COMP VALUE 0.
    01  generated_ctr           PIC 9(09) COMP VALUE 0.
    01  not_due_ctr             PIC 9(09) COMP VALUE 0.
    01  skipped_ctr             PIC 9(09) COMP VALUE 0.
    01  expired_ctr             PIC 9(09) COMP VALUE 0.
    01  carried_ctr             PIC 9(09) COMP VALUE 0.
    01  missed_cycle_ctr        PIC 9(05) COMP VALUE 0.

    COPY sord_rec.

    COPY trans_rec.

    01  order_ref.
        05  FILLER              PIC X(05) VALUE "SORD ".
        05  order_ref_id        PIC 9(06).
        05  FILLER              PIC X(09) VALUE SPACES.

    01  out_count               PIC 9(09) COMP VALUE 0.
    01  out_db_hash             PIC 9(11)V99 COMP-3 VALUE 0.
    01  out_cr_hash             PIC 9(11)V99 COMP-3 VALUE 0.

    01  out_hdr_rec.
        05  FILLER              PIC X(03) VALUE "HDR".
        05  out_hdr_date        PIC 9(08).
        05  FILLER              PIC X(08) VALUE "STANDORD".
        05  FILLER              PIC X(61) VALUE SPACES.

    01  out_trl_rec.
        05  FILLER              PIC X(03) VALUE "TRL".
        05  out_trl_count       PIC 9(09).
        05  out_trl_db_hash     PIC 9(11)V99.
        05  out_trl_cr_hash     PIC 9(11)V99.
        05  FILLER              PIC X(42) VALUE SPACES.

    01  due_date_9              PIC 9(08).
    01  due_date_r REDEFINES due_date_9.
        05  due_ccyy            PIC 9(04).
        05  due_mm              PIC 99.
        05  due_dd              PIC 99.
    01  paid_due_date           PIC 9(08).
    01  months_to_add           PIC 99.
    01  month_serial            PIC 9(09) COMP.
    01  month_days              PIC 99.
    01  leap_quot               PIC 9(05) COMP.
    01  leap_rem                PIC 9(05) COMP.
    01  days_in_month_list      PIC X(24)
        VALUE "312831303130313130313031".
    01  days_in_month_tab REDEFINES days_in_month_list.
        05  days_in_month       PIC 99 OCCURS 12.

    01  rpt_title_line.
        05  FILLER              PIC X(40)
            VALUE "STANDING ORDER GENERATION REPORT".
        05  FILLER              PIC X(92) VALUE SPACES.

    01  rpt_date_line.
        05  FILLER              PIC X(09) VALUE "RUN DATE ".
        05  rpt_run_date        PIC 9(08).
        05  FILLER              PIC X(115) VALUE SPACES.

    01  rpt_col_line.
        05  FILLER              PIC X(08) VALUE "ORDER".
        05  FILLER              PIC X(12) VALUE "ACCOUNT".
        05  FILLER              PIC X(04) VALUE "TY".
        05  FILLER              PIC X(12) VALUE "TO ACCOUNT".
        05  FILLER              PIC X(14) VALUE "      AMOUNT".
        05  FILLER              PIC X(10) VALUE "DUE DATE".
        05  FILLER              PIC X(10) VALUE "NEXT DUE".
        05  FILLER              PIC X(14) VALUE "DISPOSITION".
        05  FILLER              PIC X(48) VALUE "NOTE".

    01  order_line.
        05  ord_line_id         PIC 9(06).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  ord_line_acct       PIC X(10).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  ord_line_type       PIC X(02).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  ord_line_to_acct    PIC X(10).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  ord_line_amount     PIC Z,ZZZ,ZZ9.99.
        05  FILLER              PIC X(02) VALUE SPACES.
        05  ord_line_due        PIC 9(08).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  ord_line_next_due   PIC 9(08).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  ord_line_disp       PIC X(12).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  ord_line_note       PIC X(30).
        05  FILLER              PIC X(14) VALUE SPACES.

    01  missed_note.
        05  missed_note_count   PIC ZZZZ9.
        05  FILLER              PIC X(25)
            VALUE " EARLIER CYCLE(S) NOT RUN".

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
PROCEDURE DIVISION.
  main.
    PERFORM initialization
    IF exit_sts < 8
        PERFORM generate_standing_orders
        PERFORM write_gen_summary
    END-IF
    PERFORM wrap_up
    DISPLAY "ORDERS READ        " order_read_ctr
    DISPLAY "PAYMENTS GENERATED " generated_ctr
    DISPLAY "ORDERS SKIPPED     " skipped_ctr
    DISPLAY "ORDERS EXPIRED     " expired_ctr
    MOVE exit_sts TO RETURN-CODE
    STOP RUN
    .

  initialization.
    MOVE 0 TO exit_sts
    PERFORM read_control_card
    OPEN INPUT sord_in_file
    EVALUATE sord_in_status
        WHEN "00"
            SET sord_in_is_open TO TRUE
        WHEN "35"
            DISPLAY "NO STANDING ORDER FILE - NOTHING TO GENERATE"
            SET sord_in_eof TO TRUE
        WHEN OTHER
            DISPLAY "STANDING ORDER INPUT OPEN FAILED - STATUS "
                sord_in_status
            MOVE 8 TO exit_sts
    END-EVALUATE
    OPEN OUTPUT sord_out_file
    IF sord_out_status = "00"
        SET sord_out_is_open TO TRUE
    ELSE
        DISPLAY "STANDING ORDER OUTPUT OPEN FAILED - STATUS "
            sord_out_status
        MOVE 8 TO exit_sts
    END-IF
    OPEN OUTPUT feed_file
    IF feed_file_status = "00"
        SET feed_is_open TO TRUE
    ELSE
        DISPLAY "STANDING ORDER FEED OPEN FAILED - STATUS "
            feed_file_status
        MOVE 8 TO exit_sts
    END-IF
    OPEN OUTPUT print_file
    IF print_file_status = "00"
        SET print_is_open TO TRUE
    ELSE
        DISPLAY "GENERATION REPORT OPEN FAILED - STATUS "
            print_file_status
        MOVE 8 TO exit_sts
    END-IF
    IF exit_sts < 8
        MOVE proc_date_9 TO out_hdr_date
        WRITE feed_out_rec FROM out_hdr_rec
        WRITE print_rec FROM rpt_title_line
        MOVE proc_date_9 TO rpt_run_date
        WRITE print_rec FROM rpt_date_line
        WRITE print_rec FROM blank_line
        WRITE print_rec FROM rpt_col_line
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
    DISPLAY "STANDING ORDER GENERATION RUN DATE " proc_date_9
    .

*>  the batch is always written, HDR and TRL even on a night with
*>  nothing due, so the edit step never has to tell a quiet night
*>  from a lost one.
  generate_standing_orders.
    IF NOT sord_in_eof
        PERFORM read_standing_order
    END-IF
    PERFORM process_standing_order UNTIL sord_in_eof
    MOVE out_count TO out_trl_count
    MOVE out_db_hash TO out_trl_db_hash
    MOVE out_cr_hash TO out_trl_cr_hash
    WRITE feed_out_rec FROM out_trl_rec
    .

  read_standing_order.
    READ sord_in_file
        AT END SET sord_in_eof TO TRUE
        NOT AT END ADD 1 TO order_read_ctr
    END-READ
    .

*>  an order due on a night the cycle did not run (weekend, holiday,
*>  missed night) is generated on the next run.  only one payment is
*>  ever raised per order per night - any further cycles that fell
*>  due in the gap are reported as skipped for the desk to decide on
*>  rather than debited in a lump.  an order that cannot be read
*>  sensibly is carried forward untouched and reported skipped.
  process_standing_order.
    MOVE sord_in_rec TO sord_rec
    EVALUATE TRUE
        WHEN sord_amount NOT NUMERIC
            OR sord_amount = 0
            OR sord_next_due NOT NUMERIC
            OR sord_end_date NOT NUMERIC
            OR NOT sord_freq_valid
            OR sord_acct_no = SPACES
            ADD 1 TO skipped_ctr
            MOVE sord_next_due TO ord_line_due
            MOVE "SKIPPED" TO ord_line_disp
            MOVE "ORDER DATA INVALID" TO ord_line_note
            PERFORM write_order_line
            PERFORM carry_order_forward
            IF exit_sts < 4
                MOVE 4 TO exit_sts
            END-IF
        WHEN sord_end_date NOT = ZEROS
            AND sord_next_due > sord_end_date
            ADD 1 TO expired_ctr
            MOVE sord_next_due TO ord_line_due
            MOVE "EXPIRED" TO ord_line_disp
            MOVE "END DATE PASSED" TO ord_line_note
            PERFORM write_order_line
        WHEN sord_next_due > proc_date_9
            ADD 1 TO not_due_ctr
            PERFORM carry_order_forward
        WHEN OTHER
            PERFORM generate_order_payment
    END-EVALUATE
    PERFORM read_standing_order
    .

  generate_order_payment.
    MOVE sord_next_due TO paid_due_date
    MOVE SPACES TO trans_rec
    MOVE sord_acct_no TO trans_acct_no
    MOVE proc_date_9 TO trans_date
    IF sord_to_acct = SPACES
        MOVE "DB" TO trans_type
    ELSE
        MOVE "TR" TO trans_type
        MOVE sord_to_acct TO trans_to_acct
    END-IF
    MOVE sord_amount TO trans_amount
    IF sord_desc = SPACES
        MOVE "STANDING ORDER" TO trans_desc
    ELSE
        MOVE sord_desc TO trans_desc
    END-IF
    MOVE sord_order_id TO order_ref_id
    MOVE order_ref TO trans_order_ref
    PERFORM write_feed_record
    ADD 1 TO generated_ctr
    MOVE proc_date_9 TO sord_last_gen_date
    MOVE 0 TO missed_cycle_ctr
    PERFORM advance_due_date
    PERFORM count_missed_cycle
        UNTIL sord_next_due > proc_date_9
    MOVE paid_due_date TO ord_line_due
    MOVE "GENERATED" TO ord_line_disp
    MOVE SPACES TO ord_line_note
    PERFORM write_order_line
    IF missed_cycle_ctr > 0
        ADD 1 TO skipped_ctr
        MOVE missed_cycle_ctr TO missed_note_count
        MOVE "SKIPPED" TO ord_line_disp
        MOVE missed_note TO ord_line_note
        PERFORM write_order_line
        IF exit_sts < 4
            MOVE 4 TO exit_sts
        END-IF
    END-IF
    IF sord_end_date NOT = ZEROS
        AND sord_next_due > sord_end_date
        ADD 1 TO expired_ctr
        MOVE "EXPIRED" TO ord_line_disp
        MOVE "FINAL PAYMENT GENERATED" TO ord_line_note
        PERFORM write_order_line
    ELSE
        PERFORM carry_order_forward
    END-IF
    .

  count_missed_cycle.
    IF sord_end_date = ZEROS
        OR sord_next_due NOT > sord_end_date
        ADD 1 TO missed_cycle_ctr
    END-IF
    PERFORM advance_due_date
    .

  write_feed_record.
    WRITE feed_out_rec FROM trans_rec
    ADD 1 TO out_count
    EVALUATE TRUE
        WHEN trans_is_debit
            ADD trans_amount TO out_db_hash
        WHEN trans_is_transfer
            ADD trans_amount TO out_db_hash
            ADD trans_amount TO out_cr_hash
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

  carry_order_forward.
    WRITE sord_out_rec FROM sord_rec
    ADD 1 TO carried_ctr
    .

*>  weekly and two-weekly orders step by days; the rest step by
*>  whole months back onto the order's own day of the month, held
*>  down to the last day of a shorter month.
  advance_due_date.
    MOVE sord_next_due TO due_date_9
    EVALUATE TRUE
        WHEN sord_weekly
            ADD 7 TO due_dd
            PERFORM roll_due_days
        WHEN sord_fortnightly
            ADD 14 TO due_dd
            PERFORM roll_due_days
        WHEN sord_monthly
            MOVE 1 TO months_to_add
            PERFORM add_due_months
        WHEN sord_quarterly
            MOVE 3 TO months_to_add
            PERFORM add_due_months
        WHEN OTHER
            MOVE 12 TO months_to_add
            PERFORM add_due_months
    END-EVALUATE
    MOVE due_date_9 TO sord_next_due
    .

  roll_due_days.
    PERFORM set_month_days
    IF due_dd > month_days
        SUBTRACT month_days FROM due_dd
        ADD 1 TO due_mm
        IF due_mm > 12
            MOVE 1 TO due_mm
            ADD 1 TO due_ccyy
        END-IF
    END-IF
    .

  add_due_months.
    COMPUTE month_serial = due_ccyy * 12 + due_mm - 1 + months_to_add
    DIVIDE month_serial BY 12
        GIVING due_ccyy REMAINDER due_mm
    ADD 1 TO due_mm
    IF sord_due_day NUMERIC AND sord_due_day > 0
        MOVE sord_due_day TO due_dd
    END-IF
    PERFORM set_month_days
    IF due_dd > month_days
        MOVE month_days TO due_dd
    END-IF
    .

  set_month_days.
    MOVE days_in_month (due_mm) TO month_days
    IF due_mm = 2
        DIVIDE due_ccyy BY 4 GIVING leap_quot REMAINDER leap_rem
        IF leap_rem = 0
            MOVE 29 TO month_days
            DIVIDE due_ccyy BY 100 GIVING leap_quot REMAINDER leap_rem
            IF leap_rem = 0
                DIVIDE due_ccyy BY 400
                    GIVING leap_quot REMAINDER leap_rem
                IF leap_rem NOT = 0
                    MOVE 28 TO month_days
                END-IF
            END-IF
        END-IF
    END-IF
    .

  write_order_line.
    MOVE sord_order_id TO ord_line_id
    MOVE sord_acct_no TO ord_line_acct
    IF sord_to_acct = SPACES
        MOVE "DB" TO ord_line_type
    ELSE
        MOVE "TR" TO ord_line_type
    END-IF
    MOVE sord_to_acct TO ord_line_to_acct
    IF sord_amount NUMERIC
        MOVE sord_amount TO ord_line_amount
    ELSE
        MOVE 0 TO ord_line_amount
    END-IF
    MOVE sord_next_due TO ord_line_next_due
    WRITE print_rec FROM order_line
    .

  write_gen_summary.
    WRITE print_rec FROM blank_line
    MOVE SPACES TO sum_line
    MOVE "ORDERS READ" TO sum_label
    MOVE order_read_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "PAYMENTS GENERATED" TO sum_label
    MOVE generated_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "ORDERS NOT YET DUE" TO sum_label
    MOVE not_due_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "ORDERS SKIPPED" TO sum_label
    MOVE skipped_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "ORDERS EXPIRED" TO sum_label
    MOVE expired_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "ORDERS CARRIED FORWARD" TO sum_label
    MOVE carried_ctr TO sum_count
    WRITE print_rec FROM sum_line
    .

  wrap_up.
    IF sord_in_is_open
        CLOSE sord_in_file
    END-IF
    IF sord_out_is_open
        CLOSE sord_out_file
    END-IF
    IF feed_is_open
        CLOSE feed_file
    END-IF
    IF print_is_open
        CLOSE print_file
    END-IF
    .
