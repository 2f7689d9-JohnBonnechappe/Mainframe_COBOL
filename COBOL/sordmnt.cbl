IDENTIFICATION DIVISION.
  PROGRAM-ID. sordmnt.
  AUTHOR. John Braddock.
*>  standing-order maintenance, run ahead of the generator.  loads
*>  the order file carried from the prior night (SORDIN - none on
*>  the first run) and applies the night's operator cards (SORDCRDS)
*>  to it: a place card sets up a new order and assigns its id, an
*>  amend card changes the named fields of an order, a cancel card
*>  withdraws one.  amend and cancel name the order by id and
*>  account.  the orders still in force are written to SORDOUT for
*>  the generator, and each one prints on the maintenance report
*>  (MNTRPT) as placed, amended or in effect, with cancellations and
*>  rejected cards listed.  RC 4 when a card was rejected or a new
*>  order would not fit the order table; RC 8 when a file will not
*>  open or the table cannot hold every carried order - the order
*>  file is then not written and the generator must not run.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
    SELECT control_file ASSIGN TO CTLCARD
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ctl_file_status.

    SELECT sord_in_file ASSIGN TO SORDIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS sord_in_status.

    SELECT card_file ASSIGN TO SORDCRDS
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS card_file_status.

    SELECT sord_out_file ASSIGN TO SORDOUT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS sord_out_status.

    SELECT print_file ASSIGN TO MNTRPT
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

*>  place cards carry every field.  amend cards carry the order id
*>  and account plus only the fields being changed - a blank field
*>  is left as it was; an end date of all zeros makes the order
*>  open-ended again.  cancel cards carry the order id and account.
  FD  card_file
      RECORD CONTAINS 80 CHARACTERS
      LABEL RECORDS ARE STANDARD.
  01  sord_card.
      05  sorc_action           PIC X(01).
          88  sorc_place                VALUE "P".
          88  sorc_amend                VALUE "A".
          88  sorc_cancel               VALUE "C".
      05  sorc_order_id         PIC 9(06).
      05  sorc_acct_no          PIC X(10).
      05  sorc_to_acct          PIC X(10).
      05  sorc_amount_x         PIC X(09).
      05  sorc_amount REDEFINES sorc_amount_x
                                PIC 9(07)V99.
      05  sorc_freq             PIC X(01).
      05  sorc_next_due_x       PIC X(08).
      05  sorc_next_due REDEFINES sorc_next_due_x
                                PIC 9(08).
      05  sorc_end_date_x       PIC X(08).
      05  sorc_end_date REDEFINES sorc_end_date_x
                                PIC 9(08).
      05  sorc_desc             PIC X(20).
      05  FILLER                PIC X(07).

  FD  sord_out_file
      RECORD CONTAINS 100 CHARACTERS
      LABEL RECORDS ARE STANDARD.
  01  sord_out_rec              PIC X(100).

  FD  print_file
      RECORD CONTAINS 132 CHARACTERS
      LABEL RECORDS OMITTED.
  01  print_rec                 PIC X(132).
WORKING-STORAGE SECTION.
    01  exit_sts        PIC 99.

    01  ctl_file_status         PIC X(02).
    01  sord_in_status          PIC X(02).
    01  card_file_status        PIC X(02).
    01  sord_out_status         PIC X(02).
    01  print_file_status       PIC X(02).

    01  sord_in_eof_sw          PIC X(01) VALUE "N".
        88  sord_in_eof                 VALUE "Y".
    01  card_eof_sw             PIC X(01) VALUE "N".
        88  card_eof                    VALUE "Y".
    01  print_open_sw           PIC X(01) VALUE "N".
        88  print_is_open               VALUE "Y".
    01  order_found_sw          PIC X(01) VALUE "N".
        88  order_found                 VALUE "Y".
    01  card_ok_sw              PIC X(01) VALUE "Y".
        88  card_ok                     VALUE "Y".

    01  carry_in_ctr            PIC 9(09) COMP VALUE 0.
    01  card_read_ctr           PIC 9(09) COMP VALUE 0.
    01  placed_ctr              PIC 9(09) COMP VALUE 0.
    01  amended_ctr             PIC 9(09) COMP VALUE 0.
    01  cancelled_ctr           PIC 9(09) COMP VALUE 0.
    01  carried_ctr             PIC 9(09) COMP VALUE 0.
    01  bad_card_ctr            PIC 9(09) COMP VALUE 0.

    01  next_order_id           PIC 9(06) VALUE 1.

    COPY sord_rec.

    01  sord_tab_ctr            PIC 9(04) COMP VALUE 0.
    01  sord_tab_max            PIC 9(04) COMP VALUE 5000.
    01  sord_table.
        05  sord_entry OCCURS 5000 INDEXED BY sord_ix.
            10  sord_tab_id         PIC 9(06).
            10  sord_tab_acct       PIC X(10).
            10  sord_tab_rec        PIC X(100).
            10  sord_tab_status     PIC X(01).

    01  check_date_9            PIC 9(08).
    01  check_date_r REDEFINES check_date_9.
        05  check_date_ccyy     PIC 9(04).
        05  check_date_mm       PIC 99.
        05  check_date_dd       PIC 99.

    01  rpt_title_line.
        05  FILLER              PIC X(40)
            VALUE "STANDING ORDER MAINTENANCE REPORT".
        05  FILLER              PIC X(92) VALUE SPACES.

    01  rpt_date_line.
        05  FILLER              PIC X(09) VALUE "RUN DATE ".
        05  rpt_run_date        PIC 9(08).
        05  FILLER              PIC X(115) VALUE SPACES.

    01  rpt_col_line.
        05  FILLER              PIC X(08) VALUE "ORDER".
        05  FILLER              PIC X(12) VALUE "ACCOUNT".
        05  FILLER              PIC X(12) VALUE "TO ACCOUNT".
        05  FILLER              PIC X(14) VALUE "      AMOUNT".
        05  FILLER              PIC X(04) VALUE "FQ".
        05  FILLER              PIC X(10) VALUE "NEXT DUE".
        05  FILLER              PIC X(10) VALUE "ENDS".
        05  FILLER              PIC X(22) VALUE "DESCRIPTION".
        05  FILLER              PIC X(40) VALUE "DISPOSITION".

    01  order_line.
        05  ord_line_id         PIC 9(06).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  ord_line_acct       PIC X(10).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  ord_line_to_acct    PIC X(10).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  ord_line_amount     PIC Z,ZZZ,ZZ9.99.
        05  FILLER              PIC X(02) VALUE SPACES.
        05  ord_line_freq       PIC X(01).
        05  FILLER              PIC X(03) VALUE SPACES.
        05  ord_line_next_due   PIC 9(08).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  ord_line_end_date   PIC 9(08).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  ord_line_desc       PIC X(20).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  ord_line_disp       PIC X(12).
        05  FILLER              PIC X(28) VALUE SPACES.

    01  bad_card_line.
        05  FILLER              PIC X(24)
            VALUE "CARD REJECTED - ".
        05  bad_card_text       PIC X(80).
        05  FILLER              PIC X(28) VALUE SPACES.

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
        PERFORM load_carried_orders
        IF exit_sts < 8
            PERFORM apply_operator_cards
            PERFORM write_order_file
        END-IF
        PERFORM write_maint_summary
    END-IF
    PERFORM wrap_up
    DISPLAY "ORDERS CARRIED IN  " carry_in_ctr
    DISPLAY "ORDERS PLACED      " placed_ctr
    DISPLAY "ORDERS AMENDED     " amended_ctr
    DISPLAY "ORDERS CANCELLED   " cancelled_ctr
    MOVE exit_sts TO RETURN-CODE
    STOP RUN
    .

  initialization.
    MOVE 0 TO exit_sts
    PERFORM read_control_card
    OPEN OUTPUT sord_out_file
    IF sord_out_status NOT = "00"
        DISPLAY "STANDING ORDER OUTPUT OPEN FAILED - STATUS "
            sord_out_status
        MOVE 8 TO exit_sts
    END-IF
    OPEN OUTPUT print_file
    IF print_file_status = "00"
        SET print_is_open TO TRUE
    ELSE
        DISPLAY "MAINTENANCE REPORT OPEN FAILED - STATUS "
            print_file_status
        MOVE 8 TO exit_sts
    END-IF
    IF exit_sts < 8
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
    DISPLAY "STANDING ORDER MAINTENANCE RUN DATE " proc_date_9
    .

*>  orders are carried in whole - expiry is the generator's call,
*>  since it is the generator that knows whether the last payment
*>  has gone out.  the highest id seen sets the next id to assign.
  load_carried_orders.
    OPEN INPUT sord_in_file
    EVALUATE sord_in_status
        WHEN "00"
            PERFORM read_carried_order
            PERFORM store_carried_order UNTIL sord_in_eof
            CLOSE sord_in_file
        WHEN "35"
            DISPLAY "NO PRIOR STANDING ORDER FILE - STARTING EMPTY"
        WHEN OTHER
            DISPLAY "STANDING ORDER INPUT OPEN FAILED - STATUS "
                sord_in_status
            MOVE 8 TO exit_sts
    END-EVALUATE
    .

  read_carried_order.
    READ sord_in_file
        AT END SET sord_in_eof TO TRUE
        NOT AT END ADD 1 TO carry_in_ctr
    END-READ
    .

  store_carried_order.
    MOVE sord_in_rec TO sord_rec
    IF sord_order_id NUMERIC
        AND sord_order_id NOT LESS THAN next_order_id
        COMPUTE next_order_id = sord_order_id + 1
    END-IF
    IF sord_tab_ctr NOT LESS THAN sord_tab_max
        DISPLAY "STANDING ORDER TABLE FULL - ORDER NOT CARRIED FOR "
            sord_acct_no
        MOVE 8 TO exit_sts
    ELSE
        ADD 1 TO sord_tab_ctr
        SET sord_ix TO sord_tab_ctr
        MOVE sord_order_id TO sord_tab_id (sord_ix)
        MOVE sord_acct_no TO sord_tab_acct (sord_ix)
        MOVE sord_rec TO sord_tab_rec (sord_ix)
        MOVE "C" TO sord_tab_status (sord_ix)
    END-IF
    PERFORM read_carried_order
    .

  apply_operator_cards.
    OPEN INPUT card_file
    EVALUATE card_file_status
        WHEN "00"
            PERFORM read_operator_card
            PERFORM apply_operator_card UNTIL card_eof
            CLOSE card_file
        WHEN "35"
            DISPLAY "NO STANDING ORDER CARDS TONIGHT"
        WHEN OTHER
            DISPLAY "STANDING ORDER CARDS OPEN FAILED - STATUS "
                card_file_status
            MOVE 8 TO exit_sts
    END-EVALUATE
    .

  read_operator_card.
    READ card_file
        AT END SET card_eof TO TRUE
        NOT AT END ADD 1 TO card_read_ctr
    END-READ
    .

  apply_operator_card.
    EVALUATE TRUE
        WHEN sord_card = SPACES
            CONTINUE
        WHEN sorc_place
            PERFORM place_standing_order
        WHEN sorc_amend
            PERFORM amend_standing_order
        WHEN sorc_cancel
            PERFORM cancel_standing_order
        WHEN OTHER
            PERFORM reject_operator_card
    END-EVALUATE
    PERFORM read_operator_card
    .

*>  a new order must start no earlier than tonight - a first due
*>  date of tonight is generated by the step that follows this one.
  place_standing_order.
    MOVE "Y" TO card_ok_sw
    IF sorc_acct_no = SPACES OR sorc_acct_no = ZEROS
        OR sorc_to_acct = sorc_acct_no
        OR sorc_amount NOT NUMERIC
        OR sorc_amount = 0
        OR sorc_next_due NOT NUMERIC
        OR sorc_next_due < proc_date_9
        MOVE "N" TO card_ok_sw
    END-IF
    IF sorc_to_acct = SPACES AND sorc_desc = SPACES
        MOVE "N" TO card_ok_sw
    END-IF
    IF card_ok
        MOVE SPACES TO sord_rec
        MOVE sorc_freq TO sord_freq
        IF NOT sord_freq_valid
            MOVE "N" TO card_ok_sw
        END-IF
        MOVE sorc_next_due TO check_date_9
        PERFORM check_card_date
    END-IF
    IF card_ok
        IF sorc_end_date_x = SPACES
            MOVE ZEROS TO sord_end_date
        ELSE
            IF sorc_end_date NOT NUMERIC
                MOVE "N" TO card_ok_sw
            ELSE
                MOVE sorc_end_date TO sord_end_date
                PERFORM check_card_end_date
                IF sord_end_date NOT = ZEROS
                    AND sord_end_date < sorc_next_due
                    MOVE "N" TO card_ok_sw
                END-IF
            END-IF
        END-IF
    END-IF
    EVALUATE TRUE
        WHEN NOT card_ok
            PERFORM reject_operator_card
        WHEN sord_tab_ctr NOT LESS THAN sord_tab_max
            DISPLAY "STANDING ORDER TABLE FULL - CARD SKIPPED - "
                sord_card
            IF exit_sts < 4
                MOVE 4 TO exit_sts
            END-IF
        WHEN OTHER
            MOVE next_order_id TO sord_order_id
            ADD 1 TO next_order_id
            MOVE sorc_acct_no TO sord_acct_no
            MOVE sorc_to_acct TO sord_to_acct
            MOVE sorc_desc TO sord_desc
            MOVE sorc_amount TO sord_amount
            MOVE sorc_next_due TO sord_next_due
            MOVE sorc_next_due TO check_date_9
            MOVE check_date_dd TO sord_due_day
            MOVE proc_date_9 TO sord_placed_date
            MOVE ZEROS TO sord_last_gen_date
            ADD 1 TO sord_tab_ctr
            SET sord_ix TO sord_tab_ctr
            MOVE sord_order_id TO sord_tab_id (sord_ix)
            MOVE sord_acct_no TO sord_tab_acct (sord_ix)
            MOVE sord_rec TO sord_tab_rec (sord_ix)
            MOVE "P" TO sord_tab_status (sord_ix)
            ADD 1 TO placed_ctr
    END-EVALUATE
    .

  check_card_date.
    IF check_date_mm < 1 OR check_date_mm > 12
        OR check_date_dd < 1 OR check_date_dd > 31
        MOVE "N" TO card_ok_sw
    END-IF
    .

*>  a keyed end date gets the same month and day check as a due
*>  date; zero still means the order runs until cancelled.
  check_card_end_date.
    IF sord_end_date NOT = ZEROS
        MOVE sord_end_date TO check_date_9
        PERFORM check_card_date
    END-IF
    .

  amend_standing_order.
    PERFORM find_card_order
    IF order_found
        MOVE sord_tab_rec (sord_ix) TO sord_rec
        MOVE "Y" TO card_ok_sw
        PERFORM apply_amended_fields
    END-IF
    IF order_found AND card_ok
        MOVE sord_rec TO sord_tab_rec (sord_ix)
        IF sord_tab_status (sord_ix) NOT = "P"
            MOVE "A" TO sord_tab_status (sord_ix)
        END-IF
        ADD 1 TO amended_ctr
    ELSE
        PERFORM reject_operator_card
    END-IF
    .

*>  the amended order is checked as a whole once every changed
*>  field is in, the same way a new order is checked on placing.
  apply_amended_fields.
    IF sorc_to_acct NOT = SPACES
        MOVE sorc_to_acct TO sord_to_acct
    END-IF
    IF sorc_desc NOT = SPACES
        MOVE sorc_desc TO sord_desc
    END-IF
    IF sorc_amount_x NOT = SPACES
        IF sorc_amount NUMERIC AND sorc_amount > 0
            MOVE sorc_amount TO sord_amount
        ELSE
            MOVE "N" TO card_ok_sw
        END-IF
    END-IF
    IF sorc_freq NOT = SPACE
        MOVE sorc_freq TO sord_freq
        IF NOT sord_freq_valid
            MOVE "N" TO card_ok_sw
        END-IF
    END-IF
    IF sorc_next_due_x NOT = SPACES
        IF sorc_next_due NUMERIC
            AND sorc_next_due NOT LESS THAN proc_date_9
            MOVE sorc_next_due TO check_date_9
            PERFORM check_card_date
            MOVE sorc_next_due TO sord_next_due
            MOVE check_date_dd TO sord_due_day
        ELSE
            MOVE "N" TO card_ok_sw
        END-IF
    END-IF
    IF sorc_end_date_x NOT = SPACES
        IF sorc_end_date NUMERIC
            MOVE sorc_end_date TO sord_end_date
            PERFORM check_card_end_date
        ELSE
            MOVE "N" TO card_ok_sw
        END-IF
    END-IF
    IF sord_to_acct = sord_acct_no
        OR (sord_to_acct = SPACES AND sord_desc = SPACES)
        MOVE "N" TO card_ok_sw
    END-IF
    IF sord_end_date NOT = ZEROS
        AND sord_end_date < sord_next_due
        MOVE "N" TO card_ok_sw
    END-IF
    .

  cancel_standing_order.
    PERFORM find_card_order
    IF order_found
        MOVE sord_tab_rec (sord_ix) TO sord_rec
        MOVE "X" TO sord_tab_status (sord_ix)
        ADD 1 TO cancelled_ctr
        MOVE "CANCELLED" TO ord_line_disp
        PERFORM write_order_line
    ELSE
        PERFORM reject_operator_card
    END-IF
    .

*>  amend and cancel cards name the order by id; the account on the
*>  card must agree with the order's so a mis-keyed id cannot touch
*>  someone else's order.
  find_card_order.
    MOVE "N" TO order_found_sw
    IF sorc_order_id NUMERIC AND sord_tab_ctr > 0
        SET sord_ix TO 1
        SEARCH sord_entry
            AT END CONTINUE
            WHEN sord_ix > sord_tab_ctr
                CONTINUE
            WHEN sord_tab_status (sord_ix) NOT = "X"
                AND sord_tab_id (sord_ix) = sorc_order_id
                AND sord_tab_acct (sord_ix) = sorc_acct_no
                SET order_found TO TRUE
        END-SEARCH
    END-IF
    .

  reject_operator_card.
    ADD 1 TO bad_card_ctr
    MOVE sord_card TO bad_card_text
    WRITE print_rec FROM bad_card_line
    IF exit_sts < 4
        MOVE 4 TO exit_sts
    END-IF
    .

  write_order_file.
    IF sord_tab_ctr > 0
        SET sord_ix TO 1
        PERFORM write_live_order sord_tab_ctr TIMES
    END-IF
    .

  write_live_order.
    IF sord_tab_status (sord_ix) NOT = "X"
        MOVE sord_tab_rec (sord_ix) TO sord_rec
        WRITE sord_out_rec FROM sord_rec
        ADD 1 TO carried_ctr
        EVALUATE sord_tab_status (sord_ix)
            WHEN "P"
                MOVE "PLACED" TO ord_line_disp
            WHEN "A"
                MOVE "AMENDED" TO ord_line_disp
            WHEN OTHER
                MOVE "IN EFFECT" TO ord_line_disp
        END-EVALUATE
        PERFORM write_order_line
    END-IF
    SET sord_ix UP BY 1
    .

  write_order_line.
    MOVE sord_order_id TO ord_line_id
    MOVE sord_acct_no TO ord_line_acct
    MOVE sord_to_acct TO ord_line_to_acct
    MOVE sord_amount TO ord_line_amount
    MOVE sord_freq TO ord_line_freq
    MOVE sord_next_due TO ord_line_next_due
    MOVE sord_end_date TO ord_line_end_date
    MOVE sord_desc TO ord_line_desc
    WRITE print_rec FROM order_line
    .

  write_maint_summary.
    WRITE print_rec FROM blank_line
    MOVE SPACES TO sum_line
    MOVE "ORDERS CARRIED IN" TO sum_label
    MOVE carry_in_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "ORDERS PLACED" TO sum_label
    MOVE placed_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "ORDERS AMENDED" TO sum_label
    MOVE amended_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "ORDERS CANCELLED" TO sum_label
    MOVE cancelled_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "ORDERS IN EFFECT" TO sum_label
    MOVE carried_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "CARDS REJECTED" TO sum_label
    MOVE bad_card_ctr TO sum_count
    WRITE print_rec FROM sum_line
    .

  wrap_up.
    IF sord_out_status = "00"
        CLOSE sord_out_file
    END-IF
    IF print_is_open
        CLOSE print_file
    END-IF
    .
