        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS stop_out_status.

    SELECT notice_file ASSIGN TO NOTICES
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ntc_file_status.

    SELECT print_file ASSIGN TO MNTRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS print_file_status.
      LABEL RECORDS ARE STANDARD.
  01  stop_out_rec              PIC X(80).

  FD  notice_file
      RECORD CONTAINS 200 CHARACTERS
      LABEL RECORDS ARE STANDARD.
  01  notice_rec                PIC X(200).

  FD  print_file
      RECORD CONTAINS 132 CHARACTERS
      LABEL RECORDS OMITTED.
    01  card_file_status        PIC X(02).
    01  stop_out_status         PIC X(02).
    01  print_file_status       PIC X(02).
    01  ntc_file_status         PIC X(02).

    01  stop_in_eof_sw          PIC X(01) VALUE "N".
        88  stop_in_eof                 VALUE "Y".
        88  print_is_open               VALUE "Y".
    01  order_found_sw          PIC X(01) VALUE "N".
        88  order_found                 VALUE "Y".
    01  ntc_open_sw             PIC X(01) VALUE "N".
        88  ntc_is_open                 VALUE "Y".

    01  carry_in_ctr            PIC 9(09) COMP VALUE 0.
    01  card_read_ctr           PIC 9(09) COMP VALUE 0.
    01  expired_ctr             PIC 9(09) COMP VALUE 0.
    01  carried_ctr             PIC 9(09) COMP VALUE 0.
    01  bad_card_ctr            PIC 9(09) COMP VALUE 0.
    01  ntc_write_ctr           PIC 9(09) COMP VALUE 0.
    01  ntc_put_type            PIC X(02).

    COPY stop_rec.

    COPY ntc_rec.

    01  stop_tab_ctr            PIC 9(04) COMP VALUE 0.
    01  stop_tab_max            PIC 9(04) COMP VALUE 2000.
    01  stop_table.
    DISPLAY "ORDERS PLACED      " placed_ctr
    DISPLAY "ORDERS CANCELLED   " cancelled_ctr
    DISPLAY "ORDERS EXPIRED     " expired_ctr
    DISPLAY "STOP ORDER NOTICES " ntc_write_ctr
    MOVE exit_sts TO RETURN-CODE
    STOP RUN
    .
            print_file_status
        MOVE 8 TO exit_sts
    END-IF
    IF exit_sts < 8
        PERFORM open_notice_file
    END-IF
    IF exit_sts < 8
        WRITE print_rec FROM rpt_title_line
        MOVE proc_date_9 TO rpt_run_date
    END-IF
    .

*>  a new order and an order that has run out each owe the
*>  customer a letter.  the orders are still maintained when the
*>  notice file cannot be opened; the step ends with 4.
  open_notice_file.
    OPEN EXTEND notice_file
    IF ntc_file_status = "35"
        OPEN OUTPUT notice_file
    END-IF
    IF ntc_file_status = "00"
        SET ntc_is_open TO TRUE
    ELSE
        DISPLAY "NOTICE FILE OPEN FAILED - STATUS " ntc_file_status
            " - NO STOP ORDER NOTICES THIS RUN"
        IF exit_sts < 4
            MOVE 4 TO exit_sts
        END-IF
    END-IF
    .

  read_control_card.
    OPEN INPUT control_file
    IF ctl_file_status = "00"
            OR stop_expiry < proc_date_9
            ADD 1 TO expired_ctr
            PERFORM write_order_line_expired
            IF stop_expiry NUMERIC
                MOVE "SX" TO ntc_put_type
                PERFORM write_stop_notice
            END-IF
        WHEN stop_tab_ctr NOT LESS THAN stop_tab_max
            DISPLAY "STOP ORDER TABLE FULL - ORDER DROPPED FOR "
                stop_acct_no
        MOVE stop_placed_date TO ord_line_placed
        IF stop_tab_status (stop_ix) = "P"
            MOVE "PLACED" TO ord_line_disp
            MOVE "SP" TO ntc_put_type
            PERFORM write_stop_notice
        ELSE
            MOVE "IN EFFECT" TO ord_line_disp
        END-IF
    SET stop_ix UP BY 1
    .

*>  the placed notice is written as the order goes out live, so
*>  an order placed and cancelled on the same night sends nothing.
  write_stop_notice.
    IF ntc_is_open
        INITIALIZE ntc_rec
        MOVE ntc_put_type TO ntc_type
        MOVE stop_acct_no TO ntc_acct_no
        MOVE proc_date_9 TO ntc_event_date
        MOVE "STOPMNT" TO ntc_source
        MOVE stop_amount TO ntc_amount
        MOVE stop_expiry TO ntc_ref_date
        MOVE stop_desc TO ntc_detail
        WRITE notice_rec FROM ntc_rec
        ADD 1 TO ntc_write_ctr
    END-IF
    .

  write_maint_summary.
    WRITE print_rec FROM blank_line
    MOVE SPACES TO sum_line
    IF print_is_open
        CLOSE print_file
    END-IF
    IF ntc_is_open
        CLOSE notice_file
    END-IF
    .
