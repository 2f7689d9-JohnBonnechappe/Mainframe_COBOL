IDENTIFICATION DIVISION.
  PROGRAM-ID. chgrtrv.
  AUTHOR. John Braddock.
*>  on-request master change-log retrieval for customer disputes -
*>  the HISTRTRV request deck against the change-log cluster.  each
*>  request card names an account and a run-date range; every
*>  logged change inside it prints with the field, the value before
*>  and after, and what caused it.  the log is keyed on account, so
*>  each request is a keyed browse rather than a pass of the file.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
    SELECT control_file ASSIGN TO CTLCARD
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ctl_file_status.

    SELECT request_file ASSIGN TO REQCARDS
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS req_file_status.

    SELECT change_file ASSIGN TO CHGLOG
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS chg_key
        FILE STATUS IS chg_file_status.

    SELECT print_file ASSIGN TO RTRVRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS print_file_status.
DATA DIVISION.
FILE SECTION.
  FD  control_file
      RECORD CONTAINS 61 CHARACTERS
      LABEL RECORDS ARE STANDARD.
      COPY ctl_rec.

  FD  request_file
      RECORD CONTAINS 80 CHARACTERS
      LABEL RECORDS ARE STANDARD.
  01  request_card.
      05  req_card_acct_no      PIC X(10).
      05  req_card_from_date    PIC 9(08).
      05  req_card_to_date      PIC 9(08).
      05  FILLER                PIC X(54).

  FD  change_file
      LABEL RECORDS ARE STANDARD.
      COPY chg_rec.

  FD  print_file
      RECORD CONTAINS 132 CHARACTERS
      LABEL RECORDS OMITTED.
  01  print_rec                 PIC X(132).
WORKING-STORAGE SECTION.
    01  exit_sts        PIC 99.

    01  ctl_file_status         PIC X(02).
    01  req_file_status         PIC X(02).
    01  chg_file_status         PIC X(02).
    01  print_file_status       PIC X(02).

    01  req_eof_sw              PIC X(01) VALUE "N".
        88  req_eof                     VALUE "Y".
    01  chg_done_sw             PIC X(01) VALUE "N".
        88  chg_done                    VALUE "Y".
    01  print_open_sw           PIC X(01) VALUE "N".
        88  print_is_open               VALUE "Y".

    01  req_read_ctr            PIC 9(09) COMP VALUE 0.
    01  req_bad_ctr             PIC 9(09) COMP VALUE 0.
    01  chg_read_ctr            PIC 9(09) COMP VALUE 0.
    01  matched_ctr             PIC 9(09) COMP VALUE 0.

    01  req_tab_ctr             PIC 9(03) COMP VALUE 0.
    01  req_tab_max             PIC 9(03) COMP VALUE 100.
    01  req_table.
        05  req_entry OCCURS 100 INDEXED BY req_ix.
            10  req_card_no         PIC 9(05) COMP.
            10  req_acct_no         PIC X(10).
            10  req_from_date       PIC 9(08).
            10  req_to_date         PIC 9(08).
            10  req_match_ctr       PIC 9(09) COMP.

    01  rpt_title_line.
        05  FILLER              PIC X(40)
            VALUE "MASTER CHANGE LOG RETRIEVAL REPORT".
        05  FILLER              PIC X(92) VALUE SPACES.

    01  rpt_date_line.
        05  FILLER              PIC X(09) VALUE "RUN DATE ".
        05  rpt_run_date        PIC 9(08).
        05  FILLER              PIC X(115) VALUE SPACES.

    01  req_head_line.
        05  FILLER              PIC X(08) VALUE "REQUEST ".
        05  req_head_no         PIC ZZ9.
        05  FILLER              PIC X(10) VALUE "  ACCOUNT ".
        05  req_head_acct       PIC X(10).
        05  FILLER              PIC X(07) VALUE "  FROM ".
        05  req_head_from       PIC 9(08).
        05  FILLER              PIC X(05) VALUE "  TO ".
        05  req_head_to         PIC 9(08).
        05  FILLER              PIC X(73) VALUE SPACES.

    01  req_bad_line.
        05  FILLER              PIC X(08) VALUE "REQUEST ".
        05  req_bad_no          PIC ZZ9.
        05  FILLER              PIC X(34)
            VALUE "  REJECTED - INVALID REQUEST CARD".
        05  FILLER              PIC X(87) VALUE SPACES.

    01  rpt_col_line.
        05  FILLER              PIC X(06) VALUE "REQ".
        05  FILLER              PIC X(12) VALUE "ACCOUNT".
        05  FILLER              PIC X(10) VALUE "RUN DATE".
        05  FILLER              PIC X(06) VALUE "SEQ".
        05  FILLER              PIC X(10) VALUE "FIELD".
        05  FILLER              PIC X(32) VALUE "OLD VALUE".
        05  FILLER              PIC X(32) VALUE "NEW VALUE".
        05  FILLER              PIC X(04) VALUE "TY".
        05  FILLER              PIC X(10) VALUE "EFFECTIVE".
        05  FILLER              PIC X(10) VALUE "SOURCE".

    01  match_line.
        05  match_req_no        PIC ZZ9.
        05  FILLER              PIC X(03) VALUE SPACES.
        05  match_acct          PIC X(10).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  match_run_date      PIC 9(08).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  match_seq           PIC 9(04).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  match_field         PIC X(08).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  match_old_value     PIC X(30).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  match_new_value     PIC X(30).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  match_type          PIC X(02).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  match_trans_date    PIC 9(08).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  match_source        PIC X(08).
        05  FILLER              PIC X(02) VALUE SPACES.

    01  req_total_line.
        05  FILLER              PIC X(08) VALUE "REQUEST ".
        05  req_total_no        PIC ZZ9.
        05  FILLER              PIC X(18) VALUE "  CHANGES MATCHED ".
        05  req_total_count     PIC ZZZ,ZZZ,ZZ9.
        05  FILLER              PIC X(92) VALUE SPACES.

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
        PERFORM load_request_cards
    END-IF
    IF exit_sts < 8 AND req_tab_ctr > 0
        PERFORM search_change_log
        PERFORM write_request_totals
        PERFORM write_retrieval_summary
    END-IF
    PERFORM wrap_up
    DISPLAY "REQUEST CARDS READ  " req_read_ctr
    DISPLAY "CHANGE RECORDS READ " chg_read_ctr
    DISPLAY "CHANGES MATCHED     " matched_ctr
    MOVE exit_sts TO RETURN-CODE
    STOP RUN
    .

  initialization.
    MOVE 0 TO exit_sts
    PERFORM read_control_card
    OPEN OUTPUT print_file
    IF print_file_status = "00"
        SET print_is_open TO TRUE
    ELSE
        DISPLAY "RETRIEVAL REPORT OPEN FAILED - STATUS "
            print_file_status
        MOVE 8 TO exit_sts
    END-IF
    IF exit_sts < 8
        WRITE print_rec FROM rpt_title_line
        MOVE proc_date_9 TO rpt_run_date
        WRITE print_rec FROM rpt_date_line
        WRITE print_rec FROM blank_line
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
    DISPLAY "CHANGE RETRIEVAL RUN DATE " proc_date_9
    .

  load_request_cards.
    OPEN INPUT request_file
    IF req_file_status NOT = "00"
        DISPLAY "REQUEST CARDS NOT FOUND - STATUS " req_file_status
        MOVE 8 TO exit_sts
    ELSE
        PERFORM read_request_card
        PERFORM store_request_card UNTIL req_eof
        CLOSE request_file
        IF req_tab_ctr = 0
            DISPLAY "NO USABLE REQUEST CARDS - NOTHING TO RETRIEVE"
            MOVE 4 TO exit_sts
        END-IF
    END-IF
    .

  read_request_card.
    READ request_file
        AT END SET req_eof TO TRUE
        NOT AT END ADD 1 TO req_read_ctr
    END-READ
    .

  store_request_card.
    EVALUATE TRUE
        WHEN request_card = SPACES
            CONTINUE
        WHEN req_card_acct_no = SPACES
            OR req_card_acct_no = ZEROS
            OR req_card_from_date NOT NUMERIC
            OR req_card_to_date NOT NUMERIC
            OR req_card_from_date > req_card_to_date
            ADD 1 TO req_bad_ctr
            MOVE req_read_ctr TO req_bad_no
            WRITE print_rec FROM req_bad_line
            IF exit_sts < 4
                MOVE 4 TO exit_sts
            END-IF
        WHEN req_tab_ctr NOT LESS THAN req_tab_max
            DISPLAY "REQUEST TABLE FULL - CARD SKIPPED - "
                request_card
            IF exit_sts < 4
                MOVE 4 TO exit_sts
            END-IF
        WHEN OTHER
            ADD 1 TO req_tab_ctr
            SET req_ix TO req_tab_ctr
            MOVE req_read_ctr TO req_card_no (req_ix)
            MOVE req_card_acct_no TO req_acct_no (req_ix)
            MOVE req_card_from_date TO req_from_date (req_ix)
            MOVE req_card_to_date TO req_to_date (req_ix)
            MOVE 0 TO req_match_ctr (req_ix)
            MOVE req_read_ctr TO req_head_no
            MOVE req_card_acct_no TO req_head_acct
            MOVE req_card_from_date TO req_head_from
            MOVE req_card_to_date TO req_head_to
            WRITE print_rec FROM req_head_line
    END-EVALUATE
    PERFORM read_request_card
    .

*>  matches print request by request, each account's changes in
*>  run-date and sequence order - the order they were made.
  search_change_log.
    WRITE print_rec FROM blank_line
    WRITE print_rec FROM rpt_col_line
    OPEN INPUT change_file
    EVALUATE chg_file_status
        WHEN "00"
            SET req_ix TO 1
            PERFORM browse_request_changes req_tab_ctr TIMES
            CLOSE change_file
        WHEN "35"
            DISPLAY "NO CHANGE LOG FOUND - NOTHING TO SEARCH"
            MOVE 4 TO exit_sts
        WHEN OTHER
            DISPLAY "CHANGE LOG OPEN FAILED - STATUS "
                chg_file_status
            MOVE 8 TO exit_sts
    END-EVALUATE
    .

  browse_request_changes.
    MOVE "N" TO chg_done_sw
    MOVE req_acct_no (req_ix) TO chg_acct_no
    MOVE req_from_date (req_ix) TO chg_run_date
    MOVE ZEROS TO chg_seq
    START change_file KEY NOT LESS THAN chg_key
        INVALID KEY SET chg_done TO TRUE
    END-START
    IF NOT chg_done
        PERFORM read_change_record
    END-IF
    PERFORM match_change_record UNTIL chg_done
    SET req_ix UP BY 1
    .

  read_change_record.
    READ change_file NEXT
        AT END SET chg_done TO TRUE
        NOT AT END ADD 1 TO chg_read_ctr
    END-READ
    .

  match_change_record.
    IF chg_acct_no NOT = req_acct_no (req_ix)
        OR chg_run_date > req_to_date (req_ix)
        SET chg_done TO TRUE
    ELSE
        ADD 1 TO req_match_ctr (req_ix)
        ADD 1 TO matched_ctr
        PERFORM write_match_line
        PERFORM read_change_record
    END-IF
    .

  write_match_line.
    MOVE req_card_no (req_ix) TO match_req_no
    MOVE chg_acct_no TO match_acct
    MOVE chg_run_date TO match_run_date
    MOVE chg_seq TO match_seq
    MOVE chg_field TO match_field
    MOVE chg_old_value TO match_old_value
    MOVE chg_new_value TO match_new_value
    MOVE chg_trans_type TO match_type
    MOVE chg_trans_date TO match_trans_date
    MOVE chg_source TO match_source
    WRITE print_rec FROM match_line
    .

  write_request_totals.
    WRITE print_rec FROM blank_line
    IF req_tab_ctr > 0
        SET req_ix TO 1
        PERFORM write_request_total_line req_tab_ctr TIMES
    END-IF
    .

  write_request_total_line.
    MOVE req_card_no (req_ix) TO req_total_no
    MOVE req_match_ctr (req_ix) TO req_total_count
    WRITE print_rec FROM req_total_line
    SET req_ix UP BY 1
    .

  write_retrieval_summary.
    WRITE print_rec FROM blank_line
    MOVE SPACES TO sum_line
    MOVE "REQUEST CARDS READ" TO sum_label
    MOVE req_read_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "REQUESTS REJECTED" TO sum_label
    MOVE req_bad_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "CHANGE RECORDS READ" TO sum_label
    MOVE chg_read_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "CHANGES MATCHED" TO sum_label
    MOVE matched_ctr TO sum_count
    WRITE print_rec FROM sum_line
    .

  wrap_up.
    IF print_is_open
        CLOSE print_file
    END-IF
    .
