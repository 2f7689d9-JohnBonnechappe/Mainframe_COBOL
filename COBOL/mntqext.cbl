IDENTIFICATION DIVISION.
  PROGRAM-ID. mntqext.
  AUTHOR. John Braddock.
*>  nightly extract of the branch maintenance queue keyed through
*>  BMNT.  every request entered on or before the run date and not
*>  yet extracted is written to its own HDR/TRL feed batch (feed
*>  source BRANCHMT) for the edit step to merge, marked extracted
*>  with the run date and listed with the user and terminal that
*>  keyed it for the branch supervisor's sign-off.  requests
*>  extracted on an earlier night are dropped from the queue; those
*>  extracted tonight are extracted again on a rerun of the same
*>  night, so a rerun rebuilds the same batch.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
    SELECT control_file ASSIGN TO CTLCARD
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ctl_file_status.

    SELECT queue_file ASSIGN TO MNTQFILE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS mntq_key
        FILE STATUS IS mntq_file_status.

    SELECT feed_file ASSIGN TO MQFEED
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS feed_file_status.

    SELECT print_file ASSIGN TO MQRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS print_file_status.
DATA DIVISION.
FILE SECTION.
  FD  control_file
      RECORD CONTAINS 61 CHARACTERS
      LABEL RECORDS ARE STANDARD.
      COPY ctl_rec.

  FD  queue_file
      LABEL RECORDS ARE STANDARD.
      COPY mntq_rec.

  FD  feed_file
      RECORD CONTAINS 80 CHARACTERS
      LABEL RECORDS ARE STANDARD.
  01  feed_rec                  PIC X(80).

  FD  print_file
      RECORD CONTAINS 132 CHARACTERS
      LABEL RECORDS OMITTED.
  01  print_rec                 PIC X(132).
WORKING-STORAGE SECTION.
    01  exit_sts        PIC 99.

    01  ctl_file_status         PIC X(02).
    01  mntq_file_status        PIC X(02).
    01  feed_file_status        PIC X(02).
    01  print_file_status       PIC X(02).

    01  mntq_open_sw            PIC X(01) VALUE "N".
        88  mntq_is_open                VALUE "Y".
    01  mntq_eof_sw             PIC X(01) VALUE "N".
        88  mntq_eof                    VALUE "Y".
    01  feed_open_sw            PIC X(01) VALUE "N".
        88  feed_is_open                VALUE "Y".
    01  print_open_sw           PIC X(01) VALUE "N".
        88  print_is_open               VALUE "Y".

    01  mntq_read_ctr           PIC 9(09) COMP VALUE 0.
    01  extracted_ctr           PIC 9(09) COMP VALUE 0.
    01  reextracted_ctr         PIC 9(09) COMP VALUE 0.
    01  later_ctr               PIC 9(09) COMP VALUE 0.
    01  purged_ctr              PIC 9(09) COMP VALUE 0.
    01  name_chg_ctr            PIC 9(09) COMP VALUE 0.
    01  addr_chg_ctr            PIC 9(09) COMP VALUE 0.
    01  od_chg_ctr              PIC 9(09) COMP VALUE 0.
    01  close_ctr               PIC 9(09) COMP VALUE 0.

    COPY trans_rec.

    01  out_count               PIC 9(09) COMP VALUE 0.

    01  out_hdr_rec.
        05  FILLER              PIC X(03) VALUE "HDR".
        05  out_hdr_date        PIC 9(08).
        05  FILLER              PIC X(08) VALUE "BRANCHMT".
        05  FILLER              PIC X(61) VALUE SPACES.

*>  maintenance records carry no DB/CR/TR amount, so the batch
*>  hash totals are always zero.
    01  out_trl_rec.
        05  FILLER              PIC X(03) VALUE "TRL".
        05  out_trl_count       PIC 9(09).
        05  out_trl_db_hash     PIC 9(11)V99 VALUE 0.
        05  out_trl_cr_hash     PIC 9(11)V99 VALUE 0.
        05  FILLER              PIC X(42) VALUE SPACES.

    01  od_limit_disp           PIC ZZZ,ZZZ,ZZ9.99.

    01  rpt_title_line.
        05  FILLER              PIC X(50)
            VALUE "BRANCH MAINTENANCE ENTRY - SUPERVISOR SIGN-OFF".
        05  FILLER              PIC X(82) VALUE SPACES.

    01  rpt_date_line.
        05  FILLER              PIC X(09) VALUE "RUN DATE ".
        05  rpt_run_date        PIC 9(08).
        05  FILLER              PIC X(115) VALUE SPACES.

    01  rpt_col_line.
        05  FILLER              PIC X(17) VALUE "ENTERED".
        05  FILLER              PIC X(10) VALUE "USER".
        05  FILLER              PIC X(06) VALUE "TERM".
        05  FILLER              PIC X(12) VALUE "ACCOUNT".
        05  FILLER              PIC X(04) VALUE "TY".
        05  FILLER              PIC X(32) VALUE "CURRENT VALUE".
        05  FILLER              PIC X(51) VALUE "NEW VALUE".

    01  mntq_line.
        05  mntq_line_date      PIC 9(08).
        05  FILLER              PIC X(01) VALUE SPACES.
        05  mntq_line_time      PIC 9(06).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  mntq_line_user      PIC X(08).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  mntq_line_term      PIC X(04).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  mntq_line_acct      PIC X(10).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  mntq_line_type      PIC X(02).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  mntq_line_old       PIC X(30).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  mntq_line_new       PIC X(30).
        05  FILLER              PIC X(21) VALUE SPACES.

    01  mntq_none_line.
        05  FILLER              PIC X(40)
            VALUE "NO BRANCH MAINTENANCE QUEUED".
        05  FILLER              PIC X(92) VALUE SPACES.

    01  sum_line.
        05  sum_label           PIC X(30).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  sum_count           PIC ZZZ,ZZZ,ZZ9.
        05  FILLER              PIC X(89) VALUE SPACES.

    01  signoff_line.
        05  FILLER              PIC X(60) VALUE
            "REVIEWED BY ______________________   DATE __________".
        05  FILLER              PIC X(72) VALUE SPACES.

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
        PERFORM extract_queue
        PERFORM finish_feed_batch
        PERFORM write_extract_summary
    END-IF
    PERFORM wrap_up
    DISPLAY "QUEUE RECORDS READ  " mntq_read_ctr
    DISPLAY "REQUESTS EXTRACTED  " extracted_ctr
    DISPLAY "REQUESTS PURGED     " purged_ctr
    MOVE exit_sts TO RETURN-CODE
    STOP RUN
    .

  initialization.
    MOVE 0 TO exit_sts
    PERFORM read_control_card
    OPEN I-O queue_file
    IF mntq_file_status = "35"
        OPEN OUTPUT queue_file
        CLOSE queue_file
        OPEN I-O queue_file
    END-IF
    IF mntq_file_status = "00"
        SET mntq_is_open TO TRUE
    ELSE
        DISPLAY "MAINTENANCE QUEUE OPEN FAILED - STATUS "
            mntq_file_status
        MOVE 8 TO exit_sts
    END-IF
    OPEN OUTPUT feed_file
    IF feed_file_status = "00"
        SET feed_is_open TO TRUE
    ELSE
        DISPLAY "BRANCH FEED OPEN FAILED - STATUS " feed_file_status
        MOVE 8 TO exit_sts
    END-IF
    OPEN OUTPUT print_file
    IF print_file_status = "00"
        SET print_is_open TO TRUE
    ELSE
        DISPLAY "SIGN-OFF REPORT OPEN FAILED - STATUS "
            print_file_status
        MOVE 8 TO exit_sts
    END-IF
    IF exit_sts < 8
        MOVE proc_date_9 TO out_hdr_date
        WRITE feed_rec FROM out_hdr_rec
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
    DISPLAY "MAINTENANCE QUEUE EXTRACT RUN DATE " proc_date_9
    .

  extract_queue.
    MOVE LOW-VALUES TO mntq_key
    START queue_file KEY NOT LESS THAN mntq_key
        INVALID KEY SET mntq_eof TO TRUE
    END-START
    PERFORM process_queue_record UNTIL mntq_eof
    IF extracted_ctr = 0
        WRITE print_rec FROM mntq_none_line
    END-IF
    .

*>  requests keyed after the run date (a late-evening entry on a
*>  night the cycle runs with an earlier date) wait for the run
*>  that covers their entry date.
  process_queue_record.
    READ queue_file NEXT
        AT END SET mntq_eof TO TRUE
        NOT AT END ADD 1 TO mntq_read_ctr
    END-READ
    IF NOT mntq_eof
        EVALUATE TRUE
            WHEN mntq_extracted AND mntq_extract_date < proc_date_9
                PERFORM purge_queue_record
            WHEN mntq_extracted AND mntq_extract_date = proc_date_9
                ADD 1 TO reextracted_ctr
                PERFORM extract_queue_record
            WHEN mntq_entry_date > proc_date_9
                ADD 1 TO later_ctr
            WHEN OTHER
                PERFORM extract_queue_record
        END-EVALUATE
    END-IF
    .

  purge_queue_record.
    DELETE queue_file
        INVALID KEY
            DISPLAY "QUEUE DELETE FAILED - STATUS " mntq_file_status
            IF exit_sts < 8
                MOVE 8 TO exit_sts
            END-IF
        NOT INVALID KEY
            ADD 1 TO purged_ctr
    END-DELETE
    .

  extract_queue_record.
    MOVE mntq_trans_data TO trans_rec
    WRITE feed_rec FROM trans_rec
    ADD 1 TO out_count
    ADD 1 TO extracted_ctr
    EVALUATE TRUE
        WHEN trans_is_name_chg
            ADD 1 TO name_chg_ctr
        WHEN trans_is_addr_chg
            ADD 1 TO addr_chg_ctr
        WHEN trans_is_od_chg
            ADD 1 TO od_chg_ctr
        WHEN OTHER
            ADD 1 TO close_ctr
    END-EVALUATE
    MOVE "X" TO mntq_status
    MOVE proc_date_9 TO mntq_extract_date
    REWRITE mntq_rec
        INVALID KEY
            DISPLAY "QUEUE REWRITE FAILED - STATUS " mntq_file_status
            IF exit_sts < 8
                MOVE 8 TO exit_sts
            END-IF
    END-REWRITE
    PERFORM write_signoff_line
    .

  write_signoff_line.
    MOVE mntq_entry_date TO mntq_line_date
    MOVE mntq_entry_time TO mntq_line_time
    MOVE mntq_user_id TO mntq_line_user
    MOVE mntq_term_id TO mntq_line_term
    MOVE trans_acct_no TO mntq_line_acct
    MOVE trans_type TO mntq_line_type
    MOVE mntq_old_value TO mntq_line_old
    MOVE SPACES TO mntq_line_new
    EVALUATE TRUE
        WHEN trans_is_name_chg
            MOVE trans_name TO mntq_line_new
        WHEN trans_is_addr_chg
            STRING trans_addr_line_no " " trans_addr_text
                DELIMITED BY SIZE INTO mntq_line_new
            END-STRING
        WHEN trans_is_od_chg AND trans_desc = "REMOVE"
            MOVE "REMOVE LIMIT" TO mntq_line_new
        WHEN trans_is_od_chg
            MOVE trans_amount TO od_limit_disp
            MOVE od_limit_disp TO mntq_line_new
        WHEN OTHER
            MOVE "CLOSE ACCOUNT" TO mntq_line_new
    END-EVALUATE
    WRITE print_rec FROM mntq_line
    .

  finish_feed_batch.
    MOVE out_count TO out_trl_count
    WRITE feed_rec FROM out_trl_rec
    .

  write_extract_summary.
    WRITE print_rec FROM blank_line
    MOVE SPACES TO sum_line
    MOVE "NAME CHANGES" TO sum_label
    MOVE name_chg_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "ADDRESS CHANGES" TO sum_label
    MOVE addr_chg_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "OVERDRAFT LIMIT CHANGES" TO sum_label
    MOVE od_chg_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "ACCOUNT CLOSURES" TO sum_label
    MOVE close_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "REQUESTS EXTRACTED" TO sum_label
    MOVE extracted_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "  OF WHICH RE-EXTRACTED" TO sum_label
    MOVE reextracted_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "HELD FOR A LATER RUN" TO sum_label
    MOVE later_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "PRIOR REQUESTS PURGED" TO sum_label
    MOVE purged_ctr TO sum_count
    WRITE print_rec FROM sum_line
    WRITE print_rec FROM blank_line
    WRITE print_rec FROM blank_line
    WRITE print_rec FROM signoff_line
    .

  wrap_up.
    IF mntq_is_open
        CLOSE queue_file
    END-IF
    IF feed_is_open
        CLOSE feed_file
    END-IF
    IF print_is_open
        CLOSE print_file
    END-IF
    .
