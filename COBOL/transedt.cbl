        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS mnth_file_status.

    SELECT sord_feed_file ASSIGN TO SOFEED
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS sord_file_status.

    SELECT branch_feed_file ASSIGN TO MQFEED
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS brmt_file_status.

    SELECT edited_file ASSIGN TO EDTOUT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS edit_file_status.
      LABEL RECORDS ARE STANDARD.
  01  mnth_in_rec               PIC X(80).

  FD  sord_feed_file
      RECORD CONTAINS 80 CHARACTERS
      LABEL RECORDS ARE STANDARD.
  01  sord_in_rec               PIC X(80).

  FD  branch_feed_file
      RECORD CONTAINS 80 CHARACTERS
      LABEL RECORDS ARE STANDARD.
  01  brmt_in_rec               PIC X(80).

  FD  edited_file
      RECORD CONTAINS 80 CHARACTERS
      LABEL RECORDS ARE STANDARD.
    01  prev_file_status        PIC X(02).
    01  recyc_file_status       PIC X(02).
    01  mnth_file_status        PIC X(02).
    01  sord_file_status        PIC X(02).
    01  brmt_file_status        PIC X(02).
    01  edit_file_status        PIC X(02).
    01  print_file_status       PIC X(02).

        88  recyc_eof                   VALUE "Y".
    01  mnth_eof_sw             PIC X(01) VALUE "N".
        88  mnth_eof                    VALUE "Y".
    01  sord_eof_sw             PIC X(01) VALUE "N".
        88  sord_eof                    VALUE "Y".
    01  brmt_eof_sw             PIC X(01) VALUE "N".
        88  brmt_eof                    VALUE "Y".

    01  edit_ok_sw              PIC X(01) VALUE "Y".
        88  edit_ok                     VALUE "Y".
        88  source_primary              VALUE "P".
        88  source_recycle              VALUE "R".
        88  source_monthend             VALUE "M".
        88  source_standing             VALUE "S".
        88  source_branch               VALUE "B".
    01  dup_found_sw            PIC X(01) VALUE "N".
        88  dup_found                   VALUE "Y".

    01  feed_read_ctr           PIC 9(09) COMP VALUE 0.
    01  recyc_read_ctr          PIC 9(09) COMP VALUE 0.
    01  mnth_read_ctr           PIC 9(09) COMP VALUE 0.
    01  sord_read_ctr           PIC 9(09) COMP VALUE 0.
    01  brmt_read_ctr           PIC 9(09) COMP VALUE 0.
    01  prev_key_ctr            PIC 9(09) COMP VALUE 0.
    01  accepted_ctr            PIC 9(09) COMP VALUE 0.
    01  dup_in_feed_ctr         PIC 9(09) COMP VALUE 0.
        PERFORM edit_primary_feed
        PERFORM edit_recycle_feed
        PERFORM edit_monthend_feed
        PERFORM edit_standing_order_feed
        PERFORM edit_branch_maint_feed
        PERFORM write_edit_summary
    END-IF
    PERFORM wrap_up
    END-IF
    .

  edit_standing_order_feed.
    IF NOT edit_ok
        CONTINUE
    ELSE
        SET source_standing TO TRUE
        OPEN INPUT sord_feed_file
        EVALUATE sord_file_status
            WHEN "00"
                PERFORM read_standing_order_record
                PERFORM edit_standing_order_record
                    UNTIL sord_eof OR NOT edit_ok
                IF edit_ok AND in_batch
                    DISPLAY "STANDING ORDER BATCH TRAILER MISSING"
                    PERFORM fail_feed_edit
                END-IF
                CLOSE sord_feed_file
            WHEN "35"
                DISPLAY "NO STANDING ORDER TRANSACTIONS TONIGHT"
            WHEN OTHER
                DISPLAY "STANDING ORDER FEED OPEN FAILED - STATUS "
                    sord_file_status
                PERFORM fail_feed_edit
        END-EVALUATE
    END-IF
    .

  read_standing_order_record.
    READ sord_feed_file
        AT END SET sord_eof TO TRUE
        NOT AT END ADD 1 TO sord_read_ctr
    END-READ
    .

  edit_standing_order_record.
    MOVE sord_in_rec TO trans_rec
    PERFORM edit_trans_record
    IF edit_ok
        PERFORM read_standing_order_record
    END-IF
    .

  edit_branch_maint_feed.
    IF NOT edit_ok
        CONTINUE
    ELSE
        SET source_branch TO TRUE
        OPEN INPUT branch_feed_file
        EVALUATE brmt_file_status
            WHEN "00"
                PERFORM read_branch_maint_record
                PERFORM edit_branch_maint_record
                    UNTIL brmt_eof OR NOT edit_ok
                IF edit_ok AND in_batch
                    DISPLAY "BRANCH MAINTENANCE BATCH TRAILER MISSING"
                    PERFORM fail_feed_edit
                END-IF
                CLOSE branch_feed_file
            WHEN "35"
                DISPLAY "NO BRANCH MAINTENANCE TONIGHT"
            WHEN OTHER
                DISPLAY "BRANCH MAINTENANCE FEED OPEN FAILED - STATUS "
                    brmt_file_status
                PERFORM fail_feed_edit
        END-EVALUATE
    END-IF
    .

  read_branch_maint_record.
    READ branch_feed_file
        AT END SET brmt_eof TO TRUE
        NOT AT END ADD 1 TO brmt_read_ctr
    END-READ
    .

  edit_branch_maint_record.
    MOVE brmt_in_rec TO trans_rec
    PERFORM edit_trans_record
    IF edit_ok
        PERFORM read_branch_maint_record
    END-IF
    .

  edit_trans_record.
    EVALUATE TRUE
        WHEN trans_is_header
    END-IF
    .

*>  the standing-order and branch batches are generated one
*>  record per order or queue entry per night, so two identical
*>  keys there are two genuine requests - several address lines,
*>  a same-day correction, two orders for the same amount - and
*>  are never screened against each other.
  screen_detail_record.
    MOVE trans_rec TO dup_key
    MOVE "N" TO dup_found_sw
    IF NOT source_standing AND NOT source_branch
        PERFORM find_current_key
    END-IF
    IF dup_found
        ADD 1 TO dup_in_feed_ctr
        MOVE "DUPLICATE WITHIN FEED" TO susp_reason
            MOVE "UPSTREAM" TO susp_source
        WHEN source_recycle
            MOVE "RECYCLE" TO susp_source
        WHEN source_standing
            MOVE "STANDORD" TO susp_source
        WHEN source_branch
            MOVE "BRANCHMT" TO susp_source
        WHEN OTHER
            MOVE "MONTHEND" TO susp_source
    END-EVALUATE
    MOVE "MONTH-END RECORDS READ" TO sum_label
    MOVE mnth_read_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "STANDING-ORDER RECORDS READ" TO sum_label
    MOVE sord_read_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "BRANCH MAINT RECORDS READ" TO sum_label
    MOVE brmt_read_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "RECORDS ACCEPTED" TO sum_label
    MOVE accepted_ctr TO sum_count
    WRITE print_rec FROM sum_line
