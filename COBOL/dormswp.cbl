        RECORD KEY IS mstr_key
        FILE STATUS IS mstr_file_status.

    SELECT change_file ASSIGN TO CHGLOG
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS chg_key
        FILE STATUS IS chg_file_status.

    SELECT notice_file ASSIGN TO NOTICES
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ntc_file_status.

    SELECT print_file ASSIGN TO DORMRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS print_file_status.
      LABEL RECORDS ARE STANDARD.
      COPY mstr_rec.

  FD  change_file
      LABEL RECORDS ARE STANDARD.
      COPY chg_rec.

  FD  notice_file
      RECORD CONTAINS 200 CHARACTERS
      LABEL RECORDS ARE STANDARD.
  01  notice_rec                PIC X(200).

  FD  print_file
      RECORD CONTAINS 132 CHARACTERS
      LABEL RECORDS OMITTED.
    01  parm_file_status        PIC X(02).
    01  mstr_file_status        PIC X(02).
    01  print_file_status       PIC X(02).
    01  chg_file_status         PIC X(02).
    01  ntc_file_status         PIC X(02).

    01  mstr_eof_sw             PIC X(01) VALUE "N".
        88  mstr_eof                    VALUE "Y".
    01  print_open_sw           PIC X(01) VALUE "N".
        88  print_is_open               VALUE "Y".
    01  chg_open_sw             PIC X(01) VALUE "N".
        88  chg_is_open                 VALUE "Y".
    01  chg_written_sw          PIC X(01) VALUE "N".
        88  chg_written                 VALUE "Y".
    01  ntc_open_sw             PIC X(01) VALUE "N".
        88  ntc_is_open                 VALUE "Y".

    01  mstr_read_ctr           PIC 9(09) COMP VALUE 0.
    01  flagged_ctr             PIC 9(09) COMP VALUE 0.
    01  already_dormant_ctr     PIC 9(09) COMP VALUE 0.
    01  skipped_ctr             PIC 9(09) COMP VALUE 0.
    01  ntc_write_ctr           PIC 9(09) COMP VALUE 0.

    01  dormancy_months         PIC 9(03) COMP.

    COPY ntc_rec.

    01  rpt_title_line.
        05  FILLER              PIC X(40)
            VALUE "DORMANT ACCOUNT SWEEP REPORT".
    PERFORM wrap_up
    DISPLAY "MASTER RECORDS READ    " mstr_read_ctr
    DISPLAY "ACCOUNTS SET DORMANT   " flagged_ctr
    DISPLAY "DORMANCY NOTICES       " ntc_write_ctr
    MOVE exit_sts TO RETURN-CODE
    STOP RUN
    .
        DISPLAY "MASTER FILE OPEN FAILED - STATUS " mstr_file_status
        MOVE 8 TO exit_sts
    ELSE
        PERFORM open_change_file
        IF chg_is_open
            PERFORM open_notice_file
            PERFORM read_master_record
            PERFORM sweep_master_record UNTIL mstr_eof
            CLOSE change_file
            IF ntc_is_open
                CLOSE notice_file
            END-IF
        END-IF
        CLOSE master_file
    END-IF
    .

*>  every account set dormant goes to the master change log with
*>  its prior status, source DORMSWP.
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
        MOVE 8 TO exit_sts
    END-IF
    .

*>  each account set dormant owes the customer a letter.  without
*>  the notice file the sweep still runs and the letters are lost,
*>  so the step ends with 4 and the console says why.
  open_notice_file.
    OPEN EXTEND notice_file
    IF ntc_file_status = "35"
        OPEN OUTPUT notice_file
    END-IF
    IF ntc_file_status = "00"
        SET ntc_is_open TO TRUE
    ELSE
        DISPLAY "NOTICE FILE OPEN FAILED - STATUS " ntc_file_status
            " - NO DORMANCY NOTICES THIS RUN"
        IF exit_sts < 4
            MOVE 4 TO exit_sts
        END-IF
    END-IF
    .

  read_master_record.
    READ master_file NEXT
        AT END SET mstr_eof TO TRUE
    .

  flag_dormant_account.
    INITIALIZE chg_rec
    MOVE mstr_acct_no TO chg_acct_no
    MOVE proc_date_9 TO chg_run_date
    MOVE "STATUS" TO chg_field
    MOVE mstr_status TO chg_old_value
    SET mstr_dormant TO TRUE
    MOVE mstr_status TO chg_new_value
    MOVE SPACES TO chg_trans_type
    MOVE proc_date_9 TO chg_trans_date
    MOVE "DORMSWP" TO chg_source
    REWRITE mstr_rec
        INVALID KEY
            DISPLAY "MASTER REWRITE FAILED FOR ACCOUNT " mstr_acct_no
        NOT INVALID KEY
            ADD 1 TO flagged_ctr
            PERFORM write_dormant_line
            PERFORM write_change_record
            PERFORM write_dormant_notice
    END-REWRITE
    .

  write_dormant_notice.
    IF ntc_is_open
        INITIALIZE ntc_rec
        SET ntc_dormant TO TRUE
        MOVE mstr_acct_no TO ntc_acct_no
        MOVE proc_date_9 TO ntc_event_date
        MOVE "DORMSWP" TO ntc_source
        MOVE mstr_balance TO ntc_amount
        MOVE mstr_last_date TO ntc_ref_date
        WRITE notice_rec FROM ntc_rec
        ADD 1 TO ntc_write_ctr
    END-IF
    .

*>  the sequence starts at 1 and steps past any entry the posting
*>  pass already logged for the account on the same run date.
  write_change_record.
    MOVE 1 TO chg_seq
    MOVE "N" TO chg_written_sw
    PERFORM write_change_attempt
        UNTIL chg_written OR chg_seq > 9998
    IF NOT chg_written
        DISPLAY "CHANGE LOG WRITE FAILED FOR ACCOUNT " chg_acct_no
            " STATUS " chg_file_status
        IF exit_sts < 8
            MOVE 8 TO exit_sts
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

  write_dormant_line.
    MOVE mstr_acct_no TO dorm_line_acct
    MOVE mstr_name TO dorm_line_name
