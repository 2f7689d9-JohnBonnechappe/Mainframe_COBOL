IDENTIFICATION DIVISION.
  PROGRAM-ID. mstrbld.
  AUTHOR. John Braddock.
*>  point-in-time master rebuild.  starts from a BACKMSTR backup
*>  generation and rolls it forward from the posted-history cluster
*>  to a target posting date, writing a fresh master cluster - the
*>  production master on a recovery, or a scratch cluster to compare
*>  against the live one.  the parameter card gives the posting date
*>  the backup was taken after (its run date) and the posting date
*>  to roll through; history posted after the first and on or
*>  before the second is applied account by account the way the
*>  posting pass applied it.  the history cluster carries no name
*>  text and no dormancy flags, so the master change log is read
*>  alongside it for the same window: each name change takes the
*>  name it logged, and each account the dormancy sweep flagged is
*>  set dormant again in date order with its history - including
*>  the flags the month-end sweep set on the backup's own night,
*>  since it runs after the backup is taken.  only an account
*>  opened inside the window, whose name was never logged, is
*>  flagged for re-keying.  when the current master is supplied
*>  each rebuilt account is checked against it.  every account
*>  prints with its before and after balance and status, followed
*>  by the control totals.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
    SELECT control_file ASSIGN TO CTLCARD
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ctl_file_status.

    SELECT parm_file ASSIGN TO RBLDPARM
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS parm_file_status.

    SELECT backup_file ASSIGN TO BKUPIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS bkup_file_status.

    SELECT history_file ASSIGN TO HISTFILE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS hist_key
        FILE STATUS IS hist_file_status.

    SELECT change_file ASSIGN TO CHGLOG
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS chg_key
        FILE STATUS IS chg_file_status.

    SELECT rebuilt_file ASSIGN TO MSTROUT
        ORGANIZATION IS INDEXED
        ACCESS MODE IS SEQUENTIAL
        RECORD KEY IS mstr_key
        FILE STATUS IS mstr_file_status.

    SELECT current_file ASSIGN TO CURMAST
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS curm_acct_no
        FILE STATUS IS curm_file_status.

    SELECT print_file ASSIGN TO RBLDRPT
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
  01  parm_card.
      05  parm_bkup_date        PIC 9(08).
      05  parm_to_date          PIC 9(08).
      05  FILLER                PIC X(64).

  FD  backup_file
      RECORD CONTAINS 65 CHARACTERS
      LABEL RECORDS ARE STANDARD.
  01  bkup_rec.
      05  bkup_acct_no          PIC X(10).
      05  bkup_name             PIC X(30).
      05  bkup_balance          PIC S9(09)V99 COMP-3.
      05  bkup_last_date        PIC 9(08).
      05  bkup_status           PIC X(01).
      05  bkup_od_limit         PIC S9(07)V99 COMP-3.
      05  bkup_od_limit_sw      PIC X(01).
      05  FILLER                PIC X(04).

  FD  history_file
      LABEL RECORDS ARE STANDARD.
      COPY hist_rec.

  FD  change_file
      LABEL RECORDS ARE STANDARD.
      COPY chg_rec.

  FD  rebuilt_file
      LABEL RECORDS ARE STANDARD.
      COPY mstr_rec.

  FD  current_file
      LABEL RECORDS ARE STANDARD.
  01  curm_rec.
      05  curm_acct_no          PIC X(10).
      05  curm_name             PIC X(30).
      05  curm_balance          PIC S9(09)V99 COMP-3.
      05  curm_last_date        PIC 9(08).
      05  curm_status           PIC X(01).
      05  FILLER                PIC X(10).

  FD  print_file
      RECORD CONTAINS 132 CHARACTERS
      LABEL RECORDS OMITTED.
  01  print_rec                 PIC X(132).
WORKING-STORAGE SECTION.
    01  exit_sts        PIC 99.

    01  ctl_file_status         PIC X(02).
    01  parm_file_status        PIC X(02).
    01  bkup_file_status        PIC X(02).
    01  hist_file_status        PIC X(02).
    01  chg_file_status         PIC X(02).
    01  mstr_file_status        PIC X(02).
    01  curm_file_status        PIC X(02).
    01  print_file_status       PIC X(02).

    01  bkup_open_sw            PIC X(01) VALUE "N".
        88  bkup_is_open                VALUE "Y".
    01  bkup_eof_sw             PIC X(01) VALUE "N".
        88  bkup_eof                    VALUE "Y".
    01  hist_open_sw            PIC X(01) VALUE "N".
        88  hist_is_open                VALUE "Y".
    01  hist_eof_sw             PIC X(01) VALUE "N".
        88  hist_eof                    VALUE "Y".
    01  hist_in_window_sw       PIC X(01) VALUE "N".
        88  hist_in_window              VALUE "Y".
    01  chg_open_sw             PIC X(01) VALUE "N".
        88  chg_is_open                 VALUE "Y".
    01  chg_pending_sw          PIC X(01) VALUE "N".
        88  chg_pending                 VALUE "Y".
    01  mstr_open_sw            PIC X(01) VALUE "N".
        88  mstr_is_open                VALUE "Y".
    01  curm_open_sw            PIC X(01) VALUE "N".
        88  curm_is_open                VALUE "Y".
    01  print_open_sw           PIC X(01) VALUE "N".
        88  print_is_open               VALUE "Y".
    01  acct_on_bkup_sw         PIC X(01) VALUE "N".
        88  acct_on_bkup                VALUE "Y".
    01  acct_name_sw            PIC X(01) VALUE "N".
        88  acct_name_lost              VALUE "Y".

    01  bkup_read_ctr           PIC 9(09) COMP VALUE 0.
    01  hist_read_ctr           PIC 9(09) COMP VALUE 0.
    01  hist_applied_ctr        PIC 9(09) COMP VALUE 0.
    01  hist_before_ctr         PIC 9(09) COMP VALUE 0.
    01  hist_after_ctr          PIC 9(09) COMP VALUE 0.
    01  hist_addr_ctr           PIC 9(09) COMP VALUE 0.
    01  hist_unknown_ctr        PIC 9(09) COMP VALUE 0.
    01  name_chg_ctr            PIC 9(09) COMP VALUE 0.
    01  chg_read_ctr            PIC 9(09) COMP VALUE 0.
    01  name_applied_ctr        PIC 9(09) COMP VALUE 0.
    01  dorm_applied_ctr        PIC 9(09) COMP VALUE 0.
    01  written_ctr             PIC 9(09) COMP VALUE 0.
    01  new_acct_ctr            PIC 9(09) COMP VALUE 0.
    01  changed_ctr             PIC 9(09) COMP VALUE 0.
    01  unchanged_ctr           PIC 9(09) COMP VALUE 0.
    01  cur_match_ctr           PIC 9(09) COMP VALUE 0.
    01  cur_differ_ctr          PIC 9(09) COMP VALUE 0.
    01  cur_missing_ctr         PIC 9(09) COMP VALUE 0.

*>  merge keys - HIGH-VALUES once a side is exhausted
    01  bkup_merge_acct         PIC X(10).
    01  hist_merge_acct         PIC X(10).
    01  cur_acct                PIC X(10).

    01  before_balance          PIC S9(09)V99 COMP-3.
    01  before_status           PIC X(01).
    01  acct_cr_amount          PIC S9(11)V99 COMP-3.
    01  acct_db_amount          PIC S9(11)V99 COMP-3.
    01  acct_post_ctr           PIC 9(05) COMP.
    01  acct_chg_ctr            PIC 9(05) COMP.

    01  total_before            PIC S9(13)V99 COMP-3 VALUE 0.
    01  total_cr                PIC S9(13)V99 COMP-3 VALUE 0.
    01  total_db                PIC S9(13)V99 COMP-3 VALUE 0.
    01  total_after             PIC S9(13)V99 COMP-3 VALUE 0.
    01  total_check             PIC S9(13)V99 COMP-3 VALUE 0.

    01  rpt_title_line.
        05  FILLER              PIC X(40)
            VALUE "POINT-IN-TIME MASTER REBUILD REPORT".
        05  FILLER              PIC X(92) VALUE SPACES.

    01  rpt_date_line.
        05  FILLER              PIC X(09) VALUE "RUN DATE ".
        05  rpt_run_date        PIC 9(08).
        05  FILLER              PIC X(115) VALUE SPACES.

    01  rpt_parm_line.
        05  FILLER              PIC X(25)
            VALUE "BACKUP TAKEN AFTER RUN OF".
        05  FILLER              PIC X(01) VALUE SPACES.
        05  rpt_bkup_date       PIC 9(08).
        05  FILLER              PIC X(25)
            VALUE "   ROLLED FORWARD THROUGH".
        05  FILLER              PIC X(01) VALUE SPACES.
        05  rpt_to_date         PIC 9(08).
        05  FILLER              PIC X(64) VALUE SPACES.

    01  rpt_bad_parm_line.
        05  FILLER              PIC X(50)
            VALUE "PARAMETER CARD REJECTED - NO MASTER WRITTEN - ".
        05  rpt_bad_parm        PIC X(80).
        05  FILLER              PIC X(02) VALUE SPACES.

    01  rpt_col_line.
        05  FILLER              PIC X(12) VALUE "ACCOUNT".
        05  FILLER              PIC X(03) VALUE "ST".
        05  FILLER              PIC X(17) VALUE " BACKUP BALANCE".
        05  FILLER              PIC X(17) VALUE "        CREDITS".
        05  FILLER              PIC X(17) VALUE "         DEBITS".
        05  FILLER              PIC X(17) VALUE "REBUILT BALANCE".
        05  FILLER              PIC X(03) VALUE "ST".
        05  FILLER              PIC X(07) VALUE " POSTS".
        05  FILLER              PIC X(17) VALUE "CURRENT BALANCE".
        05  FILLER              PIC X(22) VALUE "NOTE".

    01  rbld_line.
        05  rbld_line_acct      PIC X(10).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  rbld_line_st_before PIC X(01).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  rbld_line_before    PIC ZZZ,ZZZ,ZZ9.99-.
        05  FILLER              PIC X(02) VALUE SPACES.
        05  rbld_line_cr        PIC ZZZ,ZZZ,ZZ9.99-.
        05  FILLER              PIC X(02) VALUE SPACES.
        05  rbld_line_db        PIC ZZZ,ZZZ,ZZ9.99-.
        05  FILLER              PIC X(02) VALUE SPACES.
        05  rbld_line_after     PIC ZZZ,ZZZ,ZZ9.99-.
        05  FILLER              PIC X(02) VALUE SPACES.
        05  rbld_line_st_after  PIC X(01).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  rbld_line_posts     PIC ZZZZ9.
        05  FILLER              PIC X(02) VALUE SPACES.
        05  rbld_line_current   PIC ZZZ,ZZZ,ZZ9.99-.
        05  rbld_line_cur_x REDEFINES rbld_line_current
                                PIC X(15).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  rbld_line_note      PIC X(21).

    01  sum_line.
        05  sum_label           PIC X(30).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  sum_count           PIC ZZZ,ZZZ,ZZ9.
        05  FILLER              PIC X(89) VALUE SPACES.

    01  sum_amount_line.
        05  sum_amount_label    PIC X(30).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  sum_amount          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
        05  FILLER              PIC X(79) VALUE SPACES.

    01  ctl_bal_line.
        05  FILLER              PIC X(30) VALUE "CONTROL TOTALS".
        05  FILLER              PIC X(02) VALUE SPACES.
        05  ctl_bal_result      PIC X(30).
        05  FILLER              PIC X(70) VALUE SPACES.

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
        PERFORM rebuild_master
        PERFORM write_rebuild_summary
    END-IF
    PERFORM wrap_up
    DISPLAY "BACKUP RECORDS READ  " bkup_read_ctr
    DISPLAY "HISTORY RECORDS READ " hist_read_ctr
    DISPLAY "HISTORY APPLIED      " hist_applied_ctr
    DISPLAY "CHANGE LOG APPLIED   " name_applied_ctr
        " NAME " dorm_applied_ctr " DORMANT"
    DISPLAY "ACCOUNTS WRITTEN     " written_ctr
    MOVE exit_sts TO RETURN-CODE
    STOP RUN
    .

*>  the parameter card is proved before the output cluster is
*>  opened - opening it for output empties it, and on a recovery
*>  that cluster is the production master.
  initialization.
    MOVE 0 TO exit_sts
    PERFORM read_control_card
    OPEN OUTPUT print_file
    IF print_file_status = "00"
        SET print_is_open TO TRUE
        WRITE print_rec FROM rpt_title_line
        MOVE proc_date_9 TO rpt_run_date
        WRITE print_rec FROM rpt_date_line
        WRITE print_rec FROM blank_line
    ELSE
        DISPLAY "REBUILD REPORT OPEN FAILED - STATUS "
            print_file_status
        MOVE 8 TO exit_sts
    END-IF
    IF exit_sts < 8
        PERFORM read_parm_card
    END-IF
    IF exit_sts < 8
        PERFORM open_rebuild_files
    END-IF
    IF exit_sts < 8
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
    DISPLAY "MASTER REBUILD RUN DATE " proc_date_9
    .

  read_parm_card.
    OPEN INPUT parm_file
    IF parm_file_status NOT = "00"
        DISPLAY "REBUILD PARAMETER CARD NOT FOUND - STATUS "
            parm_file_status
        MOVE 16 TO exit_sts
    ELSE
        READ parm_file
            AT END MOVE SPACES TO parm_card
        END-READ
        CLOSE parm_file
        EVALUATE TRUE
            WHEN parm_bkup_date NOT NUMERIC
                OR parm_to_date NOT NUMERIC
                OR parm_bkup_date = ZEROS
                OR parm_to_date = ZEROS
                OR parm_bkup_date > parm_to_date
                OR parm_to_date > proc_date_9
                MOVE parm_card TO rpt_bad_parm
                WRITE print_rec FROM rpt_bad_parm_line
                DISPLAY "REBUILD PARAMETER CARD INVALID - " parm_card
                MOVE 16 TO exit_sts
            WHEN OTHER
                MOVE parm_bkup_date TO rpt_bkup_date
                MOVE parm_to_date TO rpt_to_date
                WRITE print_rec FROM rpt_parm_line
                DISPLAY "ROLLING BACKUP OF " parm_bkup_date
                    " FORWARD THROUGH " parm_to_date
        END-EVALUATE
    END-IF
    .

*>  the current master is optional - left off on a recovery, where
*>  the output cluster is the production master itself.
  open_rebuild_files.
    OPEN INPUT backup_file
    IF bkup_file_status = "00"
        SET bkup_is_open TO TRUE
    ELSE
        DISPLAY "MASTER BACKUP OPEN FAILED - STATUS "
            bkup_file_status
        MOVE 16 TO exit_sts
    END-IF
    OPEN INPUT history_file
    IF hist_file_status = "00"
        SET hist_is_open TO TRUE
    ELSE
        DISPLAY "HISTORY FILE OPEN FAILED - STATUS " hist_file_status
        MOVE 16 TO exit_sts
    END-IF
*>  without the change log the rebuild still balances, but every
*>  name change is left for re-keying and no dormancy flag set
*>  inside the window is restored.
    OPEN INPUT change_file
    EVALUATE chg_file_status
        WHEN "00"
            SET chg_is_open TO TRUE
        WHEN "35"
            DISPLAY "NO CHANGE LOG - NAME CHANGES LISTED FOR RE-KEYING"
                ", DORMANCY FLAGS NOT RESTORED"
            IF exit_sts < 4
                MOVE 4 TO exit_sts
            END-IF
        WHEN OTHER
            DISPLAY "CHANGE LOG OPEN FAILED - STATUS " chg_file_status
            MOVE 16 TO exit_sts
    END-EVALUATE
    IF exit_sts < 8
        OPEN OUTPUT rebuilt_file
        IF mstr_file_status = "00"
            SET mstr_is_open TO TRUE
        ELSE
            DISPLAY "REBUILT MASTER OPEN FAILED - STATUS "
                mstr_file_status
            MOVE 16 TO exit_sts
        END-IF
    END-IF
    IF exit_sts < 8
        OPEN INPUT current_file
        EVALUATE curm_file_status
            WHEN "00"
                SET curm_is_open TO TRUE
            WHEN "35"
                DISPLAY "NO CURRENT MASTER SUPPLIED - NO COMPARISON"
            WHEN OTHER
                DISPLAY "CURRENT MASTER OPEN FAILED - STATUS "
                    curm_file_status
                MOVE 8 TO exit_sts
        END-EVALUATE
    END-IF
    .

*>  match-merge of the backup (in account order from the REPRO)
*>  with the history cluster (account, posting date, sequence).
*>  an account with history but no backup record was opened or
*>  created inside the window.
  rebuild_master.
    PERFORM read_backup_record
    MOVE LOW-VALUES TO hist_key
    START history_file KEY NOT LESS THAN hist_key
        INVALID KEY
            SET hist_eof TO TRUE
            MOVE HIGH-VALUES TO hist_merge_acct
    END-START
    IF NOT hist_eof
        PERFORM read_window_history
    END-IF
    PERFORM rebuild_account
        UNTIL bkup_merge_acct = HIGH-VALUES
          AND hist_merge_acct = HIGH-VALUES
    IF hist_applied_ctr = 0
        DISPLAY "NO HISTORY POSTED INSIDE THE ROLL-FORWARD WINDOW"
        IF exit_sts < 4
            MOVE 4 TO exit_sts
        END-IF
    END-IF
    .

  read_backup_record.
    READ backup_file
        AT END
            SET bkup_eof TO TRUE
            MOVE HIGH-VALUES TO bkup_merge_acct
        NOT AT END
            ADD 1 TO bkup_read_ctr
            MOVE bkup_acct_no TO bkup_merge_acct
    END-READ
    .

  read_window_history.
    MOVE "N" TO hist_in_window_sw
    PERFORM read_history_record UNTIL hist_eof OR hist_in_window
    .

  read_history_record.
    READ history_file NEXT
        AT END
            SET hist_eof TO TRUE
            MOVE HIGH-VALUES TO hist_merge_acct
        NOT AT END
            ADD 1 TO hist_read_ctr
            EVALUATE TRUE
                WHEN hist_post_date NOT > parm_bkup_date
                    ADD 1 TO hist_before_ctr
                WHEN hist_post_date > parm_to_date
                    ADD 1 TO hist_after_ctr
                WHEN OTHER
                    SET hist_in_window TO TRUE
                    MOVE hist_acct_no TO hist_merge_acct
            END-EVALUATE
    END-READ
    .

  rebuild_account.
    IF bkup_merge_acct < hist_merge_acct
        MOVE bkup_merge_acct TO cur_acct
    ELSE
        MOVE hist_merge_acct TO cur_acct
    END-IF
    MOVE 0 TO acct_cr_amount
    MOVE 0 TO acct_db_amount
    MOVE 0 TO acct_post_ctr
    MOVE 0 TO acct_chg_ctr
    MOVE "N" TO acct_name_sw
    IF bkup_merge_acct = cur_acct
        SET acct_on_bkup TO TRUE
        MOVE bkup_rec TO mstr_rec
        MOVE bkup_balance TO before_balance
        MOVE bkup_status TO before_status
        PERFORM read_backup_record
    ELSE
        MOVE "N" TO acct_on_bkup_sw
        MOVE cur_acct TO mstr_acct_no
        MOVE SPACES TO mstr_name
        MOVE 0 TO mstr_balance
        MOVE 0 TO mstr_last_date
        SET mstr_active TO TRUE
        MOVE 0 TO mstr_od_limit
        MOVE SPACE TO mstr_od_limit_sw
        MOVE 0 TO before_balance
        MOVE SPACE TO before_status
        ADD 1 TO new_acct_ctr
        SET acct_name_lost TO TRUE
    END-IF
    PERFORM start_account_changes
    PERFORM apply_account_history UNTIL hist_merge_acct NOT = cur_acct
    PERFORM apply_account_change UNTIL NOT chg_pending
    ADD before_balance TO total_before
    ADD acct_cr_amount TO total_cr
    ADD acct_db_amount TO total_db
    ADD mstr_balance TO total_after
    IF acct_post_ctr = 0 AND acct_chg_ctr = 0
        ADD 1 TO unchanged_ctr
    ELSE
        ADD 1 TO changed_ctr
    END-IF
    PERFORM write_rebuilt_record
    .

*>  the same effect the posting pass had on the master: DB/CR move
*>  the balance and the activity date and wake a dormant account;
*>  TR history is already signed per leg; OP sets the opening
*>  balance; CL closes; OD sets or lifts the limit without touching
*>  the activity date.  AD lives on the name/address cluster.
  apply_account_history.
    PERFORM apply_account_change
        UNTIL NOT chg_pending OR chg_run_date NOT < hist_post_date
    ADD 1 TO hist_applied_ctr
    ADD 1 TO acct_post_ctr
    EVALUATE hist_trans_type
        WHEN "DB"
            PERFORM wake_dormant_account
            SUBTRACT hist_amount FROM mstr_balance
            ADD hist_amount TO acct_db_amount
            MOVE hist_trans_date TO mstr_last_date
        WHEN "CR"
            PERFORM wake_dormant_account
            ADD hist_amount TO mstr_balance
            ADD hist_amount TO acct_cr_amount
            MOVE hist_trans_date TO mstr_last_date
        WHEN "TR"
            PERFORM wake_dormant_account
            ADD hist_amount TO mstr_balance
            IF hist_amount < 0
                SUBTRACT hist_amount FROM acct_db_amount
            ELSE
                ADD hist_amount TO acct_cr_amount
            END-IF
            MOVE hist_trans_date TO mstr_last_date
        WHEN "OP"
            COMPUTE acct_cr_amount =
                acct_cr_amount + hist_amount - mstr_balance
            MOVE hist_amount TO mstr_balance
            MOVE hist_trans_date TO mstr_last_date
            SET mstr_active TO TRUE
            MOVE 0 TO mstr_od_limit
            MOVE SPACE TO mstr_od_limit_sw
            SET acct_name_lost TO TRUE
        WHEN "CL"
            SET mstr_closed TO TRUE
            MOVE hist_trans_date TO mstr_last_date
        WHEN "NC"
            MOVE hist_trans_date TO mstr_last_date
            IF NOT chg_is_open
                ADD 1 TO name_chg_ctr
                SET acct_name_lost TO TRUE
            END-IF
        WHEN "OD"
            IF hist_desc = "REMOVE"
                MOVE 0 TO mstr_od_limit
                MOVE SPACE TO mstr_od_limit_sw
            ELSE
                MOVE hist_amount TO mstr_od_limit
                MOVE "Y" TO mstr_od_limit_sw
            END-IF
        WHEN "AD"
            ADD 1 TO hist_addr_ctr
*>      relationships live on their own cluster, not the master
        WHEN "RL"
            CONTINUE
        WHEN OTHER
            ADD 1 TO hist_unknown_ctr
            DISPLAY "UNKNOWN HISTORY TYPE " hist_trans_type
                " ACCOUNT " hist_acct_no " POSTED " hist_post_date
            IF exit_sts < 4
                MOVE 4 TO exit_sts
            END-IF
    END-EVALUATE
    PERFORM read_window_history
    .

*>  the account's change-log entries for the window, in run-date
*>  order.  an entry is applied ahead of history posted on a later
*>  date, and after history posted the same night - the dormancy
*>  sweep runs after that night's posting.  the browse starts on
*>  the backup's own run date: the month-end sweep runs after the
*>  backup is taken, so its flags from that night are not on it.
  start_account_changes.
    MOVE "N" TO chg_pending_sw
    IF chg_is_open
        MOVE cur_acct TO chg_acct_no
        MOVE parm_bkup_date TO chg_run_date
        MOVE 0 TO chg_seq
        START change_file KEY IS NOT LESS THAN chg_key
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                PERFORM read_account_change
        END-START
    END-IF
    .

  read_account_change.
    MOVE "N" TO chg_pending_sw
    READ change_file NEXT
        AT END
            CONTINUE
        NOT AT END
            IF chg_acct_no = cur_acct
                AND chg_run_date NOT > parm_to_date
                SET chg_pending TO TRUE
                ADD 1 TO chg_read_ctr
            END-IF
    END-READ
    .

*>  the log carries the name after each change and the dormant flag
*>  the sweep set.  closures, limits and reactivations are already
*>  in the history; addresses and relationships are not on the
*>  master.  the backup night's own name and maintenance changes
*>  are already on the backup.
  apply_account_change.
    EVALUATE TRUE
        WHEN chg_run_date NOT > parm_bkup_date
            AND chg_source NOT = "DORMSWP"
            CONTINUE
        WHEN chg_field = "NAME"
            MOVE chg_new_value TO mstr_name
            MOVE "N" TO acct_name_sw
            ADD 1 TO name_applied_ctr
            ADD 1 TO acct_chg_ctr
        WHEN chg_field = "STATUS" AND chg_source = "DORMSWP"
            MOVE chg_new_value TO mstr_status
            ADD 1 TO dorm_applied_ctr
            ADD 1 TO acct_chg_ctr
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    PERFORM read_account_change
    .

  wake_dormant_account.
    IF mstr_dormant
        SET mstr_active TO TRUE
    END-IF
    .

  write_rebuilt_record.
    MOVE mstr_acct_no TO rbld_line_acct
    MOVE before_status TO rbld_line_st_before
    MOVE before_balance TO rbld_line_before
    MOVE acct_cr_amount TO rbld_line_cr
    MOVE acct_db_amount TO rbld_line_db
    MOVE mstr_balance TO rbld_line_after
    MOVE mstr_status TO rbld_line_st_after
    MOVE acct_post_ctr TO rbld_line_posts
    MOVE SPACES TO rbld_line_cur_x
    MOVE SPACES TO rbld_line_note
    IF curm_is_open
        PERFORM compare_current_master
    END-IF
    IF rbld_line_note = SPACES
        EVALUATE TRUE
            WHEN acct_name_lost AND NOT acct_on_bkup
                MOVE "NEW - RE-KEY NAME" TO rbld_line_note
            WHEN acct_name_lost
                MOVE "NAME CHANGED - RE-KEY" TO rbld_line_note
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    END-IF
    WRITE mstr_rec
        INVALID KEY
            DISPLAY "REBUILT MASTER WRITE FAILED FOR ACCOUNT "
                mstr_acct_no " STATUS " mstr_file_status
            MOVE 16 TO exit_sts
        NOT INVALID KEY
            ADD 1 TO written_ctr
    END-WRITE
    WRITE print_rec FROM rbld_line
    .

*>  the live master is read by key only - an account on the live
*>  master that the rebuild did not produce shows up in the account
*>  counts, not on a line of its own.
  compare_current_master.
    MOVE mstr_acct_no TO curm_acct_no
    READ current_file
        INVALID KEY
            ADD 1 TO cur_missing_ctr
            MOVE "NOT ON CURRENT MASTER" TO rbld_line_note
        NOT INVALID KEY
            MOVE curm_balance TO rbld_line_current
            IF curm_balance = mstr_balance
                AND curm_status = mstr_status
                ADD 1 TO cur_match_ctr
            ELSE
                ADD 1 TO cur_differ_ctr
                MOVE "DIFFERS FROM CURRENT" TO rbld_line_note
            END-IF
    END-READ
    .

  write_rebuild_summary.
    WRITE print_rec FROM blank_line
    MOVE SPACES TO sum_line
    MOVE "BACKUP RECORDS READ" TO sum_label
    MOVE bkup_read_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "HISTORY RECORDS READ" TO sum_label
    MOVE hist_read_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "  POSTED ON/BEFORE BACKUP" TO sum_label
    MOVE hist_before_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "  POSTED AFTER TARGET DATE" TO sum_label
    MOVE hist_after_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "  APPLIED" TO sum_label
    MOVE hist_applied_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "  ADDRESS CHANGES (NO EFFECT)" TO sum_label
    MOVE hist_addr_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "  UNKNOWN TYPE (NO EFFECT)" TO sum_label
    MOVE hist_unknown_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "CHANGE LOG ENTRIES READ" TO sum_label
    MOVE chg_read_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "  NAMES RESTORED" TO sum_label
    MOVE name_applied_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "  DORMANT FLAGS RESTORED" TO sum_label
    MOVE dorm_applied_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "NAME CHANGES TO RE-KEY" TO sum_label
    MOVE name_chg_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "ACCOUNTS WRITTEN" TO sum_label
    MOVE written_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "  NOT ON BACKUP" TO sum_label
    MOVE new_acct_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "  CHANGED BY HISTORY" TO sum_label
    MOVE changed_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "  UNCHANGED FROM BACKUP" TO sum_label
    MOVE unchanged_ctr TO sum_count
    WRITE print_rec FROM sum_line
    IF curm_is_open
        MOVE "MATCH CURRENT MASTER" TO sum_label
        MOVE cur_match_ctr TO sum_count
        WRITE print_rec FROM sum_line
        MOVE "DIFFER FROM CURRENT MASTER" TO sum_label
        MOVE cur_differ_ctr TO sum_count
        WRITE print_rec FROM sum_line
        MOVE "NOT ON CURRENT MASTER" TO sum_label
        MOVE cur_missing_ctr TO sum_count
        WRITE print_rec FROM sum_line
    END-IF
    WRITE print_rec FROM blank_line
    MOVE SPACES TO sum_amount_line
    MOVE "TOTAL BACKUP BALANCE" TO sum_amount_label
    MOVE total_before TO sum_amount
    WRITE print_rec FROM sum_amount_line
    MOVE "TOTAL CREDITS APPLIED" TO sum_amount_label
    MOVE total_cr TO sum_amount
    WRITE print_rec FROM sum_amount_line
    MOVE "TOTAL DEBITS APPLIED" TO sum_amount_label
    MOVE total_db TO sum_amount
    WRITE print_rec FROM sum_amount_line
    MOVE "TOTAL REBUILT BALANCE" TO sum_amount_label
    MOVE total_after TO sum_amount
    WRITE print_rec FROM sum_amount_line
    COMPUTE total_check = total_before + total_cr - total_db
    IF total_check = total_after
        MOVE "IN BALANCE" TO ctl_bal_result
    ELSE
        MOVE "OUT OF BALANCE" TO ctl_bal_result
        DISPLAY "REBUILD CONTROL TOTALS OUT OF BALANCE"
        IF exit_sts < 8
            MOVE 8 TO exit_sts
        END-IF
    END-IF
    WRITE print_rec FROM ctl_bal_line
    IF curm_is_open AND exit_sts < 4
        IF cur_differ_ctr > 0 OR cur_missing_ctr > 0
            MOVE 4 TO exit_sts
        END-IF
    END-IF
    .

  wrap_up.
    IF bkup_is_open
        CLOSE backup_file
    END-IF
    IF hist_is_open
        CLOSE history_file
    END-IF
    IF chg_is_open
        CLOSE change_file
    END-IF
    IF mstr_is_open
        CLOSE rebuilt_file
    END-IF
    IF curm_is_open
        CLOSE current_file
    END-IF
    IF print_is_open
        CLOSE print_file
    END-IF
    .
