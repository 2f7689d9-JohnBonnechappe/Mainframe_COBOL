IDENTIFICATION DIVISION.
  PROGRAM-ID. holdmnt.
  AUTHOR. John Braddock.
*>  funds hold maintenance.  applies the credit desk's place (P)
*>  and release (R) cards to the hold cluster, then sweeps the
*>  cluster, dropping every hold whose release date has arrived and
*>  listing the holds left in effect.  runs ahead of posting so the
*>  night's debits are tested against tonight's holds.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
    SELECT control_file ASSIGN TO CTLCARD
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ctl_file_status.

    SELECT hold_file ASSIGN TO HOLDFILE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS hold_key
        FILE STATUS IS hold_file_status.

    SELECT master_file ASSIGN TO MASTFILE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS mstr_key
        FILE STATUS IS mstr_file_status.

    SELECT card_file ASSIGN TO HOLDCRDS
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS card_file_status.

    SELECT print_file ASSIGN TO MNTRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS print_file_status.
DATA DIVISION.
FILE SECTION.
  FD  control_file
      RECORD CONTAINS 61 CHARACTERS
      LABEL RECORDS ARE STANDARD.
      COPY ctl_rec.

  FD  hold_file
      LABEL RECORDS ARE STANDARD.
      COPY hold_rec.

  FD  master_file
      LABEL RECORDS ARE STANDARD.
      COPY mstr_rec.

*>  a place card needs the account, amount and reason; a blank
*>  release date holds the funds until a release card is keyed.
*>  a release card names the hold by account and the sequence
*>  number the maintenance report showed when it was placed.
  FD  card_file
      RECORD CONTAINS 80 CHARACTERS
      LABEL RECORDS ARE STANDARD.
  01  hold_card.
      05  hldc_action           PIC X(01).
          88  hldc_place                VALUE "P".
          88  hldc_release              VALUE "R".
      05  hldc_acct_no          PIC X(10).
      05  hldc_seq_x            PIC X(04).
      05  hldc_seq REDEFINES hldc_seq_x
                                PIC 9(04).
      05  hldc_amount_x         PIC X(09).
      05  hldc_amount REDEFINES hldc_amount_x
                                PIC 9(07)V99.
      05  hldc_reason           PIC X(20).
      05  hldc_release_x        PIC X(08).
      05  hldc_release_date REDEFINES hldc_release_x
                                PIC 9(08).
      05  FILLER                PIC X(28).

  FD  print_file
      RECORD CONTAINS 132 CHARACTERS
      LABEL RECORDS OMITTED.
  01  print_rec                 PIC X(132).
WORKING-STORAGE SECTION.
    01  exit_sts        PIC 99.

    01  ctl_file_status         PIC X(02).
    01  hold_file_status        PIC X(02).
    01  mstr_file_status        PIC X(02).
    01  card_file_status        PIC X(02).
    01  print_file_status       PIC X(02).

    01  hold_open_sw            PIC X(01) VALUE "N".
        88  hold_is_open                VALUE "Y".
    01  mstr_open_sw            PIC X(01) VALUE "N".
        88  mstr_is_open                VALUE "Y".
    01  print_open_sw           PIC X(01) VALUE "N".
        88  print_is_open               VALUE "Y".
    01  hold_eof_sw             PIC X(01) VALUE "N".
        88  hold_eof                    VALUE "Y".
    01  card_eof_sw             PIC X(01) VALUE "N".
        88  card_eof                    VALUE "Y".
    01  card_bad_sw             PIC X(01) VALUE "N".
        88  card_bad                    VALUE "Y".

    01  card_read_ctr           PIC 9(09) COMP VALUE 0.
    01  placed_ctr              PIC 9(09) COMP VALUE 0.
    01  released_ctr            PIC 9(09) COMP VALUE 0.
    01  auto_released_ctr       PIC 9(09) COMP VALUE 0.
    01  in_effect_ctr           PIC 9(09) COMP VALUE 0.
    01  bad_card_ctr            PIC 9(09) COMP VALUE 0.

    01  total_held              PIC S9(13)V99 COMP-3 VALUE 0.

    01  last_hold_seq           PIC 9(04) VALUE 0.

    01  card_date_9             PIC 9(08).
    01  card_date_r REDEFINES card_date_9.
        05  card_date_ccyy      PIC 9(04).
        05  card_date_mm        PIC 99.
        05  card_date_dd        PIC 99.

    01  rpt_title_line.
        05  FILLER              PIC X(40)
            VALUE "FUNDS HOLD MAINTENANCE REPORT".
        05  FILLER              PIC X(92) VALUE SPACES.

    01  rpt_date_line.
        05  FILLER              PIC X(09) VALUE "RUN DATE ".
        05  rpt_run_date        PIC 9(08).
        05  FILLER              PIC X(115) VALUE SPACES.

    01  rpt_col_line.
        05  FILLER              PIC X(12) VALUE "ACCOUNT".
        05  FILLER              PIC X(06) VALUE "SEQ".
        05  FILLER              PIC X(14) VALUE "      AMOUNT".
        05  FILLER              PIC X(22) VALUE "REASON".
        05  FILLER              PIC X(10) VALUE "PLACED".
        05  FILLER              PIC X(10) VALUE "RELEASE".
        05  FILLER              PIC X(58) VALUE "DISPOSITION".

    01  hold_line.
        05  hold_line_acct      PIC X(10).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  hold_line_seq       PIC 9(04).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  hold_line_amount    PIC Z,ZZZ,ZZ9.99.
        05  FILLER              PIC X(02) VALUE SPACES.
        05  hold_line_reason    PIC X(20).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  hold_line_placed    PIC 9(08).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  hold_line_release   PIC X(08).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  hold_line_disp      PIC X(14).
        05  FILLER              PIC X(44) VALUE SPACES.

    01  bad_card_line.
        05  FILLER              PIC X(16)
            VALUE "CARD REJECTED - ".
        05  bad_card_text       PIC X(80).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  bad_card_reason     PIC X(30).
        05  FILLER              PIC X(04) VALUE SPACES.

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
        PERFORM apply_operator_cards
        PERFORM sweep_hold_file
        PERFORM write_maint_summary
    END-IF
    PERFORM wrap_up
    DISPLAY "HOLDS PLACED       " placed_ctr
    DISPLAY "HOLDS RELEASED     " released_ctr
    DISPLAY "HOLDS AUTO-RELEASED " auto_released_ctr
    DISPLAY "HOLDS IN EFFECT    " in_effect_ctr
    MOVE exit_sts TO RETURN-CODE
    STOP RUN
    .

  initialization.
    MOVE 0 TO exit_sts
    PERFORM read_control_card
    OPEN I-O hold_file
    IF hold_file_status = "35"
        OPEN OUTPUT hold_file
        CLOSE hold_file
        OPEN I-O hold_file
    END-IF
    IF hold_file_status = "00"
        SET hold_is_open TO TRUE
    ELSE
        DISPLAY "HOLD FILE OPEN FAILED - STATUS " hold_file_status
        MOVE 8 TO exit_sts
    END-IF
    OPEN INPUT master_file
    IF mstr_file_status = "00"
        SET mstr_is_open TO TRUE
    ELSE
        DISPLAY "MASTER FILE OPEN FAILED - STATUS " mstr_file_status
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
    DISPLAY "HOLD MAINTENANCE RUN DATE " proc_date_9
    .

  apply_operator_cards.
    OPEN INPUT card_file
    EVALUATE card_file_status
        WHEN "00"
            PERFORM read_operator_card
            PERFORM apply_operator_card UNTIL card_eof
            CLOSE card_file
        WHEN "35"
            DISPLAY "NO HOLD CARDS TONIGHT"
        WHEN OTHER
            DISPLAY "HOLD CARDS OPEN FAILED - STATUS "
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
        WHEN hold_card = SPACES
            CONTINUE
        WHEN hldc_place
            PERFORM place_funds_hold
        WHEN hldc_release
            PERFORM release_funds_hold
        WHEN OTHER
            MOVE "INVALID ACTION" TO bad_card_reason
            PERFORM reject_operator_card
    END-EVALUATE
    PERFORM read_operator_card
    .

  place_funds_hold.
    MOVE "N" TO card_bad_sw
    EVALUATE TRUE
        WHEN hldc_acct_no = SPACES OR hldc_acct_no = ZEROS
            MOVE "MISSING ACCOUNT" TO bad_card_reason
            SET card_bad TO TRUE
        WHEN hldc_amount NOT NUMERIC OR hldc_amount = 0
            MOVE "INVALID AMOUNT" TO bad_card_reason
            SET card_bad TO TRUE
        WHEN hldc_reason = SPACES
            MOVE "MISSING REASON" TO bad_card_reason
            SET card_bad TO TRUE
        WHEN hldc_release_x = SPACES
            CONTINUE
        WHEN OTHER
            PERFORM check_card_release_date
    END-EVALUATE
    IF NOT card_bad
        PERFORM check_hold_account
    END-IF
    IF NOT card_bad
        PERFORM find_last_hold_seq
        IF last_hold_seq NOT LESS THAN 9999
            MOVE "HOLD SEQUENCE EXHAUSTED" TO bad_card_reason
            SET card_bad TO TRUE
        END-IF
    END-IF
    IF card_bad
        PERFORM reject_operator_card
    ELSE
        PERFORM write_funds_hold
    END-IF
    .

*>  the release date must be a real calendar date after tonight -
*>  a hold released on or before the run date would never take
*>  effect.
  check_card_release_date.
    IF hldc_release_date NOT NUMERIC
        MOVE "INVALID RELEASE DATE" TO bad_card_reason
        SET card_bad TO TRUE
    ELSE
        MOVE hldc_release_date TO card_date_9
        IF card_date_mm < 1 OR card_date_mm > 12
            OR card_date_dd < 1 OR card_date_dd > 31
            MOVE "INVALID RELEASE DATE" TO bad_card_reason
            SET card_bad TO TRUE
        ELSE
            IF card_date_9 NOT > proc_date_9
                MOVE "RELEASE DATE NOT AFTER RUN DATE"
                    TO bad_card_reason
                SET card_bad TO TRUE
            END-IF
        END-IF
    END-IF
    .

  check_hold_account.
    MOVE hldc_acct_no TO mstr_acct_no
    READ master_file
        INVALID KEY
            MOVE "ACCOUNT NOT ON MASTER" TO bad_card_reason
            SET card_bad TO TRUE
        NOT INVALID KEY
            IF mstr_closed
                MOVE "ACCOUNT IS CLOSED" TO bad_card_reason
                SET card_bad TO TRUE
            END-IF
    END-READ
    .

*>  holds are numbered within the account; the new hold takes the
*>  next number after the highest one still on file.
  find_last_hold_seq.
    MOVE 0 TO last_hold_seq
    MOVE "N" TO hold_eof_sw
    MOVE hldc_acct_no TO hold_acct_no
    MOVE ZEROS TO hold_seq
    START hold_file KEY NOT LESS THAN hold_key
        INVALID KEY SET hold_eof TO TRUE
    END-START
    PERFORM read_account_hold UNTIL hold_eof
    .

  read_account_hold.
    READ hold_file NEXT
        AT END SET hold_eof TO TRUE
    END-READ
    IF NOT hold_eof
        IF hold_acct_no NOT = hldc_acct_no
            SET hold_eof TO TRUE
        ELSE
            MOVE hold_seq TO last_hold_seq
        END-IF
    END-IF
    .

  write_funds_hold.
    MOVE SPACES TO hold_rec
    MOVE hldc_acct_no TO hold_acct_no
    COMPUTE hold_seq = last_hold_seq + 1
    MOVE hldc_amount TO hold_amount
    MOVE hldc_reason TO hold_reason
    MOVE proc_date_9 TO hold_placed_date
    IF hldc_release_x = SPACES
        MOVE ZEROS TO hold_release_date
    ELSE
        MOVE hldc_release_date TO hold_release_date
    END-IF
    WRITE hold_rec
        INVALID KEY
            DISPLAY "HOLD WRITE FAILED - STATUS " hold_file_status
                " ACCOUNT " hold_acct_no
            IF exit_sts < 8
                MOVE 8 TO exit_sts
            END-IF
        NOT INVALID KEY
            ADD 1 TO placed_ctr
    END-WRITE
    .

  release_funds_hold.
    IF hldc_acct_no = SPACES OR hldc_seq NOT NUMERIC
        MOVE "MISSING ACCOUNT OR SEQUENCE" TO bad_card_reason
        PERFORM reject_operator_card
    ELSE
        MOVE hldc_acct_no TO hold_acct_no
        MOVE hldc_seq TO hold_seq
        READ hold_file
            INVALID KEY
                MOVE "NO SUCH HOLD ON FILE" TO bad_card_reason
                PERFORM reject_operator_card
            NOT INVALID KEY
                PERFORM delete_released_hold
        END-READ
    END-IF
    .

  delete_released_hold.
    DELETE hold_file
        INVALID KEY
            DISPLAY "HOLD DELETE FAILED - STATUS " hold_file_status
                " ACCOUNT " hold_acct_no
            IF exit_sts < 8
                MOVE 8 TO exit_sts
            END-IF
        NOT INVALID KEY
            ADD 1 TO released_ctr
            MOVE "RELEASED" TO hold_line_disp
            PERFORM write_hold_line
    END-DELETE
    .

  reject_operator_card.
    ADD 1 TO bad_card_ctr
    MOVE hold_card TO bad_card_text
    WRITE print_rec FROM bad_card_line
    IF exit_sts < 4
        MOVE 4 TO exit_sts
    END-IF
    .

*>  one pass of the whole cluster: a hold whose release date has
*>  arrived is dropped, every other hold is listed and totalled.
  sweep_hold_file.
    MOVE "N" TO hold_eof_sw
    MOVE LOW-VALUES TO hold_key
    START hold_file KEY NOT LESS THAN hold_key
        INVALID KEY SET hold_eof TO TRUE
    END-START
    PERFORM sweep_hold_record UNTIL hold_eof
    .

  sweep_hold_record.
    READ hold_file NEXT
        AT END SET hold_eof TO TRUE
    END-READ
    IF NOT hold_eof
        IF hold_release_date NOT = ZEROS
            AND hold_release_date NOT > proc_date_9
            PERFORM auto_release_hold
        ELSE
            ADD 1 TO in_effect_ctr
            ADD hold_amount TO total_held
            IF hold_placed_date = proc_date_9
                MOVE "PLACED" TO hold_line_disp
            ELSE
                MOVE "IN EFFECT" TO hold_line_disp
            END-IF
            PERFORM write_hold_line
        END-IF
    END-IF
    .

  auto_release_hold.
    DELETE hold_file
        INVALID KEY
            DISPLAY "HOLD DELETE FAILED - STATUS " hold_file_status
                " ACCOUNT " hold_acct_no
            IF exit_sts < 8
                MOVE 8 TO exit_sts
            END-IF
        NOT INVALID KEY
            ADD 1 TO auto_released_ctr
            MOVE "AUTO-RELEASED" TO hold_line_disp
            PERFORM write_hold_line
    END-DELETE
    .

  write_hold_line.
    MOVE hold_acct_no TO hold_line_acct
    MOVE hold_seq TO hold_line_seq
    MOVE hold_amount TO hold_line_amount
    MOVE hold_reason TO hold_line_reason
    MOVE hold_placed_date TO hold_line_placed
    IF hold_release_date = ZEROS
        MOVE "OPEN" TO hold_line_release
    ELSE
        MOVE hold_release_date TO hold_line_release
    END-IF
    WRITE print_rec FROM hold_line
    .

  write_maint_summary.
    WRITE print_rec FROM blank_line
    MOVE SPACES TO sum_line
    MOVE "HOLD CARDS READ" TO sum_label
    MOVE card_read_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "HOLDS PLACED" TO sum_label
    MOVE placed_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "HOLDS RELEASED BY CARD" TO sum_label
    MOVE released_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "HOLDS AUTO-RELEASED" TO sum_label
    MOVE auto_released_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "HOLDS IN EFFECT" TO sum_label
    MOVE in_effect_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "CARDS REJECTED" TO sum_label
    MOVE bad_card_ctr TO sum_count
    WRITE print_rec FROM sum_line
    WRITE print_rec FROM blank_line
    MOVE SPACES TO sum_amount_line
    MOVE "TOTAL AMOUNT HELD" TO sum_amount_label
    MOVE total_held TO sum_amount
    WRITE print_rec FROM sum_amount_line
    .

  wrap_up.
    IF hold_is_open
        CLOSE hold_file
    END-IF
    IF mstr_is_open
        CLOSE master_file
    END-IF
    IF print_is_open
        CLOSE print_file
    END-IF
    .
