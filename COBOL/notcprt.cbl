IDENTIFICATION DIVISION.
  PROGRAM-ID. notcprt.
  AUTHOR. John Braddock.
*>  weekly customer notice print.  every program that sees an event
*>  owing the customer a letter appends a request to the notice
*>  file - dormancy, reactivation, stop orders placed and expired,
*>  debits returned over the overdraft limit, closures and address
*>  changes.  the week's requests are sorted by account and each is
*>  formatted as a one-page letter to the mailing address on the
*>  name/address cluster; an address-change letter to the old
*>  address goes to the address carried on the request.  requests
*>  repeated by a rerun or a restart of the posting pass are
*>  suppressed, and the report counts requests, letters and
*>  exceptions by notice type so the mailroom can balance the run.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
    SELECT control_file ASSIGN TO CTLCARD
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ctl_file_status.

    SELECT notice_file ASSIGN TO NOTICES
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ntc_file_status.

    SELECT master_file ASSIGN TO MASTFILE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS mstr_key
        FILE STATUS IS mstr_file_status.

    SELECT name_file ASSIGN TO NAMEFILE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS RANDOM
        RECORD KEY IS cna_key
        FILE STATUS IS cna_file_status.

    SELECT letter_file ASSIGN TO LETTERS
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ltr_file_status.

    SELECT print_file ASSIGN TO NTCRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS print_file_status.

    SELECT sort_file ASSIGN TO SORTWORK.
DATA DIVISION.
FILE SECTION.
  FD  control_file
      RECORD CONTAINS 61 CHARACTERS
      LABEL RECORDS ARE STANDARD.
      COPY ctl_rec.

  FD  notice_file
      RECORD CONTAINS 200 CHARACTERS
      LABEL RECORDS ARE STANDARD.
  01  notice_rec                PIC X(200).

  FD  master_file
      LABEL RECORDS ARE STANDARD.
      COPY mstr_rec.

  FD  name_file
      LABEL RECORDS ARE STANDARD.
      COPY cna_rec.

  FD  letter_file
      RECORD CONTAINS 132 CHARACTERS
      LABEL RECORDS OMITTED.
  01  letter_rec                PIC X(132).

  FD  print_file
      RECORD CONTAINS 132 CHARACTERS
      LABEL RECORDS OMITTED.
  01  print_rec                 PIC X(132).

  SD  sort_file.
  01  sort_rec.
      05  sort_type             PIC X(02).
      05  sort_acct_no          PIC X(10).
      05  sort_event_date       PIC 9(08).
      05  FILLER                PIC X(180).
WORKING-STORAGE SECTION.
    01  exit_sts        PIC 99.

    01  ctl_file_status         PIC X(02).
    01  ntc_file_status         PIC X(02).
    01  mstr_file_status        PIC X(02).
    01  cna_file_status         PIC X(02).
    01  ltr_file_status         PIC X(02).
    01  print_file_status       PIC X(02).

    01  ntc_eof_sw              PIC X(01) VALUE "N".
        88  ntc_eof                     VALUE "Y".
    01  ntc_open_sw             PIC X(01) VALUE "N".
        88  ntc_is_open                 VALUE "Y".
    01  sort_eof_sw             PIC X(01) VALUE "N".
        88  sort_eof                    VALUE "Y".
    01  mstr_open_sw            PIC X(01) VALUE "N".
        88  mstr_is_open                VALUE "Y".
    01  mstr_found_sw           PIC X(01) VALUE "N".
        88  mstr_found                  VALUE "Y".
    01  cna_open_sw             PIC X(01) VALUE "N".
        88  cna_is_open                 VALUE "Y".
    01  cna_found_sw            PIC X(01) VALUE "N".
        88  cna_found                   VALUE "Y".
    01  ltr_open_sw             PIC X(01) VALUE "N".
        88  ltr_is_open                 VALUE "Y".
    01  print_open_sw           PIC X(01) VALUE "N".
        88  print_is_open               VALUE "Y".
    01  dup_sw                  PIC X(01) VALUE "N".
        88  dup_request                 VALUE "Y".

    01  ntc_read_ctr            PIC 9(09) COMP VALUE 0.
    01  printed_ctr             PIC 9(09) COMP VALUE 0.
    01  dup_ctr                 PIC 9(09) COMP VALUE 0.
    01  no_addr_ctr             PIC 9(09) COMP VALUE 0.
    01  bad_type_ctr            PIC 9(09) COMP VALUE 0.

    COPY ntc_rec.

*>  one letter per account, type and event date for an address
*>  change - a move that rewrites three address lines raises three
*>  requests of each kind, and the first carries the address as it
*>  stood before the move.  every other type prints once per
*>  distinct request, so only a request repeated byte for byte is
*>  dropped.
    01  grp_acct_no             PIC X(10) VALUE SPACES.
    01  grp_type                PIC X(02) VALUE SPACES.
    01  grp_event_date          PIC 9(08) VALUE 0.
    01  grp_ctr                 PIC 9(04) COMP VALUE 0.
    01  grp_max                 PIC 9(04) COMP VALUE 50.
    01  grp_table.
        05  grp_entry OCCURS 50 INDEXED BY grp_ix
                                PIC X(200).

*>  notice types in report order; the last slot counts requests
*>  carrying a type this program does not know.
    01  type_values.
        05  FILLER              PIC X(32)
            VALUE "DMACCOUNT SET DORMANT".
        05  FILLER              PIC X(32)
            VALUE "RADORMANT ACCOUNT REACTIVATED".
        05  FILLER              PIC X(32)
            VALUE "SPSTOP PAYMENT PLACED".
        05  FILLER              PIC X(32)
            VALUE "SXSTOP PAYMENT EXPIRED".
        05  FILLER              PIC X(32)
            VALUE "ORDEBIT RETURNED OVER LIMIT".
        05  FILLER              PIC X(32)
            VALUE "CLACCOUNT CLOSED".
        05  FILLER              PIC X(32)
            VALUE "AOADDRESS CHANGE - OLD ADDRESS".
        05  FILLER              PIC X(32)
            VALUE "ANADDRESS CHANGE - NEW ADDRESS".
        05  FILLER              PIC X(32)
            VALUE "??UNKNOWN NOTICE TYPE".
    01  type_table REDEFINES type_values.
        05  type_entry OCCURS 9 INDEXED BY type_ix.
            10  type_code           PIC X(02).
            10  type_desc           PIC X(30).
    01  type_counts.
        05  type_count_entry OCCURS 9.
            10  type_req_ctr        PIC 9(09) COMP.
            10  type_prt_ctr        PIC 9(09) COMP.
            10  type_dup_ctr        PIC 9(09) COMP.
            10  type_noaddr_ctr     PIC 9(09) COMP.
    01  type_known_max          PIC 9(04) COMP VALUE 8.
    01  type_sub                PIC 9(04) COMP.

    01  ltr_amt_edit            PIC ZZZ,ZZZ,ZZ9.99-.
    01  ltr_addr_1              PIC X(29).
    01  ltr_addr_2              PIC X(29).
    01  ltr_addr_3              PIC X(29).
    01  ltr_addr_4              PIC X(29).

    01  ltr_head_line.
        05  FILLER              PIC X(30)
            VALUE "CUSTOMER ACCOUNT NOTICE".
        05  FILLER              PIC X(05) VALUE "DATE ".
        05  ltr_head_date       PIC 9(08).
        05  FILLER              PIC X(89) VALUE SPACES.

    01  ltr_mail_line.
        05  FILLER              PIC X(08) VALUE SPACES.
        05  ltr_mail_text       PIC X(30).
        05  FILLER              PIC X(94) VALUE SPACES.

    01  ltr_acct_line.
        05  FILLER              PIC X(08) VALUE "ACCOUNT ".
        05  ltr_acct_no         PIC X(10).
        05  FILLER              PIC X(06) VALUE SPACES.
        05  FILLER              PIC X(04) VALUE "RE: ".
        05  ltr_acct_subject    PIC X(30).
        05  FILLER              PIC X(74) VALUE SPACES.

    01  ltr_text_line.
        05  FILLER              PIC X(08) VALUE SPACES.
        05  ltr_text            PIC X(64).
        05  FILLER              PIC X(60) VALUE SPACES.

    01  ltr_item_line.
        05  FILLER              PIC X(08) VALUE SPACES.
        05  ltr_item_label      PIC X(24).
        05  ltr_item_value      PIC X(30).
        05  FILLER              PIC X(70) VALUE SPACES.

    01  ltr_text_1              PIC X(64).
    01  ltr_text_2              PIC X(64).
    01  ltr_close_1             PIC X(64).
    01  ltr_close_2             PIC X(64).

    01  rpt_title_line.
        05  FILLER              PIC X(40)
            VALUE "CUSTOMER NOTICE PRINT REPORT".
        05  FILLER              PIC X(92) VALUE SPACES.

    01  rpt_date_line.
        05  FILLER              PIC X(09) VALUE "RUN DATE ".
        05  rpt_run_date        PIC 9(08).
        05  FILLER              PIC X(115) VALUE SPACES.

    01  rpt_col_line.
        05  FILLER              PIC X(12) VALUE "ACCOUNT".
        05  FILLER              PIC X(06) VALUE "TYPE".
        05  FILLER              PIC X(10) VALUE "EVENT".
        05  FILLER              PIC X(10) VALUE "SOURCE".
        05  FILLER              PIC X(94) VALUE "NOT PRINTED".

    01  exc_line.
        05  exc_line_acct       PIC X(10).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  exc_line_type       PIC X(02).
        05  FILLER              PIC X(04) VALUE SPACES.
        05  exc_line_date       PIC 9(08).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  exc_line_source     PIC X(08).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  exc_line_reason     PIC X(30).
        05  FILLER              PIC X(64) VALUE SPACES.

    01  sum_line.
        05  sum_label           PIC X(30).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  sum_count           PIC ZZZ,ZZZ,ZZ9.
        05  FILLER              PIC X(89) VALUE SPACES.

    01  type_title_line.
        05  FILLER              PIC X(40)
            VALUE "NOTICES BY TYPE".
        05  FILLER              PIC X(92) VALUE SPACES.

    01  type_col_line.
        05  FILLER              PIC X(06) VALUE "TYPE".
        05  FILLER              PIC X(32) VALUE "DESCRIPTION".
        05  FILLER              PIC X(13) VALUE "    REQUESTED".
        05  FILLER              PIC X(13) VALUE "      PRINTED".
        05  FILLER              PIC X(13) VALUE "   DUPLICATES".
        05  FILLER              PIC X(55) VALUE "   NO ADDRESS".

    01  type_line.
        05  type_line_code      PIC X(02).
        05  FILLER              PIC X(04) VALUE SPACES.
        05  type_line_desc      PIC X(30).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  type_line_req       PIC ZZZ,ZZZ,ZZ9.
        05  FILLER              PIC X(02) VALUE SPACES.
        05  type_line_prt       PIC ZZZ,ZZZ,ZZ9.
        05  FILLER              PIC X(02) VALUE SPACES.
        05  type_line_dup       PIC ZZZ,ZZZ,ZZ9.
        05  FILLER              PIC X(02) VALUE SPACES.
        05  type_line_noaddr    PIC ZZZ,ZZZ,ZZ9.
        05  FILLER              PIC X(44) VALUE SPACES.

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
    IF exit_sts < 8 AND ntc_is_open
        PERFORM print_notices
    END-IF
    IF exit_sts < 16 AND print_is_open
        PERFORM write_print_summary
    END-IF
    PERFORM wrap_up
    DISPLAY "NOTICE REQUESTS READ   " ntc_read_ctr
    DISPLAY "LETTERS PRINTED        " printed_ctr
    DISPLAY "DUPLICATES SUPPRESSED  " dup_ctr
    DISPLAY "NO MAILING ADDRESS     " no_addr_ctr
    MOVE exit_sts TO RETURN-CODE
    STOP RUN
    .

  initialization.
    MOVE 0 TO exit_sts
    INITIALIZE type_counts
    PERFORM read_control_card
    OPEN INPUT notice_file
    EVALUATE ntc_file_status
        WHEN "00"
            SET ntc_is_open TO TRUE
        WHEN "35"
            DISPLAY "NO NOTICE REQUESTS THIS WEEK"
        WHEN OTHER
            DISPLAY "NOTICE FILE OPEN FAILED - STATUS "
                ntc_file_status
            MOVE 8 TO exit_sts
    END-EVALUATE
    OPEN INPUT master_file
    IF mstr_file_status = "00"
        SET mstr_is_open TO TRUE
    ELSE
        DISPLAY "MASTER FILE OPEN FAILED - STATUS " mstr_file_status
        MOVE 8 TO exit_sts
    END-IF
    OPEN INPUT name_file
    EVALUATE cna_file_status
        WHEN "00"
            SET cna_is_open TO TRUE
        WHEN "35"
            DISPLAY "NO NAME/ADDRESS FILE - ONLY OLD-ADDRESS LETTERS"
                " CAN PRINT"
        WHEN OTHER
            DISPLAY "NAME/ADDRESS FILE OPEN FAILED - STATUS "
                cna_file_status
            MOVE 8 TO exit_sts
    END-EVALUATE
    OPEN OUTPUT letter_file
    IF ltr_file_status = "00"
        SET ltr_is_open TO TRUE
    ELSE
        DISPLAY "LETTER FILE OPEN FAILED - STATUS " ltr_file_status
        MOVE 8 TO exit_sts
    END-IF
    OPEN OUTPUT print_file
    IF print_file_status = "00"
        SET print_is_open TO TRUE
    ELSE
        DISPLAY "NOTICE REPORT OPEN FAILED - STATUS "
            print_file_status
        MOVE 8 TO exit_sts
    END-IF
    IF print_is_open
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
    DISPLAY "NOTICE PRINT RUN DATE " proc_date_9
    .

*>  requests arrive in the order the programs wrote them; the sort
*>  keeps that order within an account, type and event date so the
*>  first address-change request of a move stays first.
  print_notices.
    SORT sort_file
        ON ASCENDING KEY sort_acct_no
                         sort_type
                         sort_event_date
        WITH DUPLICATES IN ORDER
        INPUT PROCEDURE IS release_notices_to_sort
        OUTPUT PROCEDURE IS print_sorted_notices
    IF SORT-RETURN NOT = 0
        DISPLAY "NOTICE SORT FAILED - SORT-RETURN " SORT-RETURN
        IF exit_sts < 16
            MOVE 16 TO exit_sts
        END-IF
    END-IF
    .

  release_notices_to_sort.
    PERFORM read_notice_record
    PERFORM release_notice UNTIL ntc_eof
    .

  read_notice_record.
    READ notice_file
        AT END SET ntc_eof TO TRUE
        NOT AT END ADD 1 TO ntc_read_ctr
    END-READ
    .

  release_notice.
    MOVE notice_rec TO sort_rec
    RELEASE sort_rec
    PERFORM read_notice_record
    .

  print_sorted_notices.
    PERFORM return_sorted_notice
    PERFORM print_notice_request UNTIL sort_eof
    .

  return_sorted_notice.
    RETURN sort_file
        AT END SET sort_eof TO TRUE
    END-RETURN
    .

  print_notice_request.
    MOVE sort_rec TO ntc_rec
    PERFORM find_notice_type
    ADD 1 TO type_req_ctr (type_sub)
    IF type_sub > type_known_max
        ADD 1 TO bad_type_ctr
        MOVE "UNKNOWN NOTICE TYPE" TO exc_line_reason
        PERFORM write_exception_line
        IF exit_sts < 4
            MOVE 4 TO exit_sts
        END-IF
    ELSE
        PERFORM check_duplicate_request
        IF dup_request
            ADD 1 TO dup_ctr
            ADD 1 TO type_dup_ctr (type_sub)
        ELSE
            PERFORM format_notice_letter
        END-IF
    END-IF
    PERFORM return_sorted_notice
    .

  find_notice_type.
    SET type_ix TO 1
    SEARCH type_entry
        AT END
            MOVE 9 TO type_sub
        WHEN type_code (type_ix) = ntc_type
            SET type_sub TO type_ix
    END-SEARCH
    .

  check_duplicate_request.
    MOVE "N" TO dup_sw
    IF ntc_acct_no NOT = grp_acct_no
        OR ntc_type NOT = grp_type
        OR ntc_event_date NOT = grp_event_date
        MOVE ntc_acct_no TO grp_acct_no
        MOVE ntc_type TO grp_type
        MOVE ntc_event_date TO grp_event_date
        MOVE 0 TO grp_ctr
    END-IF
    EVALUATE TRUE
        WHEN grp_ctr = 0
            CONTINUE
        WHEN ntc_addr_old OR ntc_addr_new
            SET dup_request TO TRUE
        WHEN OTHER
            SET grp_ix TO 1
            SEARCH grp_entry
                AT END
                    CONTINUE
                WHEN grp_ix > grp_ctr
                    CONTINUE
                WHEN grp_entry (grp_ix) = ntc_rec
                    SET dup_request TO TRUE
            END-SEARCH
    END-EVALUATE
    IF NOT dup_request AND grp_ctr < grp_max
        ADD 1 TO grp_ctr
        SET grp_ix TO grp_ctr
        MOVE ntc_rec TO grp_entry (grp_ix)
    END-IF
    .

*>  the old-address letter goes to the address carried on the
*>  request; everything else goes to the address on file today.
*>  a request with nowhere to go is listed for the mailroom.
  format_notice_letter.
    MOVE "N" TO cna_found_sw
    IF ntc_addr_old
        MOVE ntc_old_addr_line_1 TO ltr_addr_1
        MOVE ntc_old_addr_line_2 TO ltr_addr_2
        MOVE ntc_old_addr_line_3 TO ltr_addr_3
        MOVE ntc_old_addr_line_4 TO ltr_addr_4
        IF ntc_old_address NOT = SPACES
            SET cna_found TO TRUE
        END-IF
    ELSE
        IF cna_is_open
            MOVE ntc_acct_no TO cna_acct_no
            READ name_file
                INVALID KEY
                    CONTINUE
                NOT INVALID KEY
                    SET cna_found TO TRUE
            END-READ
        END-IF
        IF cna_found
            MOVE cna_addr_line_1 TO ltr_addr_1
            MOVE cna_addr_line_2 TO ltr_addr_2
            MOVE cna_addr_line_3 TO ltr_addr_3
            MOVE cna_addr_line_4 TO ltr_addr_4
            IF cna_addr_line_1 = SPACES AND cna_addr_line_2 = SPACES
                AND cna_addr_line_3 = SPACES
                AND cna_addr_line_4 = SPACES
                MOVE "N" TO cna_found_sw
            END-IF
        END-IF
    END-IF
    IF cna_found
        PERFORM print_notice_letter
        ADD 1 TO printed_ctr
        ADD 1 TO type_prt_ctr (type_sub)
    ELSE
        ADD 1 TO no_addr_ctr
        ADD 1 TO type_noaddr_ctr (type_sub)
        MOVE "NO MAILING ADDRESS ON FILE" TO exc_line_reason
        PERFORM write_exception_line
        IF exit_sts < 4
            MOVE 4 TO exit_sts
        END-IF
    END-IF
    .

  print_notice_letter.
    MOVE "N" TO mstr_found_sw
    MOVE ntc_acct_no TO mstr_acct_no
    READ master_file
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            SET mstr_found TO TRUE
    END-READ
    MOVE proc_date_9 TO ltr_head_date
    WRITE letter_rec FROM ltr_head_line
        AFTER ADVANCING PAGE
    WRITE letter_rec FROM blank_line
    IF mstr_found AND mstr_name NOT = SPACES
        MOVE mstr_name TO ltr_mail_text
    ELSE
        MOVE "THE ACCOUNT HOLDER" TO ltr_mail_text
    END-IF
    WRITE letter_rec FROM ltr_mail_line
    PERFORM print_letter_address
    WRITE letter_rec FROM blank_line
    MOVE ntc_acct_no TO ltr_acct_no
    MOVE type_desc (type_sub) TO ltr_acct_subject
    WRITE letter_rec FROM ltr_acct_line
    WRITE letter_rec FROM blank_line
    PERFORM set_letter_text
    MOVE ltr_text_1 TO ltr_text
    WRITE letter_rec FROM ltr_text_line
    IF ltr_text_2 NOT = SPACES
        MOVE ltr_text_2 TO ltr_text
        WRITE letter_rec FROM ltr_text_line
    END-IF
    WRITE letter_rec FROM blank_line
    PERFORM print_letter_items
    WRITE letter_rec FROM blank_line
    MOVE ltr_close_1 TO ltr_text
    WRITE letter_rec FROM ltr_text_line
    MOVE ltr_close_2 TO ltr_text
    WRITE letter_rec FROM ltr_text_line
    .

  print_letter_address.
    IF ltr_addr_1 NOT = SPACES
        MOVE ltr_addr_1 TO ltr_mail_text
        WRITE letter_rec FROM ltr_mail_line
    END-IF
    IF ltr_addr_2 NOT = SPACES
        MOVE ltr_addr_2 TO ltr_mail_text
        WRITE letter_rec FROM ltr_mail_line
    END-IF
    IF ltr_addr_3 NOT = SPACES
        MOVE ltr_addr_3 TO ltr_mail_text
        WRITE letter_rec FROM ltr_mail_line
    END-IF
    IF ltr_addr_4 NOT = SPACES
        MOVE ltr_addr_4 TO ltr_mail_text
        WRITE letter_rec FROM ltr_mail_line
    END-IF
    .

  set_letter_text.
    MOVE SPACES TO ltr_text_2
    MOVE "IF YOU HAVE ANY QUESTION ABOUT THIS NOTICE PLEASE CONTACT"
        TO ltr_close_1
    MOVE "YOUR BRANCH." TO ltr_close_2
    EVALUATE TRUE
        WHEN ntc_dormant
            MOVE "NO ACTIVITY HAS POSTED TO YOUR ACCOUNT FOR SOME TIME"
                TO ltr_text_1
            MOVE "AND IT IS NOW DORMANT.  ANY DEPOSIT REACTIVATES IT."
                TO ltr_text_2
        WHEN ntc_reactivated
            MOVE "YOUR DORMANT ACCOUNT HAS BEEN REACTIVATED BY NEW"
                TO ltr_text_1
            MOVE "ACTIVITY ON THE ACCOUNT." TO ltr_text_2
        WHEN ntc_stop_placed
            MOVE "A STOP-PAYMENT ORDER HAS BEEN PLACED ON YOUR ACCOUNT."
                TO ltr_text_1
        WHEN ntc_stop_expired
            MOVE "YOUR STOP-PAYMENT ORDER HAS EXPIRED AND IS NO LONGER"
                TO ltr_text_1
            MOVE "IN EFFECT." TO ltr_text_2
        WHEN ntc_od_reject
            MOVE "A DEBIT WAS RETURNED UNPAID BECAUSE IT WOULD HAVE"
                TO ltr_text_1
            MOVE "TAKEN YOUR ACCOUNT PAST ITS OVERDRAFT LIMIT."
                TO ltr_text_2
        WHEN ntc_closed
            MOVE "YOUR ACCOUNT HAS BEEN CLOSED." TO ltr_text_1
        WHEN ntc_addr_old
            MOVE "THE MAILING ADDRESS ON YOUR ACCOUNT HAS BEEN CHANGED."
                TO ltr_text_1
            MOVE "THIS NOTICE IS SENT TO THE ADDRESS IT REPLACED."
                TO ltr_text_2
        WHEN ntc_addr_new
            MOVE "THE MAILING ADDRESS ON YOUR ACCOUNT HAS BEEN CHANGED"
                TO ltr_text_1
            MOVE "TO THE ADDRESS ON THIS NOTICE." TO ltr_text_2
    END-EVALUATE
    IF ntc_addr_old OR ntc_addr_new
        MOVE "IF YOU DID NOT ASK FOR THIS CHANGE PLEASE CONTACT YOUR"
            TO ltr_close_1
        MOVE "BRANCH AT ONCE." TO ltr_close_2
    END-IF
    .

  print_letter_items.
    EVALUATE TRUE
        WHEN ntc_dormant
            MOVE "LAST ACTIVITY" TO ltr_item_label
            MOVE ntc_ref_date TO ltr_item_value
            WRITE letter_rec FROM ltr_item_line
            MOVE "BALANCE" TO ltr_item_label
            PERFORM write_amount_item
        WHEN ntc_reactivated
            MOVE "PREVIOUS ACTIVITY" TO ltr_item_label
            MOVE ntc_ref_date TO ltr_item_value
            WRITE letter_rec FROM ltr_item_line
            MOVE "ACTIVITY" TO ltr_item_label
            MOVE ntc_detail TO ltr_item_value
            WRITE letter_rec FROM ltr_item_line
            MOVE "BALANCE BEFORE ACTIVITY" TO ltr_item_label
            PERFORM write_amount_item
        WHEN ntc_stop_placed OR ntc_stop_expired
            MOVE "AMOUNT" TO ltr_item_label
            PERFORM write_amount_item
            MOVE "DESCRIPTION" TO ltr_item_label
            MOVE ntc_detail TO ltr_item_value
            WRITE letter_rec FROM ltr_item_line
            MOVE "EXPIRY DATE" TO ltr_item_label
            MOVE ntc_ref_date TO ltr_item_value
            WRITE letter_rec FROM ltr_item_line
        WHEN ntc_od_reject
            MOVE "AMOUNT" TO ltr_item_label
            PERFORM write_amount_item
            MOVE "DATE" TO ltr_item_label
            MOVE ntc_ref_date TO ltr_item_value
            WRITE letter_rec FROM ltr_item_line
            MOVE "DESCRIPTION" TO ltr_item_label
            MOVE ntc_detail TO ltr_item_value
            WRITE letter_rec FROM ltr_item_line
        WHEN ntc_closed
            MOVE "CLOSED ON" TO ltr_item_label
            MOVE ntc_ref_date TO ltr_item_value
            WRITE letter_rec FROM ltr_item_line
            MOVE "BALANCE AT CLOSE" TO ltr_item_label
            PERFORM write_amount_item
        WHEN ntc_addr_old OR ntc_addr_new
            MOVE "CHANGED ON" TO ltr_item_label
            MOVE ntc_ref_date TO ltr_item_value
            WRITE letter_rec FROM ltr_item_line
    END-EVALUATE
    .

  write_amount_item.
    MOVE ntc_amount TO ltr_amt_edit
    MOVE ltr_amt_edit TO ltr_item_value
    WRITE letter_rec FROM ltr_item_line
    .

  write_exception_line.
    MOVE ntc_acct_no TO exc_line_acct
    MOVE ntc_type TO exc_line_type
    MOVE ntc_event_date TO exc_line_date
    MOVE ntc_source TO exc_line_source
    WRITE print_rec FROM exc_line
    .

  write_print_summary.
    WRITE print_rec FROM blank_line
    MOVE SPACES TO sum_line
    MOVE "NOTICE REQUESTS READ" TO sum_label
    MOVE ntc_read_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "LETTERS PRINTED" TO sum_label
    MOVE printed_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "DUPLICATES SUPPRESSED" TO sum_label
    MOVE dup_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "NO MAILING ADDRESS" TO sum_label
    MOVE no_addr_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "UNKNOWN NOTICE TYPE" TO sum_label
    MOVE bad_type_ctr TO sum_count
    WRITE print_rec FROM sum_line
    WRITE print_rec FROM blank_line
    WRITE print_rec FROM type_title_line
    WRITE print_rec FROM type_col_line
    SET type_ix TO 1
    PERFORM write_type_line 9 TIMES
    .

  write_type_line.
    SET type_sub TO type_ix
    MOVE type_code (type_ix) TO type_line_code
    MOVE type_desc (type_ix) TO type_line_desc
    MOVE type_req_ctr (type_sub) TO type_line_req
    MOVE type_prt_ctr (type_sub) TO type_line_prt
    MOVE type_dup_ctr (type_sub) TO type_line_dup
    MOVE type_noaddr_ctr (type_sub) TO type_line_noaddr
    WRITE print_rec FROM type_line
    SET type_ix UP BY 1
    .

  wrap_up.
    IF ntc_is_open
        CLOSE notice_file
    END-IF
    IF mstr_is_open
        CLOSE master_file
    END-IF
    IF cna_is_open
        CLOSE name_file
    END-IF
    IF ltr_is_open
        CLOSE letter_file
    END-IF
    IF print_is_open
        CLOSE print_file
    END-IF
    .
