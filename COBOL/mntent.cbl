IDENTIFICATION DIVISION.
  PROGRAM-ID. mntent.
  AUTHOR. John Braddock.
*>  online account maintenance entry, transaction BMNT - the
*>  companion to BINQ.  the branch keys one maintenance request:
*>      BMNT NC aaaaaaaaaa new name
*>      BMNT AD aaaaaaaaaa n new address line text
*>      BMNT OD aaaaaaaaaa nnnnnnnnn      (limit, 2 implied decimals)
*>      BMNT OD aaaaaaaaaa REMOVE
*>      BMNT CL aaaaaaaaaa
*>  the request is edited the way the posting pass will edit it -
*>  account on MASTFILE and open, name present, address line 1-4
*>  with text, limit numeric or REMOVE - and the current value off
*>  MASTFILE/NAMEFILE is shown beside the new one.  PF5 confirms
*>  and writes the request to the pending-maintenance queue
*>  (MNTQFILE, PROD.BATCH.MNTQ.KSDS) with the signed-on user ID and
*>  terminal; PF3 or CLEAR abandons it.  nothing touches the master
*>  here - the nightly MNTQEXT step turns the queue into its own
*>  feed batch and the change posts through GENERIC like any other
*>  maintenance record.
*>  pseudo-conversational - the commarea carries the edited request
*>  between the edit screen and the confirm.  MASTFILE and NAMEFILE
*>  are defined to CICS read-only as for BINQ; MNTQFILE is
*>  read/write.  the PCT entry for BMNT points here.
ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.
    COPY mstr_rec.

    COPY cna_rec.

    COPY mntq_rec.

    COPY trans_rec.

    COPY DFHAID.

    01  resp_code               PIC S9(08) COMP.

    01  edit_bad_sw             PIC X(01) VALUE "N".
        88  edit_bad                    VALUE "Y".

    01  abs_time                PIC S9(15) COMP-3.
    01  today_date              PIC 9(08).
    01  now_time                PIC 9(06).
    01  user_id                 PIC X(08).
    01  od_limit_disp           PIC ZZZ,ZZZ,ZZ9.99.
    01  balance_disp            PIC ZZZ,ZZZ,ZZ9.99-.

    01  receive_length          PIC S9(04) COMP VALUE 80.
    01  receive_buffer.
        05  rcv_tran_id         PIC X(04).
        05  FILLER              PIC X(01).
        05  rcv_type            PIC X(02).
            88  rcv_type_valid          VALUE "NC" "AD" "OD" "CL".
        05  FILLER              PIC X(01).
        05  rcv_acct_no         PIC X(10).
        05  FILLER              PIC X(01).
        05  rcv_data            PIC X(61).
        05  rcv_name_r REDEFINES rcv_data.
            10  rcv_name        PIC X(30).
            10  FILLER          PIC X(31).
        05  rcv_addr_r REDEFINES rcv_data.
            10  rcv_addr_line_no
                                PIC X(01).
            10  FILLER          PIC X(01).
            10  rcv_addr_text   PIC X(29).
            10  FILLER          PIC X(30).
        05  rcv_limit_r REDEFINES rcv_data.
            10  rcv_limit_x     PIC X(09).
            10  rcv_limit REDEFINES rcv_limit_x
                                PIC 9(07)V99.
            10  FILLER          PIC X(52).
        05  rcv_remove_r REDEFINES rcv_data.
            10  rcv_remove      PIC X(06).
            10  FILLER          PIC X(55).

    01  comm_work.
        05  comm_state          PIC X(01).
            88  comm_awaiting_confirm   VALUE "C".
        05  comm_trans_data     PIC X(80).
        05  comm_old_value      PIC X(30).

    01  scr_title_line.
        05  FILLER              PIC X(38) VALUE
            "BMNT - ACCOUNT MAINTENANCE ENTRY".
        05  FILLER              PIC X(41) VALUE SPACES.
        05  FILLER              PIC X(01) VALUE X"15".

    01  scr_req_line.
        05  FILLER              PIC X(10) VALUE "REQUEST   ".
        05  scr_req_type        PIC X(14).
        05  FILLER              PIC X(10) VALUE "  ACCOUNT ".
        05  scr_req_acct        PIC X(10).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  scr_req_name        PIC X(30).
        05  FILLER              PIC X(03) VALUE SPACES.
        05  FILLER              PIC X(01) VALUE X"15".

    01  scr_old_line.
        05  FILLER              PIC X(10) VALUE "CURRENT   ".
        05  scr_old_value       PIC X(30).
        05  FILLER              PIC X(39) VALUE SPACES.
        05  FILLER              PIC X(01) VALUE X"15".

    01  scr_new_line.
        05  FILLER              PIC X(10) VALUE "NEW       ".
        05  scr_new_value       PIC X(30).
        05  FILLER              PIC X(39) VALUE SPACES.
        05  FILLER              PIC X(01) VALUE X"15".

    01  scr_foot_line.
        05  scr_foot_text       PIC X(79).
        05  FILLER              PIC X(01) VALUE X"15".

    01  scr_msg_line.
        05  scr_msg_text        PIC X(79).
        05  FILLER              PIC X(01) VALUE X"15".

    01  blank_screen_line.
        05  FILLER              PIC X(79) VALUE SPACES.
        05  FILLER              PIC X(01) VALUE X"15".

    01  display_area.
        05  dsp_title           PIC X(80).
        05  dsp_blank1          PIC X(80).
        05  dsp_req             PIC X(80).
        05  dsp_old             PIC X(80).
        05  dsp_new             PIC X(80).
        05  dsp_blank2          PIC X(80).
        05  dsp_foot            PIC X(80).
LINKAGE SECTION.
    01  dfhcommarea.
        05  ca_state            PIC X(01).
        05  ca_trans_data       PIC X(80).
        05  ca_old_value        PIC X(30).
PROCEDURE DIVISION.
  main.
    IF EIBCALEN = 0
        MOVE SPACES TO comm_work
        PERFORM process_new_request
    ELSE
        MOVE dfhcommarea TO comm_work
        EVALUATE TRUE
            WHEN EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
                PERFORM end_session
            WHEN EIBAID = DFHPF5 AND comm_awaiting_confirm
                PERFORM queue_request
            WHEN EIBAID = DFHPF5
                MOVE "NOTHING TO CONFIRM - KEY A REQUEST"
                    TO scr_msg_text
                PERFORM send_message
            WHEN OTHER
                MOVE SPACES TO comm_work
                PERFORM process_new_request
        END-EVALUATE
    END-IF
    PERFORM return_next
    .

  process_new_request.
    MOVE SPACES TO receive_buffer
    MOVE 80 TO receive_length
    EXEC CICS RECEIVE
        INTO(receive_buffer)
        LENGTH(receive_length)
        RESP(resp_code)
    END-EXEC
    MOVE "N" TO edit_bad_sw
    PERFORM get_today_date
    PERFORM edit_request
    IF edit_bad
        PERFORM send_message
    ELSE
        PERFORM build_trans_record
        MOVE "C" TO comm_state
        MOVE trans_rec TO comm_trans_data
        PERFORM send_confirm_screen
    END-IF
    .

  get_today_date.
    EXEC CICS ASKTIME
        ABSTIME(abs_time)
    END-EXEC
    EXEC CICS FORMATTIME
        ABSTIME(abs_time)
        YYYYMMDD(today_date)
        TIME(now_time)
    END-EXEC
    .

*>  the same edits the posting pass applies (reasons 45/46/48/80
*>  and the closed-account test), made while the customer is still
*>  on the phone.
  edit_request.
    EVALUATE TRUE
        WHEN NOT rcv_type_valid
            MOVE "ENTER: BMNT NC|AD|OD|CL ACCOUNT-NUMBER DATA"
                TO scr_msg_text
            SET edit_bad TO TRUE
        WHEN rcv_acct_no = SPACES OR rcv_acct_no = ZEROS
            MOVE "ACCOUNT NUMBER REQUIRED" TO scr_msg_text
            SET edit_bad TO TRUE
        WHEN OTHER
            PERFORM read_master_account
    END-EVALUATE
    IF NOT edit_bad
        EVALUATE rcv_type
            WHEN "NC"
                PERFORM edit_name_change
            WHEN "AD"
                PERFORM edit_address_change
            WHEN "OD"
                PERFORM edit_limit_change
            WHEN OTHER
                MOVE mstr_balance TO balance_disp
                MOVE SPACES TO comm_old_value
                STRING "OPEN  BALANCE " balance_disp
                    DELIMITED BY SIZE INTO comm_old_value
                END-STRING
        END-EVALUATE
    END-IF
    .

  read_master_account.
    EXEC CICS READ
        DATASET('MASTFILE')
        INTO(mstr_rec)
        RIDFLD(rcv_acct_no)
        RESP(resp_code)
    END-EXEC
    EVALUATE TRUE
        WHEN resp_code = DFHRESP(NOTFND)
            MOVE SPACES TO scr_msg_text
            STRING "ACCOUNT " rcv_acct_no " NOT ON MASTER"
                DELIMITED BY SIZE INTO scr_msg_text
            END-STRING
            SET edit_bad TO TRUE
        WHEN resp_code NOT = DFHRESP(NORMAL)
            MOVE "MASTER READ ERROR - CALL OPERATIONS"
                TO scr_msg_text
            SET edit_bad TO TRUE
        WHEN mstr_closed
            MOVE SPACES TO scr_msg_text
            STRING "ACCOUNT " rcv_acct_no " IS CLOSED"
                DELIMITED BY SIZE INTO scr_msg_text
            END-STRING
            SET edit_bad TO TRUE
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

  edit_name_change.
    EVALUATE TRUE
        WHEN rcv_name = SPACES
            MOVE "NEW NAME REQUIRED" TO scr_msg_text
            SET edit_bad TO TRUE
        WHEN rcv_name = mstr_name
            MOVE "NEW NAME IS THE SAME AS THE NAME ON FILE"
                TO scr_msg_text
            SET edit_bad TO TRUE
        WHEN OTHER
            MOVE mstr_name TO comm_old_value
    END-EVALUATE
    .

  edit_address_change.
    IF rcv_addr_line_no < "1" OR rcv_addr_line_no > "4"
        OR rcv_addr_text = SPACES
        MOVE "ADDRESS LINE NUMBER 1-4 AND NEW TEXT REQUIRED"
            TO scr_msg_text
        SET edit_bad TO TRUE
    ELSE
        EXEC CICS READ
            DATASET('NAMEFILE')
            INTO(cna_rec)
            RIDFLD(rcv_acct_no)
            RESP(resp_code)
        END-EXEC
        EVALUATE TRUE
            WHEN resp_code = DFHRESP(NOTFND)
                MOVE "(NO ADDRESS ON FILE)" TO comm_old_value
            WHEN resp_code NOT = DFHRESP(NORMAL)
                MOVE "NAME/ADDRESS READ ERROR - CALL OPERATIONS"
                    TO scr_msg_text
                SET edit_bad TO TRUE
            WHEN rcv_addr_line_no = "1"
                MOVE cna_addr_line_1 TO comm_old_value
            WHEN rcv_addr_line_no = "2"
                MOVE cna_addr_line_2 TO comm_old_value
            WHEN rcv_addr_line_no = "3"
                MOVE cna_addr_line_3 TO comm_old_value
            WHEN OTHER
                MOVE cna_addr_line_4 TO comm_old_value
        END-EVALUATE
    END-IF
    .

  edit_limit_change.
    EVALUATE TRUE
        WHEN rcv_remove = "REMOVE" AND NOT mstr_od_enforced
            MOVE "NO OVERDRAFT LIMIT ON FILE TO REMOVE"
                TO scr_msg_text
            SET edit_bad TO TRUE
        WHEN rcv_remove = "REMOVE"
            CONTINUE
        WHEN rcv_limit_x NOT NUMERIC
            MOVE "LIMIT MUST BE 9 DIGITS (2 DECIMALS) OR REMOVE"
                TO scr_msg_text
            SET edit_bad TO TRUE
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF NOT edit_bad
        IF mstr_od_enforced
            MOVE mstr_od_limit TO od_limit_disp
            MOVE od_limit_disp TO comm_old_value
        ELSE
            MOVE "NO LIMIT (UNLIMITED)" TO comm_old_value
        END-IF
    END-IF
    .

*>  the request is built as the feed record it will become.  the
*>  description carries who keyed it, so posted history shows the
*>  branch user behind every change; an OD REMOVE keeps REMOVE in
*>  the description as the posting pass requires.
  build_trans_record.
    MOVE SPACES TO trans_rec
    MOVE rcv_acct_no TO trans_acct_no
    MOVE today_date TO trans_date
    MOVE rcv_type TO trans_type
    MOVE 0 TO trans_amount
    EXEC CICS ASSIGN
        USERID(user_id)
    END-EXEC
    MOVE SPACES TO trans_desc
    STRING "BMNT " user_id " " EIBTRMID
        DELIMITED BY SIZE INTO trans_desc
    END-STRING
    EVALUATE TRUE
        WHEN trans_is_name_chg
            MOVE rcv_name TO trans_name
        WHEN trans_is_addr_chg
            MOVE rcv_addr_line_no TO trans_addr_line_no
            MOVE rcv_addr_text TO trans_addr_text
        WHEN trans_is_od_chg AND rcv_remove = "REMOVE"
            MOVE "REMOVE" TO trans_desc
        WHEN trans_is_od_chg
            MOVE rcv_limit TO trans_amount
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

  send_confirm_screen.
    MOVE scr_title_line TO dsp_title
    MOVE blank_screen_line TO dsp_blank1
    PERFORM format_request_lines
    MOVE blank_screen_line TO dsp_blank2
    MOVE "PF5=CONFIRM AND QUEUE  PF3=CANCEL  OR KEY A NEW REQUEST"
        TO scr_foot_text
    MOVE scr_foot_line TO dsp_foot
    EXEC CICS SEND TEXT
        FROM(display_area)
        LENGTH(LENGTH OF display_area)
        ERASE
        FREEKB
    END-EXEC
    .

  format_request_lines.
    MOVE comm_trans_data TO trans_rec
    EVALUATE TRUE
        WHEN trans_is_name_chg
            MOVE "NAME CHANGE" TO scr_req_type
            MOVE trans_name TO scr_new_value
        WHEN trans_is_addr_chg
            MOVE SPACES TO scr_req_type
            STRING "ADDR LINE " trans_addr_line_no
                DELIMITED BY SIZE INTO scr_req_type
            END-STRING
            MOVE trans_addr_text TO scr_new_value
        WHEN trans_is_od_chg AND trans_desc = "REMOVE"
            MOVE "LIMIT CHANGE" TO scr_req_type
            MOVE "REMOVE LIMIT (UNLIMITED)" TO scr_new_value
        WHEN trans_is_od_chg
            MOVE "LIMIT CHANGE" TO scr_req_type
            MOVE trans_amount TO od_limit_disp
            MOVE od_limit_disp TO scr_new_value
        WHEN OTHER
            MOVE "CLOSE ACCOUNT" TO scr_req_type
            MOVE "ACCOUNT CLOSED" TO scr_new_value
    END-EVALUATE
    MOVE trans_acct_no TO scr_req_acct
    MOVE mstr_name TO scr_req_name
    MOVE scr_req_line TO dsp_req
    MOVE comm_old_value TO scr_old_value
    MOVE scr_old_line TO dsp_old
    MOVE scr_new_line TO dsp_new
    .

*>  PF5 - the edited request goes on the queue exactly as shown.
  queue_request.
    PERFORM get_today_date
    MOVE SPACES TO mntq_rec
    MOVE today_date TO mntq_entry_date
    MOVE now_time TO mntq_entry_time
    MOVE EIBTASKN TO mntq_task_no
    EXEC CICS ASSIGN
        USERID(user_id)
    END-EXEC
    MOVE user_id TO mntq_user_id
    MOVE EIBTRMID TO mntq_term_id
    MOVE "P" TO mntq_status
    MOVE ZEROS TO mntq_extract_date
    MOVE comm_old_value TO mntq_old_value
    MOVE comm_trans_data TO mntq_trans_data
    EXEC CICS WRITE
        DATASET('MNTQFILE')
        FROM(mntq_rec)
        RIDFLD(mntq_key)
        RESP(resp_code)
    END-EXEC
    MOVE SPACES TO scr_msg_text
    IF resp_code = DFHRESP(NORMAL)
        MOVE comm_trans_data TO trans_rec
        STRING "QUEUED FOR TONIGHT - " trans_type " ACCOUNT "
            trans_acct_no " REF " mntq_entry_time mntq_task_no
            DELIMITED BY SIZE INTO scr_msg_text
        END-STRING
    ELSE
        MOVE "QUEUE WRITE FAILED - REQUEST NOT TAKEN - CALL OPERATIONS"
            TO scr_msg_text
    END-IF
    MOVE SPACES TO comm_work
    PERFORM send_message
    .

  send_message.
    EXEC CICS SEND TEXT
        FROM(scr_msg_line)
        LENGTH(LENGTH OF scr_msg_line)
        ERASE
        FREEKB
    END-EXEC
    .

  end_session.
    MOVE "MAINTENANCE ENTRY ENDED" TO scr_msg_text
    EXEC CICS SEND TEXT
        FROM(scr_msg_line)
        LENGTH(LENGTH OF scr_msg_line)
        ERASE
        FREEKB
    END-EXEC
    EXEC CICS RETURN
    END-EXEC
    .

  return_next.
    EXEC CICS RETURN
        TRANSID('BMNT')
        COMMAREA(comm_work)
        LENGTH(LENGTH OF comm_work)
    END-EXEC
    .
