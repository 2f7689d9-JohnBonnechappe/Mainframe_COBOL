*>  the FCT name the same clusters the batch stream posts
*>  (PROD.BATCH.MASTER.KSDS / PROD.BATCH.HIST.KSDS), defined to
*>  CICS read-only; the PCT entry for BINQ points here.
*>  HOLDFILE (PROD.BATCH.HOLD.KSDS, also read-only) supplies the
*>  funds holds, so the balance block shows ledger balance, the
*>  amount held and the available balance the posting pass tests
*>  debits against.
ENVIRONMENT DIVISION.
DATA DIVISION.
WORKING-STORAGE SECTION.

    COPY hist_rec.

    COPY hold_rec.

    COPY DFHAID.

    01  resp_code               PIC S9(08) COMP.
    01  receive_buffer          PIC X(80).
    01  receive_length          PIC S9(04) COMP VALUE 80.

    01  hold_done_sw            PIC X(01) VALUE "N".
        88  hold_done                   VALUE "Y".
    01  held_amount             PIC S9(11)V99 COMP-3 VALUE 0.
    01  avail_balance           PIC S9(11)V99 COMP-3 VALUE 0.
    01  abs_time                PIC S9(15) COMP-3.
    01  today_date              PIC 9(08).

    01  hold_browse_key.
        05  hold_browse_acct_no PIC X(10).
        05  hold_browse_seq     PIC 9(04).

    01  browse_key.
        05  browse_acct_no      PIC X(10).
        05  browse_post_date    PIC 9(08).
        05  FILLER              PIC X(01) VALUE X"15".

    01  scr_bal_line.
        05  FILLER              PIC X(10) VALUE "LEDGER    ".
        05  scr_balance         PIC ZZZ,ZZZ,ZZ9.99-.
        05  FILLER              PIC X(10) VALUE "  STATUS ".
        05  scr_status          PIC X(08).
        05  FILLER              PIC X(12) VALUE SPACES.
        05  FILLER              PIC X(01) VALUE X"15".

    01  scr_avail_line.
        05  FILLER              PIC X(10) VALUE "HELD      ".
        05  scr_held            PIC ZZZ,ZZZ,ZZ9.99-.
        05  FILLER              PIC X(12) VALUE "  AVAILABLE ".
        05  scr_available       PIC ZZZ,ZZZ,ZZ9.99-.
        05  FILLER              PIC X(27) VALUE SPACES.
        05  FILLER              PIC X(01) VALUE X"15".

    01  scr_col_line.
        05  FILLER              PIC X(10) VALUE "POSTED".
        05  FILLER              PIC X(06) VALUE "SEQ".
        05  dsp_title           PIC X(80).
        05  dsp_acct            PIC X(80).
        05  dsp_bal             PIC X(80).
        05  dsp_avail           PIC X(80).
        05  dsp_blank1          PIC X(80).
        05  dsp_cols            PIC X(80).
        05  dsp_hist_line OCCURS 12
                TO scr_msg_text
            PERFORM send_message
        ELSE
            PERFORM collect_account_holds
            PERFORM format_master_lines
            PERFORM collect_history_page
            PERFORM send_inquiry_page
    END-EVALUATE
    MOVE mstr_last_date TO scr_last_date
    MOVE scr_bal_line TO dsp_bal
    COMPUTE avail_balance = mstr_balance - held_amount
    IF mstr_od_enforced
        ADD mstr_od_limit TO avail_balance
    END-IF
    MOVE held_amount TO scr_held
    MOVE avail_balance TO scr_available
    MOVE scr_avail_line TO dsp_avail
    MOVE blank_screen_line TO dsp_blank1
    MOVE scr_col_line TO dsp_cols
    MOVE blank_screen_line TO dsp_blank2
    .

*>  total the account's active holds.  the nightly hold run drops
*>  a hold at the start of its release date, so on the release date
*>  itself the hold is already treated as released here.
  collect_account_holds.
    MOVE 0 TO held_amount
    MOVE "N" TO hold_done_sw
    EXEC CICS ASKTIME
        ABSTIME(abs_time)
    END-EXEC
    EXEC CICS FORMATTIME
        ABSTIME(abs_time)
        YYYYMMDD(today_date)
    END-EXEC
    MOVE comm_acct_no TO hold_browse_acct_no
    MOVE ZEROS TO hold_browse_seq
    EXEC CICS STARTBR
        DATASET('HOLDFILE')
        RIDFLD(hold_browse_key)
        GTEQ
        RESP(resp_code)
    END-EXEC
    IF resp_code = DFHRESP(NORMAL)
        PERFORM read_next_hold UNTIL hold_done
        EXEC CICS ENDBR
            DATASET('HOLDFILE')
            RESP(resp_code)
        END-EXEC
    END-IF
    .

  read_next_hold.
    EXEC CICS READNEXT
        DATASET('HOLDFILE')
        INTO(hold_rec)
        RIDFLD(hold_browse_key)
        RESP(resp_code)
    END-EXEC
    EVALUATE TRUE
        WHEN resp_code NOT = DFHRESP(NORMAL)
            SET hold_done TO TRUE
        WHEN hold_acct_no NOT = comm_acct_no
            SET hold_done TO TRUE
        WHEN hold_release_date = ZEROS
            OR hold_release_date > today_date
            ADD hold_amount TO held_amount
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

*>  newest-first page: start the browse at the resume position and
*>  READPREV backward, keeping only this account's records.  the
*>  resume position is the full key of the last line shown (or
