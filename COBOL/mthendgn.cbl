
    SELECT master_file ASSIGN TO MASTFILE
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS mstr_key
        FILE STATUS IS mstr_file_status.

    SELECT relationship_file ASSIGN TO CUSTREL
        ORGANIZATION IS INDEXED
        ACCESS MODE IS DYNAMIC
        RECORD KEY IS rel_key
        FILE STATUS IS rel_file_status.

    SELECT feed_file ASSIGN TO MEFEED
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS feed_file_status.
      LABEL RECORDS ARE STANDARD.
      COPY mstr_rec.

  FD  relationship_file
      LABEL RECORDS ARE STANDARD.
      COPY rel_rec.

  FD  feed_file
      RECORD CONTAINS 80 CHARACTERS
      LABEL RECORDS ARE STANDARD.
    01  rate_file_status        PIC X(02).
    01  mstr_file_status        PIC X(02).
    01  feed_file_status        PIC X(02).
    01  rel_file_status         PIC X(02).

    01  mstr_eof_sw             PIC X(01) VALUE "N".
        88  mstr_eof                    VALUE "Y".
        88  mstr_is_open                VALUE "Y".
    01  feed_open_sw            PIC X(01) VALUE "N".
        88  feed_is_open                VALUE "Y".
    01  rel_open_sw             PIC X(01) VALUE "N".
        88  rel_is_open                 VALUE "Y".
    01  rel_eof_sw              PIC X(01) VALUE "N".
        88  rel_eof                     VALUE "Y".
    01  cust_found_sw           PIC X(01) VALUE "N".
        88  cust_found                  VALUE "Y".

    01  mstr_read_ctr           PIC 9(09) COMP VALUE 0.
    01  interest_ctr            PIC 9(09) COMP VALUE 0.
    01  charge_ctr              PIC 9(09) COMP VALUE 0.
    01  skipped_ctr             PIC 9(09) COMP VALUE 0.
    01  dormant_ctr             PIC 9(09) COMP VALUE 0.
    01  rel_read_ctr            PIC 9(09) COMP VALUE 0.
    01  rel_waived_ctr          PIC 9(09) COMP VALUE 0.
    01  rel_unpriced_ctr        PIC 9(09) COMP VALUE 0.

    COPY trans_rec.

    01  work_amount             PIC S9(09)V99 COMP-3.
    01  waive_test_bal          PIC S9(13)V99 COMP-3.

*>  one entry per customer on the relationship cluster holding the
*>  combined balance of its open (active and dormant) accounts.
    01  cust_tab_ctr            PIC 9(05) COMP VALUE 0.
    01  cust_tab_max            PIC 9(05) COMP VALUE 20000.
    01  cust_tab_full_sw        PIC X(01) VALUE "N".
        88  cust_tab_full               VALUE "Y".
    01  cust_table.
        05  cust_entry OCCURS 20000 INDEXED BY cust_ix.
            10  cust_tab_no         PIC X(10).
            10  cust_tab_balance    PIC S9(13)V99 COMP-3.
            10  cust_tab_accts      PIC 9(04) COMP.
    01  amount_limit            PIC 9(09)V99 COMP-3 VALUE 9999999.99.

    01  out_count               PIC 9(09) COMP VALUE 0.
    DISPLAY "INTEREST CREDITS WRITTEN " interest_ctr
    DISPLAY "SERVICE CHARGES WRITTEN " charge_ctr
    DISPLAY "DORMANT ACCTS EXEMPTED  " dormant_ctr
    DISPLAY "CHARGES WAIVED COMBINED " rel_waived_ctr
    DISPLAY "RELATED NOT COMBINED    " rel_unpriced_ctr
    DISPLAY "ACCOUNTS SKIPPED        " skipped_ctr
    MOVE exit_sts TO RETURN-CODE
    STOP RUN
            MOVE 8 TO exit_sts
        END-IF
    END-IF
    IF exit_sts < 8
        PERFORM load_customer_balances
    END-IF
    IF exit_sts < 8
        MOVE proc_date_9 TO out_hdr_date
        WRITE feed_out_rec FROM out_hdr_rec
    END-IF
    .

*>  the waive balance is tested against a related customer's
*>  combined balance, so the combined balances are built first by
*>  a pass of the relationship cluster against the master.  no
*>  cluster means every account stands alone as before.
  load_customer_balances.
    OPEN INPUT relationship_file
    EVALUATE rel_file_status
        WHEN "00"
            SET rel_is_open TO TRUE
            PERFORM read_relationship_record
            PERFORM add_customer_balance UNTIL rel_eof
            DISPLAY "RELATIONSHIP RECORDS READ " rel_read_ctr
            DISPLAY "CUSTOMERS PRICED COMBINED " cust_tab_ctr
        WHEN "35"
            DISPLAY "NO RELATIONSHIP FILE - WAIVE BALANCE TESTED BY"
                " ACCOUNT"
        WHEN OTHER
            DISPLAY "RELATIONSHIP FILE OPEN FAILED - STATUS "
                rel_file_status
            MOVE 8 TO exit_sts
    END-EVALUATE
    .

  read_relationship_record.
    READ relationship_file NEXT
        AT END SET rel_eof TO TRUE
        NOT AT END ADD 1 TO rel_read_ctr
    END-READ
    .

  add_customer_balance.
    MOVE rel_acct_no TO mstr_acct_no
    READ master_file
        INVALID KEY
            CONTINUE
        NOT INVALID KEY
            IF NOT mstr_closed
                PERFORM find_customer_entry
                IF NOT cust_found
                    PERFORM add_customer_entry
                END-IF
                IF cust_found
                    ADD mstr_balance TO cust_tab_balance (cust_ix)
                    ADD 1 TO cust_tab_accts (cust_ix)
                END-IF
            END-IF
    END-READ
    PERFORM read_relationship_record
    .

  find_customer_entry.
    MOVE "N" TO cust_found_sw
    IF cust_tab_ctr > 0
        SET cust_ix TO 1
        SEARCH cust_entry
            AT END CONTINUE
            WHEN cust_ix > cust_tab_ctr
                CONTINUE
            WHEN cust_tab_no (cust_ix) = rel_cust_no
                SET cust_found TO TRUE
        END-SEARCH
    END-IF
    .

*>  a customer that does not fit in the table is priced account by
*>  account and counted.
  add_customer_entry.
    IF cust_tab_ctr < cust_tab_max
        ADD 1 TO cust_tab_ctr
        SET cust_ix TO cust_tab_ctr
        MOVE rel_cust_no TO cust_tab_no (cust_ix)
        MOVE 0 TO cust_tab_balance (cust_ix)
        MOVE 0 TO cust_tab_accts (cust_ix)
        SET cust_found TO TRUE
    ELSE
        IF NOT cust_tab_full
            SET cust_tab_full TO TRUE
            DISPLAY "CUSTOMER TABLE FULL - REMAINING CUSTOMERS PRICED"
                " BY ACCOUNT"
            IF exit_sts < 4
                MOVE 4 TO exit_sts
            END-IF
        END-IF
    END-IF
    .

  read_control_card.
    OPEN INPUT control_file
    IF ctl_file_status = "00"
    .

  generate_monthend_feed.
    MOVE LOW-VALUES TO mstr_acct_no
    START master_file KEY NOT LESS THAN mstr_key
        INVALID KEY SET mstr_eof TO TRUE
    END-START
    IF NOT mstr_eof
        PERFORM read_master_record
    END-IF
    PERFORM process_master_account UNTIL mstr_eof
    MOVE out_count TO out_trl_count
    MOVE out_db_hash TO out_trl_db_hash
    .

  read_master_record.
    READ master_file NEXT
        AT END SET mstr_eof TO TRUE
        NOT AT END ADD 1 TO mstr_read_ctr
    END-READ
            IF mstr_balance > 0 AND rate_int_annual > 0
                PERFORM generate_interest_credit
            END-IF
            PERFORM find_waive_test_balance
            IF rate_svc_charge > 0 AND waive_test_bal < rate_waive_bal
                PERFORM generate_service_charge
            END-IF
            IF rate_svc_charge > 0 AND mstr_balance < rate_waive_bal
                AND waive_test_bal NOT < rate_waive_bal
                ADD 1 TO rel_waived_ctr
            END-IF
        WHEN OTHER
            ADD 1 TO skipped_ctr
    END-EVALUATE
    PERFORM read_master_record
    .

*>  an account tied to a customer is tested on the customer's
*>  combined balance; any other account on its own balance.
  find_waive_test_balance.
    MOVE mstr_balance TO waive_test_bal
    IF rel_is_open
        MOVE mstr_acct_no TO rel_acct_no
        READ relationship_file
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                PERFORM find_customer_entry
                IF cust_found
                    MOVE cust_tab_balance (cust_ix) TO waive_test_bal
                ELSE
                    ADD 1 TO rel_unpriced_ctr
                END-IF
        END-READ
    END-IF
    .

  generate_interest_credit.
    COMPUTE work_amount ROUNDED =
        mstr_balance * rate_int_annual / 1200
    IF feed_is_open
        CLOSE feed_file
    END-IF
    IF rel_is_open
        CLOSE relationship_file
    END-IF
    .
