*>   daily transaction feed record, 80 bytes.
*>   monetary activity (DB/CR, and TR account-to-account transfer)
*>   and account maintenance (OP open, CL close, NC name change,
*>   AD address change, OD overdraft limit, RL customer
*>   relationship); OP/NC maintenance
*>   records carry the customer name in trans_name, AD records
*>   carry an address line number (1-4) and its replacement text
*>   there instead.  an OD record sets the account's overdraft
*>   limit from trans_amount; OD with REMOVE in trans_desc lifts
*>   the limit and restores unlimited behavior.
*>   an RL record ties the account to the customer number in the
*>   first ten bytes of trans_name; RL with REMOVE in trans_desc
*>   unties it.
*>   a TR record debits trans_acct_no and credits trans_to_acct
*>   (first ten bytes of trans_name) by trans_amount, posted as a
*>   single unit; a TR amount counts in BOTH the DB and CR hash
*>   totals on the batch trailer, once for each leg.
*>   DB and TR records raised from a standing order carry the
*>   order id in trans_order_ref so a reject traces back to it.
*>   each batch of detail records in the feed is bracketed by a
*>   header record (record id HDR, feed date) and a trailer record
*>   (record id TRL, detail record count and DB/CR amount hash
                88  trans_is_name_chg       VALUE "NC".
                88  trans_is_addr_chg       VALUE "AD".
                88  trans_is_od_chg         VALUE "OD".
                88  trans_is_rel_chg        VALUE "RL".
                88  trans_is_maint          VALUE "OP" "CL" "NC"
                                                  "AD" "OD" "RL".
            10  trans_amount        PIC S9(07)V99.
            10  trans_desc          PIC X(20).
            10  trans_name          PIC X(30).
            10  trans_name_r REDEFINES trans_name.
                15  trans_to_acct   PIC X(10).
                15  trans_order_ref PIC X(20).
            10  trans_addr_r REDEFINES trans_name.
                15  trans_addr_line_no
                                    PIC 9(01).
                15  trans_addr_text PIC X(29).
            10  trans_cust_r REDEFINES trans_name.
                15  trans_cust_no   PIC X(10).
                15  FILLER          PIC X(20).
            10  FILLER              PIC X(01).
        05  trans_hdr_area REDEFINES trans_detail_area.
            10  hdr_rec_id          PIC X(03).
