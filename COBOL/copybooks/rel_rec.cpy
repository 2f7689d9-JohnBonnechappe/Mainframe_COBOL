*>   rel_rec.cpy
*>   customer relationship record, 60 bytes - keyed on account
*>   number, one record per account tied to a customer number.  an
*>   account with no record stands alone.  maintained through RL
*>   transactions in the nightly feed (customer number in the first
*>   ten bytes of trans_name; REMOVE in trans_desc unties the
*>   account) and read by the month-end charge and statement runs
*>   and the compliance scan to group a customer's accounts.
    01  rel_rec.
        05  rel_key.
            10  rel_acct_no         PIC X(10).
        05  rel_cust_no             PIC X(10).
        05  rel_link_date           PIC 9(08).
        05  rel_source              PIC X(08).
        05  FILLER                  PIC X(24).
