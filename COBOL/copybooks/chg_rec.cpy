*>   chg_rec.cpy
*>   master change-log record, 120 bytes - keyed on account, run
*>   date and a sequence within the date.  one record for every
*>   non-monetary change to the master, the name/address cluster or
*>   the customer relationship cluster carrying the field's value
*>   before and after the change, so a disputed name, address,
*>   limit or relationship change can be answered from the log
*>   rather than the bare NC/AD/OD/RL history record.
*>   field names: NAME, STATUS, ODLIMIT, ADDRLN1-ADDRLN4, CUSTNO.
*>   the source is the feed source on the batch header for posted
*>   maintenance, DORMSWP for the dormancy sweep and REACTIVN for a
*>   dormant account put back to active by posted activity.
    01  chg_rec.
        05  chg_key.
            10  chg_acct_no         PIC X(10).
            10  chg_run_date        PIC 9(08).
            10  chg_seq             PIC 9(04).
        05  chg_field               PIC X(08).
        05  chg_old_value           PIC X(30).
        05  chg_new_value           PIC X(30).
        05  chg_trans_type          PIC X(02).
        05  chg_trans_date          PIC 9(08).
        05  chg_source              PIC X(08).
        05  FILLER                  PIC X(12).
