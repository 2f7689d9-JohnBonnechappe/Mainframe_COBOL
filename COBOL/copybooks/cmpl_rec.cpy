*>   cmpl_rec.cpy
*>   cash-aggregation regulatory extract record, 150 bytes, written
*>   by the compliance scan for the filing system.  one HDR record
*>   (run date, the window scanned, the reporting limit, source),
*>   one DTL record per account or customer flagged in the window
*>   and one TRL record carrying the DTL count, the account and
*>   customer subjects within it and a hash total of the CR and DB
*>   amounts on the DTL records so the receiving side can prove the
*>   handoff.  a customer subject totals every account tied to it
*>   on the relationship cluster; an account subject carries its
*>   customer number when it has one.  amounts are absolute, whole
*>   cents.  flags are Y/N:
*>     over    CR or DB total at or over the reporting limit
*>     struct  near-limit CR/DB items at or over the pattern count
*>     churn   transfers to the customer's own accounts at or over
*>             the churn count
    01  cmpl_rec.
        05  cmpl_dtl_area.
            10  cmpl_rec_id         PIC X(03).
                88  cmpl_is_detail          VALUE "DTL".
            10  cmpl_subject_type   PIC X(01).
                88  cmpl_subject_acct       VALUE "A".
                88  cmpl_subject_cust       VALUE "C".
            10  cmpl_subject_id     PIC X(10).
            10  cmpl_cust_no        PIC X(10).
            10  cmpl_acct_count     PIC 9(04).
            10  cmpl_cr_count       PIC 9(07).
            10  cmpl_cr_amount      PIC 9(11)V99.
            10  cmpl_db_count       PIC 9(07).
            10  cmpl_db_amount      PIC 9(11)V99.
            10  cmpl_tr_count       PIC 9(07).
            10  cmpl_tr_in_amount   PIC 9(11)V99.
            10  cmpl_tr_out_amount  PIC 9(11)V99.
            10  cmpl_near_count     PIC 9(05).
            10  cmpl_link_count     PIC 9(05).
            10  cmpl_link_amount    PIC 9(11)V99.
            10  cmpl_flag_over      PIC X(01).
            10  cmpl_flag_struct    PIC X(01).
            10  cmpl_flag_churn     PIC X(01).
            10  FILLER              PIC X(23).
        05  cmpl_hdr_area REDEFINES cmpl_dtl_area.
            10  cmpl_hdr_id         PIC X(03).
                88  cmpl_is_header          VALUE "HDR".
            10  cmpl_hdr_run_date   PIC 9(08).
            10  cmpl_hdr_from_date  PIC 9(08).
            10  cmpl_hdr_to_date    PIC 9(08).
            10  cmpl_hdr_days       PIC 9(03).
            10  cmpl_hdr_limit      PIC 9(09).
            10  cmpl_hdr_source     PIC X(08).
            10  FILLER              PIC X(103).
        05  cmpl_trl_area REDEFINES cmpl_dtl_area.
            10  cmpl_trl_id         PIC X(03).
                88  cmpl_is_trailer         VALUE "TRL".
            10  cmpl_trl_dtl_count  PIC 9(09).
            10  cmpl_trl_acct_count PIC 9(09).
            10  cmpl_trl_cust_count PIC 9(09).
            10  cmpl_trl_hash       PIC 9(13)V99.
            10  FILLER              PIC X(105).
