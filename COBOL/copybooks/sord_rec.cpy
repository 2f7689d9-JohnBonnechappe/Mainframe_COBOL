*>   sord_rec.cpy
*>   standing-order record, 100 bytes.  an order pays sord_amount
*>   out of sord_acct_no every cycle of sord_freq (W weekly, F every
*>   two weeks, M monthly, Q quarterly, A annually) starting on
*>   sord_next_due.  a non-blank sord_to_acct makes it a TR to that
*>   account; a blank one makes it a DB payment to the payee named
*>   in sord_desc.  sord_due_day keeps the day of month the order
*>   was set up for so a monthly order on the 31st drops back to
*>   the 28th/30th in a short month and returns to the 31st after.
*>   sord_end_date zero means the order runs until cancelled;
*>   otherwise the last payment is the last due date on or before
*>   it.  sord_order_id is assigned by the maintenance run and is
*>   what the operator quotes on amend and cancel cards.
    01  sord_rec.
        05  sord_order_id           PIC 9(06).
        05  sord_acct_no            PIC X(10).
        05  sord_to_acct            PIC X(10).
        05  sord_desc               PIC X(20).
        05  sord_amount             PIC 9(07)V99.
        05  sord_freq               PIC X(01).
            88  sord_weekly                 VALUE "W".
            88  sord_fortnightly            VALUE "F".
            88  sord_monthly                VALUE "M".
            88  sord_quarterly              VALUE "Q".
            88  sord_annual                 VALUE "A".
            88  sord_freq_valid             VALUE "W" "F" "M"
                                                  "Q" "A".
        05  sord_due_day            PIC 9(02).
        05  sord_next_due           PIC 9(08).
        05  sord_end_date           PIC 9(08).
        05  sord_placed_date        PIC 9(08).
        05  sord_last_gen_date      PIC 9(08).
        05  FILLER                  PIC X(10).
