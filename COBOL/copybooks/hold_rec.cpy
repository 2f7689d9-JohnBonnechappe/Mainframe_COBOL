*>   hold_rec.cpy
*>   funds hold record, 80 bytes - keyed on account number and a
*>   hold sequence within the account.  a hold freezes part of the
*>   ledger balance (garnishment, dispute, uncollected deposit)
*>   from placed date until the start of its release date, when
*>   the hold maintenance run drops it.  a zero release date holds
*>   the funds until a release card is keyed.  the posting pass
*>   tests debits against available balance - ledger less active
*>   holds, plus the overdraft limit where one is enforced.
    01  hold_rec.
        05  hold_key.
            10  hold_acct_no        PIC X(10).
            10  hold_seq            PIC 9(04).
        05  hold_amount             PIC 9(07)V99 COMP-3.
        05  hold_reason             PIC X(20).
        05  hold_placed_date        PIC 9(08).
        05  hold_release_date       PIC 9(08).
        05  FILLER                  PIC X(25).
