*>   extract switch for the finance handoff and the posting apply
*>   mode (blank = random apply per transaction; S = sort the
*>   edited feed by account and make one sequential pass against
*>   the master, FULL-mode runs only) and the run-date check
*>   override (Y lets the business-day calendar check pass a date
*>   it would otherwise stop - a deliberate repost, or the first run
*>   against an empty run history - with RC 4; blank every normal
*>   night) and the statement mode (blank = one statement per
*>   account; C = one combined statement per customer for accounts
*>   tied together on the relationship cluster).
    01  ctl_rec.
        05  ctl_run_date            PIC 9(08).
        05  ctl_run_mode            PIC X(04).
            88  ctl_produce_gl              VALUE "Y".
        05  ctl_apply_mode          PIC X(01).
            88  ctl_apply_sorted            VALUE "S".
        05  ctl_date_override       PIC X(01).
            88  ctl_date_override_on        VALUE "Y".
        05  ctl_stmt_mode           PIC X(01).
            88  ctl_stmt_combined           VALUE "C".
        05  FILLER                  PIC X(35).
