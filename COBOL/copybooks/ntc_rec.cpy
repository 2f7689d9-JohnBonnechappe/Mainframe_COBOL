*>   ntc_rec.cpy
*>   customer notice request, 200 bytes - one record per account
*>   event that owes the customer a letter, appended by the program
*>   that saw the event and formatted by the weekly notice print
*>   against the mailing address on the name/address cluster.
*>   amount, reference date and detail carry what the letter quotes:
*>     DM  set dormant           balance, last activity date
*>     RA  reactivated           balance, prior activity date,
*>                               description of the activity
*>     SP  stop order placed     amount, expiry date, description
*>     SX  stop order expired    amount, expiry date, description
*>     OR  debit over the limit  amount, transaction date, desc
*>     CL  account closed        balance, close date
*>     AO  address change - to the address it replaced, carried
*>         here since the cluster only holds the new one
*>     AN  address change - to the new address on the cluster
*>   the source is the program that raised the request.
    01  ntc_rec.
        05  ntc_type                PIC X(02).
            88  ntc_dormant                 VALUE "DM".
            88  ntc_reactivated             VALUE "RA".
            88  ntc_stop_placed             VALUE "SP".
            88  ntc_stop_expired            VALUE "SX".
            88  ntc_od_reject               VALUE "OR".
            88  ntc_closed                  VALUE "CL".
            88  ntc_addr_old                VALUE "AO".
            88  ntc_addr_new                VALUE "AN".
        05  ntc_acct_no             PIC X(10).
        05  ntc_event_date          PIC 9(08).
        05  ntc_source              PIC X(08).
        05  ntc_amount              PIC S9(09)V99 COMP-3.
        05  ntc_ref_date            PIC 9(08).
        05  ntc_detail              PIC X(30).
        05  ntc_old_address.
            10  ntc_old_addr_line_1 PIC X(29).
            10  ntc_old_addr_line_2 PIC X(29).
            10  ntc_old_addr_line_3 PIC X(29).
            10  ntc_old_addr_line_4 PIC X(29).
        05  FILLER                  PIC X(12).
