*>   cal_rec.cpy
*>   business-day calendar card, 80 bytes - one card per calendar
*>   date the bank needs to say something about, in ascending date
*>   order.  type B is a business day the nightly cycle runs on,
*>   type H a weekday holiday it does not; a date with no card
*>   (weekends) is not a business day either.  the month-end flag
*>   is set on the last business day of each month - the night the
*>   month-end cycle follows the nightly one.
    01  cal_rec.
        05  cal_date                PIC 9(08).
        05  cal_day_type            PIC X(01).
            88  cal_business_day            VALUE "B".
            88  cal_holiday                 VALUE "H".
        05  cal_month_end           PIC X(01).
            88  cal_is_month_end            VALUE "Y".
        05  cal_desc                PIC X(30).
        05  FILLER                  PIC X(40).
