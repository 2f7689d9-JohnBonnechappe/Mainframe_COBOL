*>   rsn_rec.cpy
*>   reject reason-code reference card, 80 bytes - one card per
*>   reason code the posting pass can raise, in any order.  the
*>   text replaces the program's own wording on the reject record;
*>   severity H/M/L; the desk owns working the reject; the
*>   disposition says who gets it - R kept and recycled in house,
*>   S returned to the source system only, B both (the behaviour of
*>   a code with no card); escalation is the number of recycle runs
*>   an open item may age before it is reported, zero for the
*>   standard five.
    01  rsn_rec.
        05  rsn_code                PIC 9(02).
        05  rsn_text                PIC X(30).
        05  rsn_severity            PIC X(01).
            88  rsn_sev_high                VALUE "H".
            88  rsn_sev_valid               VALUE "H" "M" "L".
        05  rsn_desk                PIC X(08).
        05  rsn_disposition         PIC X(01).
            88  rsn_disp_valid              VALUE "R" "S" "B".
        05  rsn_escalate_runs       PIC 9(03).
        05  FILLER                  PIC X(35).
