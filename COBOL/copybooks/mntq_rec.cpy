*>   mntq_rec.cpy
*>   pending branch maintenance record, 200 bytes - keyed on the
*>   date, time and CICS task number the request was entered
*>   under.  each record carries the validated 80-byte feed record
*>   (NC/AD/OD/CL) the nightly extract writes into its own batch,
*>   the value the clerk was shown as current when the request was
*>   confirmed, and the user ID and terminal that keyed it for the
*>   supervisor's sign-off list.  status P is waiting for the next
*>   extract; X has been extracted (on mntq_extract_date) and is
*>   dropped by the following night's extract.
    01  mntq_rec.
        05  mntq_key.
            10  mntq_entry_date     PIC 9(08).
            10  mntq_entry_time     PIC 9(06).
            10  mntq_task_no        PIC 9(07).
        05  mntq_user_id            PIC X(08).
        05  mntq_term_id            PIC X(04).
        05  mntq_status             PIC X(01).
            88  mntq_pending                VALUE "P".
            88  mntq_extracted              VALUE "X".
        05  mntq_extract_date       PIC 9(08).
        05  mntq_old_value          PIC X(30).
        05  mntq_trans_data         PIC X(80).
        05  FILLER                  PIC X(48).
