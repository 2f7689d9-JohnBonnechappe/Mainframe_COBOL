IDENTIFICATION DIVISION.
  PROGRAM-ID. datechk.
  AUTHOR. John Braddock.
*>  run-date check ahead of the nightly and month-end streams.
*>  proves the control card's run date against the business-day
*>  calendar and against the last run date the posting pass
*>  completed (exit status 4 or less) on the run-history file.
*>  nightly mode (N): the date must be a business day, later than
*>  the last completed run, with no business day between the two
*>  left unposted.  month-end mode (M): the date must be the
*>  month-end business day and its nightly run must have completed.
*>  return code 0 = proceed, 4 = proceed with a warning, 16 = stop
*>  the stream.  in nightly mode one is added when the date is the
*>  month-end business day (1 or 5), which is the scheduler's cue
*>  to release the month-end stream after the nightly one.  the
*>  control card's override byte turns a stop into a warning.
ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
  FILE-CONTROL.
    SELECT control_file ASSIGN TO CTLCARD
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS ctl_file_status.

    SELECT mode_file ASSIGN TO DCHKPARM
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS mode_file_status.

    SELECT calendar_file ASSIGN TO BUSCAL
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS cal_file_status.

    SELECT runhist_file ASSIGN TO RUNHIN
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS runh_file_status.

    SELECT print_file ASSIGN TO DCHKRPT
        ORGANIZATION IS SEQUENTIAL
        FILE STATUS IS print_file_status.
DATA DIVISION.
FILE SECTION.
  FD  control_file
      RECORD CONTAINS 61 CHARACTERS
      LABEL RECORDS ARE STANDARD.
      COPY ctl_rec.

  FD  mode_file
      RECORD CONTAINS 80 CHARACTERS
      LABEL RECORDS ARE STANDARD.
  01  mode_card.
      05  mode_card_mode        PIC X(01).
          88  mode_card_monthend        VALUE "M".
      05  FILLER                PIC X(79).

  FD  calendar_file
      RECORD CONTAINS 80 CHARACTERS
      LABEL RECORDS ARE STANDARD.
      COPY cal_rec.

  FD  runhist_file
      RECORD CONTAINS 83 CHARACTERS
      LABEL RECORDS ARE STANDARD.
      COPY runh_rec.

  FD  print_file
      RECORD CONTAINS 132 CHARACTERS
      LABEL RECORDS OMITTED.
  01  print_rec                 PIC X(132).
WORKING-STORAGE SECTION.
    01  exit_sts        PIC 99.

    01  ctl_file_status         PIC X(02).
    01  mode_file_status        PIC X(02).
    01  cal_file_status         PIC X(02).
    01  runh_file_status        PIC X(02).
    01  print_file_status       PIC X(02).

    01  print_open_sw           PIC X(01) VALUE "N".
        88  print_is_open               VALUE "Y".
    01  cal_eof_sw              PIC X(01) VALUE "N".
        88  cal_eof                     VALUE "Y".
    01  runh_eof_sw             PIC X(01) VALUE "N".
        88  runh_eof                    VALUE "Y".
    01  check_mode              PIC X(01) VALUE "N".
        88  check_nightly               VALUE "N".
        88  check_monthend              VALUE "M".
    01  run_day_found_sw        PIC X(01) VALUE "N".
        88  run_day_found               VALUE "Y".
    01  run_day_type            PIC X(01) VALUE SPACE.
        88  run_day_business            VALUE "B".
        88  run_day_holiday             VALUE "H".
    01  run_day_month_end_sw    PIC X(01) VALUE "N".
        88  run_day_month_end           VALUE "Y".

*>  worst outcome of the checks before the override and the
*>  month-end indicator are applied
    01  check_sts               PIC 99 VALUE 0.

    01  card_date_ok_sw         PIC X(01) VALUE "Y".
        88  card_date_ok                VALUE "Y".

    01  cal_read_ctr            PIC 9(09) COMP VALUE 0.
    01  cal_error_ctr           PIC 9(09) COMP VALUE 0.
    01  cal_bus_after_ctr       PIC 9(09) COMP VALUE 0.
    01  runh_read_ctr           PIC 9(09) COMP VALUE 0.
    01  skipped_ctr             PIC 9(09) COMP VALUE 0.

*>  fewer business days than this left on the calendar after the
*>  run date draws a warning so the next year's cards go in early
    01  cal_low_water           PIC 9(09) COMP VALUE 20.

    01  prev_cal_date           PIC 9(08) VALUE 0.
    01  prev_bus_date           PIC 9(08) VALUE 0.
    01  last_cal_date           PIC 9(08) VALUE 0.
    01  last_done_date          PIC 9(08) VALUE 0.

    01  rpt_title_line.
        05  FILLER              PIC X(40)
            VALUE "BUSINESS-DAY RUN DATE CHECK".
        05  FILLER              PIC X(92) VALUE SPACES.

    01  rpt_date_line.
        05  FILLER              PIC X(09) VALUE "RUN DATE ".
        05  rpt_run_date        PIC 9(08).
        05  FILLER              PIC X(115) VALUE SPACES.

    01  info_line.
        05  info_label          PIC X(30).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  info_value          PIC X(40).
        05  FILLER              PIC X(60) VALUE SPACES.

    01  fail_line.
        05  FILLER              PIC X(15) VALUE "CHECK FAILED - ".
        05  fail_text           PIC X(60).
        05  FILLER              PIC X(57) VALUE SPACES.

    01  skip_line.
        05  FILLER              PIC X(32)
            VALUE "  BUSINESS DAY NOT RUN".
        05  skip_date           PIC 9(08).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  skip_desc           PIC X(30).
        05  FILLER              PIC X(60) VALUE SPACES.

    01  cal_err_line.
        05  FILLER              PIC X(22)
            VALUE "CALENDAR CARD IN ERROR".
        05  FILLER              PIC X(02) VALUE SPACES.
        05  cal_err_card        PIC X(80).
        05  FILLER              PIC X(28) VALUE SPACES.

    01  sum_line.
        05  sum_label           PIC X(30).
        05  FILLER              PIC X(02) VALUE SPACES.
        05  sum_count           PIC ZZZ,ZZZ,ZZ9.
        05  FILLER              PIC X(89) VALUE SPACES.

    01  blank_line              PIC X(132) VALUE SPACES.

    01  proc_date.
        05  proc_date_cc            PIC 99.
        05  proc_date_yy            PIC 99.
        05  proc_date_mm            PIC 99.
        05  proc_date_dd            PIC 99.
    01  proc_date_9 REDEFINES proc_date
                                PIC 9(08).

    01  sys_date.
        05  sys_date_yy             PIC 99.
        05  sys_date_mm             PIC 99.
        05  sys_date_dd             PIC 99.

    01  century_pivot_yy        PIC 99 VALUE 50.
PROCEDURE DIVISION.
  main.
    PERFORM initialization
    IF exit_sts < 8
        PERFORM find_last_completed_run
    END-IF
    IF exit_sts < 8
        PERFORM scan_calendar
    END-IF
    IF exit_sts < 8
        IF check_monthend
            PERFORM check_monthend_date
        ELSE
            PERFORM check_nightly_date
        END-IF
        PERFORM set_check_result
    END-IF
    PERFORM wrap_up
    DISPLAY "CALENDAR CARDS READ  " cal_read_ctr
    DISPLAY "RUN HISTORY READ     " runh_read_ctr
    DISPLAY "DATE CHECK RC        " exit_sts
    MOVE exit_sts TO RETURN-CODE
    STOP RUN
    .

  initialization.
    MOVE 0 TO exit_sts
    PERFORM read_control_card
    PERFORM read_mode_card
    OPEN OUTPUT print_file
    IF print_file_status = "00"
        SET print_is_open TO TRUE
    ELSE
        DISPLAY "DATE CHECK REPORT OPEN FAILED - STATUS "
            print_file_status
        MOVE 16 TO exit_sts
    END-IF
    IF exit_sts < 8
        WRITE print_rec FROM rpt_title_line
        MOVE proc_date_9 TO rpt_run_date
        WRITE print_rec FROM rpt_date_line
        WRITE print_rec FROM blank_line
        MOVE SPACES TO info_line
        MOVE "CHECK MODE" TO info_label
        IF check_monthend
            MOVE "MONTH-END" TO info_value
        ELSE
            MOVE "NIGHTLY" TO info_value
        END-IF
        WRITE print_rec FROM info_line
        IF ctl_date_override_on
            MOVE "OVERRIDE ON CONTROL CARD" TO info_label
            MOVE "YES - STOPS REPORTED AS WARNINGS" TO info_value
            WRITE print_rec FROM info_line
        END-IF
        IF NOT card_date_ok
            MOVE "RUN DATE IS NOT A VALID DATE" TO fail_text
            PERFORM report_check_failure
        END-IF
    END-IF
    .

*>  the same run date the posting pass will use - the card date
*>  when there is one, otherwise the system date
  read_control_card.
    OPEN INPUT control_file
    IF ctl_file_status = "00"
        READ control_file
        CLOSE control_file
    ELSE
        MOVE ZEROS TO ctl_run_date
        MOVE SPACE TO ctl_date_override
    END-IF
    IF ctl_run_date NUMERIC AND ctl_run_date NOT = ZEROS
        MOVE ctl_run_date TO proc_date_9
    ELSE
        ACCEPT sys_date FROM DATE
        IF sys_date_yy < century_pivot_yy
            MOVE 20 TO proc_date_cc
        ELSE
            MOVE 19 TO proc_date_cc
        END-IF
        MOVE sys_date_yy TO proc_date_yy
        MOVE sys_date_mm TO proc_date_mm
        MOVE sys_date_dd TO proc_date_dd
        DISPLAY "DEFAULTING RUN DATE FROM SYSTEM DATE"
    END-IF
    IF (proc_date_cc NOT = 19 AND proc_date_cc NOT = 20)
        OR proc_date_mm < 1 OR proc_date_mm > 12
        OR proc_date_dd < 1 OR proc_date_dd > 31
        MOVE "N" TO card_date_ok_sw
    END-IF
    DISPLAY "RUN DATE CHECK FOR " proc_date_9
    .

  read_mode_card.
    OPEN INPUT mode_file
    IF mode_file_status = "00"
        READ mode_file
            AT END MOVE SPACES TO mode_card
        END-READ
        CLOSE mode_file
        IF mode_card_monthend
            SET check_monthend TO TRUE
        END-IF
    END-IF
    .

  find_last_completed_run.
    OPEN INPUT runhist_file
    EVALUATE runh_file_status
        WHEN "00"
            PERFORM read_runhist_record
            PERFORM note_completed_run UNTIL runh_eof
            CLOSE runhist_file
        WHEN "35"
            DISPLAY "NO RUN HISTORY FILE"
        WHEN OTHER
            DISPLAY "RUN HISTORY OPEN FAILED - STATUS "
                runh_file_status
            MOVE 16 TO exit_sts
    END-EVALUATE
    MOVE SPACES TO info_line
    MOVE "LAST COMPLETED RUN DATE" TO info_label
    IF last_done_date = 0
        MOVE "NONE ON RUN HISTORY" TO info_value
    ELSE
        MOVE last_done_date TO info_value
    END-IF
    WRITE print_rec FROM info_line
    .

  read_runhist_record.
    READ runhist_file
        AT END SET runh_eof TO TRUE
        NOT AT END ADD 1 TO runh_read_ctr
    END-READ
    .

*>  a run that ended above 4 never completed its posting - the night
*>  is rerun under the same date, so it does not count here.
  note_completed_run.
    IF runh_exit_sts NUMERIC AND runh_run_date NUMERIC
        IF runh_exit_sts NOT > 4
            AND runh_run_date > last_done_date
            MOVE runh_run_date TO last_done_date
        END-IF
    END-IF
    PERFORM read_runhist_record
    .

*>  one pass of the calendar: the run date's own card, the business
*>  day before it, the business days since the last completed run
*>  that never ran, and how far the calendar reaches past the run.
  scan_calendar.
    OPEN INPUT calendar_file
    IF cal_file_status NOT = "00"
        DISPLAY "BUSINESS-DAY CALENDAR OPEN FAILED - STATUS "
            cal_file_status
        MOVE "BUSINESS-DAY CALENDAR NOT AVAILABLE" TO fail_text
        PERFORM report_check_failure
    ELSE
        PERFORM read_calendar_card
        PERFORM check_calendar_card UNTIL cal_eof
        CLOSE calendar_file
        IF cal_error_ctr > 0
            MOVE "BUSINESS-DAY CALENDAR HAS CARDS IN ERROR"
                TO fail_text
            PERFORM report_check_failure
        END-IF
        MOVE SPACES TO info_line
        MOVE "PRIOR BUSINESS DAY" TO info_label
        IF prev_bus_date = 0
            MOVE "NONE ON CALENDAR" TO info_value
        ELSE
            MOVE prev_bus_date TO info_value
        END-IF
        WRITE print_rec FROM info_line
        MOVE "MONTH-END BUSINESS DAY" TO info_label
        IF run_day_month_end
            MOVE "YES" TO info_value
        ELSE
            MOVE "NO" TO info_value
        END-IF
        WRITE print_rec FROM info_line
        MOVE "CALENDAR RUNS THROUGH" TO info_label
        MOVE last_cal_date TO info_value
        WRITE print_rec FROM info_line
        IF cal_bus_after_ctr < cal_low_water
            DISPLAY "BUSINESS-DAY CALENDAR RUNS OUT ON " last_cal_date
            MOVE "CALENDAR NEEDS EXTENDING" TO info_label
            MOVE "FEW BUSINESS DAYS LEFT AFTER RUN DATE"
                TO info_value
            WRITE print_rec FROM info_line
            IF check_sts < 4
                MOVE 4 TO check_sts
            END-IF
        END-IF
    END-IF
    .

  read_calendar_card.
    READ calendar_file
        AT END SET cal_eof TO TRUE
        NOT AT END ADD 1 TO cal_read_ctr
    END-READ
    .

  check_calendar_card.
    EVALUATE TRUE
        WHEN cal_rec = SPACES
            CONTINUE
        WHEN cal_date NOT NUMERIC
            OR cal_date NOT > prev_cal_date
            OR (NOT cal_business_day AND NOT cal_holiday)
            OR (cal_is_month_end AND NOT cal_business_day)
            ADD 1 TO cal_error_ctr
            MOVE cal_rec TO cal_err_card
            WRITE print_rec FROM cal_err_line
        WHEN OTHER
            MOVE cal_date TO prev_cal_date
            MOVE cal_date TO last_cal_date
            PERFORM place_calendar_card
    END-EVALUATE
    PERFORM read_calendar_card
    .

  place_calendar_card.
    EVALUATE TRUE
        WHEN cal_date = proc_date_9
            SET run_day_found TO TRUE
            MOVE cal_day_type TO run_day_type
            IF cal_is_month_end
                SET run_day_month_end TO TRUE
            END-IF
        WHEN cal_date < proc_date_9 AND cal_business_day
            MOVE cal_date TO prev_bus_date
            IF last_done_date > 0 AND cal_date > last_done_date
                AND check_nightly
                ADD 1 TO skipped_ctr
                MOVE cal_date TO skip_date
                MOVE cal_desc TO skip_desc
                WRITE print_rec FROM skip_line
            END-IF
        WHEN cal_date > proc_date_9 AND cal_business_day
            ADD 1 TO cal_bus_after_ctr
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

  check_nightly_date.
    EVALUATE TRUE
        WHEN NOT run_day_found
            MOVE "RUN DATE IS NOT ON THE CALENDAR - NOT A BUSINESS DAY"
                TO fail_text
            PERFORM report_check_failure
        WHEN run_day_holiday
            MOVE "RUN DATE IS A HOLIDAY ON THE CALENDAR" TO fail_text
            PERFORM report_check_failure
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    EVALUATE TRUE
        WHEN last_done_date = 0
            DISPLAY "NO COMPLETED RUN ON RUN HISTORY - SEQUENCE NOT"
                " CHECKED"
            MOVE "RUN SEQUENCE" TO info_label
            MOVE "NOT CHECKED - NO COMPLETED RUN" TO info_value
            WRITE print_rec FROM info_line
            IF check_sts < 4
                MOVE 4 TO check_sts
            END-IF
        WHEN last_done_date = proc_date_9
            MOVE "RUN DATE ALREADY POSTED BY A COMPLETED RUN"
                TO fail_text
            PERFORM report_check_failure
        WHEN last_done_date > proc_date_9
            MOVE "RUN DATE IS BEFORE THE LAST COMPLETED RUN DATE"
                TO fail_text
            PERFORM report_check_failure
        WHEN skipped_ctr > 0
            MOVE "BUSINESS DAYS SKIPPED SINCE THE LAST COMPLETED RUN"
                TO fail_text
            PERFORM report_check_failure
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    .

  check_monthend_date.
    EVALUATE TRUE
        WHEN NOT run_day_found OR NOT run_day_business
            MOVE "MONTH-END DATE IS NOT A BUSINESS DAY" TO fail_text
            PERFORM report_check_failure
        WHEN NOT run_day_month_end
            MOVE "DATE IS NOT THE MONTH-END BUSINESS DAY" TO fail_text
            PERFORM report_check_failure
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF last_done_date NOT = proc_date_9
        MOVE "NIGHTLY RUN FOR THE MONTH-END DATE HAS NOT COMPLETED"
            TO fail_text
        PERFORM report_check_failure
    END-IF
    .

  report_check_failure.
    WRITE print_rec FROM fail_line
    DISPLAY "CHECK FAILED - " fail_text
    MOVE 16 TO check_sts
    .

  set_check_result.
    WRITE print_rec FROM blank_line
    MOVE SPACES TO sum_line
    MOVE "CALENDAR CARDS READ" TO sum_label
    MOVE cal_read_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "CALENDAR CARDS IN ERROR" TO sum_label
    MOVE cal_error_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "RUN HISTORY RECORDS READ" TO sum_label
    MOVE runh_read_ctr TO sum_count
    WRITE print_rec FROM sum_line
    MOVE "BUSINESS DAYS SKIPPED" TO sum_label
    MOVE skipped_ctr TO sum_count
    WRITE print_rec FROM sum_line
    WRITE print_rec FROM blank_line
    MOVE SPACES TO info_line
    MOVE "RESULT" TO info_label
    EVALUATE TRUE
        WHEN check_sts > 4 AND ctl_date_override_on
            MOVE "ACCEPTED UNDER OVERRIDE" TO info_value
            MOVE 4 TO check_sts
        WHEN check_sts > 4
            MOVE "STREAM STOPPED" TO info_value
        WHEN check_sts > 0
            MOVE "ACCEPTED WITH WARNINGS" TO info_value
        WHEN OTHER
            MOVE "ACCEPTED" TO info_value
    END-EVALUATE
    WRITE print_rec FROM info_line
    MOVE check_sts TO exit_sts
    IF exit_sts < 8 AND check_nightly AND run_day_month_end
        ADD 1 TO exit_sts
        MOVE "MONTH-END STREAM" TO info_label
        MOVE "RELEASE AFTER TONIGHT'S NIGHTLY RUN" TO info_value
        WRITE print_rec FROM info_line
    END-IF
    .

  wrap_up.
    IF print_is_open
        CLOSE print_file
    END-IF
    .
