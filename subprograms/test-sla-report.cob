       >>SOURCE FORMAT FREE
*>**
*>  test-sla-report ...TK
*>
*>  monthly batch-window SLA report, read off the permanent
*>  RUNHIST dataset the runner (serial runs) and test-shard-merge
*>  (split runs, one consolidated record) append every completed
*>  run's RUNSTAT record to.  prints, for one calendar month:
*>    - runs per day, with the day's worst return code and its
*>      longest window,
*>    - how the return codes split across the 0/4/8/16 ladder
*>      (copybooks/testrst.cpy),
*>    - average and worst window duration, rs-start-stamp to
*>      rs-end-stamp,
*>    - how many runs were RESTARTs,
*>    - every run whose window finished after the agreed cutoff,
*>      with how late it was,
*>  so the monthly operations figures come off one report instead
*>  of being pieced together from console logs.
*>
*>  PARM tokens: the month (yyyy-mm, default the current month),
*>  the cutoff time (hhmm, default 0600), and the environment
*>  profile.  a run's deadline is the first cutoff at or after
*>  its start: a window that opens at 22:00 is due at 06:00 the
*>  next morning, one restarted at 04:30 is due at 06:00 the same
*>  day.  a run is counted in the month its window started.
*>
*>  return code 4 when any window finished late, so the schedule
*>  can route the report to the operations manager; 8 when the
*>  PARM is bad or the profile will not resolve.
*>**
identification division.
program-id. test-sla-report.
environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select runhist-file assign using tf-dsn-runhist
        organization is line sequential
        file status is tf-runhist-status.
    select report-file assign using tf-dsn-slarpt
        organization is line sequential
        file status is tf-report-status.
data division.
file section.
fd runhist-file.
copy testrst.
fd report-file.
*>  worst case: ~70 bytes of literal text, the run id, and two
*>  edited stamps; sized well past that so an SLA line can never
*>  be cut short.
01 tf-report-line pic x(160).
working-storage section.
copy testdsn.
01 tf-runhist-status pic x(02).
01 tf-report-status pic x(02).
01 tf-profile-state pic x(01).
    88 tf-profile-ready value "R".
01 tf-eof-flag pic x(01) value "N".
    88 tf-at-eof value "Y".
*>  unstring leaves unfilled receivers untouched, so these must
*>  start as spaces for short PARMs to fall through to defaults.
01 tf-command-line pic x(80) value spaces.
01 tf-month-token pic x(10) value spaces.
01 tf-cutoff-token pic x(10) value spaces.
01 tf-env-token pic x(10) value spaces.
01 tf-parm-flag pic x(01) value "Y".
    88 tf-parm-valid value "Y".
    88 tf-parm-invalid value "N".
01 tf-month-key pic x(06).
01 tf-now-stamp pic x(21).
01 tf-cutoff-hh pic 9(02).
01 tf-cutoff-mm pic 9(02).
01 tf-cutoff-secs pic 9(05) comp.
*>  a stamp broken down to seconds since the start of the
*>  calendar (integer-of-date days), so windows that cross
*>  midnight subtract cleanly.
01 tf-stamp-work pic x(26).
01 tf-stamp-date pic 9(08).
01 tf-stamp-hh pic 9(02).
01 tf-stamp-mm pic 9(02).
01 tf-stamp-ss pic 9(02).
01 tf-stamp-day-secs pic 9(05) comp.
01 tf-stamp-secs pic 9(13) comp.
01 tf-start-secs pic 9(13) comp.
01 tf-end-secs pic 9(13) comp.
01 tf-start-day-secs pic 9(05) comp.
01 tf-deadline-secs pic 9(13) comp.
01 tf-window-secs pic 9(09) comp.
01 tf-late-secs pic 9(09) comp.
01 tf-day-idx pic 9(02) comp.
01 tf-day-table.
    05 tf-day-entry occurs 31 times.
        10 tf-day-runs pic 9(04) comp.
        10 tf-day-worst-rc pic 9(02).
        10 tf-day-longest pic 9(09) comp.
01 tf-run-count pic 9(05) comp value zero.
01 tf-rc0-count pic 9(05) comp value zero.
01 tf-rc4-count pic 9(05) comp value zero.
01 tf-rc8-count pic 9(05) comp value zero.
01 tf-rc16-count pic 9(05) comp value zero.
01 tf-rc-other-count pic 9(05) comp value zero.
01 tf-restart-count pic 9(05) comp value zero.
01 tf-late-count pic 9(05) comp value zero.
01 tf-total-secs pic 9(13) comp value zero.
01 tf-worst-secs pic 9(09) comp value zero.
01 tf-worst-run-id pic x(16) value spaces.
01 tf-average-secs pic 9(09) comp value zero.
01 tf-count-edit pic z(04)9.
01 tf-rc-edit pic z9.
01 tf-day-edit pic 99.
01 tf-duration-secs pic 9(09) comp.
01 tf-duration-hh pic 9(04) comp.
01 tf-duration-mm pic 9(02) comp.
01 tf-duration-ss pic 9(02) comp.
01 tf-duration-text.
    05 tf-duration-hh-edit pic z(03)9.
    05 filler pic x(01) value ":".
    05 tf-duration-mm-edit pic 9(02).
    05 filler pic x(01) value ":".
    05 tf-duration-ss-edit pic 9(02).
01 tf-stamp-text pic x(16).
01 tf-line-ptr pic 9(04) comp.

procedure division.
build-sla-report.
    perform resolve-profile.
    if not tf-profile-ready
        move 8 to return-code
        goback
    end-if.
    perform check-parm.
    if tf-parm-invalid
        move 8 to return-code
        goback
    end-if.
    initialize tf-day-table.
    move "N" to tf-eof-flag.
    open input runhist-file.
    if tf-runhist-status = "00"
        perform read-runhist
        perform until tf-at-eof
            if rs-start-stamp (1:6) = tf-month-key
                perform count-one-run
            end-if
            perform read-runhist
        end-perform
        close runhist-file
    else
        display "test-sla-report: " tf-dsn-runhist
            " not readable (status " tf-runhist-status
            ") -- reporting an empty month"
    end-if.
    if tf-run-count > zero
        compute tf-average-secs rounded = tf-total-secs / tf-run-count
    end-if.
    open output report-file.
    perform write-report-title.
    perform write-runs-per-day.
    perform write-rc-split.
    perform write-durations.
    perform write-late-finishes.
    close report-file.
    display "test-sla-report: " tf-run-count " run(s) in "
        function trim(tf-month-token) ", " tf-late-count
        " finished after the cutoff".
    if tf-late-count > zero
        move 4 to return-code
    end-if.
    goback.

*>  PARM token three names the environment profile, so a QA
*>  month reads the QA run history; blank means the base names.
resolve-profile section.
    accept tf-command-line from command-line.
    unstring tf-command-line delimited by all space
        into tf-month-token, tf-cutoff-token, tf-env-token.
    call "profile-resolve" using tf-env-token, tf-profile-state.
    if not tf-profile-ready
        display "test-sla-report: environment profile did not "
            "resolve -- stopping"
    end-if.

check-parm section.
    set tf-parm-valid to true.
    if tf-month-token = spaces
        move function current-date to tf-now-stamp
        move spaces to tf-month-token
        string tf-now-stamp (1:4) "-" tf-now-stamp (5:2)
            delimited by size into tf-month-token
    end-if.
    if tf-month-token (5:1) not = "-"
            or tf-month-token (1:4) not numeric
            or tf-month-token (6:2) not numeric
            or tf-month-token (6:2) < "01"
            or tf-month-token (6:2) > "12"
            or tf-month-token (8:3) not = spaces
        display "test-sla-report: month [" tf-month-token
            "] is not yyyy-mm -- stopping"
        set tf-parm-invalid to true
        exit section
    end-if.
    string tf-month-token (1:4) tf-month-token (6:2)
        delimited by size into tf-month-key.
    if tf-cutoff-token = spaces
        move "0600" to tf-cutoff-token
    end-if.
    if tf-cutoff-token (1:4) not numeric
            or tf-cutoff-token (5:6) not = spaces
            or tf-cutoff-token (1:2) > "23"
            or tf-cutoff-token (3:2) > "59"
        display "test-sla-report: cutoff [" tf-cutoff-token
            "] is not hhmm -- stopping"
        set tf-parm-invalid to true
        exit section
    end-if.
    move tf-cutoff-token (1:2) to tf-cutoff-hh.
    move tf-cutoff-token (3:2) to tf-cutoff-mm.
    compute tf-cutoff-secs = tf-cutoff-hh * 3600 + tf-cutoff-mm * 60.

read-runhist section.
    read runhist-file
        at end set tf-at-eof to true
    end-read.

count-one-run section.
    add 1 to tf-run-count.
    evaluate true
        when rs-rc-clean
            add 1 to tf-rc0-count
        when rs-rc-waived-only
            add 1 to tf-rc4-count
        when rs-rc-failures
            add 1 to tf-rc8-count
        when rs-rc-aborted
            add 1 to tf-rc16-count
        when other
            add 1 to tf-rc-other-count
    end-evaluate.
    if rs-restart-flag = "RESTART"
        add 1 to tf-restart-count
    end-if.
    perform measure-window.
    add tf-window-secs to tf-total-secs.
    if tf-window-secs > tf-worst-secs or tf-worst-run-id = spaces
        move tf-window-secs to tf-worst-secs
        move rs-run-id to tf-worst-run-id
    end-if.
    if tf-end-secs > tf-deadline-secs
        add 1 to tf-late-count
    end-if.
    if rs-start-stamp (7:2) not numeric
        exit section
    end-if.
    move rs-start-stamp (7:2) to tf-day-idx.
    if tf-day-idx < 1 or tf-day-idx > 31
        exit section
    end-if.
    add 1 to tf-day-runs (tf-day-idx).
    if rs-return-code > tf-day-worst-rc (tf-day-idx)
        move rs-return-code to tf-day-worst-rc (tf-day-idx)
    end-if.
    if tf-window-secs > tf-day-longest (tf-day-idx)
        move tf-window-secs to tf-day-longest (tf-day-idx)
    end-if.

*>  the window and its deadline: the cutoff on the start date
*>  when the run started at or before it, otherwise the cutoff
*>  on the following day.  an end stamp earlier than the start
*>  (a clock change, a hand-edited record) counts as no window
*>  rather than a negative one.
measure-window section.
    move rs-start-stamp to tf-stamp-work.
    perform stamp-to-seconds.
    move tf-stamp-secs to tf-start-secs.
    move tf-stamp-day-secs to tf-start-day-secs.
    compute tf-deadline-secs = tf-start-secs - tf-start-day-secs
        + tf-cutoff-secs.
    if tf-start-day-secs > tf-cutoff-secs
        add 86400 to tf-deadline-secs
    end-if.
    move rs-end-stamp to tf-stamp-work.
    perform stamp-to-seconds.
    move tf-stamp-secs to tf-end-secs.
    if tf-end-secs > tf-start-secs
        compute tf-window-secs = tf-end-secs - tf-start-secs
    else
        move zero to tf-window-secs
    end-if.

stamp-to-seconds section.
    move zero to tf-stamp-secs.
    move zero to tf-stamp-day-secs.
    if tf-stamp-work (1:14) not numeric
        exit section
    end-if.
    move tf-stamp-work (1:8) to tf-stamp-date.
    move tf-stamp-work (9:2) to tf-stamp-hh.
    move tf-stamp-work (11:2) to tf-stamp-mm.
    move tf-stamp-work (13:2) to tf-stamp-ss.
    compute tf-stamp-day-secs = tf-stamp-hh * 3600
        + tf-stamp-mm * 60 + tf-stamp-ss.
    compute tf-stamp-secs =
        function integer-of-date(tf-stamp-date) * 86400
        + tf-stamp-day-secs.

write-report-title section.
    move spaces to tf-report-line.
    string "BATCH WINDOW SLA REPORT" delimited by size
        into tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    string "=======================" delimited by size
        into tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    string "month " delimited by size
        tf-month-token delimited by space
        "  cutoff " delimited by size
        tf-cutoff-token (1:2) ":" tf-cutoff-token (3:2)
            delimited by size
        "  history " delimited by size
        tf-dsn-runhist delimited by space
        into tf-report-line.
    write tf-report-line.

write-runs-per-day section.
    move spaces to tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    string "RUNS PER DAY" delimited by size into tf-report-line.
    write tf-report-line.
    if tf-run-count = zero
        move spaces to tf-report-line
        string "  (no runs recorded this month)" delimited by size
            into tf-report-line
        write tf-report-line
        exit section
    end-if.
    perform write-one-day
        varying tf-day-idx from 1 by 1
        until tf-day-idx > 31.

write-one-day section.
    if tf-day-runs (tf-day-idx) = zero
        exit section
    end-if.
    move tf-day-idx to tf-day-edit.
    move tf-day-runs (tf-day-idx) to tf-count-edit.
    move tf-day-worst-rc (tf-day-idx) to tf-rc-edit.
    move tf-day-longest (tf-day-idx) to tf-duration-secs.
    perform edit-duration.
    move spaces to tf-report-line.
    string "  " tf-month-token (1:7) "-" tf-day-edit
        "  runs " tf-count-edit
        "  worst rc " tf-rc-edit
        "  longest window " tf-duration-text
        delimited by size into tf-report-line.
    write tf-report-line.

write-rc-split section.
    move spaces to tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    string "RETURN CODES" delimited by size into tf-report-line.
    write tf-report-line.
    move tf-rc0-count to tf-count-edit.
    move spaces to tf-report-line.
    string "   0 clean        " tf-count-edit
        delimited by size into tf-report-line.
    write tf-report-line.
    move tf-rc4-count to tf-count-edit.
    move spaces to tf-report-line.
    string "   4 waived-only  " tf-count-edit
        delimited by size into tf-report-line.
    write tf-report-line.
    move tf-rc8-count to tf-count-edit.
    move spaces to tf-report-line.
    string "   8 failures     " tf-count-edit
        delimited by size into tf-report-line.
    write tf-report-line.
    move tf-rc16-count to tf-count-edit.
    move spaces to tf-report-line.
    string "  16 aborted      " tf-count-edit
        delimited by size into tf-report-line.
    write tf-report-line.
    if tf-rc-other-count > zero
        move tf-rc-other-count to tf-count-edit
        move spaces to tf-report-line
        string "     off-ladder   " tf-count-edit
            delimited by size into tf-report-line
        write tf-report-line
    end-if.
    move tf-run-count to tf-count-edit.
    move spaces to tf-report-line.
    string "     total runs   " tf-count-edit
        delimited by size into tf-report-line.
    write tf-report-line.

write-durations section.
    move spaces to tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    string "WINDOW DURATION" delimited by size into tf-report-line.
    write tf-report-line.
    move tf-average-secs to tf-duration-secs.
    perform edit-duration.
    move spaces to tf-report-line.
    string "  average  " tf-duration-text
        delimited by size into tf-report-line.
    write tf-report-line.
    move tf-worst-secs to tf-duration-secs.
    perform edit-duration.
    move spaces to tf-report-line.
    string "  worst    " delimited by size
        tf-duration-text delimited by size
        "  run " delimited by size
        tf-worst-run-id delimited by space
        into tf-report-line.
    write tf-report-line.
    move tf-restart-count to tf-count-edit.
    move spaces to tf-report-line.
    string "  restarts " tf-count-edit
        delimited by size into tf-report-line.
    write tf-report-line.

*>  a second pass over RUNHIST lists the late nights in the
*>  order they ran, with no table to outgrow.
write-late-finishes section.
    move spaces to tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    string "FINISHED AFTER CUTOFF " delimited by size
        tf-cutoff-token (1:2) ":" tf-cutoff-token (3:2)
            delimited by size
        into tf-report-line.
    write tf-report-line.
    if tf-late-count = zero
        move spaces to tf-report-line
        string "  (none)" delimited by size into tf-report-line
        write tf-report-line
        exit section
    end-if.
    move "N" to tf-eof-flag.
    open input runhist-file.
    if tf-runhist-status not = "00"
        exit section
    end-if.
    perform read-runhist.
    perform until tf-at-eof
        if rs-start-stamp (1:6) = tf-month-key
            perform measure-window
            if tf-end-secs > tf-deadline-secs
                perform write-late-line
            end-if
        end-if
        perform read-runhist
    end-perform.
    close runhist-file.

write-late-line section.
    compute tf-late-secs = tf-end-secs - tf-deadline-secs.
    move tf-late-secs to tf-duration-secs.
    perform edit-duration.
    move rs-return-code to tf-rc-edit.
    move spaces to tf-report-line.
    move 1 to tf-line-ptr.
    move rs-start-stamp to tf-stamp-work.
    perform edit-stamp.
    string "  run " delimited by size
        rs-run-id delimited by size
        "  started " delimited by size
        tf-stamp-text delimited by size
        into tf-report-line with pointer tf-line-ptr.
    move rs-end-stamp to tf-stamp-work.
    perform edit-stamp.
    string "  ended " delimited by size
        tf-stamp-text delimited by size
        "  late by " delimited by size
        tf-duration-text delimited by size
        "  rc " delimited by size
        tf-rc-edit delimited by size
        into tf-report-line with pointer tf-line-ptr.
    write tf-report-line.

edit-stamp section.
    move spaces to tf-stamp-text.
    string tf-stamp-work (1:4) "-" tf-stamp-work (5:2) "-"
        tf-stamp-work (7:2) " " tf-stamp-work (9:2) ":"
        tf-stamp-work (11:2)
        delimited by size into tf-stamp-text.

edit-duration section.
    divide tf-duration-secs by 3600 giving tf-duration-hh.
    compute tf-duration-mm =
        (tf-duration-secs - tf-duration-hh * 3600) / 60.
    compute tf-duration-ss = tf-duration-secs
        - tf-duration-hh * 3600 - tf-duration-mm * 60.
    move tf-duration-hh to tf-duration-hh-edit.
    move tf-duration-mm to tf-duration-mm-edit.
    move tf-duration-ss to tf-duration-ss-edit.

end program test-sla-report.
