       >>SOURCE FORMAT FREE
*>**
*>  test-hist-inquiry ...TK
*>
*>  interactive history inquiry, so "has misc-test case DEFAULT
*>  ever failed, and when did it start?" is answered at the
*>  console in a minute instead of by a TRENDRPT rerun or a hand
*>  read of TESTHIST.  a console menu, the same shape as
*>  test-exp-maint's, asks for a program, a section, and an
*>  optional case id (blank means every case of the section),
*>  and shows for that key:
*>    - RUN HISTORY     every archived TESTHIST record, run by run
*>                      -- run id, tag filter, run mode, case,
*>                      pass flag and timestamp -- a page at a
*>                      time;
*>    - MONTHLY ROLLUPS the TESTROLL counts for the months
*>                      test-hist-retention has already purged
*>                      (kept per section, so every case of it);
*>    - FAILING RUNS    the first and last failure on record: a
*>                      fail or a waived fail, since a waiver
*>                      covers a break, it does not remove one --
*>                      reaching back into the rollups when the
*>                      first failure is older than the detail;
*>    - EXPECTED VALUES the key's current TESTEXP rows;
*>    - WAIVERS         any WAIVERS row covering the program/
*>                      section, with its ticket, expiry, and
*>                      whether it is still in force today.
*>  only history archived under the session's environment is
*>  shown, the same separation test-trend-report and
*>  flaky-lookup keep.  nothing is written; every inquiry reads
*>  the datasets afresh, so a run archived mid-session shows on
*>  the next inquiry.
*>
*>  PARM token: the environment profile (default the base
*>  dataset names).  return code 8 when it will not resolve.
*>**
identification division.
program-id. test-hist-inquiry.
environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select history-file assign using tf-dsn-testhist
        organization is line sequential
        file status is tf-history-status.
    select rollup-file assign using tf-dsn-testroll
        organization is line sequential
        file status is tf-rollup-status.
    select testexp-file assign using tf-dsn-testexp
        organization is line sequential
        file status is tf-testexp-status.
    select waiver-file assign using tf-dsn-waivers
        organization is line sequential
        file status is tf-waiver-status.
data division.
file section.
fd history-file.
copy testhist.
fd rollup-file.
copy testroll.
fd testexp-file.
copy testexp.
fd waiver-file.
copy testwaiv.
working-storage section.
copy testdsn.
01 tf-command-line pic x(80) value spaces.
01 tf-env-token pic x(10) value spaces.
01 tf-env-label pic x(10) value spaces.
01 tf-profile-state pic x(01).
    88 tf-profile-ready value "R".
01 tf-history-status pic x(02).
01 tf-rollup-status pic x(02).
01 tf-testexp-status pic x(02).
01 tf-waiver-status pic x(02).
01 tf-eof-flag pic x(01) value "N".
    88 tf-at-eof value "Y".
01 tf-choice pic x(01).
    88 tf-choice-inquire values "I", "i".
    88 tf-choice-exit values "X", "x".
01 tf-answer pic x(01).
01 tf-key-program pic x(30).
01 tf-key-section pic x(30).
01 tf-key-case pic x(08).
*>  the run history is shown a page at a time; the rest of the
*>  dataset is still read after the analyst stops the listing,
*>  so the failing-run span always covers the whole history.
01 tf-page-size pic 9(02) comp value 20.
01 tf-page-lines pic 9(02) comp value zero.
01 tf-listing-flag pic x(01) value "N".
    88 tf-listing-stopped value "Y".
01 tf-run-count pic 9(07) comp value zero.
01 tf-fail-count pic 9(07) comp value zero.
01 tf-roll-count pic 9(07) comp value zero.
01 tf-row-count pic 9(07) comp value zero.
01 tf-first-fail-run pic x(16) value spaces.
01 tf-first-fail-stamp pic x(26) value spaces.
01 tf-last-fail-run pic x(16) value spaces.
01 tf-last-fail-stamp pic x(26) value spaces.
01 tf-first-fail-month pic x(06) value spaces.
01 tf-last-fail-month pic x(06) value spaces.
01 tf-today pic x(10).
01 tf-stamp pic x(26).
01 tf-count-edit pic z(06)9.
01 tf-pass-edit pic z(06)9.
01 tf-fail-edit pic z(06)9.
01 tf-waived-edit pic z(06)9.
01 tf-edited-amount pic z(10)9.99.
01 tf-edited-tol pic z(06)9.9999.

procedure division.
inquire-history.
    perform resolve-profile.
    if not tf-profile-ready
        move 8 to return-code
        goback
    end-if.
    perform menu-round until tf-choice-exit.
    goback.

*>  PARM token one names the environment profile; blank means
*>  the base dataset names.
resolve-profile section.
    accept tf-command-line from command-line.
    unstring tf-command-line delimited by all space
        into tf-env-token.
    move tf-env-token to tf-env-label.
    if tf-env-label = spaces
        move "BASE" to tf-env-label
    end-if.
    call "profile-resolve" using tf-env-token, tf-profile-state.
    if not tf-profile-ready
        display "test-hist-inquiry: environment profile did not "
            "resolve -- stopping"
    end-if.

menu-round section.
    display " ".
    display "TESTHIST history inquiry -- environment "
        function trim(tf-env-label).
    display "  I = inquire on a program/section/case   X = exit".
    display "choice: " with no advancing.
    accept tf-choice.
    evaluate true
        when tf-choice-inquire
            perform inquire-key
        when tf-choice-exit
            continue
        when other
            display "test-hist-inquiry: unrecognized choice ["
                tf-choice "]"
    end-evaluate.

inquire-key section.
    perform accept-key.
    if tf-key-program = spaces or tf-key-section = spaces
        display "test-hist-inquiry: program and section are required"
        exit section
    end-if.
    perform show-run-history.
    perform show-rollups.
    perform show-fail-span.
    perform show-expected-values.
    perform show-waivers.

*>  unlike test-exp-maint, a blank case id is not DEFAULT: the
*>  question is usually about the section, and every case of it
*>  is shown.
accept-key section.
    display "program name: " with no advancing.
    accept tf-key-program.
    display "section name: " with no advancing.
    accept tf-key-section.
    display "case id (blank = every case): " with no advancing.
    accept tf-key-case.

show-run-history section.
    move zero to tf-run-count.
    move zero to tf-fail-count.
    move zero to tf-page-lines.
    move "N" to tf-listing-flag.
    move spaces to tf-first-fail-run.
    move spaces to tf-first-fail-stamp.
    move spaces to tf-last-fail-run.
    move spaces to tf-last-fail-stamp.
    display " ".
    display "RUN HISTORY (" function trim(tf-dsn-testhist) ")".
    display "  flags: P pass  F fail  W waived  R pass on retry  "
        "S skipped  C captured  V vacuous".
    display "  run id            tag        mode       case      "
        "flag  timestamp".
    move "N" to tf-eof-flag.
    open input history-file.
    if tf-history-status not = "00"
        display "  " function trim(tf-dsn-testhist)
            " not readable (status " tf-history-status ")"
        exit section
    end-if.
    perform read-history.
    perform until tf-at-eof
        if th-program-name = tf-key-program
                and th-section-name = tf-key-section
                and th-env-name = tf-env-name
                and (tf-key-case = spaces or th-case-id = tf-key-case)
            perform note-history-record
        end-if
        perform read-history
    end-perform.
    close history-file.
    if tf-run-count = zero
        display "  (no archived runs for this key)"
        exit section
    end-if.
    move tf-run-count to tf-count-edit.
    move tf-fail-count to tf-fail-edit.
    display "  " function trim(tf-count-edit) " record(s), "
        function trim(tf-fail-edit) " failing".

read-history section.
    read history-file
        at end set tf-at-eof to true
    end-read.

*>  TESTHIST is appended run by run, so the first failure met is
*>  the earliest and the last met is the latest.
note-history-record section.
    add 1 to tf-run-count.
    if th-pass-flag = "F" or th-pass-flag = "W"
        add 1 to tf-fail-count
        if tf-first-fail-run = spaces
            move th-run-id to tf-first-fail-run
            move th-timestamp to tf-first-fail-stamp
        end-if
        move th-run-id to tf-last-fail-run
        move th-timestamp to tf-last-fail-stamp
    end-if.
    if tf-listing-stopped
        exit section
    end-if.
    display "  " th-run-id "  " th-tag-filter " " th-run-mode " "
        th-case-id "  " th-pass-flag "     " th-timestamp (1:14).
    add 1 to tf-page-lines.
    if tf-page-lines >= tf-page-size
        perform ask-for-more
    end-if.

ask-for-more section.
    move zero to tf-page-lines.
    display "  -- more (blank continues, X stops the listing): "
        with no advancing.
    accept tf-answer.
    if tf-answer = "X" or tf-answer = "x"
        set tf-listing-stopped to true
        display "  (listing stopped -- counts below cover every run)"
    end-if.

show-rollups section.
    move zero to tf-roll-count.
    move spaces to tf-first-fail-month.
    move spaces to tf-last-fail-month.
    display " ".
    display "MONTHLY ROLLUPS (" function trim(tf-dsn-testroll)
        " -- purged detail, kept per section)".
    move "N" to tf-eof-flag.
    open input rollup-file.
    if tf-rollup-status not = "00"
        display "  (no rollups -- nothing has been purged)"
        exit section
    end-if.
    perform read-rollup.
    perform until tf-at-eof
        if tr-program-name = tf-key-program
                and tr-section-name = tf-key-section
                and tr-env-name = tf-env-name
            perform note-rollup-record
        end-if
        perform read-rollup
    end-perform.
    close rollup-file.
    if tf-roll-count = zero
        display "  (no purged months for this section)"
    end-if.

read-rollup section.
    read rollup-file
        at end set tf-at-eof to true
    end-read.

*>  rollup months are compared as yyyymm text, so the earliest
*>  and latest failing month come out whatever order the
*>  retention passes wrote them in.
note-rollup-record section.
    add 1 to tf-roll-count.
    if tr-fail-count > zero or tr-waived-count > zero
        if tf-first-fail-month = spaces
                or tr-month < tf-first-fail-month
            move tr-month to tf-first-fail-month
        end-if
        if tr-month > tf-last-fail-month
            move tr-month to tf-last-fail-month
        end-if
    end-if.
    move tr-total-count to tf-count-edit.
    move tr-pass-count to tf-pass-edit.
    move tr-fail-count to tf-fail-edit.
    move tr-waived-count to tf-waived-edit.
    display "  " tr-month "  " tr-tag-filter " " tr-run-mode
        "  total " function trim(tf-count-edit)
        "  pass " function trim(tf-pass-edit)
        "  fail " function trim(tf-fail-edit)
        "  waived " function trim(tf-waived-edit).

*>  purged months are older than any detail still in TESTHIST,
*>  so a failing rollup month is the first failure whenever one
*>  exists, and the detail holds the last whenever it has one.
show-fail-span section.
    display " ".
    display "FAILING RUNS".
    if tf-first-fail-run = spaces and tf-first-fail-month = spaces
        display "  no failure on record for this key"
        exit section
    end-if.
    if tf-first-fail-month not = spaces
        display "  first failure  month " tf-first-fail-month
            " (purged -- see rollups)"
    else
        display "  first failure  run " tf-first-fail-run
            "  at " tf-first-fail-stamp (1:14)
    end-if.
    if tf-last-fail-run not = spaces
        display "  last failure   run " tf-last-fail-run
            "  at " tf-last-fail-stamp (1:14)
    else
        display "  last failure   month " tf-last-fail-month
            " (purged -- see rollups)"
    end-if.

show-expected-values section.
    move zero to tf-row-count.
    display " ".
    display "EXPECTED VALUES (" function trim(tf-dsn-testexp) ")".
    move "N" to tf-eof-flag.
    open input testexp-file.
    if tf-testexp-status not = "00"
        display "  " function trim(tf-dsn-testexp)
            " not readable (status " tf-testexp-status ")"
        exit section
    end-if.
    perform read-testexp.
    perform until tf-at-eof
        if te-program-name = tf-key-program
                and te-section-name = tf-key-section
                and (tf-key-case = spaces or te-case-id = tf-key-case)
            perform show-testexp-row
        end-if
        perform read-testexp
    end-perform.
    close testexp-file.
    if tf-row-count = zero
        display "  (no TESTEXP row for this key)"
    end-if.

read-testexp section.
    read testexp-file
        at end set tf-at-eof to true
    end-read.

show-testexp-row section.
    add 1 to tf-row-count.
    move te-expected-amount to tf-edited-amount.
    move te-tolerance-value to tf-edited-tol.
    display "  case " te-case-id
        "  value [" function trim(te-expected-value)
        "]  amount " function trim(tf-edited-amount)
        "  date [" te-expected-date
        "]  tol [" te-tolerance-type
        " " function trim(tf-edited-tol) "]".

*>  in force through its expiry day, the same text compare
*>  waiver-lookup makes at assert time.
show-waivers section.
    move zero to tf-row-count.
    move function current-date to tf-stamp.
    move spaces to tf-today.
    string tf-stamp (1:4) delimited by size
        "-" delimited by size
        tf-stamp (5:2) delimited by size
        "-" delimited by size
        tf-stamp (7:2) delimited by size
        into tf-today.
    display " ".
    display "WAIVERS (" function trim(tf-dsn-waivers) ")".
    move "N" to tf-eof-flag.
    open input waiver-file.
    if tf-waiver-status not = "00"
        display "  (no waivers on file)"
        exit section
    end-if.
    perform read-waiver.
    perform until tf-at-eof
        if wv-program-name = tf-key-program
                and wv-section-name = tf-key-section
            perform show-waiver-row
        end-if
        perform read-waiver
    end-perform.
    close waiver-file.
    if tf-row-count = zero
        display "  (no waiver covers this key)"
    end-if.

read-waiver section.
    read waiver-file
        at end set tf-at-eof to true
    end-read.

show-waiver-row section.
    add 1 to tf-row-count.
    if wv-expiry-date >= tf-today
        display "  ticket " wv-ticket "  expires " wv-expiry-date
            "  (in force)"
    else
        display "  ticket " wv-ticket "  expired " wv-expiry-date
            "  (lapsed -- failures are loud again)"
    end-if.

end program test-hist-inquiry.
