       >>SOURCE FORMAT FREE
*>**
*>  test-vacuous-report ...TK
*>
*>  reads the TESTLOG a VACUOUS run left behind (test-suite-runner
*>  run mode VACUOUS -- every expected value perturbed before the
*>  assert verbs compared it) and prints VACRPT: every program/
*>  section/case whose assertions never detected the change, so
*>  the passes that prove nothing are named instead of sitting
*>  inside the pass rate.  per key it counts the assertions
*>  logged "V" (still passed with the expected side moved) and
*>  "P" (rejected it), and lists:
*>    NEVER DETECT A CHANGE   every judged assertion of the key
*>                            passed anyway -- the case as it
*>                            stands could not fail;
*>    PARTLY VACUOUS          some assertions noticed, some did
*>                            not -- the ones that did not are
*>                            checking nothing.
*>  records the run did not judge (a skip, or a dataset the file
*>  compare could not open) are left out of both counts.
*>
*>  the RUNSTAT record is read first: a TESTLOG from any other
*>  run mode holds real outcomes, not judgments, and reading its
*>  passes as "detected" would clear every test in the suite.
*>
*>  PARM token: the environment profile (default the base
*>  dataset names).  return code 4 when any key is listed, 8 when
*>  the profile will not resolve, RUNSTAT is missing or not from
*>  a VACUOUS run, or TESTLOG cannot be read.
*>**
identification division.
program-id. test-vacuous-report.
environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select runstat-file assign using tf-dsn-runstat
        organization is line sequential
        file status is tf-runstat-status.
    select testlog-file assign using tf-dsn-testlog
        organization is line sequential
        file status is tf-testlog-status.
    select report-file assign using tf-dsn-vacrpt
        organization is line sequential
        file status is tf-report-status.
data division.
file section.
fd runstat-file.
copy testrst.
fd testlog-file.
copy testlog.
fd report-file.
*>  worst case: two 30-byte names, the case id and ~40 bytes of
*>  literal text and counts; sized well past that.
01 tf-report-line pic x(160).
working-storage section.
copy testdsn.
01 tf-runstat-status pic x(02).
01 tf-testlog-status pic x(02).
01 tf-report-status pic x(02).
01 tf-command-line pic x(80) value spaces.
01 tf-env-token pic x(10) value spaces.
01 tf-env-label pic x(10) value spaces.
01 tf-profile-state pic x(01).
    88 tf-profile-ready value "R".
01 tf-setup-flag pic x(01) value "Y".
    88 tf-setup-ok value "Y".
    88 tf-setup-failed value "N".
01 tf-eof-flag pic x(01) value "N".
    88 tf-at-eof value "Y".
01 tf-run-id pic x(16) value spaces.
*>  one row per judged program/section/case.
01 tf-key-count pic 9(04) comp value zero.
01 tf-key-idx pic 9(04) comp value zero.
01 tf-key-max pic 9(04) comp value 500.
01 tf-key-overflow-flag pic x(01) value "N".
    88 tf-key-table-full value "Y".
01 tf-key-table.
    05 tf-key-entry occurs 500 times.
        10 tf-key-program pic x(30).
        10 tf-key-section pic x(30).
        10 tf-key-case pic x(08).
        10 tf-key-vacuous pic 9(05) comp.
        10 tf-key-detected pic 9(05) comp.
01 tf-never-count pic 9(04) comp value zero.
01 tf-partly-count pic 9(04) comp value zero.
01 tf-vacuous-total pic 9(05) comp value zero.
01 tf-judged-total pic 9(05) comp value zero.
01 tf-section-count pic 9(04) comp value zero.
01 tf-judged-count pic 9(05) comp value zero.
01 tf-count-edit pic z(04)9.
01 tf-of-edit pic z(04)9.
01 tf-line-ptr pic 9(04) comp.

procedure division.
build-report.
    perform parse-parm.
    if tf-setup-ok
        perform read-runstat
    end-if.
    if tf-setup-ok
        perform load-testlog
    end-if.
    if tf-setup-failed
        move 8 to return-code
        goback
    end-if.
    perform count-one-key
        varying tf-key-idx from 1 by 1
        until tf-key-idx > tf-key-count.
    perform write-vacuous-report.
    display "test-vacuous-report: " tf-key-count " case(s) judged, "
        tf-never-count " never detect a change, "
        tf-partly-count " partly vacuous".
    if tf-never-count > zero or tf-partly-count > zero
        move 4 to return-code
    end-if.
    goback.

parse-parm section.
    accept tf-command-line from command-line.
    unstring tf-command-line delimited by all space
        into tf-env-token.
    move tf-env-token to tf-env-label.
    if tf-env-label = spaces
        move "BASE" to tf-env-label
    end-if.
    call "profile-resolve" using tf-env-token, tf-profile-state.
    if not tf-profile-ready
        display "test-vacuous-report: environment profile did not "
            "resolve -- stopping"
        set tf-setup-failed to true
    end-if.

read-runstat section.
    open input runstat-file.
    if tf-runstat-status not = "00"
        display "test-vacuous-report: " tf-dsn-runstat
            " not readable (status " tf-runstat-status
            ") -- no run to report on"
        set tf-setup-failed to true
        exit section
    end-if.
    read runstat-file
        at end move "10" to tf-runstat-status
    end-read.
    close runstat-file.
    if tf-runstat-status not = "00"
        display "test-vacuous-report: " tf-dsn-runstat
            " is empty -- no run to report on"
        set tf-setup-failed to true
        exit section
    end-if.
    if rs-run-mode not = "VACUOUS"
        display "test-vacuous-report: run " rs-run-id " ran in mode "
            function trim(rs-run-mode) ", not VACUOUS -- its TESTLOG "
            "holds no judgments"
        set tf-setup-failed to true
        exit section
    end-if.
    move rs-run-id to tf-run-id.

load-testlog section.
    move "N" to tf-eof-flag.
    open input testlog-file.
    if tf-testlog-status not = "00"
        display "test-vacuous-report: " tf-dsn-testlog
            " not readable (status " tf-testlog-status ")"
        set tf-setup-failed to true
        exit section
    end-if.
    perform read-testlog.
    perform until tf-at-eof
        if tl-vacuous or tl-passed
            perform note-judged-record
        end-if
        perform read-testlog
    end-perform.
    close testlog-file.

read-testlog section.
    read testlog-file
        at end set tf-at-eof to true
    end-read.

note-judged-record section.
    perform scan-key-table
        varying tf-key-idx from 1 by 1
        until tf-key-idx > tf-key-count
            or (tf-key-program (tf-key-idx) = tl-program-name
                and tf-key-section (tf-key-idx) = tl-section-name
                and tf-key-case (tf-key-idx) = tl-case-id).
    if tf-key-idx > tf-key-count
        if tf-key-count >= tf-key-max
            if not tf-key-table-full
                display "test-vacuous-report: tf-key-table is full "
                    "(max " tf-key-max ") -- later cases not judged"
                set tf-key-table-full to true
            end-if
            exit section
        end-if
        add 1 to tf-key-count
        move tf-key-count to tf-key-idx
        move tl-program-name to tf-key-program (tf-key-idx)
        move tl-section-name to tf-key-section (tf-key-idx)
        move tl-case-id to tf-key-case (tf-key-idx)
        move zero to tf-key-vacuous (tf-key-idx)
        move zero to tf-key-detected (tf-key-idx)
    end-if.
    add 1 to tf-judged-total.
    if tl-vacuous
        add 1 to tf-key-vacuous (tf-key-idx)
        add 1 to tf-vacuous-total
    else
        add 1 to tf-key-detected (tf-key-idx)
    end-if.

scan-key-table section.
    continue.

count-one-key section.
    if tf-key-vacuous (tf-key-idx) = zero
        exit section
    end-if.
    if tf-key-detected (tf-key-idx) = zero
        add 1 to tf-never-count
    else
        add 1 to tf-partly-count
    end-if.

write-vacuous-report section.
    open output report-file.
    if tf-report-status not = "00"
        display "test-vacuous-report: cannot write " tf-dsn-vacrpt
            " (status " tf-report-status ")"
        exit section
    end-if.
    move spaces to tf-report-line.
    string "VACUOUS ASSERTION REPORT" delimited by size
        into tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    string "========================" delimited by size
        into tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    string "run " delimited by size
        tf-run-id delimited by size
        "  environment " delimited by size
        tf-env-label delimited by space
        "  " delimited by size
        function trim(tf-dsn-testlog) delimited by size
        into tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    string "NEVER DETECT A CHANGE" delimited by size
        into tf-report-line.
    write tf-report-line.
    move zero to tf-section-count.
    perform write-never-line
        varying tf-key-idx from 1 by 1
        until tf-key-idx > tf-key-count.
    perform write-none-if-empty.
    move spaces to tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    string "PARTLY VACUOUS" delimited by size into tf-report-line.
    write tf-report-line.
    move zero to tf-section-count.
    perform write-partly-line
        varying tf-key-idx from 1 by 1
        until tf-key-idx > tf-key-count.
    perform write-none-if-empty.
    move spaces to tf-report-line.
    write tf-report-line.
    move tf-key-count to tf-count-edit.
    move spaces to tf-report-line.
    string "cases judged          " tf-count-edit delimited by size
        into tf-report-line.
    write tf-report-line.
    move tf-never-count to tf-count-edit.
    move spaces to tf-report-line.
    string "never detect a change " tf-count-edit delimited by size
        into tf-report-line.
    write tf-report-line.
    move tf-partly-count to tf-count-edit.
    move spaces to tf-report-line.
    string "partly vacuous        " tf-count-edit delimited by size
        into tf-report-line.
    write tf-report-line.
    move tf-vacuous-total to tf-count-edit.
    move tf-judged-total to tf-of-edit.
    move spaces to tf-report-line.
    string "vacuous assertions    " tf-count-edit delimited by size
        " of " delimited by size
        function trim(tf-of-edit) delimited by size
        into tf-report-line.
    write tf-report-line.
    close report-file.

write-none-if-empty section.
    if tf-section-count = zero
        move spaces to tf-report-line
        string "  (none)" delimited by size into tf-report-line
        write tf-report-line
    end-if.

write-never-line section.
    if tf-key-vacuous (tf-key-idx) = zero
            or tf-key-detected (tf-key-idx) not = zero
        exit section
    end-if.
    add 1 to tf-section-count.
    perform lay-key-text.
    move tf-key-vacuous (tf-key-idx) to tf-count-edit.
    string "  " delimited by size
        function trim(tf-count-edit) delimited by size
        " assertion(s), none noticed" delimited by size
        into tf-report-line with pointer tf-line-ptr.
    write tf-report-line.

write-partly-line section.
    if tf-key-vacuous (tf-key-idx) = zero
            or tf-key-detected (tf-key-idx) = zero
        exit section
    end-if.
    add 1 to tf-section-count.
    perform lay-key-text.
    move tf-key-vacuous (tf-key-idx) to tf-count-edit.
    compute tf-judged-count = tf-key-vacuous (tf-key-idx)
        + tf-key-detected (tf-key-idx).
    move tf-judged-count to tf-of-edit.
    string "  " delimited by size
        function trim(tf-count-edit) delimited by size
        " of " delimited by size
        function trim(tf-of-edit) delimited by size
        " assertion(s) vacuous" delimited by size
        into tf-report-line with pointer tf-line-ptr.
    write tf-report-line.

*>  lays "  program / section [case c]" into the report line
*>  from the key at tf-key-idx and leaves tf-line-ptr just past
*>  it for the caller to finish.
lay-key-text section.
    move spaces to tf-report-line.
    move 1 to tf-line-ptr.
    string "  " delimited by size
        tf-key-program (tf-key-idx) delimited by space
        " / " delimited by size
        tf-key-section (tf-key-idx) delimited by space
        into tf-report-line with pointer tf-line-ptr.
    if tf-key-case (tf-key-idx) not = spaces
        string " [case " delimited by size
            tf-key-case (tf-key-idx) delimited by space
            "]" delimited by size
            into tf-report-line with pointer tf-line-ptr
    end-if.

end program test-vacuous-report.
