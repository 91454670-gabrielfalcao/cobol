       >>SOURCE FORMAT FREE
*>**
*>  test-team-router ...TK
*>
*>  splits the morning's breaks by owning team, run after the
*>  suite (and after test-shard-merge on a split night), so each
*>  application team reads its own failures instead of the whole
*>  suite's TESTRPT/DELTARPT and nobody splits them by hand.
*>
*>  every program/section is routed through OWNERS
*>  (copybooks/testownr.cpy): the row naming the section if
*>  there is one, else the program's blank-section row.  each
*>  team gets one report, written to the dataset its OWNERS rows
*>  name, holding only its own:
*>    - OWNED PROGRAMS  what the team answers for, with the
*>                      contact and escalation contact per row;
*>    - NEW FAILURES / STILL FAILING / FIXED
*>                      the delta classified by delta-classify,
*>                      exactly as test-delta-report and
*>                      test-defect-bridge see it, one line per
*>                      program/section/case;
*>    - WAIVED          the team's waived ("W") cases off the
*>                      consolidated TESTLOG with the covering
*>                      ticket and the date its WAIVERS row
*>                      expires -- the day the break goes loud.
*>  a team with nothing to report still gets its report, so an
*>  empty morning reads as clean and not as lost.  after a
*>  VACUOUS run the report says no delta was taken.
*>
*>  the exceptions page, OWNEXCP, lists every failing ("F") or
*>  waived ("W") program/section with no owner on file, and
*>  every team whose report dataset could not be written: a
*>  break that reached no team is the one nobody will fix.
*>
*>  PARM token one names the environment profile; blank means
*>  the base dataset names (OWNERS itself is resolved, so an
*>  environment's OWNERS rows name that environment's report
*>  datasets).  return code 4 when the exceptions page lists
*>  anything, 8 when the profile will not resolve, OWNERS cannot
*>  be read, or OWNEXCP cannot be written.
*>**
identification division.
program-id. test-team-router.
environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select runstat-file assign using tf-dsn-runstat
        organization is line sequential
        file status is tf-runstat-status.
    select owners-file assign using tf-dsn-owners
        organization is line sequential
        file status is tf-owners-status.
    select waiver-file assign using tf-dsn-waivers
        organization is line sequential
        file status is tf-waiver-status.
    select testlog-file assign using tf-dsn-testlog
        organization is line sequential
        file status is tf-testlog-status.
    select team-file assign using tf-team-dsn
        organization is line sequential
        file status is tf-team-status.
    select ownexcp-file assign using tf-dsn-ownexcp
        organization is line sequential
        file status is tf-exception-status.
data division.
file section.
fd runstat-file.
copy testrst.
fd owners-file.
copy testownr.
fd waiver-file.
copy testwaiv.
fd testlog-file.
copy testlog.
fd team-file.
*>  worst case: ~50 bytes of literal text, two 30-byte names,
*>  the case, the ticket and two 60-byte values; sized well past
*>  that so a routed line can never be cut short.
01 tf-team-line pic x(260).
fd ownexcp-file.
01 tf-exception-line pic x(160).
working-storage section.
copy testdsn.
copy testdlta.
01 tf-runstat-status pic x(02).
01 tf-owners-status pic x(02).
01 tf-waiver-status pic x(02).
01 tf-testlog-status pic x(02).
01 tf-team-status pic x(02).
01 tf-exception-status pic x(02).
01 tf-command-line pic x(80) value spaces.
01 tf-env-token pic x(10) value spaces.
01 tf-profile-state pic x(01).
    88 tf-profile-ready value "R".
01 tf-delta-state pic x(01).
    88 tf-delta-loaded value "L".
    88 tf-delta-vacuous value "V".
01 tf-delta-idx pic 9(04) comp value zero.
01 tf-eof-flag pic x(01) value "N".
    88 tf-at-eof value "Y".
01 tf-run-id pic x(16) value spaces.
01 tf-owners-flag pic x(01) value "N".
    88 tf-owners-loaded value "Y".
01 tf-line-ptr pic 9(04) comp.
*>  the OWNERS rows, in file order.
01 tf-owner-count pic 9(04) comp value zero.
01 tf-owner-idx pic 9(04) comp value zero.
01 tf-owner-max pic 9(04) comp value 200.
01 tf-owner-overflow-flag pic x(01) value "N".
    88 tf-owner-table-full value "Y".
01 tf-owner-table.
    05 tf-owner-entry occurs 200 times.
        10 tf-ow-program pic x(30).
        10 tf-ow-section pic x(30).
        10 tf-ow-team pic x(10).
        10 tf-ow-contact pic x(30).
        10 tf-ow-escalation pic x(30).
*>  one entry per distinct team, with the report dataset its
*>  first OWNERS row names.
01 tf-team-count pic 9(04) comp value zero.
01 tf-team-idx pic 9(04) comp value zero.
01 tf-team-max pic 9(04) comp value 50.
01 tf-team-overflow-flag pic x(01) value "N".
    88 tf-team-table-full value "Y".
01 tf-team-table.
    05 tf-team-entry occurs 50 times.
        10 tf-tm-team pic x(10).
        10 tf-tm-dsn pic x(12).
        10 tf-tm-written-flag pic x(01).
            88 tf-tm-written value "Y".
01 tf-team-dsn pic x(12).
*>  the WAIVERS rows, for the expiry printed against a waived
*>  case.
01 tf-waiver-count pic 9(04) comp value zero.
01 tf-waiver-idx pic 9(04) comp value zero.
01 tf-waiver-max pic 9(04) comp value 500.
01 tf-waiver-overflow-flag pic x(01) value "N".
    88 tf-waiver-table-full value "Y".
01 tf-waiver-table.
    05 tf-waiver-entry occurs 500 times.
        10 tf-wv-program pic x(30).
        10 tf-wv-section pic x(30).
        10 tf-wv-expiry pic x(10).
*>  the distinct waived program/section/case rows off TESTLOG.
01 tf-waived-count pic 9(04) comp value zero.
01 tf-waived-idx pic 9(04) comp value zero.
01 tf-waived-max pic 9(04) comp value 200.
01 tf-waived-overflow-flag pic x(01) value "N".
    88 tf-waived-table-full value "Y".
01 tf-waived-table.
    05 tf-waived-entry occurs 200 times.
        10 tf-wd-program pic x(30).
        10 tf-wd-section pic x(30).
        10 tf-wd-case pic x(08).
        10 tf-wd-ticket pic x(12).
*>  the distinct failing or waived program/sections with no
*>  owner, for the exceptions page.
01 tf-unowned-count pic 9(04) comp value zero.
01 tf-unowned-idx pic 9(04) comp value zero.
01 tf-unowned-max pic 9(04) comp value 200.
01 tf-unowned-overflow-flag pic x(01) value "N".
    88 tf-unowned-table-full value "Y".
01 tf-unowned-table.
    05 tf-unowned-entry occurs 200 times.
        10 tf-un-program pic x(30).
        10 tf-un-section pic x(30).
        10 tf-un-fail-count pic 9(05) comp.
        10 tf-un-waived-count pic 9(05) comp.
*>  owner lookup: the program/section wanted and the OWNERS row
*>  found (zero when none).
01 tf-want-program pic x(30).
01 tf-want-section pic x(30).
01 tf-want-team pic x(10).
01 tf-found-owner-idx pic 9(04) comp value zero.
01 tf-want-class pic x(01).
01 tf-class-heading pic x(20).
01 tf-class-count pic 9(05) comp value zero.
01 tf-team-new-count pic 9(05) comp value zero.
01 tf-team-still-count pic 9(05) comp value zero.
01 tf-team-fixed-count pic 9(05) comp value zero.
01 tf-team-waived-count pic 9(05) comp value zero.
01 tf-unwritten-count pic 9(04) comp value zero.
01 tf-count-edit pic z(04)9.
01 tf-count-edit-2 pic z(04)9.

procedure division.
route-failures.
    perform resolve-profile.
    if not tf-profile-ready
        move 8 to return-code
        goback
    end-if.
    call "delta-classify" using tf-delta-state.
    perform read-run-id.
    perform load-owners.
    perform load-waivers.
    perform load-testlog-keys.
    perform write-team-report
        varying tf-team-idx from 1 by 1
        until tf-team-idx > tf-team-count.
    perform write-exceptions.
    display "test-team-router: " tf-team-count " team report(s), "
        tf-unowned-count " unowned program/section(s), "
        tf-unwritten-count " report(s) not written".
    evaluate true
        when not tf-owners-loaded
            move 8 to return-code
        when tf-exception-status not = "00"
            move 8 to return-code
        when tf-unowned-count > zero or tf-unwritten-count > zero
            move 4 to return-code
        when other
            move zero to return-code
    end-evaluate.
    goback.

resolve-profile section.
    accept tf-command-line from command-line.
    unstring tf-command-line delimited by all space
        into tf-env-token.
    call "profile-resolve" using tf-env-token, tf-profile-state.
    if not tf-profile-ready
        display "test-team-router: environment profile did not "
            "resolve -- stopping"
    end-if.

*>  the run id every report carries is the one the night's
*>  RUNSTAT record was stamped with (the consolidated record on
*>  a split night).
read-run-id section.
    move "UNKNOWN" to tf-run-id.
    open input runstat-file.
    if tf-runstat-status not = "00"
        exit section
    end-if.
    read runstat-file
        at end move "10" to tf-runstat-status
    end-read.
    if tf-runstat-status = "00"
        move rs-run-id to tf-run-id
    end-if.
    close runstat-file.

*>  an unreadable OWNERS routes nothing: every failure lands on
*>  the exceptions page as unowned, and the step ends rc 8.
load-owners section.
    move "N" to tf-eof-flag.
    open input owners-file.
    if tf-owners-status not = "00"
        display "test-team-router: " tf-dsn-owners
            " not readable (status " tf-owners-status
            ") -- every failure is unowned"
        exit section
    end-if.
    set tf-owners-loaded to true.
    perform read-owners.
    perform until tf-at-eof or tf-owner-table-full
        perform note-owner-row
        perform read-owners
    end-perform.
    close owners-file.

read-owners section.
    read owners-file
        at end set tf-at-eof to true
    end-read.

*>  a row with no program or no team routes nothing and is
*>  passed over; test-preflight reports it the evening before.
*>  the team is found or added before the row is kept: a row
*>  whose team will not fit in tf-team-table is dropped, so its
*>  programs fall to the exceptions page as unowned instead of
*>  routing to a team that gets no report.
note-owner-row section.
    if ow-program-name = spaces or ow-team-name = spaces
        display "test-team-router: OWNERS row ["
            function trim(ow-program-name) "/"
            function trim(ow-section-name)
            "] has no program or no team -- ignored"
        exit section
    end-if.
    if tf-owner-count >= tf-owner-max
        display "test-team-router: tf-owner-table is full (max "
            tf-owner-max ") -- later rows are unowned"
        set tf-owner-table-full to true
        exit section
    end-if.
    perform scan-team-table
        varying tf-team-idx from 1 by 1
        until tf-team-idx > tf-team-count
            or tf-tm-team (tf-team-idx) = ow-team-name.
    if tf-team-idx > tf-team-count
        if tf-team-count >= tf-team-max
            if not tf-team-table-full
                display "test-team-router: tf-team-table is full (max "
                    tf-team-max ") -- later teams' programs are unowned"
                set tf-team-table-full to true
            end-if
            exit section
        end-if
        add 1 to tf-team-count
        move ow-team-name to tf-tm-team (tf-team-count)
        move ow-report-dsn to tf-tm-dsn (tf-team-count)
        move "N" to tf-tm-written-flag (tf-team-count)
    end-if.
    add 1 to tf-owner-count.
    move ow-program-name to tf-ow-program (tf-owner-count).
    move ow-section-name to tf-ow-section (tf-owner-count).
    move ow-team-name to tf-ow-team (tf-owner-count).
    move ow-contact to tf-ow-contact (tf-owner-count).
    move ow-escalation to tf-ow-escalation (tf-owner-count).

scan-team-table section.
    continue.

load-waivers section.
    move "N" to tf-eof-flag.
    open input waiver-file.
    if tf-waiver-status not = "00"
        exit section
    end-if.
    perform read-waiver.
    perform until tf-at-eof or tf-waiver-table-full
        if tf-waiver-count >= tf-waiver-max
            display "test-team-router: tf-waiver-table is full (max "
                tf-waiver-max ") -- later expiries show as unknown"
            set tf-waiver-table-full to true
        else
            add 1 to tf-waiver-count
            move wv-program-name to tf-wv-program (tf-waiver-count)
            move wv-section-name to tf-wv-section (tf-waiver-count)
            move wv-expiry-date to tf-wv-expiry (tf-waiver-count)
            perform read-waiver
        end-if
    end-perform.
    close waiver-file.

read-waiver section.
    read waiver-file
        at end set tf-at-eof to true
    end-read.

*>  one pass of the consolidated TESTLOG collects the waived
*>  cases for the team reports and the unowned failures for the
*>  exceptions page.
load-testlog-keys section.
    move "N" to tf-eof-flag.
    open input testlog-file.
    if tf-testlog-status not = "00"
        exit section
    end-if.
    perform read-testlog.
    perform until tf-at-eof
        if tl-waived
            perform note-waived-case
        end-if
        if tl-failed or tl-waived
            perform note-failing-section
        end-if
        perform read-testlog
    end-perform.
    close testlog-file.

read-testlog section.
    read testlog-file
        at end set tf-at-eof to true
    end-read.

note-waived-case section.
    perform scan-waived-table
        varying tf-waived-idx from 1 by 1
        until tf-waived-idx > tf-waived-count
            or (tf-wd-program (tf-waived-idx) = tl-program-name
                and tf-wd-section (tf-waived-idx) = tl-section-name
                and tf-wd-case (tf-waived-idx) = tl-case-id).
    if tf-waived-idx <= tf-waived-count
        exit section
    end-if.
    if tf-waived-count >= tf-waived-max
        if not tf-waived-table-full
            display "test-team-router: tf-waived-table is full (max "
                tf-waived-max ") -- dropping further waived cases"
            set tf-waived-table-full to true
        end-if
        exit section
    end-if.
    add 1 to tf-waived-count.
    move tl-program-name to tf-wd-program (tf-waived-count).
    move tl-section-name to tf-wd-section (tf-waived-count).
    move tl-case-id to tf-wd-case (tf-waived-count).
    move tl-ticket to tf-wd-ticket (tf-waived-count).

scan-waived-table section.
    continue.

note-failing-section section.
    move tl-program-name to tf-want-program.
    move tl-section-name to tf-want-section.
    perform find-owner.
    if tf-found-owner-idx > zero
        exit section
    end-if.
    perform scan-unowned-table
        varying tf-unowned-idx from 1 by 1
        until tf-unowned-idx > tf-unowned-count
            or (tf-un-program (tf-unowned-idx) = tl-program-name
                and tf-un-section (tf-unowned-idx) = tl-section-name).
    if tf-unowned-idx > tf-unowned-count
        if tf-unowned-count >= tf-unowned-max
            if not tf-unowned-table-full
                display "test-team-router: tf-unowned-table is full "
                    "(max " tf-unowned-max ") -- dropping further "
                    "unowned failures"
                set tf-unowned-table-full to true
            end-if
            exit section
        end-if
        add 1 to tf-unowned-count
        move tl-program-name to tf-un-program (tf-unowned-count)
        move tl-section-name to tf-un-section (tf-unowned-count)
        move zero to tf-un-fail-count (tf-unowned-count)
        move zero to tf-un-waived-count (tf-unowned-count)
        move tf-unowned-count to tf-unowned-idx
    end-if.
    if tl-failed
        add 1 to tf-un-fail-count (tf-unowned-idx)
    else
        add 1 to tf-un-waived-count (tf-unowned-idx)
    end-if.

scan-unowned-table section.
    continue.

*>  the section's own row wins over the program's blank-section
*>  row; tf-found-owner-idx is zero when neither is on file.
find-owner section.
    perform scan-owner-table
        varying tf-owner-idx from 1 by 1
        until tf-owner-idx > tf-owner-count
            or (tf-ow-program (tf-owner-idx) = tf-want-program
                and tf-ow-section (tf-owner-idx) = tf-want-section).
    if tf-owner-idx > tf-owner-count
        perform scan-owner-table
            varying tf-owner-idx from 1 by 1
            until tf-owner-idx > tf-owner-count
                or (tf-ow-program (tf-owner-idx) = tf-want-program
                    and tf-ow-section (tf-owner-idx) = spaces)
    end-if.
    if tf-owner-idx > tf-owner-count
        move zero to tf-found-owner-idx
    else
        move tf-owner-idx to tf-found-owner-idx
    end-if.

scan-owner-table section.
    continue.

*>  true when the wanted program/section routes to the team
*>  being reported.
check-routed-to-team section.
    perform find-owner.
    if tf-found-owner-idx > zero
        if tf-ow-team (tf-found-owner-idx) not = tf-want-team
            move zero to tf-found-owner-idx
        end-if
    end-if.

write-team-report section.
    move tf-tm-team (tf-team-idx) to tf-want-team.
    move tf-tm-dsn (tf-team-idx) to tf-team-dsn.
    if tf-team-dsn = spaces
        display "test-team-router: team " tf-want-team
            " has no report dataset on OWNERS -- not written"
        add 1 to tf-unwritten-count
        exit section
    end-if.
    open output team-file.
    if tf-team-status not = "00"
        display "test-team-router: cannot write " tf-team-dsn
            " for team " tf-want-team " (status " tf-team-status ")"
        add 1 to tf-unwritten-count
        exit section
    end-if.
    set tf-tm-written (tf-team-idx) to true.
    move zero to tf-team-new-count.
    move zero to tf-team-still-count.
    move zero to tf-team-fixed-count.
    move zero to tf-team-waived-count.
    perform write-team-title.
    perform write-owned-programs.
    move "N" to tf-want-class.
    move "NEW FAILURES" to tf-class-heading.
    perform write-class-section.
    move tf-class-count to tf-team-new-count.
    move "S" to tf-want-class.
    move "STILL FAILING" to tf-class-heading.
    perform write-class-section.
    move tf-class-count to tf-team-still-count.
    move "X" to tf-want-class.
    move "FIXED" to tf-class-heading.
    perform write-class-section.
    move tf-class-count to tf-team-fixed-count.
    perform write-waived-section.
    perform write-team-totals.
    close team-file.

write-team-title section.
    move spaces to tf-team-line.
    string "TEAM FAILURE REPORT -- " delimited by size
        tf-want-team delimited by space
        into tf-team-line.
    write tf-team-line.
    move spaces to tf-team-line.
    string "===================================" delimited by size
        into tf-team-line.
    write tf-team-line.
    move spaces to tf-team-line.
    string "run " delimited by size
        tf-run-id delimited by space
        "  env " delimited by size
        tf-env-name delimited by space
        into tf-team-line.
    write tf-team-line.
    if tf-delta-vacuous
        move spaces to tf-team-line
        string "VACUOUS run -- expected values were perturbed, no "
            "delta taken" delimited by size into tf-team-line
        write tf-team-line
    end-if.

write-owned-programs section.
    move spaces to tf-team-line.
    write tf-team-line.
    move spaces to tf-team-line.
    string "OWNED PROGRAMS" delimited by size into tf-team-line.
    write tf-team-line.
    perform write-owned-row
        varying tf-owner-idx from 1 by 1
        until tf-owner-idx > tf-owner-count.

write-owned-row section.
    if tf-ow-team (tf-owner-idx) not = tf-want-team
        exit section
    end-if.
    move spaces to tf-team-line.
    move 1 to tf-line-ptr.
    string "  " delimited by size
        tf-ow-program (tf-owner-idx) delimited by space
        " / " delimited by size
        into tf-team-line with pointer tf-line-ptr.
    if tf-ow-section (tf-owner-idx) = spaces
        string "(every section)" delimited by size
            into tf-team-line with pointer tf-line-ptr
    else
        string tf-ow-section (tf-owner-idx) delimited by space
            into tf-team-line with pointer tf-line-ptr
    end-if.
    string "  contact " delimited by size
        function trim(tf-ow-contact (tf-owner-idx)) delimited by size
        "  escalation " delimited by size
        function trim(tf-ow-escalation (tf-owner-idx)) delimited by size
        into tf-team-line with pointer tf-line-ptr.
    write tf-team-line.

*>  the caller fills tf-class-heading and tf-want-class;
*>  tf-class-count comes back with the rows listed.
write-class-section section.
    move zero to tf-class-count.
    move spaces to tf-team-line.
    write tf-team-line.
    move tf-class-heading to tf-team-line.
    write tf-team-line.
    if tf-delta-loaded
        perform write-delta-row
            varying tf-delta-idx from 1 by 1
            until tf-delta-idx > tf-delta-count
    end-if.
    if tf-class-count = zero
        move spaces to tf-team-line
        string "  (none)" delimited by size into tf-team-line
        write tf-team-line
    end-if.

write-delta-row section.
    if tf-delta-class (tf-delta-idx) not = tf-want-class
        exit section
    end-if.
    move tf-delta-program (tf-delta-idx) to tf-want-program.
    move tf-delta-section (tf-delta-idx) to tf-want-section.
    perform check-routed-to-team.
    if tf-found-owner-idx = zero
        exit section
    end-if.
    add 1 to tf-class-count.
    move spaces to tf-team-line.
    move 1 to tf-line-ptr.
    string "  " delimited by size
        tf-delta-program (tf-delta-idx) delimited by space
        " / " delimited by size
        tf-delta-section (tf-delta-idx) delimited by space
        " / " delimited by size
        tf-delta-case (tf-delta-idx) delimited by space
        "  expected [" delimited by size
        function trim(tf-delta-expected (tf-delta-idx)) delimited by size
        "] actual [" delimited by size
        function trim(tf-delta-actual (tf-delta-idx)) delimited by size
        "]" delimited by size
        into tf-team-line with pointer tf-line-ptr.
    if tf-delta-amount-delta (tf-delta-idx) not = spaces
        string "  delta " delimited by size
            function trim(tf-delta-amount-delta (tf-delta-idx))
                delimited by size
            into tf-team-line with pointer tf-line-ptr
    end-if.
    write tf-team-line.

write-waived-section section.
    move spaces to tf-team-line.
    write tf-team-line.
    move spaces to tf-team-line.
    string "WAIVED (ticket and waiver expiry)" delimited by size
        into tf-team-line.
    write tf-team-line.
    perform write-waived-row
        varying tf-waived-idx from 1 by 1
        until tf-waived-idx > tf-waived-count.
    if tf-team-waived-count = zero
        move spaces to tf-team-line
        string "  (none)" delimited by size into tf-team-line
        write tf-team-line
    end-if.

*>  the expiry is the WAIVERS row waiver-lookup matched at assert
*>  time, on the exact program/section.
write-waived-row section.
    move tf-wd-program (tf-waived-idx) to tf-want-program.
    move tf-wd-section (tf-waived-idx) to tf-want-section.
    perform check-routed-to-team.
    if tf-found-owner-idx = zero
        exit section
    end-if.
    add 1 to tf-team-waived-count.
    perform scan-waiver-table
        varying tf-waiver-idx from 1 by 1
        until tf-waiver-idx > tf-waiver-count
            or (tf-wv-program (tf-waiver-idx) = tf-want-program
                and tf-wv-section (tf-waiver-idx) = tf-want-section).
    move spaces to tf-team-line.
    move 1 to tf-line-ptr.
    string "  " delimited by size
        tf-wd-program (tf-waived-idx) delimited by space
        " / " delimited by size
        tf-wd-section (tf-waived-idx) delimited by space
        " / " delimited by size
        tf-wd-case (tf-waived-idx) delimited by space
        "  ticket [" delimited by size
        tf-wd-ticket (tf-waived-idx) delimited by space
        "]" delimited by size
        into tf-team-line with pointer tf-line-ptr.
    if tf-waiver-idx > tf-waiver-count
        string "  waiver expiry not on file" delimited by size
            into tf-team-line with pointer tf-line-ptr
    else
        string "  waiver expires " delimited by size
            tf-wv-expiry (tf-waiver-idx) delimited by size
            into tf-team-line with pointer tf-line-ptr
    end-if.
    write tf-team-line.

scan-waiver-table section.
    continue.

write-team-totals section.
    move spaces to tf-team-line.
    write tf-team-line.
    move spaces to tf-team-line.
    move 1 to tf-line-ptr.
    move tf-team-new-count to tf-count-edit.
    move tf-team-still-count to tf-count-edit-2.
    string "new " delimited by size
        function trim(tf-count-edit) delimited by size
        "  still failing " delimited by size
        function trim(tf-count-edit-2) delimited by size
        into tf-team-line with pointer tf-line-ptr.
    move tf-team-fixed-count to tf-count-edit.
    move tf-team-waived-count to tf-count-edit-2.
    string "  fixed " delimited by size
        function trim(tf-count-edit) delimited by size
        "  waived " delimited by size
        function trim(tf-count-edit-2) delimited by size
        into tf-team-line with pointer tf-line-ptr.
    write tf-team-line.

write-exceptions section.
    open output ownexcp-file.
    if tf-exception-status not = "00"
        display "test-team-router: cannot write " tf-dsn-ownexcp
            " (status " tf-exception-status ")"
        exit section
    end-if.
    move spaces to tf-exception-line.
    string "FAILURE ROUTING EXCEPTIONS" delimited by size
        into tf-exception-line.
    write tf-exception-line.
    move spaces to tf-exception-line.
    string "==========================" delimited by size
        into tf-exception-line.
    write tf-exception-line.
    move spaces to tf-exception-line.
    string "run " delimited by size
        tf-run-id delimited by space
        "  env " delimited by size
        tf-env-name delimited by space
        into tf-exception-line.
    write tf-exception-line.
    if not tf-owners-loaded
        move spaces to tf-exception-line
        write tf-exception-line
        move spaces to tf-exception-line
        string "OWNERS " delimited by size
            tf-dsn-owners delimited by space
            " not readable (status " delimited by size
            tf-owners-status delimited by size
            ") -- NOTHING was routed" delimited by size
            into tf-exception-line
        write tf-exception-line
    end-if.
    move spaces to tf-exception-line.
    write tf-exception-line.
    move spaces to tf-exception-line.
    string "FAILING PROGRAMS WITH NO OWNER ON FILE" delimited by size
        into tf-exception-line.
    write tf-exception-line.
    perform write-unowned-row
        varying tf-unowned-idx from 1 by 1
        until tf-unowned-idx > tf-unowned-count.
    if tf-unowned-count = zero
        move spaces to tf-exception-line
        string "  (none)" delimited by size into tf-exception-line
        write tf-exception-line
    end-if.
    move spaces to tf-exception-line.
    write tf-exception-line.
    move spaces to tf-exception-line.
    string "TEAM REPORTS NOT WRITTEN" delimited by size
        into tf-exception-line.
    write tf-exception-line.
    perform write-unwritten-row
        varying tf-team-idx from 1 by 1
        until tf-team-idx > tf-team-count.
    if tf-unwritten-count = zero
        move spaces to tf-exception-line
        string "  (none)" delimited by size into tf-exception-line
        write tf-exception-line
    end-if.
    close ownexcp-file.

write-unowned-row section.
    move tf-un-fail-count (tf-unowned-idx) to tf-count-edit.
    move tf-un-waived-count (tf-unowned-idx) to tf-count-edit-2.
    move spaces to tf-exception-line.
    string "  " delimited by size
        tf-un-program (tf-unowned-idx) delimited by space
        " / " delimited by size
        tf-un-section (tf-unowned-idx) delimited by space
        "  failed " delimited by size
        function trim(tf-count-edit) delimited by size
        "  waived " delimited by size
        function trim(tf-count-edit-2) delimited by size
        into tf-exception-line.
    write tf-exception-line.

write-unwritten-row section.
    if tf-tm-written (tf-team-idx)
        exit section
    end-if.
    move spaces to tf-exception-line.
    string "  team " delimited by size
        tf-tm-team (tf-team-idx) delimited by space
        "  dataset [" delimited by size
        tf-tm-dsn (tf-team-idx) delimited by space
        "] -- its failures reached nobody" delimited by size
        into tf-exception-line.
    write tf-exception-line.

end program test-team-router.
