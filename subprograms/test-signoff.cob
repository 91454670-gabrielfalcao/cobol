       >>SOURCE FORMAT FREE
*>**
*>  test-signoff ...TK
*>
*>  the release sign-off certificate: one printed answer to the
*>  change board's question "is regression clean enough to
*>  promote?", assembled from the night's evidence instead of by
*>  hand from RUNSTAT, TESTRPT, AUDITRPT, WAIVERS and TRENDRPT.
*>  it reads the final RUNSTAT record, the consolidated TESTLOG,
*>  the WAIVERS rows covering the waived failures, the catalog
*>  (catalog-load) and each cataloged program's flaky verdict
*>  (flaky-lookup over TESTHIST), and prints SIGNCERT:
*>    - the run judged and its return code,
*>    - the waived failures, each with its ticket and expiry,
*>    - the count of passes that needed a retry ("R"),
*>    - the SKIPPED programs,
*>    - every CRIT program that did not run clean (a failure,
*>      waiver or skip), or did not run at all,
*>    - the cataloged programs history calls flaky,
*>  and the rule-based recommendation:
*>    NO-GO        return code 8 or 16, a CRIT program failed or
*>                 was skipped, RUNSTAT/TESTLOG is missing, or
*>                 the run was a VACUOUS one (its expected values
*>                 were perturbed, so its outcomes judge the
*>                 tests, not the release);
*>    CONDITIONAL  otherwise, when anything needs a human eye:
*>                 waived failures (return code 4), retried
*>                 passes, flaky programs in the catalog, a CRIT
*>                 program waived or not run, or a run that was
*>                 not a full sweep (a tag filter other than ALL,
*>                 or an IMPACT selection);
*>    GO           none of the above.
*>
*>  the analyst then records the decision at the console --
*>  analyst id, approve or reject, and a reason -- and it is
*>  appended to the permanent SIGNOFF dataset (copybooks/
*>  testsign.cpy) beside the recommendation and the counts, and
*>  printed at the foot of the certificate.  an approval against
*>  a NO-GO is allowed -- the board owns the call -- but it is on
*>  the record as exactly that.
*>
*>  PARM tokens: the release id (required), the environment
*>  profile, and the analyst id (asked for at the console when
*>  the PARM carries none).  return code 0 when an approval is
*>  recorded, 4 when a rejection is, 8 when nothing is recorded
*>  (no release id, no analyst, no valid decision, no reason, or
*>  SIGNOFF cannot be written).
*>**
identification division.
program-id. test-signoff.
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
    select waiver-file assign using tf-dsn-waivers
        organization is line sequential
        file status is tf-waiver-status.
    select signoff-file assign using tf-dsn-signoff
        organization is line sequential
        file status is tf-signoff-status.
    select report-file assign using tf-dsn-signcert
        organization is line sequential
        file status is tf-report-status.
data division.
file section.
fd runstat-file.
copy testrst.
fd testlog-file.
copy testlog.
fd waiver-file.
copy testwaiv.
fd signoff-file.
copy testsign.
fd report-file.
*>  worst case: ~40 bytes of literal text, two 30-byte names, a
*>  ticket and an expiry date; sized well past that.
01 tf-report-line pic x(160).
working-storage section.
copy testcat.
copy testdsn.
01 tf-runstat-status pic x(02).
01 tf-testlog-status pic x(02).
01 tf-waiver-status pic x(02).
01 tf-signoff-status pic x(02).
01 tf-report-status pic x(02).
01 tf-command-line pic x(80) value spaces.
01 tf-release-id pic x(20) value spaces.
01 tf-env-token pic x(10) value spaces.
01 tf-analyst-id pic x(10) value spaces.
01 tf-profile-state pic x(01).
    88 tf-profile-ready value "R".
01 tf-catalog-state pic x(01).
    88 tf-catalog-ready value "L".
01 tf-eof-flag pic x(01) value "N".
    88 tf-at-eof value "Y".
01 tf-runstat-flag pic x(01) value "N".
    88 tf-runstat-found value "Y".
01 tf-testlog-flag pic x(01) value "N".
    88 tf-testlog-found value "Y".
01 tf-run-id pic x(16) value spaces.
01 tf-run-tag pic x(10) value spaces.
01 tf-run-mode pic x(10) value spaces.
01 tf-run-select pic x(10) value spaces.
01 tf-run-rc pic 9(02) value zero.
01 tf-run-start pic x(26) value spaces.
01 tf-run-end pic x(26) value spaces.
*>  per cataloged program, at the catalog index: how its records
*>  came out in TESTLOG.
01 tf-prog-table.
    05 tf-prog-entry occurs 100 times.
        10 tf-prog-records pic 9(05) comp.
        10 tf-prog-fails pic 9(05) comp.
        10 tf-prog-waived pic 9(05) comp.
        10 tf-prog-skips pic 9(05) comp.
        10 tf-prog-flaky-flag pic x(01).
            88 tf-prog-flaky value "Y".
01 tf-catalog-idx pic 9(04) comp value zero.
*>  one row per distinct waived program/section/ticket.
01 tf-waived-count pic 9(04) comp value zero.
01 tf-waived-idx pic 9(04) comp value zero.
01 tf-waived-max pic 9(04) comp value 100.
01 tf-waived-overflow-flag pic x(01) value "N".
    88 tf-waived-table-full value "Y".
01 tf-waived-table.
    05 tf-waived-entry occurs 100 times.
        10 tf-wd-program pic x(30).
        10 tf-wd-section pic x(30).
        10 tf-wd-ticket pic x(12).
        10 tf-wd-expiry pic x(10).
        10 tf-wd-records pic 9(05) comp.
01 tf-waived-records pic 9(05) comp value zero.
01 tf-retry-count pic 9(05) comp value zero.
01 tf-skipped-count pic 9(05) comp value zero.
01 tf-crit-unclean-count pic 9(05) comp value zero.
01 tf-crit-failed-count pic 9(05) comp value zero.
01 tf-crit-waived-count pic 9(05) comp value zero.
01 tf-crit-absent-count pic 9(05) comp value zero.
01 tf-flaky-count pic 9(05) comp value zero.
01 tf-flaky-state pic x(01).
    88 tf-flaky-answer value "Y".
01 tf-recommendation pic x(11) value spaces.
    88 tf-recommend-go value "GO".
    88 tf-recommend-conditional value "CONDITIONAL".
    88 tf-recommend-no-go value "NO-GO".
*>  the rules that fired, in the order they are judged, for the
*>  certificate's "because" block.
01 tf-reason-count pic 9(02) comp value zero.
01 tf-reason-idx pic 9(02) comp value zero.
01 tf-reason-table.
    05 tf-reason-line pic x(70) occurs 13 times.
01 tf-new-reason pic x(70).
01 tf-answer pic x(01).
01 tf-decision pic x(08) value spaces.
    88 tf-decision-approved value "APPROVED".
    88 tf-decision-rejected value "REJECTED".
01 tf-decision-reason pic x(60) value spaces.
01 tf-decided-stamp pic x(26).
01 tf-recorded-flag pic x(01) value "N".
    88 tf-decision-recorded value "Y".
01 tf-count-edit pic z(04)9.
01 tf-rc-edit pic z9.
01 tf-line-ptr pic 9(04) comp.

procedure division.
sign-off-release.
    perform parse-parm.
    if tf-release-id = spaces or not tf-profile-ready
        move 8 to return-code
        goback
    end-if.
    perform read-runstat.
    call "catalog-load" using tf-catalog-state.
    if not tf-catalog-ready
        move zero to tf-catalog-count
    end-if.
    perform clear-one-program
        varying tf-catalog-idx from 1 by 1
        until tf-catalog-idx > 100.
    perform tally-testlog.
    perform look-up-waiver-expiry.
    perform judge-one-program
        varying tf-catalog-idx from 1 by 1
        until tf-catalog-idx > tf-catalog-count.
    perform make-recommendation.
    perform show-console-summary.
    perform take-decision.
    if tf-decision-approved or tf-decision-rejected
        perform append-signoff
    end-if.
    perform write-certificate.
    evaluate true
        when not tf-decision-recorded
            move 8 to return-code
        when tf-decision-approved
            move 0 to return-code
        when other
            move 4 to return-code
    end-evaluate.
    goback.

*>  PARM token one is the release id, token two the environment
*>  profile, token three the analyst id.
parse-parm section.
    accept tf-command-line from command-line.
    unstring tf-command-line delimited by all space
        into tf-release-id, tf-env-token, tf-analyst-id.
    if tf-release-id = spaces
        display "test-signoff: a release id PARM is required -- "
            "nothing signed off"
        exit section
    end-if.
    call "profile-resolve" using tf-env-token, tf-profile-state.
    if not tf-profile-ready
        display "test-signoff: environment profile did not "
            "resolve -- nothing signed off"
    end-if.

read-runstat section.
    open input runstat-file.
    if tf-runstat-status not = "00"
        exit section
    end-if.
    read runstat-file
        at end move "10" to tf-runstat-status
    end-read.
    if tf-runstat-status = "00"
        set tf-runstat-found to true
        move rs-run-id to tf-run-id
        move rs-tag-filter to tf-run-tag
        move rs-run-mode to tf-run-mode
        move rs-select-mode to tf-run-select
        move rs-return-code to tf-run-rc
        move rs-start-stamp to tf-run-start
        move rs-end-stamp to tf-run-end
    end-if.
    close runstat-file.
    if tf-run-select = spaces
        move "CATALOG" to tf-run-select
    end-if.

clear-one-program section.
    move zero to tf-prog-records (tf-catalog-idx).
    move zero to tf-prog-fails (tf-catalog-idx).
    move zero to tf-prog-waived (tf-catalog-idx).
    move zero to tf-prog-skips (tf-catalog-idx).
    move "N" to tf-prog-flaky-flag (tf-catalog-idx).

tally-testlog section.
    move "N" to tf-eof-flag.
    open input testlog-file.
    if tf-testlog-status not = "00"
        exit section
    end-if.
    set tf-testlog-found to true.
    perform read-testlog.
    perform until tf-at-eof
        perform tally-one-record
        perform read-testlog
    end-perform.
    close testlog-file.

read-testlog section.
    read testlog-file
        at end set tf-at-eof to true
    end-read.

tally-one-record section.
    if tl-retry-passed
        add 1 to tf-retry-count
    end-if.
    if tl-waived
        add 1 to tf-waived-records
        perform note-waived-record
    end-if.
    perform scan-catalog
        varying tf-catalog-idx from 1 by 1
        until tf-catalog-idx > tf-catalog-count
            or tf-catalog-program (tf-catalog-idx) = tl-program-name.
    if tf-catalog-idx > tf-catalog-count
        exit section
    end-if.
    add 1 to tf-prog-records (tf-catalog-idx).
    evaluate true
        when tl-failed
            add 1 to tf-prog-fails (tf-catalog-idx)
        when tl-waived
            add 1 to tf-prog-waived (tf-catalog-idx)
        when tl-skipped
            add 1 to tf-prog-skips (tf-catalog-idx)
    end-evaluate.

scan-catalog section.
    continue.

note-waived-record section.
    perform scan-waived-table
        varying tf-waived-idx from 1 by 1
        until tf-waived-idx > tf-waived-count
            or (tl-program-name = tf-wd-program (tf-waived-idx)
                and tl-section-name = tf-wd-section (tf-waived-idx)
                and tl-ticket = tf-wd-ticket (tf-waived-idx)).
    if tf-waived-idx <= tf-waived-count
        add 1 to tf-wd-records (tf-waived-idx)
        exit section
    end-if.
    if tf-waived-count >= tf-waived-max
        if not tf-waived-table-full
            display "test-signoff: tf-waived-table is full (max "
                tf-waived-max ") -- later waived sections not listed"
            set tf-waived-table-full to true
        end-if
        exit section
    end-if.
    add 1 to tf-waived-count.
    move tl-program-name to tf-wd-program (tf-waived-count).
    move tl-section-name to tf-wd-section (tf-waived-count).
    move tl-ticket to tf-wd-ticket (tf-waived-count).
    move spaces to tf-wd-expiry (tf-waived-count).
    move 1 to tf-wd-records (tf-waived-count).

scan-waived-table section.
    continue.

*>  the certificate shows how long each waiver still runs, so
*>  the board sees a waiver expiring next week for what it is.
look-up-waiver-expiry section.
    if tf-waived-count = zero
        exit section
    end-if.
    move "N" to tf-eof-flag.
    open input waiver-file.
    if tf-waiver-status not = "00"
        exit section
    end-if.
    perform read-waiver.
    perform until tf-at-eof
        perform match-waiver-row
            varying tf-waived-idx from 1 by 1
            until tf-waived-idx > tf-waived-count
        perform read-waiver
    end-perform.
    close waiver-file.

read-waiver section.
    read waiver-file
        at end set tf-at-eof to true
    end-read.

match-waiver-row section.
    if wv-program-name = tf-wd-program (tf-waived-idx)
            and wv-section-name = tf-wd-section (tf-waived-idx)
            and wv-ticket = tf-wd-ticket (tf-waived-idx)
        move wv-expiry-date to tf-wd-expiry (tf-waived-idx)
    end-if.

judge-one-program section.
    call "flaky-lookup" using tf-catalog-program (tf-catalog-idx),
        tf-flaky-state.
    if tf-flaky-answer
        move "Y" to tf-prog-flaky-flag (tf-catalog-idx)
        add 1 to tf-flaky-count
    end-if.
    if tf-prog-skips (tf-catalog-idx) > zero
        add 1 to tf-skipped-count
    end-if.
    if not tf-catalog-critical (tf-catalog-idx)
        exit section
    end-if.
    evaluate true
        when tf-prog-records (tf-catalog-idx) = zero
            add 1 to tf-crit-absent-count
            add 1 to tf-crit-unclean-count
        when tf-prog-fails (tf-catalog-idx) > zero
                or tf-prog-skips (tf-catalog-idx) > zero
            add 1 to tf-crit-failed-count
            add 1 to tf-crit-unclean-count
        when tf-prog-waived (tf-catalog-idx) > zero
            add 1 to tf-crit-waived-count
            add 1 to tf-crit-unclean-count
    end-evaluate.

*>  every rule is judged and every one that fires is listed, so
*>  the certificate says all of why, not just the first reason.
make-recommendation section.
    move zero to tf-reason-count.
    if not tf-runstat-found
        move "NO-GO: no RUNSTAT record -- there is no run to judge"
            to tf-new-reason
        perform add-reason
    end-if.
    if not tf-testlog-found
        move "NO-GO: TESTLOG not readable -- no assertion evidence"
            to tf-new-reason
        perform add-reason
    end-if.
    if not tf-catalog-ready
        move "NO-GO: catalog did not load -- CRIT programs unknown"
            to tf-new-reason
        perform add-reason
    end-if.
    if tf-runstat-found and tf-run-rc >= 8
        move tf-run-rc to tf-rc-edit
        move spaces to tf-new-reason
        string "NO-GO: run ended with return code " tf-rc-edit
            delimited by size into tf-new-reason
        perform add-reason
    end-if.
    if tf-crit-failed-count > zero
        move "NO-GO: a CRIT program failed or was skipped"
            to tf-new-reason
        perform add-reason
    end-if.
    if tf-runstat-found and tf-run-mode = "VACUOUS"
        move "NO-GO: VACUOUS run -- perturbed expecteds, no verdict"
            to tf-new-reason
        perform add-reason
    end-if.
    if tf-reason-count > zero
        set tf-recommend-no-go to true
    end-if.
    if tf-runstat-found and tf-run-rc = 4
        move "CONDITIONAL: failures passed only under waivers"
            to tf-new-reason
        perform add-reason
    end-if.
    if tf-retry-count > zero
        move "CONDITIONAL: passes that needed a flaky retry"
            to tf-new-reason
        perform add-reason
    end-if.
    if tf-flaky-count > zero
        move "CONDITIONAL: history calls cataloged programs flaky"
            to tf-new-reason
        perform add-reason
    end-if.
    if tf-crit-waived-count > zero
        move "CONDITIONAL: a CRIT program passed only under a waiver"
            to tf-new-reason
        perform add-reason
    end-if.
    if tf-crit-absent-count > zero
        move "CONDITIONAL: a CRIT program did not run"
            to tf-new-reason
        perform add-reason
    end-if.
    if tf-runstat-found and tf-run-tag not = "ALL"
        move "CONDITIONAL: tag-filtered run, not a full sweep"
            to tf-new-reason
        perform add-reason
    end-if.
    if tf-runstat-found and tf-run-select = "IMPACT"
        move "CONDITIONAL: IMPACT selection, not a full sweep"
            to tf-new-reason
        perform add-reason
    end-if.
    evaluate true
        when tf-recommend-no-go
            continue
        when tf-reason-count > zero
            set tf-recommend-conditional to true
        when other
            set tf-recommend-go to true
            move "GO: clean run, nothing needing a human eye"
                to tf-new-reason
            perform add-reason
    end-evaluate.

add-reason section.
    if tf-reason-count < 13
        add 1 to tf-reason-count
        move tf-new-reason to tf-reason-line (tf-reason-count)
    end-if.

show-console-summary section.
    display " ".
    display "release " function trim(tf-release-id)
        "  run " tf-run-id "  rc " tf-run-rc.
    display "recommendation: " tf-recommendation.
    perform show-one-reason
        varying tf-reason-idx from 1 by 1
        until tf-reason-idx > tf-reason-count.

show-one-reason section.
    display "  " function trim(tf-reason-line (tf-reason-idx)).

*>  nothing is recorded without all three answers: an audit
*>  record with no analyst or no reason is not an audit record.
take-decision section.
    if tf-analyst-id = spaces
        display "analyst id: " with no advancing
        accept tf-analyst-id
    end-if.
    if tf-analyst-id = spaces
        display "test-signoff: an analyst id is required -- no "
            "decision recorded"
        exit section
    end-if.
    display "decision (A=approve, R=reject): " with no advancing.
    accept tf-answer.
    evaluate function upper-case(tf-answer)
        when "A"
            set tf-decision-approved to true
        when "R"
            set tf-decision-rejected to true
        when other
            display "test-signoff: decision must be A or R -- no "
                "decision recorded"
            exit section
    end-evaluate.
    display "reason: " with no advancing.
    accept tf-decision-reason.
    if tf-decision-reason = spaces
        display "test-signoff: a reason is required -- no decision "
            "recorded"
        move spaces to tf-decision
    end-if.

append-signoff section.
    move function current-date to tf-decided-stamp.
    open extend signoff-file.
    if tf-signoff-status = "35"
        open output signoff-file
    end-if.
    if tf-signoff-status not = "00"
        display "test-signoff: cannot append to " tf-dsn-signoff
            " (status " tf-signoff-status ") -- no decision recorded"
        exit section
    end-if.
    move spaces to so-record.
    move tf-release-id to so-release-id.
    move tf-run-id to so-run-id.
    move tf-env-name to so-env-name.
    move tf-run-select to so-select-mode.
    move tf-run-rc to so-return-code.
    move tf-recommendation to so-recommendation.
    move tf-decision to so-decision.
    move tf-analyst-id to so-analyst-id.
    move tf-decision-reason to so-reason.
    move tf-waived-records to so-waived-count.
    move tf-retry-count to so-retry-count.
    move tf-skipped-count to so-skipped-count.
    move tf-crit-unclean-count to so-crit-unclean-count.
    move tf-flaky-count to so-flaky-count.
    move tf-decided-stamp to so-decided-stamp.
    write so-record.
    close signoff-file.
    set tf-decision-recorded to true.
    display "test-signoff: release " function trim(tf-release-id)
        " " tf-decision " by " function trim(tf-analyst-id).

write-certificate section.
    open output report-file.
    if tf-report-status not = "00"
        display "test-signoff: cannot write " tf-dsn-signcert
            " (status " tf-report-status ")"
        exit section
    end-if.
    move spaces to tf-report-line.
    string "RELEASE SIGN-OFF CERTIFICATE" delimited by size
        into tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    string "============================" delimited by size
        into tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    string "release        " tf-release-id delimited by size
        into tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    if tf-env-name = spaces
        string "environment    (base names)" delimited by size
            into tf-report-line
    else
        string "environment    " tf-env-name delimited by size
            into tf-report-line
    end-if.
    write tf-report-line.
    move spaces to tf-report-line.
    if tf-runstat-found
        string "run            " tf-run-id "  " tf-run-tag
            " " tf-run-select delimited by size into tf-report-line
    else
        string "run            (no RUNSTAT record)" delimited by size
            into tf-report-line
    end-if.
    write tf-report-line.
    if tf-runstat-found
        move spaces to tf-report-line
        string "window         " tf-run-start (1:16) " to "
            tf-run-end (1:16) delimited by size into tf-report-line
        write tf-report-line
        move tf-run-rc to tf-rc-edit
        move spaces to tf-report-line
        string "return code    " tf-rc-edit delimited by size
            into tf-report-line
        write tf-report-line
    end-if.
    move spaces to tf-report-line.
    write tf-report-line.
    move tf-waived-records to tf-count-edit.
    move spaces to tf-report-line.
    string "WAIVED FAILURES " tf-count-edit delimited by size
        into tf-report-line.
    write tf-report-line.
    perform write-waived-line
        varying tf-waived-idx from 1 by 1
        until tf-waived-idx > tf-waived-count.
    move spaces to tf-report-line.
    write tf-report-line.
    move tf-retry-count to tf-count-edit.
    move spaces to tf-report-line.
    string "PASSES NEEDING A RETRY " tf-count-edit delimited by size
        into tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    write tf-report-line.
    move tf-skipped-count to tf-count-edit.
    move spaces to tf-report-line.
    string "SKIPPED PROGRAMS " tf-count-edit delimited by size
        into tf-report-line.
    write tf-report-line.
    perform write-skipped-line
        varying tf-catalog-idx from 1 by 1
        until tf-catalog-idx > tf-catalog-count.
    move spaces to tf-report-line.
    write tf-report-line.
    move tf-crit-unclean-count to tf-count-edit.
    move spaces to tf-report-line.
    string "CRIT PROGRAMS NOT CLEAN " tf-count-edit delimited by size
        into tf-report-line.
    write tf-report-line.
    perform write-crit-line
        varying tf-catalog-idx from 1 by 1
        until tf-catalog-idx > tf-catalog-count.
    move spaces to tf-report-line.
    write tf-report-line.
    move tf-flaky-count to tf-count-edit.
    move spaces to tf-report-line.
    string "FLAKY PROGRAMS " tf-count-edit delimited by size
        into tf-report-line.
    write tf-report-line.
    perform write-flaky-line
        varying tf-catalog-idx from 1 by 1
        until tf-catalog-idx > tf-catalog-count.
    move spaces to tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    string "RECOMMENDATION " tf-recommendation delimited by size
        into tf-report-line.
    write tf-report-line.
    perform write-reason-line
        varying tf-reason-idx from 1 by 1
        until tf-reason-idx > tf-reason-count.
    move spaces to tf-report-line.
    write tf-report-line.
    perform write-decision-block.
    close report-file.

write-waived-line section.
    move spaces to tf-report-line.
    move 1 to tf-line-ptr.
    string "  " delimited by size
        tf-wd-program (tf-waived-idx) delimited by space
        " " delimited by size
        tf-wd-section (tf-waived-idx) delimited by space
        "  ticket " delimited by size
        tf-wd-ticket (tf-waived-idx) delimited by space
        into tf-report-line with pointer tf-line-ptr.
    if tf-wd-expiry (tf-waived-idx) = spaces
        string "  (no WAIVERS row)" delimited by size
            into tf-report-line with pointer tf-line-ptr
    else
        string "  expires " delimited by size
            tf-wd-expiry (tf-waived-idx) delimited by size
            into tf-report-line with pointer tf-line-ptr
    end-if.
    write tf-report-line.

write-skipped-line section.
    if tf-prog-skips (tf-catalog-idx) = zero
        exit section
    end-if.
    move spaces to tf-report-line.
    string "  " delimited by size
        tf-catalog-program (tf-catalog-idx) delimited by space
        into tf-report-line.
    write tf-report-line.

write-crit-line section.
    if not tf-catalog-critical (tf-catalog-idx)
        exit section
    end-if.
    move spaces to tf-report-line.
    evaluate true
        when tf-prog-records (tf-catalog-idx) = zero
            string "  " delimited by size
                tf-catalog-program (tf-catalog-idx) delimited by space
                "  did not run" delimited by size
                into tf-report-line
        when tf-prog-fails (tf-catalog-idx) > zero
            string "  " delimited by size
                tf-catalog-program (tf-catalog-idx) delimited by space
                "  failed" delimited by size
                into tf-report-line
        when tf-prog-skips (tf-catalog-idx) > zero
            string "  " delimited by size
                tf-catalog-program (tf-catalog-idx) delimited by space
                "  skipped" delimited by size
                into tf-report-line
        when tf-prog-waived (tf-catalog-idx) > zero
            string "  " delimited by size
                tf-catalog-program (tf-catalog-idx) delimited by space
                "  passed only under a waiver" delimited by size
                into tf-report-line
        when other
            exit section
    end-evaluate.
    write tf-report-line.

write-flaky-line section.
    if not tf-prog-flaky (tf-catalog-idx)
        exit section
    end-if.
    move spaces to tf-report-line.
    string "  " delimited by size
        tf-catalog-program (tf-catalog-idx) delimited by space
        into tf-report-line.
    write tf-report-line.

write-reason-line section.
    move spaces to tf-report-line.
    string "  " tf-reason-line (tf-reason-idx) delimited by size
        into tf-report-line.
    write tf-report-line.

write-decision-block section.
    move spaces to tf-report-line.
    if not tf-decision-recorded
        string "DECISION       (none recorded)" delimited by size
            into tf-report-line
        write tf-report-line
        exit section
    end-if.
    string "DECISION       " tf-decision delimited by size
        into tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    string "analyst        " tf-analyst-id delimited by size
        into tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    string "reason         " tf-decision-reason delimited by size
        into tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    string "recorded       " tf-decided-stamp (1:16)
        delimited by size into tf-report-line.
    write tf-report-line.

end program test-signoff.
