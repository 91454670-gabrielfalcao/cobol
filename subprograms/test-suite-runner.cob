*>
*>  the run no longer ends with a bare goback: it sets the
*>  documented return-code ladder (0 clean / 4 waived-only /
*>  8 failures / 16 aborted -- see testrst.cpy) and
*>  writes one machine-readable RUNSTAT record carrying the run
*>  id, PARM tokens, tally, start/end timestamps, and that final
*>  return code, so the scheduler can branch on the outcome
*>  instead of waiting for a human to read TESTRPT.
*>
*>  RUNSTAT holds only the latest record, so a serial run also
*>  appends the same record to the permanent RUNHIST dataset --
*>  the month's return codes, windows and restarts for
*>  test-sla-report.  a split stream appends nothing: its RUNSTATn
*>  shard is one slice of the night, and test-shard-merge appends
*>  the consolidated record once all the streams are in.
*>
*>  an eighth PARM token picks the catalog selection: CATALOG
*>  (the default) walks every cataloged entry; IMPACT walks only
*>  the entries impact-select maps from the release's CHGLIST
*>  through TESTMAP, plus their cataloged prerequisites, and
*>  writes SELRPT naming the changed members no test covers --
*>  the targeted regression an emergency fix needs before its
*>  own deploy window, without waiting for the overnight sweep.
*>  the selection mode rides on RUNSTAT so sign-off can tell a
*>  targeted run from a full one.
*>
*>  a VACUOUS run mode (in place of FAILFAST/CONTINUE) proves the
*>  assertions rather than the code: fixture-perturb writes a
*>  perturbed copy of TESTEXP to TESTEXPV (TESTEXPVn per split
*>  stream), the run's TESTEXP name points at it for the catalog
*>  walk, and testmode's vacuous flag tells the assert verbs to
*>  judge each compare -- "V" for an assertion that still passed
*>  with its expected side moved, "P" for one that noticed.  a
*>  noticed change is not a failure, so the walk carries on like
*>  CONTINUE; test-vacuous-report reads the TESTLOG afterwards.
*>  the TESTEXP name is put back once the walk ends, so nothing
*>  after it in the step reads the perturbed copy.  the copy is
*>  written before TESTLOG or TESTCKPT is touched, so a copy that
*>  cannot be written stops the run with last night's evidence
*>  intact.  a VACUOUS log is not a night's results: the next
*>  run does not snapshot it to PREVLOG (RUNSTAT still names the
*>  VACUOUS run and says whether its walk began -- aborted part
*>  way or not, a walk that began left a perturbed log), so
*>  PREVLOG stays the last real run's and the morning delta is
*>  taken against that.
*>**
identification division.
program-id. test-suite-runner.
    select runstat-file assign using tf-runstat-dsn
        organization is line sequential
        file status is tf-runstat-status.
    select runhist-file assign using tf-dsn-runhist
        organization is line sequential
        file status is tf-runhist-status.
    select lock-file assign using tf-lock-dsn
        organization is line sequential
        file status is tf-lock-status.
01 tf-prevtime-record pic x(39).
fd runstat-file.
copy testrst.
fd runhist-file.
*>  byte-for-byte image of an rs-record (copybooks/testrst.cpy);
*>  RUNHIST is RUNSTAT's records, kept.
01 tf-runhist-record pic x(153).
fd lock-file.
copy testlock.
fd heartbeat-file.
copy testctl.
copy testmode.
copy testdsn.
copy testsel.

01 tf-catalog-idx pic 9(04) comp.
01 tf-current-program pic x(30).
01 tf-stream-count-token pic x(10) value spaces.
01 tf-retry-token pic x(10) value spaces.
01 tf-env-token pic x(10) value spaces.
01 tf-select-mode pic x(10) value spaces.
    88 tf-select-impact value "IMPACT".
    88 tf-select-catalog value "CATALOG".
01 tf-select-report-switch pic x(01) value "N".
01 tf-select-state pic x(01).
    88 tf-select-loaded value "L".
    88 tf-select-empty value "Z".
01 tf-profile-state pic x(01).
    88 tf-profile-ready value "R".
01 tf-shard-base pic x(12).
01 tf-before-pass pic 9(09) comp.
01 tf-before-fail pic 9(09) comp.
01 tf-before-waived pic 9(09) comp.
01 tf-before-vacuous pic 9(09) comp.
01 tf-stream-id pic 9(02) comp value 1.
01 tf-stream-count pic 9(02) comp value 1.
    88 tf-split-streams values 2 thru 9.
01 tf-anchor-done-flag pic x(01).
    88 tf-anchor-done value "Y".
01 tf-runstat-status pic x(02).
01 tf-runhist-status pic x(02).
01 tf-runstat-image pic x(153).
01 tf-lock-status pic x(02).
01 tf-lock-held-flag pic x(01) value "N".
    88 tf-lock-held value "Y".
01 tf-heartbt-status pic x(02).
01 tf-hb-call-stamp pic x(26).
01 tf-hb-state pic x(01).
01 tf-vacuous-dsn pic x(12) value "TESTEXPV".
01 tf-fixture-dsn pic x(12) value spaces.
01 tf-perturb-state pic x(01).
    88 tf-perturb-written value "W".

procedure division.
run-suite.
    if not tf-abort-run
        perform acquire-lock
    end-if.
    if not tf-abort-run and tf-vacuous-mode
        perform perturb-fixture
    end-if.
    if not tf-abort-run
        perform load-checkpoint
        perform reset-testlog
            until tf-catalog-idx > tf-catalog-count
                or tf-abort-run
        call "log-manager-close"
        perform restore-fixture
        perform finalize-checkpoint
    end-if.
    perform report-summary.
    if not tf-catalog-ready
        display "test-suite-runner: catalog did not load -- stopping"
        set tf-abort-run to true
        exit section
    end-if.
    if tf-select-impact
        perform load-impact-selection
    end-if.

*>  every stream selects (each has its own copy of the flags) but
*>  only a serial run or stream 1 writes SELRPT.  a selection that
*>  will not load, or that loads but selects nothing, stops the
*>  run: an IMPACT run walking nothing would end clean and tell
*>  the release it was tested.
load-impact-selection section.
    if not tf-split-streams or tf-stream-id = 1
        move "Y" to tf-select-report-switch
    end-if.
    call "impact-select" using tf-select-report-switch,
        tf-select-state.
    evaluate true
        when tf-select-loaded
            continue
        when tf-select-empty
            display "test-suite-runner: IMPACT selection is empty -- "
                "no cataloged test maps to CHGLIST -- stopping"
            set tf-abort-run to true
        when other
            display "test-suite-runner: IMPACT selection did not load "
                "-- stopping"
            set tf-abort-run to true
    end-evaluate.

parse-parm section.
    accept tf-command-line from command-line.
    unstring tf-command-line delimited by all space
        into tf-tag-filter, tf-run-mode, tf-restart-flag,
            tf-stream-id-token, tf-stream-count-token,
            tf-retry-token, tf-env-token, tf-select-mode.
    if tf-tag-filter = spaces
        move "ALL" to tf-tag-filter
    end-if.
    else
        move "N" to tf-capture-flag
    end-if.
    if tf-run-mode = "VACUOUS"
        set tf-vacuous-mode to true
    else
        move "N" to tf-vacuous-flag
    end-if.
    if tf-retry-token not = spaces
        move function numval(tf-retry-token) to tf-retry-limit
    end-if.
    if tf-select-mode = spaces
        move "CATALOG" to tf-select-mode
    end-if.
    if not tf-select-impact and not tf-select-catalog
        display "test-suite-runner: selection mode " tf-select-mode
            " is not CATALOG or IMPACT -- stopping"
        set tf-abort-run to true
    end-if.
    perform parse-stream-parm.
    perform resolve-profile.
    perform set-dataset-names.
        " restart=" tf-restart-flag
        " stream=" tf-stream-id " of " tf-stream-count
        " retries=" tf-retry-limit
        " env=" tf-env-token
        " selection=" tf-select-mode.

*>  a seventh PARM token picks the environment profile; a run
*>  whose profile will not resolve must stop -- opening half the
    move tf-dsn-runstat to tf-runstat-dsn.
    move tf-dsn-runlock to tf-lock-dsn.
    move tf-dsn-heartbt to tf-heartbt-dsn.
    move tf-dsn-testexpv to tf-vacuous-dsn.
    if tf-split-streams and not tf-abort-run
        move tf-stream-id to tf-stream-digit
        perform shard-dataset-names
    string function trim(tf-shard-base) delimited by size
        tf-stream-digit delimited by size
        into tf-heartbt-dsn.
    move tf-vacuous-dsn to tf-shard-base.
    move spaces to tf-vacuous-dsn.
    string function trim(tf-shard-base) delimited by size
        tf-stream-digit delimited by size
        into tf-vacuous-dsn.

count-stream-slice section.
    move zero to tf-stream-expected.
        until tf-catalog-idx > tf-catalog-count.

count-one-slot section.
    if tf-select-impact and not tf-selected (tf-catalog-idx)
        exit section
    end-if.
    perform compute-stream-slot.
    if tf-stream-slot = tf-stream-id
        add 1 to tf-stream-expected
    open output pending-file.
    close pending-file.

*>  the perturbed copy is rebuilt for every VACUOUS start,
*>  restarts included -- it is cheap and always matches the
*>  TESTEXP it was made from.  a copy that cannot be written
*>  stops the run: judging the tests against the real fixture
*>  would call every one of them vacuous.
perturb-fixture section.
    call "fixture-perturb" using tf-vacuous-dsn, tf-perturb-state.
    if not tf-perturb-written
        display "test-suite-runner: perturbed fixture " tf-vacuous-dsn
            " not written -- stopping"
        set tf-abort-run to true
        exit section
    end-if.
    move tf-dsn-testexp to tf-fixture-dsn.
    move tf-vacuous-dsn to tf-dsn-testexp.

restore-fixture section.
    if tf-fixture-dsn not = spaces
        move tf-fixture-dsn to tf-dsn-testexp
        move spaces to tf-fixture-dsn
    end-if.

*>  before a fresh run truncates TESTLOG, the prior run's records
*>  are copied to PREVLOG so test-delta-report can still compare
*>  this run's failures against yesterday's.  a restart skips the
*>  snapshot -- the one taken when its window first opened stands.
*>  so does a run that follows a VACUOUS one: that log holds no
*>  real verdicts, and PREVLOG already holds the last run that did.
*>  the test is whether that run reached its walk, not how it
*>  ended: one that stopped before it (its perturbed copy could
*>  not be written, say) never truncated TESTLOG, so the snapshot
*>  goes ahead, but one that aborted part way through left a
*>  partial perturbed log that must not become PREVLOG.
snapshot-prior-log section.
    open input runstat-file.
    if tf-runstat-status = "00"
        read runstat-file
            at end move "10" to tf-runstat-status
        end-read
        close runstat-file
        if tf-runstat-status = "00" and rs-run-mode = "VACUOUS"
                and rs-walk-started
            display "test-suite-runner: prior run was VACUOUS -- "
                "PREVLOG left as it stands"
            exit section
        end-if
    end-if.
    move "N" to tf-prior-eof-flag.
    open input testlog-file.
    if tf-testlog-status not = "00"
    end-read.

run-catalog section.
    if tf-select-impact and not tf-selected (tf-catalog-idx)
        exit section
    end-if.
    if tf-split-streams
        perform compute-stream-slot
        if tf-stream-slot not = tf-stream-id
    move tf-tally-pass to tf-before-pass.
    move tf-tally-fail to tf-before-fail.
    move tf-tally-waived to tf-before-waived.
    move tf-tally-vacuous to tf-before-vacuous.
    perform mark-start-time.
    call tf-current-program using tf-tag-filter.
    perform record-timing.
        move tf-before-pass to tf-tally-pass
        move tf-before-fail to tf-tally-fail
        move tf-before-waived to tf-tally-waived
        move tf-before-vacuous to tf-tally-vacuous
        set tf-retry-attempt to true
    else
        display "test-suite-runner: " tf-current-program
    display "test-suite-runner: total=" tf-tally-total
        " pass=" tf-tally-pass " fail=" tf-tally-fail
        " waived=" tf-tally-waived.
    if tf-vacuous-mode
        display "test-suite-runner: vacuous=" tf-tally-vacuous
            " of " tf-tally-pass " passes proved nothing"
    end-if.

*>  the next fresh run truncates TESTLOG, so the run's evidence
*>  is copied to the permanent TESTHIST dataset (with this run's
    move tf-stream-id to rs-stream-id.
    move tf-stream-count to rs-stream-count.
    move tf-retry-limit to rs-retry-limit.
    move tf-select-mode to rs-select-mode.
    move tf-tally-total to rs-tally-total.
    move tf-tally-pass to rs-tally-pass.
    move tf-tally-fail to rs-tally-fail.
    move tf-start-stamp to rs-start-stamp.
    move tf-end-stamp to rs-end-stamp.
    move tf-final-rc to rs-return-code.
    if tf-run-started
        set rs-walk-started to true
    end-if.
    move rs-record to tf-runstat-image.
    write rs-record.
    close runstat-file.
    if not tf-split-streams
        perform append-runhist
    end-if.

append-runhist section.
    open extend runhist-file.
    if tf-runhist-status = "35"
        open output runhist-file
    end-if.
    if tf-runhist-status not = "00"
        display "test-suite-runner: cannot append to " tf-dsn-runhist
            " (status " tf-runhist-status ")"
        exit section
    end-if.
    write tf-runhist-record from tf-runstat-image.
    close runhist-file.

end program test-suite-runner.
