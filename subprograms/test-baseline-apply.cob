*>  with no TESTEXP row yet appends a fresh row -- that is how a
*>  brand-new case gets its first fixture.  TESTPEND is cleared
*>  afterwards; a rejected proposal is simply discarded.
*>
*>  every applied proposal is journaled to TESTEXPJ through
*>  fixture-journal -- the row as it stood before the proposal and
*>  after it, this program's name, and the operator id (PARM token
*>  two, or asked for at the console).  the journal entries are
*>  staged while the proposals are walked and written only after
*>  the TESTEXP rewrite, so the journal never claims a baseline
*>  the fixture does not hold; a proposal that cannot be staged
*>  is skipped rather than applied unjournaled.
*>**
identification division.
program-id. test-baseline-apply.
01 tf-env-token pic x(10) value spaces.
01 tf-profile-state pic x(01).
    88 tf-profile-ready value "R".
01 tf-this-program pic x(30) value "test-baseline-apply".
01 tf-operator-id pic x(10) value spaces.
01 tf-journal-state pic x(01).
    88 tf-journal-written value "W".
01 tf-journal-failed-count pic 9(04) comp value zero.
*>  one staged journal entry per applied proposal; the row images
*>  are byte-for-byte te-records (copybooks/testexp.cpy) --
*>  tf-exp-entry carries the same fields in the same order.
01 tf-jrn-count pic 9(04) comp value zero.
01 tf-jrn-idx pic 9(04) comp value zero.
01 tf-jrn-max pic 9(04) comp value 200.
01 tf-jrn-table.
    05 tf-jrn-entry occurs 200 times.
        10 tf-jrn-action pic x(01).
        10 tf-jrn-before pic x(163).
        10 tf-jrn-after pic x(163).
01 tf-testexp-status pic x(02).
01 tf-pend-eof-flag pic x(01) value "N".
    88 tf-pend-at-eof value "Y".
        move 8 to return-code
        goback
    end-if.
    if tf-operator-id = spaces
        display "operator id: " with no advancing
        accept tf-operator-id
    end-if.
    if tf-operator-id = spaces
        display "test-baseline-apply: an operator id is required -- "
            "every applied baseline is journaled under one"
        move 8 to return-code
        goback
    end-if.
    perform load-testexp.
    if tf-exp-table-full
        display "test-baseline-apply: TESTEXP has more rows than "
    end-if.
    perform walk-proposals.
    perform rewrite-testexp.
    perform write-journal
        varying tf-jrn-idx from 1 by 1
        until tf-jrn-idx > tf-jrn-count.
    if tf-journal-failed-count > zero
        display "test-baseline-apply: " tf-journal-failed-count
            " applied baseline(s) could NOT be journaled to TESTEXPJ"
    end-if.
    perform clear-pending.
    display "test-baseline-apply: applied=" tf-applied-count
        " rejected=" tf-rejected-count
    goback.

*>  PARM token one names the environment profile; blank means
*>  the base dataset names.  token two is the operator id the
*>  journal records carry.
resolve-profile section.
    accept tf-command-line from command-line.
    unstring tf-command-line delimited by all space
        into tf-env-token, tf-operator-id.
    call "profile-resolve" using tf-env-token, tf-profile-state.
    if not tf-profile-ready
        display "test-baseline-apply: environment profile did not "
    perform read-pending.

apply-proposal section.
    if tf-jrn-count >= tf-jrn-max
        display "test-baseline-apply: journal staging is full (max "
            tf-jrn-max ") -- proposal for "
            function trim(tp-program-name) " / "
            function trim(tp-section-name) " skipped"
        add 1 to tf-skipped-count
        exit section
    end-if.
    perform find-exp-row.
    if tf-exp-idx = zero
        perform add-exp-row
        if tf-exp-idx = zero
            exit section
        end-if
        add 1 to tf-jrn-count
        move "A" to tf-jrn-action (tf-jrn-count)
        move spaces to tf-jrn-before (tf-jrn-count)
    else
        add 1 to tf-jrn-count
        move "C" to tf-jrn-action (tf-jrn-count)
        move tf-exp-entry (tf-exp-idx) to tf-jrn-before (tf-jrn-count)
    end-if.
    evaluate true
        when tp-field-value
        when tp-field-date
            move tp-new-value (1:10) to tf-exp-date (tf-exp-idx)
    end-evaluate.
    move tf-exp-entry (tf-exp-idx) to tf-jrn-after (tf-jrn-count).
    add 1 to tf-applied-count.

*>  a proposal recorded outside a case loop carries a blank case
    move tf-exp-tol-value (tf-exp-idx) to te-tolerance-value.
    write te-record.

write-journal section.
    call "fixture-journal" using tf-jrn-action (tf-jrn-idx),
        tf-jrn-before (tf-jrn-idx), tf-jrn-after (tf-jrn-idx),
        tf-this-program, tf-operator-id, tf-journal-state.
    if not tf-journal-written
        add 1 to tf-journal-failed-count
    end-if.

clear-pending section.
    open output pending-file.
    close pending-file.
