*>  shared tally.  CAPTURE mode does not apply here -- a file
*>  baseline is a dataset the analyst replaces whole, not a
*>  TESTEXP field -- so mismatches fail even in a capture run.
*>
*>  in a VACUOUS run (testmode) the compare is judged instead of
*>  the output: the baseline is taken as perturbed (its first
*>  record's first character flipped) and one record is logged
*>  for the whole compare.  a compare of a dataset against
*>  itself, or of two empty datasets, would pass the perturbed
*>  baseline too and is logged "V"; any other compare would
*>  reject it and is logged "P".  a dataset that cannot be opened
*>  still fails as always -- there was no compare to judge.
*>**
identification division.
program-id. assert-file-equals.
01 tf-mismatch-count pic 9(05) comp value zero.
01 tf-compare-done-flag pic x(01).
    88 tf-compare-done value "Y".
01 tf-open-failed-flag pic x(01).
    88 tf-open-failed value "Y".
01 tf-waiver-ticket pic x(12).
01 tf-waiver-state pic x(01).
    88 tf-waiver-active value "A".
    move "N" to tf-actual-eof-flag.
    move "N" to tf-baseline-eof-flag.
    move "N" to tf-compare-done-flag.
    move "N" to tf-open-failed-flag.
    move tf-actual-dsn to tf-actual-dsn-x.
    move tf-baseline-dsn to tf-baseline-dsn-x.
    perform check-waiver.
        close actual-file
        close baseline-file
    end-if.
    evaluate true
        when tf-vacuous-mode and not tf-open-failed
            perform report-vacuous-judgment
        when tf-mismatch-count = zero
            perform report-files-equal
    end-evaluate.
    goback.

open-both-files section.
        move "<readable actual dataset>" to tl-expected
        perform register-file-failure
        set tf-compare-done to true
        set tf-open-failed to true
        exit section
    end-if.
    open input baseline-file.
        move "<readable baseline dataset>" to tl-actual
        perform register-file-failure
        set tf-compare-done to true
        set tf-open-failed to true
    end-if.

read-actual section.
        when tf-actual-at-eof
            move tf-baseline-record (1:60) to tl-expected
            move "<end of file>" to tl-actual
            perform note-record-mismatch
            perform read-baseline
        when tf-baseline-at-eof
            move "<end of file>" to tl-expected
            move tf-actual-record (1:60) to tl-actual
            perform note-record-mismatch
            perform read-actual
        when tf-actual-record not = tf-baseline-record
            move tf-baseline-record (1:60) to tl-expected
            move tf-actual-record (1:60) to tl-actual
            perform note-record-mismatch
            perform read-actual
            perform read-baseline
        when other
        move spaces to tf-waiver-ticket
    end-if.

*>  a VACUOUS run only counts the differences -- the compare is
*>  judged once, at the end, not failed record by record.
note-record-mismatch section.
    if tf-vacuous-mode
        add 1 to tf-mismatch-count
    else
        perform register-file-failure
    end-if.

register-file-failure section.
    add 1 to tf-mismatch-count.
    add 1 to tf-tally-total.
    inspect tl-record replacing all low-value by space.
    call "log-manager-write" using tl-record.

report-vacuous-judgment section.
    add 1 to tf-tally-total.
    add 1 to tf-tally-pass.
    move tf-prog-name to tl-program-name.
    move tf-section-name to tl-section-name.
    move "<files equal>" to tl-actual.
    evaluate true
        when tf-mismatch-count not = zero
            move "P" to tl-pass-flag
            move "<perturbed baseline>" to tl-expected
            move "<files differ>" to tl-actual
            display "ASSERT PASS (CHANGE DETECTED)"
        when tf-actual-dsn = tf-baseline-dsn
            move "V" to tl-pass-flag
            move "<same dataset both sides>" to tl-expected
            add 1 to tf-tally-vacuous
            display "ASSERT PASS (VACUOUS)"
        when tf-record-number = zero
            move "V" to tl-pass-flag
            move "<both datasets empty>" to tl-expected
            add 1 to tf-tally-vacuous
            display "ASSERT PASS (VACUOUS)"
        when other
            move "P" to tl-pass-flag
            move "<perturbed baseline>" to tl-expected
            display "ASSERT PASS (CHANGE DETECTED)"
    end-evaluate.
    move function current-date to tl-timestamp.
    move spaces to tl-ticket.
    move tf-case-id to tl-case-id.
    inspect tl-record replacing all low-value by space.
    call "log-manager-write" using tl-record.

write-file-assertion section.
    if tf-waiver-active
        move "W" to tl-pass-flag
