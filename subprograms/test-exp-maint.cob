*>  whole dataset is rewritten from the in-memory table after
*>  every approved operation, so an abandoned session never
*>  leaves TESTEXP half-written.
*>
*>  every add, change, and delete is journaled to TESTEXPJ through
*>  fixture-journal once the rewrite is done -- the old and new
*>  value of each field that moved, this program's name, and the
*>  operator id (PARM token two, or asked for at the console when
*>  the PARM carries none) -- so "who moved the expected value,
*>  and when" outlives the rewrite that destroyed the old value.
*>**
identification division.
program-id. test-exp-maint.
01 tf-env-token pic x(10) value spaces.
01 tf-profile-state pic x(01).
    88 tf-profile-ready value "R".
01 tf-this-program pic x(30) value "test-exp-maint".
01 tf-operator-id pic x(10) value spaces.
01 tf-journal-action pic x(01).
01 tf-journal-state pic x(01).
    88 tf-journal-written value "W".
*>  byte-for-byte images of a te-record (copybooks/testexp.cpy) --
*>  tf-exp-entry carries the same fields in the same order, so a
*>  table row moves straight in.
01 tf-before-row pic x(163).
01 tf-after-row pic x(163).
01 tf-testexp-status pic x(02).
01 tf-exp-eof-flag pic x(01) value "N".
    88 tf-exp-at-eof value "Y".
    if not tf-profile-ready
        goback
    end-if.
    perform accept-operator.
    if tf-operator-id = spaces
        display "test-exp-maint: an operator id is required -- every "
            "change is journaled under one"
        goback
    end-if.
    call "catalog-load" using tf-catalog-state.
    if not tf-catalog-ready
        display "test-exp-maint: catalog did not load -- stopping"

*>  PARM token one names the environment profile, so the analyst
*>  maintaining the QA fixtures edits the QA dataset and nothing
*>  else; blank means the base dataset names.  token two is the
*>  operator id the session's journal records carry.
resolve-profile section.
    accept tf-command-line from command-line.
    unstring tf-command-line delimited by all space
        into tf-env-token, tf-operator-id.
    call "profile-resolve" using tf-env-token, tf-profile-state.
    if not tf-profile-ready
        display "test-exp-maint: environment profile did not "
            "resolve -- stopping"
    end-if.

accept-operator section.
    if tf-operator-id = spaces
        display "operator id: " with no advancing
        accept tf-operator-id
    end-if.

load-testexp section.
    open input testexp-file.
    if tf-testexp-status not = "00"
    move tf-input-date to tf-exp-date (tf-exp-idx).
    move tf-input-tol-type to tf-exp-tol-type (tf-exp-idx).
    move tf-work-tol to tf-exp-tol-value (tf-exp-idx).
    move spaces to tf-before-row.
    move tf-exp-entry (tf-exp-idx) to tf-after-row.
    perform rewrite-testexp.
    move "A" to tf-journal-action.
    perform journal-change.
    display "test-exp-maint: row added".

change-row section.
            end-if
        end-if
    end-if.
    move tf-exp-entry (tf-exp-idx) to tf-before-row.
    if tf-input-value not = spaces
        move tf-input-value to tf-exp-value (tf-exp-idx)
    end-if.
        when other
            continue
    end-evaluate.
    move tf-exp-entry (tf-exp-idx) to tf-after-row.
    perform rewrite-testexp.
    move "C" to tf-journal-action.
    perform journal-change.
    display "test-exp-maint: row changed".

delete-row section.
        display "test-exp-maint: delete abandoned"
        exit section
    end-if.
    move tf-exp-entry (tf-exp-idx) to tf-before-row.
    move spaces to tf-after-row.
    perform shift-exp-table
        varying tf-exp-idx from tf-exp-idx by 1
        until tf-exp-idx >= tf-exp-count.
    subtract 1 from tf-exp-count.
    perform rewrite-testexp.
    move "D" to tf-journal-action.
    perform journal-change.
    display "test-exp-maint: row deleted".

shift-exp-table section.
        move 29 to tf-month-limit
    end-if.

*>  journaled only after the rewrite, so TESTEXPJ never records
*>  a change TESTEXP does not hold.  a journal that cannot be
*>  written does not undo the change -- it is said out loud so
*>  the gap in the audit trail is known the moment it opens.
journal-change section.
    call "fixture-journal" using tf-journal-action, tf-before-row,
        tf-after-row, tf-this-program, tf-operator-id,
        tf-journal-state.
    if not tf-journal-written
        display "test-exp-maint: TESTEXP was rewritten but the "
            "change could NOT be journaled to TESTEXPJ"
    end-if.

rewrite-testexp section.
    open output testexp-file.
    perform write-exp-row
