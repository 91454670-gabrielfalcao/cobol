       >>SOURCE FORMAT FREE
*>**
*>  test-exp-history ...TK
*>
*>  fixture change-history report: reads the TESTEXPJ journal
*>  fixture-journal appends for every TESTEXP add, change and
*>  delete, and prints the changes that fall in a date range
*>  and/or belong to one program or program/section -- who moved
*>  an expected value, from what to what, when, and through
*>  which program, without piecing it together from old copies
*>  of the dataset.
*>
*>  PARM tokens: from date, to date (both yyyy-mm-dd, inclusive),
*>  program, section, and environment profile.  "*" (or an
*>  omitted token) means "any" for the dates, program and
*>  section, so
*>      2026-01-01 2026-03-31
*>  is one quarter across the whole fixture, and
*>      * * CALC-INTEREST MONTH-END
*>  is the full life of one section.  a date that is not
*>  yyyy-mm-dd, or a from date after the to date, stops the run
*>  with return code 8 rather than printing an empty report that
*>  reads like "nothing changed".
*>
*>  each change prints two lines: when/what/who, then the old and
*>  new value -- the amount edited with its decimal point, the
*>  tolerance band as type plus edited value.
*>**
identification division.
program-id. test-exp-history.
environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select journal-file assign using tf-dsn-testexpj
        organization is line sequential
        file status is tf-journal-status.
    select report-file assign using tf-dsn-jrnlrpt
        organization is line sequential
        file status is tf-report-status.
data division.
file section.
fd journal-file.
copy testjrnl.
fd report-file.
*>  worst case: the first line carries ~60 bytes of literal text,
*>  three 30-byte names, the case id and the operator id; the
*>  second two 60-byte values and ~20 bytes of text.  sized well
*>  past both so a change line can never be cut short.
01 tf-report-line pic x(220).
working-storage section.
copy testdsn.
01 tf-journal-status pic x(02).
01 tf-report-status pic x(02).
01 tf-profile-state pic x(01).
    88 tf-profile-ready value "R".
01 tf-eof-flag pic x(01) value "N".
    88 tf-at-eof value "Y".
*>  unstring leaves unfilled receivers untouched, so these must
*>  start as spaces for short PARMs to fall through to "any".
01 tf-command-line pic x(80) value spaces.
01 tf-from-token pic x(10) value spaces.
01 tf-to-token pic x(10) value spaces.
01 tf-program-filter pic x(30) value spaces.
01 tf-section-filter pic x(30) value spaces.
01 tf-env-token pic x(10) value spaces.
01 tf-from-date pic x(08) value "00000000".
01 tf-to-date pic x(08) value "99999999".
01 tf-date-token pic x(10).
01 tf-date-work pic x(08).
01 tf-valid-flag pic x(01).
    88 tf-date-valid value "Y".
    88 tf-date-invalid value "N".
01 tf-listed-count pic 9(05) comp value zero.
01 tf-add-count pic 9(05) comp value zero.
01 tf-change-count pic 9(05) comp value zero.
01 tf-delete-count pic 9(05) comp value zero.
01 tf-count-edit pic z(04)9.
01 tf-line-ptr pic 9(04) comp.
01 tf-action-text pic x(06).
01 tf-field-text pic x(09).
01 tf-old-text pic x(60).
01 tf-new-text pic x(60).
01 tf-shown-value pic x(60).
01 tf-raw-value pic x(60).
01 tf-amount-image-x pic x(13).
01 tf-amount-image redefines tf-amount-image-x pic 9(11)v9(02).
01 tf-amount-edit pic z(10)9.99.
01 tf-tol-image-x pic x(11).
01 tf-tol-image redefines tf-tol-image-x pic 9(07)v9(04).
01 tf-tol-edit pic z(06)9.9(04).

procedure division.
build-history.
    perform resolve-profile.
    if not tf-profile-ready
        move 8 to return-code
        goback
    end-if.
    perform check-date-range.
    if tf-date-invalid
        move 8 to return-code
        goback
    end-if.
    open input journal-file.
    if tf-journal-status not = "00"
        display "test-exp-history: no TESTEXPJ journal to report "
            "(status " tf-journal-status ")"
        move 4 to return-code
        goback
    end-if.
    open output report-file.
    perform write-report-title.
    perform read-journal.
    perform until tf-at-eof
        if tj-timestamp (1:8) >= tf-from-date
                and tj-timestamp (1:8) <= tf-to-date
                and (tf-program-filter = spaces
                    or tj-program-name = tf-program-filter)
                and (tf-section-filter = spaces
                    or tj-section-name = tf-section-filter)
            perform write-change
        end-if
        perform read-journal
    end-perform.
    perform write-totals.
    close report-file.
    close journal-file.
    display "test-exp-history: " tf-listed-count
        " fixture change(s) listed".
    goback.

*>  PARM token five names the environment profile, so a QA
*>  history reads the QA journal; blank means the base names.
resolve-profile section.
    accept tf-command-line from command-line.
    unstring tf-command-line delimited by all space
        into tf-from-token, tf-to-token, tf-program-filter,
            tf-section-filter, tf-env-token.
    if tf-program-filter = "*"
        move spaces to tf-program-filter
    end-if.
    if tf-section-filter = "*"
        move spaces to tf-section-filter
    end-if.
    call "profile-resolve" using tf-env-token, tf-profile-state.
    if not tf-profile-ready
        display "test-exp-history: environment profile did not "
            "resolve -- stopping"
    end-if.

*>  the journal stamp is current-date, so its first eight bytes
*>  are yyyymmdd and compare directly against the range bounds.
check-date-range section.
    set tf-date-valid to true.
    if tf-from-token not = spaces and tf-from-token not = "*"
        move tf-from-token to tf-date-token
        perform validate-date-token
        if tf-date-invalid
            exit section
        end-if
        move tf-date-work to tf-from-date
    end-if.
    if tf-to-token not = spaces and tf-to-token not = "*"
        move tf-to-token to tf-date-token
        perform validate-date-token
        if tf-date-invalid
            exit section
        end-if
        move tf-date-work to tf-to-date
    end-if.
    if tf-from-date > tf-to-date
        display "test-exp-history: from date " tf-from-token
            " is after to date " tf-to-token " -- stopping"
        set tf-date-invalid to true
    end-if.

validate-date-token section.
    set tf-date-invalid to true.
    if tf-date-token (5:1) not = "-"
            or tf-date-token (8:1) not = "-"
            or tf-date-token (1:4) not numeric
            or tf-date-token (6:2) not numeric
            or tf-date-token (9:2) not numeric
            or tf-date-token (6:2) < "01" or tf-date-token (6:2) > "12"
            or tf-date-token (9:2) < "01" or tf-date-token (9:2) > "31"
        display "test-exp-history: date [" tf-date-token
            "] is not yyyy-mm-dd -- stopping"
        exit section
    end-if.
    string tf-date-token (1:4) tf-date-token (6:2) tf-date-token (9:2)
        delimited by size into tf-date-work.
    set tf-date-valid to true.

read-journal section.
    read journal-file
        at end set tf-at-eof to true
    end-read.

write-report-title section.
    move spaces to tf-report-line.
    string "FIXTURE CHANGE HISTORY" delimited by size
        into tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    string "======================" delimited by size
        into tf-report-line.
    write tf-report-line.
    perform write-selection-line.

*>  the selection line echoes exactly what was asked for, so a
*>  report that lists nothing says why.
write-selection-line section.
    move spaces to tf-report-line.
    move 1 to tf-line-ptr.
    string "selection: dates " delimited by size
        into tf-report-line with pointer tf-line-ptr.
    if tf-from-date = "00000000"
        string "ANY" delimited by size
            into tf-report-line with pointer tf-line-ptr
    else
        string tf-from-token delimited by size
            into tf-report-line with pointer tf-line-ptr
    end-if.
    string " thru " delimited by size
        into tf-report-line with pointer tf-line-ptr.
    if tf-to-date = "99999999"
        string "ANY" delimited by size
            into tf-report-line with pointer tf-line-ptr
    else
        string tf-to-token delimited by size
            into tf-report-line with pointer tf-line-ptr
    end-if.
    string "  program " delimited by size
        into tf-report-line with pointer tf-line-ptr.
    if tf-program-filter = spaces
        string "ALL" delimited by size
            into tf-report-line with pointer tf-line-ptr
    else
        string tf-program-filter delimited by space
            into tf-report-line with pointer tf-line-ptr
    end-if.
    string "  section " delimited by size
        into tf-report-line with pointer tf-line-ptr.
    if tf-section-filter = spaces
        string "ALL" delimited by size
            into tf-report-line with pointer tf-line-ptr
    else
        string tf-section-filter delimited by space
            into tf-report-line with pointer tf-line-ptr
    end-if.
    write tf-report-line.
    move spaces to tf-report-line.
    write tf-report-line.

write-change section.
    add 1 to tf-listed-count.
    evaluate true
        when tj-action-add
            move "ADD" to tf-action-text
            add 1 to tf-add-count
        when tj-action-delete
            move "DELETE" to tf-action-text
            add 1 to tf-delete-count
        when other
            move "CHANGE" to tf-action-text
            add 1 to tf-change-count
    end-evaluate.
    evaluate true
        when tj-field-amount
            move "AMOUNT" to tf-field-text
        when tj-field-date
            move "DATE" to tf-field-text
        when tj-field-tolerance
            move "TOLERANCE" to tf-field-text
        when other
            move "VALUE" to tf-field-text
    end-evaluate.
    move tj-old-value to tf-raw-value.
    perform show-field-value.
    move tf-shown-value to tf-old-text.
    move tj-new-value to tf-raw-value.
    perform show-field-value.
    move tf-shown-value to tf-new-text.
    move spaces to tf-report-line.
    string tj-timestamp (1:4) "-" tj-timestamp (5:2) "-"
            tj-timestamp (7:2) " " tj-timestamp (9:2) ":"
            tj-timestamp (11:2) ":" tj-timestamp (13:2)
            "  " tf-action-text "  " delimited by size
        tj-program-name delimited by space
        " / " delimited by size
        tj-section-name delimited by space
        " / " delimited by size
        tj-case-id delimited by space
        "  " delimited by size
        tf-field-text delimited by space
        "  by " delimited by size
        tj-changed-by delimited by space
        "  operator " delimited by size
        tj-operator-id delimited by space
        into tf-report-line.
    write tf-report-line.
    move spaces to tf-report-line.
    string "      old [" delimited by size
        function trim(tf-old-text) delimited by size
        "] new [" delimited by size
        function trim(tf-new-text) delimited by size
        "]" delimited by size
        into tf-report-line.
    write tf-report-line.

*>  the journal carries the amount and the tolerance unedited,
*>  as TESTEXP holds them; the blank side of an add or delete
*>  stays blank.
show-field-value section.
    move tf-raw-value to tf-shown-value.
    if tf-raw-value = spaces
        exit section
    end-if.
    evaluate true
        when tj-field-amount
            move tf-raw-value (1:13) to tf-amount-image-x
            if tf-amount-image-x numeric
                move tf-amount-image to tf-amount-edit
                move function trim(tf-amount-edit) to tf-shown-value
            end-if
        when tj-field-tolerance
            move tf-raw-value (2:11) to tf-tol-image-x
            if tf-raw-value (1:1) = space
                move "exact" to tf-shown-value
            else
                if tf-tol-image-x numeric
                    move tf-tol-image to tf-tol-edit
                    move spaces to tf-shown-value
                    string tf-raw-value (1:1) " " delimited by size
                        function trim(tf-tol-edit) delimited by size
                        into tf-shown-value
                end-if
            end-if
    end-evaluate.

write-totals section.
    move spaces to tf-report-line.
    write tf-report-line.
    if tf-listed-count = zero
        move spaces to tf-report-line
        string "  (no fixture changes match the selection)"
            delimited by size into tf-report-line
        write tf-report-line
    end-if.
    move tf-listed-count to tf-count-edit.
    move spaces to tf-report-line.
    string "changes listed: " delimited by size
        tf-count-edit delimited by size
        into tf-report-line.
    write tf-report-line.
    move tf-add-count to tf-count-edit.
    move spaces to tf-report-line.
    string "  adds    " delimited by size
        tf-count-edit delimited by size
        into tf-report-line.
    write tf-report-line.
    move tf-change-count to tf-count-edit.
    move spaces to tf-report-line.
    string "  changes " delimited by size
        tf-count-edit delimited by size
        into tf-report-line.
    write tf-report-line.
    move tf-delete-count to tf-count-edit.
    move spaces to tf-report-line.
    string "  deletes " delimited by size
        tf-count-edit delimited by size
        into tf-report-line.
    write tf-report-line.

end program test-exp-history.
