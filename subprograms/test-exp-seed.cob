*>  only its last four characters behind asterisks -- enough to
*>  eyeball a baseline against a report, not enough to identify
*>  anyone.
*>
*>  every seeded TESTEXP row is journaled to TESTEXPJ through
*>  fixture-journal as an add, under this program's name and the
*>  operator id from PARM token two ("BATCH" when an unattended
*>  job passes none).  the journal entries are staged as the rows
*>  are written and journaled only once TESTEXP is closed, and
*>  only for rows whose write landed, so the journal never claims
*>  a row the fixture does not hold; a row that cannot be staged
*>  is skipped rather than seeded unjournaled.  a TESTEXP write
*>  that fails is reported and ends the seed with return code 8.
*>**
identification division.
program-id. test-exp-seed.
01 tf-env-token pic x(10) value spaces.
01 tf-profile-state pic x(01).
    88 tf-profile-ready value "R".
01 tf-this-program pic x(30) value "test-exp-seed".
01 tf-operator-id pic x(10) value spaces.
01 tf-journal-state pic x(01).
    88 tf-journal-written value "W".
01 tf-journal-failed-count pic 9(05) comp value zero.
*>  byte-for-byte te-record images handed to fixture-journal; a
*>  seeded row has no before side.
01 tf-journal-action pic x(01) value "A".
01 tf-before-row pic x(163) value spaces.
*>  one staged after image per seeded row, journaled after the
*>  TESTEXP close.
01 tf-jrn-count pic 9(04) comp value zero.
01 tf-jrn-idx pic 9(04) comp value zero.
01 tf-jrn-max pic 9(04) comp value 200.
01 tf-jrn-table.
    05 tf-jrn-after pic x(163) occurs 200 times.
01 tf-extract-status pic x(02).
01 tf-testexp-status pic x(02).
01 tf-baseline-status pic x(02).
01 tf-seeded-count pic 9(05) comp value zero.
01 tf-dupe-count pic 9(05) comp value zero.
01 tf-baseline-count pic 9(05) comp value zero.
01 tf-unstaged-count pic 9(05) comp value zero.
01 tf-write-failed-count pic 9(05) comp value zero.
01 tf-catalog-idx pic 9(04) comp.
01 tf-date-year pic 9(04).
01 tf-date-month pic 9(02).
        " TESTEXP row(s), wrote " tf-baseline-count
        " BASENEW baseline record(s), skipped " tf-dupe-count
        " duplicate key(s)".
    if tf-unstaged-count > zero
        display "test-exp-seed: " tf-unstaged-count
            " row(s) skipped -- journal staging was full"
    end-if.
    if tf-journal-failed-count > zero
        display "test-exp-seed: " tf-journal-failed-count
            " seeded row(s) could NOT be journaled to TESTEXPJ"
    end-if.
    if tf-write-failed-count > zero
        display "test-exp-seed: " tf-write-failed-count
            " TESTEXP write(s) failed -- those rows were not seeded"
        move 8 to return-code
    end-if.
    goback.

*>  PARM token one names the environment profile, so a QA seed
*>  lands in the QA fixture dataset; blank means the base names.
*>  EXTRACT and BASENEW stay literal -- they are the one-off
*>  input and output of this utility, not suite datasets.  token
*>  two is the operator id the journal records carry.
resolve-profile section.
    accept tf-command-line from command-line.
    unstring tf-command-line delimited by all space
        into tf-env-token, tf-operator-id.
    if tf-operator-id = spaces
        move "BATCH" to tf-operator-id
    end-if.
    call "profile-resolve" using tf-env-token, tf-profile-state.
    if not tf-profile-ready
        display "test-exp-seed: environment profile did not "
    close baseline-file.
    close testexp-file.
    close extract-file.
    perform write-journal
        varying tf-jrn-idx from 1 by 1
        until tf-jrn-idx > tf-jrn-count.

emit-one-row section.
    perform mask-one-record.
        add 1 to tf-dupe-count
        exit section
    end-if.
    if tf-jrn-count >= tf-jrn-max
        display "test-exp-seed: journal staging is full (max "
            tf-jrn-max ") -- " function trim(ex-program-name) " / "
            function trim(ex-section-name) " / "
            function trim(tf-work-case) " skipped"
        add 1 to tf-unstaged-count
        exit section
    end-if.
    perform write-exp-row.
    if tf-testexp-status = "00"
        perform note-exp-key
    end-if.

*>  the customer name is replaced whole; the account keeps only
*>  its last four characters behind asterisks.
    move space to te-tolerance-type.
    move zero to te-tolerance-value.
    write te-record.
    if tf-testexp-status not = "00"
        display "test-exp-seed: TESTEXP write for "
            function trim(ex-program-name) " / "
            function trim(ex-section-name) " / "
            function trim(tf-work-case) " failed (status "
            tf-testexp-status ")"
        add 1 to tf-write-failed-count
        exit section
    end-if.
    add 1 to tf-seeded-count.
    add 1 to tf-jrn-count.
    move te-record to tf-jrn-after (tf-jrn-count).

write-journal section.
    call "fixture-journal" using tf-journal-action, tf-before-row,
        tf-jrn-after (tf-jrn-idx), tf-this-program, tf-operator-id,
        tf-journal-state.
    if not tf-journal-written
        add 1 to tf-journal-failed-count
    end-if.

note-exp-key section.
    if tf-exp-count >= tf-exp-max
