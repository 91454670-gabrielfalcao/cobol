       >>SOURCE FORMAT FREE
*>**
*>  fixture-journal ...TK
*>
*>  shared TESTEXPJ writer for every program that rewrites the
*>  TESTEXP fixture dataset:
*>
*>    call "fixture-journal" using action, before-row, after-row,
*>                                 changed-by, operator, state.
*>
*>  before-row and after-row are te-record images
*>  (copybooks/testexp.cpy) of the fixture row as it stood and as
*>  it now stands; action is "A" (added -- before-row is ignored),
*>  "C" (changed), or "D" (deleted -- after-row is ignored).  one
*>  tj-record (copybooks/testjrnl.cpy) is appended per field: all
*>  four fields for an add or a delete, only the fields that
*>  actually differ for a change, so the journal reads as a list
*>  of real edits instead of a copy of the dataset.  the field
*>  comparison lives here, once, rather than in each writer.
*>
*>  callers journal only after their TESTEXP rewrite has been
*>  done -- the journal must never claim a change the fixture
*>  does not hold.  state comes back "W" when the records landed
*>  and "E" when TESTEXPJ could not be opened; the caller says so
*>  loudly, because the fixture has already moved and the audit
*>  trail for it has not.
*>**
identification division.
program-id. fixture-journal.
environment division.
configuration section.
repository. function all intrinsic.
input-output section.
file-control.
    select journal-file assign using tf-dsn-testexpj
        organization is line sequential
        file status is tf-journal-status.
data division.
file section.
fd journal-file.
copy testjrnl.
working-storage section.
copy testdsn.
01 tf-journal-status pic x(02).
01 tf-env-request pic x(10) value spaces.
01 tf-profile-state pic x(01).
01 tf-stamp pic x(26).
01 tf-field-type pic x(01).
01 tf-jr-old pic x(60).
01 tf-jr-new pic x(60).
01 tf-amount-image pic 9(11)v9(02).
01 tf-amount-image-x redefines tf-amount-image pic x(13).
01 tf-tol-image pic 9(07)v9(04).
01 tf-tol-image-x redefines tf-tol-image pic x(11).

linkage section.
01 tf-jr-action pic x(01).
    88 tf-jr-add value "A".
    88 tf-jr-change value "C".
    88 tf-jr-delete value "D".
copy testexp replacing ==01 te-record== by ==01 tf-jr-before==
    ==te-program-name== by ==tf-jb-program==
    ==te-section-name== by ==tf-jb-section==
    ==te-case-id== by ==tf-jb-case==
    ==te-default-case== by ==tf-jb-default-case==
    ==te-expected-value== by ==tf-jb-value==
    ==te-expected-amount== by ==tf-jb-amount==
    ==te-expected-date== by ==tf-jb-date==
    ==te-tolerance-type== by ==tf-jb-tol-type==
    ==te-tol-absolute== by ==tf-jb-tol-absolute==
    ==te-tol-percent== by ==tf-jb-tol-percent==
    ==te-tolerance-value== by ==tf-jb-tol-value==.
copy testexp replacing ==01 te-record== by ==01 tf-jr-after==
    ==te-program-name== by ==tf-ja-program==
    ==te-section-name== by ==tf-ja-section==
    ==te-case-id== by ==tf-ja-case==
    ==te-default-case== by ==tf-ja-default-case==
    ==te-expected-value== by ==tf-ja-value==
    ==te-expected-amount== by ==tf-ja-amount==
    ==te-expected-date== by ==tf-ja-date==
    ==te-tolerance-type== by ==tf-ja-tol-type==
    ==te-tol-absolute== by ==tf-ja-tol-absolute==
    ==te-tol-percent== by ==tf-ja-tol-percent==
    ==te-tolerance-value== by ==tf-ja-tol-value==.
01 tf-jr-changed-by pic x(30).
01 tf-jr-operator pic x(10).
01 tf-jr-state pic x(01).

procedure division using tf-jr-action tf-jr-before tf-jr-after
        tf-jr-changed-by tf-jr-operator tf-jr-state.
fixture-journal-main.
    move "E" to tf-jr-state.
    call "profile-resolve" using tf-env-request, tf-profile-state.
    open extend journal-file.
    if tf-journal-status = "35"
        open output journal-file
    end-if.
    if tf-journal-status not = "00"
        display "fixture-journal: cannot write " tf-dsn-testexpj
            " (status " tf-journal-status ")"
        goback
    end-if.
    move function current-date to tf-stamp.
    perform journal-value.
    perform journal-amount.
    perform journal-date.
    perform journal-tolerance.
    close journal-file.
    move "W" to tf-jr-state.
    goback.

journal-value section.
    move "V" to tf-field-type.
    move tf-jb-value to tf-jr-old.
    move tf-ja-value to tf-jr-new.
    perform write-if-moved.

journal-amount section.
    move "A" to tf-field-type.
    move spaces to tf-jr-old.
    move spaces to tf-jr-new.
    move tf-jb-amount to tf-amount-image.
    move tf-amount-image-x to tf-jr-old (1:13).
    move tf-ja-amount to tf-amount-image.
    move tf-amount-image-x to tf-jr-new (1:13).
    perform write-if-moved.

journal-date section.
    move "D" to tf-field-type.
    move tf-jb-date to tf-jr-old.
    move tf-ja-date to tf-jr-new.
    perform write-if-moved.

*>  the band is one edit, type and value together -- an analyst
*>  widening a band is asked about once, not twice.
journal-tolerance section.
    move "T" to tf-field-type.
    move spaces to tf-jr-old.
    move spaces to tf-jr-new.
    move tf-jb-tol-type to tf-jr-old (1:1).
    move tf-jb-tol-value to tf-tol-image.
    move tf-tol-image-x to tf-jr-old (2:11).
    move tf-ja-tol-type to tf-jr-new (1:1).
    move tf-ja-tol-value to tf-tol-image.
    move tf-tol-image-x to tf-jr-new (2:11).
    perform write-if-moved.

*>  an add has no before side and a delete no after side; the
*>  images the caller passed for those sides are never trusted.
write-if-moved section.
    evaluate true
        when tf-jr-add
            move spaces to tf-jr-old
        when tf-jr-delete
            move spaces to tf-jr-new
        when other
            if tf-jr-old = tf-jr-new
                exit section
            end-if
    end-evaluate.
    move spaces to tj-record.
    if tf-jr-add
        move tf-ja-program to tj-program-name
        move tf-ja-section to tj-section-name
        move tf-ja-case to tj-case-id
    else
        move tf-jb-program to tj-program-name
        move tf-jb-section to tj-section-name
        move tf-jb-case to tj-case-id
    end-if.
    move tf-jr-action to tj-action.
    move tf-field-type to tj-field-type.
    move tf-jr-old to tj-old-value.
    move tf-jr-new to tj-new-value.
    move tf-jr-changed-by to tj-changed-by.
    move tf-jr-operator to tj-operator-id.
    move tf-stamp to tj-timestamp.
    inspect tj-record replacing all low-value by space.
    write tj-record.

end program fixture-journal.
