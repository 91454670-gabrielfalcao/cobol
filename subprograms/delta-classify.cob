       >>SOURCE FORMAT FREE
*>**
*>  delta-classify ...TK
*>
*>  the one NEW / STILL FAILING / FIXED classification of this
*>  run's failures against the PREVLOG snapshot, for every
*>  program that prints or acts on the delta -- the triage
*>  report, the defect-tracker interface, the ownership router:
*>
*>    call "delta-classify" using state.
*>
*>  fills the external tf-delta-area (copybooks/testdlta.cpy) and
*>  hands back state "L" when the table is loaded.  the rule is
*>  judged on the program/section: one failing now is NEW if it
*>  did not fail in the prior run and STILL FAILING if it did --
*>  every failing case of it, even a case that broke only today;
*>  one that failed before and is clean now is FIXED.  rows are
*>  kept per case so a ticket or a team report names the case,
*>  and test-delta-report prints the first row of each program/
*>  section.  only "F" records count as failing -- a waived "W"
*>  already has its ticket, and a skip is not a break of its own.
*>  a missing TESTLOG or PREVLOG reads as an empty run.
*>
*>  state comes back "V" with the table empty when RUNSTAT says
*>  the run was VACUOUS: its expecteds were perturbed, so its
*>  log says nothing about what broke or was fixed, and a delta
*>  taken from it would call every open break FIXED.
*>**
identification division.
program-id. delta-classify.
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
    select prevlog-file assign using tf-dsn-prevlog
        organization is line sequential
        file status is tf-prevlog-status.
data division.
file section.
fd runstat-file.
copy testrst.
fd testlog-file.
copy testlog.
fd prevlog-file.
*>  byte-for-byte image of a tl-record (copybooks/testlog.cpy),
*>  exactly as test-suite-runner snapshots it.
01 tf-prevlog-record pic x(241).
working-storage section.
copy testdsn.
copy testdlta.
01 tf-runstat-status pic x(02).
01 tf-testlog-status pic x(02).
01 tf-prevlog-status pic x(02).
01 tf-env-request pic x(10) value spaces.
01 tf-profile-state pic x(01).
01 tf-eof-flag pic x(01) value "N".
    88 tf-at-eof value "Y".
01 tf-delta-idx pic 9(04) comp value zero.
01 tf-delta-max pic 9(04) comp value 200.
01 tf-delta-overflow-flag pic x(01) value "N".
    88 tf-delta-table-full value "Y".
01 tf-section-seen-flag pic x(01).
    88 tf-section-seen value "Y".
*>  the prevlog image is unpicked through the same layout the
*>  runner copied it from.
01 tf-prior-image.
copy testlog replacing ==01 tl-record== by ==05 tl-prior-record==
    ==05 tl-program-name== by ==10 tl-prior-program==
    ==05 tl-section-name== by ==10 tl-prior-section==
    ==05 tl-expected== by ==10 tl-prior-expected==
    ==05 tl-actual== by ==10 tl-prior-actual==
    ==05 tl-pass-flag== by ==10 tl-prior-pass-flag==
    ==tl-passed== by ==tl-prior-passed==
    ==tl-failed== by ==tl-prior-failed==
    ==tl-captured== by ==tl-prior-captured==
    ==tl-waived== by ==tl-prior-waived==
    ==tl-retry-passed== by ==tl-prior-retry-passed==
    ==tl-skipped== by ==tl-prior-skipped==
    ==tl-vacuous== by ==tl-prior-vacuous==
    ==05 tl-timestamp== by ==10 tl-prior-timestamp==
    ==05 tl-ticket== by ==10 tl-prior-ticket==
    ==05 tl-case-id== by ==10 tl-prior-case==
    ==05 tl-delta== by ==10 tl-prior-delta==.

linkage section.
01 tf-delta-state pic x(01).

procedure division using tf-delta-state.
delta-classify-main.
    move spaces to tf-delta-state.
    move zero to tf-delta-count.
    move "N" to tf-delta-overflow-flag.
    call "profile-resolve" using tf-env-request, tf-profile-state.
    perform check-vacuous-run.
    if tf-delta-state = "V"
        goback
    end-if.
    perform load-current-failures.
    perform fold-prior-failures.
    move "L" to tf-delta-state.
    goback.

check-vacuous-run section.
    open input runstat-file.
    if tf-runstat-status not = "00"
        exit section
    end-if.
    read runstat-file
        at end move "10" to tf-runstat-status
    end-read.
    if tf-runstat-status = "00" and rs-run-mode = "VACUOUS"
        move "V" to tf-delta-state
    end-if.
    close runstat-file.

load-current-failures section.
    move "N" to tf-eof-flag.
    open input testlog-file.
    if tf-testlog-status not = "00"
        exit section
    end-if.
    perform read-testlog.
    perform until tf-at-eof
        if tl-failed
            perform note-current-failure
        end-if
        perform read-testlog
    end-perform.
    close testlog-file.

read-testlog section.
    read testlog-file
        at end set tf-at-eof to true
    end-read.

note-current-failure section.
    perform scan-delta-table
        varying tf-delta-idx from 1 by 1
        until tf-delta-idx > tf-delta-count
            or (tl-program-name = tf-delta-program (tf-delta-idx)
                and tl-section-name = tf-delta-section (tf-delta-idx)
                and tl-case-id = tf-delta-case (tf-delta-idx)).
    if tf-delta-idx <= tf-delta-count
        exit section
    end-if.
    perform check-table-room.
    if tf-delta-table-full
        exit section
    end-if.
    add 1 to tf-delta-count.
    move tl-program-name to tf-delta-program (tf-delta-count).
    move tl-section-name to tf-delta-section (tf-delta-count).
    move tl-case-id to tf-delta-case (tf-delta-count).
    move "N" to tf-delta-class (tf-delta-count).
    move tl-expected to tf-delta-expected (tf-delta-count).
    move tl-actual to tf-delta-actual (tf-delta-count).
    move tl-delta to tf-delta-amount-delta (tf-delta-count).
    move tl-ticket to tf-delta-ticket (tf-delta-count).

scan-delta-table section.
    continue.

check-table-room section.
    if tf-delta-count >= tf-delta-max
        if not tf-delta-table-full
            display "delta-classify: tf-delta-area is full (max "
                tf-delta-max ") -- dropping further failures"
            set tf-delta-table-full to true
        end-if
    end-if.

*>  a prior failure turns every current row of its program/
*>  section into STILL FAILING; with no current row at all the
*>  program/section is FIXED, one row per prior case.
fold-prior-failures section.
    move "N" to tf-eof-flag.
    open input prevlog-file.
    if tf-prevlog-status not = "00"
        exit section
    end-if.
    perform read-prevlog.
    perform until tf-at-eof
        move tf-prevlog-record to tf-prior-image
        if tl-prior-failed
            perform note-prior-failure
        end-if
        perform read-prevlog
    end-perform.
    close prevlog-file.

read-prevlog section.
    read prevlog-file
        at end set tf-at-eof to true
    end-read.

note-prior-failure section.
    move "N" to tf-section-seen-flag.
    perform mark-still-failing
        varying tf-delta-idx from 1 by 1
        until tf-delta-idx > tf-delta-count.
    if tf-section-seen
        exit section
    end-if.
    perform scan-delta-table
        varying tf-delta-idx from 1 by 1
        until tf-delta-idx > tf-delta-count
            or (tl-prior-program = tf-delta-program (tf-delta-idx)
                and tl-prior-section = tf-delta-section (tf-delta-idx)
                and tl-prior-case = tf-delta-case (tf-delta-idx)).
    if tf-delta-idx <= tf-delta-count
        exit section
    end-if.
    perform check-table-room.
    if tf-delta-table-full
        exit section
    end-if.
    add 1 to tf-delta-count.
    move tl-prior-program to tf-delta-program (tf-delta-count).
    move tl-prior-section to tf-delta-section (tf-delta-count).
    move tl-prior-case to tf-delta-case (tf-delta-count).
    move "X" to tf-delta-class (tf-delta-count).
    move tl-prior-expected to tf-delta-expected (tf-delta-count).
    move tl-prior-actual to tf-delta-actual (tf-delta-count).
    move tl-prior-delta to tf-delta-amount-delta (tf-delta-count).
    move tl-prior-ticket to tf-delta-ticket (tf-delta-count).

mark-still-failing section.
    if tl-prior-program = tf-delta-program (tf-delta-idx)
            and tl-prior-section = tf-delta-section (tf-delta-idx)
            and not tf-delta-fixed (tf-delta-idx)
        set tf-section-seen to true
        move "S" to tf-delta-class (tf-delta-idx)
    end-if.

end program delta-classify.
