*>  the streams were launched with (passed through to the
*>  archive so TESTHIST carries the right parms), then the
*>  environment profile the streams ran under.
*>
*>  the per-stream RUNSTAT1..n shards are consolidated too: one
*>  RUNSTAT record for the whole night -- the earliest stream
*>  start and the latest stream end as the window, the tallies
*>  summed, RESTART if any stream restarted, and the worst
*>  stream's rung of the return-code ladder (a stream that left
*>  no shard never finished, and counts as 16), IMPACT if the
*>  streams walked a change-impact selection -- written to
*>  RUNSTAT and appended to RUNHIST exactly as a serial run's
*>  record is, so a split night is one run in the history, not n.
*>  the night's run mode is the one the streams recorded, not
*>  the PARM's (a mismatch is displayed): a VACUOUS night merged
*>  under the default CONTINUE must still read as VACUOUS to
*>  everything downstream, the archive included.  once RUNSTAT
*>  is written the shards are emptied, so a stream that leaves
*>  no shard tomorrow counts as aborted instead of passing off
*>  tonight's record as its own.
*>
*>  when the prior consolidated RUNSTAT is a VACUOUS night's
*>  whose walk began, the TESTLOG it left holds no real verdicts
*>  and is not snapshotted: PREVLOG stays the last real night's,
*>  as on a serial run.
*>**
identification division.
program-id. test-shard-merge.
    select prevtime-file assign using tf-dsn-prevtime
        organization is line sequential
        file status is tf-prevtime-status.
    select shard-stat-file assign using tf-shard-stat-dsn
        organization is line sequential
        file status is tf-shard-stat-status.
    select merged-stat-file assign using tf-dsn-runstat
        organization is line sequential
        file status is tf-merged-stat-status.
    select runhist-file assign using tf-dsn-runhist
        organization is line sequential
        file status is tf-runhist-status.
data division.
file section.
fd shard-log-file.
01 tf-merged-time-record pic x(39).
fd prevtime-file.
01 tf-prevtime-record pic x(39).
fd shard-stat-file.
copy testrst.
fd merged-stat-file.
*>  byte-for-byte image of an rs-record (copybooks/testrst.cpy).
01 tf-merged-stat-record pic x(153).
fd runhist-file.
01 tf-runhist-record pic x(153).
working-storage section.
copy testdsn.
01 tf-shard-log-status pic x(02).
01 tf-shard-log-dsn pic x(12).
01 tf-shard-time-dsn pic x(12).
01 tf-merged-count pic 9(05) comp value zero.
01 tf-shard-stat-dsn pic x(12).
01 tf-shard-stat-status pic x(02).
*>  a shard emptied by the last merge opens clean and reads at
*>  end; the read's status is kept across the close.
01 tf-shard-read-status pic x(02).
01 tf-merged-stat-status pic x(02).
01 tf-runhist-status pic x(02).
01 tf-stat-read-count pic 9(02) comp value zero.
01 tf-stat-missing-count pic 9(02) comp value zero.
*>  the consolidated record, built up one shard at a time.
copy testrst replacing ==01 rs-record== by ==01 tf-night-stat==
    ==rs-run-id== by ==tf-ns-run-id==
    ==rs-tag-filter== by ==tf-ns-tag-filter==
    ==rs-run-mode== by ==tf-ns-run-mode==
    ==rs-restart-flag== by ==tf-ns-restart-flag==
    ==rs-stream-id== by ==tf-ns-stream-id==
    ==rs-stream-count== by ==tf-ns-stream-count==
    ==rs-retry-limit== by ==tf-ns-retry-limit==
    ==rs-tally-total== by ==tf-ns-tally-total==
    ==rs-tally-pass== by ==tf-ns-tally-pass==
    ==rs-tally-fail== by ==tf-ns-tally-fail==
    ==rs-tally-waived== by ==tf-ns-tally-waived==
    ==rs-start-stamp== by ==tf-ns-start-stamp==
    ==rs-end-stamp== by ==tf-ns-end-stamp==
    ==rs-return-code== by ==tf-ns-return-code==
    ==rs-rc-clean== by ==tf-ns-rc-clean==
    ==rs-rc-waived-only== by ==tf-ns-rc-waived-only==
    ==rs-rc-failures== by ==tf-ns-rc-failures==
    ==rs-rc-aborted== by ==tf-ns-rc-aborted==
    ==rs-select-mode== by ==tf-ns-select-mode==
    ==rs-select-impact== by ==tf-ns-select-impact==
    ==rs-walk-flag== by ==tf-ns-walk-flag==
    ==rs-walk-started== by ==tf-ns-walk-started==.

procedure division.
merge-shards.
    perform merge-log-shards.
    perform snapshot-prior-time.
    perform merge-time-shards.
    perform merge-stat-shards.
    call "test-history-archiver" using tf-tag-filter, tf-run-mode.
    call "test-alert-extract" using tf-tag-filter, tf-run-mode.
    goback.
        " env=" tf-env-token.

snapshot-prior-log section.
    open input merged-stat-file.
    if tf-merged-stat-status = "00"
        read merged-stat-file into tf-night-stat
            at end move "10" to tf-merged-stat-status
        end-read
        close merged-stat-file
        if tf-merged-stat-status = "00"
                and tf-ns-run-mode = "VACUOUS"
                and tf-ns-walk-started
            display "test-shard-merge: prior run was VACUOUS -- "
                "PREVLOG left as it stands"
            exit section
        end-if
    end-if.
    move "N" to tf-eof-flag.
    open input merged-log-file.
    if tf-merged-log-status not = "00"
        at end set tf-at-eof to true
    end-read.

merge-stat-shards section.
    move spaces to tf-night-stat.
    move tf-tag-filter to tf-ns-tag-filter.
    move tf-run-mode to tf-ns-run-mode.
    move "NORESTART" to tf-ns-restart-flag.
    move zero to tf-ns-stream-id.
    move tf-stream-count to tf-ns-stream-count.
    move zero to tf-ns-retry-limit.
    move zero to tf-ns-tally-total.
    move zero to tf-ns-tally-pass.
    move zero to tf-ns-tally-fail.
    move zero to tf-ns-tally-waived.
    move zero to tf-ns-return-code.
    move "CATALOG" to tf-ns-select-mode.
    perform fold-stat-shard
        varying tf-stream-idx from 1 by 1
        until tf-stream-idx > tf-stream-count.
    if tf-stat-read-count = zero
        display "test-shard-merge: no RUNSTAT shard readable -- "
            "no consolidated RUNSTAT written"
        exit section
    end-if.
    if tf-stat-missing-count > zero
        move 16 to tf-ns-return-code
    end-if.
    if tf-ns-run-mode not = tf-run-mode
        display "test-shard-merge: streams ran in run mode "
            tf-ns-run-mode " but the PARM says " tf-run-mode
            " -- the streams' mode is recorded"
        move tf-ns-run-mode to tf-run-mode
    end-if.
    open output merged-stat-file.
    if tf-merged-stat-status not = "00"
        display "test-shard-merge: cannot write " tf-dsn-runstat
            " (status " tf-merged-stat-status ")"
    else
        write tf-merged-stat-record from tf-night-stat
        close merged-stat-file
        perform empty-stat-shard
            varying tf-stream-idx from 1 by 1
            until tf-stream-idx > tf-stream-count
    end-if.
    open extend runhist-file.
    if tf-runhist-status = "35"
        open output runhist-file
    end-if.
    if tf-runhist-status not = "00"
        display "test-shard-merge: cannot append to " tf-dsn-runhist
            " (status " tf-runhist-status ")"
        exit section
    end-if.
    write tf-runhist-record from tf-night-stat.
    close runhist-file.
    display "test-shard-merge: " tf-stat-read-count
        " RUNSTAT shard(s) consolidated, return code "
        tf-ns-return-code.

*>  the ladder is ordered worst-highest, so the night's rung is
*>  simply the highest stream rung.  the run id is the one the
*>  earliest-starting stream stamped.  the streams are launched
*>  with one run mode; should they disagree, VACUOUS wins -- a
*>  night with any perturbed stream is no night's results.
fold-stat-shard section.
    move tf-stream-idx to tf-stream-digit.
    move spaces to tf-shard-stat-dsn.
    string function trim(tf-dsn-runstat) delimited by size
        tf-stream-digit delimited by size
        into tf-shard-stat-dsn.
    open input shard-stat-file.
    if tf-shard-stat-status = "00"
        read shard-stat-file
            at end move "10" to tf-shard-stat-status
        end-read
        if tf-shard-stat-status not = "00"
            move tf-shard-stat-status to tf-shard-read-status
            close shard-stat-file
            move tf-shard-read-status to tf-shard-stat-status
        end-if
    end-if.
    if tf-shard-stat-status not = "00"
        display "test-shard-merge: shard " tf-shard-stat-dsn
            " not readable (status " tf-shard-stat-status
            ") -- stream counted as aborted"
        add 1 to tf-stat-missing-count
        exit section
    end-if.
    add 1 to tf-stat-read-count.
    if tf-stat-read-count = 1
        move rs-run-mode to tf-ns-run-mode
    end-if.
    if rs-run-mode not = tf-ns-run-mode
        display "test-shard-merge: shard " tf-shard-stat-dsn
            " ran in run mode " rs-run-mode " -- streams disagree"
        if rs-run-mode = "VACUOUS"
            move rs-run-mode to tf-ns-run-mode
        end-if
    end-if.
    if rs-walk-started
        set tf-ns-walk-started to true
    end-if.
    if tf-stat-read-count = 1 or rs-start-stamp < tf-ns-start-stamp
        move rs-start-stamp to tf-ns-start-stamp
        move rs-run-id to tf-ns-run-id
    end-if.
    if tf-stat-read-count = 1 or rs-end-stamp > tf-ns-end-stamp
        move rs-end-stamp to tf-ns-end-stamp
    end-if.
    if rs-restart-flag = "RESTART"
        move "RESTART" to tf-ns-restart-flag
    end-if.
    if rs-retry-limit > tf-ns-retry-limit
        move rs-retry-limit to tf-ns-retry-limit
    end-if.
    if rs-select-impact
        move "IMPACT" to tf-ns-select-mode
    end-if.
    add rs-tally-total to tf-ns-tally-total.
    add rs-tally-pass to tf-ns-tally-pass.
    add rs-tally-fail to tf-ns-tally-fail.
    add rs-tally-waived to tf-ns-tally-waived.
    if rs-return-code > tf-ns-return-code
        move rs-return-code to tf-ns-return-code
    end-if.
    close shard-stat-file.

empty-stat-shard section.
    move tf-stream-idx to tf-stream-digit.
    move spaces to tf-shard-stat-dsn.
    string function trim(tf-dsn-runstat) delimited by size
        tf-stream-digit delimited by size
        into tf-shard-stat-dsn.
    open output shard-stat-file.
    if tf-shard-stat-status not = "00"
        display "test-shard-merge: cannot empty shard "
            tf-shard-stat-dsn " (status " tf-shard-stat-status ")"
        exit section
    end-if.
    close shard-stat-file.

end program test-shard-merge.
