*>  on-call exactly as today.  the dataset is read once per job
*>  step and held in a table, the same way waiver-lookup holds
*>  WAIVERS -- a retry decision at 02:00 must not mean a fresh
*>  scan of a year of history per failing program.  only
*>  history archived under the step's own environment counts --
*>  a section flaky against QA fixtures says nothing about DEV.
*>  a VACUOUS run is not history either: its expecteds were
*>  perturbed, so a real break logs "P" there and would read as
*>  a pass beside its ordinary failures.
*>**
identification division.
program-id. flaky-lookup.
    end-read.

note-history-record section.
    if th-env-name not = tf-env-name
        exit section
    end-if.
    if th-run-mode = "VACUOUS"
        exit section
    end-if.
    perform scan-seen-table
        varying tf-seen-idx from 1 by 1
        until tf-seen-idx > tf-seen-count
