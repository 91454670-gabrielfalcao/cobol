*>  handover reads -- "did last night pass" stops being a
*>  reconstruction from three report files and the console log.
*>
*>  RUNSTAT only ever holds last night's record, so every
*>  completed run's record is also appended, unchanged, to the
*>  permanent RUNHIST dataset -- by test-suite-runner on a
*>  serial run, and by test-shard-merge for the one consolidated
*>  record of a split run (stream id 00, never the per-stream
*>  shards, so a split night counts as one run).  RUNHIST is what
*>  test-sla-report reads for the monthly batch-window figures.
*>
*>  the return-code ladder, documented here because this is the
*>  record the scheduler parses:
*>      0 = clean -- every assertion passed
*>      4 = waived-only -- failures occurred but every one was
*>          absorbed by an unexpired waiver
*>      8 = failures present (including a FAILFAST stop)
*>     16 = run aborted with no failures logged -- before the
*>          catalog walk started (bad PARM, catalog would not
*>          load, lock refused, ...) or part way through it (a
*>          checkpoint that could not be recorded); the walk
*>          flag below tells the two apart
*>**
01 rs-record.
    05 rs-run-id pic x(16).
        88 rs-rc-waived-only value 4.
        88 rs-rc-failures value 8.
        88 rs-rc-aborted value 16.
*>  CATALOG for a full walk, IMPACT for a run that walked only
*>  the entries a release's CHGLIST selected (impact-select).
    05 rs-select-mode pic x(10).
        88 rs-select-impact value "IMPACT".
*>  "Y" once the run reached its catalog walk -- from then on
*>  TESTLOG holds this run's records, however the run ended.
*>  space for a run that stopped before it: TESTLOG is still
*>  the one the run before it left.
    05 rs-walk-flag pic x(01).
        88 rs-walk-started value "Y".
