*>  group records by run and keep smoke runs and full regression
*>  sweeps apart.  called by test-suite-runner at the end of each
*>  run, the same way the assert verbs are called per assertion.
*>  the environment profile the step resolved is stamped on every
*>  record as well, so DEV and QA history stay apart, and each
*>  assertion's case id rides along so test-hist-inquiry can
*>  answer for a single case.
*>**
identification division.
program-id. test-history-archiver.
    move tl-section-name to th-section-name.
    move tl-pass-flag to th-pass-flag.
    move tl-timestamp to th-timestamp.
    move tf-env-name to th-env-name.
    move tl-case-id to th-case-id.
    write th-record.
    add 1 to tf-archived-count.
    perform read-testlog.
