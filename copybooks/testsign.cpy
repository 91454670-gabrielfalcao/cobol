*>**
*>  testsign ...TK
*>
*>  one record per release decision on the permanent SIGNOFF
*>  dataset, appended by test-signoff once the analyst has read
*>  the certificate: which release, judged on which run (run id,
*>  environment, selection mode, return code), what the rules
*>  recommended, what the analyst decided and why, and the
*>  counts the recommendation was made on.  the recommendation
*>  and the decision are kept side by side, so an approval given
*>  against a NO-GO is on the audit record as exactly that.
*>  nothing rewrites this dataset; a changed mind is a second
*>  record.
*>**
01 so-record.
    05 so-release-id pic x(20).
    05 so-run-id pic x(16).
    05 so-env-name pic x(10).
    05 so-select-mode pic x(10).
    05 so-return-code pic 9(02).
    05 so-recommendation pic x(11).
        88 so-recommend-go value "GO".
        88 so-recommend-conditional value "CONDITIONAL".
        88 so-recommend-no-go value "NO-GO".
    05 so-decision pic x(08).
        88 so-approved value "APPROVED".
        88 so-rejected value "REJECTED".
    05 so-analyst-id pic x(10).
    05 so-reason pic x(60).
    05 so-waived-count pic 9(05).
    05 so-retry-count pic 9(05).
    05 so-skipped-count pic 9(05).
    05 so-crit-unclean-count pic 9(05).
    05 so-flaky-count pic 9(05).
    05 so-decided-stamp pic x(26).
