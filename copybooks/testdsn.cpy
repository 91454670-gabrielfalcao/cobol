    05 tf-dsn-auditrpt pic x(12).
    05 tf-dsn-trendrpt pic x(12).
    05 tf-dsn-alertout pic x(12).
*>  the TESTEXP change journal and its change-history report.
    05 tf-dsn-testexpj pic x(12).
    05 tf-dsn-jrnlrpt pic x(12).
*>  the TESTDRV driven-case rows the drv-test harness walks.
    05 tf-dsn-testdrv pic x(12).
*>  the permanent run-history dataset every completed run's
*>  RUNSTAT record is appended to, and the monthly SLA report.
    05 tf-dsn-runhist pic x(12).
    05 tf-dsn-slarpt pic x(12).
*>  the defect-tracker interface: outbound ticket requests, the
*>  inbound status feed, and the reconciliation report.
    05 tf-dsn-defectout pic x(12).
    05 tf-dsn-defectin pic x(12).
    05 tf-dsn-defectrpt pic x(12).
*>  IMPACT selection: the test-to-member map, the release's
*>  changed-member list, and the selection report.
    05 tf-dsn-testmap pic x(12).
    05 tf-dsn-chglist pic x(12).
    05 tf-dsn-selrpt pic x(12).
*>  the DEV/QA parity report.
    05 tf-dsn-parityrpt pic x(12).
*>  the pre-flight configuration validation report.
    05 tf-dsn-preflight pic x(12).
*>  the release sign-off certificate and the permanent record
*>  of every sign-off decision.
    05 tf-dsn-signcert pic x(12).
    05 tf-dsn-signoff pic x(12).
*>  the perturbed TESTEXP copy a VACUOUS run points its tests
*>  at, and the vacuous-assertion report.
    05 tf-dsn-testexpv pic x(12).
    05 tf-dsn-vacrpt pic x(12).
*>  the program-ownership dataset and the unowned-failure
*>  exceptions page of the per-team failure routing.
    05 tf-dsn-owners pic x(12).
    05 tf-dsn-ownexcp pic x(12).
