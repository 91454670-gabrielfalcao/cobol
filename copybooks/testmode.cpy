        88 tf-tol-absolute value "A".
        88 tf-tol-percent value "P".
    05 tf-tolerance-value pic 9(07)v9(04).
*>  vacuous mode: set by the runner for a VACUOUS run, in which
*>  the expected side of every comparison has been perturbed --
*>  the TESTEXP rows the tests read are the runner's perturbed
*>  copy, and a comparison not driven by a cased fixture row is
*>  perturbed inside the verb.  an assertion that still passes
*>  proves nothing and is logged "V"; one that now fails has
*>  shown it can, and is logged "P".
    05 tf-vacuous-flag pic x(01).
        88 tf-vacuous-mode value "Y".
