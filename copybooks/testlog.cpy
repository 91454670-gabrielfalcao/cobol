*>  plus n skips instead of n+1 failures.  tl-expected names the
*>  failed prerequisite.
        88 tl-skipped value "S".
*>  "V" is written only in a VACUOUS run: the expected side was
*>  perturbed and the assertion passed anyway, so its ordinary
*>  pass proves nothing.  in that run a "P" means the assertion
*>  rejected the perturbed value -- it has shown it can fail.
        88 tl-vacuous value "V".
    05 tl-timestamp pic x(26).
*>  the covering defect ticket when the record is waived ("W")
*>  under an unexpired WAIVERS row, or the ticket whose waiver
