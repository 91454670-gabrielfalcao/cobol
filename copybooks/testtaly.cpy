*>  the total but kept out of tf-tally-fail, so FAILFAST and
*>  checkpointing treat a waived program as a passing one.
    05 tf-tally-waived pic 9(09) comp.
*>  passes a VACUOUS run logged as "V" -- counted as passes too,
*>  since the comparison did come out equal, and broken out here
*>  so the runner's summary shows how many proved nothing.
    05 tf-tally-vacuous pic 9(09) comp.
