*>**
*>  testdfin ...TK
*>
*>  one record per ticket on the DEFECTIN status feed the defect
*>  tracker exports: the ticket, where it stands, and the date it
*>  was closed.  test-defect-bridge reconciles it against WAIVERS
*>  (a waiver on a closed or unknown ticket is hiding a break
*>  nobody is working) and against TESTLOG (a failure on a ticket
*>  closed as fixed means the fix did not hold).
*>**
01 di-record.
    05 di-ticket pic x(12).
    05 di-status pic x(10).
        88 di-status-open value "OPEN".
        88 di-status-in-progress value "INPROGRESS".
*>  FIXED is closed with a code fix delivered; CLOSED is closed
*>  any other way (duplicate, not a defect, will not fix).  both
*>  mean nobody is working the ticket any more.
        88 di-status-fixed value "FIXED".
        88 di-status-closed values "FIXED", "CLOSED".
        88 di-status-known values "OPEN", "INPROGRESS", "FIXED",
            "CLOSED".
*>  yyyy-mm-dd; spaces while the ticket is still open.
    05 di-closed-date pic x(10).
