*>**
*>  testownr ...TK
*>
*>  one record per ownership row on the OWNERS dataset: which
*>  application team owns a cataloged program -- or, with a
*>  section name, just that section of it -- who on the team
*>  answers for a break and who it goes to when they do not,
*>  and the dataset the team's own failure report is written
*>  to.  a section row overrides the program's blank-section
*>  row, so one shared program can split its sections between
*>  teams.  test-team-router reads it to route the morning's
*>  breaks; a failing program with no row is listed as unowned
*>  rather than dropped.  every row of one team should carry
*>  the same report dataset -- the first row read is the one
*>  the team's report is written to.
*>**
01 ow-record.
    05 ow-program-name pic x(30).
    05 ow-section-name pic x(30).
    05 ow-team-name pic x(10).
    05 ow-contact pic x(30).
    05 ow-escalation pic x(30).
    05 ow-report-dsn pic x(12).
