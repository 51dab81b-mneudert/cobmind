*>       every account whose [first-seen,last-seen] span overlaps
*>       [from,to] on that network - "which accounts used
*>       81.2.69.0/24 during May" as one investigation report.
*>
*> the ledger and every report open with a provenance header - each
*> LOAD rewrites the ledger's - classed as account data
*> (cobmind-classify), so neither ships to a recipient not cleared
*> for it.
*>*********************************************************************

environment division.
01 results-in-rec pic x(8192).

fd ledger-in.
01 ledger-in-rec pic x(256).

fd ledger-out.
01 ledger-out-rec pic x(256).

fd report-out.
01 report-out-rec pic x(256).

working-storage section.

01 matched-ix      pic 9(4) value 0.
01 out-line        pic x(160) value spaces.

01 no-epoch        pic 9(11) value 0.
01 no-db           pic x(128) value spaces.
01 provenance-line pic x(256) value spaces.
01 class-op        pic x(1) value 'W'.
01 class-subject   pic x(256) value spaces.
01 class-label     pic x(12) value spaces.

01 rows-digested   pic 9(8) value 0.
01 hits-found      pic 9(6) value 0.


  open output ledger-out

  *> the ledger is rewritten whole, so its header is this run's.
  perform classify-ledger-output
  call 'cobmind-provenance' using no-db, no-epoch, results-path,
      provenance-line
  write ledger-out-rec from provenance-line

  call 'cobmind-file-exists' using ledger-file, ledger-exists-rec

  if ledger-exists

carry-ledger-row.
  if function trim(ledger-in-rec) = spaces
  or ledger-in-rec(1:1) = '#'
    exit paragraph
  end-if


  open output report-out

  perform classify-ledger-output
  call 'cobmind-provenance' using no-db, no-epoch, ledger-file,
      provenance-line
  write report-out-rec from provenance-line

  move spaces to out-line
  string '# accounts on ' function trim(query-network)
      ' between ' from-arg ' and ' to-arg

query-one-row.
  if function trim(ledger-in-rec) = spaces
  or ledger-in-rec(1:1) = '#'
    exit paragraph
  end-if

  add 1 to hits-found
  write report-out-rec from ledger-in-rec
  .

*>*********************************************************************
*> ledger and report alike tie accounts to networks.
*>*********************************************************************

classify-ledger-output.
  move 'W' to class-op
  move 'mmdb2-attribution' to class-subject
  call 'cobmind-classify' using class-op, class-subject, class-label
  move 'C' to class-op
  move 'account,network,first_seen,last_seen,count' to class-subject
  call 'cobmind-classify' using class-op, class-subject, class-label
  .
