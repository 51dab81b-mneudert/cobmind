*> record. ledger file ("COBMIND_RUN_LEDGER", ./cobmind.runs):
*>
*>   <run-id>,<start>,<end>,<mode>,<database>,rows=<n>,ok=<n>,
*>   nf=<n>,rs=<n>,er=<n>,rc=<nn>,bytes=<n>
*>
*> the start rides inside the run id itself (minted as
*> R<YYYYMMDDhhmm...>); the by-reason counts come off the results
*> file's own control-total trailer when the run produced one -
*> zeros otherwise, which is also correct for the modes that write
*> no rows. bytes is the results file's size on disk, so the rows
*> and bytes together give cobmind-space-check its historic bytes
*> per row.
*>*********************************************************************

environment division.
01 claim-pos       pic 9(4) value 0.
01 claim-text      pic x(10) value spaces.

01 results-bytes   pic x(8) comp-x value 0.
01 bytes-edit      pic 9(15) value 0.

linkage section.

01 run-id       pic x(20).

  move '0' to trailer-rows trailer-ok trailer-nf trailer-rs
      trailer-er
  move 0 to results-bytes

  if results-path not = spaces and low-value
    perform harvest-trailer-counts
    open output ledger-out
  end-if

  move results-bytes to bytes-edit

  move spaces to out-line
  string
    function trim(run-id) ','
    'nf=' function trim(trailer-nf) ','
    'rs=' function trim(trailer-rs) ','
    'er=' function trim(trailer-er) ','
    'rc=' final-rc ','
    'bytes=' bytes-edit
    delimited by size
    into out-line
  write ledger-out-rec from out-line
    exit paragraph
  end-if

  call 'cobmind-file-size' using results-path-ws(1:128),
      results-exists-rec, results-bytes

  move spaces to results-status
  open input results-in

