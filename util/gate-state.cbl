*>
*>   <kind>,<date YYYYMMDD>,<text>
*>
*> one line per kind (DIFF / ANCHOR / IMPACT / COMPLETE / ACCURACY),
*> replaced on every write through a "_new" sibling like every keyed
*> rewrite in this tree. every write is also appended, in the same
*> shape, to the gate history beside it ("<state-file>.hist"), which
*> is never rewritten - the year's record of every gate that ran,
*> for mmdb2-control-attest. operations:
*>
*>   'W'  record this kind's text, replacing its previous line
*>   'R'  read the kind's last text and date back (found-flag 'N'
    organization line sequential
    file status is state-out-status.

  select hist-out
    assign dynamic hist-file
    organization line sequential
    file status is hist-out-status.

data division.
file section.

fd state-out.
01 state-out-rec pic x(192).

fd hist-out.
01 hist-out-rec pic x(192).

working-storage section.

01 state-file       pic x(128) value spaces.
01 state-new        pic x(136) value spaces.
01 state-in-status  pic xx value spaces.
01 state-out-status pic xx value spaces.
01 hist-file        pic x(136) value spaces.
01 hist-out-status  pic xx value spaces.
01 state-exists-rec pic x(1).
   88 state-exists  value 'Y', false 'N'.

  close state-out

  call 'CBL_RENAME_FILE' using state-new, state-file

  perform append-gate-history
  .

append-gate-history.
  move spaces to hist-file
  string function trim(state-file) '.hist' delimited by size
      into hist-file

  move spaces to hist-out-status
  open extend hist-out
  if hist-out-status not = '00'
    open output hist-out
  end-if

  if hist-out-status not = '00'
    display 'gate history ' function trim(hist-file)
        ' not writable (status ' hist-out-status ')'
    exit paragraph
  end-if

  write hist-out-rec from out-line
  close hist-out
  .

write-current-line.
