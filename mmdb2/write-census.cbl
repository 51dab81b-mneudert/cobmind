*> writes a mmdb2-census-rec's totals out to output-path as a single
*> "total_nodes=...;total_networks=...;" line, so the refresh/validate
*> batch job can save one release's counts and hand them to
*> mmdb2-verify-release to compare against the next release. the
*> counts open with a provenance header like every run output.
*>*********************************************************************

environment division.

01 out-line  pic x(8192).

01 no-epoch        pic 9(11) value 0.
01 no-db           pic x(128) value spaces.
01 no-input        pic x(128) value spaces.
01 provenance-line pic x(256) value spaces.
01 class-op        pic x(1) value 'W'.
01 class-subject   pic x(256) value spaces.
01 class-label     pic x(12) value spaces.

*> control-total trailer state (cobmind-trailer).
01 trail-op      pic x(1) value 'R'.
01 trail-fold    pic x(8192) value spaces.
procedure division using output-path, mmdb2-census-rec.
  open output census-out

  move 'W' to class-op
  move 'mmdb2-write-census' to class-subject
  call 'cobmind-classify' using class-op, class-subject, class-label
  call 'cobmind-provenance' using no-db, no-epoch, no-input,
      provenance-line
  write census-out-rec from provenance-line

  move 'R' to trail-op
  call 'cobmind-trailer' using trail-op, trail-fold, trail-reason,
      trailer-line
