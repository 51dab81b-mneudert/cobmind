*> input file, and the operator - so one grep by run id reassembles
*> the whole story of any run across the results file and every log.
*> the header leads with '#', the comment convention every reader in
*> this tree already skips. it closes with the output's data
*> classification ("class=<label>", cobmind-classify) - the writer
*> names itself and its columns to cobmind-classify first - which
*> mmdb2-route-outputs holds against the recipient's clearance.
*>*********************************************************************

data division.
01 operator-name pic x(32) value spaces.
01 sandbox-env   pic x(8) value spaces.
01 watermark     pic x(16) value spaces.
01 class-op      pic x(1) value 'L'.
01 class-subject pic x(256) value spaces.
01 class-label   pic x(12) value spaces.

linkage section.

    move ' TEST' to watermark
  end-if

  move 'L' to class-op
  call 'cobmind-classify' using class-op, class-subject, class-label

  move spaces to header-line
  string
    '# run=' function trim(run-id)
    ' build_epoch=' build-epoch
    ' input=' function trim(input-name)
    ' operator=' function trim(operator-name)
    ' class=' function trim(class-label)
    watermark
    delimited by size
    into header-line
