       >>source format is free
*>*********************************************************************

identification division.
program-id. cobmind-test-mmdb2.

*>*********************************************************************

environment division.
input-output section.

file-control.
  select map-out
    assign dynamic map-path
    organization line sequential.

data division.
file section.

fd map-out.
01 map-out-rec pic x(80).

working-storage section.

01 map-path         pic x(128) value spaces.
01 first-map        pic x(128) value './test-layout-a.map'.
01 second-map       pic x(128) value './test-layout-b.map'.
01 third-map        pic x(128) value './test-layout-c.map'.

01 first-version    pic x(16) value spaces.
01 second-version   pic x(16) value spaces.
01 third-version    pic x(16) value spaces.

*>*********************************************************************

procedure division.
  move first-map to map-path
  open output map-out
  move 'ip,1,45' to map-out-rec
  write map-out-rec
  move 'reason,46,2' to map-out-rec
  write map-out-rec
  move 'CTRY,50,2' to map-out-rec
  write map-out-rec
  close map-out

  *> the same columns, reordered and commented.
  move second-map to map-path
  open output map-out
  move '# the same layout' to map-out-rec
  write map-out-rec
  move 'CTRY,50,2' to map-out-rec
  write map-out-rec
  move 'ip,1,45' to map-out-rec
  write map-out-rec
  move spaces to map-out-rec
  write map-out-rec
  move 'reason,46,2' to map-out-rec
  write map-out-rec
  close map-out

  *> one column wider.
  move third-map to map-path
  open output map-out
  move 'ip,1,45' to map-out-rec
  write map-out-rec
  move 'reason,46,2' to map-out-rec
  write map-out-rec
  move 'CTRY,50,3' to map-out-rec
  write map-out-rec
  close map-out

  call 'mmdb2-layout-version' using first-map, first-version
  call 'mmdb2-layout-version' using second-map, second-version
  call 'mmdb2-layout-version' using third-map, third-version

  call 'CBL_DELETE_FILE' using first-map
  call 'CBL_DELETE_FILE' using second-map
  call 'CBL_DELETE_FILE' using third-map

  if first-version(1:4) not = 'L03-'
    display 'Layout version has the wrong form!'
    display 'Found:    ' first-version
    move 1 to return-code
  end-if

  if second-version not = first-version
    display 'Reordered map changed the layout version!'

    display 'Expected: ' with no advancing
    display first-version

    display 'Found:    ' with no advancing
    display second-version

    move 1 to return-code
  end-if

  if third-version = first-version
    display 'Wider column did not change the layout version!'
    move 1 to return-code
  end-if
stop run.
