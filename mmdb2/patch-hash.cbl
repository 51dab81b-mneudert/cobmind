       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-patch-hash.

*>*********************************************************************
*> the one definition of an inventory line's identity for the branch
*> patch packages, shared by the publisher (mmdb2-patch-package) and
*> the branch side (mmdb2-patch-apply) so both ends agree on it:
*>
*>   net-key    the network's leading prefix bits - the same key for
*>              "81.2.69.160/24" (how mmdb2-trim-db writes it),
*>              "81.2.69.0/24", and "081.002.069.000/024" (how
*>              mmdb2-dump writes the compiled file back), and the
*>              order patch files and inventories are kept in
*>   line-hash  a cobmind-chain-hash of the key and the record text
*>              (trailing ';' made uniform), so an inventory's
*>              checksum - the sum of its line hashes - can be taken
*>              from the inventory text or from a dump of the .mmdb
*>              compiled from it, in any order, and come out equal.
*>
*> a line whose network does not parse answers net-key spaces and
*> line-hash 0.
*>*********************************************************************

data division.
working-storage section.

01 slash-pos        pic 9(3) value 0.
01 prefix-text      pic x(3) value spaces.
01 prefix-len       pic 9(3) value 0.
01 addr-text        pic x(45) value spaces.
01 addr-bits        pic x(128) value spaces.
01 addr-bitlen      pic 9(3) value 0.
01 addr-valid       pic x(1) value 'N'.
01 record-norm      pic x(260) value spaces.
01 record-len       pic 9(3) value 0.
01 hash-prev        pic x(16) value spaces.
01 hash-line        pic x(512) value spaces.
01 hash-next        pic x(16) value spaces.

linkage section.

01 network-text     pic x(50).
01 record-text      pic x(256).
01 net-key          pic x(128).
01 line-hash        pic 9(15).

*>*********************************************************************

procedure division using network-text, record-text, net-key,
    line-hash.
  move spaces to net-key
  move 0 to line-hash

  move 0 to slash-pos
  inspect network-text tallying slash-pos
      for characters before initial '/'

  if slash-pos = 0 or slash-pos > 45
    goback
  end-if

  move spaces to prefix-text
  move network-text(slash-pos + 2:3) to prefix-text

  if function trim(prefix-text) is not numeric
    goback
  end-if
  move function numval(prefix-text) to prefix-len

  move spaces to addr-text
  move network-text(1:slash-pos) to addr-text

  call 'mmdb2-validate-ip' using addr-text, addr-valid
  if addr-valid not = 'Y'
    goback
  end-if

  call 'mmdb2-ip-to-bits' using addr-text, addr-bits, addr-bitlen

  if prefix-len = 0 or prefix-len > addr-bitlen
    goback
  end-if

  move addr-bits(1:prefix-len) to net-key

  move spaces to record-norm
  move function trim(record-text) to record-norm
  move function length(function trim(record-text)) to record-len
  if record-norm = spaces
    move 0 to record-len
  end-if
  if record-len > 0 and record-norm(record-len:1) not = ';'
    move ';' to record-norm(record-len + 1:1)
  end-if

  move spaces to hash-prev hash-line hash-next
  string function trim(net-key) ' ' function trim(record-norm)
      delimited by size into hash-line
  call 'cobmind-chain-hash' using hash-prev, hash-line, hash-next

  if hash-next(1:15) is numeric
    move hash-next(1:15) to line-hash
  end-if
  goback.
