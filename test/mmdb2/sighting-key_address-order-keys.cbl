       >>source format is free
*>*********************************************************************

identification division.
program-id. cobmind-test-mmdb2.

*>*********************************************************************

data division.
working-storage section.

01 key-op           pic x(1) value 'A'.
01 ip-text          pic x(45) value spaces.
01 ip-bitstring     pic x(128) value spaces.
01 ip-bit-length    pic 9(3) value 0.
01 sighting-key     pic x(40) value spaces.
01 low-key          pic x(40) value spaces.

*>*********************************************************************

procedure division.
  *> zero-padded keys, so key order is address order.
  move '81.2.69.1' to ip-text
  move 'A' to key-op
  call 'mmdb2-sighting-key' using key-op, ip-text, ip-bitstring,
      ip-bit-length, sighting-key

  if sighting-key not = '081.002.069.001' or ip-bit-length not = 32
    display 'IPv4 address did not key as padded octets!'
    display 'Found:    ' function trim(sighting-key)
    move 1 to return-code
  end-if

  move '2001:db8::1' to ip-text
  call 'mmdb2-sighting-key' using key-op, ip-text, ip-bitstring,
      ip-bit-length, sighting-key

  if sighting-key not = '2001:0db8:0000:0000:0000:0000:0000:0001'
    display 'IPv6 address did not key as padded groups!'
    display 'Found:    ' function trim(sighting-key)
    move 1 to return-code
  end-if

  *> a network's bounds: host bits all zero, then all one.
  move '10.20.0.0' to ip-text
  call 'mmdb2-sighting-key' using key-op, ip-text, ip-bitstring,
      ip-bit-length, low-key

  move all '1' to ip-bitstring(17:16)
  move 'B' to key-op
  call 'mmdb2-sighting-key' using key-op, ip-text, ip-bitstring,
      ip-bit-length, sighting-key

  if low-key not = '010.020.000.000'
  or sighting-key not = '010.020.255.255'
    display 'Network bounds did not key as first and last address!'
    display 'Found:    ' function trim(low-key) ' '
        function trim(sighting-key)
    move 1 to return-code
  end-if

  *> not an address: no key to read by.
  move 'not-an-address' to ip-text
  move 'A' to key-op
  call 'mmdb2-sighting-key' using key-op, ip-text, ip-bitstring,
      ip-bit-length, sighting-key

  if sighting-key not = spaces or ip-bit-length not = 0
    display 'Bad address was given a key!'
    move 1 to return-code
  end-if
stop run.
