       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-sighting-key.

*>*********************************************************************
*> the sighting master's key for an address: the same zero-padded
*> text mmdb2-build-index writes its network keys in - dotted
*> three-digit octets for IPv4 ("081.002.069.001"), eight four-digit
*> lower-case hex groups for IPv6 - so keys sort in address order
*> within a family. two operations:
*>
*>   'A'  from the address literal in ip-text: bitstring, bit
*>        length and key all filled in (key spaces, length zero,
*>        when ip-text is not an address)
*>   'B'  from a bitstring and bit length the caller has already
*>        shaped (a network's first or last address): key only
*>*********************************************************************

data division.
working-storage section.

01 ip-valid-rec     pic x(1).
   88 ip-is-valid   value 'Y', false 'N'.

01 group-idx        pic 9(2) value 0.
01 bit-lo           pic 9(3) value 0.
01 bit-hi           pic 9(3) value 0.
01 bit-idx          pic 9(3) value 0.
01 byte-val         pic 9(3) value 0.
01 octet-num        pic 9(3) value 0.
01 octet-text       pic 9(3) value 0.
01 hex-out          pic x(2) value spaces.

linkage section.

01 key-op           pic x(1).
01 ip-text          pic x(45).
01 ip-bitstring     pic x(128).
01 ip-bit-length    pic 9(3).
01 sighting-key     pic x(40).

*>*********************************************************************

procedure division using key-op, ip-text, ip-bitstring, ip-bit-length,
    sighting-key.
  move spaces to sighting-key

  if key-op = 'A'
    move spaces to ip-bitstring
    move 0 to ip-bit-length

    call 'mmdb2-validate-ip' using ip-text, ip-valid-rec
    if not ip-is-valid
      goback
    end-if

    call 'mmdb2-ip-to-bits' using ip-text, ip-bitstring,
        ip-bit-length
  end-if

  evaluate ip-bit-length
    when 32  perform build-ipv4-key
    when 128 perform build-ipv6-key
    when other continue
  end-evaluate
  goback.

*>*********************************************************************

build-ipv4-key.
  perform varying group-idx from 1 by 1 until group-idx > 4
    perform byte-from-bits
    move byte-val to octet-text

    if group-idx = 1
      string octet-text delimited by size into sighting-key
    else
      string function trim(sighting-key) '.' octet-text
        delimited by size into sighting-key
    end-if
  end-perform
  .

build-ipv6-key.
  perform varying group-idx from 1 by 1 until group-idx > 16
    perform byte-from-bits
    move byte-val to octet-num
    call 'binary-byte-to-hex' using octet-num, hex-out

    if group-idx = 1
      string hex-out delimited by size into sighting-key
    else
      if function mod(group-idx, 2) = 1
        string function trim(sighting-key) ':' hex-out
          delimited by size into sighting-key
      else
        string function trim(sighting-key) hex-out
          delimited by size into sighting-key
      end-if
    end-if
  end-perform
  .

byte-from-bits.
  move 0 to byte-val
  compute bit-lo = (group-idx - 1) * 8 + 1
  compute bit-hi = group-idx * 8

  perform varying bit-idx from bit-lo by 1 until bit-idx > bit-hi
    compute byte-val = byte-val * 2
    if ip-bitstring(bit-idx:1) = '1'
      add 1 to byte-val
    end-if
  end-perform
  .
