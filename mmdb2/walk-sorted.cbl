       >>source format is free
*>*********************************************************************

identification division.
program-id. mmdb2-walk-sorted.

*>*********************************************************************
*> shared-path tree walker for address-ordered input. fed addresses
*> in ascending bit order (mmdb2-batch-lookup's "--sorted-walk" pass
*> sorts the night's list first), it remembers the node it stood on
*> at every depth of the previous walk and starts the next walk where
*> the two addresses' bits first part company - so neighbouring
*> addresses pay for the shared upper path once, and an address that
*> falls inside the very network the previous one ended in costs no
*> node read at all. operations:
*>
*>   'R'  reset the remembered path (once per database, before the
*>        first address)
*>   'W'  walk one address: ip-text plus its bitstring/bit-length as
*>        mmdb2-ip-to-bits builds them, IPv4 already re-expressed
*>        under the ::/96 range for an ip_version=6 database
*>
*> the answer comes back the way mmdb2-lookup-ip leaves it - reason,
*> network, prefix length, and the data-section offset - minus the
*> decode, which the caller does later in its own row order. the
*> reserved-range short-circuit is the same one mmdb2-lookup-ip
*> applies, so a walked answer is always the ordinary walk's answer.
*> nodes-read accumulates the node reads actually paid, for the
*> caller's run summary.
*>*********************************************************************

data division.
working-storage section.

copy 'mmdb2-retcode.cpy'.

01 bit-idx          pic 9(3).
01 bit-value        pic 9(1).
01 start-bit        pic 9(3).
01 common-bits      pic 9(3).

01 node-size-bytes  pic 9(2).
01 search-tree-size pic x(8) comp-x.

01 node-index       pic 9(10).
01 node-offset      pic x(8) comp-x.
01 record-value     pic 9(10).

01 left-bytes       pic x(4).
01 right-bytes      pic x(4).
01 byte-idx         pic 9(2).
01 one-byte         pic x(1).

01 br-op-read       pic x(1) value 'R'.

01 read-io-rec      pic x value 'N'.
   88 read-io-failed value 'Y', false 'N'.

01 reserved-rec     pic x.
   88 is-reserved   value 'Y', false 'N'.
01 second-octet-text pic x(3) value spaces.
01 second-octet-num  pic 9(3) value 0.
01 second-octet-dot  pic 9(2) value 0.

*> the previous walk: its bits, the node entered at each depth, how
*> deep it went, and how it ended. path-depth zero means nothing is
*> remembered yet.
01 prior-path.
   05 prior-bits       pic x(128) value spaces.
   05 prior-length     pic 9(3) value 0.
   05 path-depth       pic 9(3) value 0.
   05 path-node        pic 9(10) occurs 128 times.
   05 prior-reason     pic x(2) value spaces.
   05 prior-data-off   pic x(8) comp-x value 0.

linkage section.

01 walk-op         pic x(1).
01 file-handle     pic x(4).
copy 'mmdb2-meta.cpy'.
01 ip-text         pic x(45).
01 bitstring       pic x(128).
01 bit-length      pic 9(3).
copy 'mmdb2-result.cpy'.
01 nodes-read      pic 9(12).

*>*********************************************************************

procedure division using walk-op, file-handle, mmdb2-meta-rec,
    ip-text, bitstring, bit-length, mmdb2-lookup-result, nodes-read.
  evaluate walk-op
    when 'R'
      move 0 to path-depth prior-length
      move spaces to prior-bits prior-reason
      move 0 to nodes-read
      goback
    when 'W'
      continue
    when other
      display 'mmdb2-walk-sorted: unknown operation: ' walk-op
      goback
  end-evaluate

  move 'ER' to mmdb2-result-reason
  move spaces to mmdb2-result-network
  move 0 to mmdb2-result-prefix-len
  move 0 to mmdb2-result-data-off
  set mmdb2-result-truncated to false
  move spaces to mmdb2-result-decoded
  move ip-text to mmdb2-result-network

  perform check-reserved-range

  if is-reserved
    move 'RS' to mmdb2-result-reason
    move mmdb2-rc-reserved-range to return-code
    goback
  end-if

  compute node-size-bytes = (mmdb2-meta-record-size * 2) / 8
  compute search-tree-size =
      mmdb2-meta-node-count * node-size-bytes

  perform count-common-bits

  *> the previous walk ended on a leaf no deeper than the bits both
  *> addresses share - this address lands on that very leaf.
  if path-depth > 0 and common-bits >= path-depth
  and (prior-reason = 'OK' or prior-reason = 'NF')
    move prior-reason to mmdb2-result-reason
    move path-depth to mmdb2-result-prefix-len
    move prior-data-off to mmdb2-result-data-off
    if prior-reason = 'OK'
      move mmdb2-rc-ok to return-code
    else
      move mmdb2-rc-not-found to return-code
    end-if
    goback
  end-if

  *> otherwise resume at the first depth where the paths part.
  if common-bits = 0 or path-depth = 0
    move 1 to start-bit
    move 0 to node-index
  else
    compute start-bit = common-bits + 1
    move path-node(start-bit) to node-index
  end-if

  move bitstring to prior-bits
  move bit-length to prior-length
  move spaces to prior-reason
  move 0 to prior-data-off

  perform varying bit-idx from start-bit by 1
      until bit-idx > bit-length
    move bitstring(bit-idx:1) to bit-value
    move node-index to path-node(bit-idx)
    move bit-idx to path-depth
    compute node-offset = node-index * node-size-bytes

    perform read-record
    add 1 to nodes-read

    if read-io-failed
      move 0 to path-depth
      move 'ER' to mmdb2-result-reason
      move mmdb2-rc-io-error to return-code
      goback
    end-if

    if record-value = mmdb2-meta-node-count
      move 'NF' to mmdb2-result-reason
      move 'NF' to prior-reason
      move bit-idx to mmdb2-result-prefix-len
      move mmdb2-rc-not-found to return-code
      goback
    end-if

    if record-value > mmdb2-meta-node-count
      move bit-idx to mmdb2-result-prefix-len
      compute mmdb2-result-data-off =
          search-tree-size + 16 + record-value - mmdb2-meta-node-count
      move 'OK' to mmdb2-result-reason
      move 'OK' to prior-reason
      move mmdb2-result-data-off to prior-data-off
      move mmdb2-rc-ok to return-code
      goback
    end-if

    move record-value to node-index
  end-perform

  move 'EA' to mmdb2-result-reason
  move 'EA' to prior-reason
  move mmdb2-rc-not-found to return-code
  goback
  .

*>*********************************************************************
*> leading bits this address shares with the previous one - only
*> meaningful up to the depth the previous walk actually recorded.
*>*********************************************************************

count-common-bits.
  move 0 to common-bits

  if path-depth = 0 or prior-length not = bit-length
    exit paragraph
  end-if

  perform varying bit-idx from 1 by 1
      until bit-idx > bit-length
         or bit-idx > path-depth
         or bitstring(bit-idx:1) not = prior-bits(bit-idx:1)
    move bit-idx to common-bits
  end-perform
  .

*>*********************************************************************
*> one node's left or right record for bit-value - the same three
*> record-size layouts mmdb2-lookup-ip reads.
*>*********************************************************************

read-record.
  set read-io-failed to false

  evaluate mmdb2-meta-record-size
    when 24
      perform varying byte-idx from 1 by 1 until byte-idx > 3
        call 'mmdb2-buffered-read' using br-op-read, file-handle,
            node-offset, one-byte
        if return-code not = 0
          set read-io-failed to true
        end-if
        add 1 to node-offset
        move one-byte to left-bytes(byte-idx:1)
      end-perform

      if bit-value = 1
        perform varying byte-idx from 1 by 1 until byte-idx > 3
          call 'mmdb2-buffered-read' using br-op-read, file-handle,
              node-offset, one-byte
          if return-code not = 0
            set read-io-failed to true
          end-if
          add 1 to node-offset
          move one-byte to right-bytes(byte-idx:1)
        end-perform

        compute record-value =
            (function ord(right-bytes(1:1)) - 1) * 65536 +
            (function ord(right-bytes(2:1)) - 1) * 256 +
            (function ord(right-bytes(3:1)) - 1)
      else
        compute record-value =
            (function ord(left-bytes(1:1)) - 1) * 65536 +
            (function ord(left-bytes(2:1)) - 1) * 256 +
            (function ord(left-bytes(3:1)) - 1)
      end-if

    when 28
      perform varying byte-idx from 1 by 1 until byte-idx > 7
        call 'mmdb2-buffered-read' using br-op-read, file-handle,
            node-offset, one-byte
        if return-code not = 0
          set read-io-failed to true
        end-if
        add 1 to node-offset
        if byte-idx <= 3
          move one-byte to left-bytes(byte-idx:1)
        else
          if byte-idx = 4
            move one-byte to left-bytes(4:1)
          else
            move one-byte to right-bytes(byte-idx - 4:1)
          end-if
        end-if
      end-perform

      if bit-value = 1
        compute record-value =
            function mod(function ord(left-bytes(4:1)) - 1, 16)
              * 16777216 +
            (function ord(right-bytes(1:1)) - 1) * 65536 +
            (function ord(right-bytes(2:1)) - 1) * 256 +
            (function ord(right-bytes(3:1)) - 1)
      else
        compute record-value =
            (function integer((function ord(left-bytes(4:1)) - 1) / 16))
              * 16777216 +
            (function ord(left-bytes(1:1)) - 1) * 65536 +
            (function ord(left-bytes(2:1)) - 1) * 256 +
            (function ord(left-bytes(3:1)) - 1)
      end-if

    when other
      perform varying byte-idx from 1 by 1 until byte-idx > 4
        call 'mmdb2-buffered-read' using br-op-read, file-handle,
            node-offset, one-byte
        if return-code not = 0
          set read-io-failed to true
        end-if
        add 1 to node-offset
        move one-byte to left-bytes(byte-idx:1)
      end-perform

      if bit-value = 1
        perform varying byte-idx from 1 by 1 until byte-idx > 4
          call 'mmdb2-buffered-read' using br-op-read, file-handle,
              node-offset, one-byte
          if return-code not = 0
            set read-io-failed to true
          end-if
          add 1 to node-offset
          move one-byte to right-bytes(byte-idx:1)
        end-perform

        compute record-value =
            (function ord(right-bytes(1:1)) - 1) * 16777216 +
            (function ord(right-bytes(2:1)) - 1) * 65536 +
            (function ord(right-bytes(3:1)) - 1) * 256 +
            (function ord(right-bytes(4:1)) - 1)
      else
        compute record-value =
            (function ord(left-bytes(1:1)) - 1) * 16777216 +
            (function ord(left-bytes(2:1)) - 1) * 65536 +
            (function ord(left-bytes(3:1)) - 1) * 256 +
            (function ord(left-bytes(4:1)) - 1)
      end-if
  end-evaluate
  .

*>*********************************************************************
*> the documented/private/bogon short-circuit, exactly as
*> mmdb2-lookup-ip applies it.
*>*********************************************************************

check-reserved-range.
  set is-reserved to false

  if ip-text(1:3) = '10.'
    set is-reserved to true
  end-if

  if ip-text(1:4) = '127.'
    set is-reserved to true
  end-if

  if ip-text(1:8) = '192.168.'
    set is-reserved to true
  end-if

  if ip-text(1:3) = '0.0'
    set is-reserved to true
  end-if

  if ip-text(1:4) = '172.'
    move 0 to second-octet-dot
    inspect ip-text(5:) tallying second-octet-dot
        for characters before initial '.'

    if second-octet-dot > 0 and second-octet-dot <= 3
      move spaces to second-octet-text
      move ip-text(5:second-octet-dot) to second-octet-text
      move function numval(function trim(second-octet-text))
          to second-octet-num

      if second-octet-num >= 16 and second-octet-num <= 31
        set is-reserved to true
      end-if
    end-if
  end-if

  if function trim(ip-text) = '::1'
    set is-reserved to true
  end-if

  if ip-text(1:7) = '::ffff:'
    set is-reserved to true
  end-if

  if ip-text(1:2) = 'fc' or ip-text(1:2) = 'fd'
    set is-reserved to true
  end-if

  if ip-text(1:3) = 'fe8' or ip-text(1:3) = 'fe9'
  or ip-text(1:3) = 'fea' or ip-text(1:3) = 'feb'
    set is-reserved to true
  end-if
  .
