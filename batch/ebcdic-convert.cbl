      *>  ASCII LINE SEQUENTIAL shop. This converts one fixed-record
      *>  EBCDIC file: character and display-numeric fields are
      *>  translated through the shared cp037 table
      *>  (src/tebcdata.cpy), while COMP-3, binary and floating
      *>  fields - the record-layouts.txt dictionary's 'comp3',
      *>  'packed', 'binary', 'comp5', 'comp1' and 'comp2' types -
      *>  pass through byte for byte. Bytes outside
      *>  any declared field translate as character data. The input
      *>  is read as a byte stream (no record separators exist in an
      *>  EBCDIC file), cut into records of the declared length, and
           write out-byte
           .

      *>  a byte inside a comp*/packed/binary field passes
      *>  through untouched; everything else translates.
       convert-one-byte.
           move 'n' to byte-is-packed
           perform varying layout-index from 1 by 1
                   until layout-index > layout-max
               if (lay-type(layout-index)(1:4) = 'comp'
                   or lay-type(layout-index)(1:6) = 'packed'
                   or lay-type(layout-index)(1:6) = 'binary')
                   and ebc-byte-index
