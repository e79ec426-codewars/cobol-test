      *>  A dictionary field with no rule fills with spaces (num:
      *>  zeros).
      *>
      *>  Native fields - dictionary types comp3/packed, binary
      *>  (COMP/BINARY, big-endian), comp5 (COMP-5, native order),
      *>  comp1 and comp2 - are written in their storage format:
      *>  const/list operands and seq values are numbers (comp1/
      *>  comp2 operands may carry an exponent, 2.5E+10), random
      *>  draws a signed value the storage can hold (the tgendata
      *>  random-float generator for comp1/comp2) and no rule
      *>  writes zero. Binary bytes can look like record
      *>  separators, so a layout with any native field is written
      *>  as a fixed-record byte stream with no separators (the same
      *>  shape ebcconv writes) and the kata reads it with a plain
      *>  SEQUENTIAL FD; a layout without one stays LINE SEQUENTIAL.
      *>
      *>  Usage: fixbuild <kata-dir> <layout-name> <record-count>
      *>         <output-name> <rules-file>
      *>  e.g. fixbuild example_ledger donor-account 40
           select fixture-file assign to dynamic fixture-file-path
               organization line sequential
               file status fixture-file-status.
           select native-fixture-file
               assign to dynamic fixture-file-path
               organization sequential
               file status fixture-file-status.
           select manifest-file assign to dynamic manifest-file-path
               organization line sequential
               file status manifest-file-status.
           05 rul-operand-in pic x(40).
       fd  fixture-file.
       01  fixture-record pic x(250).
       fd  native-fixture-file.
       01  native-fixture-byte pic x.
       fd  manifest-file.
       01  manifest-record pic x(100).

       01  list-count         pic 9(2) value 0.
       01  fill-length        pic 9(3) value 0.

      *>  native field encoding: the value is built in
      *>  native-number (native-float-number for comp1/comp2) and
      *>  moved into the view matching the field's storage; the
      *>  field's bytes are then the view's image (a packed field
      *>  takes the rightmost bytes of the 9-byte packed image).
       01  native-layout-switch pic x value 'n'.
           88 native-layout   value 'y'.
       01  native-number      pic s9(17) value 0.
       01  native-float-number usage comp-2.
       01  native-byte-index  pic 9(3) value 0.
       01  native-packed-image pic x(9).
       01  native-packed-value redefines native-packed-image
                              pic s9(17) comp-3.
       01  native-binary-image pic x(8).
       01  native-binary-half redefines native-binary-image
                              pic s9(4) comp.
       01  native-binary-full redefines native-binary-image
                              pic s9(9) comp.
       01  native-binary-double redefines native-binary-image
                              pic s9(18) comp.
       01  native-comp5-half redefines native-binary-image
                              pic s9(4) comp-5.
       01  native-comp5-full redefines native-binary-image
                              pic s9(9) comp-5.
       01  native-comp5-double redefines native-binary-image
                              pic s9(18) comp-5.
       01  native-float-short redefines native-binary-image
                              usage comp-1.
       01  native-float-long redefines native-binary-image
                              usage comp-2.

       procedure division.
           accept command-line-args from command-line
           unstring command-line-args delimited by all spaces
               move 2 to return-code
               goback
           end-if
           perform check-native-field
               varying fld-index from 1 by 1
               until fld-index > fld-max
           perform load-field-rules
           move spaces to mkdir-command
           string 'mkdir -p ' function trim(fx-kata-dir)
           string function trim(fx-kata-dir) '/testdata/'
                  function trim(fx-output-name)
               delimited by size into fixture-file-path
           if native-layout
               open output native-fixture-file
           else
               open output fixture-file
           end-if
           if fixture-file-status not = '00'
               display '<FIXBUILD-ERROR::> cannot write '
                       function trim(fixture-file-path)
           perform build-one-record
               varying rec-index from 1 by 1
               until rec-index > fx-record-count
           if native-layout
               close native-fixture-file
           else
               close fixture-file
           end-if
           perform append-manifest-entry
           display '<FIXBUILD::> ' fx-record-count ' record(s) of '
                   function trim(fx-layout-name) ' written to '
           perform fill-one-field
               varying fld-index from 1 by 1
               until fld-index > fld-max
           if native-layout
               perform write-native-fixture-byte
                   varying native-byte-index from 1 by 1
                   until native-byte-index > record-length
           else
               write fixture-record
           end-if
           .

       write-native-fixture-byte.
           move fixture-record(native-byte-index:1)
               to native-fixture-byte
           write native-fixture-byte
           .

      *>  a native dictionary field marks the layout for the
      *>  byte-stream output; one whose length its storage cannot
      *>  have is reported and left as spaces.
       check-native-field.
           if fld-type(fld-index)(1:4) = 'comp'
               or fld-type(fld-index)(1:6) = 'packed'
               or fld-type(fld-index)(1:6) = 'binary'
               set native-layout to true
               evaluate true
                   when (fld-type(fld-index)(1:5) = 'comp3'
                           or fld-type(fld-index)(1:6) = 'packed')
                       and fld-length(fld-index) <= 9
                       continue
                   when (fld-type(fld-index)(1:6) = 'binary'
                           or fld-type(fld-index)(1:5) = 'comp5')
                       and (fld-length(fld-index) = 2
                           or fld-length(fld-index) = 4
                           or fld-length(fld-index) = 8)
                       continue
                   when fld-type(fld-index)(1:5) = 'comp1'
                       and fld-length(fld-index) = 4
                       continue
                   when fld-type(fld-index)(1:5) = 'comp2'
                       and fld-length(fld-index) = 8
                       continue
                   when other
                       display '<FIXBUILD-WARNING::> field '
                               function trim(fld-name(fld-index))
                               ': a '
                               function trim(fld-type(fld-index))
                               ' field cannot be '
                               fld-length(fld-index)
                               ' bytes long; left as spaces'
                       move 'badnative' to fld-type(fld-index)
               end-evaluate
           end-if
           .

       fill-one-field.
           move spaces to value-work
           evaluate true
               when fld-type(fld-index) = 'badnative'
                   continue
               when fld-type(fld-index)(1:4) = 'comp'
                   or fld-type(fld-index)(1:6) = 'packed'
                   or fld-type(fld-index)(1:6) = 'binary'
                   perform fill-native-field
               when other
                   perform fill-text-field
           end-evaluate
           move value-work(1:fld-length(fld-index))
               to fixture-record(fld-position(fld-index):
                   fld-length(fld-index))
           .

       fill-text-field.
           evaluate fld-rule(fld-index)
               when 'const     '
                   move fld-operand(fld-index) to value-work
                       perform right-size-number
                   end-if
           end-evaluate
           .

      *>  the field's value as a number, then its storage image.
       fill-native-field.
           move 0 to native-number
           move 0 to native-float-number
           evaluate fld-rule(fld-index)
               when 'const     '
                   move fld-operand(fld-index) to value-work
                   perform take-native-operand
               when 'seq       '
                   move fld-seq-next(fld-index) to native-number
                   move native-number to native-float-number
                   add 1 to fld-seq-next(fld-index)
               when 'random    '
                   perform generate-native-random
               when 'list      '
                   perform take-next-list-value
                   perform take-native-operand
           end-evaluate
           move spaces to value-work
           perform encode-native-field
           .

      *>  a const or list operand (in value-work) read as a
      *>  number; one that is not a number writes zero.
       take-native-operand.
           if fld-type(fld-index)(1:5) = 'comp1'
               or fld-type(fld-index)(1:5) = 'comp2'
               if function test-numval-f(value-work) = 0
                   compute native-float-number =
                       function numval-f(value-work)
               end-if
           else
               if function test-numval(value-work) = 0
                   compute native-number = function numval(value-work)
               end-if
           end-if
           .

      *>  a signed draw the storage holds: 4 digits for a
      *>  halfword, 9 for a fullword, 2n-1 for an n-byte packed
      *>  field - never more than the generator's 10.
       generate-native-random.
           move 0 to gen-picture-decimals
           evaluate true
               when fld-type(fld-index)(1:5) = 'comp1'
                   or fld-type(fld-index)(1:5) = 'comp2'
                   perform generate-random-float
                   move gen-float-result to native-float-number
               when fld-type(fld-index)(1:6) = 'binary'
                   or fld-type(fld-index)(1:5) = 'comp5'
                   evaluate fld-length(fld-index)
                       when 2
                           move 4 to gen-picture-digits
                       when 4
                           move 9 to gen-picture-digits
                       when other
                           move 10 to gen-picture-digits
                   end-evaluate
                   perform generate-random-signed
                   move gen-numeric-result to native-number
               when other
                   compute gen-picture-digits =
                       function min(fld-length(fld-index) * 2 - 1 10)
                   perform generate-random-signed
                   move gen-numeric-result to native-number
           end-evaluate
           .

       encode-native-field.
           move low-values to native-binary-image
           evaluate true
               when fld-type(fld-index)(1:5) = 'comp3'
                   or fld-type(fld-index)(1:6) = 'packed'
                   move native-number to native-packed-value
                   move native-packed-image(
                           10 - fld-length(fld-index):
                           fld-length(fld-index))
                       to value-work
               when fld-type(fld-index)(1:5) = 'comp1'
                   move native-float-number to native-float-short
                   move native-binary-image(1:4) to value-work
               when fld-type(fld-index)(1:5) = 'comp2'
                   move native-float-number to native-float-long
                   move native-binary-image to value-work
               when fld-type(fld-index)(1:6) = 'binary'
                   evaluate fld-length(fld-index)
                       when 2
                           move native-number to native-binary-half
                       when 4
                           move native-number to native-binary-full
                       when other
                           move native-number to native-binary-double
                   end-evaluate
                   move native-binary-image(1:fld-length(fld-index))
                       to value-work
               when fld-type(fld-index)(1:5) = 'comp5'
                   evaluate fld-length(fld-index)
                       when 2
                           move native-number to native-comp5-half
                       when 4
                           move native-number to native-comp5-full
                       when other
                           move native-number to native-comp5-double
                   end-evaluate
                   move native-binary-image(1:fld-length(fld-index))
                       to value-work
           end-evaluate
           .

      *>  a numeric cell carries the low-order digits of the
