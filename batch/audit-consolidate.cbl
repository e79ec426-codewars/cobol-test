      *>
      *>  Blocks still open (no trailer yet - tonight's run), blocks
      *>  inside the window, and the records after the cut all stay
      *>  in place untouched, and so does anything of a candidate
      *>  under legal hold (src/thlddata.cpy): an old block with a
      *>  held candidate's record in it stays live whole, as does a
      *>  held candidate's old pre-control-era record, each with a
      *>  "retained under hold" line on batch/legal-hold-log.txt.
      *>  Usage: audcons [retain-days] (default 90; run from the
      *>  repo root).

       environment division.
       input-output section.
       file-control.
           copy taudfc.
           copy thldfc.
           copy tcanfc.
           select archive-file assign to dynamic archive-file-path
               organization line sequential
               file status archive-file-status.
       data division.
       file section.
           copy taudfd.
           copy thldfd.
           copy tcanfd.
       fd  archive-file.
       01  archive-record pic x(178).
       fd  history-file.
       01  history-record.
           05 his-candidate-in pic x(20).
           05 his-best-pass-in pic x(6).
           05 his-best-fail-in pic x(6).
       fd  keep-file.
       01  keep-record pic x(178).

       working-storage section.
           copy tauddata.
           copy thlddata.
           copy tcandata.
       01  archive-file-path  pic x(100).
       01  archive-file-status pic x(2) value spaces.
       01  history-file-path  pic x(100)
      *>  decision is made on the whole block, never half of one.
       01  blk-max            pic 9(4) value 0.
       01  blk-table.
           05 blk-record occurs 500 times pic x(178).
       01  blk-index          pic 9(4) value 0.
       01  blk-old-switch     pic x value 'n'.
           88 blk-is-old      value 'y'.
       01  his-work-fail      pic 9(6) value 0.

       01  archived-blocks    pic 9(5) value 0.
       01  held-blocks        pic 9(5) value 0.
       01  kept-records       pic 9(8) value 0.
       01  count-display      pic z(7)9.

           display '<AUDCONS::> ' function trim(count-display)
                   ' block(s) archived to '
                   function trim(archive-file-path)
           if held-blocks > 0
               move held-blocks to count-display
               display '<AUDCONS::> ' function trim(count-display)
                       ' old block(s) kept live under legal hold'
           end-if
           move kept-records to count-display
           display '<AUDCONS::> ' function trim(count-display)
                   ' record(s) kept on the live trail behind the'
      *>  a period-close marker stays on the live trail where
      *>  perclose left it
               when '*PCL*'
               when '*SAR*'
                   perform keep-one-record
               when '*CFW*'
      *>  an earlier consolidation's carry record: its totals
                                   function numval(
                                       aud-timestamp-in(1:8)))
                           if record-days < cutoff-days
                               move aud-candidate-id-in
                                   to hld-lookup-candidate
                               perform check-candidate-held
                               if hld-held
                                   move 'old record kept live'
                                       to hld-log-detail
                                   perform note-trim-held
                                   perform keep-one-record
                               else
                                   perform archive-one-detail
                               end-if
                           else
                               perform keep-one-record
                           end-if
           .

       flush-block.
           if blk-is-old
               perform check-block-held
           end-if
           if blk-is-old
               add 1 to archived-blocks
               perform consolidate-block-record
           move 0 to blk-max
           .

      *>  an old block with any held candidate in it stays live
      *>  whole; the first held candidate found is the one logged.
       check-block-held.
           move 'n' to hld-held-switch
           move 2 to blk-index
           perform test before
               until blk-index >= blk-max or hld-held
               move blk-record(blk-index)(1:20)
                   to hld-lookup-candidate
               perform check-candidate-held
               if not hld-held
                   add 1 to blk-index
               end-if
           end-perform
           if hld-held
               move 'n' to blk-old-switch
               add 1 to held-blocks
               move spaces to hld-log-detail
               string 'old run block of ' blk-record(1)(41:14)
                      ' kept live'
                   delimited by size into hld-log-detail
               perform note-trim-held
           end-if
           .

       note-trim-held.
           move 'AUDTRIM' to hld-log-path-code
           move 'AUDCONS' to hld-log-program
           perform note-retained-under-hold
           .

       keep-block-record.
           write keep-record from blk-record(blk-index)
           add 1 to kept-records
           end-read
           .

           copy thldhelp.

       end program audcons.
