      *>  Control-file change register helpers (see the note in
      *>  src/tccrdata.cpy). find-control-file: move the file code
      *>  to control-file-code; ctlf-found and control-file-path come
      *>  back. load-control-rows / rewrite-control-rows hold the
      *>  whole file in ctlr-table (ctlr-full when it would not fit
      *>  - never rewrite it then). load-change-register holds the
      *>  register in ccr-table (ccr-full likewise).
      *>  needs tccrdata and tccrfc/tccrfd in the same program.
       find-control-file.
           move 'n' to ctlf-found-switch
           move spaces to control-file-path
           perform varying ctlf-index from 1 by 1
                   until ctlf-index > ctlf-max
               if ctlf-code(ctlf-index) = control-file-code
                   set ctlf-found to true
                   move ctlf-path(ctlf-index) to control-file-path
               end-if
           end-perform
           .

       load-control-rows.
           move 0 to ctlr-max
           move 'n' to control-eof-switch ctlr-full-switch
           open input control-file
           if control-file-status = '00'
               perform read-next-control-row until control-eof
               close control-file
           end-if
           .

       read-next-control-row.
           read control-file
               at end
                   set control-eof to true
               not at end
                   if ctlr-max < 500
                       add 1 to ctlr-max
                       move control-record to ctlr-row(ctlr-max)
                   else
                       set ctlr-full to true
                   end-if
           end-read
           .

       rewrite-control-rows.
           open output control-file
           if control-file-status = '00'
               perform varying ctlr-index from 1 by 1
                       until ctlr-index > ctlr-max
                   write control-record from ctlr-row(ctlr-index)
               end-perform
               close control-file
           end-if
           .

       load-change-register.
           move 0 to ccr-max
           move 'n' to change-register-eof-switch ccr-full-switch
           open input change-register-file
           if change-register-status = '00'
               perform read-next-change-request
                   until change-register-eof
               close change-register-file
           end-if
           .

       read-next-change-request.
           read change-register-file
               at end
                   set change-register-eof to true
               not at end
                   if ccr-max < 2000
                       add 1 to ccr-max
                       move change-register-record to ccr-row(ccr-max)
                   else
                       set ccr-full to true
                   end-if
           end-read
           .
