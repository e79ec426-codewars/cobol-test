      *>  Console script for run-scripted-step (see tproc): the
      *>  testcase's ACCEPT lines are written here, one per record,
      *>  and the step reads them back as its standard input.
           select script-input-file
               assign to dynamic script-input-path
               organization line sequential
               file status script-input-status.
