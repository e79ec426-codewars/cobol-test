                           or aud-candidate-id-in(1:5) = '*TRL*'
                           or aud-candidate-id-in(1:5) = '*CFW*'
                           or aud-candidate-id-in(1:5) = '*PCL*'
                           or aud-candidate-id-in(1:5) = '*SAR*'
      *>  a void's reversal details (voidmnt) are not runs
                           or aud-origin-in = 'VOID'
                       continue
                   else
                       perform accept-audit-detail
