      *>  The current exemplar gallery for a kata and tenant (see the
      *>  note in src/tgaldata.cpy). needs tgaldata and tgalfc/tgalfd
      *>  in the same program.
       look-up-gallery.
           move 'n' to gal-found-switch gallery-index-eof-switch
           move spaces to gal-version gal-kata-version gal-selected-ts
           move 0 to gal-max
           open input gallery-index-file
           if gallery-index-status = '00'
               perform read-next-gallery-row until gallery-index-eof
               close gallery-index-file
           end-if
           .

      *>  versions are written in ascending order, each GALLERY row
      *>  ahead of its EXEMPLAR rows: a higher version starts the
      *>  table again.
       read-next-gallery-row.
           read gallery-index-file
               at end
                   set gallery-index-eof to true
               not at end
                   if gix-kata-in = gal-lookup-kata
                           and gix-tenant-in = gal-lookup-tenant
                       perform take-gallery-row
                   end-if
           end-read
           .

       take-gallery-row.
           evaluate true
               when gix-type-in = 'GALLERY'
                       and gix-version-in > gal-version
                   set gal-found to true
                   move gix-version-in to gal-version
                   move gix-kata-version-in to gal-kata-version
                   move gix-selected-ts-in to gal-selected-ts
                   move 0 to gal-max
               when gix-type-in = 'EXEMPLAR'
                       and gix-version-in = gal-version
                       and gal-max < 9
                   add 1 to gal-max
                   move gix-entry-in to gal-entry-number(gal-max)
                   move gix-score-in to gal-score(gal-max)
                   move gix-shown-as-in to gal-shown-as(gal-max)
                   move gix-file-in to gal-file(gal-max)
           end-evaluate
           .
