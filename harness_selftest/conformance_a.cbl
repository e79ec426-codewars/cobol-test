           copy tsortfc.
           copy tdispfc.
           copy tlayfc.
           copy tmisfc.
           copy tscrfc.

       data division.
       file section.
       copy tsortfd.
       copy tdispfd.
       copy tlayfd.
       copy tmisfd.
       copy tscrfd.

       working-storage section.
       copy tdata.
