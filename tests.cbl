           copy tconffc.
           copy tdispfc.
           copy tlayfc.
           copy tmisfc.
           copy tscrfc.

       data division.
       file section.
       copy tconffd.
       copy tdispfd.
       copy tlayfd.
       copy tmisfd.
       copy tscrfd.

       working-storage section.
       01  i           pic 9(8).
