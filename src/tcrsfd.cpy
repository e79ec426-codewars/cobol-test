           05 crs-key.
              10 crs-candidate  pic x(20).
              10 crs-kata       pic x(20).
              10 crs-case-id    pic x(24).
              10 crs-run-id     pic x(14).
           05 crs-case-title    pic x(80).
           05 crs-outcome       pic x(8).
           05 crs-recorded      pic x(14).
