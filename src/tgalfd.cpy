       fd  gallery-index-file.
       01  gallery-index-record.
           05 gix-kata-in         pic x(20).
           05 gix-version-in      pic x(4).
           05 gix-type-in         pic x(8).
           05 gix-kata-version-in pic x(4).
           05 gix-tenant-in       pic x(8).
           05 gix-detail-in       pic x(149).
      *>  a GALLERY row: the selection run that made the version.
           05 gix-gallery-view redefines gix-detail-in.
              10 gix-selected-ts-in pic x(14).
              10 gix-selected-by-in pic x(20).
              10 gix-entries-in     pic x(2).
              10 gix-due-in         pic x(14).
              10 filler             pic x(99).
      *>  an EXEMPLAR row: one solution in it.
           05 gix-exemplar-view redefines gix-detail-in.
              10 gix-entry-in       pic x(2).
              10 gix-score-in       pic x(3).
              10 gix-shown-as-in    pic x(30).
              10 gix-file-in        pic x(80).
              10 gix-candidate-in   pic x(20).
              10 gix-pass-ts-in     pic x(14).
