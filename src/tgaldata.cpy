      *>  Exemplar gallery: two or three good solutions to a kata,
      *>  chosen after its due date by batch/gallery-select.sh to
      *>  show the cohort. batch/gallery-index.txt has, per
      *>  selection run, one GALLERY row - kata(20) version(4)
      *>  'GALLERY '(8) kata-version(4) tenant(8) selected(14)
      *>  selected-by(20) entries(2) due(14) - then an EXEMPLAR row
      *>  per solution - kata(20) version(4) 'EXEMPLAR'(8)
      *>  kata-version(4) tenant(8) entry(2) quality-score(3)
      *>  shown-as(30) file(80) candidate(20) passed(14). shown-as
      *>  is the candidate's name when they opted in to attribution
      *>  (batch/gallery-consent.txt), else "Solution A", "B", ...;
      *>  the file is the solution as filed under
      *>  batch/gallery/<tenant>/<kata>/v<version>/, anonymized the
      *>  same way. The tenant is the candidates' (every exemplar
      *>  in a gallery is one tenant's) and the gallery is shown to
      *>  that tenant only. A kata's current gallery for a tenant is
      *>  its highest version; earlier versions stay on file.
       01  gallery-index-path pic x(100)
                               value 'batch/gallery-index.txt'.
       01  gallery-index-status pic x(2) value spaces.
       01  gallery-index-eof-switch pic x value 'n'.
           88 gallery-index-eof value 'y'.

      *>  look-up-gallery: gal-lookup-kata and gal-lookup-tenant in;
      *>  the current gallery's version, kata version, date and
      *>  entries out, gal-found when there is one.
       01  gal-lookup-kata    pic x(20) value spaces.
       01  gal-lookup-tenant  pic x(8) value spaces.
       01  gal-found-switch   pic x value 'n'.
           88 gal-found       value 'y'.
       01  gal-version        pic x(4) value spaces.
       01  gal-kata-version   pic x(4) value spaces.
       01  gal-selected-ts    pic x(14) value spaces.
       01  gal-max            pic 9 value 0.
       01  gal-table.
           05 gal-entry occurs 9 times.
              10 gal-entry-number pic x(2).
              10 gal-score        pic x(3).
              10 gal-shown-as     pic x(30).
              10 gal-file         pic x(80).
       01  gal-index          pic 9 value 0.
