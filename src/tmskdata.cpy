      *>  Masking profiles for the outputs that leave the shop -
      *>  the warehouse feeds (whextr), the LMS gradebook (lmsexp),
      *>  the HTML dashboard (dashgen), the nightly report
      *>  (nightrpt) and the feedback bundles (feedgen), which go to
      *>  sponsors and external auditors as well as our own staff.
      *>  batch/masking-profiles.txt (ctlchg file MASKING, '#'
      *>  comment lines) has one row per profile and output - profile(8)
      *>  output(8: WHEXTR LMSEXP DASHGEN NIGHTRPT FEEDGEN, or '*'
      *>  for every output without a row of its own) id-treatment(8)
      *>  name-treatment(8) sponsor(10) pseudonym-key(10)
      *>  description(40). A treatment is one of
      *>
      *>    CLEAR     the id or name as it stands
      *>    PSEUDO    a pseudonym, P and nine digits, worked from the
      *>              candidate id and the profile's key - the same
      *>              candidate gets the same pseudonym on every run,
      *>              so trends and joins still work
      *>    PARTIAL   the id's first two characters with the rest
      *>              starred; the name cut to initials
      *>    SUPPRESS  *SUPPRESSED* in place of the id or name
      *>
      *>  and a sponsor, when given, limits the output to that
      *>  sponsor's candidates (can-sponsor on the candidate
      *>  master): everyone else's records are withheld, not masked.
      *>  An id on the audit trail the master does not know has no
      *>  sponsor, so it is withheld from a sponsor's output.
      *>
      *>  A generator takes its profile as a MASK=<profile> word on
      *>  its command line; without one it writes in clear, as it
      *>  always has. A profile named but not on file for the output
      *>  is an error - nothing is written unmasked by mistake.
      *>  Every file a generator delivers is entered on the delivery
      *>  register (batch/delivery-register.txt): stamp(14)
      *>  program(8) profile(8, *NONE* for clear) records(8)
      *>  withheld(8) file(80).
       01  masking-profile-path pic x(100)
                               value 'batch/masking-profiles.txt'.
       01  masking-profile-status pic x(2) value spaces.
       01  masking-profile-eof-switch pic x value 'n'.
           88 masking-profile-eof value 'y'.
       01  delivery-register-path pic x(100)
                               value 'batch/delivery-register.txt'.
       01  delivery-register-status pic x(2) value spaces.

      *>  take-masking-profile: the program's command line and its
      *>  output code in; the profile's treatments out, or
      *>  msk-profile-bad when the profile named cannot be used.
       01  msk-command-args   pic x(250) value spaces.
       01  msk-output         pic x(8) value spaces.
       01  msk-profile        pic x(8) value spaces.
       01  msk-profile-switch pic x value 'n'.
           88 msk-profile-in-use value 'y'.
       01  msk-profile-bad-switch pic x value 'n'.
           88 msk-profile-bad value 'y'.
       01  msk-id-treatment   pic x(8) value 'CLEAR'.
       01  msk-name-treatment pic x(8) value 'CLEAR'.
       01  msk-scope-sponsor  pic x(10) value spaces.
       01  msk-pseudonym-key  pic x(10) value spaces.
       01  msk-description    pic x(40) value spaces.
       01  msk-own-row-switch pic x value 'n'.
           88 msk-own-row     value 'y'.
       01  msk-star-row-switch pic x value 'n'.
           88 msk-star-row    value 'y'.
       01  msk-token          pic x(60) value spaces.
       01  msk-token-pointer  pic 9(3) value 0.

      *>  The candidate master, for the names and sponsors; loaded
      *>  only when a profile is in use.
       01  mcd-max            pic 9(4) value 0.
       01  mcd-table.
           05 mcd-entry occurs 1000 times.
              10 mcd-id          pic x(20).
              10 mcd-name        pic x(30).
              10 mcd-sponsor     pic x(10).
              10 mcd-id-length   pic 9(2).
              10 mcd-name-length pic 9(2).
       01  mcd-index          pic 9(4) value 0.
       01  mcd-found-switch   pic x value 'n'.
           88 mcd-found       value 'y'.

      *>  mask-candidate: msk-lookup-id in; the masked id and name
      *>  out, and whether the candidate is in the profile's scope.
       01  msk-lookup-id      pic x(20) value spaces.
       01  msk-masked-id      pic x(20) value spaces.
       01  msk-masked-name    pic x(30) value spaces.
       01  msk-scope-switch   pic x value 'y'.
           88 msk-in-scope    value 'y'.
       01  msk-treatment      pic x(8) value spaces.
       01  msk-field-switch   pic x value 'i'.
           88 msk-id-field    value 'i'.
           88 msk-name-field  value 'n'.
       01  msk-clear-text     pic x(30) value spaces.
       01  msk-clear-length   pic 9(2) value 0.
       01  msk-masked-text    pic x(30) value spaces.
       01  msk-pseudonym      pic x(10) value spaces.
       01  msk-hash-text      pic x(30) value spaces.
       01  msk-hash-length    pic 9(2) value 0.
       01  msk-hash-position  pic 9(2) value 0.
       01  msk-hash           pic 9(9) value 0.
       01  msk-initial-pointer pic 9(2) value 0.
       01  msk-initial-switch pic x value 'y'.
           88 msk-next-is-initial value 'y'.

      *>  mask-text-line: a free-text line in msk-text-line, every
      *>  candidate id and name in it masked in place;
      *>  msk-line-withheld when it names a candidate out of scope.
       01  msk-text-line      pic x(300) value spaces.
       01  msk-text-index     pic 9(4) value 0.
       01  msk-work-line      pic x(300) value spaces.
       01  msk-work-pointer   pic 9(3) value 0.
       01  msk-line-withheld-switch pic x value 'n'.
           88 msk-line-withheld value 'y'.
       01  msk-find-text      pic x(30) value spaces.
       01  msk-find-length    pic 9(2) value 0.
       01  msk-find-count     pic 9(3) value 0.
       01  msk-replace-text   pic x(30) value spaces.
       01  msk-replace-length pic 9(2) value 0.
       01  msk-scan-position  pic 9(3) value 0.
       01  msk-rest-position  pic 9(3) value 0.
       01  msk-boundary-switch pic x value 'n'.
           88 msk-on-boundary value 'y'.
       01  msk-boundary-char  pic x value space.
           88 msk-word-char   values 'A' thru 'Z' 'a' thru 'z'
                                     '0' thru '9' '_'.
           88 msk-id-char     values 'A' thru 'Z' 'a' thru 'z'
                                     '0' thru '9' '_' '-'.

      *>  note-delivery: the file, its record count and how many
      *>  records the scope withheld in; one register line out.
       01  msk-delivered-file pic x(80) value spaces.
       01  msk-delivered-records pic 9(8) value 0.
       01  msk-withheld-records pic 9(8) value 0.
       01  msk-date-stamp     pic x(21).
