      *>  Property (metamorphic) assertion - see the note at
      *>  property-name in tgendata. the kata declares one paragraph,
      *>  property-relation, which takes property-input, makes the
      *>  related calls and sets property-broken (with a short
      *>  property-detail) when the relation does not hold. a kata
      *>  with several properties dispatches on property-name inside
      *>  it. e.g. for mul2/div2:
      *>    property-relation.
      *>        move property-input to n
      *>        call 'mul2' using by content n by reference doubled
      *>        move doubled to n2
      *>        call 'div2' using by content n2 by reference result
      *>        if result not = n
      *>            set property-broken to true
      *>            move 'div2(mul2(n)) is not n' to property-detail
      *>        end-if
      *>        .
      *>  and for a sort, property-input is the table length: fill
      *>  that many ascending entries, sort, compare - a failure
      *>  shrinks to the shortest table that shows it.
      *>  then:
      *>    move 'mul2/div2 round trip' to property-name
      *>    move 3 to gen-picture-digits
      *>    perform expect-property
      *>  copy this in place of tgenproc (after the procedure
      *>  division's own paragraphs): it brings tgenproc in with the
      *>  shrink-check-hook re-running the relation on each shrink
      *>  candidate. needs tgendata, tdata and tproc as well.
       expect-property.
           move 'n' to property-broken-switch
           move 0 to property-trial-index
           perform run-property-trial
               until property-trial-index >= property-trial-count
                  or property-broken
           move spaces to assertion-message
           if not property-broken
               perform assert-true
           else
               move property-input to shrink-original-value
               perform shrink-and-report
               move shrink-minimal-value to property-input
               move 'n' to property-broken-switch
               move spaces to property-detail
               perform property-relation
               move property-input to property-input-display
               if property-detail = spaces
                   string 'property ' function trim(property-name)
                          ' broken for input '
                          function trim(property-input-display) ' '
                          function trim(shrink-report-message)
                       delimited by size into assertion-message
               else
                   string 'property ' function trim(property-name)
                          ' broken for input '
                          function trim(property-input-display) ': '
                          function trim(property-detail) ' '
                          function trim(shrink-report-message)
                       delimited by size into assertion-message
               end-if
               perform assert-false
           end-if
           .

       run-property-trial.
           perform generate-property-input
           move gen-numeric-result to property-input
           move spaces to property-detail
           perform property-relation
           add 1 to property-trial-index
           .

      *>  the boundary cycle for the first trials, uniform draws
      *>  after it.
       generate-property-input.
           move property-trial-index to gen-boundary-index
           evaluate true
               when property-input-max > 0
                   perform generate-capped-property-input
               when property-signed
                   if property-trial-index < 7
                       perform generate-boundary-signed
                   else
                       perform generate-random-signed
                   end-if
               when other
                   if property-trial-index < property-boundary-count
                       perform generate-boundary-numeric
                   else
                       perform generate-random-numeric
                   end-if
           end-evaluate
           .

      *>  0 thru property-input-max in gen-picture-decimals steps:
      *>  0, the maximum, one step and the maximum less one step,
      *>  then uniform draws.
       generate-capped-property-input.
           compute gen-decimal-scale = 10 ** gen-picture-decimals
           evaluate true
               when property-trial-index = 0
                   move 0 to gen-numeric-result
               when property-trial-index = 1
                   move property-input-max to gen-numeric-result
               when property-trial-index = 2
                   compute gen-numeric-result = 1 / gen-decimal-scale
               when property-trial-index = 3
                   compute gen-numeric-result =
                       property-input-max - (1 / gen-decimal-scale)
               when other
                   compute gen-digit-span =
                       property-input-max * gen-decimal-scale + 1
                   compute gen-combined-draw =
                       function random() * gen-digit-span
                   compute gen-combined-draw =
                       function integer-part(gen-combined-draw)
                   compute gen-numeric-result =
                       gen-combined-draw / gen-decimal-scale
           end-evaluate
           if gen-numeric-result > property-input-max
               move property-input-max to gen-numeric-result
           end-if
           if gen-numeric-result < 0
               move 0 to gen-numeric-result
           end-if
           .

      *>  the shrink-check-hook body: the relation re-run on the
      *>  shrink candidate.
       property-shrink-probe.
           move shrink-candidate-value to property-input
           move 'n' to property-broken-switch
           move spaces to property-detail
           perform property-relation
           if property-broken
               set shrink-check-failed to true
           end-if
           .

           copy tgenproc replacing
               ==shrink-check-hook.
           continue
           .== by
               ==shrink-check-hook.
           perform property-shrink-probe
           .==.
