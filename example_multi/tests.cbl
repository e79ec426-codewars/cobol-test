       01  func-name   pic x(30).
       01  result      pic 9(10)v9(2).
       01  expected    pic 9(10)v9(2).
       01  doubled     pic 9(10).
           copy tgendata.

       procedure division.
           testsuite 'Fixed Tests'.
               perform dotest-dynamic
           end-perform

           testsuite 'Properties'.
           testcase 'div2(mul2(n)) = n'.
           move 'mul2/div2 round trip' to property-name
           move 99999 to property-input-max
           perform expect-property

           end tests.
       
       dotest-div.
           expect result to be expected.
           .

       property-relation.
           move property-input to n
           call 'mul2' using by content n by reference result
           move result to doubled
           call 'div2' using by content doubled by reference result
           if result not = n
               set property-broken to true
               move 'div2(mul2(n)) is not n' to property-detail
           end-if
           .

           copy texpprop.

       end program tests.
