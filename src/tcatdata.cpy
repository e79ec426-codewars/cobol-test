       01  cat-prereq           pic x(20).
       01  cat-reference-ms     pic 9(8) value 0.
       01  cat-version          pic x(4) value spaces.
       01  cat-toolchain        pic x(8) value spaces.

      *>  Indexed edition of the catalog, keyed on cix-kata-name
      *>  and rebuilt from kata-catalog.txt by batch/catalog-load.cbl
