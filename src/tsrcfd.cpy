       fd  source-store-file.
       01  source-store-record.
           05 src-key.
              10 src-candidate  pic x(20).
              10 src-kata       pic x(20).
              10 src-submitted  pic x(14).
              10 src-line-no    pic 9(5).
           05 src-version       pic x(4).
           05 src-line-text     pic x(160).
