       fd  misconception-file.
       01  misconception-record.
           05 mis-code-in      pic x(16).
           05 mis-signature-in pic x(16).
           05 mis-hint-in      pic x(100).
