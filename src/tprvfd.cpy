       fd  peer-review-file.
       01  peer-review-record.
           05 prv-kata-in      pic x(20).
           05 prv-author-in    pic x(20).
           05 prv-reviewer-in  pic x(20).
           05 prv-assigned-in  pic x(8).
           05 prv-due-in       pic x(8).
           05 prv-status-in    pic x(8).
           05 prv-reviewed-in  pic x(8).
      *>  one digit 0-5 per quality-rubric category, in the order
      *>  of batch/quality-rubric.txt's deductions: GO TO use,
      *>  paragraph length, nesting depth, dead paragraphs, unused
      *>  working-storage
           05 prv-scores-in.
              10 prv-score-in  pic x occurs 5 times.
           05 prv-comment-in   pic x(60).
