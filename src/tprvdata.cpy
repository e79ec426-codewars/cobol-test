      *>  Peer code-review register: one line-sequential record per
      *>  reviewer assignment - kata(20) author(20) reviewer(20)
      *>  assigned(8) due(8) status(8) reviewed(8) scores(5)
      *>  comment(60). batch/review-assign.cbl writes ASSIGNED rows
      *>  for each passed submission (two same-cohort reviewers who
      *>  passed the kata too, never a pair the similarity screen
      *>  flagged); batch/review-post.cbl turns a row REVIEWED with
      *>  the reviewer's rubric scores and comment;
      *>  batch/review-report.cbl lists the ASSIGNED rows past due
      *>  and candscore reads the register as the peer-review
      *>  component.
       01  peer-review-file-path  pic x(100)
                                   value 'batch/peer-reviews.txt'.
       01  peer-review-file-status pic x(2) value spaces.
       01  peer-review-eof-switch pic x value 'n'.
           88 peer-review-eof     value 'y'.

      *>  rubric categories, in score-column order
       01  prv-category-names.
           05 filler pic x(8) value 'GOTO'.
           05 filler pic x(8) value 'PARA-LEN'.
           05 filler pic x(8) value 'DEPTH'.
           05 filler pic x(8) value 'DEAD'.
           05 filler pic x(8) value 'UNUSED'.
       01  prv-category-table redefines prv-category-names.
           05 prv-category-name pic x(8) occurs 5 times.
       01  prv-category-index pic 9 value 0.
       01  prv-score-max      pic 9 value 5.
