      *>  Void register: one record per voided audit detail - the
      *>  void id, the run it belonged to, the detail's candidate/
      *>  kata/timestamp key, the reason code, who voided it and
      *>  when, and the runner - appended by voidmnt
      *>  (batch/void-maint.cbl) alongside the reversal records it
      *>  writes to the audit trail and the other stores
      *>  (batch/void-register.txt). The readers that grade and
      *>  report - candscore, lmsexp, transcr, perclose - load it
      *>  (src/tvoidhelp.cpy) and leave every voided detail out, the
      *>  way they resolve renames through the alias map. The key
      *>  table holds 9999 voids; a register past that is reported
      *>  (VOIDREG-WARNING, return code 4) rather than quietly
      *>  letting the rest back into the grades.
       01  void-register-path  pic x(100)
                                value 'batch/void-register.txt'.
       01  void-register-status pic x(2) value spaces.
       01  void-register-eof-switch pic x value 'n'.
           88 void-register-eof value 'y'.
       01  void-loaded-switch  pic x value 'n'.
           88 void-register-loaded value 'y'.
       01  void-overflow-switch pic x value 'n'.
           88 void-register-overflow value 'y'.
       01  void-key-max        pic 9(4) value 0.
       01  void-key-table.
           05 void-key-entry occurs 9999 times.
              10 vk-candidate  pic x(20).
              10 vk-kata       pic x(20).
              10 vk-timestamp  pic x(14).
       01  void-key-index      pic 9(4) value 0.
       01  void-found-switch   pic x value 'n'.
           88 detail-voided    value 'y'.
       01  void-lookup-candidate pic x(20).
       01  void-lookup-kata    pic x(20).
       01  void-lookup-timestamp pic x(14).
