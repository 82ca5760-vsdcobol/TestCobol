      * per call: who called it, which environment answered, which
      * method answered, when, and what return-value it answered with.
      * The method name also keys alert suppression in RaiseAlert.
      * The detail is free text a method may add to its row - the
      * approval methods name the requesting user there beside the
      * deciding caller; every other method leaves it blank.
      *================================================================
       01  sp-audit-row.
           05  sp-audit-caller       pic x(128).
           05  sp-audit-method       pic x(32).
           05  sp-audit-timestamp    pic x(26).
           05  sp-audit-return-value pic s9(9) comp-5.
           05  sp-audit-detail       pic x(200) value spaces.
