           88  ntr-status-not-numeric    value '01'.
           88  ntr-status-out-of-range   value '02'.
           88  ntr-status-bad-op-code    value '03'.
      * the operation is on the operation-code table but operations
      * has suspended it - its own code so the sender and REJRPT can
      * tell "we are not computing this today" from a keying error.
           88  ntr-status-op-suspended   value '04'.
      * the control number is on the stop list for this operation and
      * sender - compliance or the sender asked for it to be held.
           88  ntr-status-stopped        value '05'.
