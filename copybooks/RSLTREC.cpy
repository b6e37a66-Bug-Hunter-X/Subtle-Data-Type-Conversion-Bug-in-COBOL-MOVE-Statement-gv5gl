               88  RS-PRECLOSS-OCCURRED          VALUE "Y".
      *    "Y" when the account needed the wide (7-digit) format and
      *    the run carried it wide to CONVOUT instead of writing a
      *    truncation exception; "A" when it went out with its
      *    permanent ALIASMST alias in the legacy field instead.
           05  RS-WIDE-FLAG             PIC X(1).
               88  RS-WIDE-CARRIED               VALUE "Y".
               88  RS-ALIAS-CARRIED              VALUE "A".
      *    Set by CONVACKP from the receiver's acknowledgment file:
      *    space until the transmission is acknowledged, then "A"
      *    (receiver accepted the detail) or "R" (receiver bounced
