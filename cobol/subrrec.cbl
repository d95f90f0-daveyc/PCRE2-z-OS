      *                  both left as spaces keeps running against  *
      *                  the whole record, so existing rules work   *
      *                  unchanged.                                 *
      * 2026-10-15  DC   Added RUL-MASK-STYLE, RUL-MASK-KEEP and    *
      *                  RUL-MASK-CHECK in place of part of the     *
      *                  trailing filler.  Style F masks each match *
      *                  format-preserving - same length, digits    *
      *                  for digits, letters for letters, every     *
      *                  other character left where it stands -     *
      *                  instead of substituting RUL-REPLACEMENT.   *
      *                  RUL-MASK-KEEP 'Y' keeps the first six and  *
      *                  last four digits of a match with more than *
      *                  ten; RUL-MASK-CHECK 'L' leaves the masked  *
      *                  digits passing the Luhn check.  A style of *
      *                  space or R is the original replacement     *
      *                  masking, so existing rules are unchanged.  *
      * 2026-10-15  DC   Added RUL-OWNER in place of the last of    *
      *                  the trailing filler - the owner who        *
      *                  answers for the rule, as PAT-OWNER does    *
      *                  for a pattern, and who attests it at each  *
      *                  RECERT cycle.  Rules loaded before it      *
      *                  carry spaces until RULEMNT gives them one. *
      ***************************************************************
       01  sub-rule-record.
           05  rul-seq                 pic x(04).
               88  rul-enabled-yes               value 'Y'.
           05  rul-layout              pic x(08).
           05  rul-field               pic x(08).
           05  rul-mask-style          pic x(01).
               88  rul-style-replace             value ' ' 'R'.
               88  rul-style-format              value 'F'.
           05  rul-mask-keep           pic x(01).
               88  rul-keep-six-four             value 'Y'.
           05  rul-mask-check          pic x(01).
               88  rul-check-luhn                value 'L'.
           05  rul-owner               pic x(08).
