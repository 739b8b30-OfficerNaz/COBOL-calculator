      *                before each controlled function; a missing or
      *                disabled profile, or an unauthorized attempt,
      *                is refused and logged to the audit trail with
      *                the refused action code. The period
      *                authority allows opening and closing
      *                accounting months in the period-control file.
      *                The override authority allows clearing a
      *                system status or online session record left
      *                behind by an abended stream or session.
      ******************************************************************
       01  OPERATOR-PROFILE.
           05  OPR-USER-ID         pic X(8).
               88  OPR-MAY-REPAIR      value "Y".
           05  OPR-AUTH-REVIEW    pic X(1).
               88  OPR-MAY-REVIEW      value "Y".
           05  OPR-AUTH-PERIOD     pic X(1).
               88  OPR-MAY-CLOSE-PERIOD value "Y".
           05  OPR-AUTH-OVERRIDE   pic X(1).
               88  OPR-MAY-OVERRIDE    value "Y".
           05  FILLER              pic X(05).
