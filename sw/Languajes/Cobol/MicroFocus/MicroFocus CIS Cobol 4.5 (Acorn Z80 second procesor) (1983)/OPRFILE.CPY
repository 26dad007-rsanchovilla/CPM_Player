      *OM-TERM-PROFILE NAMES THE TERMINAL PROFILE ON PROFILES.DAT
      *WHOSE HIGHLIGHT CODES STOCK-MENU LOADS AT SIGN-ON - SPACE
      *TAKES THE BUILT-IN TERMPROF DEFAULTS.
      *OM-PASSWORD NEVER HOLDS THE PASSWORD AS TYPED - IT IS THE
      *ONE-WAY ENCODED FORM PASSWORD-CONTROL MAKES FROM THE TYPED
      *PASSWORD AND THE OPERATOR'S OWN OM-PWD-SALT, MARKED BY
      *OM-PWD-FORM "E".  FORM SPACE IS A RECORD FROM BEFORE THE
      *ENCODING, STILL IN CLEAR UNTIL PASSWORD-CONVERT (OR THE
      *OPERATOR'S NEXT GOOD SIGN-ON) ENCODES IT.
       01  OPERATOR-RECORD.
           02  OM-OPERATOR-ID PIC X(4).
           02  OM-NAME PIC X(20).
           02  OM-FAIL-COUNT PIC 9.
           02  OM-LOCKED-FLAG PIC X.
           02  OM-TERM-PROFILE PIC X(8).
           02  OM-PWD-SALT PIC X(3).
           02  OM-PWD-FORM PIC X.
