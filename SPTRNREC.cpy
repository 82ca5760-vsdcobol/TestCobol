      * Typed layout of one 200-byte record in a branch transmission
      * file. Detail records are SPPAYREC.cpy payloads unchanged, so
      * the two-byte type in front distinguishes the wrapper records
      * (HD header, TR trailer) from the payload types (SC, BA, AU,
      * RV) without shifting a single payload byte. Amount fields
      * travel in the same printable sign-plus-digits form the
      * payload uses.
      *
      *   HD  one per file, first record: file date and originating
      *       branch - together they identify the file, so the same
           05  sp-transmit-type        pic x(2).
               88  sp-transmit-header      value "HD".
               88  sp-transmit-trailer     value "TR".
               88  sp-transmit-detail      value "SC" "BA" "AU" "RV".
           05  sp-transmit-data        pic x(198).
           05  sp-transmit-header-data redefines sp-transmit-data.
               10  sp-transmit-file-date    pic x(8).
