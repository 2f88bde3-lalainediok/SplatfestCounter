      *   and "Marina " cannot turn into three different players.     *
      *                                                                *
      *   Players are deactivated rather than deleted so their        *
      *   history stays attached to the canonical spelling. Two       *
      *   usernames that turn out to be one player are brought        *
      *   together with SPLMERG, which deactivates the old one.       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
