      *****************************************************************
      *    CARRMSTR -  INSURANCE CARRIER MASTER RECORD
      *    (VSAM DDS0001.CARRMSTR, KEYED BY CM-CARRIER-CODE).
      *    MAINTAINED BY CARRMNT; READ BY CLAIMSUB, REMITADV, ELIGCHK
      *    AND HOSPEDIT (VIA THE NIGHTLY SEQUENTIAL UNLOAD
      *    DDS0001.CARRTABL) IN PLACE OF THE OLD HARDCODED
      *    HMO/PPO/POS/MAN LITERALS.
      *****************************************************************
