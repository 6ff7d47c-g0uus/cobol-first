045300*    RECONRPT SUMMARY.  A MISSING SUMMARY OR A MISMATCH MARKS    *
045400*    THE MASTER SUSPECT.  A POSTING DL200 REJECTED TO POSTREJ    *
045500*    WILL SHOW UP HERE AS A MISMATCH - THAT IS THE POINT, THE    *
045600*    DAY IS NOT PROVEN UNTIL POSTREJ IS WORKED.  WHEN DL200 RUNS *
045610*    WITH A SUSPENSE ACCOUNT, A POSTING WITH NO MASTER RECORD IS *
045620*    PARKED ON SUSPENSE AND TIES HERE LIKE ANY OTHER; ONLY ONE   *
045630*    REFUSED BY A FROZEN ACCOUNT OR A LIMIT STILL REACHES        *
045640*    POSTREJ AND BREAKS THE TIE.                                 *
045700******************************************************************
045800 5000-PROVE-ACTIVITY.
045900*
