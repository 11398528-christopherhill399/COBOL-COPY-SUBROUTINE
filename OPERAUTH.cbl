       AUTHOR.    CHRISTOPHER HILL.

      *    OPERATOR AUTHORIZATION FOR THE MAINTENANCE PROGRAMS.
      *    ASSETMNT, PAYRMNT, RATEMNT, AND MANCHECK EACH HAND OVER
      *    THE OPERATOR AND APPROVER IDS FROM THE TRANSACTION, WHICH
      *    MASTER IS BEING TOUCHED, AND THE TRANSACTION'S DOLLAR
      *    SIZE; THIS SUBPROGRAM JUDGES THEM AGAINST THE
      *    OPERAUTH.DAT PERMISSIONS FILE - WHO MAY TOUCH WHICH
