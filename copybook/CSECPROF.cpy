      * expiry, and the failed-attempt counter that locks the id.     *
      * Maintained by ZBNKSEC1; the signon verifies a password by     *
      * hashing what the user typed through ZBNKPWD1 and comparing    *
      * hashes. The role is the one EXT-IPZZ-USERROLE carries, and    *
      * the last signon date is what ZBNKCRT1 disables dormant ids    *
      * and shows the reviewing managers on. A disabled id may be     *
      * reset back into use; a revoked one may not.                   *
      *****************************************************************
       01  SECPROF-RECORD.
           05  SECPROF-USERID                       PIC X(8).
           05  SECPROF-STATUS                       PIC X(1).
               88  SECPROF-STATUS-ACTIVE             VALUE 'A'.
               88  SECPROF-STATUS-LOCKED             VALUE 'L'.
               88  SECPROF-STATUS-DISABLED           VALUE 'D'.
               88  SECPROF-STATUS-REVOKED            VALUE 'X'.
               88  SECPROF-STATUS-IN-USE             VALUE 'A' 'L'.
           05  SECPROF-ROLE                         PIC X(1).
               88  SECPROF-ROLE-TELLER               VALUE 'T'.
               88  SECPROF-ROLE-SUPERVISOR           VALUE 'S'.
               88  SECPROF-ROLE-MANAGER              VALUE 'M'.
               88  SECPROF-ROLE-VALID                VALUE 'T' 'S' 'M'.
           05  SECPROF-LAST-SIGNON                  PIC X(8).
           05  FILLER                               PIC X(3).

      * $ Version 5.99c sequenced on Wednesday 3 Mar 2011 at 1:00pm
