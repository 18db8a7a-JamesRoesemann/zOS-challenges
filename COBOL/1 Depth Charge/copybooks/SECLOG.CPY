      *-----------------------------------------------------------
      * SECLOG.CPY
      * Record layout for the SECLOG security violation log. One
      * record per sign-on security event, appended as it happens:
      * DEPTHC writes every refused sign-on and every lockout, and
      * PLAYMNT writes every unlock, PIN issue and batch
      * authorization change along with the operator who made it.
      * SECRPT prints the week's events for the supervisor.
      *   SEC-EVENT       BADPIN   wrong PIN keyed at sign-on
      *                   LOCKOUT  third wrong PIN - player locked
      *                   LOCKED   sign-on tried while locked out
      *                   NOPIN    sign-on to an ID with no PIN
      *                   NOID     sign-on to an ID not on file
      *                   INACTIVE sign-on to a deactivated ID
      *                   NOAUTH   DEPTHPRM deck for a player with
      *                            no batch authorization
      *                   UNLOCK   operator cleared a lockout
      *                   PINSET   operator issued or reset a PIN
      *                   AUTHGRNT operator granted batch credit
      *                   AUTHRVKE operator revoked batch credit
      *   SEC-SOURCE      where the sign-on came from (CONSOLE,
      *                   GAMEREC or BATCH - the same words the
      *                   AUDITLOG record uses).
      *   SEC-OPERATOR    the operator ID keyed into PLAYMNT;
      *                   spaces on DEPTHC's records.
      *-----------------------------------------------------------
       01  SECLOG-RECORD.
           02  SEC-DATE               PIC 9(8).
           02  SEC-TIME               PIC 9(6).
           02  SEC-PROGRAM            PIC X(8).
           02  SEC-EVENT              PIC X(8).
               88  SEC-FAILED-SIGN-ON     VALUE 'BADPIN' 'LOCKED'
                                          'NOPIN' 'NOID' 'INACTIVE'
                                          'NOAUTH'.
               88  SEC-LOCKOUT            VALUE 'LOCKOUT'.
               88  SEC-UNLOCK             VALUE 'UNLOCK'.
               88  SEC-MAINTENANCE        VALUE 'PINSET' 'AUTHGRNT'
                                          'AUTHRVKE'.
           02  SEC-PLAYER-ID          PIC X(8).
           02  SEC-SOURCE             PIC X(7).
           02  SEC-OPERATOR           PIC X(8).
           02  SEC-DETAIL             PIC X(30).
