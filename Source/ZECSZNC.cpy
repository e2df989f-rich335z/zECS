      * would drown if every GET left a record.  Maintained online    * 00000150
      * by ZECS008 (ADMIN access), no region bounce required; the     * 00000160
      * same maintenance-file pattern as ZS-FCT/ZP-FCT.               * 00000170
      *                                                               * 00000171
      * ZN-ENCRYPT 'Y' further designates the prefix for encryption   * 00000172
      * at rest: every payload written under it is stored encrypted   * 00000173
      * (ZECS001's 4850-ENCRYPT-PAYLOAD, key table in ZECSEKC).  Set  * 00000174
      * and cleared with ?encrypt=Y / ?encrypt=N on the ZECS008 PUT.  * 00000175
      ***************************************************************** 00000180
       01  ZN-RECORD.                                                   00000190
           02  ZN-PREFIX          PIC X(128) VALUE SPACES.              00000200
           02  ZN-ENCRYPT         PIC  X(01) VALUE SPACES.              00000210
               88  ZN-ENCRYPTED   VALUE 'Y'.                            00000220
           02  FILLER             PIC  X(31) VALUE SPACES.              00000230
