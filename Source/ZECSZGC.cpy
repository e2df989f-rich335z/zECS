      ***************************************************************** 00000010
      * zECS PREFIX GRANT record definition.                          * 00000020
      *                                                               * 00000030
      * Narrows a userid's UPDATE/DELETE access (ZCxxSD or ZS-FCT) to * 00000040
      * named key prefixes.  One record per userid and prefix, keyed  * 00000050
      * by ZG-KEY; ZG-PREFIX is either a bare BU_SBU or a             * 00000060
      * BU_SBU/application pair, exactly as the prefix appears ahead  * 00000070
      * of the key in the cache URI.  ZECS001's 1680-PREFIX-ACCESS    * 00000080
      * probes both levels with exact keyed reads on every mutation - * 00000090
      * /resources POST/PUT/DELETE, each mput entry, the source of a  * 00000100
      * copy=delete rename, and lock acquire/release - and a userid   * 00000110
      * holding at least one record here may only write (ZG-UPDATE-   * 00000120
      * ACCESS) or delete (ZG-DELETE-ACCESS) under a granted prefix.  * 00000130
      * A userid with no records at all keeps the unscoped access it  * 00000140
      * has always had, so tenants are migrated one userid at a time. * 00000150
      * Reads are never narrowed.  Maintained online by ZECS009       * 00000160
      * (ADMIN access), no region bounce required; the same           * 00000170
      * maintenance-file pattern as ZS-FCT/ZN-FCT.                    * 00000180
      ***************************************************************** 00000190
       01  ZG-RECORD.                                                   00000200
           02  ZG-KEY.                                                  00000210
               05  ZG-USER-ID     PIC  X(08) VALUE SPACES.              00000220
               05  ZG-PREFIX      PIC X(128) VALUE SPACES.              00000230
           02  ZG-UPDATE-ACCESS   PIC  X(01) VALUE 'N'.                 00000240
           02  ZG-DELETE-ACCESS   PIC  X(01) VALUE 'N'.                 00000250
           02  FILLER             PIC  X(22) VALUE SPACES.              00000260
