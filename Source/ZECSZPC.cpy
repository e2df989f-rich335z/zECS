      * behavior for that aspect; an absent record leaves it all -    * 00000110
      * applications without a policy behave exactly as before this   * 00000120
      * file existed.  The region-wide ETTL ceilings still apply on   * 00000130
      * top of any policy value.  ZP-VERSIONS is the number of prior  * 00000136
      * versions of each entry to retain on PUT (maximum 8, see       * 00000142
      * ZK-VERSION in ZECSZKC.cpy); zero retains none.  Maintained    * 00000148
      * online by ZECS006, no region bounce required.                 * 00000154
      ***************************************************************** 00000160
       01  ZP-RECORD.                                                   00000170
           02  ZP-PREFIX          PIC X(128) VALUE SPACES.              00000180
           02  ZP-DEFAULT-TTL     PIC  9(07) VALUE ZEROES.              00000190
           02  ZP-MAXIMUM-TTL     PIC  9(07) VALUE ZEROES.              00000200
           02  ZP-TTL-TYPE        PIC  X(03) VALUE SPACES.              00000210
           02  ZP-VERSIONS        PIC  9(02) VALUE ZEROES.              00000215
           02  FILLER             PIC  X(13) VALUE SPACES.              00000220
