      * is skipped - see 4950-COMPUTE-CHECKSUM in ZECS001.           * 03450600
      ***************************************************************** 03450700
           02  ZK-CHECKSUM        PIC  X(09) VALUE SPACES.              03450800
      ***************************************************************** 03450900
      * Retained prior versions, newest first, kept when the          * 03451000
      * application's cache policy (ZP-VERSIONS, see ZECSZPC.cpy)     * 03451100
      * asks for them.  Each names a superseded ZF segment chain by   * 03451200
      * its internal key, the ZF-ABS version token it carried while   * 03451300
      * current, and its payload checksum.  The chains expire and are * 03451400
      * deleted with the entry itself.  A non-numeric count (SPACES   * 03451500
      * on every record written before this field existed, or         * 03451600
      * LOW-VALUES from a reload) means no versions are retained.     * 03451700
      ***************************************************************** 03451800
           02  ZK-VERSION-COUNT   PIC  9(02) VALUE ZEROES.              03451900
           02  ZK-VERSION         OCCURS 8 TIMES.                       03452000
               05  ZK-VERSION-ZF-KEY                                    03452100
                                  PIC  X(08).                           03452200
               05  ZK-VERSION-ABS PIC S9(15) COMP-3.                    03452300
               05  ZK-VERSION-CHECKSUM                                  03452400
                                  PIC  X(09).                           03452500
           02  FILLER             PIC  X(36) VALUE SPACES.              03452600
                                                                        03470000
