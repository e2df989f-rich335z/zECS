      ***************************************************************** 00000010
      * zECS WRITE-BEHIND record definition.                          * 00000020
      *                                                               * 00000030
      * One record per successful POST/PUT/DELETE against a key whose * 00000040
      * prefix is registered for write-behind in the ZCxxRT document  * 00000050
      * template (column 45 'W' or 'B').  ZECS001's 9985-WRITE-BEHIND * 00000060
      * writes it to the per-region write-behind queue file (ZW-FCT - * 00000070
      * a recoverable VSAM KSDS, the same pattern as the ZQ-FCT       * 00000080
      * dead-letter file) and ZECS011 forwards it to the origin.      * 00000090
      *                                                               * 00000100
      * The key is the capture ABSTIME in display digits plus a       * 00000110
      * uniquifier for same-millisecond captures, so a browse walks   * 00000120
      * the queue in arrival order.  A delivery that fails is         * 00000130
      * rewritten in place with WBQ-ATTEMPTS bumped and               * 00000140
      * WBQ-NEXT-ABS pushed out; once the attempt limit is reached    * 00000150
      * the record moves, unchanged in layout, to the failed-delivery * 00000160
      * file (ZX-FCT) where it waits to be inspected and re-driven.   * 00000170
      *                                                               * 00000180
      * WBQ-ORIGIN-URL is the origin registered when the mutation     * 00000190
      * was captured - the forwarder re-resolves it from the template * 00000200
      * at delivery time and keeps this copy for the reports.         * 00000210
      ***************************************************************** 00000220
       01  WBQ-RECORD.                                                  00000230
           02  WBQ-KEY-SEQ.                                             00000240
               05  WBQ-ABS        PIC  9(15) VALUE ZEROES.              00000250
               05  WBQ-UNIQ       PIC  9(03) VALUE ZEROES.              00000260
           02  WBQ-DATE           PIC  X(10) VALUE SPACES.              00000270
           02  WBQ-TIME           PIC  X(08) VALUE SPACES.              00000280
           02  WBQ-TRANID         PIC  X(04) VALUE SPACES.              00000290
           02  WBQ-USERID         PIC  X(08) VALUE SPACES.              00000300
           02  WBQ-METHOD         PIC  X(10) VALUE SPACES.              00000310
           02  WBQ-ATTEMPTS       PIC  9(03) VALUE ZEROES.              00000320
           02  WBQ-NEXT-ABS       PIC  9(15) VALUE ZEROES.              00000330
           02  WBQ-LAST-DATE      PIC  X(10) VALUE SPACES.              00000340
           02  WBQ-LAST-TIME      PIC  X(08) VALUE SPACES.              00000350
           02  WBQ-STATUS-CODE    PIC  9(04) VALUE ZEROES.              00000360
           02  WBQ-STATUS-TEXT    PIC  X(24) VALUE SPACES.              00000370
           02  WBQ-ORIGIN-URL     PIC X(113) VALUE SPACES.              00000380
           02  WBQ-KEY            PIC X(255) VALUE LOW-VALUES.          00000390
           02  FILLER             PIC  X(20) VALUE SPACES.              00000400
