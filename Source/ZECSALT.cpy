      ***************************************************************** 00000010
      * zECS MONITOR ALERT HISTORY record definition.                 * 00000020
      *                                                               * 00000030
      * One record per threshold breach and per clear, written by     * 00000040
      * ZECS012's background monitor to the per-region alert history  * 00000050
      * file (ZA-FCT - a VSAM KSDS, the same pattern as the ZW-FCT    * 00000060
      * write-behind queue) alongside the console message, so the     * 00000070
      * night's alerts can be reviewed the next morning with GET      * 00000080
      * /thresholds?alerts.                                           * 00000090
      *                                                               * 00000100
      * The key is the alert ABSTIME in display digits plus a         * 00000110
      * uniquifier for same-millisecond alerts, so a browse walks the * 00000120
      * history in time order.  ALT-MESSAGE is the console text       * 00000130
      * exactly as issued.  On a CLEAR, ALT-PEAK is the highest       * 00000140
      * sample seen during the breach and ALT-DURATION its length in  * 00000150
      * seconds.  Records past the retention period are removed by    * 00000160
      * the monitor itself.                                           * 00000170
      ***************************************************************** 00000180
       01  ALT-RECORD.                                                  00000190
           02  ALT-KEY-SEQ.                                             00000200
               05  ALT-ABS        PIC  9(15) VALUE ZEROES.              00000210
               05  ALT-UNIQ       PIC  9(03) VALUE ZEROES.              00000220
           02  ALT-DATE           PIC  X(10) VALUE SPACES.              00000230
           02  ALT-TIME           PIC  X(08) VALUE SPACES.              00000240
           02  ALT-TRANID         PIC  X(04) VALUE SPACES.              00000250
           02  ALT-EVENT          PIC  X(06) VALUE SPACES.              00000260
               88  ALT-BREACH         VALUE 'BREACH'.                   00000270
               88  ALT-CLEARED        VALUE 'CLEAR '.                   00000280
           02  ALT-METRIC         PIC  X(04) VALUE SPACES.              00000290
           02  ALT-SEVERITY       PIC  X(01) VALUE SPACES.              00000300
           02  ALT-SAMPLE         PIC  9(09) VALUE ZEROES.              00000310
           02  ALT-LIMIT          PIC  9(09) VALUE ZEROES.              00000320
           02  ALT-PEAK           PIC  9(09) VALUE ZEROES.              00000330
           02  ALT-DURATION       PIC  9(09) VALUE ZEROES.              00000340
           02  ALT-MESSAGE        PIC  X(80) VALUE SPACES.              00000350
           02  FILLER             PIC  X(20) VALUE SPACES.              00000360
