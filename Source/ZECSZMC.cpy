      ***************************************************************** 00000010
      * zECS MONITOR THRESHOLD record definition.                     * 00000020
      *                                                               * 00000030
      * One record per monitored metric, keyed by ZM-METRIC,          * 00000040
      * maintained online through ZECS012 (PUT/DELETE                 * 00000050
      * /thresholds/{metric}) and evaluated by ZECS012's background   * 00000060
      * monitor every pass.  The metrics are:                         * 00000070
      *                                                               * 00000080
      *   GET  MISS UPDT DEL  PURG V409 Q429 REPL WBQ  WBF  WBX       * 00000090
      *        - the ZCxx_STAT_nnnn counters 7000-SEND-STATS          * 00000100
      *          reports; the sample is the increase since the        * 00000110
      *          previous pass (a counter reset counts from zero)     * 00000120
      *   DLQ  - dead-letter depth, ZQ-FCT records waiting            * 00000130
      *   QSC  - 1 while the region is quiesced, 0 otherwise          * 00000140
      *   HLTH - failed health checks: KEY/FILE store not open        * 00000150
      *          and enabled, active partner handshake failures       * 00000160
      *                                                               * 00000170
      * A sample GREATER THAN ZM-LIMIT is a breach.  ZM-STATE is the  * 00000180
      * monitor's own state, kept on the record so a breach is        * 00000190
      * announced once and its clear once; maintenance leaves it      * 00000200
      * alone.  ZM-SEVERITY W or E picks the console message suffix,  * 00000210
      * and ZM-ENABLED 'N' suspends the metric without losing its     * 00000220
      * limit.                                                        * 00000230
      ***************************************************************** 00000240
       01  ZM-RECORD.                                                   00000250
           02  ZM-KEY.                                                  00000260
               05  ZM-METRIC      PIC  X(04) VALUE SPACES.              00000270
           02  ZM-LIMIT           PIC  9(09) VALUE ZEROES.              00000280
           02  ZM-SEVERITY        PIC  X(01) VALUE 'W'.                 00000290
               88  ZM-SEVERE          VALUE 'E'.                        00000300
           02  ZM-ENABLED         PIC  X(01) VALUE 'Y'.                 00000310
               88  ZM-ACTIVE          VALUE 'Y'.                        00000320
           02  ZM-STATE           PIC  X(01) VALUE SPACES.              00000330
               88  ZM-BREACHED        VALUE 'B'.                        00000340
               88  ZM-CLEAR           VALUE 'C'.                        00000350
           02  ZM-BASELINE        PIC  X(01) VALUE 'N'.                 00000360
               88  ZM-BASELINE-SET    VALUE 'Y'.                        00000370
           02  ZM-LAST-COUNTER    PIC  9(16) VALUE ZEROES.              00000380
           02  ZM-LAST-SAMPLE     PIC  9(09) VALUE ZEROES.              00000390
           02  ZM-PEAK-SAMPLE     PIC  9(09) VALUE ZEROES.              00000400
           02  ZM-SAMPLE-ABS      PIC S9(15) VALUE ZEROES COMP-3.       00000410
      ***************************************************************** 00000420
      * Zero when the metric is not in breach.                        * 00000430
      ***************************************************************** 00000440
           02  ZM-BREACH-ABS      PIC S9(15) VALUE ZEROES COMP-3.       00000450
           02  ZM-UPDATE-USERID   PIC  X(08) VALUE SPACES.              00000460
           02  ZM-UPDATE-ABS      PIC S9(15) VALUE ZEROES COMP-3.       00000470
           02  FILLER             PIC  X(20) VALUE SPACES.              00000480
