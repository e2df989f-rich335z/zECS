      ***************************************************************** 00000010
      * zECS RESPONSE TIME record definition.                         * 00000020
      *                                                               * 00000030
      * One record per /resources request, written to the response-   * 00000040
      * time TD queue by ZECS001's 9995-WRITE-RESPONSE-TIME as the    * 00000050
      * task returns.  The identity, status, bytes and BU_SBU/        * 00000060
      * application are those of the request's accounting record      * 00000070
      * (ZECSACT.cpy, taken at the final send).  RTM-ELAPSED-MS runs  * 00000080
      * from entry to 1000-ACCESS-PARMS to the final send;            * 00000090
      * RTM-REPLICATE-MS is the time spent in partner Data Center     * 00000100
      * conversations (8200-WEB-CONVERSE) and RTM-ORIGIN-MS the time  * 00000110
      * spent in read-through origin fetches (3920-RT-FETCH), either  * 00000120
      * side of the send; RTM-TOTAL-MS runs from entry to task        * 00000130
      * return, so it includes replication done after the response    * 00000140
      * went out (ACTIVE-STANDBY).  All times are milliseconds,       * 00000150
      * capped at 9999999.  The TD queue is drained to a daily        * 00000160
      * dataset by operations and reported by ZECSRTR.                * 00000170
      ***************************************************************** 00000180
       01  RTM-RECORD.                                                  00000190
           02  RTM-DATE           PIC  X(10) VALUE SPACES.              00000200
           02  RTM-TIME           PIC  X(08) VALUE SPACES.              00000210
           02  RTM-TRANID         PIC  X(04) VALUE SPACES.              00000220
           02  RTM-USERID         PIC  X(08) VALUE SPACES.              00000230
           02  RTM-METHOD         PIC  X(10) VALUE SPACES.              00000240
           02  RTM-STATUS         PIC  9(03) VALUE ZEROES.              00000250
           02  RTM-BYTES          PIC  9(09) VALUE ZEROES.              00000260
           02  RTM-KEY-PREFIX     PIC X(128) VALUE SPACES.              00000270
           02  RTM-ELAPSED-MS     PIC  9(07) VALUE ZEROES.              00000280
           02  RTM-REPLICATE-MS   PIC  9(07) VALUE ZEROES.              00000290
           02  RTM-ORIGIN-MS      PIC  9(07) VALUE ZEROES.              00000300
           02  RTM-TOTAL-MS       PIC  9(07) VALUE ZEROES.              00000310
           02  FILLER             PIC  X(12) VALUE SPACES.              00000320
