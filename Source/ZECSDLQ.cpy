      * letters in arrival order and ZECS005's replay deletes each    * 03470800
      * replayed or superseded record individually - no               * 03470810
      * drain/DELETEQ/rebuild dance, and no ENQ against the writer.   * 03470820
      *                                                               * 03470821
      * With more than one partner Data Center (the ZCxxDP partner    * 03470822
      * table, see 8000-GET-URL) a failed mutation is written once    * 03470823
      * for each partner that missed it, DLQ-PARTNER naming that      * 03470824
      * partner, so ZECS005 replays each record to its own partner    * 03470825
      * only.  Records written before the partner table carry a       * 03470826
      * blank DLQ-PARTNER and are matched on DLQ-TARGET-HOST.         * 03470827
      ***************************************************************** 03470830
       01  DLQ-RECORD.                                                   03470840
           02  DLQ-KEY-SEQ.                                              03470850
           02  DLQ-STATUS-TEXT    PIC  X(24) VALUE SPACES.               03470940
           02  DLQ-TARGET-HOST    PIC  X(80) VALUE SPACES.               03470950
           02  DLQ-KEY            PIC  X(255) VALUE LOW-VALUES.          03470960
           02  DLQ-PARTNER        PIC  X(08) VALUE SPACES.               03470965
           02  FILLER             PIC  X(12) VALUE SPACES.               03470970
