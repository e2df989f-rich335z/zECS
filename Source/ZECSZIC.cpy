      ***************************************************************** 00000010
      * zECS TAG INDEX record definition.                             * 00000020
      *                                                               * 00000030
      * Lets one DELETE /zEcsTags/<tag> remove every cache entry      * 00000040
      * carrying a tag, whatever its key prefix.  Tags are attached   * 00000050
      * by the X-Cache-Tags header on a /resources POST/PUT (see      * 00000060
      * 1145-CHECK-TAGS and 9940-SET-TAGS in ZECS001).  The ZI-FCT    * 00000070
      * KSDS holds two record types under the one 255-byte key:       * 00000080
      *                                                               * 00000090
      *   List  (ZI-LIST)  - keyed by the cache key itself (ZK-KEY);  * 00000100
      *           names the entry's tags.  Read to find the index     * 00000110
      *           records to drop when the entry is rewritten with a  * 00000120
      *           new tag set, deleted, expired, purged or evicted.   * 00000130
      *   Index (ZI-INDEX) - keyed by LOW-VALUE, the tag, then the    * 00000140
      *           first 230 bytes of the cache key (ZI-INDEX-KEY);    * 00000150
      *           carries the full cache key in ZI-ZK-KEY.  A browse  * 00000160
      *           from LOW-VALUE + tag finds every entry carrying it. * 00000170
      *           Cache keys never begin with LOW-VALUE, so the two   * 00000180
      *           record types never share a key.                     * 00000190
      *                                                               * 00000200
      * Keys longer than 230 bytes are indexed by their first 230;    * 00000210
      * two such keys alike in those 230 bytes share one index        * 00000220
      * record per tag (ZI-ZK-KEY names the later writer), so the     * 00000230
      * earlier one is not reached by a tag delete.  ZI-ABS is the    * 00000240
      * write time.  The batch jobs that delete entries outside the   * 00000250
      * region (ZECSEXP, ZECSCAP, ZECSORF) drop the tag records too.  * 00000260
      ***************************************************************** 00000270
       01  ZI-RECORD.                                                   00000280
           02  ZI-KEY             PIC X(255) VALUE LOW-VALUES.          00000290
           02  ZI-INDEX-KEY       REDEFINES ZI-KEY.                     00000300
               05  ZI-INDEX-MARK  PIC  X(01).                           00000310
               05  ZI-INDEX-TAG   PIC  X(24).                           00000320
               05  ZI-INDEX-PART  PIC X(230).                           00000330
           02  ZI-TYPE            PIC  X(01) VALUE SPACES.              00000340
               88  ZI-LIST        VALUE 'L'.                            00000350
               88  ZI-INDEX       VALUE 'I'.                            00000360
           02  ZI-ABS             PIC S9(15) VALUE ZEROES COMP-3.       00000370
           02  ZI-BODY            PIC X(255) VALUE LOW-VALUES.          00000380
           02  ZI-INDEX-BODY      REDEFINES ZI-BODY.                    00000390
               05  ZI-ZK-KEY      PIC X(255).                           00000400
           02  ZI-LIST-BODY       REDEFINES ZI-BODY.                    00000410
               05  ZI-TAG-COUNT   PIC  9(02).                           00000420
               05  ZI-TAG-TABLE.                                        00000430
                   10  ZI-TAG     OCCURS 8 TIMES                        00000440
                                  PIC  X(24).                           00000450
               05  FILLER         PIC  X(61).                           00000460
           02  FILLER             PIC  X(20) VALUE SPACES.              00000470
