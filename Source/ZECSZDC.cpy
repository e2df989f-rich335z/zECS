      ***************************************************************** 00000010
      * zECS SHARED CONTENT record definition.                        * 00000020
      *                                                               * 00000030
      * Lets entries whose payloads are alike past the first segment  * 00000040
      * share one stored copy of those bytes.  A FILE chain is an     * 00000050
      * entry's private segment 1 (the entry's own ABS, TTL, media    * 00000060
      * type, back-pointer and hit count live there) followed by its  * 00000070
      * tail, segments 2 through ZF-SEGMENTS.  When ZECS001 writes a  * 00000080
      * multi-segment payload whose stored tail (after run-length     * 00000090
      * encoding) matches a tail already on file, byte for byte, the  * 00000100
      * new chain keeps only its private segment 1 and points at the  * 00000110
      * existing tail.  Enciphered payloads are never shared.         * 00000120
      *                                                               * 00000130
      * A shared tail is a content chain: FILE records keyed by the   * 00000140
      * chain key of the entry that first stored it, ZF-SUFFIX 1,     * 00000150
      * segments 2 through n.  Every ordinary chain delete runs with  * 00000160
      * suffix 0, so the content chain survives the first writer's    * 00000170
      * segment 1.  Its ZF-ZK-KEY is LOW-VALUE followed by the        * 00000180
      * content record key below - ZECSORF knows a content segment by * 00000190
      * that first byte.                                              * 00000200
      *                                                               * 00000210
      * Segment 1 of a chain that reads a shared tail carries 'S' in  * 00000220
      * ZF-EXTRA(13:1).  A reader that sees it looks up the reference * 00000230
      * record for the chain and reads segments 2 onward from the     * 00000240
      * content chain, then puts segment 1's header back before using * 00000250
      * ZF-ABS, ZF-TTL, ZF-MEDIA or ZF-EXTRA.                         * 00000260
      *                                                               * 00000270
      * The ZD-FCT KSDS holds two record types under one 27-byte key: * 00000280
      *                                                               * 00000290
      *   Content   (ZD-CONTENT)   - keyed by 'C', the checksum of    * 00000300
      *             the stored tail, its length and the content       * 00000310
      *             chain key.  ZD-REF-COUNT is the number of chains  * 00000320
      *             reading the tail.  A generic browse on 'C' +      * 00000330
      *             checksum + length finds the candidates a new      * 00000340
      *             tail is compared against.                         * 00000350
      *   Reference (ZD-REFERENCE) - keyed by 'R' and the chain key   * 00000360
      *             of a chain that reads a shared tail; names the    * 00000370
      *             content record in ZD-R-CONTENT-KEY.               * 00000380
      *                                                               * 00000390
      * Whenever a chain is discarded - delete, expiry, purge,        * 00000400
      * eviction, a superseded or trimmed version, copy with delete   * 00000410
      * of the source - its reference record is deleted and the       * 00000420
      * content record's count goes down by one; at zero the content  * 00000430
      * record and the content chain go too.  Without a ZD-FCT        * 00000440
      * defined, writes store private chains as before.  ZECSRPT      * 00000450
      * reports logical bytes (every entry at its full size) against  * 00000460
      * physical bytes (each content chain counted once).             * 00000470
      ***************************************************************** 00000480
       01  ZD-RECORD.                                                   00000490
           02  ZD-KEY             PIC  X(27) VALUE LOW-VALUES.          00000500
           02  ZD-CONTENT-KEY     REDEFINES ZD-KEY.                     00000510
               05  ZD-C-MARK      PIC  X(01).                           00000520
               05  ZD-C-CHECKSUM  PIC  9(09).                           00000530
               05  ZD-C-LENGTH    PIC  9(09).                           00000540
               05  ZD-C-CHAIN     PIC  X(08).                           00000550
           02  ZD-REFERENCE-KEY   REDEFINES ZD-KEY.                     00000560
               05  ZD-R-MARK      PIC  X(01).                           00000570
               05  ZD-R-CHAIN     PIC  X(08).                           00000580
               05  FILLER         PIC  X(18).                           00000590
           02  ZD-TYPE            PIC  X(01) VALUE SPACES.              00000600
               88  ZD-CONTENT     VALUE 'C'.                            00000610
               88  ZD-REFERENCE   VALUE 'R'.                            00000620
           02  ZD-ABS             PIC S9(15) VALUE ZEROES COMP-3.       00000630
           02  ZD-BODY            PIC  X(40) VALUE LOW-VALUES.          00000640
           02  ZD-CONTENT-BODY    REDEFINES ZD-BODY.                    00000650
               05  ZD-REF-COUNT   PIC  9(09).                           00000660
               05  ZD-SEGMENTS    PIC  9(04).                           00000670
               05  FILLER         PIC  X(27).                           00000680
           02  ZD-REFERENCE-BODY  REDEFINES ZD-BODY.                    00000690
               05  ZD-R-CONTENT-KEY PIC X(27).                          00000700
               05  FILLER         PIC  X(13).                           00000710
           02  FILLER             PIC  X(20) VALUE SPACES.              00000720
