       01  THIRTY                 PIC S9(08) COMP VALUE 30.             01220001
       01  TWELVE                 PIC S9(08) COMP VALUE 12.             01230001
       01  TEN                    PIC S9(08) COMP VALUE 10.             01240001
       01  NINE                   PIC S9(08) COMP VALUE  9.             01240011
       01  EIGHT                  PIC S9(08) COMP VALUE  8.             01240021
       01  SEVEN                  PIC S9(08) COMP VALUE  7.             01250001
       01  SIX                    PIC S9(08) COMP VALUE  6.             01250101
       01  FIVE                   PIC S9(08) COMP VALUE  5.             01251001
       01  COPY-SAVE-PATH         PIC  X(10) VALUE SPACES.              01339678
                                                                        01339679
      ***************************************************************** 01339680
      * Version retention.  An application whose cache policy sets    * 01339683
      * ZP-VERSIONS keeps that many superseded segment chains of each * 01339686
      * entry (newest first in ZK-VERSION, see ZECSZKC), each named   * 01339689
      * by the ZF-ABS version token - the ETag - it carried while it  * 01339692
      * was current.  'versions=*' on a GET lists the tokens,         * 01339695
      * 'version=<token>' on a GET serves that version, and           * 01339698
      * 'restore=<token>' on a body-less POST/PUT writes it back as   * 01339701
      * the current version through the ordinary write path - see     * 01339704
      * 4105-RETAIN-VERSION, 3330-SELECT-VERSION and 6200-RESTORE-    * 01339707
      * VERSION.  Retained chains are deleted with the entry -        * 01339710
      * DELETE, purge, rename or TTL expiry - by 5250-DELETE-         * 01339713
      * VERSIONS.                                                     * 01339716
      ***************************************************************** 01339719
       01  VERSION-LIST-SW        PIC  X(01) VALUE 'N'.                 01339722
           88  VERSION-LIST-REQUEST VALUE 'Y'.                          01339725
       01  VERSION-REQUEST-SW     PIC  X(01) VALUE 'N'.                 01339728
           88  VERSION-REQUEST    VALUE 'Y'.                            01339731
       01  RESTORE-REQUEST-SW     PIC  X(01) VALUE 'N'.                 01339734
           88  RESTORE-REQUEST    VALUE 'Y'.                            01339737
       01  VERSION-RETAINED-SW    PIC  X(01) VALUE 'N'.                 01339740
           88  VERSION-RETAINED   VALUE 'Y'.                            01339743
       01  VERSION-SELECTED-SW    PIC  X(01) VALUE 'N'.                 01339746
           88  VERSION-SELECTED   VALUE 'Y'.                            01339749
                                                                        01339752
       01  VERSION-TOKEN-TEXT     PIC  X(15) VALUE SPACES.              01339755
       01  VERSION-TOKEN          REDEFINES VERSION-TOKEN-TEXT          01339758
                                  PIC  9(15).                           01339761
       01  VERSION-MAXIMUM        PIC S9(04) COMP VALUE  8.             01339764
       01  VERSION-LIMIT          PIC S9(04) COMP VALUE ZEROES.         01339767
       01  VERSION-INDEX          PIC S9(04) COMP VALUE ZEROES.         01339770
       01  VERSION-HIT            PIC S9(04) COMP VALUE ZEROES.         01339773
       01  VERSION-RESP           PIC S9(08) COMP VALUE ZEROES.         01339776
       01  VERSION-SAVE-TTL       PIC S9(07) VALUE ZEROES COMP-3.       01339779
       01  VERSION-SAVE-HITS      PIC  9(09) VALUE ZEROES COMP.         01339782
       01  VERSION-OLD-ABS        PIC S9(15) VALUE ZEROES COMP-3.       01339785
       01  VERSION-ENTRY-ABS      PIC S9(15) VALUE ZEROES COMP-3.       01339788
       01  VERSION-ENTRY-TTL      PIC S9(07) VALUE ZEROES COMP-3.       01339791
                                                                        01339794
       01  VERSION-DISCARD-COUNT  PIC S9(04) COMP VALUE ZEROES.         01339797
       01  VERSION-DISCARD-TABLE.                                       01339800
           02  VERSION-DISCARD-KEY PIC X(08) OCCURS 8 TIMES.            01339803
                                                                        01339806
       01  VERSION-LINE.                                                01339809
           02  VL-TOKEN           PIC  9(15) VALUE ZEROES.              01339812
           02  FILLER             PIC  X(01) VALUE SPACES.              01339815
           02  VL-STATE           PIC  X(08) VALUE SPACES.              01339818
                                                                        01339821
      ***************************************************************** 01339824
      * Atomic multi-entry write, mirroring the multi-key GET: a      * 01339827
      * POST carrying query string 'mput=*' is a batch write.  The    * 01339830
      * body carries one entry after another, each as a header line   * 01339833
      *   key|lennnnn                                                 * 01339836
      * (the payload length in display digits) ended by CRLF,         * 01339839
      * followed by exactly that many payload bytes and a closing     * 01339842
      * CRLF.  The whole body is parsed and validated before          * 01339845
      * anything is written; every entry is then stored through the   * 01339848
      * ordinary 4000/4100/4200 internals under ONE unit of work -    * 01339851
      * one SYNCPOINT after all the FILE work succeeds, a rollback    * 01339854
      * (9500/9800 check MPUT-ACTIVE) if any entry fails - with one   * 01339857
      * audit record and one replication conversation per entry as    * 01339860
      * now.  See 4750-MPUT-CACHE.  An entry large enough to cross    * 01339863
      * 4400-WRITE-FILE's intermediate checkpoint interval commits    * 01339866
      * early, exactly as the same payload would on a single POST.    * 01339869
      ***************************************************************** 01339872
       01  MPUT-REQUEST-SW        PIC  X(01) VALUE 'N'.                 01339875
           88  MPUT-REQUEST       VALUE 'Y'.                            01339878
       01  MPUT-ACTIVE-SW         PIC  X(01) VALUE 'N'.                 01339881
           88  MPUT-ACTIVE        VALUE 'Y'.                            01339884
       01  MPUT-DELIM-SW          PIC  X(01) VALUE 'N'.                 01339887
           88  MPUT-DELIM         VALUE 'Y'.                            01339890
       01  MPUT-BAD-SW            PIC  X(01) VALUE 'N'.                 01339893
           88  MPUT-BAD           VALUE 'Y'.                            01339896
                                                                        01339899
       01  MPUT-MAX               PIC S9(04) COMP VALUE 64.             01339902
       01  MPUT-COUNT             PIC S9(04) COMP VALUE ZEROES.         01339905
       01  MPUT-INDEX             PIC S9(04) COMP VALUE ZEROES.         01339908
       01  MPUT-SCAN              PIC S9(08) COMP VALUE ZEROES.         01339911
       01  MPUT-HDR-LENGTH        PIC S9(08) COMP VALUE ZEROES.         01339914
       01  MPUT-HEADER            PIC X(280) VALUE SPACES.              01339917
       01  MPUT-WORK-KEY          PIC X(255) VALUE SPACES.              01339920
       01  MPUT-LEN-TEXT          PIC  X(08) VALUE SPACES.              01339923
       01  MPUT-WORK-KEYLEN       PIC S9(08) COMP VALUE ZEROES.         01339926
                                                                        01339929
       01  MPUT-TABLE.                                                  01339932
           02  MPUT-ENTRY      OCCURS    64 TIMES.                      01339935
               05  MPUT-ENT-KEY     PIC X(255).                         01339938
               05  MPUT-ENT-KEYLEN  PIC S9(04) COMP.                    01339941
               05  MPUT-ENT-ADDR    PIC S9(08) COMP.                    01339944
               05  MPUT-ENT-LEN     PIC S9(08) COMP.                    01339947
                                                                        01339950
       01  MPUT-TOTAL-BYTES       PIC S9(08) COMP VALUE ZEROES.         01339953
       01  MPUT-SAVE-PATH         PIC  X(10) VALUE SPACES.              01339956
       01  MPUT-BUFFER            PIC X(20000) VALUE SPACES.            01339959
       01  MPUT-BUFLEN            PIC S9(08) COMP VALUE ZEROES.         01339962
       01  MPUT-LINE              PIC X(280) VALUE SPACES.              01339965
       01  MPUT-LINE-LENGTH       PIC S9(08) COMP VALUE ZEROES.         01339968
                                                                        01339971
       01  HTTP-MPUT-ERROR.                                             01339974
           02  FILLER             PIC  X(16) VALUE 'Malformed batch-'.  01339977
           02  FILLER             PIC  X(16) VALUE 'write body      '.  01339980
       01  HTTP-MPUT-TOO-MANY.                                          01339983
           02  FILLER             PIC  X(16) VALUE 'Batch exceeds en'.  01339986
           02  FILLER             PIC  X(16) VALUE 'try maximum     '.  01339989
                                                                        01339992
       01  ZECS003-COMM-AREA.                                           01340001
           02  CA-TYPE            PIC  X(03) VALUE 'ADR'.               01350001
           02  CA-URI-FIELD-01    PIC  X(10) VALUE SPACES.              01350101
       01  HTTP-NOT-EXPIRED.                                            01819001
           02  FILLER             PIC  X(16) VALUE 'Record has not e'.  01819101
           02  FILLER             PIC  X(16) VALUE 'xpired.         '.  01819201
                                                                        01819211
       01  HTTP-VERSION-UNKNOWN   PIC  X(16) VALUE 'Version unknown '.  01819221
                                                                        01819231
       01  HTTP-VERSION-INVALID.                                        01819241
           02  FILLER             PIC  X(16) VALUE 'Invalid version '.  01819251
           02  FILLER             PIC  X(16) VALUE 'token           '.  01819261
                                                                        01819271
       01  CURRENT-ABS            PIC S9(15) VALUE ZEROES COMP-3.       01820001
       01  RELATIVE-TIME          PIC S9(15) VALUE ZEROES COMP-3.       01830001
                                                                        01840001
      * and the ZCxxDC replication URL.  Each 160-byte template line    01985590
      * registers an origin for a key prefix:                           01985600
      *   cols 1-44   key prefix (BU_SBU/application/), blank padded    01985610
      *   col  45     mode: blank or R = read-through only,             01985616
      *               W = write-behind only, B = both                   01985622
      *   cols 46-158 origin URL (http://host:port), blank padded       01985630
      *   cols 159-160 CRLF                                             01985640
      * On a GET miss the matching origin is fetched (same URI path     01985650
      * re-driven so the caller gets 200 instead of 204.  No            01985680
      * template, no match, or any fetch failure leaves the normal      01985690
      * 204 path untouched.                                             01985700
      * A write-behind registration (W or B) queues every successful    01985701
      * POST/PUT/DELETE against the prefix - on the originating         01985702
      * region only, never a replicated copy - to the write-behind      01985703
      * file for ZECS011 to forward to the same origin URL; see         01985704
      * 9985-WRITE-BEHIND.                                              01985705
      ***************************************************************** 01985710
       01  RT-ATTEMPTED-SW        PIC  X(01) VALUE 'N'.                 01985720
           88  RT-ATTEMPTED       VALUE 'Y'.                            01985730
           88  RT-FILLED          VALUE 'Y'.                            01985750
       01  RT-MATCH-SW            PIC  X(01) VALUE 'N'.                 01985760
           88  RT-MATCHED         VALUE 'Y'.                            01985770
       01  RT-LOAD-SW             PIC  X(01) VALUE 'N'.                 01985771
           88  RT-LOAD-PENDING    VALUE 'N'.                            01985772
           88  RT-LOADED          VALUE 'Y'.                            01985773
       01  RT-SCAN-SW             PIC  X(01) VALUE 'R'.                 01985774
           88  RT-SCAN-READ       VALUE 'R'.                            01985775
           88  RT-SCAN-WRITE      VALUE 'W'.                            01985776
       01  WB-ORIGIN-SW           PIC  X(01) VALUE 'N'.                 01985777
           88  WB-ORIGIN          VALUE 'Y'.                            01985778
                                                                        01985780
       01  RT-RESP                PIC S9(08) COMP VALUE ZEROES.         01985790
       01  RT-INDEX               PIC S9(08) COMP VALUE ZEROES.         01985800
       01  RT-DSECT.                                                    01985980
           02  RT-TABLE        OCCURS    16 TIMES.                      01985990
               05  RT-PREFIX      PIC  X(44).                           01986000
               05  RT-MODE        PIC  X(01).                           01986005
                   88  RT-MODE-READS  VALUE ' ' 'R' 'B'.                01986010
                   88  RT-MODE-WRITES VALUE 'W' 'B'.                    01986015
               05  RT-URL         PIC X(113).                           01986020
               05  RT-CRLF        PIC  X(02).                           01986030
                                                                        01986040
           02  FILLER REDEFINES CPR-COUNT-HW.                           01986490
               05  FILLER         PIC  X(01).                           01986500
               05  CPR-COUNT-BYTE PIC  X(01).                           01986510
                                                                        01986511
      ***************************************************************** 01986512
      * FILE store payload encryption at rest (see ZECSEKC.cpy,       * 01986513
      * 4850-ENCRYPT-PAYLOAD and 3605-DECRYPT-RESPONSE).  A payload   * 01986514
      * whose key falls under a sensitive prefix designated with      * 01986515
      * ZN-ENCRYPT is encrypted after compression and before          * 01986516
      * 4400-WRITE-FILE segments it, and decrypted ahead of the       * 01986517
      * decode on every read.  Like compression this is local to the  * 01986518
      * region's FILE store - replication, replay and read-through    * 01986519
      * carry clear payloads over the wire, and each region encrypts  * 01986520
      * for itself under its own ZCxxEK key table.                    * 01986521
      ***************************************************************** 01986522
       01  CRY-ENCRYPTED-SW       PIC  X(01) VALUE 'N'.                 01986523
           88  CRY-ENCRYPTED      VALUE 'Y'.                            01986524
       01  CRY-FAILED-SW          PIC  X(01) VALUE 'N'.                 01986525
           88  CRY-FAILED         VALUE 'Y'.                            01986526
                                                                        01986527
       01  FILLER.                                                      01986528
           02  CRY-POINTER        USAGE POINTER.                        01986529
           02  CRY-POINTER-X      REDEFINES CRY-POINTER                 01986530
                                  PIC S9(08) COMP.                      01986531
           02  CRY-TEXT-POINTER   USAGE POINTER.                        01986532
           02  CRY-TEXT-POINTER-X REDEFINES CRY-TEXT-POINTER            01986533
                                  PIC S9(08) COMP.                      01986534
                                                                        01986535
       01  CRY-ORIG-ADDRESS-X     PIC S9(08) COMP VALUE ZEROES.         01986536
       01  CRY-ORIG-LENGTH        PIC S9(08) COMP VALUE ZEROES.         01986537
       01  CRY-LENGTH             PIC S9(08) COMP VALUE ZEROES.         01986538
       01  CRY-INDEX              PIC S9(04) COMP VALUE ZEROES.         01986539
       01  CRY-MATCH              PIC S9(04) COMP VALUE ZEROES.         01986540
       01  CRY-GENERATION         PIC  X(02) VALUE SPACES.              01986541
       01  CRY-ERROR-TEXT         PIC  X(24) VALUE SPACES.              01986542
                                                                        01986543
       01  HTTP-CRYPTO-KEY-ERROR  PIC  X(24) VALUE                      01986544
           'Encryption key missing'.                                    01986545
       01  HTTP-ENCRYPT-ERROR     PIC  X(24) VALUE                      01986546
           'Payload encrypt error'.                                     01986547
       01  HTTP-DECRYPT-ERROR     PIC  X(24) VALUE                      01986548
           'Stored entry decrypt err'.                                  01986549
       01  HTTP-CRYPTO-LENGTH     PIC S9(08) COMP VALUE 24.             01986550
                                                                        01986551
      ***************************************************************** 01986552
      * Encryption key table - the ZCxxEK document template, loaded   * 01986553
      * once per task by 4860-LOAD-KEYS.  An absent template leaves   * 01986554
      * the table blank: writes under an encrypting prefix are then   * 01986555
      * refused and encrypted entries cannot be read - never a        * 01986556
      * silent fall back to clear text.                               * 01986557
      ***************************************************************** 01986558
       01  EK-TOKEN               PIC  X(16) VALUE SPACES.              01986559
       01  ZECS-EK.                                                     01986560
           02  EK-TRANID          PIC  X(04) VALUE 'ZC##'.              01986561
           02  FILLER             PIC  X(02) VALUE 'EK'.                01986562
           02  FILLER             PIC  X(42) VALUE SPACES.              01986563
                                                                        01986564
       01  EK-RESP                PIC S9(08) COMP VALUE ZEROES.         01986565
       01  EK-DSECT-LENGTH        PIC S9(08) COMP VALUE ZEROES.         01986566
       01  EK-LOAD-SW             PIC  X(01) VALUE 'N'.                 01986567
           88  KEYS-LOADED        VALUE 'Y'.                            01986568
                                                                        01986569
       COPY ZECSEKC.                                                    01986570
                                                                        01986571
      ***************************************************************** 01986572
      * Payload integrity checksum (see 4950-COMPUTE-CHECKSUM).  The    01986573
      * sum of the payload's byte values plus its length, modulo        01986574
      * 999999999, computed over the complete uncompressed payload at   01986575
      * POST/PUT time, stored in ZK-CHECKSUM, and verified before a     01986576
      * GET response is sent - a reassembly that lost a segment (the    01986580
      * LOG(NONE)/zEXPIRE gaps ZECSORF's prologue describes) answers    01986590
      * 507 instead of returning a silently truncated payload.  The     01986600
      * reports zeroes.  Metric ids:                                    01986950
      *   GET  - single-key GETs           MISS - 204 misses/expiries   01986960
      *   UPDT - POSTs and PUTs            DEL  - single-key DELETEs    01986970
      *   PURG - keys removed by bulk purge or tag delete               01986980
      *   V409 - version-mismatch/conflict rejections                   01986990
      *   Q429 - quota rejections          REPL - replication dead      01987000
      *                                           letters               01987010
      *   WBQ  - write-behind captures     WBF  - write-behind          01987012
      *                                           deliveries (ZECS011)  01987014
      *   WBX  - write-behind records moved to the failed file          01987016
      * GET /zEcsStats returns one NAME=value line per metric,          01987020
      * text/plain, for the monitoring pollers.                         01987030
      ***************************************************************** 01987040
           02  LOCK-EXP-TIME      PIC  X(08) VALUE SPACES.              01987282
       01  LOCK-BODY-LENGTH       PIC S9(08) COMP VALUE 28.             01987283
                                                                        01987284
      ***************************************************************** 01987285
      * Region quiesce / read-only maintenance mode (see              * 01987286
      * 1140-CHECK-QUIESCE and 7300-PROCESS-QUIESCE).  While the      * 01987287
      * mode switch (one item on the per-region ZQS-FCT TS queue) is  * 01987288
      * set, GET/HEAD/mget/browse keep serving but every mutation     * 01987289
      * (POST/PUT/DELETE, purge, replicate, lock acquire/release,     * 01987290
      * priming) answers 503 with a Retry-After, so ZECSUNL or an     * 01987291
      * IDCAMS reorg of the base clusters sees a quiet store without  * 01987292
      * closing the region.  The switch does not survive a region     * 01987293
      * restart - a bounced region comes back serving normally,       * 01987294
      * which is the safe default.  Admin-gated (1650-ADMIN-ACCESS).  * 01987295
      ***************************************************************** 01987296
       01  ZQUIESCE               PIC  X(10) VALUE '/zEcsQuies'.        01987297
                                                                        01987298
       01  ZQS-FCT.                                                     01987299
           02  ZQS-TRANID         PIC  X(04) VALUE 'ZC##'.              01987300
           02  FILLER             PIC  X(04) VALUE 'QSC '.              01987301
                                                                        01987302
       01  QSC-RECORD.                                                  01987303
           02  QSC-DATE           PIC  X(10) VALUE SPACES.              01987304
           02  QSC-TIME           PIC  X(08) VALUE SPACES.              01987305
           02  QSC-USERID         PIC  X(08) VALUE SPACES.              01987306
                                                                        01987307
       01  QSC-LENGTH             PIC S9(04) COMP VALUE ZEROES.         01987308
       01  QSC-RESP               PIC S9(08) COMP VALUE ZEROES.         01987309
                                                                        01987310
       01  HTTP-STATUS-503        PIC S9(04) COMP VALUE 503.            01987311
       01  HTTP-503-TEXT.                                               01987312
           02  FILLER             PIC  X(16) VALUE 'Region quiesced '.  01987313
           02  FILLER             PIC  X(16) VALUE 'for maintenance '.  01987314
       01  HTTP-503-LENGTH        PIC S9(08) COMP VALUE 32.             01987315
                                                                        01987316
       01  HEADER-RETRY-AFTER     PIC  X(11) VALUE 'Retry-After'.       01987317
       01  HEADER-RETRY-LENGTH    PIC S9(08) COMP VALUE 11.             01987318
       01  RETRY-AFTER-VALUE      PIC  X(03) VALUE '300'.               01987319
       01  RETRY-AFTER-VALUE-LENGTH PIC S9(08) COMP VALUE 3.            01987320
                                                                        01987321
       01  QSC-STATUS-LINE.                                             01987322
           02  QSC-LINE-MODE      PIC  X(09) VALUE SPACES.              01987323
           02  QSC-LINE-DATE      PIC  X(10) VALUE SPACES.              01987324
           02  FILLER             PIC  X(01) VALUE SPACE.               01987325
           02  QSC-LINE-TIME      PIC  X(08) VALUE SPACES.              01987326
           02  FILLER             PIC  X(01) VALUE SPACE.               01987327
           02  QSC-LINE-USERID    PIC  X(08) VALUE SPACES.              01987328
       01  QSC-STATUS-LENGTH      PIC S9(08) COMP VALUE 37.             01987329
                                                                        01987330
      ***************************************************************** 01987331
      * Deep health probe (see 7400-HEALTH-PROBE).  A synthetic       * 01987332
      * write/read/delete of a canary entry through the real ZK-FCT/  * 01987333
      * ZF-FCT stores, plus the same 8100-WEB-OPEN handshake          * 01987334
      * replication uses against each active partner Data Center -    * 01987335
      * 200 only when both stores and every active partner work, 503  * 01987336
      * naming the piece that failed otherwise, with the current DLQ  * 01987337
      * depth and a status line per partner either way, so the        * 01987338
      * Sysplex Distributor has an honest signal to drain on.  A      * 01987339
      * quiesced region answers 503 QUIESCED.                         * 01987340
      ***************************************************************** 01987341
       01  ZPROBE                 PIC  X(10) VALUE '/zEcsProbe'.        01987342
                                                                        01987343
       01  PROBE-OK-SW            PIC  X(01) VALUE 'Y'.                 01987344
           88  PROBE-OK           VALUE 'Y'.                            01987345
       01  PROBE-RESP             PIC S9(08) COMP VALUE ZEROES.         01987346
       01  PROBE-DLQ-DEPTH        PIC S9(04) COMP VALUE ZEROES.         01987347
                                                                        01987348
       01  PROBE-KEY-TEXT.                                              01987349
           02  FILLER             PIC  X(10) VALUE 'zEcsProbe/'.        01987350
           02  PROBE-KEY-SEQ      PIC  9(08) VALUE ZEROES.              01987351
                                                                        01987352
       01  PROBE-BODY.                                                  01987353
           02  PROBE-BODY-STATE   PIC  X(16) VALUE SPACES.              01987354
           02  FILLER             PIC  X(05) VALUE ' DLQ='.             01987355
           02  PROBE-BODY-DEPTH   PIC  9(05) VALUE ZEROES.              01987356
           02  PROBE-BODY-PARTNERS PIC X(304) VALUE SPACES.             01987357
       01  PROBE-BODY-LENGTH      PIC S9(08) COMP VALUE 26.             01987361
       01  PROBE-STATE-LENGTH     PIC S9(08) COMP VALUE 26.             01987366
                                                                        01987371
      ***************************************************************** 01987376
      * One line per partner Data Center follows the state line:      * 01987381
      * name, ACTIVE/STANDBY, handshake result and the number of      * 01987386
      * dead letters waiting for that partner.                        * 01987391
      ***************************************************************** 01987396
       01  PROBE-PARTNER-LINE.                                          01987401
           02  PPL-CRLF           PIC  X(02) VALUE X'0D25'.             01987406
           02  PPL-NAME           PIC  X(08) VALUE SPACES.              01987411
           02  FILLER             PIC  X(01) VALUE SPACE.               01987416
           02  PPL-MODE           PIC  X(07) VALUE SPACES.              01987421
           02  FILLER             PIC  X(01) VALUE SPACE.               01987426
           02  PPL-STATUS         PIC  X(09) VALUE SPACES.              01987431
           02  FILLER             PIC  X(05) VALUE ' DLQ='.             01987436
           02  PPL-DEPTH          PIC  9(05) VALUE ZEROES.              01987441
                                                                        01987446
       01  HTTP-PROBE-FAILED.                                           01987451
           02  FILLER             PIC  X(16) VALUE 'Health probe fai'.  01987456
           02  FILLER             PIC  X(16) VALUE 'led             '.  01987461
                                                                        01987466
      ***************************************************************** 01987471
      * Cold-region cache priming (see 7500-PRIME-CACHE).  The key    * 01987476
      * list - the ZECSCMP EXTRACT file, which already names every    * 01987481
      * active key and its ZF-ABS - is loaded by operations as the    * 01987486
      * extrapartition prime TD queue.  Each request to the           * 01987491
      * admin-gated /zEcsPrime endpoint destructively reads up to     * 01987496
      * PRIME-MAX keys from it, fetches each missing key from the     * 01987501
      * partner Data Center over the same 8100/8200 session           * 01987506
      * machinery replication runs, and stores it through the         * 01987511
      * normal write internals.  Keys that have since arrived         * 01987516
      * locally are skipped, which is also what makes a prime         * 01987521
      * restartable after a bounce: rerunning from the top of the     * 01987526
      * list re-skips everything already primed.                      * 01987531
      ***************************************************************** 01987536
       01  ZPRIME                 PIC  X(10) VALUE '/zEcsPrime'.        01987541
       01  PRIME-QUEUE            PIC  X(04) VALUE '@prq@'.             01987546
                                                                        01987551
       01  PRIME-MAX              PIC S9(04) COMP VALUE 200.            01987556
       01  PRIME-READ-COUNT       PIC S9(04) COMP VALUE ZEROES.         01987561
       01  PRIME-STORED-COUNT     PIC S9(04) COMP VALUE ZEROES.         01987566
       01  PRIME-SKIPPED-COUNT    PIC S9(04) COMP VALUE ZEROES.         01987571
       01  PRIME-MISSING-COUNT    PIC S9(04) COMP VALUE ZEROES.         01987576
       01  PRIME-FAILED-COUNT     PIC S9(04) COMP VALUE ZEROES.         01987581
                                                                        01987586
       01  PRIME-EOF-SW           PIC  X(01) VALUE 'N'.                 01987591
           88  PRIME-EOF          VALUE 'Y'.                            01987596
       01  PRIME-FETCH-STATUS     PIC  X(01) VALUE SPACES.              01987601
           88  PRIME-FETCH-GOOD   VALUE 'G'.                            01987606
           88  PRIME-FETCH-MISSING VALUE 'M'.                           01987611
           88  PRIME-FETCH-FAILED VALUE 'F'.                            01987616
                                                                        01987621
       01  PRIME-RESP             PIC S9(08) COMP VALUE ZEROES.         01987626
       01  PRIME-TD-LENGTH        PIC S9(04) COMP VALUE ZEROES.         01987631
       01  PRIME-KEY-LENGTH       PIC S9(08) COMP VALUE ZEROES.         01987636
       01  PRIME-RESPONSE-LENGTH  PIC S9(08) COMP VALUE ZEROES.         01987641
                                                                        01987646
      ***************************************************************** 01987651
      * One extract record - the same shape ZECSCMP's EXTOUT          * 01987656
      * carries: the stored key (LOW-VALUE padded) and its segment-1  * 01987661
      * ZF-ABS at extract time.                                       * 01987666
      ***************************************************************** 01987671
       01  PRIME-RECORD.                                                01987676
           02  PRIME-KEY          PIC X(255) VALUE LOW-VALUES.          01987681
           02  PRIME-ABS          PIC S9(15) VALUE ZEROES COMP-3.       01987686
                                                                        01987691
       01  FILLER.                                                      01987696
           02  PRIME-BASE         USAGE POINTER.                        01987701
           02  PRIME-BASE-X       REDEFINES PRIME-BASE                  01987706
                                  PIC S9(08) COMP.                      01987711
                                                                        01987716
       01  PRIME-PATH             PIC X(512) VALUE LOW-VALUES.          01987721
       01  PRIME-PATH-LENGTH      PIC S9(08) COMP VALUE ZEROES.         01987726
       01  PRIME-PREFIX           PIC  X(22) VALUE                      01987731
           '/resources/datacaches/'.                                    01987736
                                                                        01987741
       01  PRIME-REPORT.                                                01987746
           02  FILLER             PIC  X(05) VALUE 'READ='.             01987751
           02  PR-READ            PIC  9(05) VALUE ZEROES.              01987756
           02  FILLER             PIC  X(08) VALUE ' STORED='.          01987761
           02  PR-STORED          PIC  9(05) VALUE ZEROES.              01987766
           02  FILLER             PIC  X(09) VALUE ' SKIPPED='.         01987771
           02  PR-SKIPPED         PIC  9(05) VALUE ZEROES.              01987776
           02  FILLER             PIC  X(09) VALUE ' MISSING='.         01987781
           02  PR-MISSING         PIC  9(05) VALUE ZEROES.              01987786
           02  FILLER             PIC  X(08) VALUE ' FAILED='.          01987791
           02  PR-FAILED          PIC  9(05) VALUE ZEROES.              01987796
           02  FILLER             PIC  X(06) VALUE ' MORE='.            01987801
           02  PR-MORE            PIC  X(01) VALUE SPACES.              01987806
       01  PRIME-REPORT-LENGTH    PIC S9(08) COMP VALUE 71.             01987811
                                                                        01987816
       01  HTTP-NO-PARTNER.                                             01987821
           02  FILLER             PIC  X(16) VALUE 'No partner Data '.  01987826
           02  FILLER             PIC  X(16) VALUE 'Center defined  '.  01987831
                                                                        01987836
       01  HTTP-PARTNER-URL       PIC  X(24) VALUE                      01987841
           'Partner URL invalid'.                                       01987846
                                                                        01987851
      ***************************************************************** 01987856
      * Invalidation feed load (see 7600-LOAD-EVENTS).  Batch jobs    * 01987861
      * that remove keys outside the region - ZECSCAP's capacity      * 01987866
      * eviction - cannot reach the ZE-FCT TS queue, so they write    * 01987871
      * each removal as an EVT-RECORD image to a dataset operations   * 01987876
      * load as the extrapartition feed TD queue.  Each request to    * 01987881
      * the admin-gated /zEcsInval endpoint destructively reads up    * 01987886
      * to FEED-MAX records from it and appends each one to ZE-FCT    * 01987891
      * through 9965-WRITE-EVENT, exactly as an online delete would.  * 01987896
      ***************************************************************** 01987901
       01  ZINVAL                 PIC  X(10) VALUE '/zEcsInval'.        01987906
       01  FEED-QUEUE             PIC  X(04) VALUE '@ivq@'.             01987911
                                                                        01987916
       01  FEED-MAX               PIC S9(04) COMP VALUE 500.            01987921
       01  FEED-READ-COUNT        PIC S9(04) COMP VALUE ZEROES.         01987926
       01  FEED-LOADED-COUNT      PIC S9(04) COMP VALUE ZEROES.         01987931
       01  FEED-FAILED-COUNT      PIC S9(04) COMP VALUE ZEROES.         01987936
       01  FEED-TD-LENGTH         PIC S9(04) COMP VALUE ZEROES.         01987941
       01  FEED-RESP              PIC S9(08) COMP VALUE ZEROES.         01987946
                                                                        01987951
       01  FEED-EOF-SW            PIC  X(01) VALUE 'N'.                 01987956
           88  FEED-EOF           VALUE 'Y'.                            01987961
                                                                        01987966
       01  FEED-REPORT.                                                 01987971
           02  FILLER             PIC  X(05) VALUE 'READ='.             01987976
           02  FR-READ            PIC  9(05) VALUE ZEROES.              01987981
           02  FILLER             PIC  X(08) VALUE ' LOADED='.          01987986
           02  FR-LOADED          PIC  9(05) VALUE ZEROES.              01987991
           02  FILLER             PIC  X(08) VALUE ' FAILED='.          01987996
           02  FR-FAILED          PIC  9(05) VALUE ZEROES.              01988001
           02  FILLER             PIC  X(06) VALUE ' MORE='.            01988006
           02  FR-MORE            PIC  X(01) VALUE SPACES.              01988011
       01  FEED-REPORT-LENGTH     PIC S9(08) COMP VALUE 43.             01988016
                                                                        01988021
      ***************************************************************** 01988026
      * Reference data publish (see 7800-PUBLISH-FEED and             * 01988031
      * ZECSPBC.cpy).  ZECSPUB compares a night's reference-data      * 01988036
      * extract with the keys cached under one BU_SBU/application     * 01988041
      * prefix and writes only the difference - store, refresh and    * 01988046
      * delete records - to a dataset operations load as the          * 01988051
      * extrapartition publish TD queue.  Each request to the admin-  * 01988056
      * gated /zEcsPublish endpoint destructively reads up to         * 01988061
      * PUBLISH-MAX records from it and applies each one through the  * 01988066
      * normal write and delete internals.                            * 01988071
      ***************************************************************** 01988076
       01  ZPUBLISH               PIC  X(10) VALUE '/zEcsPubli'.        01988081
       01  PUBLISH-QUEUE          PIC  X(04) VALUE '@pbq@'.             01988086
                                                                        01988091
       01  PUBLISH-MAX            PIC S9(04) COMP VALUE 100.            01988096
       01  PUBLISH-READ-COUNT     PIC S9(04) COMP VALUE ZEROES.         01988101
       01  PUBLISH-STORED-COUNT   PIC S9(04) COMP VALUE ZEROES.         01988106
       01  PUBLISH-REMOVED-COUNT  PIC S9(04) COMP VALUE ZEROES.         01988111
       01  PUBLISH-REFRESH-COUNT  PIC S9(04) COMP VALUE ZEROES.         01988116
       01  PUBLISH-MISSING-COUNT  PIC S9(04) COMP VALUE ZEROES.         01988121
       01  PUBLISH-FAILED-COUNT   PIC S9(04) COMP VALUE ZEROES.         01988126
       01  PUBLISH-TD-LENGTH      PIC S9(04) COMP VALUE ZEROES.         01988131
       01  PUBLISH-RESP           PIC S9(08) COMP VALUE ZEROES.         01988136
       01  PUBLISH-KEY-LENGTH     PIC S9(08) COMP VALUE ZEROES.         01988141
                                                                        01988146
       01  PUBLISH-EOF-SW         PIC  X(01) VALUE 'N'.                 01988151
           88  PUBLISH-EOF        VALUE 'Y'.                            01988156
                                                                        01988161
       01  PUBLISH-QUERYSTRING.                                         01988166
           02  FILLER             PIC  X(04) VALUE 'ttl='.              01988171
           02  PUBLISH-TTL        PIC  9(06) VALUE ZEROES.              01988176
       01  PUBLISH-QUERY-LENGTH   PIC S9(08) COMP VALUE 10.             01988181
                                                                        01988186
      ***************************************************************** 01988191
      * zECS REFERENCE DATA PUBLISH FEED record definition.           * 01988196
      ***************************************************************** 01988201
       COPY ZECSPBC.                                                    01988206
                                                                        01988211
       01  PUBLISH-REPORT.                                              01988216
           02  FILLER             PIC  X(05) VALUE 'READ='.             01988221
           02  PU-READ            PIC  9(05) VALUE ZEROES.              01988226
           02  FILLER             PIC  X(08) VALUE ' STORED='.          01988231
           02  PU-STORED          PIC  9(05) VALUE ZEROES.              01988236
           02  FILLER             PIC  X(09) VALUE ' REMOVED='.         01988241
           02  PU-REMOVED         PIC  9(05) VALUE ZEROES.              01988246
           02  FILLER             PIC  X(11) VALUE ' REFRESHED='.       01988251
           02  PU-REFRESHED       PIC  9(05) VALUE ZEROES.              01988256
           02  FILLER             PIC  X(09) VALUE ' MISSING='.         01988261
           02  PU-MISSING         PIC  9(05) VALUE ZEROES.              01988266
           02  FILLER             PIC  X(08) VALUE ' FAILED='.          01988271
           02  PU-FAILED          PIC  9(05) VALUE ZEROES.              01988276
           02  FILLER             PIC  X(06) VALUE ' MORE='.            01988281
           02  PU-MORE            PIC  X(01) VALUE SPACES.              01988286
       01  PUBLISH-REPORT-LENGTH  PIC S9(08) COMP VALUE 87.             01988291
                                                                        01988296
      ***************************************************************** 01988301
      * Entry tags (see ZECSZIC.cpy).  The X-Cache-Tags request       * 01988306
      * header on a /resources POST/PUT names up to TAG-MAX tags of   * 01988311
      * up to TAG-NAME-MAX characters (A-Z a-z 0-9 - _ . :), comma    * 01988316
      * separated.  Present, it replaces the entry's tag set - an     * 01988321
      * empty value clears it; absent, the set is left alone.  mget,  * 01988326
      * mput and touch ignore it.  DELETE /zEcsTags/<tag> removes     * 01988331
      * every entry carrying the tag (7700-TAG-DELETE), up to         * 01988336
      * WS-LIST-MAX entries per request.                              * 01988341
      ***************************************************************** 01988346
       01  ZTAGS                  PIC  X(10) VALUE '/zEcsTags/'.        01988351
                                                                        01988356
       01  ZI-FCT.                                                      01988361
           02  ZI-TRANID          PIC  X(04) VALUE 'ZC##'.              01988366
           02  FILLER             PIC  X(04) VALUE 'TAG '.              01988371
                                                                        01988376
       01  ZI-LENGTH              PIC S9(04) COMP VALUE ZEROES.         01988381
       01  TAG-RESP               PIC S9(08) COMP VALUE ZEROES.         01988386
                                                                        01988391
       01  HEADER-TAGS            PIC  X(12) VALUE 'X-Cache-Tags'.      01988396
       01  HEADER-TAGS-LENGTH     PIC S9(08) COMP VALUE 12.             01988401
       01  TAG-HEADER-VALUE       PIC X(255) VALUE SPACES.              01988406
       01  TAG-HEADER-LENGTH      PIC S9(08) COMP VALUE ZEROES.         01988411
       01  TAG-POINTER            PIC S9(08) COMP VALUE ZEROES.         01988416
                                                                        01988421
       01  TAG-VALID-CHARACTERS.                                        01988426
           02  FILLER             PIC  X(16) VALUE 'ABCDEFGHIJKLMNOP'.  01988431
           02  FILLER             PIC  X(16) VALUE 'QRSTUVWXYZabcdef'.  01988436
           02  FILLER             PIC  X(16) VALUE 'ghijklmnopqrstuv'.  01988441
           02  FILLER             PIC  X(16) VALUE 'wxyz0123456789-_'.  01988446
           02  FILLER             PIC  X(02) VALUE '.:'.                01988451
                                                                        01988456
       01  TAG-MAX                PIC S9(04) COMP VALUE 8.              01988461
       01  TAG-NAME-MAX           PIC S9(04) COMP VALUE 24.             01988466
                                                                        01988471
       01  TAGS-GIVEN-SW          PIC  X(01) VALUE 'N'.                 01988476
           88  TAGS-GIVEN         VALUE 'Y'.                            01988481
                                                                        01988486
       01  TAG-INVALID-SW         PIC  X(01) VALUE 'N'.                 01988491
           88  TAG-INVALID        VALUE 'Y'.                            01988496
                                                                        01988501
       01  TAG-FOUND-SW           PIC  X(01) VALUE 'N'.                 01988506
           88  TAG-FOUND          VALUE 'Y'.                            01988511
                                                                        01988516
       01  TAG-LIST-SW            PIC  X(01) VALUE 'N'.                 01988521
           88  TAG-LIST-ON-FILE   VALUE 'Y'.                            01988526
                                                                        01988531
       01  TAG-FILE-SW            PIC  X(01) VALUE 'Y'.                 01988536
           88  TAG-FILE-OPEN      VALUE 'Y'.                            01988541
                                                                        01988546
       01  TAG-SCAN               PIC S9(08) COMP VALUE ZEROES.         01988551
       01  TAG-TALLY              PIC S9(08) COMP VALUE ZEROES.         01988556
       01  TAG-CHAR               PIC  X(01) VALUE SPACES.              01988561
       01  TAG-WORK               PIC  X(24) VALUE SPACES.              01988566
       01  TAG-WORK-LENGTH        PIC S9(04) COMP VALUE ZEROES.         01988571
       01  TAG-NAME               PIC  X(24) VALUE SPACES.              01988576
       01  TAG-ENTRY-KEY          PIC X(255) VALUE LOW-VALUES.          01988581
                                                                        01988586
       01  TAG-INDEX              PIC S9(04) COMP VALUE ZEROES.         01988591
       01  TAG-COUNT              PIC S9(04) COMP VALUE ZEROES.         01988596
       01  TAG-TABLE.                                                   01988601
           02  TAG-ENTRY          PIC  X(24) OCCURS 8 TIMES.            01988606
                                                                        01988611
       01  TAG-OLD-INDEX          PIC S9(04) COMP VALUE ZEROES.         01988616
       01  TAG-OLD-COUNT          PIC S9(04) COMP VALUE ZEROES.         01988621
       01  TAG-OLD-TABLE.                                               01988626
           02  TAG-OLD-ENTRY      PIC  X(24) OCCURS 8 TIMES.            01988631
                                                                        01988636
       01  HTTP-TAGS-INVALID.                                           01988641
           02  FILLER             PIC  X(16) VALUE 'Invalid X-Cache-'.  01988646
           02  FILLER             PIC  X(16) VALUE 'Tags header     '.  01988651
                                                                        01988656
       01  TAG-KEY-INDEX          PIC S9(04) COMP VALUE ZEROES.         01988661
       01  TAG-KEY-COUNT          PIC S9(04) COMP VALUE ZEROES.         01988666
       01  TAG-KEY-LENGTH         PIC S9(08) COMP VALUE ZEROES.         01988671
       01  TAG-REMOVED-COUNT      PIC S9(04) COMP VALUE ZEROES.         01988676
       01  TAG-SKIPPED-COUNT      PIC S9(04) COMP VALUE ZEROES.         01988681
                                                                        01988686
       01  TAG-EOF-SW             PIC  X(01) VALUE 'N'.                 01988691
           88  TAG-EOF            VALUE 'Y'.                            01988696
                                                                        01988701
       01  TAG-MORE-SW            PIC  X(01) VALUE 'N'.                 01988706
           88  TAG-MORE           VALUE 'Y'.                            01988711
                                                                        01988716
       01  TAG-KEY-TABLE.                                               01988721
           02  TAG-KEY-ENTRY      PIC X(255) OCCURS 500 TIMES.          01988726
                                                                        01988731
       01  TAG-REPORT.                                                  01988736
           02  FILLER             PIC  X(08) VALUE 'REMOVED='.          01988741
           02  TR-REMOVED         PIC  9(05) VALUE ZEROES.              01988746
           02  FILLER             PIC  X(09) VALUE ' SKIPPED='.         01988751
           02  TR-SKIPPED         PIC  9(05) VALUE ZEROES.              01988756
           02  FILLER             PIC  X(06) VALUE ' MORE='.            01988761
           02  TR-MORE            PIC  X(01) VALUE SPACES.              01988766
       01  TAG-REPORT-LENGTH      PIC S9(08) COMP VALUE 34.             01988771
                                                                        01988776
      ***************************************************************** 01988781
      * Shared content (see ZECSZDC.cpy).  A POST/PUT of a payload    * 01988786
      * longer than one segment, not enciphered, offers its stored    * 01988791
      * tail (segments 2 onward) to ZD-FCT; a tail already on file    * 01988796
      * byte for byte is shared instead of written again              * 01988801
      * (4250-SHARE-CONTENT).  Up to SHARE-CANDIDATE-MAX content      * 01988806
      * records with the same checksum and length are compared.       * 01988811
      * Readers switch to the content chain at segment 2              * 01988816
      * (9930-LOCATE-TAIL) and every discarded chain gives its        * 01988821
      * reference back (9935-RELEASE-CONTENT).  With no ZD-FCT        * 01988826
      * defined, SHARE-FILE-OPEN goes off and chains stay private.    * 01988831
      ***************************************************************** 01988836
       01  ZD-FCT.                                                      01988841
           02  ZD-TRANID          PIC  X(04) VALUE 'ZC##'.              01988846
           02  FILLER             PIC  X(04) VALUE 'DUP '.              01988851
                                                                        01988856
       01  ZD-LENGTH              PIC S9(04) COMP VALUE ZEROES.         01988861
       01  SHARE-RESP             PIC S9(08) COMP VALUE ZEROES.         01988866
                                                                        01988871
       01  SHARE-FILE-SW          PIC  X(01) VALUE 'Y'.                 01988876
           88  SHARE-FILE-OPEN    VALUE 'Y'.                            01988881
                                                                        01988886
       01  SHARE-STATE-SW         PIC  X(01) VALUE 'N'.                 01988891
           88  SHARE-NONE         VALUE 'N'.                            01988896
           88  SHARE-NEW          VALUE 'W'.                            01988901
           88  SHARE-MATCHED      VALUE 'M'.                            01988906
                                                                        01988911
       01  SHARE-EQUAL-SW         PIC  X(01) VALUE 'N'.                 01988916
           88  SHARE-EQUAL        VALUE 'Y'.                            01988921
                                                                        01988926
       01  SHARE-BROWSE-SW        PIC  X(01) VALUE 'N'.                 01988931
           88  SHARE-BROWSE-END   VALUE 'Y'.                            01988936
                                                                        01988941
       01  SHARE-TAIL-SW          PIC  X(01) VALUE 'N'.                 01988946
           88  SHARE-TAIL-READ    VALUE 'Y'.                            01988951
                                                                        01988956
       01  SHARE-ADDRESSES.                                             01988961
           02  SHARE-ADDRESS      USAGE POINTER.                        01988966
           02  SHARE-ADDRESS-X    REDEFINES SHARE-ADDRESS               01988971
                                  PIC S9(08) COMP.                      01988976
                                                                        01988981
       01  SHARE-TAIL-LENGTH      PIC S9(08) COMP VALUE ZEROES.         01988986
       01  SHARE-OFFSET           PIC S9(08) COMP VALUE ZEROES.         01988991
       01  SHARE-SEGMENT          PIC S9(08) COMP VALUE ZEROES.         01988996
       01  WRITE-SEGMENT-COUNT    PIC S9(08) COMP VALUE ZEROES.         01989001
       01  SHARE-CHECKSUM         PIC  9(09) VALUE ZEROES.              01989006
       01  SHARE-CKS-SAVE         PIC  9(09) VALUE ZEROES.              01989011
       01  SHARE-HITS             PIC  9(09) VALUE ZEROES.              01989016
       01  SHARE-HEADER           PIC X(356) VALUE LOW-VALUES.          01989021
       01  SHARE-GENERIC-KEY      PIC  X(19) VALUE LOW-VALUES.          01989026
       01  SHARE-CONTENT-KEY      PIC  X(27) VALUE LOW-VALUES.          01989031
       01  RELEASE-CHAIN          PIC  X(08) VALUE LOW-VALUES.          01989036
                                                                        01989041
       01  SHARE-INDEX            PIC S9(04) COMP VALUE ZEROES.         01989046
       01  SHARE-CANDIDATE-COUNT  PIC S9(04) COMP VALUE ZEROES.         01989051
       01  SHARE-CANDIDATE-MAX    PIC S9(04) COMP VALUE 8.              01989056
       01  SHARE-CANDIDATE-TABLE.                                       01989061
           02  SHARE-CANDIDATE    PIC  X(27) OCCURS 8 TIMES.            01989066
                                                                        01989071
      ***************************************************************** 01989076
      * Read auditing for designated sensitive key prefixes (see      * 01989081
      * ZECSZNC.cpy, 9955-CHECK-SENSITIVE and                         * 01989086
      * 9958-WRITE-READ-AUDIT).  Maintained online by ZECS008.        * 01989091
      ***************************************************************** 01989096
       01  ZN-FCT.                                                      01989101
           02  ZN-TRANID          PIC  X(04) VALUE 'ZC##'.              01989106
           02  FILLER             PIC  X(04) VALUE 'SNS '.              01989111
                                                                        01989116
       01  ZN-LENGTH              PIC S9(04) COMP VALUE ZEROES.         01989121
       01  SNS-RESP               PIC S9(08) COMP VALUE ZEROES.         01989126
                                                                        01989131
       01  SENSITIVE-SW           PIC  X(01) VALUE 'N'.                 01989136
           88  SENSITIVE-KEY-HIT  VALUE 'Y'.                            01989141
       01  ENCRYPT-SW             PIC  X(01) VALUE 'N'.                 01989146
           88  ENCRYPT-KEY-HIT    VALUE 'Y'.                            01989151
                                                                        01989156
       01  SENSITIVE-KEY          PIC X(255) VALUE LOW-VALUES.          01989161
       01  SENSITIVE-KEY-LENGTH   PIC S9(08) COMP VALUE ZEROES.         01989166
       01  SNS-PREFIX             PIC X(128) VALUE SPACES.              01989171
       01  SNS-PREFIX-LENGTH      PIC S9(08) COMP VALUE ZEROES.         01989176
       01  SNS-SLASH-1            PIC S9(08) COMP VALUE ZEROES.         01989181
       01  SNS-SLASH-2            PIC S9(08) COMP VALUE ZEROES.         01989186
                                                                        01989191
       01  AUD-READ-OPERATION     PIC  X(10) VALUE 'READ'.              01989196
                                                                        01989201
      ***************************************************************** 01989206
      * Prefix-scoped write/delete grants (see ZECSZGC.cpy and        * 01989211
      * 1680-PREFIX-ACCESS).  Maintained online by ZECS009.           * 01989216
      ***************************************************************** 01989221
       01  ZG-FCT.                                                      01989226
           02  ZG-TRANID          PIC  X(04) VALUE 'ZC##'.              01989231
           02  FILLER             PIC  X(04) VALUE 'PFX '.              01989236
                                                                        01989241
       01  ZG-LENGTH              PIC S9(04) COMP VALUE ZEROES.         01989246
       01  GRANT-RESP             PIC S9(08) COMP VALUE ZEROES.         01989251
                                                                        01989256
       01  GRANT-ACCESS           PIC  X(01) VALUE 'U'.                 01989261
           88  GRANT-FOR-UPDATE   VALUE 'U'.                            01989266
           88  GRANT-FOR-DELETE   VALUE 'D'.                            01989271
                                                                        01989276
       01  GRANT-SW               PIC  X(01) VALUE 'N'.                 01989281
           88  PREFIX-GRANTED     VALUE 'Y'.                            01989286
                                                                        01989291
       01  GRANT-SCOPED-SW        PIC  X(01) VALUE 'N'.                 01989296
           88  GRANTS-SCOPED      VALUE 'Y'.                            01989301
                                                                        01989306
       01  GRANT-PROBE-SW         PIC  X(01) VALUE 'N'.                 01989311
           88  GRANT-PROBE        VALUE 'Y'.                            01989316
                                                                        01989321
       01  GRANT-DENIED-SW        PIC  X(01) VALUE 'N'.                 01989326
           88  GRANT-DENIED       VALUE 'Y'.                            01989331
                                                                        01989336
       01  GRANT-KEY              PIC X(255) VALUE LOW-VALUES.          01989341
       01  GRANT-KEY-LENGTH       PIC S9(08) COMP VALUE ZEROES.         01989346
       01  GRANT-PREFIX           PIC X(128) VALUE SPACES.              01989351
       01  GRANT-PREFIX-LENGTH    PIC S9(08) COMP VALUE ZEROES.         01989356
       01  GRANT-SLASH-1          PIC S9(08) COMP VALUE ZEROES.         01989361
       01  GRANT-SLASH-2          PIC S9(08) COMP VALUE ZEROES.         01989366
                                                                        01989371
       01  HTTP-PREFIX-DENIED.                                          01989376
           02  FILLER             PIC  X(16) VALUE 'Prefix not grant'.  01989381
           02  FILLER             PIC  X(16) VALUE 'ed to userid    '.  01989386
                                                                        01989391
      ***************************************************************** 01989396
      * Invalidation event feed (see 9965-WRITE-EVENT /                 01989401
      * 7100-SEND-EVENTS and ZECSEVT.cpy).                              01989406
      ***************************************************************** 01989411
       01  ZEVENTS                PIC  X(10) VALUE '/zEcsEvent'.        01989416
                                                                        01989421
       01  ZE-FCT.                                                      01989426
           02  ZE-TRANID          PIC  X(04) VALUE 'ZC##'.              01989431
           02  FILLER             PIC  X(04) VALUE 'EVT '.              01989436
                                                                        01989441
       01  EVT-LENGTH             PIC S9(04) COMP VALUE ZEROES.         01989446
       01  EVT-ITEM               PIC S9(04) COMP VALUE ZEROES.         01989451
       01  EVT-DEPTH              PIC S9(04) COMP VALUE ZEROES.         01989456
       01  EVT-RESP               PIC S9(08) COMP VALUE ZEROES.         01989461
       01  EVT-SINCE              PIC  9(05) VALUE ZEROES.              01989466
       01  EVT-QUERY-TEXT         PIC  X(10) VALUE SPACES.              01989471
       01  EVT-ITEM-EDIT          PIC  9(05) VALUE ZEROES.              01989476
       01  EVT-KEY-LENGTH         PIC S9(08) COMP VALUE ZEROES.         01989481
                                                                        01989486
       01  EVT-LINE               PIC X(320) VALUE SPACES.              01989491
       01  EVT-LINE-LENGTH        PIC S9(08) COMP VALUE ZEROES.         01989496
       01  EVT-BUFFER             PIC X(32000) VALUE SPACES.            01989501
       01  EVT-BUFLEN             PIC S9(08) COMP VALUE ZEROES.         01989506
       01  EVT-EOF-SW             PIC  X(01) VALUE 'N'.                 01989511
           88  EVT-EOF            VALUE 'Y'.                            01989516
                                                                        01989521
      ***************************************************************** 01989526
      * Per-application cache policy (see ZECSZPC.cpy and               01989531
      * 1311-GET-POLICY).                                               01989536
      ***************************************************************** 01989541
       01  ZP-FCT.                                                      01989546
           02  ZP-TRANID          PIC  X(04) VALUE 'ZC##'.              01989551
           02  FILLER             PIC  X(04) VALUE 'POL '.              01989556
                                                                        01989561
       01  ZP-LENGTH              PIC S9(04) COMP VALUE ZEROES.         01989566
       01  POLICY-RESP            PIC S9(08) COMP VALUE ZEROES.         01989571
       01  POLICY-FOUND-SW        PIC  X(01) VALUE 'N'.                 01989576
           88  POLICY-FOUND       VALUE 'Y'.                            01989581
       01  POLICY-PREFIX          PIC X(128) VALUE SPACES.              01989586
       01  POLICY-PREFIX-LENGTH   PIC S9(08) COMP VALUE ZEROES.         01989591
       01  POLICY-SLASH-1         PIC S9(08) COMP VALUE ZEROES.         01989596
       01  POLICY-SLASH-2         PIC S9(08) COMP VALUE ZEROES.         01989601
                                                                        01989606
      ***************************************************************** 01989611
      * Usage accounting (see ZECSACT.cpy and 9990-WRITE-ACCOUNTING).   01989616
      ***************************************************************** 01989621
       01  ACCT-QUEUE             PIC  X(04) VALUE '@acq@'.             01989626
       01  ACT-LENGTH             PIC S9(04) COMP VALUE ZEROES.         01989631
       01  ACT-STATUS-WORK        PIC  9(03) VALUE ZEROES.              01989636
       01  ACT-BYTES-WORK         PIC S9(08) COMP VALUE ZEROES.         01989641
       01  ACT-ABS                PIC S9(15) VALUE ZEROES COMP-3.       01989646
      ***************************************************************** 01989651
      * Response-time capture (see ZECSRTM.cpy and                    * 01989656
      * 9995-WRITE-RESPONSE-TIME).                                    * 01989661
      ***************************************************************** 01989666
       01  RTM-QUEUE              PIC  X(04) VALUE '@rtq@'.             01989671
       01  RTM-LENGTH             PIC S9(04) COMP VALUE ZEROES.         01989676
       01  RTM-CAPTURE-SW         PIC  X(01) VALUE 'N'.                 01989681
           88  RTM-CAPTURE        VALUE 'Y'.                            01989686
       01  RTM-START-ABS          PIC S9(15) VALUE ZEROES COMP-3.       01989691
       01  RTM-SEND-ABS           PIC S9(15) VALUE ZEROES COMP-3.       01989696
       01  RTM-STEP-ABS           PIC S9(15) VALUE ZEROES COMP-3.       01989701
       01  RTM-NOW-ABS            PIC S9(15) VALUE ZEROES COMP-3.       01989706
       01  RTM-REPLICATE-WORK     PIC S9(15) VALUE ZEROES COMP-3.       01989711
       01  RTM-ORIGIN-WORK        PIC S9(15) VALUE ZEROES COMP-3.       01989716
       01  RTM-MS-WORK            PIC S9(15) VALUE ZEROES COMP-3.       01989721
       01  RTM-MS-LIMIT           PIC S9(15) VALUE 9999999  COMP-3.     01989726
                                                                        01989731
       01  HTTP-DECODE-ERROR.                                           01989736
           02  FILLER             PIC  X(16) VALUE 'Stored entry dec'.  01989741
           02  FILLER             PIC  X(16) VALUE 'ode error       '.  01989746
                                                                        01990000
       01  WEB-MEDIA-TYPE         PIC  X(56).                           02010000
       01  SPACE-COUNTER          PIC S9(04) COMP VALUE ZEROES.         02020000
       01  QUOTA-QNAME.                                                 02973870
           02  QUOTA-QNAME-ID     PIC  X(02) VALUE 'QT'.                02973880
           02  QUOTA-QNAME-USER   PIC  X(06) VALUE SPACES.              02973890
                                                                        02973900
      ***************************************************************** 02973910
      * Failed-login tracking and lockout - see 1520-CHECK-LOCKOUT    * 02973920
      * and 1530-COUNT-FAILURE.  The failure limit and the lockout    * 02973930
      * period are enabled via PROGRAM definition, the same pattern   * 02973940
      * as the quota: define FAIL-PROGRAM with LENGTH equal to the    * 02973950
      * number of failures that locks a userid, and LOCKOUT-PROGRAM   * 02973960
      * with LENGTH equal to the lockout period in seconds.  Absent   * 02973970
      * or zero LENGTH leaves the compiled-in defaults in effect.     * 02973980
      ***************************************************************** 02973990
       01  FAIL-PROGRAM.                                                02974000
           02  FAIL-TRANID        PIC  X(04) VALUE 'ZC##'.              02974010
           02  FAIL-ID            PIC  X(02) VALUE 'FL'.                02974020
           02  FILLER             PIC  X(02) VALUE SPACES.              02974030
                                                                        02974040
       01  LOCKOUT-PROGRAM.                                             02974050
           02  LOCKOUT-TRANID     PIC  X(04) VALUE 'ZC##'.              02974060
           02  LOCKOUT-ID         PIC  X(02) VALUE 'LO'.                02974070
           02  FILLER             PIC  X(02) VALUE SPACES.              02974080
                                                                        02974090
       01  ZT-FCT.                                                      02974100
           02  ZT-TRANID          PIC  X(04) VALUE 'ZC##'.              02974110
           02  FILLER             PIC  X(04) VALUE 'FAIL'.              02974120
                                                                        02974130
       01  ZT-LENGTH              PIC S9(04) COMP VALUE ZEROES.         02974140
       01  FAIL-RESP              PIC S9(08) COMP VALUE ZEROES.         02974150
       01  FAIL-LIMIT             PIC S9(08) COMP VALUE ZEROES.         02974160
       01  DEFAULT-FAIL-LIMIT     PIC S9(08) COMP VALUE 5.              02974170
       01  FAIL-WINDOW-SECONDS    PIC S9(08) COMP VALUE 900.            02974180
       01  FAIL-WINDOW-MS         PIC S9(15) VALUE ZEROES COMP-3.       02974190
       01  LOCKOUT-SECONDS        PIC S9(08) COMP VALUE ZEROES.         02974200
       01  DEFAULT-LOCKOUT-SECONDS PIC S9(08) COMP VALUE 1800.          02974210
       01  LOCKOUT-MS             PIC S9(15) VALUE ZEROES COMP-3.       02974220
                                                                        02974230
       01  FAIL-RECORD-SW         PIC  X(01) VALUE 'N'.                 02974240
           88  FAIL-RECORD-FOUND  VALUE 'Y'.                            02974250
                                                                        02974260
       01  FAIL-USERID            PIC  X(08) VALUE SPACES.              02974270
       01  FAIL-USERID-LENGTH     PIC S9(08) COMP VALUE ZEROES.         02974280
       01  FAIL-HOST              PIC  X(40) VALUE SPACES.              02974290
       01  FAIL-HOST-LENGTH       PIC S9(08) COMP VALUE 40.             02974300
                                                                        02974310
       01  FLG-QUEUE              PIC  X(04) VALUE '@flq@'.             02974320
       01  FLG-LENGTH             PIC S9(04) COMP VALUE ZEROES.         02974330
       01  FLG-ABS                PIC S9(15) VALUE ZEROES COMP-3.       02974340
                                                                        02974350
      ***************************************************************** 02974360
      * Basic Authentication userid decode - see 1510-DECODE-USERID.  * 02974370
      * The header value is base64 of the client's ASCII              * 02974380
      * userid:password; only the userid is recovered here, so a      * 02974390
      * locked-out userid can be refused before ZECS002 is called.    * 02974400
      ***************************************************************** 02974410
       01  B64-ALPHABET.                                                02974420
           02  FILLER             PIC  X(32) VALUE                      02974430
               'ABCDEFGHIJKLMNOPQRSTUVWXYZabcdef'.                      02974440
           02  FILLER             PIC  X(32) VALUE                      02974450
               'ghijklmnopqrstuvwxyz0123456789+/'.                      02974460
                                                                        02974470
       01  B64-QUAD.                                                    02974480
           02  B64-VALUE          PIC S9(04) COMP OCCURS 4 TIMES.       02974490
                                                                        02974500
       01  B64-CHAR               PIC  X(01) VALUE SPACES.              02974510
       01  B64-TALLY              PIC S9(04) COMP VALUE ZEROES.         02974520
       01  B64-CHARS              PIC S9(04) COMP VALUE ZEROES.         02974530
       01  B64-INDEX              PIC S9(04) COMP VALUE ZEROES.         02974540
       01  B64-POINTER            PIC S9(04) COMP VALUE ZEROES.         02974550
       01  B64-GROUP              PIC S9(08) COMP VALUE ZEROES.         02974560
       01  B64-QUOTIENT           PIC S9(08) COMP VALUE ZEROES.         02974570
       01  B64-REMAINDER          PIC S9(08) COMP VALUE ZEROES.         02974580
       01  B64-DECODE             PIC  X(18) VALUE LOW-VALUES.          02974590
       01  B64-DECODE-LENGTH      PIC S9(04) COMP VALUE ZEROES.         02974600
       01  B64-END-SW             PIC  X(01) VALUE 'N'.                 02974610
           88  B64-END            VALUE 'Y'.                            02974620
                                                                        02974630
       01  B64-BYTE-WORK.                                               02974640
           02  B64-BYTE-BINARY    PIC  9(04) COMP VALUE ZEROES.         02974650
       01  FILLER REDEFINES B64-BYTE-WORK.                              02974660
           02  FILLER             PIC  X(01).                           02974670
           02  B64-BYTE           PIC  X(01).                           02974680
                                                                        02974690
       01  ASCII-COLON            PIC  X(01) VALUE X'3A'.               02974700
       01  ASCII-USERID-CHARS.                                          02974710
           02  FILLER             PIC  X(26) VALUE                      02974720
               X'4142434445464748494A4B4C4D4E4F505152535455565758595A'. 02974730
           02  FILLER             PIC  X(26) VALUE                      02974740
               X'6162636465666768696A6B6C6D6E6F707172737475767778797A'. 02974750
           02  FILLER             PIC  X(13) VALUE                      02974760
               X'30313233343536373839234024'.                           02974770
       01  EBCDIC-USERID-CHARS.                                         02974780
           02  FILLER             PIC  X(26) VALUE                      02974790
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                            02974800
           02  FILLER             PIC  X(26) VALUE                      02974810
               'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.                            02974820
           02  FILLER             PIC  X(13) VALUE                      02974830
               '0123456789#@$'.                                         02974840
                                                                        02974850
       01  THE-OTHER-DC-LENGTH    PIC S9(08) COMP VALUE ZEROES.         03010101
                                                                        03010201
       01  DC-TOKEN               PIC  X(16) VALUE SPACES.              03011001
       01  ACTIVE-SINGLE          PIC  X(02) VALUE 'A1'.                03140001
       01  ACTIVE-ACTIVE          PIC  X(02) VALUE 'AA'.                03150001
       01  ACTIVE-STANDBY         PIC  X(02) VALUE 'AS'.                03160001
                                                                        03160011
      ***************************************************************** 03160021
      * Partner Data Center table - the ZCxxDP document template.     * 03160031
      * Each 160-byte line names one partner region:                  * 03160041
      *   cols 1-8     partner name (blank padded)                    * 03160051
      *   col  9       A (or blank) = active - every mutation is      * 03160061
      *                replicated to it; S = standby - listed and     * 03160071
      *                reported, not replicated to                    * 03160081
      *   cols 10-158  partner URL (http://host:port), blank padded   * 03160091
      *   cols 159-160 CRLF                                           * 03160101
      * Line 1 of ZCxxDC still sets the replication type (A1/AA/AS).  * 03160111
      * A region with no ZCxxDP template keeps its single ZCxxDC URL  * 03160121
      * as the only partner, named PARTNER, so it runs unchanged.     * 03160131
      * 8000-GET-URL loads the table once per task.                   * 03160141
      ***************************************************************** 03160151
       01  DP-TOKEN               PIC  X(16) VALUE SPACES.              03160161
       01  ZECS-DP.                                                     03160171
           02  DP-TRANID          PIC  X(04) VALUE 'ZC##'.              03160181
           02  FILLER             PIC  X(02) VALUE 'DP'.                03160191
           02  FILLER             PIC  X(42) VALUE SPACES.              03160201
                                                                        03160211
       01  DP-RESP                PIC S9(08) COMP VALUE ZEROES.         03160221
       01  DP-INDEX               PIC S9(04) COMP VALUE ZEROES.         03160231
       01  DP-DSECT-LENGTH        PIC S9(08) COMP VALUE ZEROES.         03160241
                                                                        03160251
       01  DP-DSECT.                                                    03160261
           02  DP-TABLE        OCCURS     8 TIMES.                      03160271
               05  DP-NAME        PIC  X(08).                           03160281
               05  DP-MODE        PIC  X(01).                           03160291
               05  DP-URL         PIC X(149).                           03160301
               05  DP-CRLF        PIC  X(02).                           03160311
                                                                        03160321
       01  PARTNER-LOAD-SW        PIC  X(01) VALUE 'N'.                 03160331
           88  PARTNERS-LOADED    VALUE 'Y'.                            03160341
       01  PARTNER-COUNT          PIC S9(04) COMP VALUE ZEROES.         03160351
       01  PARTNER-INDEX          PIC S9(04) COMP VALUE ZEROES.         03160361
       01  PARTNER-MATCH          PIC S9(04) COMP VALUE ZEROES.         03160371
       01  PARTNER-NAME           PIC  X(08) VALUE SPACES.              03160381
       01  PARTNER-URL            PIC X(160) VALUE SPACES.              03160391
       01  PARTNER-URL-LENGTH     PIC S9(08) COMP VALUE ZEROES.         03160401
       01  PARTNER-DEFAULT-NAME   PIC  X(08) VALUE 'PARTNER'.           03160411
                                                                        03160421
       01  PARTNER-TABLE.                                               03160431
           02  PARTNER-ENTRY   OCCURS     8 TIMES.                      03160441
               05  PT-NAME        PIC  X(08).                           03160451
               05  PT-MODE        PIC  X(01).                           03160461
                   88  PT-ACTIVE      VALUE 'A'.                        03160471
                   88  PT-STANDBY     VALUE 'S'.                        03160481
               05  PT-URL-SW      PIC  X(01).                           03160491
                   88  PT-URL-OK      VALUE 'Y'.                        03160501
               05  PT-SCHEME-NAME PIC  X(16).                           03160511
               05  PT-HOST        PIC  X(80).                           03160521
               05  PT-HOST-LENGTH PIC S9(08) COMP.                      03160531
               05  PT-PORT        PIC S9(08) COMP.                      03160541
               05  PT-STATUS      PIC  X(09).                           03160551
               05  PT-DLQ-DEPTH   PIC S9(04) COMP.                      03160561
                                                                        03170001
       01  SESSION-TOKEN          PIC  9(18) COMP VALUE ZEROES.         03171001
                                                                        03172001
           02  ZQ-TRANID          PIC  X(04) VALUE 'ZC##'.              03370820
           02  FILLER             PIC  X(04) VALUE 'DLQ '.              03370830
                                                                        03370840
       01  ZW-FCT.                                                      03370850
           02  ZW-TRANID          PIC  X(04) VALUE 'ZC##'.              03370860
           02  FILLER             PIC  X(04) VALUE 'WBQ '.              03370870
                                                                        03370880
       01  ZK-LENGTH              PIC S9(04) COMP VALUE ZEROES.         03380000
       01  ZF-LENGTH              PIC S9(04) COMP VALUE ZEROES.         03390000
       01  DELETE-LENGTH          PIC S9(04) COMP VALUE 8.              03400001
       01  ZS-LENGTH              PIC S9(04) COMP VALUE ZEROES.         03400201
       01  DLQ-LENGTH             PIC S9(04) COMP VALUE ZEROES.         03400301
       01  DLQ-RESP               PIC S9(08) COMP VALUE ZEROES.         03400311
       01  WBQ-LENGTH             PIC S9(04) COMP VALUE ZEROES.         03400321
       01  WBQ-RESP               PIC S9(08) COMP VALUE ZEROES.         03400331
                                                                        03410000
      ***************************************************************** 03411001
      * zECS KEY  record definition.                                  * 03412001
      * zECS DEAD-LETTER record definition.                           * 03470610
      ***************************************************************** 03470615
       COPY ZECSDLQ.                                                    03470619
                                                                        03470629
      ***************************************************************** 03470639
      * zECS WRITE-BEHIND record definition.                          * 03470649
      ***************************************************************** 03470659
       COPY ZECSWBQ.                                                    03470669
                                                                        03470679
      ***************************************************************** 03470689
      * zECS PER-USER QUOTA record definition.                        * 03470920
      ***************************************************************** 03470930
       COPY ZECSQTA.                                                    03470940
      * zECS USAGE ACCOUNTING record definition.                      * 03470972
      ***************************************************************** 03470973
       COPY ZECSACT.                                                    03470974
      ***************************************************************** 03470975
      * zECS RESPONSE TIME record definition.                         * 03470976
      ***************************************************************** 03470977
       COPY ZECSRTM.                                                    03470978
                                                                        03470980
      ***************************************************************** 03470981
      * zECS LOCK/LEASE record definition.                            * 03470982
      * zECS SENSITIVE KEY PREFIX record definition.                  * 03470987
      ***************************************************************** 03470988
       COPY ZECSZNC.                                                    03470989
                                                                        03470999
      ***************************************************************** 03471009
      * zECS PREFIX GRANT record definition.                          * 03471019
      ***************************************************************** 03471029
       COPY ZECSZGC.                                                    03471039
                                                                        03471049
      ***************************************************************** 03471059
      * zECS FAILED LOGIN record definition.                          * 03471069
      ***************************************************************** 03471079
       COPY ZECSZTC.                                                    03471089
                                                                        03471099
      ***************************************************************** 03471109
      * zECS FAILED LOGIN LOG record definition.                      * 03471119
      ***************************************************************** 03471129
       COPY ZECSFLG.                                                    03471139
                                                                        03471149
      ***************************************************************** 03471159
      * zECS TAG INDEX record definition.                             * 03471169
      ***************************************************************** 03471179
       COPY ZECSZIC.                                                    03471189
                                                                        03471199
      ***************************************************************** 03471209
      * zECS SHARED CONTENT record definition.                        * 03471219
      ***************************************************************** 03471229
       COPY ZECSZDC.                                                    03471239
                                                                        03471249
       01  DELETE-RECORD.                                               03650001
           02  DELETE-KEY-16.                                           03660001
               05  DELETE-KEY     PIC  X(08).                           03670001
      ***************************************************************** 03867441
       01  RAW-MESSAGE            PIC X(3200000).                       03867451
       01  CPR-MESSAGE            PIC X(3200000).                       03867461
                                                                        03867471
      ***************************************************************** 03867481
      * Encryption work windows - the stored (IV + ciphertext)        * 03867491
      * bytes and the clear payload; no storage of their own.         * 03867501
      ***************************************************************** 03867511
       01  CRY-MESSAGE            PIC X(3200032).                       03867521
       01  CRY-TEXT               PIC X(3200032).                       03867531
                                                                        03867541
       PROCEDURE DIVISION.                                              03870000
                                                                        03880000
      ***************************************************************** 03890000
      * Access parms.                                                 * 03970000
      ***************************************************************** 03980000
       1000-ACCESS-PARMS.                                               03990000
           EXEC CICS ASKTIME ABSTIME(RTM-START-ABS) NOHANDLE            03990010
           END-EXEC.                                                    03990020
                                                                        04000001
           EXEC CICS WEB EXTRACT                                        04010000
                SCHEME(WEB-SCHEME)                                      04020000
                REQUESTTYPE(WEB-REQUESTTYPE)                            04140000
                NOHANDLE                                                04150000
           END-EXEC.                                                    04160000
           IF  WEB-PATH(1:10) EQUAL RESOURCES                           04160010
               MOVE 'Y'                     TO RTM-CAPTURE-SW           04160020
               MOVE 'Y'                     TO WB-ORIGIN-SW.            04160030
                                                                        04160100
      ***************************************************************** 04160200
      * Substitute this region's tranid suffix into every resource   *  04160300
           MOVE EIBTRNID(3:2)               TO DC-TRANID(3:2).          04160830
           MOVE EIBTRNID(3:2)               TO ZA-TRANID(3:2).          04160840
           MOVE EIBTRNID(3:2)               TO ZQ-TRANID(3:2).          04160850
           MOVE EIBTRNID(3:2)               TO ZW-TRANID(3:2).          04160855
           MOVE EIBTRNID(3:2)               TO STAT-TRANID(3:2).        04160860
           MOVE EIBTRNID(3:2)               TO ZE-TRANID(3:2).          04160870
           MOVE EIBTRNID(3:2)               TO ZP-TRANID(3:2).          04160880
           MOVE EIBTRNID(3:2)               TO ZS-TRANID(3:2).          04160890
           MOVE EIBTRNID(3:2)               TO ZQS-TRANID(3:2).         04160891
           MOVE EIBTRNID(3:2)               TO ZN-TRANID(3:2).          04160892
           MOVE EIBTRNID(3:2)               TO ZG-TRANID(3:2).          04160902
           MOVE EIBTRNID(3:2)               TO ZT-TRANID(3:2).          04160912
           MOVE EIBTRNID(3:2)               TO FAIL-TRANID(3:2).        04160922
           MOVE EIBTRNID(3:2)               TO LOCKOUT-TRANID(3:2).     04160932
           MOVE EIBTRNID(3:2)               TO ZI-TRANID(3:2).          04160942
           MOVE EIBTRNID(3:2)               TO ZD-TRANID(3:2).          04160952
                                                                        04170001
      ***************************************************************** 04170101
      * The statistics endpoint answers before any cache processing - * 04170201
               PERFORM 7500-PRIME-CACHE   THRU 7500-EXIT                04170833
               PERFORM 9000-RETURN        THRU 9000-EXIT.               04170834
                                                                        04170835
      ***************************************************************** 04170838
      * Loading the invalidation feed publishes removals made by      * 04170841
      * batch jobs outside the region - an operational control, so    * 04170844
      * where the security model is in effect it requires the         * 04170847
      * distinct ADMIN access level, like zEcsPrime.                  * 04170850
      ***************************************************************** 04170853
           IF  WEB-PATH(1:10) EQUAL ZINVAL                              04170856
               PERFORM 1200-VALIDATION        THRU 1200-EXIT            04170859
               IF  AUTHENTICATE EQUAL 'Y'                               04170862
                   PERFORM 1500-AUTHENTICATE  THRU 1500-EXIT            04170865
                   PERFORM 1650-ADMIN-ACCESS  THRU 1650-EXIT            04170868
               END-IF                                                   04170871
               PERFORM 7600-LOAD-EVENTS   THRU 7600-EXIT                04170874
               PERFORM 9000-RETURN        THRU 9000-EXIT.               04170877
                                                                        04170880
      ***************************************************************** 04170883
      * Applying the reference data publish feed drives writes and    * 04170886
      * deletes into the region - an operational control like         * 04170889
      * zEcsPrime, so where the security model is in effect it        * 04170892
      * requires the distinct ADMIN access level, and it is refused   * 04170895
      * (503) while the region is quiesced.                           * 04170898
      ***************************************************************** 04170901
           IF  WEB-PATH(1:10) EQUAL ZPUBLISH                            04170904
               PERFORM 1200-VALIDATION        THRU 1200-EXIT            04170907
               IF  AUTHENTICATE EQUAL 'Y'                               04170910
                   PERFORM 1500-AUTHENTICATE  THRU 1500-EXIT            04170913
                   PERFORM 1650-ADMIN-ACCESS  THRU 1650-EXIT            04170916
               END-IF                                                   04170919
               PERFORM 1140-CHECK-QUIESCE THRU 1140-EXIT                04170922
               PERFORM 7800-PUBLISH-FEED  THRU 7800-EXIT                04170925
               PERFORM 9000-RETURN        THRU 9000-EXIT.               04170928
                                                                        04170931
      ***************************************************************** 04170934
      * The maintenance-mode switch is an operational control like    * 04170937
      * zRecovery/zComplete: where the security model is in effect    * 04170940
      * it requires the distinct ADMIN access level.                  * 04170943
      ***************************************************************** 04170946
           IF  WEB-PATH(1:10) EQUAL ZQUIESCE                            04170949
               PERFORM 1200-VALIDATION        THRU 1200-EXIT            04170952
               IF  AUTHENTICATE EQUAL 'Y'                               04170955
                   PERFORM 1500-AUTHENTICATE  THRU 1500-EXIT            04170958
                   PERFORM 1650-ADMIN-ACCESS  THRU 1650-EXIT            04170961
               END-IF                                                   04170964
               PERFORM 7300-PROCESS-QUIESCE THRU 7300-EXIT              04170967
               PERFORM 9000-RETURN        THRU 9000-EXIT.               04170970
                                                                        04170973
      ***************************************************************** 04171001
      * The lock/lease service sits behind the same validate/         * 04171002
      * authenticate gate as /resources - the method-to-access        * 04171003
                   PERFORM 1140-CHECK-QUIESCE THRU 1140-EXIT            04171016
               END-IF                                                   04171017
               PERFORM 7200-PROCESS-LOCK  THRU 7200-EXIT                04171018
               PERFORM 9000-RETURN        THRU 9000-EXIT.               04171028
                                                                        04171038
      ***************************************************************** 04171048
      * Tag invalidation sits behind the same validate/authenticate   * 04171058
      * gate as /resources - the DELETE needs the DELETE (or ADMIN)   * 04171068
      * access level from the ordinary 1600-USER-ACCESS scan, and a   * 04171078
      * prefix-scoped userid only removes the entries under its       * 04171088
      * granted prefixes (7720-TAG-DELETE-KEY).  Each removal goes    * 04171098
      * to the system of record like any other /resources DELETE.     * 04171108
      ***************************************************************** 04171118
           IF  WEB-PATH(1:10) EQUAL ZTAGS                               04171128
               PERFORM 1200-VALIDATION        THRU 1200-EXIT            04171138
               IF  AUTHENTICATE EQUAL 'Y'                               04171148
                   PERFORM 1500-AUTHENTICATE  THRU 1500-EXIT            04171158
                   PERFORM 1600-USER-ACCESS   THRU 1600-EXIT            04171168
               END-IF                                                   04171178
               IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-DELETE                 04171188
                   PERFORM 1140-CHECK-QUIESCE THRU 1140-EXIT            04171198
               END-IF                                                   04171208
               MOVE 'Y'                       TO WB-ORIGIN-SW           04171218
               PERFORM 7700-TAG-DELETE    THRU 7700-EXIT                04171228
               PERFORM 9000-RETURN        THRU 9000-EXIT.               04171238
                                                                        04171248
           IF  WEB-PATH(1:10) EQUAL RESOURCES                           04180001
               PERFORM 1200-VALIDATION        THRU 1200-EXIT            04190001
               IF  AUTHENTICATE EQUAL 'Y'                               04200001
                WEB-HTTPMETHOD EQUAL WEB-HTTP-DELETE)  AND              04502401
               NOT MGET-REQUEST                                         04502501
               PERFORM 1140-CHECK-QUIESCE THRU 1140-EXIT.               04502601
                                                                        04502611
      ***************************************************************** 04502621
      * A userid holding prefix grants (ZG-FCT) may only write or     * 04502631
      * delete under a granted prefix.  mget is a read and is not     * 04502641
      * narrowed; mput is checked entry by entry once its body is     * 04502651
      * parsed (4752-MPUT-CHECK-GRANT).  Every other /resources       * 04502661
      * mutation - including touch, append, list purge and the target * 04502671
      * of a copy - is judged against the key in the URI.             * 04502681
      ***************************************************************** 04502691
           IF  WEB-PATH(1:10) EQUAL RESOURCES  AND                      04502701
               (WEB-HTTPMETHOD EQUAL WEB-HTTP-POST    OR                04502711
                WEB-HTTPMETHOD EQUAL WEB-HTTP-PUT     OR                04502721
                WEB-HTTPMETHOD EQUAL WEB-HTTP-DELETE)  AND              04502731
               NOT MGET-REQUEST  AND                                    04502741
               NOT MPUT-REQUEST                                         04502751
               MOVE 'U'                       TO GRANT-ACCESS           04502761
               IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-DELETE                 04502771
                   MOVE 'D'                   TO GRANT-ACCESS           04502781
               END-IF                                                   04502791
               MOVE LOW-VALUES                TO GRANT-KEY              04502801
               MOVE URI-KEY                   TO GRANT-KEY              04502811
               MOVE URI-PATH-LENGTH           TO GRANT-KEY-LENGTH       04502821
               PERFORM 1680-PREFIX-ACCESS   THRU 1680-EXIT.             04502831
                                                                        04502841
      ***************************************************************** 04502851
      * Sending payload on a GET or DELETE is not permitted.          * 04520001
      * Sending payload is only permitted on POST or PUT.             * 04530001
      * POST and PUT will be handled the same.                        * 04540001
                                                                        04560000
           IF  (WEB-HTTPMETHOD EQUAL WEB-HTTP-POST  OR                  04570000
                WEB-HTTPMETHOD EQUAL WEB-HTTP-PUT)  AND                 04580001
               NOT TOUCH-REQUEST  AND                                   04580011
               NOT RESTORE-REQUEST                                      04580021
                                                                        04590000
      ***************************************************************** 04680000
      * Converted RECEIVE from TOCONTAINER to INTO because the        * 04690001
           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-PUT  OR                    04891001
               APPEND-REQUEST                                           04891101
               PERFORM 1130-CHECK-IF-MATCH THRU 1130-EXIT.              04892001
                                                                        04892011
           IF  (WEB-HTTPMETHOD EQUAL WEB-HTTP-POST  OR                  04892021
                WEB-HTTPMETHOD EQUAL WEB-HTTP-PUT)  AND                 04892031
               NOT MGET-REQUEST   AND                                   04892041
               NOT MPUT-REQUEST   AND                                   04892051
               NOT TOUCH-REQUEST                                        04892061
               PERFORM 1145-CHECK-TAGS     THRU 1145-EXIT.              04892071
                                                                        04893000
           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-GET                        04893100
               PERFORM 1135-CHECK-RANGE    THRU 1135-EXIT               04893200
                                                                        04980934
       1140-EXIT.                                                       04980935
           EXIT.                                                        04980936
                                                                        04980946
      ***************************************************************** 04980956
      * HTTP POST/PUT.                                                * 04980966
      * Read the optional X-Cache-Tags request header (see            * 04980976
      * ZECSZIC.cpy).  When present, TAGS-GIVEN is set and TAG-TABLE  * 04980986
      * holds the entry's new tag set for 9940-SET-TAGS; the value    * 04980996
      * is rebuilt in canonical form (TAG-HEADER-VALUE) so the        * 04981006
      * partner Data Center is sent exactly the same set.  A value    * 04981016
      * too long, a tag too long or holding other characters, or      * 04981026
      * more than TAG-MAX distinct tags answers 400.                  * 04981036
      ***************************************************************** 04981046
       1145-CHECK-TAGS.                                                 04981056
           MOVE HEADER-TAGS                 TO HTTP-HEADER.             04981066
           MOVE HEADER-TAGS-LENGTH          TO HTTP-NAME-LENGTH.        04981076
           MOVE SPACES                      TO TAG-HEADER-VALUE.        04981086
           MOVE LENGTH OF TAG-HEADER-VALUE  TO TAG-HEADER-LENGTH.       04981096
                                                                        04981106
           EXEC CICS WEB READ HTTPHEADER(HTTP-HEADER)                   04981116
                NAMELENGTH(HTTP-NAME-LENGTH)                            04981126
                VALUE(TAG-HEADER-VALUE)                                 04981136
                VALUELENGTH(TAG-HEADER-LENGTH)                          04981146
                NOHANDLE                                                04981156
           END-EXEC.                                                    04981166
                                                                        04981176
           IF  EIBRESP EQUAL DFHRESP(LENGERR)                           04981186
               MOVE HTTP-TAGS-INVALID       TO HTTP-400-TEXT            04981196
               PERFORM 9400-STATUS-400    THRU 9400-EXIT                04981206
               PERFORM 9000-RETURN        THRU 9000-EXIT.               04981216
                                                                        04981226
           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)                        04981236
               GO TO 1145-EXIT.                                         04981246
                                                                        04981256
           PERFORM 1146-PARSE-TAGS        THRU 1146-EXIT.               04981266
                                                                        04981276
           IF  TAG-INVALID                                              04981286
               MOVE HTTP-TAGS-INVALID       TO HTTP-400-TEXT            04981296
               PERFORM 9400-STATUS-400    THRU 9400-EXIT                04981306
               PERFORM 9000-RETURN        THRU 9000-EXIT.               04981316
                                                                        04981326
           MOVE 'Y'                         TO TAGS-GIVEN-SW.           04981336
           PERFORM 9944-BUILD-TAG-HEADER  THRU 9944-EXIT.               04981346
                                                                        04981356
       1145-EXIT.                                                       04981366
           EXIT.                                                        04981376
                                                                        04981386
      ***************************************************************** 04981396
      * Split TAG-HEADER-VALUE(1:TAG-HEADER-LENGTH) at the commas     * 04981406
      * into TAG-TABLE, ignoring blanks and duplicate tags.  Also     * 04981416
      * edits the tag named on a /zEcsTags/ path.                     * 04981426
      ***************************************************************** 04981436
       1146-PARSE-TAGS.                                                 04981446
           MOVE ZEROES                      TO TAG-COUNT.               04981456
           MOVE SPACES                      TO TAG-TABLE.               04981466
           MOVE SPACES                      TO TAG-WORK.                04981476
           MOVE ZEROES                      TO TAG-WORK-LENGTH.         04981486
           MOVE 'N'                         TO TAG-INVALID-SW.          04981496
                                                                        04981506
           PERFORM 1147-TAG-CHARACTER     THRU 1147-EXIT                04981516
               VARYING TAG-SCAN FROM 1 BY 1                             04981526
               UNTIL   TAG-SCAN GREATER THAN TAG-HEADER-LENGTH          04981536
               OR      TAG-INVALID.                                     04981546
                                                                        04981556
           IF  NOT TAG-INVALID                                          04981566
               PERFORM 1148-ADD-TAG       THRU 1148-EXIT.               04981576
                                                                        04981586
       1146-EXIT.                                                       04981596
           EXIT.                                                        04981606
                                                                        04981616
       1147-TAG-CHARACTER.                                              04981626
           MOVE TAG-HEADER-VALUE(TAG-SCAN:1) TO TAG-CHAR.               04981636
                                                                        04981646
           IF  TAG-CHAR EQUAL ','                                       04981656
               PERFORM 1148-ADD-TAG       THRU 1148-EXIT                04981666
               GO TO 1147-EXIT.                                         04981676
                                                                        04981686
           IF  TAG-CHAR EQUAL SPACE                                     04981696
               GO TO 1147-EXIT.                                         04981706
                                                                        04981716
           MOVE ZEROES                      TO TAG-TALLY.               04981726
           INSPECT TAG-VALID-CHARACTERS                                 04981736
               TALLYING TAG-TALLY FOR ALL TAG-CHAR.                     04981746
                                                                        04981756
           IF  TAG-TALLY EQUAL ZEROES  OR                               04981766
               TAG-WORK-LENGTH EQUAL TAG-NAME-MAX                       04981776
               MOVE 'Y'                     TO TAG-INVALID-SW           04981786
               GO TO 1147-EXIT.                                         04981796
                                                                        04981806
           ADD  ONE                         TO TAG-WORK-LENGTH.         04981816
           MOVE TAG-CHAR        TO TAG-WORK(TAG-WORK-LENGTH:1).         04981826
                                                                        04981836
       1147-EXIT.                                                       04981846
           EXIT.                                                        04981856
                                                                        04981866
       1148-ADD-TAG.                                                    04981876
           IF  TAG-WORK-LENGTH EQUAL ZEROES                             04981886
               GO TO 1148-EXIT.                                         04981896
                                                                        04981906
           MOVE 'N'                         TO TAG-FOUND-SW.            04981916
           PERFORM 1149-MATCH-TAG         THRU 1149-EXIT                04981926
               VARYING TAG-INDEX FROM 1 BY 1                            04981936
               UNTIL   TAG-INDEX GREATER THAN TAG-COUNT                 04981946
               OR      TAG-FOUND.                                       04981956
                                                                        04981966
           IF  NOT TAG-FOUND                                            04981976
               IF  TAG-COUNT EQUAL TAG-MAX                              04981986
                   MOVE 'Y'                 TO TAG-INVALID-SW           04981996
               ELSE                                                     04982006
                   ADD  ONE                 TO TAG-COUNT                04982016
                   MOVE TAG-WORK            TO TAG-ENTRY(TAG-COUNT).    04982026
                                                                        04982036
           MOVE SPACES                      TO TAG-WORK.                04982046
           MOVE ZEROES                      TO TAG-WORK-LENGTH.         04982056
                                                                        04982066
       1148-EXIT.                                                       04982076
           EXIT.                                                        04982086
                                                                        04982096
       1149-MATCH-TAG.                                                  04982106
           IF  TAG-ENTRY(TAG-INDEX) EQUAL TAG-WORK                      04982116
               MOVE 'Y'                     TO TAG-FOUND-SW.            04982126
                                                                        04982136
       1149-EXIT.                                                       04982146
           EXIT.                                                        04982156
                                                                        04982166
      ***************************************************************** 04982176
      * Parse WEB-PATH to determine length of path prefix preceeding  * 04990001
      * the URI-KEY.  This will be used to determine the URI-KEY      * 04991001
      * length which is used on the UNSTRING command.  Without the    * 04992001
               WEB-HTTPMETHOD EQUAL WEB-HTTP-PUT                        05022316
               PERFORM 1319-CHECK-APPEND THRU 1319-EXIT                 05022317
               PERFORM 1321-CHECK-TOUCH  THRU 1321-EXIT                 05022318
               PERFORM 1322-CHECK-COPY   THRU 1322-EXIT                 05022328
               PERFORM 1324-CHECK-RESTORE THRU 1324-EXIT.               05022338
                                                                        05022348
           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-GET                        05022358
               PERFORM 1323-CHECK-VERSION THRU 1323-EXIT.               05022368
                                                                        05022401
           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-DELETE                     05022501
               PERFORM 1320-CLEAR        THRU 1320-EXIT.                05022601
       1322-EXIT.                                                       05028412
           EXIT.                                                        05028413
                                                                        05028414
      ***************************************************************** 05028415
      * Check for a version request on GET.  'versions=*' lists the   * 05028416
      * entry's current and retained version tokens;                  * 05028417
      * 'version=<token>' serves the retained version carrying that   * 05028418
      * token.  A token is the 15-digit ETag value - anything else    * 05028419
      * answers 400.                                                  * 05028420
      ***************************************************************** 05028421
       1323-CHECK-VERSION.                                              05028422
           IF  WEB-QUERYSTRING-LENGTH GREATER THAN NINE  OR             05028423
               WEB-QUERYSTRING-LENGTH EQUAL        NINE                 05028424
               IF  WEB-QUERYSTRING(1:9) EQUAL 'versions='               05028425
                   MOVE 'Y' TO VERSION-LIST-SW                          05028426
                   GO TO 1323-EXIT.                                     05028427
                                                                        05028428
           IF  WEB-QUERYSTRING-LENGTH GREATER THAN EIGHT  OR            05028429
               WEB-QUERYSTRING-LENGTH EQUAL        EIGHT                05028430
               IF  WEB-QUERYSTRING(1:8) EQUAL 'version='                05028431
                   MOVE 'Y' TO VERSION-REQUEST-SW                       05028432
                   PERFORM 1326-VERSION-TOKEN THRU 1326-EXIT.           05028433
       1323-EXIT.                                                       05028434
           EXIT.                                                        05028435
                                                                        05028436
      ***************************************************************** 05028437
      * Check for a version restore on POST/PUT.  'restore=<token>'   * 05028438
      * writes the retained version carrying that token back as the   * 05028439
      * current one - see 6200-RESTORE-VERSION.  A restore request    * 05028440
      * carries no body - 1000-ACCESS-PARMS skips the WEB RECEIVE for * 05028441
      * it.                                                           * 05028442
      ***************************************************************** 05028443
       1324-CHECK-RESTORE.                                              05028444
           IF  WEB-QUERYSTRING-LENGTH GREATER THAN EIGHT  OR            05028445
               WEB-QUERYSTRING-LENGTH EQUAL        EIGHT                05028446
               IF  WEB-QUERYSTRING(1:8) EQUAL 'restore='                05028447
                   MOVE 'Y' TO RESTORE-REQUEST-SW                       05028448
                   PERFORM 1326-VERSION-TOKEN THRU 1326-EXIT.           05028449
       1324-EXIT.                                                       05028450
           EXIT.                                                        05028451
                                                                        05028452
      ***************************************************************** 05028453
      * Collect the version token following the '=' of a version= or  * 05028454
      * restore= query string.                                        * 05028455
      ***************************************************************** 05028456
       1326-VERSION-TOKEN.                                              05028457
           MOVE SPACES                      TO VERSION-TOKEN-TEXT.      05028458
           UNSTRING WEB-QUERYSTRING(1:WEB-QUERYSTRING-LENGTH)           05028459
               DELIMITED BY ALL '='                                     05028460
               INTO QUERY-TEXT                                          05028461
                    VERSION-TOKEN-TEXT.                                 05028462
                                                                        05028463
           IF  VERSION-TOKEN-TEXT NOT NUMERIC                           05028464
               MOVE HTTP-VERSION-INVALID    TO HTTP-400-TEXT            05028465
               PERFORM 9400-STATUS-400    THRU 9400-EXIT                05028466
               PERFORM 9000-RETURN        THRU 9000-EXIT.               05028467
       1326-EXIT.                                                       05028468
           EXIT.                                                        05028469
                                                                        05028470
                                                                        05028471
      ***************************************************************** 05028472
      * Process CLEAR query string for DELETE.                        * 05028501
      * When CLEAR is set to '*' only, XCTL to ZECS003.               * 05028601
      ***************************************************************** 05028701
                                                                        05150001
           IF  HTTP-VALUE-LENGTH GREATER THAN SIX                       05160001
               MOVE HTTP-HEADER-VALUE(7:24) TO CA-ENCODE                05170001
               PERFORM 1510-DECODE-USERID  THRU 1510-EXIT               05170011
               PERFORM 1520-CHECK-LOCKOUT  THRU 1520-EXIT               05170021
               EXEC CICS LINK PROGRAM(ZECS002)                          05180001
                    COMMAREA(ZECS002-COMM-AREA)                         05190001
                    NOHANDLE                                            05200001
               END-EXEC                                                 05210001
                                                                        05220001
               IF  CA-RETURN-CODE NOT EQUAL '00'                        05230001
                   PERFORM 1530-COUNT-FAILURE THRU 1530-EXIT            05230011
                   PERFORM 9600-AUTH-ERROR THRU 9600-EXIT               05230021
                   PERFORM 9000-RETURN     THRU 9000-EXIT               05230031
               ELSE                                                     05230041
                   PERFORM 1540-CLEAR-FAILURES THRU 1540-EXIT.          05230051
                                                                        05260000
           IF  HTTP-VALUE-LENGTH EQUAL        SIX   OR                  05270001
               HTTP-VALUE-LENGTH LESS THAN    SIX                       05280001
                   PERFORM 9000-RETURN     THRU 9000-EXIT.              05300001
                                                                        05310001
       1500-EXIT.                                                       05320000
           EXIT.                                                        05320010
                                                                        05320020
      ***************************************************************** 05320030
      * Recover the userid from the Basic Authentication value in     * 05320040
      * CA-ENCODE: decode the base64 four characters at a time until  * 05320050
      * padding or the end of the field, then take the ASCII bytes    * 05320060
      * ahead of the colon and translate them to EBCDIC.  FAIL-USERID * 05320070
      * is left SPACES when no userid can be recovered, and the       * 05320080
      * failed-login checks are then skipped - ZECS002 still has the  * 05320090
      * final say on the credentials.                                 * 05320100
      ***************************************************************** 05320110
       1510-DECODE-USERID.                                              05320120
           MOVE SPACES                     TO FAIL-USERID.              05320130
           MOVE LOW-VALUES                 TO B64-DECODE.               05320140
           MOVE ZEROES                     TO B64-DECODE-LENGTH.        05320150
           MOVE 'N'                        TO B64-END-SW.               05320160
                                                                        05320170
           PERFORM 1511-DECODE-QUAD      THRU 1511-EXIT                 05320180
               WITH TEST BEFORE                                         05320190
               VARYING B64-POINTER FROM 1 BY 4                          05320200
               UNTIL   B64-POINTER GREATER THAN 24  OR                  05320210
                       B64-END.                                         05320220
                                                                        05320230
           IF  B64-DECODE-LENGTH EQUAL ZEROES                           05320240
               GO TO 1510-EXIT.                                         05320250
                                                                        05320260
           MOVE ZEROES                     TO FAIL-USERID-LENGTH.       05320270
           INSPECT B64-DECODE(1:B64-DECODE-LENGTH)                      05320280
               TALLYING FAIL-USERID-LENGTH                              05320290
               FOR CHARACTERS BEFORE INITIAL ASCII-COLON.               05320300
                                                                        05320310
           IF  FAIL-USERID-LENGTH LESS THAN ONE  OR                     05320320
               FAIL-USERID-LENGTH GREATER THAN 8 OR                     05320330
               FAIL-USERID-LENGTH EQUAL B64-DECODE-LENGTH               05320340
               GO TO 1510-EXIT.                                         05320350
                                                                        05320360
           MOVE B64-DECODE(1:FAIL-USERID-LENGTH) TO FAIL-USERID.        05320370
           INSPECT FAIL-USERID(1:FAIL-USERID-LENGTH)                    05320380
               CONVERTING ASCII-USERID-CHARS TO EBCDIC-USERID-CHARS.    05320390
                                                                        05320400
       1510-EXIT.                                                       05320410
           EXIT.                                                        05320420
                                                                        05320430
      ***************************************************************** 05320440
      * Decode one group of four base64 characters into up to three   * 05320450
      * bytes - two characters carry one byte, three carry two.       * 05320460
      ***************************************************************** 05320470
       1511-DECODE-QUAD.                                                05320480
           MOVE ZEROES                     TO B64-CHARS.                05320490
                                                                        05320500
           PERFORM 1512-DECODE-SEXTET    THRU 1512-EXIT                 05320510
               WITH TEST AFTER                                          05320520
               VARYING B64-INDEX FROM 1 BY 1                            05320530
               UNTIL   B64-INDEX EQUAL 4.                               05320540
                                                                        05320550
           IF  B64-CHARS LESS THAN TWO                                  05320560
               MOVE 'Y'                    TO B64-END-SW                05320570
               GO TO 1511-EXIT.                                         05320580
                                                                        05320590
           COMPUTE B64-GROUP = B64-VALUE(1) * 262144                    05320600
                             + B64-VALUE(2) * 4096                      05320610
                             + B64-VALUE(3) * 64                        05320620
                             + B64-VALUE(4).                            05320630
                                                                        05320640
           DIVIDE B64-GROUP BY 65536 GIVING B64-QUOTIENT                05320650
               REMAINDER B64-REMAINDER.                                 05320660
           MOVE B64-QUOTIENT               TO B64-BYTE-BINARY.          05320670
           ADD  ONE                        TO B64-DECODE-LENGTH.        05320680
           MOVE B64-BYTE        TO B64-DECODE(B64-DECODE-LENGTH:1).     05320690
                                                                        05320700
           DIVIDE B64-REMAINDER BY 256 GIVING B64-QUOTIENT              05320710
               REMAINDER B64-GROUP.                                     05320720
                                                                        05320730
           IF  B64-CHARS GREATER THAN TWO                               05320740
               MOVE B64-QUOTIENT           TO B64-BYTE-BINARY           05320750
               ADD  ONE                    TO B64-DECODE-LENGTH         05320760
               MOVE B64-BYTE    TO B64-DECODE(B64-DECODE-LENGTH:1).     05320770
                                                                        05320780
           IF  B64-CHARS GREATER THAN THREE                             05320790
               MOVE B64-GROUP              TO B64-BYTE-BINARY           05320800
               ADD  ONE                    TO B64-DECODE-LENGTH         05320810
               MOVE B64-BYTE    TO B64-DECODE(B64-DECODE-LENGTH:1).     05320820
                                                                        05320830
           IF  B64-CHARS LESS THAN 4                                    05320840
               MOVE 'Y'                    TO B64-END-SW.               05320850
                                                                        05320860
       1511-EXIT.                                                       05320870
           EXIT.                                                        05320880
                                                                        05320890
       1512-DECODE-SEXTET.                                              05320900
           MOVE ZEROES                     TO B64-VALUE(B64-INDEX).     05320910
                                                                        05320920
           IF  B64-CHARS LESS THAN B64-INDEX - 1                        05320930
               GO TO 1512-EXIT.                                         05320940
                                                                        05320950
           MOVE CA-ENCODE(B64-POINTER + B64-INDEX - 1:1) TO B64-CHAR.   05320960
                                                                        05320970
           MOVE ZEROES                     TO B64-TALLY.                05320980
           INSPECT B64-ALPHABET TALLYING B64-TALLY                      05320990
               FOR CHARACTERS BEFORE INITIAL B64-CHAR.                  05321000
                                                                        05321010
           IF  B64-TALLY LESS THAN 64                                   05321020
               MOVE B64-TALLY              TO B64-VALUE(B64-INDEX)      05321030
               ADD  ONE                    TO B64-CHARS.                05321040
                                                                        05321050
       1512-EXIT.                                                       05321060
           EXIT.                                                        05321070
                                                                        05321080
      ***************************************************************** 05321090
      * Refuse a locked-out userid before ZECS002 is called.  The     * 05321100
      * userid's failure record is read once here; a lockout still    * 05321110
      * inside its period answers 401 and logs the rejection, while   * 05321120
      * an expired lockout is left for 1530-COUNT-FAILURE or          * 05321130
      * 1540-CLEAR-FAILURES to reset on this request's outcome.       * 05321140
      ***************************************************************** 05321150
       1520-CHECK-LOCKOUT.                                              05321160
           MOVE 'N'                        TO FAIL-RECORD-SW.           05321170
                                                                        05321180
           IF  FAIL-USERID EQUAL SPACES                                 05321190
               GO TO 1520-EXIT.                                         05321200
                                                                        05321210
           PERFORM 1525-FAIL-LIMITS      THRU 1525-EXIT.                05321220
                                                                        05321230
           MOVE FAIL-USERID                TO ZT-USER-ID.               05321240
           MOVE LENGTH OF ZT-RECORD        TO ZT-LENGTH.                05321250
                                                                        05321260
           EXEC CICS READ FILE(ZT-FCT)                                  05321270
                INTO  (ZT-RECORD)                                       05321280
                RIDFLD(ZT-KEY)                                          05321290
                LENGTH(ZT-LENGTH)                                       05321300
                RESP  (FAIL-RESP)                                       05321310
                NOHANDLE                                                05321320
           END-EXEC.                                                    05321330
                                                                        05321340
           IF  FAIL-RESP NOT EQUAL DFHRESP(NORMAL)                      05321350
               GO TO 1520-EXIT.                                         05321360
                                                                        05321370
           MOVE 'Y'                        TO FAIL-RECORD-SW.           05321380
                                                                        05321390
           IF  ZT-LOCKED-ABS EQUAL ZEROES                               05321400
               GO TO 1520-EXIT.                                         05321410
                                                                        05321420
           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE              05321430
           END-EXEC.                                                    05321440
                                                                        05321450
           SUBTRACT ZT-LOCKED-ABS FROM CURRENT-ABS                      05321460
               GIVING RELATIVE-TIME.                                    05321470
                                                                        05321480
           IF  RELATIVE-TIME GREATER THAN LOCKOUT-MS                    05321490
               GO TO 1520-EXIT.                                         05321500
                                                                        05321510
           MOVE 'R'                        TO FLG-EVENT.                05321520
           MOVE ZT-FAIL-COUNT              TO FLG-FAIL-COUNT.           05321530
           PERFORM 9620-WRITE-FAIL-LOG   THRU 9620-EXIT.                05321540
                                                                        05321550
           PERFORM 9600-AUTH-ERROR       THRU 9600-EXIT.                05321560
           PERFORM 9000-RETURN           THRU 9000-EXIT.                05321570
                                                                        05321580
       1520-EXIT.                                                       05321590
           EXIT.                                                        05321600
                                                                        05321610
      ***************************************************************** 05321620
      * Failure limit and lockout period - PROGRAM definition LENGTH  * 05321630
      * when defined and non-zero, the compiled-in default otherwise. * 05321640
      ***************************************************************** 05321650
       1525-FAIL-LIMITS.                                                05321660
           EXEC CICS INQUIRE                                            05321670
                PROGRAM(FAIL-PROGRAM)                                   05321680
                LENGTH (FAIL-LIMIT)                                     05321690
                RESP   (FAIL-RESP)                                      05321700
                NOHANDLE                                                05321710
           END-EXEC.                                                    05321720
                                                                        05321730
           IF  FAIL-RESP NOT EQUAL DFHRESP(NORMAL) OR                   05321740
               FAIL-LIMIT EQUAL ZEROES                                  05321750
               MOVE DEFAULT-FAIL-LIMIT     TO FAIL-LIMIT.               05321760
                                                                        05321770
           EXEC CICS INQUIRE                                            05321780
                PROGRAM(LOCKOUT-PROGRAM)                                05321790
                LENGTH (LOCKOUT-SECONDS)                                05321800
                RESP   (FAIL-RESP)                                      05321810
                NOHANDLE                                                05321820
           END-EXEC.                                                    05321830
                                                                        05321840
           IF  FAIL-RESP NOT EQUAL DFHRESP(NORMAL) OR                   05321850
               LOCKOUT-SECONDS EQUAL ZEROES                             05321860
               MOVE DEFAULT-LOCKOUT-SECONDS TO LOCKOUT-SECONDS.         05321870
                                                                        05321880
           MOVE LOCKOUT-SECONDS            TO TTL-SECONDS.              05321890
           MOVE TTL-TIME                   TO LOCKOUT-MS.               05321900
                                                                        05321910
           MOVE FAIL-WINDOW-SECONDS        TO TTL-SECONDS.              05321920
           MOVE TTL-TIME                   TO FAIL-WINDOW-MS.           05321930
                                                                        05321940
       1525-EXIT.                                                       05321950
           EXIT.                                                        05321960
                                                                        05321970
      ***************************************************************** 05321980
      * ZECS002 rejected the credentials.  Count the failure against  * 05321990
      * the userid - a new window starts when the last one has aged   * 05322000
      * past FAIL-WINDOW-SECONDS or an earlier lockout has expired -  * 05322010
      * and lock the userid out once the count reaches FAIL-LIMIT.    * 05322020
      * A concurrent first failure (DUPREC on the WRITE) is simply    * 05322030
      * not counted; the next one will be.                            * 05322040
      ***************************************************************** 05322050
       1530-COUNT-FAILURE.                                              05322060
           IF  FAIL-USERID EQUAL SPACES                                 05322070
               GO TO 1530-EXIT.                                         05322080
                                                                        05322090
           PERFORM 1535-CLIENT-HOST      THRU 1535-EXIT.                05322100
                                                                        05322110
           EXEC CICS ASKTIME ABSTIME(CURRENT-ABS) NOHANDLE              05322120
           END-EXEC.                                                    05322130
                                                                        05322140
           MOVE FAIL-USERID                TO ZT-USER-ID.               05322150
           MOVE LENGTH OF ZT-RECORD        TO ZT-LENGTH.                05322160
                                                                        05322170
           EXEC CICS READ FILE(ZT-FCT)                                  05322180
                INTO  (ZT-RECORD)                                       05322190
                RIDFLD(ZT-KEY)                                          05322200
                LENGTH(ZT-LENGTH)                                       05322210
                RESP  (FAIL-RESP)                                       05322220
                UPDATE                                                  05322230
                NOHANDLE                                                05322240
           END-EXEC.                                                    05322250
                                                                        05322260
           IF  FAIL-RESP EQUAL DFHRESP(NOTFND)                          05322270
               MOVE FAIL-USERID            TO ZT-USER-ID                05322280
               MOVE ZEROES                 TO ZT-FAIL-COUNT             05322290
               MOVE ZEROES                 TO ZT-LOCKOUT-COUNT          05322300
               MOVE ZEROES                 TO ZT-LOCKED-ABS             05322310
               MOVE CURRENT-ABS            TO ZT-WINDOW-ABS             05322320
               PERFORM 1531-TALLY-FAILURE THRU 1531-EXIT                05322330
               MOVE LENGTH OF ZT-RECORD    TO ZT-LENGTH                 05322340
               EXEC CICS WRITE FILE(ZT-FCT)                             05322350
                    FROM  (ZT-RECORD)                                   05322360
                    RIDFLD(ZT-KEY)                                      05322370
                    LENGTH(ZT-LENGTH)                                   05322380
                    RESP  (FAIL-RESP)                                   05322390
                    NOHANDLE                                            05322400
               END-EXEC                                                 05322410
               GO TO 1530-LOG.                                          05322420
                                                                        05322430
           IF  FAIL-RESP NOT EQUAL DFHRESP(NORMAL)                      05322440
               GO TO 1530-EXIT.                                         05322450
                                                                        05322460
           SUBTRACT ZT-WINDOW-ABS FROM CURRENT-ABS                      05322470
               GIVING RELATIVE-TIME.                                    05322480
                                                                        05322490
           IF  ZT-LOCKED-ABS NOT EQUAL ZEROES  OR                       05322500
               RELATIVE-TIME GREATER THAN FAIL-WINDOW-MS                05322510
               MOVE ZEROES                 TO ZT-FAIL-COUNT             05322520
               MOVE ZEROES                 TO ZT-LOCKED-ABS             05322530
               MOVE CURRENT-ABS            TO ZT-WINDOW-ABS.            05322540
                                                                        05322550
           PERFORM 1531-TALLY-FAILURE    THRU 1531-EXIT.                05322560
                                                                        05322570
           EXEC CICS REWRITE FILE(ZT-FCT)                               05322580
                FROM  (ZT-RECORD)                                       05322590
                LENGTH(ZT-LENGTH)                                       05322600
                RESP  (FAIL-RESP)                                       05322610
                NOHANDLE                                                05322620
           END-EXEC.                                                    05322630
                                                                        05322640
       1530-LOG.                                                        05322650
           IF  FAIL-RESP EQUAL DFHRESP(NORMAL)                          05322660
               MOVE ZT-FAIL-COUNT          TO FLG-FAIL-COUNT            05322670
               PERFORM 9620-WRITE-FAIL-LOG THRU 9620-EXIT.              05322680
                                                                        05322690
       1530-EXIT.                                                       05322700
           EXIT.                                                        05322710
                                                                        05322720
       1531-TALLY-FAILURE.                                              05322730
           ADD  ONE                        TO ZT-FAIL-COUNT.            05322740
           MOVE CURRENT-ABS                TO ZT-LAST-ABS.              05322750
           MOVE FAIL-HOST                  TO ZT-LAST-HOST.             05322760
           MOVE 'F'                        TO FLG-EVENT.                05322770
                                                                        05322780
           IF  ZT-FAIL-COUNT NOT LESS THAN FAIL-LIMIT                   05322790
               MOVE CURRENT-ABS            TO ZT-LOCKED-ABS             05322800
               ADD  ONE                    TO ZT-LOCKOUT-COUNT          05322810
               MOVE 'L'                    TO FLG-EVENT.                05322820
                                                                        05322830
       1531-EXIT.                                                       05322840
           EXIT.                                                        05322850
                                                                        05322860
      ***************************************************************** 05322870
      * Client address the request arrived from, for the failure      * 05322880
      * record and the failed-login log.                              * 05322890
      ***************************************************************** 05322900
       1535-CLIENT-HOST.                                                05322910
           MOVE SPACES                     TO FAIL-HOST.                05322920
           MOVE LENGTH OF FAIL-HOST        TO FAIL-HOST-LENGTH.         05322930
                                                                        05322940
           EXEC CICS EXTRACT TCPIP                                      05322950
                CLIENTADDR (FAIL-HOST)                                  05322960
                CADDRLENGTH(FAIL-HOST-LENGTH)                           05322970
                NOHANDLE                                                05322980
           END-EXEC.                                                    05322990
                                                                        05323000
       1535-EXIT.                                                       05323010
           EXIT.                                                        05323020
                                                                        05323030
      ***************************************************************** 05323040
      * ZECS002 accepted the credentials - a userid carrying a        * 05323050
      * failure record (read by 1520-CHECK-LOCKOUT) starts clean.     * 05323060
      ***************************************************************** 05323070
       1540-CLEAR-FAILURES.                                             05323080
           IF  FAIL-RECORD-FOUND                                        05323090
               MOVE FAIL-USERID            TO ZT-USER-ID                05323100
               EXEC CICS DELETE FILE(ZT-FCT)                            05323110
                    RIDFLD(ZT-KEY)                                      05323120
                    NOHANDLE                                            05323130
               END-EXEC.                                                05323140
                                                                        05323150
       1540-EXIT.                                                       05323160
           EXIT.                                                        05323170
                                                                        05340000
      ***************************************************************** 05341001
      * Verify the UserID in the Basic Authentication header is in    * 05342001
       1660-EXIT.                                                       05352230
           EXIT.                                                        05352231
                                                                        05352232
      ***************************************************************** 05352242
      * Prefix-scoped grants.  The caller primes GRANT-KEY/           * 05352252
      * GRANT-KEY-LENGTH and GRANT-ACCESS ('U' for a write, 'D' for a * 05352262
      * delete).  The key's bare BU_SBU, then its BU_SBU/application  * 05352272
      * pair, are probed on ZG-FCT with exact keyed reads for the     * 05352282
      * authenticated userid - the same two-level probe as            * 05352292
      * 9955-CHECK-SENSITIVE.  A matching record carrying the needed  * 05352302
      * level lets the request proceed.  Otherwise one generic browse * 05352312
      * tells whether the userid holds ANY grant: if it does it is    * 05352322
      * prefix-scoped and the request answers 401; if it holds none   * 05352332
      * it keeps the unscoped access it has always had.  Nothing is   * 05352342
      * checked where no security model applies (HTTP, or no          * 05352352
      * ZCxxSD), exactly as 1600-USER-ACCESS behaves there.           * 05352362
      * With GRANT-PROBE on, a denial sets GRANT-DENIED and returns   * 05352372
      * instead of answering 401 (see 7720-TAG-DELETE-KEY).           * 05352382
      ***************************************************************** 05352392
       1680-PREFIX-ACCESS.                                              05352402
           MOVE 'N'                        TO GRANT-DENIED-SW.          05352412
                                                                        05352422
           IF  AUTHENTICATE NOT EQUAL 'Y'                               05352432
               GO TO 1680-EXIT.                                         05352442
                                                                        05352452
           MOVE 'N'                        TO GRANT-SW.                 05352462
                                                                        05352472
           IF  GRANT-KEY-LENGTH LESS THAN ONE                           05352482
               GO TO 1680-CHECK.                                        05352492
                                                                        05352502
           MOVE ZEROES                     TO GRANT-SLASH-1.            05352512
           INSPECT GRANT-KEY(1:GRANT-KEY-LENGTH)                        05352522
               TALLYING GRANT-SLASH-1 FOR CHARACTERS BEFORE '/'.        05352532
                                                                        05352542
           IF  GRANT-SLASH-1 EQUAL ZEROES  OR                           05352552
               GRANT-SLASH-1 GREATER THAN 128                           05352562
               GO TO 1680-CHECK.                                        05352572
                                                                        05352582
           MOVE SPACES                     TO GRANT-PREFIX.             05352592
           MOVE GRANT-KEY(1:GRANT-SLASH-1) TO GRANT-PREFIX.             05352602
           PERFORM 1685-READ-GRANT       THRU 1685-EXIT.                05352612
                                                                        05352622
           IF  PREFIX-GRANTED                                           05352632
               GO TO 1680-EXIT.                                         05352642
                                                                        05352652
           IF  GRANT-SLASH-1 + 2 GREATER THAN GRANT-KEY-LENGTH          05352662
               GO TO 1680-CHECK.                                        05352672
                                                                        05352682
           MOVE ZEROES                     TO GRANT-SLASH-2.            05352692
           INSPECT GRANT-KEY(GRANT-SLASH-1 + 2:                         05352702
                   GRANT-KEY-LENGTH - GRANT-SLASH-1 - 1)                05352712
               TALLYING GRANT-SLASH-2 FOR CHARACTERS BEFORE '/'.        05352722
                                                                        05352732
           COMPUTE GRANT-PREFIX-LENGTH =                                05352742
               GRANT-SLASH-1 + 1 + GRANT-SLASH-2.                       05352752
                                                                        05352762
           IF  GRANT-PREFIX-LENGTH GREATER THAN 128                     05352772
               GO TO 1680-CHECK.                                        05352782
                                                                        05352792
           MOVE SPACES                     TO GRANT-PREFIX.             05352802
           MOVE GRANT-KEY(1:GRANT-PREFIX-LENGTH) TO GRANT-PREFIX.       05352812
           PERFORM 1685-READ-GRANT       THRU 1685-EXIT.                05352822
                                                                        05352832
           IF  PREFIX-GRANTED                                           05352842
               GO TO 1680-EXIT.                                         05352852
                                                                        05352862
       1680-CHECK.                                                      05352872
           PERFORM 1690-CHECK-SCOPED     THRU 1690-EXIT.                05352882
                                                                        05352892
           IF  GRANTS-SCOPED  AND  GRANT-PROBE                          05352902
               MOVE 'Y'                    TO GRANT-DENIED-SW           05352912
               GO TO 1680-EXIT.                                         05352922
                                                                        05352932
           IF  GRANTS-SCOPED                                            05352942
               PERFORM 9610-PREFIX-DENIED  THRU 9610-EXIT               05352952
               PERFORM 9000-RETURN         THRU 9000-EXIT.              05352962
                                                                        05352972
       1680-EXIT.                                                       05352982
           EXIT.                                                        05352992
                                                                        05353002
       1685-READ-GRANT.                                                 05353012
           MOVE CA-USERID                  TO ZG-USER-ID.               05353022
           MOVE GRANT-PREFIX               TO ZG-PREFIX.                05353032
           MOVE LENGTH OF ZG-RECORD        TO ZG-LENGTH.                05353042
                                                                        05353052
           EXEC CICS READ FILE(ZG-FCT)                                  05353062
                INTO  (ZG-RECORD)                                       05353072
                RIDFLD(ZG-KEY)                                          05353082
                LENGTH(ZG-LENGTH)                                       05353092
                RESP  (GRANT-RESP)                                      05353102
                NOHANDLE                                                05353112
           END-EXEC.                                                    05353122
                                                                        05353132
           IF  GRANT-RESP NOT EQUAL DFHRESP(NORMAL)                     05353142
               GO TO 1685-EXIT.                                         05353152
                                                                        05353162
           IF  GRANT-FOR-UPDATE  AND                                    05353172
               ZG-UPDATE-ACCESS EQUAL 'Y'                               05353182
               MOVE 'Y'                    TO GRANT-SW.                 05353192
                                                                        05353202
           IF  GRANT-FOR-DELETE  AND                                    05353212
               ZG-DELETE-ACCESS EQUAL 'Y'                               05353222
               MOVE 'Y'                    TO GRANT-SW.                 05353232
                                                                        05353242
       1685-EXIT.                                                       05353252
           EXIT.                                                        05353262
                                                                        05353272
      ***************************************************************** 05353282
      * Does the userid hold any prefix grant at all?  Browse from    * 05353292
      * its lowest possible ZG-KEY; the first record returned either  * 05353302
      * belongs to the userid (scoped) or to someone else (unscoped). * 05353312
      * A missing ZG-FCT (NOTOPEN/FILENOTFOUND) leaves every userid   * 05353322
      * unscoped, so regions that never define the file are           * 05353332
      * unaffected.                                                   * 05353342
      ***************************************************************** 05353352
       1690-CHECK-SCOPED.                                               05353362
           MOVE 'N'                        TO GRANT-SCOPED-SW.          05353372
           MOVE CA-USERID                  TO ZG-USER-ID.               05353382
           MOVE LOW-VALUES                 TO ZG-PREFIX.                05353392
                                                                        05353402
           EXEC CICS STARTBR FILE(ZG-FCT)                               05353412
                RIDFLD(ZG-KEY)                                          05353422
                GTEQ                                                    05353432
                RESP  (GRANT-RESP)                                      05353442
                NOHANDLE                                                05353452
           END-EXEC.                                                    05353462
                                                                        05353472
           IF  GRANT-RESP NOT EQUAL DFHRESP(NORMAL)                     05353482
               GO TO 1690-EXIT.                                         05353492
                                                                        05353502
           MOVE LENGTH OF ZG-RECORD        TO ZG-LENGTH.                05353512
                                                                        05353522
           EXEC CICS READNEXT FILE(ZG-FCT)                              05353532
                INTO  (ZG-RECORD)                                       05353542
                RIDFLD(ZG-KEY)                                          05353552
                LENGTH(ZG-LENGTH)                                       05353562
                RESP  (GRANT-RESP)                                      05353572
                NOHANDLE                                                05353582
           END-EXEC.                                                    05353592
                                                                        05353602
           IF  GRANT-RESP EQUAL DFHRESP(NORMAL)  AND                    05353612
               ZG-USER-ID EQUAL CA-USERID                               05353622
               MOVE 'Y'                    TO GRANT-SCOPED-SW.          05353632
                                                                        05353642
           EXEC CICS ENDBR FILE(ZG-FCT)                                 05353652
                NOHANDLE                                                05353662
           END-EXEC.                                                    05353672
                                                                        05353682
       1690-EXIT.                                                       05353692
           EXIT.                                                        05353702
                                                                        05353712
      ***************************************************************** 05353722
      * Process HTTP request.                                         * 05360000
      ***************************************************************** 05370000
       2000-PROCESS-REQUEST.                                            05380000
                   PERFORM 3050-BROWSE-CACHE      THRU 3050-EXIT        05392001
                   PERFORM 3650-SEND-LIST-RESPONSE THRU 3650-EXIT       05393001
               ELSE                                                     05394001
                 IF  VERSION-LIST-REQUEST                               05394011
                   PERFORM 3000-READ-CACHE        THRU 3000-EXIT        05394021
                   PERFORM 3660-SEND-VERSION-LIST THRU 3660-EXIT        05394031
                 ELSE                                                   05394041
                   MOVE 'GET '                TO STAT-ID                05394101
                   PERFORM 9980-BUMP-STAT      THRU 9980-EXIT           05394201
                   PERFORM 3000-READ-CACHE     THRU 3000-EXIT           05400001
                   PERFORM 3600-SEND-RESPONSE  THRU 3600-EXIT           05420001
                 END-IF                                                 05420011
               END-IF.                                                  05421001
                                                                        05430000
           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-HEAD                       05431001
                 ELSE                                                   05450410
                   IF  APPEND-REQUEST                                   05450411
                       PERFORM 4640-APPEND-ENTRY THRU 4640-EXIT         05450421
                   END-IF                                               05450423
                   IF  RESTORE-REQUEST                                  05450425
                       PERFORM 6200-RESTORE-VERSION THRU 6200-EXIT      05450427
                   END-IF                                               05450431
                   SET ADDRESS OF RAW-MESSAGE TO CACHE-ADDRESS          05450501
                   MOVE RECEIVE-LENGTH         TO CKS-LENGTH            05450601
                           WITH TEST AFTER                              05540101
                           VARYING ZF-SEGMENT  FROM 1 BY 1              05541001
                           UNTIL EIBRESP NOT EQUAL DFHRESP(NORMAL)      05542001
                   PERFORM 5250-DELETE-VERSIONS THRU 5250-EXIT          05542011
                   PERFORM 5300-SEND-RESPONSE  THRU 5300-EXIT           05550001
               END-IF.                                                  05550101
                                                                        05560000
           EXIT.                                                        05642290
                                                                        05642300
      ***************************************************************** 05641501
      * HTTP GET (versions=). Answer the entry's version tokens as    * 05641502
      * plain text, one per line: the current token first, then each  * 05641503
      * retained version newest first - any of them can be read back  * 05641504
      * with 'version=<token>' or made current again with             * 05641505
      * 'restore=<token>'.  3000-READ-CACHE has already answered 204  * 05641506
      * for a missing or expired entry.                               * 05641507
      ***************************************************************** 05641508
       3660-SEND-VERSION-LIST.                                          05641509
           MOVE ZEROES                      TO WS-LIST-LENGTH.          05641510
                                                                        05641511
           MOVE ZF-ABS                      TO VL-TOKEN.                05641512
           MOVE 'current'                   TO VL-STATE.                05641513
           PERFORM 3665-VERSION-LINE      THRU 3665-EXIT.               05641514
                                                                        05641515
           PERFORM 4109-EDIT-VERSION-COUNT THRU 4109-EXIT.              05641516
                                                                        05641517
           PERFORM 3667-RETAINED-LINE     THRU 3667-EXIT                05641518
               VARYING VERSION-INDEX FROM 1 BY 1                        05641519
               UNTIL   VERSION-INDEX GREATER THAN ZK-VERSION-COUNT.     05641520
                                                                        05641521
           MOVE DFHVALUE(IMMEDIATE)         TO SEND-ACTION.             05641522
                                                                        05641523
           PERFORM 9001-ACAO              THRU 9001-EXIT.               05641524
                                                                        05641525
           EXEC CICS WEB SEND                                           05641526
                FROM      (WS-LIST-BUFFER)                              05641527
                FROMLENGTH(WS-LIST-LENGTH)                              05641528
                MEDIATYPE (TEXT-PLAIN)                                  05641529
                STATUSCODE(HTTP-STATUS-200)                             05641530
                STATUSTEXT(HTTP-OK)                                     05641531
                ACTION    (SEND-ACTION)                                 05641532
                SRVCONVERT                                              05641533
                NOHANDLE                                                05641534
           END-EXEC.                                                    05641535
                                                                        05641536
           MOVE 200                         TO ACT-STATUS-WORK.         05641537
           MOVE WS-LIST-LENGTH              TO ACT-BYTES-WORK.          05641538
           PERFORM 9990-WRITE-ACCOUNTING  THRU 9990-EXIT.               05641539
                                                                        05641540
       3660-EXIT.                                                       05641541
           EXIT.                                                        05641542
                                                                        05641543
       3665-VERSION-LINE.                                               05641544
           MOVE VERSION-LINE                                            05641545
             TO WS-LIST-BUFFER(WS-LIST-LENGTH + 1:                      05641546
                               LENGTH OF VERSION-LINE).                 05641547
           ADD  LENGTH OF VERSION-LINE      TO WS-LIST-LENGTH.          05641548
           MOVE CRLF                                                    05641549
             TO WS-LIST-BUFFER(WS-LIST-LENGTH + 1:2).                   05641550
           ADD  TWO                         TO WS-LIST-LENGTH.          05641551
       3665-EXIT.                                                       05641552
           EXIT.                                                        05641553
                                                                        05641554
       3667-RETAINED-LINE.                                              05641555
           MOVE ZK-VERSION-ABS(VERSION-INDEX) TO VL-TOKEN.              05641556
           MOVE 'retained'                  TO VL-STATE.                05641557
           PERFORM 3665-VERSION-LINE      THRU 3665-EXIT.               05641558
       3667-EXIT.                                                       05641559
           EXIT.                                                        05641560
                                                                        05641561
      ***************************************************************** 05641562
      * HTTP GET.                                                     * 05641601
      *                                                               * 05641701
      * Read the primary key store (ZK), which contains the secondary * 05641801
                                                                        05642811
           IF  ZF-SUCCESSFUL EQUAL 'Y' AND                              05642901
               PROCESS-COMPLETE EQUAL 'Y' AND                           05642902
               WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-HEAD  AND              05642912
               NOT VERSION-LIST-REQUEST                                 05642922
               PERFORM 3400-STAGE          THRU 3400-EXIT.              05643001
       3100-EXIT.                                                       05643201
           EXIT.                                                        05643301
                   MOVE ZP-TTL-TYPE    TO TTL-TYPE.                     05951201
                                                                        05951211
      ***************************************************************** 05951221
      * An append's, touch's, copy's, restore's or version read's     * 05951228
      * staging read is not a client access - do not re-stamp a LAT   * 05951235
      * entry or bump its hit count here, and keep ZF-ABS intact so   * 05951242
      * the If-Match token the caller presented still compares in     * 05951249
      * 4115-CHECK-VERSION.  The rewrite about to happen stamps the   * 05951256
      * new version itself; a version read serves the very token it   * 05951263
      * asked for.                                                    * 05951270
      ***************************************************************** 05951281
           IF  APPEND-REQUEST  OR                                       05951291
               TOUCH-REQUEST   OR                                       05951296
               COPY-REQUEST    OR                                       05951297
               RESTORE-REQUEST OR                                       05951298
               VERSION-REQUEST OR                                       05951299
               VERSION-LIST-REQUEST                                     05951300
               MOVE LAST-UPDATE-TIME        TO TTL-TYPE.                05951301
                                                                        05960000
           MOVE ZK-ZF-KEY               TO ZF-KEY.                      05970000
                                                                        06351801
           IF  EIBRESP EQUAL DFHRESP(NORMAL)                            06351901
               PERFORM 3310-CHECK-TTL     THRU 3310-EXIT                06352001
               IF  VERSION-REQUEST  OR                                  06352011
                   RESTORE-REQUEST                                      06352021
                   PERFORM 3330-SELECT-VERSION THRU 3330-EXIT           06352031
               END-IF                                                   06352041
               PERFORM 3320-CHECK-NOT-MODIFIED THRU 3320-EXIT.          06352101
                                                                        06352301
       3300-EXIT.                                                       06352401
                       WITH TEST AFTER                                  06452501
                       VARYING ZF-SEGMENT FROM 1 BY 1                   06452601
                       UNTIL EIBRESP NOT EQUAL DFHRESP(NORMAL)          06452701
               PERFORM 5250-DELETE-VERSIONS THRU 5250-EXIT              06452711
               PERFORM 9000-RETURN        THRU 9000-EXIT.               06453101
                                                                        06453301
       3310-EXIT.                                                       06453401
                                                                        06453781
       3320-EXIT.                                                       06453791
           EXIT.                                                        06453801
                                                                        06453811
      ***************************************************************** 06453821
      * HTTP GET (version=) and POST/PUT (restore=). The current      * 06453831
      * entry exists and is unexpired (3310-CHECK-TTL has passed -    * 06453841
      * retained versions live and die with it).  Find the retained   * 06453851
      * version carrying the requested token and swap its chain and   * 06453861
      * checksum into ZK-RECORD in place of the current one, then     * 06453871
      * read its first segment, so 3400-STAGE, 3600-SEND-RESPONSE and * 06453881
      * 6200-RESTORE-VERSION work on that version exactly as they     * 06453891
      * would on the current one.  The entry's own ZF-ABS and ZF-TTL  * 06453901
      * are kept for the X-Cache-Expires header and a restore.  The   * 06453911
      * current token itself is served as the current entry; a token  * 06453921
      * not on file answers 204.  A retained chain that has lost a    * 06453931
      * segment re-drives the read once through 3500-READ-SEGMENTS,   * 06453941
      * then answers 204 here, as a broken current chain does.        * 06453951
      ***************************************************************** 06453961
       3330-SELECT-VERSION.                                             06453971
           MOVE ZF-ABS                      TO VERSION-ENTRY-ABS.       06453981
           MOVE ZF-TTL                      TO VERSION-ENTRY-TTL.       06453991
                                                                        06454001
           IF  VERSION-TOKEN EQUAL ZF-ABS                               06454011
               GO TO 3330-EXIT.                                         06454021
                                                                        06454031
           PERFORM 4109-EDIT-VERSION-COUNT THRU 4109-EXIT.              06454041
                                                                        06454051
           MOVE ZEROES                      TO VERSION-HIT.             06454061
           PERFORM 3335-FIND-VERSION      THRU 3335-EXIT                06454071
               VARYING VERSION-INDEX FROM 1 BY 1                        06454081
               UNTIL   VERSION-INDEX GREATER THAN ZK-VERSION-COUNT  OR  06454091
                       VERSION-HIT   GREATER THAN ZEROES.               06454101
                                                                        06454111
           IF  VERSION-HIT EQUAL ZEROES                                 06454121
               MOVE 'MISS'                  TO STAT-ID                  06454131
               PERFORM 9980-BUMP-STAT     THRU 9980-EXIT                06454141
               MOVE HTTP-VERSION-UNKNOWN    TO HTTP-204-TEXT            06454151
               MOVE HTTP-NOT-FOUND-LENGTH   TO HTTP-204-LENGTH          06454161
               PERFORM 9700-STATUS-204    THRU 9700-EXIT                06454171
               PERFORM 9000-RETURN        THRU 9000-EXIT.               06454181
                                                                        06454191
           MOVE ZK-VERSION-ZF-KEY(VERSION-HIT)   TO ZK-ZF-KEY.          06454201
           MOVE ZK-VERSION-CHECKSUM(VERSION-HIT) TO ZK-CHECKSUM.        06454211
                                                                        06454221
           IF  ZK-ZF-KEY EQUAL INTERNAL-KEY                             06454231
               MOVE HTTP-NOT-FOUND          TO HTTP-204-TEXT            06454241
               MOVE HTTP-NOT-FOUND-LENGTH   TO HTTP-204-LENGTH          06454251
               PERFORM 9700-STATUS-204    THRU 9700-EXIT                06454261
               PERFORM 9000-RETURN        THRU 9000-EXIT.               06454271
                                                                        06454281
           MOVE ZK-ZF-KEY                   TO ZF-KEY.                  06454291
           MOVE ZEROES                      TO ZF-ZEROES.               06454301
           MOVE ONE                         TO ZF-SEGMENT.              06454311
           MOVE LENGTH OF ZF-RECORD         TO ZF-LENGTH.               06454321
                                                                        06454331
           EXEC CICS READ FILE(ZF-FCT)                                  06454341
                INTO(ZF-RECORD)                                         06454351
                RIDFLD(ZF-KEY-16)                                       06454361
                LENGTH(ZF-LENGTH)                                       06454371
                RESP(VERSION-RESP)                                      06454381
                NOHANDLE                                                06454391
           END-EXEC.                                                    06454401
                                                                        06454411
           IF  VERSION-RESP EQUAL DFHRESP(NOTFND)                       06454421
               MOVE HTTP-NOT-FOUND          TO HTTP-204-TEXT            06454431
               MOVE HTTP-NOT-FOUND-LENGTH   TO HTTP-204-LENGTH          06454441
               PERFORM 9700-STATUS-204    THRU 9700-EXIT                06454451
               PERFORM 9000-RETURN        THRU 9000-EXIT.               06454461
                                                                        06454471
           IF  VERSION-RESP NOT EQUAL DFHRESP(NORMAL)                   06454481
               MOVE FC-READ                 TO FE-FN                    06454491
               MOVE '3330'                  TO FE-PARAGRAPH             06454501
               PERFORM 9100-FILE-ERROR    THRU 9100-EXIT                06454511
               MOVE EIBDS(1:8)              TO HTTP-FILE-ERROR(1:8)     06454521
               MOVE HTTP-FILE-ERROR         TO HTTP-507-TEXT            06454531
               MOVE HTTP-FILE-LENGTH        TO HTTP-507-LENGTH          06454541
               PERFORM 9800-STATUS-507    THRU 9800-EXIT                06454551
               PERFORM 9000-RETURN        THRU 9000-EXIT.               06454561
                                                                        06454571
           MOVE 'Y'                         TO VERSION-SELECTED-SW.     06454581
                                                                        06454591
       3330-EXIT.                                                       06454601
           EXIT.                                                        06454611
                                                                        06454621
       3335-FIND-VERSION.                                               06454631
           IF  ZK-VERSION-ABS(VERSION-INDEX) EQUAL VERSION-TOKEN        06454641
               MOVE VERSION-INDEX           TO VERSION-HIT.             06454651
       3335-EXIT.                                                       06454661
           EXIT.                                                        06454671
                                                                        06454681
      ***************************************************************** 06454691
      * Issue GETMAIN only when multiple segments.                    * 06458001
      * When the logical record is a single segment, set the          * 06459001
      * CACHE-MESSAGE buffer in the LINKAGE SECTION to the record     * 06459101
      ***************************************************************** 06459711
      * A Range request against an uncompressed multi-segment entry   * 06459721
      * reads only the segments covering the window instead of        * 06459731
      * reassembling the whole chain.  Compressed or encrypted        * 06459739
      * entries cannot be decoded from the middle, an entry reading a * 06459747
      * shared tail (see ZECSZDC.cpy) spans two chains, and a single  * 06459755
      * segment is already one read - all fall through to the normal  * 06459763
      * stage and are sliced at send time by 3620-RANGE-SLICE.        * 06459771
      ***************************************************************** 06459781
           IF  RANGE-PRESENT                AND                         06459791
               ZF-SEGMENTS GREATER THAN ONE AND                         06459801
               ZF-EXTRA(1:1) NOT EQUAL 'C'  AND                         06459806
               ZF-EXTRA(10:1) NOT EQUAL 'E'  AND                        06459811
               ZF-EXTRA(13:1) NOT EQUAL 'S'                             06459816
               PERFORM 3420-STAGE-RANGE THRU 3420-EXIT                  06459821
               IF  RANGE-ACTIVE  OR                                     06459831
                   ZF-SUCCESSFUL EQUAL 'N'                              06459841
           ADD  ONE                              TO ZF-SEGMENT.         06700001
           MOVE ZF-LENGTH                        TO CACHE-LENGTH.       06710001
                                                                        06720001
      ***************************************************************** 06720011
      * Segments 2 onward of an entry marked 'S' are read from the    * 06720021
      * shared content chain.  Segment 1's header is kept aside and   * 06720031
      * put back after the loop - 3600 takes ZF-ABS, ZF-TTL, ZF-MEDIA * 06720041
      * and ZF-EXTRA from the record area.                            * 06720051
      ***************************************************************** 06720061
           MOVE 'N'                          TO SHARE-TAIL-SW.          06720071
           IF  ZF-SEGMENTS GREATER THAN ONE  AND                        06720081
               ZF-EXTRA(13:1) EQUAL 'S'                                 06720091
               MOVE ZF-RECORD(1:ZF-PREFIX)   TO SHARE-HEADER            06720101
               MOVE 'Y'                      TO SHARE-TAIL-SW           06720111
               PERFORM 9930-LOCATE-TAIL    THRU 9930-EXIT.              06720121
                                                                        06720131
                                                                        06720141
           IF  ZF-SEGMENTS GREATER THAN ONE                             06730001
               PERFORM 3500-READ-SEGMENTS THRU 3500-EXIT                06740001
                   WITH TEST AFTER                                      06750001
                   UNTIL ZF-SEGMENT GREATER THAN ZF-SEGMENTS  OR        06760001
                         ZF-SUCCESSFUL EQUAL 'N'.                       06761001
                                                                        06761011
           IF  SHARE-TAIL-READ                                          06761021
               MOVE SHARE-HEADER  TO ZF-RECORD(1:ZF-PREFIX)             06761031
               MOVE 'N'                      TO SHARE-TAIL-SW.          06761041
                                                                        06762001
       3400-EXIT.                                                       06771001
           EXIT.                                                        06772001
           IF  ZF-SEGMENTS GREATER THAN ONE                             07220001
               SET ADDRESS OF CACHE-MESSAGE  TO SAVE-ADDRESS.           07230001
                                                                        07240001
           IF  ZF-EXTRA(10:1) EQUAL 'E'                                 07240011
               PERFORM 3605-DECRYPT-RESPONSE THRU 3605-EXIT.            07240021
                                                                        07240031
           IF  ZF-EXTRA(1:1) EQUAL 'C'  AND                             07240101
               ZF-EXTRA(2:8) NUMERIC                                    07240201
               PERFORM 3610-DECOMPRESS-RESPONSE THRU 3610-EXIT.         07240301
           MOVE 'Y'                         TO RANGE-ACTIVE-SW.         07510030
                                                                        07510031
       3620-EXIT.                                                       07510032
           EXIT.                                                        07510034
                                                                        07510036
      ***************************************************************** 07510038
      * HTTP GET.                                                     * 07510040
      * The stored entry is encrypted (ZF-EXTRA byte 10 'E', key      * 07510042
      * generation in bytes 11-12) - decipher it into a fresh buffer  * 07510044
      * and point the response at that; a run-length encoded entry    * 07510046
      * is then decoded from there by 3610 as usual.  A key           * 07510048
      * generation no longer in ZCxxEK, or a failed decipher, answers * 07510050
      * 507 - the caller never receives ciphertext.                   * 07510052
      ***************************************************************** 07510054
       3605-DECRYPT-RESPONSE.                                           07510056
           SET CRY-TEXT-POINTER  TO ADDRESS OF CACHE-MESSAGE.           07510058
           MOVE CACHE-LENGTH                TO CRY-LENGTH.              07510060
                                                                        07510062
           PERFORM 4870-DECRYPT-PAYLOAD   THRU 4870-EXIT.               07510064
                                                                        07510066
           IF  CRY-FAILED                                               07510068
               MOVE CRY-ERROR-TEXT          TO HTTP-507-TEXT            07510070
               MOVE HTTP-CRYPTO-LENGTH      TO HTTP-507-LENGTH          07510072
               PERFORM 9800-STATUS-507    THRU 9800-EXIT                07510074
               PERFORM 9000-RETURN        THRU 9000-EXIT.               07510076
                                                                        07510078
           MOVE CRY-POINTER-X               TO SAVE-ADDRESS-X.          07510080
           SET ADDRESS OF CACHE-MESSAGE     TO CRY-POINTER.             07510082
           MOVE EK-CLEAR-LENGTH             TO CACHE-LENGTH.            07510084
                                                                        07510086
       3605-EXIT.                                                       07510088
           EXIT.                                                        07510090
                                                                        07510100
      ***************************************************************** 07510101
      * HTTP GET.                                                     * 07510102
               MOVE ONE                     TO MGET-SEG-COUNT.          07523988
                                                                        07523990
      ***************************************************************** 07523992
      * An encrypted entry is staged, deciphered and (when also       * 07523993
      * run-length encoded) decoded through its own path, as is a     * 07523994
      * run-length encoded one - the response always carries clear,   * 07523995
      * decoded payloads.                                             * 07523996
      ***************************************************************** 07523998
           IF  ZF-EXTRA(10:1) EQUAL 'E'                                 07523999
               PERFORM 3870-MGET-ENCRYPTED  THRU 3870-EXIT              07524000
               GO TO 3820-EXIT.                                         07524001
                                                                        07524002
           IF  ZF-EXTRA(1:1) EQUAL 'C'  AND                             07524003
               ZF-EXTRA(2:8) NUMERIC                                    07524004
               PERFORM 3860-MGET-COMPRESSED THRU 3860-EXIT              07524005
               GO TO 3820-EXIT.                                         07524006
                                                                        07524008
      ***************************************************************** 07524010
           IF  ZF-SEGMENT GREATER THAN MGET-SEG-COUNT                   07524212
               GO TO 3840-EXIT.                                         07524214
                                                                        07524216
           IF  ZF-SEGMENT EQUAL TWO  AND                                07524217
               ZF-EXTRA(13:1) EQUAL 'S'                                 07524218
               PERFORM 9930-LOCATE-TAIL    THRU 9930-EXIT.              07524219
                                                                        07524220
           MOVE LENGTH OF ZF-RECORD         TO ZF-LENGTH.               07524221
                                                                        07524222
           EXEC CICS READ FILE(ZF-FCT)                                  07524223
                INTO  (ZF-RECORD)                                       07524224
                RIDFLD(ZF-KEY-16)                                       07524226
                LENGTH(ZF-LENGTH)                                       07524228
                                                                        07524406
           IF  WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-GET                    07524408
               GO TO 3900-EXIT.                                         07524410
                                                                        07524411
           IF  VERSION-REQUEST  OR                                      07524412
               VERSION-LIST-REQUEST                                     07524413
               GO TO 3900-EXIT.                                         07524414
                                                                        07524415
           IF  WEB-PATH(1:10) NOT EQUAL RESOURCES                       07524416
               GO TO 3900-EXIT.                                         07524417
                                                                        07524418
           MOVE 'R'                         TO RT-SCAN-SW.              07524419
           PERFORM 3910-RT-TEMPLATE       THRU 3910-EXIT.               07524420
                                                                        07524422
           IF  NOT RT-MATCHED                                           07524424
               GO TO 3900-EXIT.                                         07524426
                                                                        07524428
           EXEC CICS ASKTIME ABSTIME(RTM-STEP-ABS) NOHANDLE             07524429
           END-EXEC.                                                    07524430
                                                                        07524431
           PERFORM 3920-RT-FETCH          THRU 3920-EXIT.               07524432
                                                                        07524433
           EXEC CICS ASKTIME ABSTIME(RTM-NOW-ABS) NOHANDLE              07524434
           END-EXEC.                                                    07524435
           COMPUTE RTM-ORIGIN-WORK =                                    07524436
                   RTM-ORIGIN-WORK + RTM-NOW-ABS - RTM-STEP-ABS.        07524437
                                                                        07524438
           IF  RT-RESP EQUAL DFHRESP(NORMAL)  AND                       07524439
               WEB-STATUS-CODE EQUAL HTTP-STATUS-200  AND               07524440
               RT-RESPONSE-LENGTH GREATER THAN ZEROES                   07524441
               PERFORM 3930-RT-STORE      THRU 3930-EXIT.               07524442
                                                                        07524443
       3900-EXIT.                                                       07524444
           EXIT.                                                        07524446
                                                                        07524448
      ***************************************************************** 07524450
      * Load the ZCxxRT origin registrations once per task - a bulk   * 07524452
      * purge runs 9985-WRITE-BEHIND for every key it removes.  An    * 07524454
      * absent template leaves RT-LOAD-SW 'X', so it is not asked     * 07524456
      * for again.                                                    * 07524458
      ***************************************************************** 07524460
       3905-RT-LOAD.                                                    07524462
           MOVE 'X'                         TO RT-LOAD-SW.              07524464
           MOVE EIBTRNID                    TO RT-TRANID.               07524466
                                                                        07524468
           EXEC CICS DOCUMENT CREATE DOCTOKEN(RT-TOKEN)                 07524470
           END-EXEC.                                                    07524478
                                                                        07524480
           IF  RT-RESP NOT EQUAL DFHRESP(NORMAL)                        07524482
               GO TO 3905-EXIT.                                         07524484
                                                                        07524486
           MOVE SPACES                      TO RT-DSECT.                07524488
           MOVE LENGTH OF RT-DSECT          TO RT-DSECT-LENGTH.         07524490
                NOHANDLE                                                07524506
           END-EXEC.                                                    07524508
                                                                        07524510
           IF  RT-RESP EQUAL DFHRESP(NORMAL)                            07524511
               MOVE 'Y'                     TO RT-LOAD-SW.              07524512
                                                                        07524513
       3905-EXIT.                                                       07524514
           EXIT.                                                        07524515
                                                                        07524516
      ***************************************************************** 07524517
      * Access the read-through origin registrations as a document    * 07524518
      * template, the same way 1210-ZCXXSD accesses the security      * 07524519
      * model.  Absent template means read-through is not enabled in  * 07524520
      * this region.  RT-SCAN-SW selects the registrations that       * 07524521
      * count: read-through ('R') or write-behind ('W') - see RT-     * 07524522
      * MODE.                                                         * 07524523
      ***************************************************************** 07524524
       3910-RT-TEMPLATE.                                                07524525
           MOVE 'N'                         TO RT-MATCH-SW.             07524526
                                                                        07524527
           IF  RT-LOAD-PENDING                                          07524528
               PERFORM 3905-RT-LOAD       THRU 3905-EXIT.               07524529
                                                                        07524530
           IF  NOT RT-LOADED                                            07524531
               GO TO 3910-EXIT.                                         07524532
                                                                        07524533
           PERFORM 3915-RT-SCAN           THRU 3915-EXIT                07524534
               WITH TEST AFTER                                          07524535
               VARYING RT-INDEX FROM 1 BY 1                             07524536
               UNTIL   RT-INDEX EQUAL 16  OR                            07524537
                       RT-MATCHED.                                      07524538
                                                                        07524539
       3910-EXIT.                                                       07524540
           EXIT.                                                        07524541
                                                                        07524542
      ***************************************************************** 07524543
      * Match one registration entry's key prefix against URI-KEY.    * 07524544
      ***************************************************************** 07524545
       3915-RT-SCAN.                                                    07524546
           MOVE ZEROES                      TO RT-PREFIX-LENGTH.        07524547
           INSPECT RT-PREFIX(RT-INDEX)                                  07524548
               TALLYING RT-PREFIX-LENGTH                                07524549
               FOR CHARACTERS BEFORE INITIAL SPACE.                     07524550
                                                                        07524552
           IF  RT-PREFIX-LENGTH GREATER THAN ZEROES                     07524554
               IF  URI-KEY(1:RT-PREFIX-LENGTH) EQUAL                    07524556
                   RT-PREFIX(RT-INDEX)(1:RT-PREFIX-LENGTH)              07524558
                   IF (RT-SCAN-READ   AND RT-MODE-READS(RT-INDEX))  OR  07524559
                      (RT-SCAN-WRITE  AND RT-MODE-WRITES(RT-INDEX))     07524560
                       MOVE 'Y'             TO RT-MATCH-SW              07524561
                       MOVE RT-URL(RT-INDEX) TO RT-URL-WORK.            07524562
                                                                        07524564
       3915-EXIT.                                                       07524566
           EXIT.                                                        07524568
           PERFORM 9960-WRITE-AUDIT       THRU 9960-EXIT.               07524806
                                                                        07524808
           IF  DUPLICATE-POST EQUAL 'Y'                                 07524810
               PERFORM 4710-DISCARD-CHAINS THRU 4710-EXIT.              07524815
                                                                        07524820
           MOVE 'Y'                         TO RT-FILLED-SW.            07524822
                                                                        07524824
                                                                        07525024
           IF  ZF-SEGMENT GREATER THAN MGET-SEG-COUNT                   07525026
               GO TO 3865-EXIT.                                         07525028
                                                                        07525029
           IF  ZF-SEGMENT EQUAL TWO  AND                                07525030
               ZF-EXTRA(13:1) EQUAL 'S'                                 07525031
               PERFORM 9930-LOCATE-TAIL    THRU 9930-EXIT.              07525032
                                                                        07525033
           MOVE LENGTH OF ZF-RECORD         TO ZF-LENGTH.               07525034
                                                                        07525035
           EXEC CICS READ FILE(ZF-FCT)                                  07525036
                INTO  (ZF-RECORD)                                       07525038
                RIDFLD(ZF-KEY-16)                                       07525040
               MOVE 'Y'                     TO MGET-SEG-FAIL-SW.        07525054
                                                                        07525056
       3865-EXIT.                                                       07525058
           EXIT.                                                        07525068
                                                                        07525078
      ***************************************************************** 07525088
      * Multi-key GET. An encrypted entry: stage the stored segments  * 07525098
      * into a scratch buffer and decipher them (4870), then append   * 07525108
      * the clear payload - decoded straight into the response when   * 07525118
      * the entry is also run-length encoded.  A short chain, a key   * 07525128
      * generation no longer in ZCxxEK or a failed decipher is        * 07525138
      * reported DAMAGED with no payload bytes; ciphertext is never   * 07525148
      * returned.                                                     * 07525158
      ***************************************************************** 07525168
       3870-MGET-ENCRYPTED.                                             07525178
           MULTIPLY MGET-SEG-COUNT BY THIRTY-TWO-KB                     07525188
               GIVING GETMAIN-LENGTH.                                   07525198
                                                                        07525208
           EXEC CICS GETMAIN SET(CPR-POINTER)                           07525218
                FLENGTH(GETMAIN-LENGTH)                                 07525228
                INITIMG(BINARY-ZEROES)                                  07525238
                NOHANDLE                                                07525248
           END-EXEC.                                                    07525258
                                                                        07525268
           SET ADDRESS OF CPR-MESSAGE       TO CPR-POINTER.             07525278
                                                                        07525288
           MOVE ZEROES                      TO CPR-LENGTH.              07525298
           MOVE 'N'                         TO MGET-SEG-FAIL-SW.        07525308
           MOVE 'N'                         TO CPR-ABORT-SW.            07525318
           MOVE 'Y'                         TO CRY-FAILED-SW.           07525328
                                                                        07525338
           PERFORM 3865-MGET-STAGE-CPR    THRU 3865-EXIT                07525348
               WITH TEST AFTER                                          07525358
               UNTIL ZF-SEGMENT GREATER THAN MGET-SEG-COUNT  OR         07525368
                     MGET-SEG-FAIL.                                     07525378
                                                                        07525388
           IF  NOT MGET-SEG-FAIL                                        07525398
               MOVE CPR-POINTER-X           TO CRY-TEXT-POINTER-X       07525408
               MOVE CPR-LENGTH              TO CRY-LENGTH               07525418
               PERFORM 4870-DECRYPT-PAYLOAD THRU 4870-EXIT.             07525428
                                                                        07525438
           EXEC CICS FREEMAIN                                           07525448
                DATAPOINTER(CPR-POINTER)                                07525458
                NOHANDLE                                                07525468
           END-EXEC.                                                    07525478
                                                                        07525488
           MOVE ZEROES                      TO CPR-ORIG-LENGTH.         07525498
           IF  NOT CRY-FAILED                                           07525508
               MOVE EK-CLEAR-LENGTH         TO CPR-ORIG-LENGTH.         07525518
                                                                        07525528
           IF  NOT CRY-FAILED            AND                            07525538
               ZF-EXTRA(1:1) EQUAL 'C'   AND                            07525548
               ZF-EXTRA(2:8) NUMERIC                                    07525558
               MOVE ZF-EXTRA(2:8)           TO CPR-ORIG-EDIT            07525568
               MOVE CPR-ORIG-EDIT           TO CPR-ORIG-LENGTH.         07525578
                                                                        07525588
           COMPUTE MGET-NEED =                                          07525598
               MGET-KEY-LENGTH + 18 + CPR-ORIG-LENGTH + TWO.            07525608
                                                                        07525618
           IF  MGET-NEED GREATER THAN THREE-POINT-TWO-MB                07525628
               PERFORM 3875-MGET-RELEASE  THRU 3875-EXIT                07525638
               MOVE 'TOOBIG '               TO MGET-STATUS              07525648
               PERFORM 3830-MGET-APPEND-HEADER THRU 3830-EXIT           07525658
               GO TO 3870-EXIT.                                         07525668
                                                                        07525678
           IF  MGET-LENGTH + MGET-NEED GREATER THAN THREE-POINT-TWO-MB  07525688
               PERFORM 3875-MGET-RELEASE  THRU 3875-EXIT                07525698
               MOVE 'Y'                     TO MGET-FULL-SW             07525708
               GO TO 3870-EXIT.                                         07525718
                                                                        07525728
           MOVE 'FOUND  '                   TO MGET-STATUS.             07525738
           MOVE ZEROES                      TO MGET-DATA-LENGTH.        07525748
           PERFORM 3830-MGET-APPEND-HEADER THRU 3830-EXIT.              07525758
                                                                        07525768
           COMPUTE MGET-LEN-OFFSET = MGET-LENGTH - 8.                   07525778
                                                                        07525788
           COMPUTE MGET-ADDRESS-X = MGET-BASE-X + MGET-LENGTH.          07525798
           SET ADDRESS OF RAW-MESSAGE       TO MGET-ADDRESS.            07525808
                                                                        07525818
           IF  CRY-FAILED                                               07525828
               MOVE 'Y'                     TO CPR-ABORT-SW             07525838
           ELSE                                                         07525848
               PERFORM 3880-MGET-APPEND-CLEAR THRU 3880-EXIT.           07525858
                                                                        07525868
           PERFORM 3875-MGET-RELEASE      THRU 3875-EXIT.               07525878
                                                                        07525888
           ADD  MGET-DATA-LENGTH            TO MGET-LENGTH.             07525898
                                                                        07525908
           COMPUTE MGET-ADDRESS-X = MGET-BASE-X + MGET-LENGTH.          07525918
           SET ADDRESS OF MGET-MESSAGE      TO MGET-ADDRESS.            07525928
           MOVE CRLF                        TO MGET-MESSAGE(1:2).       07525938
           ADD  TWO                         TO MGET-LENGTH.             07525948
                                                                        07525958
           PERFORM 3845-MGET-PATCH-LENGTH THRU 3845-EXIT.               07525968
                                                                        07525978
           MOVE MGET-KEY                    TO SENSITIVE-KEY.           07525988
           MOVE MGET-KEY-LENGTH             TO SENSITIVE-KEY-LENGTH.    07525998
           PERFORM 9955-CHECK-SENSITIVE   THRU 9955-EXIT.               07526008
           IF  SENSITIVE-KEY-HIT                                        07526018
               PERFORM 9958-WRITE-READ-AUDIT THRU 9958-EXIT.            07526028
                                                                        07526038
       3870-EXIT.                                                       07526048
           EXIT.                                                        07526058
                                                                        07526068
      ***************************************************************** 07526078
      * Multi-key GET.                                                * 07526088
      * Release the clear buffer 4870 left, if any.                   * 07526098
      ***************************************************************** 07526108
       3875-MGET-RELEASE.                                               07526118
           IF  CRY-FAILED                                               07526128
               GO TO 3875-EXIT.                                         07526138
                                                                        07526148
           EXEC CICS FREEMAIN                                           07526158
                DATAPOINTER(CRY-POINTER)                                07526168
                NOHANDLE                                                07526178
           END-EXEC.                                                    07526188
                                                                        07526198
           MOVE 'Y'                         TO CRY-FAILED-SW.           07526208
                                                                        07526218
       3875-EXIT.                                                       07526228
           EXIT.                                                        07526238
                                                                        07526248
      ***************************************************************** 07526258
      * Multi-key GET.                                                * 07526268
      * Move the deciphered payload into the response at the append   * 07526278
      * point, decoding it when the entry is run-length encoded (a    * 07526288
      * malformed encoding re-marks the header DAMAGED as in 3860).   * 07526298
      ***************************************************************** 07526308
       3880-MGET-APPEND-CLEAR.                                          07526318
           IF  ZF-EXTRA(1:1) EQUAL 'C'  AND                             07526328
               ZF-EXTRA(2:8) NUMERIC                                    07526338
               NEXT SENTENCE                                            07526348
           ELSE                                                         07526358
               MOVE CRY-MESSAGE(1:EK-CLEAR-LENGTH)                      07526368
                 TO RAW-MESSAGE(1:EK-CLEAR-LENGTH)                      07526378
               MOVE EK-CLEAR-LENGTH         TO MGET-DATA-LENGTH         07526388
               GO TO 3880-EXIT.                                         07526398
                                                                        07526408
           SET CPR-POINTER                  TO CRY-POINTER.             07526418
           SET ADDRESS OF CPR-MESSAGE       TO CPR-POINTER.             07526428
           MOVE EK-CLEAR-LENGTH             TO CPR-LENGTH.              07526438
                                                                        07526448
           MOVE ONE                         TO CPR-IN.                  07526458
           MOVE ONE                         TO CPR-OUT.                 07526468
                                                                        07526478
           PERFORM 4900-DECODE-PAYLOAD    THRU 4900-EXIT.               07526488
                                                                        07526498
           COMPUTE MGET-DATA-LENGTH = CPR-OUT - 1.                      07526508
                                                                        07526518
           IF  MGET-DATA-LENGTH NOT EQUAL CPR-ORIG-LENGTH               07526528
               MOVE 'Y'                     TO CPR-ABORT-SW.            07526538
                                                                        07526548
       3880-EXIT.                                                       07526558
           EXIT.                                                        07526568
                                                                        07526578
      ***************************************************************** 07526588
      * HTTP POST/PUT.                                                * 07540000
      * Get counter, which is used as zECS FILE internal key.         * 07550001
      ***************************************************************** 07560000
           EXIT.                                                        07682802
                                                                        07682803
      ***************************************************************** 07682805
      * HTTP POST/PUT. Version retention.  Called from 4110-PRIME-KEY * 07682806
      * while ZK-RECORD still names the chain about to be superseded. * 07682807
      * When the application's policy retains versions (ZP-VERSIONS,  * 07682808
      * capped at the eight ZK-VERSION slots), the superseded chain   * 07682809
      * is pushed onto the front of the version list, tagged with the * 07682810
      * ZF-ABS token from its first segment, instead of being deleted * 07682811
      * - the oldest versions beyond the limit are queued for         * 07682812
      * deletion in its place.  A policy with no retention (or no     * 07682813
      * policy) queues every retained chain, so turning retention off * 07682814
      * cleans up on the next write.  4710-DISCARD-CHAINS does the    * 07682815
      * deleting once the new chain is committed.  ZF-TTL and ZF-HIT- * 07682816
      * COUNT already carry the new version's values and are kept     * 07682817
      * across the read.                                              * 07682818
      ***************************************************************** 07682819
       4105-RETAIN-VERSION.                                             07682820
           MOVE 'N'                         TO VERSION-RETAINED-SW.     07682821
           MOVE ZEROES                      TO VERSION-DISCARD-COUNT.   07682822
                                                                        07682823
           PERFORM 4109-EDIT-VERSION-COUNT THRU 4109-EXIT.              07682824
                                                                        07682825
           MOVE ZEROES                      TO VERSION-LIMIT.           07682826
           PERFORM 1311-GET-POLICY        THRU 1311-EXIT.               07682827
           IF  POLICY-FOUND                                             07682828
               IF  ZP-VERSIONS NUMERIC                                  07682829
                   MOVE ZP-VERSIONS         TO VERSION-LIMIT.           07682830
                                                                        07682831
           IF  VERSION-LIMIT GREATER THAN VERSION-MAXIMUM               07682832
               MOVE VERSION-MAXIMUM         TO VERSION-LIMIT.           07682833
                                                                        07682834
           PERFORM 4106-TRIM-VERSION      THRU 4106-EXIT                07682835
               UNTIL ZK-VERSION-COUNT LESS THAN VERSION-LIMIT  OR       07682836
                     ZK-VERSION-COUNT EQUAL ZEROES.                     07682837
                                                                        07682838
           IF  VERSION-LIMIT EQUAL ZEROES                               07682839
               GO TO 4105-EXIT.                                         07682840
                                                                        07682841
           MOVE ZF-TTL                      TO VERSION-SAVE-TTL.        07682842
           MOVE ZF-HIT-COUNT                TO VERSION-SAVE-HITS.       07682843
                                                                        07682844
           MOVE ZK-ZF-KEY                   TO ZF-KEY.                  07682845
           MOVE ZEROES                      TO ZF-ZEROES.               07682846
           MOVE ONE                         TO ZF-SEGMENT.              07682847
           MOVE LENGTH OF ZF-RECORD         TO ZF-LENGTH.               07682848
                                                                        07682849
           EXEC CICS READ FILE(ZF-FCT)                                  07682850
                INTO(ZF-RECORD)                                         07682851
                RIDFLD(ZF-KEY-16)                                       07682852
                LENGTH(ZF-LENGTH)                                       07682853
                RESP(VERSION-RESP)                                      07682854
                NOHANDLE                                                07682855
           END-EXEC.                                                    07682856
                                                                        07682857
           MOVE ZF-ABS                      TO VERSION-OLD-ABS.         07682858
           MOVE VERSION-SAVE-TTL            TO ZF-TTL.                  07682859
           MOVE VERSION-SAVE-HITS           TO ZF-HIT-COUNT.            07682860
                                                                        07682861
      ***************************************************************** 07682862
      * A superseded chain that is already gone (the expiry or        * 07682863
      * orphan jobs got there first) has nothing left to retain.      * 07682864
      ***************************************************************** 07682865
           IF  VERSION-RESP NOT EQUAL DFHRESP(NORMAL)                   07682866
               GO TO 4105-EXIT.                                         07682867
                                                                        07682868
           PERFORM 4107-SHIFT-VERSION     THRU 4107-EXIT                07682869
               VARYING VERSION-INDEX FROM ZK-VERSION-COUNT BY -1        07682870
               UNTIL   VERSION-INDEX LESS THAN ONE.                     07682871
                                                                        07682872
           MOVE ZK-ZF-KEY                   TO ZK-VERSION-ZF-KEY(1).    07682873
           MOVE VERSION-OLD-ABS             TO ZK-VERSION-ABS(1).       07682874
           MOVE ZK-CHECKSUM                 TO ZK-VERSION-CHECKSUM(1).  07682875
           ADD  ONE                         TO ZK-VERSION-COUNT.        07682876
                                                                        07682877
           MOVE 'Y'                         TO VERSION-RETAINED-SW.     07682878
                                                                        07682879
       4105-EXIT.                                                       07682880
           EXIT.                                                        07682881
                                                                        07682882
      ***************************************************************** 07682883
      * Drop the oldest retained version from the list and queue its  * 07682884
      * chain for deletion.                                           * 07682885
      ***************************************************************** 07682886
       4106-TRIM-VERSION.                                               07682887
           ADD  ONE                         TO VERSION-DISCARD-COUNT.   07682888
           MOVE ZK-VERSION-ZF-KEY(ZK-VERSION-COUNT)                     07682889
             TO VERSION-DISCARD-KEY(VERSION-DISCARD-COUNT).             07682890
           MOVE LOW-VALUES              TO ZK-VERSION(ZK-VERSION-COUNT).07682891
           SUBTRACT ONE                   FROM ZK-VERSION-COUNT.        07682892
       4106-EXIT.                                                       07682893
           EXIT.                                                        07682894
                                                                        07682895
       4107-SHIFT-VERSION.                                              07682896
           MOVE ZK-VERSION(VERSION-INDEX)                               07682897
             TO ZK-VERSION(VERSION-INDEX + 1).                          07682898
       4107-EXIT.                                                       07682899
           EXIT.                                                        07682900
                                                                        07682901
      ***************************************************************** 07682902
      * KEY records written before the version list existed carry     * 07682903
      * SPACES there (and reloaded ones LOW-VALUES) - both mean no    * 07682904
      * versions are retained.                                        * 07682905
      ***************************************************************** 07682906
       4109-EDIT-VERSION-COUNT.                                         07682907
           IF  ZK-VERSION-COUNT NOT NUMERIC                             07682908
               MOVE ZEROES                  TO ZK-VERSION-COUNT.        07682909
                                                                        07682910
           IF  ZK-VERSION-COUNT GREATER THAN VERSION-MAXIMUM            07682911
               MOVE VERSION-MAXIMUM         TO ZK-VERSION-COUNT.        07682912
       4109-EXIT.                                                       07682913
           EXIT.                                                        07682914
                                                                        07682915
      ***************************************************************** 07682916
      * HTTP POST/PUT.                                                * 07682917
      * Prime KEY structure record.                                   * 07682918
      ***************************************************************** 07682919
       4110-PRIME-KEY.                                                  07682920
                                                                        07682921
           PERFORM 4105-RETAIN-VERSION    THRU 4105-EXIT.               07682922
                                                                        07683001
           MOVE ZK-ZF-KEY                   TO DELETE-KEY.              07683101
           MOVE ZEROES                      TO DELETE-ZEROES.           07683201
                                                                        07811101
           MOVE 'Y'                   TO ZK-SEGMENTS.                   07820001
           MOVE CKS-EDIT              TO ZK-CHECKSUM.                   07820101
           MOVE ZEROES                TO ZK-VERSION-COUNT.              07820111
           MOVE LENGTH OF ZK-RECORD   TO ZK-LENGTH.                     07830000
                                                                        07840000
           EXEC CICS WRITE                                              07850001
                                                                        08073501
      ***************************************************************** 08074001
      * HTTP POST/PUT.                                                * 08080000
      * Write FILE structure record.  The payload is run-length       * 08080010
      * encoded (4800) and then, under an encrypting prefix,          * 08080020
      * enciphered (4850) before it is segmented.                     * 08080030
      ***************************************************************** 08190000
       4200-PROCESS-FILE.                                               08200001
           PERFORM 4800-COMPRESS-PAYLOAD  THRU 4800-EXIT.               08200101
           PERFORM 4850-ENCRYPT-PAYLOAD   THRU 4850-EXIT.               08200111
                                                                        08200201
           MOVE CACHE-ADDRESS-X             TO SAVE-ADDRESS-X.          08210001
                                                                        08220000
               MOVE SPACES                  TO ZF-EXTRA(10:6)           08260501
           ELSE                                                         08260601
               MOVE SPACES                  TO ZF-EXTRA.                08260701
                                                                        08260711
           IF  CRY-ENCRYPTED                                            08260721
               MOVE 'E'                     TO ZF-EXTRA(10:1)           08260731
               MOVE CRY-GENERATION          TO ZF-EXTRA(11:2).          08260741
                                                                        08270000
           MOVE RECEIVE-LENGTH              TO UNSEGMENTED-LENGTH.      08280001
                                                                        08290000
                                                                        08380000
           PERFORM 9950-ABS               THRU 9950-EXIT.               08390000
                                                                        08400000
           MOVE MAX-SEGMENT-COUNT           TO WRITE-SEGMENT-COUNT.     08400010
           PERFORM 4250-SHARE-CONTENT     THRU 4250-EXIT.               08400020
                                                                        08400030
           PERFORM 4400-WRITE-FILE        THRU 4400-EXIT                08410001
               WITH TEST AFTER                                          08420001
               VARYING SEGMENT-COUNT FROM 1 BY 1 UNTIL                  08430001
                       SEGMENT-COUNT EQUAL  WRITE-SEGMENT-COUNT.        08430011
                                                                        08430021
           IF  SHARE-NEW  OR  SHARE-MATCHED                             08430031
               PERFORM 4260-FILE-CONTENT  THRU 4260-EXIT.               08430041
                                                                        08450000
           IF  READ-RESP EQUAL DFHRESP(NORMAL)                          08460001
               PERFORM 4500-UPDATE-KEY    THRU 4500-EXIT.               08470001
      ***************************************************************** 08480100
      * Hand the original payload back for Data Center replication    * 08480200
      * (8200-WEB-CONVERSE ships SAVE-ADDRESS/RECEIVE-LENGTH) - only  * 08480300
      * the local FILE store holds the encoded or enciphered copy.    * 08480310
      * The cipher buffer is released first; it points back at the    * 08480320
      * run-length encoded copy when both were applied.               * 08480330
      ***************************************************************** 08480500
           IF  CRY-ENCRYPTED                                            08480510
               EXEC CICS FREEMAIN                                       08480520
                    DATAPOINTER(CRY-POINTER)                            08480530
                    NOHANDLE                                            08480540
               END-EXEC                                                 08480550
               MOVE CRY-ORIG-ADDRESS-X      TO CACHE-ADDRESS-X          08480560
               MOVE CRY-ORIG-ADDRESS-X      TO SAVE-ADDRESS-X           08480570
               MOVE CRY-ORIG-LENGTH         TO RECEIVE-LENGTH.          08480580
                                                                        08480590
           IF  CPR-COMPRESSED                                           08480600
               MOVE CPR-ORIG-ADDRESS-X      TO CACHE-ADDRESS-X          08480700
               MOVE CPR-ORIG-ADDRESS-X      TO SAVE-ADDRESS-X           08480800
               MOVE CPR-ORIG-LENGTH         TO RECEIVE-LENGTH.          08480900
                                                                        08480910
       4200-EXIT.                                                       08490000
           EXIT.                                                        08490010
                                                                        08490020
      ***************************************************************** 08490030
      * HTTP POST/PUT.                                                * 08490040
      * Offer the stored tail - segments 2 onward, after run-length   * 08490050
      * encoding - to the shared content file (see ZECSZDC.cpy).  The * 08490060
      * content records filed under the tail's checksum and length    * 08490070
      * are collected with a short browse, then each is locked and    * 08490080
      * its content chain compared byte for byte.  A match takes a    * 08490090
      * reference on it (the count is rewritten under the lock, so a  * 08490100
      * concurrent release cannot delete it first) and only segment 1 * 08490110
      * is written (WRITE-SEGMENT-COUNT one).  No match makes this    * 08490120
      * chain the content chain - 4400-WRITE-FILE switches segments 2 * 08490130
      * onward to suffix 1 (4255).  Either way segment 1 is marked    * 08490140
      * 'S'.  The compare reads into ZF-RECORD, so the prepared       * 08490150
      * header and hit count are kept aside and put back.             * 08490160
      ***************************************************************** 08490170
       4250-SHARE-CONTENT.                                              08490180
           MOVE 'N'                         TO SHARE-STATE-SW.          08490190
                                                                        08490200
           IF  MAX-SEGMENT-COUNT NOT GREATER THAN ONE  OR               08490210
               CRY-ENCRYPTED                           OR               08490220
               NOT SHARE-FILE-OPEN                                      08490230
               GO TO 4250-EXIT.                                         08490240
                                                                        08490250
           COMPUTE SHARE-TAIL-LENGTH = RECEIVE-LENGTH - THIRTY-TWO-KB.  08490260
           COMPUTE SHARE-ADDRESS-X   = SAVE-ADDRESS-X + THIRTY-TWO-KB.  08490270
                                                                        08490280
           MOVE CKS-EDIT                    TO SHARE-CKS-SAVE.          08490290
           SET ADDRESS OF RAW-MESSAGE       TO SHARE-ADDRESS.           08490300
           MOVE SHARE-TAIL-LENGTH           TO CKS-LENGTH.              08490310
           PERFORM 4950-COMPUTE-CHECKSUM  THRU 4950-EXIT.               08490320
           MOVE CKS-EDIT                    TO SHARE-CHECKSUM.          08490330
           MOVE SHARE-CKS-SAVE              TO CKS-EDIT.                08490340
                                                                        08490350
           MOVE LOW-VALUES                  TO ZD-KEY.                  08490360
           MOVE 'C'                         TO ZD-C-MARK.               08490370
           MOVE SHARE-CHECKSUM              TO ZD-C-CHECKSUM.           08490380
           MOVE SHARE-TAIL-LENGTH           TO ZD-C-LENGTH.             08490390
           MOVE ZD-KEY(1:19)                TO SHARE-GENERIC-KEY.       08490400
           MOVE ZEROES                      TO SHARE-CANDIDATE-COUNT.   08490410
           MOVE 'N'                         TO SHARE-BROWSE-SW.         08490420
                                                                        08490430
           EXEC CICS STARTBR FILE(ZD-FCT)                               08490440
                RIDFLD(ZD-KEY)                                          08490450
                GTEQ                                                    08490460
                RESP  (SHARE-RESP)                                      08490470
                NOHANDLE                                                08490480
           END-EXEC.                                                    08490490
                                                                        08490500
           IF  SHARE-RESP EQUAL DFHRESP(NORMAL)                         08490510
               PERFORM 4251-NEXT-CANDIDATE THRU 4251-EXIT               08490520
                   UNTIL SHARE-BROWSE-END                               08490530
               EXEC CICS ENDBR FILE(ZD-FCT) NOHANDLE                    08490540
               END-EXEC                                                 08490550
           ELSE                                                         08490560
               IF  SHARE-RESP NOT EQUAL DFHRESP(NOTFND)                 08490570
                   MOVE 'N'                 TO SHARE-FILE-SW            08490580
                   GO TO 4250-EXIT.                                     08490590
                                                                        08490600
           MOVE ZF-RECORD(1:ZF-PREFIX)      TO SHARE-HEADER.            08490610
           MOVE ZF-HIT-COUNT                TO SHARE-HITS.              08490620
                                                                        08490630
           PERFORM 4252-TRY-CANDIDATE     THRU 4252-EXIT                08490640
               VARYING SHARE-INDEX FROM 1 BY 1                          08490650
               UNTIL   SHARE-INDEX GREATER THAN SHARE-CANDIDATE-COUNT   08490660
                   OR  SHARE-MATCHED.                                   08490670
                                                                        08490680
           MOVE SHARE-HEADER                TO ZF-RECORD(1:ZF-PREFIX).  08490690
           MOVE SHARE-HITS                  TO ZF-HIT-COUNT.            08490700
                                                                        08490710
           IF  SHARE-MATCHED                                            08490720
               MOVE ONE                     TO WRITE-SEGMENT-COUNT      08490730
           ELSE                                                         08490740
               MOVE 'W'                     TO SHARE-STATE-SW           08490750
               MOVE SHARE-GENERIC-KEY       TO SHARE-CONTENT-KEY(1:19)  08490760
               MOVE ZK-ZF-KEY               TO SHARE-CONTENT-KEY(20:8). 08490770
                                                                        08490780
           MOVE 'S'                         TO ZF-EXTRA(13:1).          08490790
                                                                        08490800
       4250-EXIT.                                                       08490810
           EXIT.                                                        08490820
                                                                        08490830
      ***************************************************************** 08490840
      * Collect the next content record filed under the tail's        * 08490850
      * checksum and length.                                          * 08490860
      ***************************************************************** 08490870
       4251-NEXT-CANDIDATE.                                             08490880
           MOVE LENGTH OF ZD-RECORD         TO ZD-LENGTH.               08490890
                                                                        08490900
           EXEC CICS READNEXT FILE(ZD-FCT)                              08490910
                INTO  (ZD-RECORD)                                       08490920
                RIDFLD(ZD-KEY)                                          08490930
                LENGTH(ZD-LENGTH)                                       08490940
                RESP  (SHARE-RESP)                                      08490950
                NOHANDLE                                                08490960
           END-EXEC.                                                    08490970
                                                                        08490980
           IF  SHARE-RESP NOT EQUAL DFHRESP(NORMAL)  OR                 08490990
               ZD-KEY(1:19) NOT EQUAL SHARE-GENERIC-KEY                 08491000
               MOVE 'Y'                     TO SHARE-BROWSE-SW          08491010
               GO TO 4251-EXIT.                                         08491020
                                                                        08491030
           ADD  ONE                         TO SHARE-CANDIDATE-COUNT.   08491040
           MOVE ZD-KEY                                                  08491050
             TO SHARE-CANDIDATE(SHARE-CANDIDATE-COUNT).                 08491060
                                                                        08491070
           IF  SHARE-CANDIDATE-COUNT EQUAL SHARE-CANDIDATE-MAX          08491080
               MOVE 'Y'                     TO SHARE-BROWSE-SW.         08491090
                                                                        08491100
       4251-EXIT.                                                       08491110
           EXIT.                                                        08491120
                                                                        08491130
      ***************************************************************** 08491140
      * Lock one candidate content record and compare its chain with  * 08491150
      * the tail.  Equal, take a reference on it; otherwise unlock.   * 08491160
      ***************************************************************** 08491170
       4252-TRY-CANDIDATE.                                              08491180
           MOVE SHARE-CANDIDATE(SHARE-INDEX) TO ZD-KEY.                 08491190
           MOVE LENGTH OF ZD-RECORD         TO ZD-LENGTH.               08491200
                                                                        08491210
           EXEC CICS READ FILE(ZD-FCT)                                  08491220
                INTO  (ZD-RECORD)                                       08491230
                RIDFLD(ZD-KEY)                                          08491240
                LENGTH(ZD-LENGTH)                                       08491250
                UPDATE                                                  08491260
                RESP  (SHARE-RESP)                                      08491270
                NOHANDLE                                                08491280
           END-EXEC.                                                    08491290
                                                                        08491300
           IF  SHARE-RESP NOT EQUAL DFHRESP(NORMAL)                     08491310
               GO TO 4252-EXIT.                                         08491320
                                                                        08491330
           MOVE 'Y'                         TO SHARE-EQUAL-SW.          08491340
                                                                        08491350
           PERFORM 4253-COMPARE-SEGMENT   THRU 4253-EXIT                08491360
               VARYING SHARE-SEGMENT FROM 2 BY 1                        08491370
               UNTIL   SHARE-SEGMENT GREATER THAN MAX-SEGMENT-COUNT     08491380
                   OR  NOT SHARE-EQUAL.                                 08491390
                                                                        08491400
           IF  NOT SHARE-EQUAL  OR                                      08491410
               NOT ZD-CONTENT                                           08491420
               EXEC CICS UNLOCK FILE(ZD-FCT)                            08491430
                    NOHANDLE                                            08491440
               END-EXEC                                                 08491450
               GO TO 4252-EXIT.                                         08491460
                                                                        08491470
           ADD  ONE                         TO ZD-REF-COUNT.            08491480
           MOVE LENGTH OF ZD-RECORD         TO ZD-LENGTH.               08491490
                                                                        08491500
           EXEC CICS REWRITE FILE(ZD-FCT)                               08491510
                FROM  (ZD-RECORD)                                       08491520
                LENGTH(ZD-LENGTH)                                       08491530
                RESP  (SHARE-RESP)                                      08491540
                NOHANDLE                                                08491550
           END-EXEC.                                                    08491560
                                                                        08491570
           IF  SHARE-RESP EQUAL DFHRESP(NORMAL)                         08491580
               MOVE ZD-KEY                  TO SHARE-CONTENT-KEY        08491590
               MOVE 'M'                     TO SHARE-STATE-SW.          08491600
                                                                        08491610
       4252-EXIT.                                                       08491620
           EXIT.                                                        08491630
                                                                        08491640
      ***************************************************************** 08491650
      * Compare one segment of the candidate's content chain with the * 08491660
      * same stretch of the tail.                                     * 08491670
      ***************************************************************** 08491680
       4253-COMPARE-SEGMENT.                                            08491690
           MOVE ZD-C-CHAIN                  TO ZF-KEY.                  08491700
           MOVE SHARE-SEGMENT               TO ZF-SEGMENT.              08491710
           MOVE ONE                         TO ZF-SUFFIX.               08491720
           MOVE ZEROES                      TO ZF-ZEROES.               08491730
           MOVE LENGTH OF ZF-RECORD         TO ZF-LENGTH.               08491740
                                                                        08491750
           EXEC CICS READ FILE(ZF-FCT)                                  08491760
                INTO  (ZF-RECORD)                                       08491770
                RIDFLD(ZF-KEY-16)                                       08491780
                LENGTH(ZF-LENGTH)                                       08491790
                RESP  (SHARE-RESP)                                      08491800
                NOHANDLE                                                08491810
           END-EXEC.                                                    08491820
                                                                        08491830
           IF  SHARE-RESP NOT EQUAL DFHRESP(NORMAL)                     08491840
               MOVE 'N'                     TO SHARE-EQUAL-SW           08491850
               GO TO 4253-EXIT.                                         08491860
                                                                        08491870
           SUBTRACT ZF-PREFIX             FROM ZF-LENGTH.               08491880
           COMPUTE SHARE-OFFSET =                                       08491890
               ((SHARE-SEGMENT - TWO) * THIRTY-TWO-KB) + ONE.           08491900
                                                                        08491910
           IF  SHARE-OFFSET + ZF-LENGTH - ONE                           08491920
                   GREATER THAN SHARE-TAIL-LENGTH                       08491930
               MOVE 'N'                     TO SHARE-EQUAL-SW           08491940
               GO TO 4253-EXIT.                                         08491950
                                                                        08491960
           IF  ZF-DATA(1:ZF-LENGTH) NOT EQUAL                           08491970
               RAW-MESSAGE(SHARE-OFFSET:ZF-LENGTH)                      08491980
               MOVE 'N'                     TO SHARE-EQUAL-SW.          08491990
                                                                        08492000
       4253-EXIT.                                                       08492010
           EXIT.                                                        08492020
                                                                        08492030
      ***************************************************************** 08492040
      * A chain that becomes a content chain writes segments 2 onward * 08492050
      * under suffix 1, back-pointing at its content record instead   * 08492060
      * of the cache key (see ZECSZDC.cpy).                           * 08492070
      ***************************************************************** 08492080
       4255-SWITCH-TO-CONTENT.                                          08492090
           MOVE ONE                         TO ZF-SUFFIX.               08492100
           MOVE LOW-VALUES                  TO ZF-ZK-KEY.               08492110
           MOVE SHARE-CONTENT-KEY           TO ZF-ZK-KEY(2:27).         08492120
                                                                        08492130
       4255-EXIT.                                                       08492140
           EXIT.                                                        08492150
                                                                        08492160
      ***************************************************************** 08492170
      * HTTP POST/PUT.                                                * 08492180
      * File the reference record for the new chain, and for a new    * 08492190
      * content chain its content record with a count of one.         * 08492200
      * Written after the segments, so a write that fails part way    * 08492210
      * leaves content segments with no content record - ZECSORF      * 08492220
      * reports and removes them.                                     * 08492230
      ***************************************************************** 08492240
       4260-FILE-CONTENT.                                               08492250
           MOVE ZEROES                      TO ZF-SUFFIX.               08492260
           MOVE URI-KEY                     TO ZF-ZK-KEY.               08492270
                                                                        08492280
           IF  SHARE-NEW                                                08492290
               MOVE SHARE-CONTENT-KEY       TO ZD-KEY                   08492300
               MOVE 'C'                     TO ZD-TYPE                  08492310
               MOVE ZF-ABS                  TO ZD-ABS                   08492320
               MOVE LOW-VALUES              TO ZD-BODY                  08492330
               MOVE ONE                     TO ZD-REF-COUNT             08492340
               COMPUTE ZD-SEGMENTS = MAX-SEGMENT-COUNT - ONE            08492350
               PERFORM 4265-WRITE-SHARE   THRU 4265-EXIT.               08492360
                                                                        08492370
           MOVE LOW-VALUES                  TO ZD-KEY.                  08492380
           MOVE 'R'                         TO ZD-R-MARK.               08492390
           MOVE ZK-ZF-KEY                   TO ZD-R-CHAIN.              08492400
           MOVE 'R'                         TO ZD-TYPE.                 08492410
           MOVE ZF-ABS                      TO ZD-ABS.                  08492420
           MOVE LOW-VALUES                  TO ZD-BODY.                 08492430
           MOVE SHARE-CONTENT-KEY           TO ZD-R-CONTENT-KEY.        08492440
           PERFORM 4265-WRITE-SHARE       THRU 4265-EXIT.               08492450
                                                                        08492460
       4260-EXIT.                                                       08492470
           EXIT.                                                        08492480
                                                                        08492490
       4265-WRITE-SHARE.                                                08492500
           MOVE LENGTH OF ZD-RECORD         TO ZD-LENGTH.               08492510
                                                                        08492520
           EXEC CICS WRITE FILE(ZD-FCT)                                 08492530
                FROM  (ZD-RECORD)                                       08492540
                RIDFLD(ZD-KEY)                                          08492550
                LENGTH(ZD-LENGTH)                                       08492560
                NOHANDLE                                                08492570
           END-EXEC.                                                    08492580
                                                                        08492590
           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)                        08492600
               MOVE FC-WRITE                TO FE-FN                    08492610
               MOVE '4265'                  TO FE-PARAGRAPH             08492620
               PERFORM 9100-FILE-ERROR    THRU 9100-EXIT                08492630
               PERFORM 9999-ROLLBACK      THRU 9999-EXIT                08492640
               MOVE EIBDS(1:8)              TO HTTP-FILE-ERROR(1:8)     08492650
               MOVE HTTP-FILE-ERROR         TO HTTP-507-TEXT            08492660
               MOVE HTTP-FILE-LENGTH        TO HTTP-507-LENGTH          08492670
               PERFORM 9800-STATUS-507    THRU 9800-EXIT                08492680
               PERFORM 9000-RETURN        THRU 9000-EXIT.               08492690
                                                                        08492700
       4265-EXIT.                                                       08492710
           EXIT.                                                        08500000
                                                                        08510000
      ***************************************************************** 08520000
      *      sending the response to the client.                      * 08600001
      * When ACTIVE-STANDBY, perform Data Center replication after    * 08610001
      *      sending the response to the client.                      * 08620001
      * A new tag set (X-Cache-Tags) is filed first - 9940-SET-TAGS.  * 08620011
      ***************************************************************** 08630000
       4300-SEND-RESPONSE.                                              08640000
           IF  TAGS-GIVEN                                               08640010
               PERFORM 9940-SET-TAGS      THRU 9940-EXIT.               08640020
                                                                        08640030
           EXEC CICS SYNCPOINT NOHANDLE                                 08641001
           END-EXEC.                                                    08642001
                                                                        08643001
               PERFORM 4600-REPLICATE    THRU 4600-EXIT.                09010001
                                                                        09020000
           IF  DUPLICATE-POST EQUAL 'Y'                                 09030001
               PERFORM 4710-DISCARD-CHAINS THRU 4710-EXIT.              09030011
                                                                        09050000
       4300-EXIT.                                                       09060000
           EXIT.                                                        09070000
       4400-WRITE-FILE.                                                 09140001
           SET ADDRESS OF CACHE-MESSAGE         TO CACHE-ADDRESS.       09150001
           MOVE SEGMENT-COUNT                   TO ZF-SEGMENT.          09160001
                                                                        09160011
           IF  SEGMENT-COUNT EQUAL TWO  AND                             09160021
               SHARE-NEW                                                09160031
               PERFORM 4255-SWITCH-TO-CONTENT THRU 4255-EXIT.           09160041
                                                                        09170001
           IF  UNSEGMENTED-LENGTH LESS THAN     OR EQUAL THIRTY-TWO-KB  09180001
               MOVE UNSEGMENTED-LENGTH          TO ZF-LENGTH            09190001
                                                                        10060000
      ***************************************************************** 10070000
      * HTTP POST/PUT.                                                * 10080000
      * Replicate POST/PUT request to every active partner Data       * 10080010
      * Center in the 8000-GET-URL partner table.  A failed           * 10080020
      * replication (8100-WEB-OPEN or 8200-WEB-CONVERSE not NORMAL,   * 10091001
      * or a non-2xx STATUSCODE from the partner) gets one retry;     * 10092001
      * if it still has not succeeded, it is captured to the DLQ      * 10092011
      * file by 9970-WRITE-DEAD-LETTER for that partner alone         * 10092021
      * instead of silently letting it drift out of sync.  The        * 10092031
      * other partners are not held back by the one that failed.      * 10092041
      ***************************************************************** 10100000
       4600-REPLICATE.                                                  10110001
           PERFORM 4610-REPLICATE-PARTNER THRU 4610-EXIT                10110011
               VARYING PARTNER-INDEX FROM 1 BY 1                        10110021
               UNTIL   PARTNER-INDEX GREATER THAN PARTNER-COUNT.        10110031
                                                                        10110041
       4600-EXIT.                                                       10110051
           EXIT.                                                        10110061
                                                                        10110071
      ***************************************************************** 10110081
      * One partner's share of the fan-out - standby partners are     * 10110091
      * skipped, and a partner whose URL will not parse is            * 10110101
      * dead-lettered without a session so the change is replayed     * 10110111
      * once its ZCxxDP line is corrected.                            * 10110121
      ***************************************************************** 10110131
       4610-REPLICATE-PARTNER.                                          10110141
           IF  NOT PT-ACTIVE(PARTNER-INDEX)                             10110151
               GO TO 4610-EXIT.                                         10110161
                                                                        10110171
           PERFORM 8050-SELECT-PARTNER    THRU 8050-EXIT.               10110181
                                                                        10110191
           IF  NOT PT-URL-OK(PARTNER-INDEX)                             10110201
               MOVE 'Y'                     TO REPL-FAILED-SW           10110211
               MOVE ZEROES                  TO WEB-STATUS-CODE          10110221
               MOVE HTTP-PARTNER-URL        TO WEB-STATUS-TEXT          10110231
               PERFORM 9970-WRITE-DEAD-LETTER THRU 9970-EXIT            10110241
               GO TO 4610-EXIT.                                         10110251
                                                                        10120001
           PERFORM 8100-WEB-OPEN          THRU 8100-EXIT.               10130001
                                                                        10140001
           IF  REPL-FAILED                                              10188001
               PERFORM 9970-WRITE-DEAD-LETTER THRU 9970-EXIT.           10189001
                                                                        10190001
       4610-EXIT.                                                       10190011
           EXIT.                                                        10210001
                                                                        10211001
      ***************************************************************** 10211101
                                                                        10213401
           IF  ZF-SEGMENTS GREATER THAN ONE                             10213501
               SET ADDRESS OF CACHE-MESSAGE TO SAVE-ADDRESS.            10213601
                                                                        10213611
           IF  ZF-EXTRA(10:1) EQUAL 'E'                                 10213621
               PERFORM 3605-DECRYPT-RESPONSE THRU 3605-EXIT.            10213631
                                                                        10213701
           IF  ZF-EXTRA(1:1) EQUAL 'C'  AND                             10213801
               ZF-EXTRA(2:8) NUMERIC                                    10213901
           EXIT.                                                        10370001
                                                                        10370002
      ***************************************************************** 10370003
      * HTTP POST/PUT.                                                * 10370013
      * Delete the chains the write just superseded: the previous     * 10370023
      * current chain (unless 4105-RETAIN-VERSION kept it as a        * 10370033
      * version) and any retained versions it queued for deletion.    * 10370043
      * A chain reading a shared tail gives its reference back        * 10370053
      * (9935-RELEASE-CONTENT).                                       * 10370063
      ***************************************************************** 10370073
       4710-DISCARD-CHAINS.                                             10370083
           IF  NOT VERSION-RETAINED                                     10370093
               PERFORM 4700-DELETE        THRU 4700-EXIT                10370103
                   WITH TEST AFTER                                      10370113
                   VARYING DELETE-SEGMENT FROM 1 BY 1                   10370123
                   UNTIL EIBRESP NOT EQUAL DFHRESP(NORMAL)              10370133
               MOVE DELETE-KEY              TO RELEASE-CHAIN            10370143
               PERFORM 9935-RELEASE-CONTENT THRU 9935-EXIT.             10370153
                                                                        10370163
           PERFORM 4715-DISCARD-ONE       THRU 4715-EXIT                10370173
               VARYING VERSION-INDEX FROM 1 BY 1                        10370183
               UNTIL   VERSION-INDEX GREATER THAN VERSION-DISCARD-COUNT.10370193
                                                                        10370203
           MOVE 'N'                         TO VERSION-RETAINED-SW.     10370213
           MOVE ZEROES                      TO VERSION-DISCARD-COUNT.   10370223
       4710-EXIT.                                                       10370233
           EXIT.                                                        10370243
                                                                        10370253
       4715-DISCARD-ONE.                                                10370263
           MOVE VERSION-DISCARD-KEY(VERSION-INDEX) TO DELETE-KEY.       10370273
           MOVE ZEROES                      TO DELETE-ZEROES.           10370283
                                                                        10370293
           PERFORM 4700-DELETE            THRU 4700-EXIT                10370303
               WITH TEST AFTER                                          10370313
               VARYING DELETE-SEGMENT FROM 1 BY 1                       10370323
               UNTIL EIBRESP NOT EQUAL DFHRESP(NORMAL).                 10370333
                                                                        10370343
           MOVE DELETE-KEY                  TO RELEASE-CHAIN.           10370353
           PERFORM 9935-RELEASE-CONTENT   THRU 9935-EXIT.               10370363
       4715-EXIT.                                                       10370373
           EXIT.                                                        10370383
                                                                        10370393
      ***************************************************************** 10370403
      * Atomic multi-entry write.                                     * 10370413
      * The POST body (already received into CACHE-MESSAGE) carries   * 10370423
      * several key/payload pairs - see the MPUT working-storage      * 10370433
      * prologue for the wire format.  The whole body is parsed and   * 10370443
      * validated into MPUT-TABLE before anything is written, so a    * 10370453
      * malformed batch answers 400 having stored nothing.  Every     * 10370463
      * entry is then written through the ordinary 4000/4100/4200     * 10370473
      * internals with the READ UPDATE locks held until one closing   * 10370483
      * SYNCPOINT - a failure on any entry rolls the whole batch      * 10370493
      * back (9500/9800 check MPUT-ACTIVE).  Obsolete chains of       * 10370503
      * overwritten keys are deleted inside the same unit of work.    * 10370513
      * After the commit, one audit record and one replication        * 10370523
      * conversation go out per entry, exactly as a run of single     * 10370533
      * POSTs would leave behind.  The batch shares one TTL (the      * 10370543
      * request's ttl=/policy result from 1310-TTL) and one media     * 10370553
      * type (the request's Content-Type).                            * 10370563
      ***************************************************************** 10370573
       4750-MPUT-CACHE.                                                 10370583
           MOVE ZEROES                      TO MPUT-COUNT.              10370593
           MOVE ZEROES                      TO MPUT-TOTAL-BYTES.        10370603
           MOVE 'N'                         TO MPUT-BAD-SW.             10370613
           MOVE WEB-PATH(1:10)              TO MPUT-SAVE-PATH.          10370623
           MOVE CACHE-ADDRESS-X             TO BODY-ADDRESS-X.          10370633
           MOVE RECEIVE-LENGTH              TO BODY-REMAINING.          10370643
                                                                        10370653
           PERFORM 4755-MPUT-PARSE-ENTRY  THRU 4755-EXIT                10370663
               WITH TEST BEFORE                                         10370673
               UNTIL BODY-REMAINING EQUAL ZEROES  OR                    10370683
                     MPUT-BAD.                                          10370693
                                                                        10370703
           IF  MPUT-BAD                                                 10370713
               PERFORM 9400-STATUS-400    THRU 9400-EXIT                10370723
               PERFORM 9000-RETURN        THRU 9000-EXIT.               10370733
                                                                        10370743
           IF  MPUT-COUNT EQUAL ZEROES                                  10370753
               MOVE HTTP-KEY-ZERO           TO HTTP-400-TEXT            10370763
               PERFORM 9400-STATUS-400    THRU 9400-EXIT                10370773
               PERFORM 9000-RETURN        THRU 9000-EXIT.               10370783
                                                                        10370793
           PERFORM 4752-MPUT-CHECK-GRANT  THRU 4752-EXIT                10370803
               WITH TEST AFTER                                          10370813
               VARYING MPUT-INDEX FROM 1 BY 1                           10370823
               UNTIL   MPUT-INDEX EQUAL MPUT-COUNT.                     10370833
                                                                        10370843
           MOVE 'Y'                         TO MPUT-ACTIVE-SW.          10370853
                                                                        10370863
           PERFORM 4770-MPUT-WRITE-ENTRY  THRU 4770-EXIT                10370873
               WITH TEST AFTER                                          10370883
               VARYING MPUT-INDEX FROM 1 BY 1                           10370893
               UNTIL   MPUT-INDEX EQUAL MPUT-COUNT.                     10370903
                                                                        10370913
           EXEC CICS SYNCPOINT NOHANDLE                                 10370923
           END-EXEC.                                                    10370933
                                                                        10370943
           MOVE 'N'                         TO MPUT-ACTIVE-SW.          10370953
                                                                        10370963
           PERFORM 8000-GET-URL           THRU 8000-EXIT.               10370973
                                                                        10370983
           MOVE ZF-TTL                      TO APPEND-TTL.              10370993
           MOVE SPACES                      TO WEB-QUERYSTRING.         10371003
           MOVE APPEND-QUERYSTRING          TO WEB-QUERYSTRING.         10371013
           MOVE APPEND-QUERY-LENGTH         TO WEB-QUERYSTRING-LENGTH.  10371023
           MOVE WEB-MEDIA-TYPE              TO ZF-MEDIA.                10371033
                                                                        10371043
           PERFORM 4780-MPUT-FANOUT-ENTRY THRU 4780-EXIT                10371053
               WITH TEST AFTER                                          10371063
               VARYING MPUT-INDEX FROM 1 BY 1                           10371073
               UNTIL   MPUT-INDEX EQUAL MPUT-COUNT.                     10371083
                                                                        10371093
           PERFORM 4790-SEND-MPUT-RESPONSE THRU 4790-EXIT.              10371103
                                                                        10371113
       4750-EXIT.                                                       10371123
           EXIT.                                                        10371133
                                                                        10371143
      ***************************************************************** 10371153
      * Prefix grants are judged for every entry before any entry is  * 10371163
      * written, so a scoped userid cannot land a partial batch.      * 10371173
      ***************************************************************** 10371183
       4752-MPUT-CHECK-GRANT.                                           10371193
           MOVE 'U'                         TO GRANT-ACCESS.            10371203
           MOVE LOW-VALUES                  TO GRANT-KEY.               10371213
           MOVE MPUT-ENT-KEY(MPUT-INDEX)                                10371223
                (1:MPUT-ENT-KEYLEN(MPUT-INDEX))                         10371233
             TO GRANT-KEY(1:MPUT-ENT-KEYLEN(MPUT-INDEX)).               10371243
           MOVE MPUT-ENT-KEYLEN(MPUT-INDEX) TO GRANT-KEY-LENGTH.        10371253
           PERFORM 1680-PREFIX-ACCESS     THRU 1680-EXIT.               10371263
                                                                        10371273
       4752-EXIT.                                                       10371283
           EXIT.                                                        10371293
                                                                        10371303
      ***************************************************************** 10371313
      * Atomic multi-entry write.                                     * 10371323
      * Parse the next entry: the header line, then the payload       * 10371333
      * window it describes.  Blank lines between entries are         * 10371343
      * consumed and skipped.                                         * 10371353
      ***************************************************************** 10371363
       4755-MPUT-PARSE-ENTRY.                                           10371373
           PERFORM 4760-MPUT-PARSE-HEADER THRU 4760-EXIT.               10371383
                                                                        10371393
           IF  MPUT-HDR-LENGTH EQUAL ZEROES                             10371403
               GO TO 4755-EXIT.                                         10371413
                                                                        10371423
           IF  MPUT-COUNT EQUAL MPUT-MAX                                10371433
               MOVE HTTP-MPUT-TOO-MANY      TO HTTP-400-TEXT            10371443
               MOVE 'Y'                     TO MPUT-BAD-SW              10371453
               GO TO 4755-EXIT.                                         10371463
                                                                        10371473
           MOVE SPACES                      TO MPUT-WORK-KEY.           10371483
           MOVE SPACES                      TO MPUT-LEN-TEXT.           10371493
           UNSTRING MPUT-HEADER(1:MPUT-HDR-LENGTH)                      10371503
               DELIMITED BY '|'                                         10371513
               INTO MPUT-WORK-KEY                                       10371523
                    MPUT-LEN-TEXT.                                      10371533
                                                                        10371543
           MOVE ZEROES                      TO MPUT-WORK-KEYLEN.        10371553
           INSPECT MPUT-WORK-KEY TALLYING MPUT-WORK-KEYLEN              10371563
               FOR CHARACTERS BEFORE INITIAL SPACE.                     10371573
                                                                        10371583
           MOVE MPUT-LEN-TEXT               TO RANGE-DIGIT-TEXT.        10371593
           PERFORM 1137-RANGE-DIGITS      THRU 1137-EXIT.               10371603
                                                                        10371613
           IF  MPUT-WORK-KEYLEN EQUAL ZEROES   OR                       10371623
               MPUT-WORK-KEYLEN GREATER THAN TWO-FIFTY-FIVE  OR         10371633
               NOT RANGE-DIGITS-OK             OR                       10371643
               RANGE-DIGIT-VALUE EQUAL ZEROES  OR                       10371653
               RANGE-DIGIT-VALUE GREATER THAN BODY-REMAINING            10371663
               MOVE HTTP-MPUT-ERROR         TO HTTP-400-TEXT            10371673
               MOVE 'Y'                     TO MPUT-BAD-SW              10371683
               GO TO 4755-EXIT.                                         10371693
                                                                        10371703
           ADD  ONE                         TO MPUT-COUNT.              10371713
           MOVE MPUT-WORK-KEY               TO MPUT-ENT-KEY(MPUT-COUNT) 10371723
           MOVE MPUT-WORK-KEYLEN                                        10371733
             TO MPUT-ENT-KEYLEN(MPUT-COUNT).                            10371743
           MOVE BODY-ADDRESS-X              TO MPUT-ENT-ADDR(MPUT-COUNT)10371753
           MOVE RANGE-DIGIT-VALUE           TO MPUT-ENT-LEN(MPUT-COUNT) 10371763
           ADD  RANGE-DIGIT-VALUE           TO MPUT-TOTAL-BYTES.        10371773
                                                                        10371783
           ADD      RANGE-DIGIT-VALUE       TO BODY-ADDRESS-X.          10371793
           SUBTRACT RANGE-DIGIT-VALUE     FROM BODY-REMAINING.          10371803
                                                                        10371813
           PERFORM 4767-MPUT-SKIP-ONE     THRU 4767-EXIT.               10371823
           PERFORM 4767-MPUT-SKIP-ONE     THRU 4767-EXIT.               10371833
                                                                        10371843
       4755-EXIT.                                                       10371853
           EXIT.                                                        10371863
                                                                        10371873
      ***************************************************************** 10371883
      * Atomic multi-entry write.                                     * 10371893
      * Collect the header line - body characters up to a CR or NL -  * 10371903
      * consuming the delimiter, then any immediately following NL    * 10371913
      * (a CRLF pair).                                                * 10371923
      ***************************************************************** 10371933
       4760-MPUT-PARSE-HEADER.                                          10371943
           MOVE SPACES                      TO MPUT-HEADER.             10371953
           MOVE ZEROES                      TO MPUT-HDR-LENGTH.         10371963
           MOVE ZEROES                      TO MPUT-SCAN.               10371973
           MOVE 'N'                         TO MPUT-DELIM-SW.           10371983
                                                                        10371993
           SET ADDRESS OF CACHE-MESSAGE     TO BODY-ADDRESS.            10372003
                                                                        10372013
           PERFORM 4762-MPUT-HEADER-CHAR  THRU 4762-EXIT                10372023
               WITH TEST BEFORE                                         10372033
               UNTIL MPUT-DELIM  OR                                     10372043
                     BODY-REMAINING EQUAL ZEROES.                       10372053
                                                                        10372063
           ADD MPUT-SCAN                    TO BODY-ADDRESS-X.          10372073
                                                                        10372083
           PERFORM 4767-MPUT-SKIP-ONE     THRU 4767-EXIT.               10372093
                                                                        10372103
       4760-EXIT.                                                       10372113
           EXIT.                                                        10372123
                                                                        10372133
       4762-MPUT-HEADER-CHAR.                                           10372143
           IF  CACHE-MESSAGE(MPUT-SCAN + 1:1) EQUAL CRLF(1:1)  OR       10372153
               CACHE-MESSAGE(MPUT-SCAN + 1:1) EQUAL MGET-NL             10372163
               MOVE 'Y'                     TO MPUT-DELIM-SW            10372173
           ELSE                                                         10372183
               IF  MPUT-HDR-LENGTH LESS THAN LENGTH OF MPUT-HEADER      10372193
                   ADD ONE                  TO MPUT-HDR-LENGTH          10372203
                   MOVE CACHE-MESSAGE(MPUT-SCAN + 1:1)                  10372213
                     TO MPUT-HEADER(MPUT-HDR-LENGTH:1)                  10372223
               END-IF                                                   10372233
           END-IF.                                                      10372243
                                                                        10372253
           ADD      ONE                     TO MPUT-SCAN.               10372263
           SUBTRACT ONE                   FROM BODY-REMAINING.          10372273
                                                                        10372283
       4762-EXIT.                                                       10372293
           EXIT.                                                        10372303
                                                                        10372313
      ***************************************************************** 10372323
      * Atomic multi-entry write.                                     * 10372333
      * Consume one CR or NL at the current body position, when one   * 10372343
      * is there - tolerant of CRLF, lone NL, and an omitted          * 10372353
      * trailing delimiter alike.                                     * 10372363
      ***************************************************************** 10372373
       4767-MPUT-SKIP-ONE.                                              10372383
           IF  BODY-REMAINING GREATER THAN ZEROES                       10372393
               SET ADDRESS OF CACHE-MESSAGE TO BODY-ADDRESS             10372403
               IF  CACHE-MESSAGE(1:1) EQUAL CRLF(1:1)  OR               10372413
                   CACHE-MESSAGE(1:1) EQUAL MGET-NL                     10372423
                   ADD      ONE             TO BODY-ADDRESS-X           10372433
                   SUBTRACT ONE           FROM BODY-REMAINING.          10372443
       4767-EXIT.                                                       10372453
           EXIT.                                                        10372463
                                                                        10372473
      ***************************************************************** 10372483
      * Atomic multi-entry write.                                     * 10372493
      * Store one parsed entry through the ordinary write internals.  * 10372503
      * The obsolete chain of an overwritten key is deleted inside    * 10372513
      * the same unit of work, so a rollback restores it intact.      * 10372523
      ***************************************************************** 10372533
       4770-MPUT-WRITE-ENTRY.                                           10372543
           MOVE LOW-VALUES                  TO DUPLICATE-POST.          10372553
           MOVE LOW-VALUES                  TO URI-KEY.                 10372563
           MOVE MPUT-ENT-KEY(MPUT-INDEX)                                10372573
                (1:MPUT-ENT-KEYLEN(MPUT-INDEX))                         10372583
             TO URI-KEY(1:MPUT-ENT-KEYLEN(MPUT-INDEX)).                 10372593
           MOVE MPUT-ENT-KEYLEN(MPUT-INDEX) TO URI-PATH-LENGTH.         10372603
                                                                        10372613
           MOVE MPUT-ENT-ADDR(MPUT-INDEX)   TO CACHE-ADDRESS-X.         10372623
           MOVE MPUT-ENT-LEN(MPUT-INDEX)    TO RECEIVE-LENGTH.          10372633
                                                                        10372643
           SET ADDRESS OF RAW-MESSAGE       TO CACHE-ADDRESS.           10372653
           MOVE RECEIVE-LENGTH              TO CKS-LENGTH.              10372663
           PERFORM 4950-COMPUTE-CHECKSUM  THRU 4950-EXIT.               10372673
                                                                        10372683
           MOVE 'UPDT'                      TO STAT-ID.                 10372693
           PERFORM 9980-BUMP-STAT         THRU 9980-EXIT.               10372703
                                                                        10372713
           PERFORM 4000-GET-COUNTER       THRU 4000-EXIT.               10372723
           PERFORM 4100-READ-KEY          THRU 4100-EXIT.               10372733
           PERFORM 4200-PROCESS-FILE      THRU 4200-EXIT.               10372743
                                                                        10372753
           IF  DUPLICATE-POST EQUAL 'Y'                                 10372763
               PERFORM 4710-DISCARD-CHAINS THRU 4710-EXIT.              10372773
                                                                        10372783
       4770-EXIT.                                                       10372793
           EXIT.                                                        10372803
                                                                        10372813
      ***************************************************************** 10372823
      * Atomic multi-entry write.                                     * 10372833
      * Post-commit fan-out for one entry: the audit record (which    * 10372843
      * also emits the invalidation event) and the Data Center        * 10372853
      * replication conversation, with the same retry/dead-letter     * 10372863
      * handling a single POST gets.                                  * 10372873
      ***************************************************************** 10372883
       4780-MPUT-FANOUT-ENTRY.                                          10372893
           MOVE LOW-VALUES                  TO URI-KEY.                 10372903
           MOVE MPUT-ENT-KEY(MPUT-INDEX)                                10372913
                (1:MPUT-ENT-KEYLEN(MPUT-INDEX))                         10372923
             TO URI-KEY(1:MPUT-ENT-KEYLEN(MPUT-INDEX)).                 10372933
           MOVE MPUT-ENT-KEYLEN(MPUT-INDEX) TO URI-PATH-LENGTH.         10372943
                                                                        10372953
           PERFORM 9960-WRITE-AUDIT       THRU 9960-EXIT.               10372963
                                                                        10372973
           IF  MPUT-SAVE-PATH EQUAL RESOURCES                           10372983
               IF  DC-TYPE EQUAL ACTIVE-ACTIVE   OR                     10372993
                   DC-TYPE EQUAL ACTIVE-STANDBY                         10373003
                   COMPUTE WEB-PATH-LENGTH =                            10373013
                       URI-PREFIX-LENGTH +                              10373023
                       MPUT-ENT-KEYLEN(MPUT-INDEX)                      10373033
                   MOVE MPUT-ENT-KEY(MPUT-INDEX)                        10373043
                        (1:MPUT-ENT-KEYLEN(MPUT-INDEX))                 10373053
                     TO WEB-PATH(URI-PREFIX-LENGTH + 1:                 10373063
                                 MPUT-ENT-KEYLEN(MPUT-INDEX))           10373073
                   MOVE MPUT-ENT-ADDR(MPUT-INDEX) TO SAVE-ADDRESS-X     10373083
                   MOVE MPUT-ENT-LEN(MPUT-INDEX)  TO RECEIVE-LENGTH     10373093
                   PERFORM 4600-REPLICATE THRU 4600-EXIT.               10373103
                                                                        10373113
       4780-EXIT.                                                       10373123
           EXIT.                                                        10373133
                                                                        10373143
      ***************************************************************** 10373153
      * Atomic multi-entry write.                                     * 10373163
      * Send the response - one 'key|STORED' line per entry.          * 10373173
      ***************************************************************** 10373183
       4790-SEND-MPUT-RESPONSE.                                         10373193
           MOVE SPACES                      TO MPUT-BUFFER.             10373203
           MOVE ZEROES                      TO MPUT-BUFLEN.             10373213
                                                                        10373223
           PERFORM 4795-MPUT-RESPONSE-LINE THRU 4795-EXIT               10373233
               WITH TEST AFTER                                          10373243
               VARYING MPUT-INDEX FROM 1 BY 1                           10373253
               UNTIL   MPUT-INDEX EQUAL MPUT-COUNT.                     10373263
                                                                        10373273
           MOVE DFHVALUE(IMMEDIATE)         TO SEND-ACTION.             10373283
                                                                        10373293
           PERFORM 9001-ACAO              THRU 9001-EXIT.               10373303
                                                                        10373313
           EXEC CICS WEB SEND                                           10373323
                FROM      (MPUT-BUFFER)                                 10373333
                FROMLENGTH(MPUT-BUFLEN)                                 10373343
                MEDIATYPE (TEXT-PLAIN)                                  10373353
                STATUSCODE(HTTP-STATUS-200)                             10373363
                STATUSTEXT(HTTP-OK)                                     10373373
                ACTION    (SEND-ACTION)                                 10373383
                SRVCONVERT                                              10373393
                NOHANDLE                                                10373403
           END-EXEC.                                                    10373413
                                                                        10373423
           MOVE 200                         TO ACT-STATUS-WORK.         10373433
           MOVE MPUT-TOTAL-BYTES            TO ACT-BYTES-WORK.          10373443
           PERFORM 9990-WRITE-ACCOUNTING  THRU 9990-EXIT.               10373453
                                                                        10373463
       4790-EXIT.                                                       10373473
           EXIT.                                                        10373483
                                                                        10373493
       4795-MPUT-RESPONSE-LINE.                                         10373503
           MOVE SPACES                      TO MPUT-LINE.               10373513
           STRING MPUT-ENT-KEY(MPUT-INDEX)                              10373523
                  (1:MPUT-ENT-KEYLEN(MPUT-INDEX)) DELIMITED BY SIZE     10373533
                  '|STORED'                       DELIMITED BY SIZE     10373543
                  CRLF                            DELIMITED BY SIZE     10373553
               INTO MPUT-LINE.                                          10373563
                                                                        10373573
           COMPUTE MPUT-LINE-LENGTH =                                   10373583
               MPUT-ENT-KEYLEN(MPUT-INDEX) + 9.                         10373593
                                                                        10373603
           IF  MPUT-BUFLEN + MPUT-LINE-LENGTH                           10373613
                   LESS THAN LENGTH OF MPUT-BUFFER                      10373623
               MOVE MPUT-LINE(1:MPUT-LINE-LENGTH)                       10373633
                 TO MPUT-BUFFER(MPUT-BUFLEN + 1:MPUT-LINE-LENGTH)       10373643
               ADD  MPUT-LINE-LENGTH        TO MPUT-BUFLEN.             10373653
                                                                        10373663
       4795-EXIT.                                                       10373673
           EXIT.                                                        10373683
                                                                        10373693
      ***************************************************************** 10373703
      * HTTP POST/PUT.                                                * 10373713
      * Run-length encode the received payload ahead of segmentation. * 10373723
      * Only text-class media is eligible (binary payloads may        * 10373733
      * contain the X'00' escape byte; so may mis-tagged text, which  * 10373743
      * the INSPECT scan rejects), and only when the encoding         * 10373753
      * actually saves space - the abort path stores the payload      * 10373763
      * verbatim, exactly as before this support.  On success the     * 10373773
      * CACHE-ADDRESS/RECEIVE-LENGTH that 4200-PROCESS-FILE segments  * 10373783
      * from are swapped to the encoded copy; 4200 swaps them back    * 10373793
      * after the KEY rewrite so Data Center replication always       * 10373803
      * ships the original bytes.                                     * 10373813
      ***************************************************************** 10373823
       4800-COMPRESS-PAYLOAD.                                           10373833
           MOVE 'N'                         TO CPR-COMPRESSED-SW.       10373843
           MOVE 'N'                         TO CPR-ABORT-SW.            10373853
                                                                        10373863
           IF  WEB-MEDIA-TYPE(1:04) EQUAL TEXT-ANYTHING    OR           10373873
               WEB-MEDIA-TYPE(1:15) EQUAL APPLICATION-XML   OR          10373883
               WEB-MEDIA-TYPE(1:16) EQUAL APPLICATION-JSON              10373893
               CONTINUE                                                 10373903
           ELSE                                                         10373913
               GO TO 4800-EXIT.                                         10373923
                                                                        10373933
           IF  RECEIVE-LENGTH LESS THAN CPR-MINIMUM                     10373943
               GO TO 4800-EXIT.                                         10373953
                                                                        10373963
           MOVE RECEIVE-LENGTH              TO CPR-ORIG-LENGTH.         10373973
           MOVE RECEIVE-LENGTH              TO CPR-ORIG-EDIT.           10373983
                                                                        10373993
           SET ADDRESS OF RAW-MESSAGE       TO CACHE-ADDRESS.           10374003
                                                                        10374013
           MOVE ZEROES                      TO CPR-TALLY.               10374023
           INSPECT RAW-MESSAGE(1:CPR-ORIG-LENGTH)                       10374033
               TALLYING CPR-TALLY FOR ALL BINARY-ZERO.                  10374043
                                                                        10374053
           IF  CPR-TALLY GREATER THAN ZEROES                            10374063
               GO TO 4800-EXIT.                                         10374073
                                                                        10374083
           MOVE CPR-ORIG-LENGTH             TO GETMAIN-LENGTH.          10374093
                                                                        10374103
           EXEC CICS GETMAIN SET(CPR-POINTER)                           10374113
                FLENGTH(GETMAIN-LENGTH)                                 10374123
                INITIMG(BINARY-ZEROES)                                  10374133
                NOHANDLE                                                10374143
           END-EXEC.                                                    10374153
                                                                        10374163
           SET ADDRESS OF CPR-MESSAGE       TO CPR-POINTER.             10374173
                                                                        10374183
           MOVE ONE                         TO CPR-IN.                  10374193
           MOVE ONE                         TO CPR-OUT.                 10374203
                                                                        10374213
           PERFORM 4810-COMPRESS-RUN      THRU 4810-EXIT                10374223
               WITH TEST BEFORE                                         10374233
               UNTIL CPR-IN GREATER THAN CPR-ORIG-LENGTH  OR            10374243
                     CPR-ABORT.                                         10374253
                                                                        10374263
           IF  NOT CPR-ABORT                                            10374273
               COMPUTE CPR-LENGTH = CPR-OUT - 1                         10374283
               MOVE 'Y'                     TO CPR-COMPRESSED-SW        10374293
               MOVE CACHE-ADDRESS-X         TO CPR-ORIG-ADDRESS-X       10374303
               MOVE CPR-POINTER-X           TO CACHE-ADDRESS-X          10374313
               MOVE CPR-LENGTH              TO RECEIVE-LENGTH.          10374323
                                                                        10374333
       4800-EXIT.                                                       10374343
           EXIT.                                                        10374353
                                                                        10374363
      ***************************************************************** 10374373
      * Encode one run: four or more equal bytes become the 3-byte    * 10374383
      * escape/count/byte token, shorter runs are copied literally.   * 10374393
      * The encoding aborts the moment it stops being a saving.       * 10374403
      ***************************************************************** 10374413
       4810-COMPRESS-RUN.                                               10374423
           COMPUTE CPR-REMAIN = CPR-ORIG-LENGTH - CPR-IN + 1.           10374433
                                                                        10374443
           IF  CPR-REMAIN GREATER THAN 255                              10374453
               MOVE 255                     TO CPR-LIMIT                10374463
           ELSE                                                         10374473
               MOVE CPR-REMAIN              TO CPR-LIMIT.               10374483
                                                                        10374493
           MOVE ONE                         TO CPR-RUN.                 10374503
                                                                        10374513
           PERFORM 4820-COUNT-RUN         THRU 4820-EXIT                10374523
               WITH TEST BEFORE                                         10374533
               UNTIL CPR-RUN EQUAL CPR-LIMIT  OR                        10374543
                     RAW-MESSAGE(CPR-IN + CPR-RUN:1) NOT EQUAL          10374553
                     RAW-MESSAGE(CPR-IN:1).                             10374563
                                                                        10374573
           IF  CPR-RUN GREATER THAN THREE                               10374583
               IF  CPR-OUT + THREE GREATER THAN CPR-ORIG-LENGTH         10374593
                   MOVE 'Y'                 TO CPR-ABORT-SW             10374603
                   GO TO 4810-EXIT                                      10374613
               END-IF                                                   10374623
               MOVE BINARY-ZERO             TO CPR-MESSAGE(CPR-OUT:1)   10374633
               MOVE CPR-RUN                 TO CPR-COUNT-HW             10374643
               MOVE CPR-COUNT-BYTE                                      10374653
                 TO CPR-MESSAGE(CPR-OUT + 1:1)                          10374663
               MOVE RAW-MESSAGE(CPR-IN:1)                               10374673
                 TO CPR-MESSAGE(CPR-OUT + 2:1)                          10374683
               ADD  THREE                   TO CPR-OUT                  10374693
           ELSE                                                         10374703
               IF  CPR-OUT + CPR-RUN GREATER THAN CPR-ORIG-LENGTH       10374713
                   MOVE 'Y'                 TO CPR-ABORT-SW             10374723
                   GO TO 4810-EXIT                                      10374733
               END-IF                                                   10374743
               MOVE RAW-MESSAGE(CPR-IN:CPR-RUN)                         10374753
                 TO CPR-MESSAGE(CPR-OUT:CPR-RUN)                        10374763
               ADD  CPR-RUN                 TO CPR-OUT                  10374773
           END-IF.                                                      10374783
                                                                        10374793
           ADD CPR-RUN                      TO CPR-IN.                  10374803
                                                                        10374813
       4810-EXIT.                                                       10374823
           EXIT.                                                        10374833
                                                                        10374843
       4820-COUNT-RUN.                                                  10374853
           ADD ONE TO CPR-RUN.                                          10374863
       4820-EXIT.                                                       10374873
           EXIT.                                                        10374883
                                                                        10374893
      ***************************************************************** 10374903
      * HTTP POST/PUT.                                                * 10374913
      * Encipher the payload about to be segmented when its key falls * 10374923
      * under a prefix listed in ZN-FCT with ZN-ENCRYPT 'Y'.  The     * 10374933
      * current (first) ZCxxEK generation's ICSF key is used with a   * 10374943
      * fresh random IV; the stored bytes are the IV followed by the  * 10374953
      * AES-CBC ciphertext.  As in 4800, CACHE-ADDRESS/RECEIVE-LENGTH * 10374963
      * are swapped to the new copy and 4200 swaps them back after    * 10374973
      * the KEY rewrite.  An encrypting prefix with no usable key, or * 10374983
      * an ICSF failure, refuses the write with 507 - the payload is  * 10374993
      * never stored in clear under such a prefix.                    * 10375003
      ***************************************************************** 10375013
       4850-ENCRYPT-PAYLOAD.                                            10375023
           MOVE 'N'                         TO CRY-ENCRYPTED-SW.        10375033
                                                                        10375043
           MOVE URI-KEY                     TO SENSITIVE-KEY.           10375053
           MOVE URI-PATH-LENGTH             TO SENSITIVE-KEY-LENGTH.    10375063
           PERFORM 9955-CHECK-SENSITIVE   THRU 9955-EXIT.               10375073
                                                                        10375083
           IF  NOT ENCRYPT-KEY-HIT                                      10375093
               GO TO 4850-EXIT.                                         10375103
                                                                        10375113
           PERFORM 4860-LOAD-KEYS         THRU 4860-EXIT.               10375123
                                                                        10375133
           IF  EK-GENERATION(1) NOT NUMERIC  OR                         10375143
               EK-LABEL(1)      EQUAL SPACES                            10375153
               PERFORM 9999-ROLLBACK      THRU 9999-EXIT                10375163
               MOVE HTTP-CRYPTO-KEY-ERROR   TO HTTP-507-TEXT            10375173
               MOVE HTTP-CRYPTO-LENGTH      TO HTTP-507-LENGTH          10375183
               PERFORM 9800-STATUS-507    THRU 9800-EXIT                10375193
               PERFORM 9000-RETURN        THRU 9000-EXIT.               10375203
                                                                        10375213
           CALL EK-CSNBRNG USING EK-RETURN-CODE                         10375223
                                 EK-REASON-CODE                         10375233
                                 EK-EXIT-LENGTH                         10375243
                                 EK-EXIT-DATA                           10375253
                                 EK-RANDOM-FORM                         10375263
                                 EK-RANDOM.                             10375273
           MOVE EK-RANDOM                   TO EK-IV(1:8).              10375283
                                                                        10375293
           CALL EK-CSNBRNG USING EK-RETURN-CODE                         10375303
                                 EK-REASON-CODE                         10375313
                                 EK-EXIT-LENGTH                         10375323
                                 EK-EXIT-DATA                           10375333
                                 EK-RANDOM-FORM                         10375343
                                 EK-RANDOM.                             10375353
           MOVE EK-RANDOM                   TO EK-IV(9:8).              10375363
                                                                        10375373
           COMPUTE GETMAIN-LENGTH = RECEIVE-LENGTH + EK-OVERHEAD.       10375383
                                                                        10375393
           EXEC CICS GETMAIN SET(CRY-POINTER)                           10375403
                FLENGTH(GETMAIN-LENGTH)                                 10375413
                INITIMG(BINARY-ZEROES)                                  10375423
                NOHANDLE                                                10375433
           END-EXEC.                                                    10375443
                                                                        10375453
           SET ADDRESS OF CRY-MESSAGE       TO CRY-POINTER.             10375463
           MOVE EK-IV                       TO CRY-MESSAGE(1:16).       10375473
                                                                        10375483
           COMPUTE CRY-TEXT-POINTER-X = CRY-POINTER-X + 16.             10375493
           SET ADDRESS OF CRY-TEXT          TO CRY-TEXT-POINTER.        10375503
           SET ADDRESS OF RAW-MESSAGE       TO CACHE-ADDRESS.           10375513
                                                                        10375523
           MOVE EK-LABEL(1)                 TO EK-KEY-LABEL.            10375533
           MOVE RECEIVE-LENGTH              TO EK-CLEAR-LENGTH.         10375543
           COMPUTE EK-CIPHER-LENGTH = RECEIVE-LENGTH + 16.              10375553
           MOVE LOW-VALUES                  TO EK-CHAIN-DATA.           10375563
                                                                        10375573
           CALL EK-CSNBSYE USING EK-RETURN-CODE                         10375583
                                 EK-REASON-CODE                         10375593
                                 EK-EXIT-LENGTH                         10375603
                                 EK-EXIT-DATA                           10375613
                                 EK-RULE-COUNT                          10375623
                                 EK-RULE-ARRAY                          10375633
                                 EK-KEY-LENGTH                          10375643
                                 EK-KEY-LABEL                           10375653
                                 EK-KEY-PARMS-LENGTH                    10375663
                                 EK-KEY-PARMS                           10375673
                                 EK-BLOCK-SIZE                          10375683
                                 EK-IV-LENGTH                           10375693
                                 EK-IV                                  10375703
                                 EK-CHAIN-LENGTH                        10375713
                                 EK-CHAIN-DATA                          10375723
                                 EK-CLEAR-LENGTH                        10375733
                                 RAW-MESSAGE                            10375743
                                 EK-CIPHER-LENGTH                       10375753
                                 CRY-TEXT                               10375763
                                 EK-OPTIONAL-LENGTH                     10375773
                                 EK-OPTIONAL-DATA.                      10375783
                                                                        10375793
           IF  EK-RETURN-CODE GREATER THAN EK-WARNING-RC                10375803
               EXEC CICS FREEMAIN                                       10375813
                    DATAPOINTER(CRY-POINTER)                            10375823
                    NOHANDLE                                            10375833
               END-EXEC                                                 10375843
               PERFORM 9999-ROLLBACK      THRU 9999-EXIT                10375853
               MOVE HTTP-ENCRYPT-ERROR      TO HTTP-507-TEXT            10375863
               MOVE HTTP-CRYPTO-LENGTH      TO HTTP-507-LENGTH          10375873
               PERFORM 9800-STATUS-507    THRU 9800-EXIT                10375883
               PERFORM 9000-RETURN        THRU 9000-EXIT.               10375893
                                                                        10375903
           MOVE 'Y'                         TO CRY-ENCRYPTED-SW.        10375913
           MOVE EK-GENERATION(1)            TO CRY-GENERATION.          10375923
           MOVE CACHE-ADDRESS-X             TO CRY-ORIG-ADDRESS-X.      10375933
           MOVE RECEIVE-LENGTH              TO CRY-ORIG-LENGTH.         10375943
           MOVE CRY-POINTER-X               TO CACHE-ADDRESS-X.         10375953
           COMPUTE RECEIVE-LENGTH = EK-CIPHER-LENGTH + 16.              10375963
                                                                        10375973
       4850-EXIT.                                                       10375983
           EXIT.                                                        10375993
                                                                        10376003
      ***************************************************************** 10376013
      * Load the ZCxxEK key table once per task.  An absent template  * 10376023
      * leaves every line blank, which 4850 and 4870 treat as no key. * 10376033
      ***************************************************************** 10376043
       4860-LOAD-KEYS.                                                  10376053
           IF  KEYS-LOADED                                              10376063
               GO TO 4860-EXIT.                                         10376073
                                                                        10376083
           MOVE 'Y'                           TO EK-LOAD-SW.            10376093
           MOVE SPACES                        TO EK-DSECT.              10376103
           MOVE DC-TRANID                     TO EK-TRANID.             10376113
                                                                        10376123
           EXEC CICS DOCUMENT CREATE DOCTOKEN(EK-TOKEN)                 10376133
                TEMPLATE(ZECS-EK)                                       10376143
                RESP(EK-RESP)                                           10376153
                NOHANDLE                                                10376163
           END-EXEC.                                                    10376173
                                                                        10376183
           IF  EK-RESP NOT EQUAL DFHRESP(NORMAL)                        10376193
               GO TO 4860-EXIT.                                         10376203
                                                                        10376213
           MOVE LENGTH OF EK-DSECT            TO EK-DSECT-LENGTH.       10376223
                                                                        10376233
           EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(EK-TOKEN)               10376243
                INTO     (EK-DSECT)                                     10376253
                LENGTH   (EK-DSECT-LENGTH)                              10376263
                MAXLENGTH(EK-DSECT-LENGTH)                              10376273
                DATAONLY                                                10376283
                RESP(EK-RESP)                                           10376293
                NOHANDLE                                                10376303
           END-EXEC.                                                    10376313
                                                                        10376323
           IF  EK-RESP NOT EQUAL DFHRESP(NORMAL)                        10376333
               MOVE SPACES                    TO EK-DSECT.              10376343
                                                                        10376353
       4860-EXIT.                                                       10376363
           EXIT.                                                        10376373
                                                                        10376383
      ***************************************************************** 10376393
      * Decipher a stored entry.  The caller points CRY-TEXT-POINTER  * 10376403
      * at the staged stored bytes (IV then ciphertext) and sets CRY- * 10376413
      * LENGTH; ZF-EXTRA bytes 11-12 name the key generation.  On     * 10376423
      * return CRY-POINTER addresses a fresh buffer holding EK-CLEAR- * 10376433
      * LENGTH bytes of clear (possibly still run-length encoded)     * 10376443
      * payload - the caller FREEMAINs it - or CRY-FAILED is set with * 10376453
      * the 507 text in CRY-ERROR-TEXT.                               * 10376463
      ***************************************************************** 10376473
       4870-DECRYPT-PAYLOAD.                                            10376483
           MOVE 'N'                         TO CRY-FAILED-SW.           10376493
           MOVE HTTP-DECRYPT-ERROR          TO CRY-ERROR-TEXT.          10376503
                                                                        10376513
           PERFORM 4860-LOAD-KEYS         THRU 4860-EXIT.               10376523
                                                                        10376533
           MOVE ZEROES                      TO CRY-MATCH.               10376543
           PERFORM 4875-FIND-KEY          THRU 4875-EXIT                10376553
               VARYING CRY-INDEX FROM 1 BY 1                            10376563
               UNTIL   CRY-INDEX GREATER THAN EIGHT  OR                 10376573
                       CRY-MATCH GREATER THAN ZEROES.                   10376583
                                                                        10376593
           IF  CRY-MATCH EQUAL ZEROES                                   10376603
               MOVE 'Y'                     TO CRY-FAILED-SW            10376613
               MOVE HTTP-CRYPTO-KEY-ERROR   TO CRY-ERROR-TEXT           10376623
               GO TO 4870-EXIT.                                         10376633
                                                                        10376643
           IF  CRY-LENGTH LESS THAN EK-OVERHEAD                         10376653
               MOVE 'Y'                     TO CRY-FAILED-SW            10376663
               GO TO 4870-EXIT.                                         10376673
                                                                        10376683
           SET ADDRESS OF CRY-TEXT          TO CRY-TEXT-POINTER.        10376693
           MOVE CRY-TEXT(1:16)              TO EK-IV.                   10376703
           ADD  16                          TO CRY-TEXT-POINTER-X.      10376713
           SET ADDRESS OF CRY-TEXT          TO CRY-TEXT-POINTER.        10376723
                                                                        10376733
           MOVE EK-LABEL(CRY-MATCH)         TO EK-KEY-LABEL.            10376743
           COMPUTE EK-CIPHER-LENGTH = CRY-LENGTH - 16.                  10376753
           MOVE EK-CIPHER-LENGTH            TO EK-CLEAR-LENGTH.         10376763
           MOVE EK-CIPHER-LENGTH            TO GETMAIN-LENGTH.          10376773
           MOVE LOW-VALUES                  TO EK-CHAIN-DATA.           10376783
                                                                        10376793
           EXEC CICS GETMAIN SET(CRY-POINTER)                           10376803
                FLENGTH(GETMAIN-LENGTH)                                 10376813
                INITIMG(BINARY-ZEROES)                                  10376823
                NOHANDLE                                                10376833
           END-EXEC.                                                    10376843
                                                                        10376853
           SET ADDRESS OF CRY-MESSAGE       TO CRY-POINTER.             10376863
                                                                        10376873
           CALL EK-CSNBSYD USING EK-RETURN-CODE                         10376883
                                 EK-REASON-CODE                         10376893
                                 EK-EXIT-LENGTH                         10376903
                                 EK-EXIT-DATA                           10376913
                                 EK-RULE-COUNT                          10376923
                                 EK-RULE-ARRAY                          10376933
                                 EK-KEY-LENGTH                          10376943
                                 EK-KEY-LABEL                           10376953
                                 EK-KEY-PARMS-LENGTH                    10376963
                                 EK-KEY-PARMS                           10376973
                                 EK-BLOCK-SIZE                          10376983
                                 EK-IV-LENGTH                           10376993
                                 EK-IV                                  10377003
                                 EK-CHAIN-LENGTH                        10377013
                                 EK-CHAIN-DATA                          10377023
                                 EK-CIPHER-LENGTH                       10377033
                                 CRY-TEXT                               10377043
                                 EK-CLEAR-LENGTH                        10377053
                                 CRY-MESSAGE                            10377063
                                 EK-OPTIONAL-LENGTH                     10377073
                                 EK-OPTIONAL-DATA.                      10377083
                                                                        10377093
           IF  EK-RETURN-CODE GREATER THAN EK-WARNING-RC                10377103
               EXEC CICS FREEMAIN                                       10377113
                    DATAPOINTER(CRY-POINTER)                            10377123
                    NOHANDLE                                            10377133
               END-EXEC                                                 10377143
               MOVE 'Y'                     TO CRY-FAILED-SW.           10377153
                                                                        10377163
       4870-EXIT.                                                       10377173
           EXIT.                                                        10377183
                                                                        10377193
       4875-FIND-KEY.                                                   10377203
           IF  EK-GENERATION(CRY-INDEX) EQUAL ZF-EXTRA(11:2)  AND       10377213
               EK-LABEL     (CRY-INDEX) NOT EQUAL SPACES                10377223
               MOVE CRY-INDEX               TO CRY-MATCH.               10377233
                                                                        10377243
       4875-EXIT.                                                       10377253
           EXIT.                                                        10377263
                                                                        10377273
      ***************************************************************** 10377283
      * Decode a run-length encoded payload.  The caller addresses    * 10377293
      * CPR-MESSAGE over the encoded bytes (CPR-LENGTH of them) and   * 10377303
      * RAW-MESSAGE over the target buffer (CPR-ORIG-LENGTH           * 10377313
      * capacity), and primes CPR-IN/CPR-OUT/CPR-ABORT-SW; on return  * 10377323
      * CPR-OUT - 1 is the decoded length and CPR-ABORT reports a     * 10377333
      * malformed encoding (truncated token or overrun).              * 10377343
      ***************************************************************** 10377353
       4900-DECODE-PAYLOAD.                                             10377363
           PERFORM 4910-DECODE-TOKEN      THRU 4910-EXIT                10377373
               WITH TEST BEFORE                                         10377383
               UNTIL CPR-IN GREATER THAN CPR-LENGTH  OR                 10377393
                     CPR-ABORT.                                         10377403
       4900-EXIT.                                                       10377413
           EXIT.                                                        10377423
                                                                        10377433
       4910-DECODE-TOKEN.                                               10377443
           IF  CPR-MESSAGE(CPR-IN:1) EQUAL BINARY-ZERO                  10377453
               IF  CPR-IN + TWO GREATER THAN CPR-LENGTH                 10377463
                   MOVE 'Y'                 TO CPR-ABORT-SW             10377473
                   GO TO 4910-EXIT                                      10377483
               END-IF                                                   10377493
               MOVE ZEROES                  TO CPR-COUNT-HW             10377503
               MOVE CPR-MESSAGE(CPR-IN + 1:1)                           10377513
                 TO CPR-COUNT-BYTE                                      10377523
               MOVE CPR-COUNT-HW            TO CPR-RUN                  10377533
               IF  CPR-RUN EQUAL ZEROES  OR                             10377543
                   CPR-OUT + CPR-RUN - 1 GREATER THAN CPR-ORIG-LENGTH   10377553
                   MOVE 'Y'                 TO CPR-ABORT-SW             10377563
                   GO TO 4910-EXIT                                      10377573
               END-IF                                                   10377583
               PERFORM 4920-DECODE-EXPAND THRU 4920-EXIT                10377593
                   WITH TEST AFTER                                      10377603
                   VARYING CPR-REMAIN FROM 1 BY 1                       10377613
                   UNTIL   CPR-REMAIN EQUAL CPR-RUN                     10377623
               ADD  THREE                   TO CPR-IN                   10377633
           ELSE                                                         10377643
               IF  CPR-OUT GREATER THAN CPR-ORIG-LENGTH                 10377653
                   MOVE 'Y'                 TO CPR-ABORT-SW             10377663
                   GO TO 4910-EXIT                                      10377673
               END-IF                                                   10377683
               MOVE CPR-MESSAGE(CPR-IN:1)                               10377693
                 TO RAW-MESSAGE(CPR-OUT:1)                              10377703
               ADD  ONE                     TO CPR-OUT                  10377713
               ADD  ONE                     TO CPR-IN                   10377723
           END-IF.                                                      10377733
       4910-EXIT.                                                       10377743
           EXIT.                                                        10377753
                                                                        10377763
       4920-DECODE-EXPAND.                                              10377773
           MOVE CPR-MESSAGE(CPR-IN + 2:1)                               10377783
             TO RAW-MESSAGE(CPR-OUT:1).                                 10377793
           ADD ONE TO CPR-OUT.                                          10377803
       4920-EXIT.                                                       10377813
           EXIT.                                                        10377823
                                                                        10377833
      ***************************************************************** 10377843
      * Compute the payload integrity checksum: the sum of the byte   * 10377853
      * values plus the payload length, modulo 999999999.  The        * 10377863
      * caller addresses RAW-MESSAGE over the payload and sets        * 10377873
      * CKS-LENGTH; the result is returned in CKS-EDIT, display       * 10377883
      * digits, ready for ZK-CHECKSUM or comparison against it.       * 10377893
      ***************************************************************** 10377903
       4950-COMPUTE-CHECKSUM.                                           10377913
           MOVE ZEROES                      TO CKS-SUM.                 10377923
                                                                        10377933
           PERFORM 4955-CHECKSUM-BYTE     THRU 4955-EXIT                10377943
               WITH TEST BEFORE                                         10377953
               VARYING CKS-IDX FROM 1 BY 1                              10377963
               UNTIL   CKS-IDX GREATER THAN CKS-LENGTH.                 10377973
                                                                        10377983
           ADD CKS-LENGTH                   TO CKS-SUM.                 10377993
                                                                        10378003
           DIVIDE CKS-SUM BY CKS-MODULUS                                10378013
               GIVING    CKS-QUOT                                       10378023
               REMAINDER CKS-REM.                                       10378033
                                                                        10378043
           MOVE CKS-REM                     TO CKS-EDIT.                10378053
                                                                        10378063
       4950-EXIT.                                                       10378073
           EXIT.                                                        10378083
                                                                        10378093
       4955-CHECKSUM-BYTE.                                              10378103
           MOVE ZEROES                      TO CKS-HW.                  10378113
           MOVE RAW-MESSAGE(CKS-IDX:1)      TO CKS-BYTE.                10378123
           ADD  CKS-HW                      TO CKS-SUM.                 10378133
       4955-EXIT.                                                       10378143
           EXIT.                                                        10378153
                                                                        10380000
      ***************************************************************** 10390000
      * HTTP DELETE                                                   * 10400000
                NOHANDLE                                                10607300
           END-EXEC.                                                    10607400
                                                                        10607500
           PERFORM 9945-DROP-TAGS     THRU 9945-EXIT.                   10607510
                                                                        10607520
           PERFORM 5200-DELETE-FILE   THRU 5200-EXIT                    10607600
                   WITH TEST AFTER                                      10607700
                   VARYING ZF-SEGMENT FROM 1 BY 1                       10607800
                   UNTIL EIBRESP NOT EQUAL DFHRESP(NORMAL).             10607900
                                                                        10607910
           PERFORM 5250-DELETE-VERSIONS THRU 5250-EXIT.                 10607920
                                                                        10607930
           PERFORM 9960-WRITE-AUDIT   THRU 9960-EXIT.                   10608100
                                                                        10608200
           MOVE 'PURG'                  TO STAT-ID.                     10608210
      ***************************************************************** 10610000
      * HTTP DELETE                                                   * 10620000
      * Delete KEY structure.                                         * 10630001
      * The entry's tag records go with it (9945-DROP-TAGS).          * 10630011
      ***************************************************************** 10640000
       5100-DELETE-KEY.                                                 10650001
                                                                        10660000
                RIDFLD(ZK-KEY)                                          10680000
                NOHANDLE                                                10690000
           END-EXEC.                                                    10700000
                                                                        10700010
           PERFORM 9945-DROP-TAGS         THRU 9945-EXIT.               10700020
                                                                        10710000
       5100-EXIT.                                                       10720000
           EXIT.                                                        10730000
           END-EXEC.                                                    10900000
                                                                        10910000
       5200-EXIT.                                                       10920000
           EXIT.                                                        10920010
                                                                        10920020
      ***************************************************************** 10920030
      * HTTP DELETE                                                   * 10920040
      * Delete the retained version chains of the KEY record just     * 10920050
      * deleted - versions live and die with their entry.             * 10920060
      * The deleted entry's own chain gives back its reference on a   * 10920070
      * shared tail first (9935-RELEASE-CONTENT), then each version   * 10920080
      * chain does as it goes.                                        * 10920090
      ***************************************************************** 10920100
       5250-DELETE-VERSIONS.                                            10920110
           MOVE ZK-ZF-KEY                   TO RELEASE-CHAIN.           10920120
           PERFORM 9935-RELEASE-CONTENT   THRU 9935-EXIT.               10920130
                                                                        10920140
           PERFORM 4109-EDIT-VERSION-COUNT THRU 4109-EXIT.              10920150
                                                                        10920160
           PERFORM 5260-DELETE-VERSION    THRU 5260-EXIT                10920170
               VARYING VERSION-INDEX FROM 1 BY 1                        10920180
               UNTIL   VERSION-INDEX GREATER THAN ZK-VERSION-COUNT.     10920190
       5250-EXIT.                                                       10920200
           EXIT.                                                        10920210
                                                                        10920220
       5260-DELETE-VERSION.                                             10920230
           MOVE ZK-VERSION-ZF-KEY(VERSION-INDEX) TO DELETE-KEY.         10920240
           MOVE ZEROES                      TO DELETE-ZEROES.           10920250
                                                                        10920260
           PERFORM 4700-DELETE            THRU 4700-EXIT                10920270
               WITH TEST AFTER                                          10920280
               VARYING DELETE-SEGMENT FROM 1 BY 1                       10920290
               UNTIL EIBRESP NOT EQUAL DFHRESP(NORMAL).                 10920300
                                                                        10920310
           MOVE DELETE-KEY                  TO RELEASE-CHAIN.           10920320
           PERFORM 9935-RELEASE-CONTENT   THRU 9935-EXIT.               10920330
       5260-EXIT.                                                       10920340
           EXIT.                                                        10930000
                                                                        10940000
      ***************************************************************** 10950000
                                                                        11424200
      ***************************************************************** 11430000
      * HTTP DELETE.                                                  * 11440000
      * Replicate DELETE request to every active partner Data         * 11440010
      * Center.  Failure handling matches 4600-REPLICATE - one        * 11440020
      * retry, then a dead letter for the partner that missed it      * 11440030
      * via 9970-WRITE-DEAD-LETTER.                                   * 11440040
      ***************************************************************** 11460000
       5400-REPLICATE.                                                  11470001
           PERFORM 5410-REPLICATE-PARTNER THRU 5410-EXIT                11470011
               VARYING PARTNER-INDEX FROM 1 BY 1                        11470021
               UNTIL   PARTNER-INDEX GREATER THAN PARTNER-COUNT.        11470031
                                                                        11470041
       5400-EXIT.                                                       11470051
           EXIT.                                                        11470061
                                                                        11470071
      ***************************************************************** 11470081
      * One partner's share of the fan-out - standby partners are     * 11470091
      * skipped, and a partner whose URL will not parse is            * 11470101
      * dead-lettered without a session so the change is replayed     * 11470111
      * once its ZCxxDP line is corrected.                            * 11470121
      ***************************************************************** 11470131
       5410-REPLICATE-PARTNER.                                          11470141
           IF  NOT PT-ACTIVE(PARTNER-INDEX)                             11470151
               GO TO 5410-EXIT.                                         11470161
                                                                        11470171
           PERFORM 8050-SELECT-PARTNER    THRU 8050-EXIT.               11470181
                                                                        11470191
           IF  NOT PT-URL-OK(PARTNER-INDEX)                             11470201
               MOVE 'Y'                     TO REPL-FAILED-SW           11470211
               MOVE ZEROES                  TO WEB-STATUS-CODE          11470221
               MOVE HTTP-PARTNER-URL        TO WEB-STATUS-TEXT          11470231
               PERFORM 9970-WRITE-DEAD-LETTER THRU 9970-EXIT            11470241
               GO TO 5410-EXIT.                                         11470251
                                                                        11480001
           PERFORM 8100-WEB-OPEN          THRU 8100-EXIT.               11490001
                                                                        11500001
           IF  REPL-FAILED                                              11548001
               PERFORM 9970-WRITE-DEAD-LETTER THRU 9970-EXIT.           11549001
                                                                        11560000
       5410-EXIT.                                                       11560010
           EXIT.                                                        11580001
                                                                        11590000
      ***************************************************************** 11600000
               PERFORM 9000-RETURN        THRU 9000-EXIT.               12430271
                                                                        12430272
      ***************************************************************** 12430273
      * A rename removes the source, so it needs a DELETE prefix      * 12430275
      * grant on the source as well as the UPDATE grant already      *  12430277
      * checked on the target.                                        * 12430279
      ***************************************************************** 12430281
           IF  COPY-DELETE-SOURCE                                       12430283
               MOVE 'D'                     TO GRANT-ACCESS             12430285
               MOVE LOW-VALUES              TO GRANT-KEY                12430287
               MOVE COPY-SOURCE-KEY         TO GRANT-KEY                12430289
               MOVE COPY-SOURCE-LENGTH      TO GRANT-KEY-LENGTH         12430291
               PERFORM 1680-PREFIX-ACCESS THRU 1680-EXIT.               12430293
                                                                        12430295
      ***************************************************************** 12430297
      * Stage the source through the ordinary GET internals - a       * 12430299
      * missing or expired source answers 204 from the staging read.  * 12430301
      ***************************************************************** 12430303
           MOVE LOW-VALUES                  TO URI-KEY.                 12430305
           MOVE COPY-SOURCE-KEY             TO URI-KEY.                 12430307
           MOVE COPY-SOURCE-LENGTH          TO URI-PATH-LENGTH.         12430309
                                                                        12430311
           PERFORM 3000-READ-CACHE        THRU 3000-EXIT.               12430313
                                                                        12430315
           IF  ZF-SEGMENTS EQUAL ONE                                    12430317
               SET ADDRESS OF CACHE-MESSAGE TO ADDRESS OF ZF-DATA.      12430319
                                                                        12430321
           IF  ZF-SEGMENTS GREATER THAN ONE                             12430323
               SET ADDRESS OF CACHE-MESSAGE TO SAVE-ADDRESS.            12430325
                                                                        12430327
           IF  ZF-EXTRA(10:1) EQUAL 'E'                                 12430329
               PERFORM 3605-DECRYPT-RESPONSE THRU 3605-EXIT.            12430331
                                                                        12430333
           IF  ZF-EXTRA(1:1) EQUAL 'C'  AND                             12430335
               ZF-EXTRA(2:8) NUMERIC                                    12430337
               PERFORM 3610-DECOMPRESS-RESPONSE THRU 3610-EXIT.         12430339
                                                                        12430341
           IF  ZK-CHECKSUM NUMERIC                                      12430343
               SET ADDRESS OF RAW-MESSAGE                               12430345
                   TO ADDRESS OF CACHE-MESSAGE                          12430347
               MOVE CACHE-LENGTH            TO CKS-LENGTH               12430349
               PERFORM 4950-COMPUTE-CHECKSUM THRU 4950-EXIT             12430351
               IF  ZK-CHECKSUM NOT EQUAL CKS-EDIT                       12430353
                   MOVE HTTP-CHECKSUM-ERROR TO HTTP-507-TEXT            12430355
                   MOVE HTTP-FILE-LENGTH    TO HTTP-507-LENGTH          12430357
                   PERFORM 9800-STATUS-507 THRU 9800-EXIT               12430359
                   PERFORM 9000-RETURN     THRU 9000-EXIT.              12430361
                                                                        12430363
      ***************************************************************** 12430365
      * Without an X-Cache-Tags header of its own the copy carries    * 12430367
      * the source's tag set - 9940-SET-TAGS files it for the target  * 12430369
      * and replication ships it with the copy.                       * 12430371
      ***************************************************************** 12430373
           IF  NOT TAGS-GIVEN                                           12430375
               MOVE COPY-SOURCE-KEY         TO TAG-ENTRY-KEY            12430377
               PERFORM 9941-READ-TAG-LIST THRU 9941-EXIT                12430379
               IF  TAG-FILE-OPEN                                        12430381
                   MOVE TAG-OLD-COUNT       TO TAG-COUNT                12430383
                   MOVE TAG-OLD-TABLE       TO TAG-TABLE                12430385
                   MOVE 'Y'                 TO TAGS-GIVEN-SW            12430387
                   PERFORM 9944-BUILD-TAG-HEADER THRU 9944-EXIT         12430389
               END-IF                                                   12430391
           END-IF.                                                      12430393
                                                                        12430395
           MOVE ZF-TTL                      TO COPY-TTL.                12430397
           MOVE ZF-MEDIA                    TO COPY-MEDIA.              12430399
                                                                        12430401
      ***************************************************************** 12430403
      * Duplicate the staged payload into its own buffer - the write  * 12430405
      * path below rebuilds ZF-RECORD for every target segment, so    * 12430407
      * the payload cannot be served straight out of ZF-DATA.         * 12430409
      ***************************************************************** 12430411
           MOVE CACHE-LENGTH                TO GETMAIN-LENGTH.          12430413
                                                                        12430415
           EXEC CICS GETMAIN SET(APPEND-POINTER)                        12430417
                FLENGTH(GETMAIN-LENGTH)                                 12430419
                INITIMG(BINARY-ZEROES)                                  12430421
                NOHANDLE                                                12430423
           END-EXEC.                                                    12430425
                                                                        12430427
           SET RAW-POINTER       TO ADDRESS OF CACHE-MESSAGE.           12430429
           SET ADDRESS OF RAW-MESSAGE       TO RAW-POINTER.             12430431
           SET ADDRESS OF CPR-MESSAGE       TO APPEND-POINTER.          12430433
                                                                        12430435
           MOVE RAW-MESSAGE(1:CACHE-LENGTH)                             12430437
             TO CPR-MESSAGE(1:CACHE-LENGTH).                            12430439
                                                                        12430441
           MOVE APPEND-POINTER-X            TO CACHE-ADDRESS-X.         12430443
           MOVE CACHE-LENGTH                TO RECEIVE-LENGTH.          12430445
                                                                        12430447
      ***************************************************************** 12430449
      * Write the target through the normal POST/PUT internals.       * 12430451
      ***************************************************************** 12430453
           MOVE LOW-VALUES                  TO URI-KEY.                 12430455
           MOVE COPY-TARGET-KEY             TO URI-KEY.                 12430457
           MOVE COPY-TARGET-LENGTH          TO URI-PATH-LENGTH.         12430459
                                                                        12430461
           MOVE COPY-MEDIA                  TO WEB-MEDIA-TYPE.          12430463
           MOVE COPY-TTL                    TO APPEND-TTL.              12430465
           MOVE SPACES                      TO WEB-QUERYSTRING.         12430467
           MOVE APPEND-QUERYSTRING          TO WEB-QUERYSTRING.         12430469
           MOVE APPEND-QUERY-LENGTH         TO WEB-QUERYSTRING-LENGTH.  12430471
                                                                        12430473
           SET ADDRESS OF RAW-MESSAGE       TO CACHE-ADDRESS.           12430475
           MOVE RECEIVE-LENGTH              TO CKS-LENGTH.              12430477
           PERFORM 4950-COMPUTE-CHECKSUM  THRU 4950-EXIT.               12430479
                                                                        12430481
           MOVE 'UPDT'                      TO STAT-ID.                 12430483
           PERFORM 9980-BUMP-STAT         THRU 9980-EXIT.               12430485
           PERFORM 4000-GET-COUNTER       THRU 4000-EXIT.               12430487
           PERFORM 4100-READ-KEY          THRU 4100-EXIT.               12430489
                                                                        12430491
           MOVE COPY-TTL                    TO ZF-TTL.                  12430493
           PERFORM 4200-PROCESS-FILE      THRU 4200-EXIT.               12430495
           PERFORM 4300-SEND-RESPONSE     THRU 4300-EXIT.               12430497
                                                                        12430499
           IF  COPY-DELETE-SOURCE                                       12430501
               PERFORM 6120-COPY-DELETE-SOURCE THRU 6120-EXIT.          12430503
                                                                        12430505
       6100-EXIT.                                                       12430507
           EXIT.                                                        12430509
                                                                        12430511
      ***************************************************************** 12430513
      * HTTP POST/PUT (copy).                                         * 12430515
      * Collect the source key from the request body - everything up  * 12430517
      * to the first CR or NL (or end of body), capped at the         * 12430519
      * 255-byte key maximum.                                         * 12430521
      ***************************************************************** 12430523
       6110-COPY-PARSE-SOURCE.                                          12430525
           MOVE LOW-VALUES                  TO COPY-SOURCE-KEY.         12430527
           MOVE ZEROES                      TO COPY-SOURCE-LENGTH.      12430529
           MOVE 'N'                         TO COPY-DELIM-SW.           12430531
                                                                        12430533
           SET ADDRESS OF CACHE-MESSAGE     TO CACHE-ADDRESS.           12430535
                                                                        12430537
           PERFORM 6115-COPY-SOURCE-CHAR  THRU 6115-EXIT                12430539
               WITH TEST AFTER                                          12430541
               VARYING COPY-SCAN FROM 1 BY 1                            12430543
               UNTIL   COPY-SCAN EQUAL RECEIVE-LENGTH  OR               12430545
                       COPY-DELIM.                                      12430547
                                                                        12430549
       6110-EXIT.                                                       12430551
           EXIT.                                                        12430553
                                                                        12430555
       6115-COPY-SOURCE-CHAR.                                           12430557
           IF  CACHE-MESSAGE(COPY-SCAN:1) EQUAL CRLF(1:1)  OR           12430559
               CACHE-MESSAGE(COPY-SCAN:1) EQUAL MGET-NL                 12430561
               MOVE 'Y'                     TO COPY-DELIM-SW            12430563
           ELSE                                                         12430565
               IF  COPY-SOURCE-LENGTH LESS THAN TWO-FIFTY-FIVE          12430567
                   ADD ONE                  TO COPY-SOURCE-LENGTH       12430569
                   MOVE CACHE-MESSAGE(COPY-SCAN:1)                      12430571
                     TO COPY-SOURCE-KEY(COPY-SOURCE-LENGTH:1)           12430573
               END-IF                                                   12430575
           END-IF.                                                      12430577
       6115-EXIT.                                                       12430579
           EXIT.                                                        12430581
                                                                        12430583
      ***************************************************************** 12430585
      * HTTP POST/PUT (copy=delete - rename).                         * 12430587
      * Remove the source entry now that the target holds the         * 12430589
      * content, and audit and replicate that removal as the DELETE   * 12430591
      * it is.  A source that vanished concurrently is simply left    * 12430593
      * alone - the rename has still converged.                       * 12430595
      ***************************************************************** 12430597
       6120-COPY-DELETE-SOURCE.                                         12430599
           MOVE LOW-VALUES                  TO URI-KEY.                 12430601
           MOVE COPY-SOURCE-KEY             TO URI-KEY.                 12430603
           MOVE COPY-SOURCE-LENGTH          TO URI-PATH-LENGTH.         12430605
                                                                        12430607
           MOVE LOW-VALUES                  TO ZK-KEY.                  12430609
           MOVE COPY-SOURCE-KEY             TO ZK-KEY.                  12430611
           MOVE LENGTH OF ZK-RECORD         TO ZK-LENGTH.               12430613
                                                                        12430615
           EXEC CICS READ FILE(ZK-FCT)                                  12430617
                INTO  (ZK-RECORD)                                       12430619
                RIDFLD(ZK-KEY)                                          12430621
                LENGTH(ZK-LENGTH)                                       12430623
                RESP  (READ-RESP)                                       12430625
                NOHANDLE                                                12430627
           END-EXEC.                                                    12430629
                                                                        12430631
           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)                      12430633
               GO TO 6120-EXIT.                                         12430635
                                                                        12430637
           MOVE 'DEL '                      TO STAT-ID.                 12430639
           PERFORM 9980-BUMP-STAT         THRU 9980-EXIT.               12430641
                                                                        12430643
           PERFORM 5100-DELETE-KEY        THRU 5100-EXIT.               12430645
           PERFORM 5200-DELETE-FILE       THRU 5200-EXIT                12430647
                   WITH TEST AFTER                                      12430649
                   VARYING ZF-SEGMENT FROM 1 BY 1                       12430651
                   UNTIL EIBRESP NOT EQUAL DFHRESP(NORMAL).             12430653
           PERFORM 5250-DELETE-VERSIONS   THRU 5250-EXIT.               12430655
                                                                        12430657
           MOVE WEB-HTTPMETHOD              TO COPY-SAVE-METHOD.        12430659
           MOVE WEB-HTTP-DELETE             TO WEB-HTTPMETHOD.          12430661
           PERFORM 9960-WRITE-AUDIT       THRU 9960-EXIT.               12430663
                                                                        12430665
           IF  COPY-SAVE-PATH EQUAL RESOURCES                           12430667
               COMPUTE WEB-PATH-LENGTH =                                12430669
                   URI-PREFIX-LENGTH + COPY-SOURCE-LENGTH               12430671
               MOVE COPY-SOURCE-KEY(1:COPY-SOURCE-LENGTH)               12430673
                 TO WEB-PATH(URI-PREFIX-LENGTH + 1:                     12430675
                             COPY-SOURCE-LENGTH)                        12430677
               PERFORM 8000-GET-URL       THRU 8000-EXIT                12430679
               IF  DC-TYPE EQUAL ACTIVE-ACTIVE   OR                     12430681
                   DC-TYPE EQUAL ACTIVE-STANDBY                         12430683
                   PERFORM 5400-REPLICATE THRU 5400-EXIT                12430685
               END-IF                                                   12430687
           END-IF.                                                      12430689
                                                                        12430691
           MOVE COPY-SAVE-METHOD            TO WEB-HTTPMETHOD.          12430693
                                                                        12430695
       6120-EXIT.                                                       12430697
           EXIT.                                                        12430699
                                                                        12430701
      ***************************************************************** 12430703
      * HTTP POST/PUT (restore). Make a retained version the current  * 12430705
      * one again.  The version is staged through the ordinary GET    * 12430707
      * internals - a missing or expired entry, or a token not on     * 12430709
      * file, answers 204 from the staging read (see 3330-SELECT-     * 12430711
      * VERSION) - checksum-verified, decoded when stored run-length  * 12430713
      * encoded, duplicated into its own buffer and handed to the     * 12430715
      * ordinary 4000/4100/4200/4300 write path as if the client had  * 12430717
      * PUT it.  So the restore is audited, replicated and emits an   * 12430719
      * invalidation event like any other mutation, and the version   * 12430721
      * it replaces is itself retained.  The version's media type     * 12430723
      * comes back with it and the entry keeps its current TTL;       * 12430725
      * replication ships a plain PUT with ttl= (never the restore=   * 12430727
      * marker - each Data Center holds its own version tokens).      * 12430729
      ***************************************************************** 12430731
       6200-RESTORE-VERSION.                                            12430733
           PERFORM 3000-READ-CACHE        THRU 3000-EXIT.               12430735
                                                                        12430737
           IF  ZF-SEGMENTS EQUAL ONE                                    12430739
               SET ADDRESS OF CACHE-MESSAGE TO ADDRESS OF ZF-DATA.      12430741
                                                                        12430743
           IF  ZF-SEGMENTS GREATER THAN ONE                             12430745
               SET ADDRESS OF CACHE-MESSAGE TO SAVE-ADDRESS.            12430747
                                                                        12430749
           IF  ZF-EXTRA(10:1) EQUAL 'E'                                 12430751
               PERFORM 3605-DECRYPT-RESPONSE THRU 3605-EXIT.            12430753
                                                                        12430755
           IF  ZF-EXTRA(1:1) EQUAL 'C'  AND                             12430757
               ZF-EXTRA(2:8) NUMERIC                                    12430759
               PERFORM 3610-DECOMPRESS-RESPONSE THRU 3610-EXIT.         12430761
                                                                        12430763
           IF  ZK-CHECKSUM NUMERIC                                      12430765
               SET ADDRESS OF RAW-MESSAGE                               12430767
                   TO ADDRESS OF CACHE-MESSAGE                          12430769
               MOVE CACHE-LENGTH            TO CKS-LENGTH               12430771
               PERFORM 4950-COMPUTE-CHECKSUM THRU 4950-EXIT             12430773
               IF  ZK-CHECKSUM NOT EQUAL CKS-EDIT                       12430775
                   MOVE HTTP-CHECKSUM-ERROR TO HTTP-507-TEXT            12430777
                   MOVE HTTP-FILE-LENGTH    TO HTTP-507-LENGTH          12430779
                   PERFORM 9800-STATUS-507 THRU 9800-EXIT               12430781
                   PERFORM 9000-RETURN     THRU 9000-EXIT.              12430783
                                                                        12430785
      ***************************************************************** 12430787
      * Duplicate the staged payload into its own buffer - the write  * 12430789
      * path rebuilds ZF-RECORD for every new segment, so the payload * 12430791
      * cannot be written straight out of ZF-DATA.                    * 12430793
      ***************************************************************** 12430795
           MOVE CACHE-LENGTH                TO GETMAIN-LENGTH.          12430797
                                                                        12430799
           EXEC CICS GETMAIN SET(APPEND-POINTER)                        12430801
                FLENGTH(GETMAIN-LENGTH)                                 12430803
                INITIMG(BINARY-ZEROES)                                  12430805
                NOHANDLE                                                12430807
           END-EXEC.                                                    12430809
                                                                        12430811
           SET RAW-POINTER       TO ADDRESS OF CACHE-MESSAGE.           12430813
           SET ADDRESS OF RAW-MESSAGE       TO RAW-POINTER.             12430815
           SET ADDRESS OF CPR-MESSAGE       TO APPEND-POINTER.          12430817
                                                                        12430819
           MOVE RAW-MESSAGE(1:CACHE-LENGTH)                             12430821
             TO CPR-MESSAGE(1:CACHE-LENGTH).                            12430823
                                                                        12430825
           MOVE APPEND-POINTER-X            TO CACHE-ADDRESS-X.         12430827
           MOVE CACHE-LENGTH                TO RECEIVE-LENGTH.          12430829
                                                                        12430831
           MOVE ZF-MEDIA                    TO WEB-MEDIA-TYPE.          12430833
           MOVE VERSION-ENTRY-TTL           TO ZF-TTL.                  12430835
           MOVE VERSION-ENTRY-TTL           TO APPEND-TTL.              12430837
           MOVE SPACES                      TO WEB-QUERYSTRING.         12430839
           MOVE APPEND-QUERYSTRING          TO WEB-QUERYSTRING.         12430841
           MOVE APPEND-QUERY-LENGTH         TO WEB-QUERYSTRING-LENGTH.  12430843
                                                                        12430845
       6200-EXIT.                                                       12430847
           EXIT.                                                        12430849
                                                                        12430853
      ***************************************************************** 12430857
      * Statistics endpoint.                                          * 12430861
      * GET /zEcsStats - answer one NAME=value line per metric from   * 12430865
      * the ZCxx_STAT_nnnn named counters, text/plain, so monitoring  * 12430869
      * can poll each region directly instead of waiting for the      * 12430873
      * overnight batch reports.  QUERY leaves the counters           * 12430877
      * unchanged; a counter that is not defined reports zero.        * 12430881
      ***************************************************************** 12430885
       7000-SEND-STATS.                                                 12430889
           MOVE EIBTRNID(3:2)               TO STAT-TRANID(3:2).        12430893
           MOVE ZEROES                      TO STAT-LENGTH.             12430897
           MOVE SPACES                      TO STAT-BUFFER.             12430901
           MOVE CRLF                        TO STAT-LINE-CRLF.          12430905
                                                                        12430909
           MOVE 'GET '  TO STAT-ID.                                     12430913
           PERFORM 7010-APPEND-STAT       THRU 7010-EXIT.               12430917
           MOVE 'MISS'  TO STAT-ID.                                     12430921
           PERFORM 7010-APPEND-STAT       THRU 7010-EXIT.               12430925
           MOVE 'UPDT'  TO STAT-ID.                                     12430929
           PERFORM 7010-APPEND-STAT       THRU 7010-EXIT.               12430933
           MOVE 'DEL '  TO STAT-ID.                                     12430937
           PERFORM 7010-APPEND-STAT       THRU 7010-EXIT.               12430941
           MOVE 'PURG'  TO STAT-ID.                                     12430945
           PERFORM 7010-APPEND-STAT       THRU 7010-EXIT.               12430949
           MOVE 'V409'  TO STAT-ID.                                     12430953
           PERFORM 7010-APPEND-STAT       THRU 7010-EXIT.               12430957
           MOVE 'Q429'  TO STAT-ID.                                     12430961
           PERFORM 7010-APPEND-STAT       THRU 7010-EXIT.               12430965
           MOVE 'REPL'  TO STAT-ID.                                     12430969
           PERFORM 7010-APPEND-STAT       THRU 7010-EXIT.               12430973
           MOVE 'WBQ '  TO STAT-ID.                                     12430977
           PERFORM 7010-APPEND-STAT       THRU 7010-EXIT.               12430981
           MOVE 'WBF '  TO STAT-ID.                                     12430985
           PERFORM 7010-APPEND-STAT       THRU 7010-EXIT.               12430989
           MOVE 'WBX '  TO STAT-ID.                                     12430993
           PERFORM 7010-APPEND-STAT       THRU 7010-EXIT.               12430997
                                                                        12431032
           MOVE DFHVALUE(IMMEDIATE)         TO SEND-ACTION.             12431033
                                                                        12431034
                                                                        12431073
       7010-EXIT.                                                       12431074
           EXIT.                                                        12431075
                                                                        12431076
      ***************************************************************** 12431077
      * Invalidation event feed.                                      * 12431078
      * GET /zEcsEvent?since=n - return every event after item n      * 12431079
      * (from item 1 when the query string is absent), one line per   * 12431080
      * event:                                                        * 12431081
      *   nnnnn|date time|userid|operation|key                        * 12431082
      * The item number leads each line so the consumer can carry     * 12431083
      * its position to the next poll; a number lower than the        * 12431084
      * consumer's last-seen means the queue was reset (region        * 12431085
      * restart or wrap) and the consumer flushes everything.         * 12431086
      * 204 when there is nothing after n.                            * 12431087
      ***************************************************************** 12431088
       7100-SEND-EVENTS.                                                12431089
           MOVE EIBTRNID(3:2)               TO ZE-TRANID(3:2).          12431090
                                                                        12431091
           MOVE ZEROES                      TO EVT-SINCE.               12431092
           IF  WEB-QUERYSTRING-LENGTH GREATER THAN ZEROES               12431093
               UNSTRING WEB-QUERYSTRING(1:WEB-QUERYSTRING-LENGTH)       12431094
               DELIMITED BY ALL '='                                     12431095
               INTO EVT-QUERY-TEXT                                      12431096
                    EVT-SINCE                                           12431097
               IF  EVT-SINCE NOT NUMERIC                                12431098
                   MOVE ZEROES              TO EVT-SINCE.               12431099
                                                                        12431100
           MOVE SPACES                      TO EVT-BUFFER.              12431101
           MOVE ZEROES                      TO EVT-BUFLEN.              12431102
           MOVE 'N'                         TO EVT-EOF-SW.              12431103
           COMPUTE EVT-ITEM = EVT-SINCE + 1.                            12431104
                                                                        12431105
           PERFORM 7110-READ-EVENT        THRU 7110-EXIT                12431106
               WITH TEST BEFORE                                         12431107
               UNTIL EVT-EOF.                                           12431108
                                                                        12431109
           IF  EVT-BUFLEN EQUAL ZEROES                                  12431110
               MOVE SPACES                  TO HTTP-204-TEXT            12431111
               MOVE ZEROES                  TO HTTP-204-LENGTH          12431112
               PERFORM 9700-STATUS-204    THRU 9700-EXIT                12431113
               GO TO 7100-EXIT.                                         12431114
                                                                        12431115
           MOVE DFHVALUE(IMMEDIATE)         TO SEND-ACTION.             12431116
                                                                        12431117
           PERFORM 9001-ACAO              THRU 9001-EXIT.               12431118
                                                                        12431119
           EXEC CICS WEB SEND                                           12431120
                FROM      (EVT-BUFFER)                                  12431121
                FROMLENGTH(EVT-BUFLEN)                                  12431122
                MEDIATYPE (TEXT-PLAIN)                                  12431123
                STATUSCODE(HTTP-STATUS-200)                             12431124
                STATUSTEXT(HTTP-OK)                                     12431125
                ACTION    (SEND-ACTION)                                 12431126
                SRVCONVERT                                              12431127
                NOHANDLE                                                12431128
           END-EXEC.                                                    12431129
                                                                        12431130
       7100-EXIT.                                                       12431131
           EXIT.                                                        12431132
                                                                        12431133
      ***************************************************************** 12431134
      * Read the next event item and append its line; end at          * 12431135
      * ITEMERR (past the last item) or when the buffer is full.      * 12431136
      ***************************************************************** 12431137
       7110-READ-EVENT.                                                 12431138
           MOVE LENGTH OF EVT-RECORD        TO EVT-LENGTH.              12431139
                                                                        12431140
           EXEC CICS READQ TS QUEUE(ZE-FCT)                             12431141
                INTO  (EVT-RECORD)                                      12431142
                LENGTH(EVT-LENGTH)                                      12431143
                ITEM  (EVT-ITEM)                                        12431144
                RESP  (EVT-RESP)                                        12431145
                NOHANDLE                                                12431146
           END-EXEC.                                                    12431147
                                                                        12431148
           IF  EVT-RESP NOT EQUAL DFHRESP(NORMAL)                       12431149
               MOVE 'Y'                     TO EVT-EOF-SW               12431150
               GO TO 7110-EXIT.                                         12431151
                                                                        12431152
           PERFORM 7120-APPEND-EVENT      THRU 7120-EXIT.               12431153
                                                                        12431154
           ADD ONE                          TO EVT-ITEM.                12431155
       7110-EXIT.                                                       12431156
           EXIT.                                                        12431157
                                                                        12431158
       7120-APPEND-EVENT.                                               12431159
           MOVE ZEROES                      TO EVT-KEY-LENGTH.          12431160
           INSPECT EVT-KEY TALLYING EVT-KEY-LENGTH                      12431161
               FOR CHARACTERS BEFORE INITIAL LOW-VALUE.                 12431162
           IF  EVT-KEY-LENGTH EQUAL ZEROES                              12431163
               MOVE ONE                     TO EVT-KEY-LENGTH.          12431164
                                                                        12431165
           MOVE EVT-ITEM                    TO EVT-ITEM-EDIT.           12431166
           MOVE SPACES                      TO EVT-LINE.                12431167
                                                                        12431168
           STRING EVT-ITEM-EDIT      DELIMITED BY SIZE                  12431169
                  '|'                DELIMITED BY SIZE                  12431170
                  EVT-DATE           DELIMITED BY SIZE                  12431171
                  ' '                DELIMITED BY SIZE                  12431172
                  EVT-TIME           DELIMITED BY SIZE                  12431173
                  '|'                DELIMITED BY SIZE                  12431174
                  EVT-USERID         DELIMITED BY SIZE                  12431175
                  '|'                DELIMITED BY SIZE                  12431176
                  EVT-OPERATION      DELIMITED BY SIZE                  12431177
                  '|'                DELIMITED BY SIZE                  12431178
                  EVT-KEY(1:EVT-KEY-LENGTH) DELIMITED BY SIZE           12431179
                  CRLF               DELIMITED BY SIZE                  12431180
               INTO EVT-LINE.                                           12431181
                                                                        12431182
           COMPUTE EVT-LINE-LENGTH = 46 + EVT-KEY-LENGTH + TWO.         12431183
                                                                        12431184
           IF  EVT-BUFLEN + EVT-LINE-LENGTH                             12431185
                   LESS THAN LENGTH OF EVT-BUFFER                       12431186
               MOVE EVT-LINE(1:EVT-LINE-LENGTH)                         12431187
                 TO EVT-BUFFER(EVT-BUFLEN + 1:EVT-LINE-LENGTH)          12431188
               ADD  EVT-LINE-LENGTH         TO EVT-BUFLEN               12431189
           ELSE                                                         12431190
               MOVE 'Y'                     TO EVT-EOF-SW.              12431191
       7120-EXIT.                                                       12431192
           EXIT.                                                        12431193
                                                                        12431194
      ***************************************************************** 12431195
      * Lock/lease service.                                           * 12431196
      * /zEcsLock/<name> - the lease record lives in ZK-FCT under     * 12431197
      * the reserved 'zEcsLock/' key namespace (see ZECSZLC.cpy).     * 12431198
      * POST acquires: the VSAM WRITE's DUPREC answer makes the       * 12431199
      * acquisition atomic - exactly one concurrent caller gets       * 12431200
      * NORMAL and a 201, the rest get DUPREC and a 409, unless the   * 12431201
      * holder's lease has expired, in which case the lease is        * 12431202
      * stolen under a READ UPDATE.  DELETE releases (owner only).    * 12431203
      * GET reports the owner and lease expiry.  Lease TTL comes      * 12431204
      * from the ttl= query string (default five minutes), capped     * 12431205
      * by the same ETTL ceilings 1310-TTL enforces.                  * 12431206
      ***************************************************************** 12431207
       7200-PROCESS-LOCK.                                               12431208
           COMPUTE LOCK-NAME-LENGTH = WEB-PATH-LENGTH - TEN.            12431209
                                                                        12431210
           IF  LOCK-NAME-LENGTH LESS THAN ONE  OR                       12431211
               LOCK-NAME-LENGTH GREATER THAN LOCK-NAME-MAXIMUM          12431212
               MOVE HTTP-INVALID-URI        TO HTTP-400-TEXT            12431213
               PERFORM 9400-STATUS-400    THRU 9400-EXIT                12431214
               GO TO 7200-EXIT.                                         12431215
                                                                        12431216
           MOVE LOW-VALUES                  TO ZL-KEY.                  12431217
           MOVE ZL-NAME-PREFIX              TO ZL-KEY(1:9).             12431218
           MOVE WEB-PATH(11:LOCK-NAME-LENGTH)                           12431219
             TO ZL-KEY(10:LOCK-NAME-LENGTH).                            12431220
                                                                        12431221
      ***************************************************************** 12431222
      * Lock names follow the BU_SBU/application/key convention, so a * 12431223
      * prefix-scoped userid may only acquire (UPDATE) or release     * 12431224
      * (DELETE) locks under its granted prefixes.                    * 12431225
      ***************************************************************** 12431226
           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-POST    OR                 12431227
               WEB-HTTPMETHOD EQUAL WEB-HTTP-DELETE                     12431228
               MOVE 'U'                     TO GRANT-ACCESS             12431229
               IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-DELETE                 12431230
                   MOVE 'D'                 TO GRANT-ACCESS             12431231
               END-IF                                                   12431232
               MOVE LOW-VALUES              TO GRANT-KEY                12431233
               MOVE WEB-PATH(11:LOCK-NAME-LENGTH)                       12431234
                 TO GRANT-KEY(1:LOCK-NAME-LENGTH)                       12431235
               MOVE LOCK-NAME-LENGTH        TO GRANT-KEY-LENGTH         12431236
               PERFORM 1680-PREFIX-ACCESS THRU 1680-EXIT.               12431237
                                                                        12431246
           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-POST                       12431247
               PERFORM 7210-LOCK-ACQUIRE  THRU 7210-EXIT                12431248
      *                     set it and when, so operators can          * 12431529
      *                     confirm the region is drained before       * 12431530
      *                     starting the unload or reorg.              * 12431531
      ***************************************************************** 12431529
       7300-PROCESS-QUIESCE.                                            12431530
           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-POST                       12431531
               PERFORM 9950-ABS           THRU 9950-EXIT                12431532
               EXEC CICS FORMATTIME ABSTIME(ZF-ABS)                     12431533
                    TIME(QSC-TIME)                                      12431534
                    YYYYMMDD(QSC-DATE)                                  12431535
                    TIMESEP                                             12431536
                    DATESEP                                             12431537
                    NOHANDLE                                            12431538
               END-EXEC                                                 12431539
               MOVE CA-USERID               TO QSC-USERID               12431540
               MOVE LENGTH OF QSC-RECORD    TO QSC-LENGTH               12431541
               EXEC CICS DELETEQ TS QUEUE(ZQS-FCT) NOHANDLE             12431542
               END-EXEC                                                 12431543
               EXEC CICS WRITEQ TS QUEUE(ZQS-FCT)                       12431544
                    FROM  (QSC-RECORD)                                  12431545
                    LENGTH(QSC-LENGTH)                                  12431546
                    NOHANDLE                                            12431547
               END-EXEC                                                 12431548
               PERFORM 7310-QUIESCE-STATUS THRU 7310-EXIT               12431549
               GO TO 7300-EXIT.                                         12431550
                                                                        12431551
           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-DELETE                     12431552
               EXEC CICS DELETEQ TS QUEUE(ZQS-FCT) NOHANDLE             12431553
               END-EXEC                                                 12431554
               PERFORM 7310-QUIESCE-STATUS THRU 7310-EXIT               12431555
               GO TO 7300-EXIT.                                         12431556
                                                                        12431557
           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-GET                        12431558
               PERFORM 7310-QUIESCE-STATUS THRU 7310-EXIT               12431559
               GO TO 7300-EXIT.                                         12431560
                                                                        12431561
           MOVE HTTP-INVALID-URI            TO HTTP-400-TEXT.           12431562
           PERFORM 9400-STATUS-400        THRU 9400-EXIT.               12431563
                                                                        12431564
       7300-EXIT.                                                       12431565
           EXIT.                                                        12431566
                                                                        12431567
      ***************************************************************** 12431568
      * Maintenance-mode switch - report the current mode.            * 12431569
      ***************************************************************** 12431570
       7310-QUIESCE-STATUS.                                             12431571
           MOVE SPACES                      TO QSC-STATUS-LINE.         12431572
           MOVE LENGTH OF QSC-RECORD        TO QSC-LENGTH.              12431573
                                                                        12431574
           EXEC CICS READQ TS QUEUE(ZQS-FCT)                            12431575
                INTO  (QSC-RECORD)                                      12431576
                LENGTH(QSC-LENGTH)                                      12431577
                ITEM  (1)                                               12431578
                RESP  (QSC-RESP)                                        12431579
                NOHANDLE                                                12431580
           END-EXEC.                                                    12431581
                                                                        12431582
           IF  QSC-RESP EQUAL DFHRESP(NORMAL)                           12431583
               MOVE 'QUIESCED '             TO QSC-LINE-MODE            12431584
               MOVE QSC-DATE                TO QSC-LINE-DATE            12431585
               MOVE QSC-TIME                TO QSC-LINE-TIME            12431586
               MOVE QSC-USERID              TO QSC-LINE-USERID          12431587
           ELSE                                                         12431588
               MOVE 'ACTIVE   '             TO QSC-LINE-MODE.           12431589
                                                                        12431590
           MOVE DFHVALUE(IMMEDIATE)         TO SEND-ACTION.             12431591
           PERFORM 9001-ACAO              THRU 9001-EXIT.               12431592
                                                                        12431593
           EXEC CICS WEB SEND                                           12431594
                FROM      (QSC-STATUS-LINE)                             12431595
                FROMLENGTH(QSC-STATUS-LENGTH)                           12431596
                MEDIATYPE (TEXT-PLAIN)                                  12431597
                ACTION    (SEND-ACTION)                                 12431598
                STATUSCODE(HTTP-STATUS-200)                             12431599
                STATUSTEXT(HTTP-OK)                                     12431600
                SRVCONVERT                                              12431601
                NOHANDLE                                                12431602
           END-EXEC.                                                    12431603
                                                                        12431604
       7310-EXIT.                                                       12431605
           EXIT.                                                        12431606
                                                                        12431607
      ***************************************************************** 12431608
      * Deep health probe.                                            * 12431609
      * GET /zEcsProbe - a synthetic round trip: write, read and      * 12431610
      * delete a canary entry through the real ZK-FCT/ZF-FCT stores   * 12431611
      * (the same record shapes 4120-WRITE-KEY/4400-WRITE-FILE/       * 12431612
      * 3300-READ-FILE produce and consume), then the same            * 12431613
      * 8100-WEB-OPEN handshake replication uses against each         * 12431614
      * partner.  200 'OK DLQ=n' only when everything works; 503      * 12431615
      * with a body naming the failed piece (and the DLQ depth)       * 12431616
      * otherwise.  A quiesced region answers 503 QUIESCED so the     * 12431617
      * load balancer drains it during maintenance.                   * 12431618
      ***************************************************************** 12431619
       7400-HEALTH-PROBE.                                               12431620
           MOVE 'Y'                         TO PROBE-OK-SW.             12431621
           MOVE SPACES                      TO PROBE-BODY-STATE.        12431622
           MOVE 'OK'                        TO PROBE-BODY-STATE.        12431623
           MOVE ZEROES                      TO PROBE-DLQ-DEPTH.         12431624
           PERFORM 8000-GET-URL           THRU 8000-EXIT.               12431625
                                                                        12431628
           MOVE LENGTH OF QSC-RECORD        TO QSC-LENGTH.              12431629
           EXEC CICS READQ TS QUEUE(ZQS-FCT)                            12431630
           EXIT.                                                        12431743
                                                                        12431744
      ***************************************************************** 12431745
      * Deep health probe - partner Data Center handshakes, the same  * 12431746
      * 8100-WEB-OPEN replication runs, one per listed partner.  An   * 12431747
      * active partner that fails makes the probe fail; a standby     * 12431748
      * partner is tried and reported but never fails the probe.      * 12431749
      * An ACTIVE-SINGLE region has no partner to check.              * 12431750
      ***************************************************************** 12431751
       7420-PROBE-PARTNER.                                              12431752
           IF  DC-TYPE EQUAL ACTIVE-SINGLE                              12431753
               GO TO 7420-EXIT.                                         12431754
                                                                        12431755
           PERFORM 7425-PROBE-ONE-PARTNER THRU 7425-EXIT                12431757
               VARYING PARTNER-INDEX FROM 1 BY 1                        12431759
               UNTIL   PARTNER-INDEX GREATER THAN PARTNER-COUNT.        12431761
                                                                        12431763
       7420-EXIT.                                                       12431764
           EXIT.                                                        12431765
                                                                        12431766
       7425-PROBE-ONE-PARTNER.                                          12431776
           IF  NOT PT-URL-OK(PARTNER-INDEX)                             12431786
               MOVE 'BAD URL'               TO PT-STATUS(PARTNER-INDEX) 12431796
               IF  PT-ACTIVE(PARTNER-INDEX)                             12431806
                   MOVE 'N'                 TO PROBE-OK-SW              12431816
                   MOVE 'PARTNER URL BAD'   TO PROBE-BODY-STATE         12431826
               END-IF                                                   12431836
               GO TO 7425-EXIT.                                         12431846
                                                                        12431856
           PERFORM 8050-SELECT-PARTNER    THRU 8050-EXIT.               12431866
           PERFORM 8100-WEB-OPEN          THRU 8100-EXIT.               12431876
                                                                        12431886
           IF  REPL-FAILED                                              12431896
               MOVE 'OPEN FAIL'             TO PT-STATUS(PARTNER-INDEX) 12431906
               IF  PT-ACTIVE(PARTNER-INDEX)                             12431916
                   MOVE 'N'                 TO PROBE-OK-SW              12431926
                   MOVE 'PARTNER OPEN FAIL' TO PROBE-BODY-STATE         12431936
               END-IF                                                   12431946
           ELSE                                                         12431956
               MOVE 'OK'                    TO PT-STATUS(PARTNER-INDEX) 12431966
               PERFORM 8300-WEB-CLOSE     THRU 8300-EXIT.               12431976
                                                                        12431986
       7425-EXIT.                                                       12431996
           EXIT.                                                        12432006
                                                                        12432016
                                                                        12432026
      ***************************************************************** 12432036
      * Deep health probe - current dead-letter file depth, counted   * 12432046
      * by browsing the ZQ-FCT keyed file (capped at 9999 - a depth   * 12432056
      * that deep is a drain signal whatever the exact number), and   * 12432066
      * each record's share against the partner it waits for.         * 12432076
      ***************************************************************** 12432086
       7430-PROBE-DEPTH.                                                12432096
           MOVE ZEROES                      TO PROBE-DLQ-DEPTH.         12432106
           MOVE ZEROES                      TO DLQ-ABS.                 12432116
           MOVE ZEROES                      TO DLQ-UNIQ.                12432126
                                                                        12432136
           EXEC CICS STARTBR FILE(ZQ-FCT)                               12432146
                RIDFLD(DLQ-KEY-SEQ)                                     12432156
                GTEQ                                                    12432166
                RESP(PROBE-RESP)                                        12432176
                NOHANDLE                                                12432186
           END-EXEC.                                                    12432196
                                                                        12432206
           IF  PROBE-RESP NOT EQUAL DFHRESP(NORMAL)                     12432216
               GO TO 7430-EXIT.                                         12432226
                                                                        12432236
           PERFORM 7435-PROBE-COUNT-ONE   THRU 7435-EXIT                12432246
               WITH TEST BEFORE                                         12432256
               UNTIL PROBE-RESP NOT EQUAL DFHRESP(NORMAL)  OR           12432266
                     PROBE-DLQ-DEPTH EQUAL 9999.                        12432276
                                                                        12432286
           EXEC CICS ENDBR FILE(ZQ-FCT) NOHANDLE                        12432296
           END-EXEC.                                                    12432306
                                                                        12432316
       7430-EXIT.                                                       12432326
           EXIT.                                                        12432336
                                                                        12432346
       7435-PROBE-COUNT-ONE.                                            12432356
           MOVE LENGTH OF DLQ-RECORD        TO DLQ-LENGTH.              12432366
                                                                        12432376
           EXEC CICS READNEXT FILE(ZQ-FCT)                              12432386
                INTO  (DLQ-RECORD)                                      12432396
                RIDFLD(DLQ-KEY-SEQ)                                     12432406
                LENGTH(DLQ-LENGTH)                                      12432416
                RESP  (PROBE-RESP)                                      12432426
                NOHANDLE                                                12432436
           END-EXEC.                                                    12432446
                                                                        12432456
           IF  PROBE-RESP NOT EQUAL DFHRESP(NORMAL)                     12432466
               GO TO 7435-EXIT.                                         12432476
                                                                        12432486
           ADD ONE                          TO PROBE-DLQ-DEPTH.         12432496
                                                                        12432506
           PERFORM 8060-MATCH-PARTNER     THRU 8060-EXIT.               12432516
           IF  PARTNER-MATCH GREATER THAN ZEROES                        12432526
               ADD ONE                 TO PT-DLQ-DEPTH(PARTNER-MATCH).  12432536
                                                                        12432546
       7435-EXIT.                                                       12432556
           EXIT.                                                        12432566
                                                                        12432576
      ***************************************************************** 12432586
      * Deep health probe - answer 200 when healthy, 503 otherwise.   * 12432596
      ***************************************************************** 12432606
       7440-PROBE-RESPOND.                                              12432616
           MOVE PROBE-DLQ-DEPTH             TO PROBE-BODY-DEPTH.        12432626
           MOVE PROBE-STATE-LENGTH          TO PROBE-BODY-LENGTH.       12432636
           MOVE SPACES                      TO PROBE-BODY-PARTNERS.     12432646
                                                                        12432656
           IF  DC-TYPE NOT EQUAL ACTIVE-SINGLE                          12432666
               PERFORM 7445-PROBE-PARTNER-LINE THRU 7445-EXIT           12432676
                   VARYING PARTNER-INDEX FROM 1 BY 1                    12432686
                   UNTIL   PARTNER-INDEX GREATER THAN PARTNER-COUNT.    12432696
                                                                        12432706
           MOVE DFHVALUE(IMMEDIATE)         TO SEND-ACTION.             12432716
           PERFORM 9001-ACAO              THRU 9001-EXIT.               12432726
                                                                        12432736
           IF  PROBE-OK                                                 12432746
               EXEC CICS WEB SEND                                       12432756
                    FROM      (PROBE-BODY)                              12432766
                    FROMLENGTH(PROBE-BODY-LENGTH)                       12432776
                    MEDIATYPE (TEXT-PLAIN)                              12432786
                    ACTION    (SEND-ACTION)                             12432796
                    STATUSCODE(HTTP-STATUS-200)                         12432806
                    STATUSTEXT(HTTP-OK)                                 12432816
                    SRVCONVERT                                          12432826
                    NOHANDLE                                            12432836
               END-EXEC                                                 12432846
           ELSE                                                         12432856
               EXEC CICS WEB SEND                                       12432866
                    FROM      (PROBE-BODY)                              12432876
                    FROMLENGTH(PROBE-BODY-LENGTH)                       12432886
                    MEDIATYPE (TEXT-PLAIN)                              12432896
                    ACTION    (SEND-ACTION)                             12432906
                    STATUSCODE(HTTP-STATUS-503)                         12432916
                    STATUSTEXT(HTTP-PROBE-FAILED)                       12432926
                    STATUSLEN (HTTP-503-LENGTH)                         12432936
                    SRVCONVERT                                          12432946
                    NOHANDLE                                            12432956
               END-EXEC.                                                12432966
                                                                        12432976
       7440-EXIT.                                                       12432986
           EXIT.                                                        12432996
                                                                        12433006
       7445-PROBE-PARTNER-LINE.                                         12433016
           MOVE CRLF                        TO PPL-CRLF.                12433026
           MOVE PT-NAME(PARTNER-INDEX)      TO PPL-NAME.                12433036
                                                                        12433046
           IF  PT-ACTIVE(PARTNER-INDEX)                                 12433056
               MOVE 'ACTIVE'                TO PPL-MODE                 12433066
           ELSE                                                         12433076
               MOVE 'STANDBY'               TO PPL-MODE.                12433086
                                                                        12433096
           IF  PT-STATUS(PARTNER-INDEX) EQUAL SPACES                    12433106
               MOVE 'SKIPPED'               TO PPL-STATUS               12433116
           ELSE                                                         12433126
               MOVE PT-STATUS(PARTNER-INDEX) TO PPL-STATUS.             12433136
                                                                        12433146
           MOVE PT-DLQ-DEPTH(PARTNER-INDEX) TO PPL-DEPTH.               12433156
                                                                        12433166
           MOVE PROBE-PARTNER-LINE                                      12433176
             TO PROBE-BODY(PROBE-BODY-LENGTH + 1:                       12433186
                           LENGTH OF PROBE-PARTNER-LINE).               12433196
           ADD  LENGTH OF PROBE-PARTNER-LINE TO PROBE-BODY-LENGTH.      12433206
                                                                        12433216
       7445-EXIT.                                                       12433226
           EXIT.                                                        12433236
                                                                        12433246
      ***************************************************************** 12433256
      * Cold-region cache priming.                                    * 12433266
      * GET /zEcsPrime - destructively read up to PRIME-MAX keys      * 12433276
      * from the prime TD queue (operations load it from the          * 12433286
      * ZECSCMP EXTRACT file), fetch each key that is not already     * 12433296
      * local from the partner Data Center, and store it through      * 12433306
      * the normal write internals with the read-through fill's TTL   * 12433316
      * rules (3930-RT-STORE precedent: policy default, else thirty   * 12433326
      * minutes).  Each request is one bounded pass - operations      * 12433336
      * drive it repeatedly until MORE=N; a full prime outliving a    * 12433346
      * shift, or a region bounce mid-prime, just resumes the same    * 12433356
      * way, the already-primed keys skipping on the local            * 12433366
      * existence check.  No replication back to the partner - it     * 12433376
      * is the source.                                                * 12433386
      ***************************************************************** 12433396
       7500-PRIME-CACHE.                                                12433406
           PERFORM 8000-GET-URL           THRU 8000-EXIT.               12433416
                                                                        12433426
           IF  DC-TYPE EQUAL ACTIVE-SINGLE                              12433436
               MOVE HTTP-NO-PARTNER         TO HTTP-400-TEXT            12433446
               PERFORM 9400-STATUS-400    THRU 9400-EXIT                12433456
               GO TO 7500-EXIT.                                         12433466
                                                                        12433476
           MOVE THREE-POINT-TWO-MB          TO GETMAIN-LENGTH.          12433486
                                                                        12433496
           EXEC CICS GETMAIN SET(PRIME-BASE)                            12433506
                FLENGTH(GETMAIN-LENGTH)                                 12433516
                INITIMG(BINARY-ZEROES)                                  12433526
                NOHANDLE                                                12433536
           END-EXEC.                                                    12433546
                                                                        12433556
           MOVE ZEROES                      TO PRIME-READ-COUNT.        12433566
           MOVE ZEROES                      TO PRIME-STORED-COUNT.      12433576
           MOVE ZEROES                      TO PRIME-SKIPPED-COUNT.     12433586
           MOVE ZEROES                      TO PRIME-MISSING-COUNT.     12433596
           MOVE ZEROES                      TO PRIME-FAILED-COUNT.      12433606
           MOVE 'N'                         TO PRIME-EOF-SW.            12433616
                                                                        12433626
           PERFORM 7510-PRIME-ONE-KEY     THRU 7510-EXIT                12433636
               WITH TEST BEFORE                                         12433646
               UNTIL PRIME-EOF  OR                                      12433656
                     PRIME-READ-COUNT EQUAL PRIME-MAX.                  12433666
                                                                        12433676
           PERFORM 7590-PRIME-RESPOND     THRU 7590-EXIT.               12433686
                                                                        12433696
       7500-EXIT.                                                       12433706
           EXIT.                                                        12433716
                                                                        12433726
      ***************************************************************** 12433736
      * Cache priming - process one extract key.                      * 12433746
      ***************************************************************** 12433756
       7510-PRIME-ONE-KEY.                                              12433766
           MOVE LENGTH OF PRIME-RECORD      TO PRIME-TD-LENGTH.         12433776
                                                                        12433786
           EXEC CICS READQ TD QUEUE(PRIME-QUEUE)                        12433796
                INTO  (PRIME-RECORD)                                    12433806
                LENGTH(PRIME-TD-LENGTH)                                 12433816
                RESP  (PRIME-RESP)                                      12433826
                NOHANDLE                                                12433836
           END-EXEC.                                                    12433846
                                                                        12433856
           IF  PRIME-RESP NOT EQUAL DFHRESP(NORMAL)                     12433866
               MOVE 'Y'                     TO PRIME-EOF-SW             12433876
               GO TO 7510-EXIT.                                         12433886
                                                                        12433896
           ADD  ONE                         TO PRIME-READ-COUNT.        12433906
                                                                        12433916
           MOVE ZEROES                      TO PRIME-KEY-LENGTH.        12433926
           INSPECT PRIME-KEY TALLYING PRIME-KEY-LENGTH                  12433936
               FOR CHARACTERS BEFORE INITIAL LOW-VALUE.                 12433946
                                                                        12433956
           IF  PRIME-KEY-LENGTH EQUAL ZEROES                            12433966
               ADD ONE                      TO PRIME-FAILED-COUNT       12433976
               GO TO 7510-EXIT.                                         12433986
                                                                        12433996
           MOVE LOW-VALUES                  TO ZK-KEY.                  12434006
           MOVE PRIME-KEY                   TO ZK-KEY.                  12434016
           MOVE LENGTH OF ZK-RECORD         TO ZK-LENGTH.               12434026
                                                                        12434036
           EXEC CICS READ FILE(ZK-FCT)                                  12434046
                INTO  (ZK-RECORD)                                       12434056
                RIDFLD(ZK-KEY)                                          12434066
                LENGTH(ZK-LENGTH)                                       12434076
                RESP  (READ-RESP)                                       12434086
                NOHANDLE                                                12434096
           END-EXEC.                                                    12434106
                                                                        12434116
           IF  READ-RESP EQUAL DFHRESP(NORMAL)                          12434126
               ADD ONE                      TO PRIME-SKIPPED-COUNT      12434136
               GO TO 7510-EXIT.                                         12434146
                                                                        12434156
           PERFORM 7520-PRIME-FETCH       THRU 7520-EXIT.               12434166
                                                                        12434176
           IF  PRIME-FETCH-MISSING                                      12434186
               ADD ONE                      TO PRIME-MISSING-COUNT      12434196
               GO TO 7510-EXIT.                                         12434206
                                                                        12434216
           IF  PRIME-FETCH-FAILED                                       12434226
               ADD ONE                      TO PRIME-FAILED-COUNT       12434236
               GO TO 7510-EXIT.                                         12434246
                                                                        12434256
           PERFORM 7530-PRIME-STORE       THRU 7530-EXIT.               12434266
           ADD  ONE                         TO PRIME-STORED-COUNT.      12434276
                                                                        12434286
       7510-EXIT.                                                       12434296
           EXIT.                                                        12434306
                                                                        12434316
      ***************************************************************** 12434326
      * Cache priming - fetch one key from the partner over the same  * 12434336
      * session machinery replication uses, with the read-through     * 12434346
      * fetch's media handling: CLICONVERT first, refetched           * 12434356
      * NOCLICONVERT when the Content-Type turns out binary.          * 12434366
      ***************************************************************** 12434376
       7520-PRIME-FETCH.                                                12434386
           MOVE 'F'                         TO PRIME-FETCH-STATUS.      12434396
                                                                        12434406
           MOVE LOW-VALUES                  TO PRIME-PATH.              12434416
           MOVE PRIME-PREFIX                TO PRIME-PATH(1:22).        12434426
           MOVE PRIME-KEY(1:PRIME-KEY-LENGTH)                           12434436
             TO PRIME-PATH(23:PRIME-KEY-LENGTH).                        12434446
           COMPUTE PRIME-PATH-LENGTH =                                  12434456
               URI-PREFIX-LENGTH + PRIME-KEY-LENGTH.                    12434466
                                                                        12434476
           PERFORM 8100-WEB-OPEN          THRU 8100-EXIT.               12434486
                                                                        12434496
           IF  REPL-FAILED                                              12434506
               GO TO 7520-EXIT.                                         12434516
                                                                        12434526
           MOVE PRIME-BASE-X                TO CACHE-ADDRESS-X.         12434536
           SET ADDRESS OF CACHE-MESSAGE     TO CACHE-ADDRESS.           12434546
                                                                        12434556
           MOVE DFHVALUE(GET)               TO WEB-METHOD.              12434566
           MOVE DFHVALUE(CLICONVERT)        TO CLIENT-CONVERT.          12434576
           MOVE THREE-POINT-TWO-MB          TO PRIME-RESPONSE-LENGTH.   12434586
                                                                        12434596
           EXEC CICS WEB CONVERSE                                       12434606
                SESSTOKEN(SESSION-TOKEN)                                12434616
                PATH(PRIME-PATH)                                        12434626
                PATHLENGTH(PRIME-PATH-LENGTH)                           12434636
                METHOD(WEB-METHOD)                                      12434646
                INTO(CACHE-MESSAGE)                                     12434656
                TOLENGTH(PRIME-RESPONSE-LENGTH)                         12434666
                MAXLENGTH(THREE-POINT-TWO-MB)                           12434676
                STATUSCODE(WEB-STATUS-CODE)                             12434686
                STATUSLEN(WEB-STATUS-LENGTH)                            12434696
                STATUSTEXT(WEB-STATUS-TEXT)                             12434706
                CLIENTCONV(CLIENT-CONVERT)                              12434716
                NOHANDLE                                                12434726
           END-EXEC.                                                    12434736
                                                                        12434746
           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)                        12434756
               PERFORM 8300-WEB-CLOSE     THRU 8300-EXIT                12434766
               GO TO 7520-EXIT.                                         12434776
                                                                        12434786
           MOVE TEXT-PLAIN                  TO WEB-MEDIA-TYPE.          12434796
           MOVE LENGTH OF WEB-MEDIA-TYPE    TO RT-MEDIA-LENGTH.         12434806
                                                                        12434816
           EXEC CICS WEB READ HTTPHEADER(RT-CT-HEADER)                  12434826
                NAMELENGTH(RT-CT-LENGTH)                                12434836
                VALUE(WEB-MEDIA-TYPE)                                   12434846
                VALUELENGTH(RT-MEDIA-LENGTH)                            12434856
                SESSTOKEN(SESSION-TOKEN)                                12434866
                NOHANDLE                                                12434876
           END-EXEC.                                                    12434886
                                                                        12434896
           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)                        12434906
               MOVE TEXT-PLAIN              TO WEB-MEDIA-TYPE.          12434916
                                                                        12434926
           IF  WEB-MEDIA-TYPE(1:04) EQUAL TEXT-ANYTHING      OR         12434936
               WEB-MEDIA-TYPE(1:15) EQUAL APPLICATION-XML     OR        12434946
               WEB-MEDIA-TYPE(1:16) EQUAL APPLICATION-JSON              12434956
               CONTINUE                                                 12434966
           ELSE                                                         12434976
               MOVE DFHVALUE(NOCLICONVERT)  TO CLIENT-CONVERT           12434986
               MOVE THREE-POINT-TWO-MB      TO PRIME-RESPONSE-LENGTH    12434996
               EXEC CICS WEB CONVERSE                                   12435006
                    SESSTOKEN(SESSION-TOKEN)                            12435016
                    PATH(PRIME-PATH)                                    12435026
                    PATHLENGTH(PRIME-PATH-LENGTH)                       12435036
                    METHOD(WEB-METHOD)                                  12435046
                    INTO(CACHE-MESSAGE)                                 12435056
                    TOLENGTH(PRIME-RESPONSE-LENGTH)                     12435066
                    MAXLENGTH(THREE-POINT-TWO-MB)                       12435076
                    STATUSCODE(WEB-STATUS-CODE)                         12435086
                    STATUSLEN(WEB-STATUS-LENGTH)                        12435096
                    STATUSTEXT(WEB-STATUS-TEXT)                         12435106
                    CLIENTCONV(CLIENT-CONVERT)                          12435116
                    NOHANDLE                                            12435126
               END-EXEC.                                                12435136
                                                                        12435146
           PERFORM 8300-WEB-CLOSE         THRU 8300-EXIT.               12435156
                                                                        12435166
           IF  WEB-STATUS-CODE EQUAL HTTP-STATUS-204                    12435176
               MOVE 'M'                     TO PRIME-FETCH-STATUS       12435186
               GO TO 7520-EXIT.                                         12435196
                                                                        12435206
           IF  WEB-STATUS-CODE EQUAL HTTP-STATUS-200  AND               12435216
               PRIME-RESPONSE-LENGTH GREATER THAN ZEROES                12435226
               MOVE 'G'                     TO PRIME-FETCH-STATUS.      12435236
                                                                        12435246
       7520-EXIT.                                                       12435256
           EXIT.                                                        12435266
                                                                        12435276
      ***************************************************************** 12435286
      * Cache priming - store the fetched entry through the normal    * 12435296
      * write internals, syncpoint and audit exactly as the           * 12435306
      * read-through fill does.                                       * 12435316
      ***************************************************************** 12435326
       7530-PRIME-STORE.                                                12435336
           MOVE LOW-VALUES                  TO URI-KEY.                 12435346
           MOVE PRIME-KEY(1:PRIME-KEY-LENGTH)                           12435356
             TO URI-KEY(1:PRIME-KEY-LENGTH).                            12435366
           MOVE PRIME-KEY-LENGTH            TO URI-PATH-LENGTH.         12435376
                                                                        12435386
           MOVE THIRTY-MINUTES              TO ZF-TTL.                  12435396
                                                                        12435406
           PERFORM 1311-GET-POLICY        THRU 1311-EXIT.               12435416
           IF  POLICY-FOUND                                             12435426
               IF  ZP-DEFAULT-TTL NUMERIC  AND                          12435436
                   ZP-DEFAULT-TTL GREATER THAN ZEROES                   12435446
                   MOVE ZP-DEFAULT-TTL      TO ZF-TTL.                  12435456
                                                                        12435466
           MOVE PRIME-RESPONSE-LENGTH       TO RECEIVE-LENGTH.          12435476
           MOVE PRIME-BASE-X                TO CACHE-ADDRESS-X.         12435486
                                                                        12435496
           SET ADDRESS OF RAW-MESSAGE       TO CACHE-ADDRESS.           12435506
           MOVE RECEIVE-LENGTH              TO CKS-LENGTH.              12435516
           PERFORM 4950-COMPUTE-CHECKSUM  THRU 4950-EXIT.               12435526
                                                                        12435536
           MOVE LOW-VALUES                  TO DUPLICATE-POST.          12435546
                                                                        12435556
           PERFORM 4000-GET-COUNTER       THRU 4000-EXIT.               12435566
           PERFORM 4100-READ-KEY          THRU 4100-EXIT.               12435576
           PERFORM 4200-PROCESS-FILE      THRU 4200-EXIT.               12435586
                                                                        12435596
           EXEC CICS SYNCPOINT NOHANDLE                                 12435606
           END-EXEC.                                                    12435616
                                                                        12435626
           PERFORM 9960-WRITE-AUDIT       THRU 9960-EXIT.               12435636
                                                                        12435646
           IF  DUPLICATE-POST EQUAL 'Y'                                 12435656
               PERFORM 4710-DISCARD-CHAINS THRU 4710-EXIT.              12435666
                                                                        12435676
      ***************************************************************** 12435686
      * The encoded copy 4800-COMPRESS-PAYLOAD built (when it did)    * 12435696
      * has been written to the FILE store - free it now, or a long   * 12435706
      * priming pass accumulates one per compressible entry.          * 12435716
      ***************************************************************** 12435726
           IF  CPR-COMPRESSED                                           12435736
               EXEC CICS FREEMAIN                                       12435746
                    DATAPOINTER(CPR-POINTER)                            12435756
                    NOHANDLE                                            12435766
               END-EXEC.                                                12435776
                                                                        12435786
       7530-EXIT.                                                       12435796
           EXIT.                                                        12435806
                                                                        12435816
      ***************************************************************** 12435826
      * Cache priming - report the pass.                              * 12435836
      ***************************************************************** 12435846
       7590-PRIME-RESPOND.                                              12435856
           MOVE PRIME-READ-COUNT            TO PR-READ.                 12435866
           MOVE PRIME-STORED-COUNT          TO PR-STORED.               12435876
           MOVE PRIME-SKIPPED-COUNT         TO PR-SKIPPED.              12435886
           MOVE PRIME-MISSING-COUNT         TO PR-MISSING.              12435896
           MOVE PRIME-FAILED-COUNT          TO PR-FAILED.               12435906
                                                                        12435916
           IF  PRIME-EOF                                                12435926
               MOVE 'N'                     TO PR-MORE                  12435936
           ELSE                                                         12435946
               MOVE 'Y'                     TO PR-MORE.                 12435956
                                                                        12435966
           MOVE DFHVALUE(IMMEDIATE)         TO SEND-ACTION.             12435976
           PERFORM 9001-ACAO              THRU 9001-EXIT.               12435986
                                                                        12435996
           EXEC CICS WEB SEND                                           12436006
                FROM      (PRIME-REPORT)                                12436016
                FROMLENGTH(PRIME-REPORT-LENGTH)                         12436026
                MEDIATYPE (TEXT-PLAIN)                                  12436036
                ACTION    (SEND-ACTION)                                 12436046
                STATUSCODE(HTTP-STATUS-200)                             12436056
                STATUSTEXT(HTTP-OK)                                     12436066
                SRVCONVERT                                              12436076
                NOHANDLE                                                12436086
           END-EXEC.                                                    12436096
                                                                        12436106
       7590-EXIT.                                                       12436116
           EXIT.                                                        12436126
                                                                        12436136
      ***************************************************************** 12436146
      * Invalidation feed load.                                       * 12436156
      * GET /zEcsInval - destructively read up to FEED-MAX records    * 12436166
      * from the feed TD queue (operations load it from the event     * 12436176
      * dataset written by batch jobs such as ZECSCAP) and append     * 12436186
      * each one to the ZE-FCT event queue through 9965-WRITE-EVENT,  * 12436196
      * so downstream tiers see a batch removal exactly as they see   * 12436206
      * an online DELETE.  The records were already written to the    * 12436216
      * ZA-FCT audit trail by the batch job itself; only the event    * 12436226
      * is published here.  Each request is one bounded pass -        * 12436236
      * operations drive it repeatedly until MORE=N.                  * 12436246
      ***************************************************************** 12436256
       7600-LOAD-EVENTS.                                                12436266
           MOVE ZEROES                      TO FEED-READ-COUNT.         12436276
           MOVE ZEROES                      TO FEED-LOADED-COUNT.       12436286
           MOVE ZEROES                      TO FEED-FAILED-COUNT.       12436296
           MOVE 'N'                         TO FEED-EOF-SW.             12436306
                                                                        12436316
           PERFORM 7610-LOAD-ONE-EVENT    THRU 7610-EXIT                12436326
               WITH TEST BEFORE                                         12436336
               UNTIL FEED-EOF  OR                                       12436346
                     FEED-READ-COUNT EQUAL FEED-MAX.                    12436356
                                                                        12436366
           PERFORM 7690-FEED-RESPOND      THRU 7690-EXIT.               12436376
                                                                        12436386
       7600-EXIT.                                                       12436396
           EXIT.                                                        12436406
                                                                        12436416
      ***************************************************************** 12436426
      * Invalidation feed load - publish one batch removal.  The feed * 12436436
      * record is an EVT-RECORD image (ZECSEVT.cpy), which is also    * 12436446
      * the AUD-RECORD shape 9965-WRITE-EVENT copies from.            * 12436456
      ***************************************************************** 12436466
       7610-LOAD-ONE-EVENT.                                             12436476
           MOVE LENGTH OF AUD-RECORD        TO FEED-TD-LENGTH.          12436486
                                                                        12436496
           EXEC CICS READQ TD QUEUE(FEED-QUEUE)                         12436506
                INTO  (AUD-RECORD)                                      12436516
                LENGTH(FEED-TD-LENGTH)                                  12436526
                RESP  (FEED-RESP)                                       12436536
                NOHANDLE                                                12436546
           END-EXEC.                                                    12436556
                                                                        12436566
           IF  FEED-RESP NOT EQUAL DFHRESP(NORMAL)                      12436576
               MOVE 'Y'                     TO FEED-EOF-SW              12436586
               GO TO 7610-EXIT.                                         12436596
                                                                        12436606
           ADD  ONE                         TO FEED-READ-COUNT.         12436616
                                                                        12436626
           IF  AUD-KEY EQUAL LOW-VALUES  OR                             12436636
               AUD-KEY EQUAL SPACES                                     12436646
               ADD ONE                      TO FEED-FAILED-COUNT        12436656
               GO TO 7610-EXIT.                                         12436666
                                                                        12436676
           PERFORM 9965-WRITE-EVENT       THRU 9965-EXIT.               12436686
           ADD  ONE                         TO FEED-LOADED-COUNT.       12436696
                                                                        12436706
       7610-EXIT.                                                       12436716
           EXIT.                                                        12436726
                                                                        12436736
      ***************************************************************** 12436746
      * Invalidation feed load - report the pass.                     * 12436756
      ***************************************************************** 12436766
       7690-FEED-RESPOND.                                               12436776
           MOVE FEED-READ-COUNT             TO FR-READ.                 12436786
           MOVE FEED-LOADED-COUNT           TO FR-LOADED.               12436796
           MOVE FEED-FAILED-COUNT           TO FR-FAILED.               12436806
                                                                        12436816
           IF  FEED-EOF                                                 12436826
               MOVE 'N'                     TO FR-MORE                  12436836
           ELSE                                                         12436846
               MOVE 'Y'                     TO FR-MORE.                 12436856
                                                                        12436866
           MOVE DFHVALUE(IMMEDIATE)         TO SEND-ACTION.             12436876
           PERFORM 9001-ACAO              THRU 9001-EXIT.               12436886
                                                                        12436896
           EXEC CICS WEB SEND                                           12436906
                FROM      (FEED-REPORT)                                 12436916
                FROMLENGTH(FEED-REPORT-LENGTH)                          12436926
                MEDIATYPE (TEXT-PLAIN)                                  12436936
                ACTION    (SEND-ACTION)                                 12436946
                STATUSCODE(HTTP-STATUS-200)                             12436956
                STATUSTEXT(HTTP-OK)                                     12436966
                SRVCONVERT                                              12436976
                NOHANDLE                                                12436986
           END-EXEC.                                                    12436996
                                                                        12437006
       7690-EXIT.                                                       12437016
           EXIT.                                                        12437026
                                                                        12437036
      ***************************************************************** 12437046
      * Reference data publish.                                       * 12437056
      * GET /zEcsPublish - destructively read up to PUBLISH-MAX       * 12437066
      * records from the publish TD queue (operations load it from    * 12437076
      * ZECSPUB's PUBOUT feed) and apply each one: a store record     * 12437086
      * goes through the normal write internals, a delete record      * 12437096
      * through the single-key DELETE internals, and a refresh record * 12437106
      * re-stamps an unchanged entry's TTL.  Every store and delete   * 12437116
      * is committed, audited (so an invalidation event follows) and  * 12437126
      * replicated to the partner Data Centers as a PUT or DELETE of  * 12437136
      * its own /resources path, exactly as a /resources request      * 12437146
      * would be.  A refresh is local, like a touch.  Each request is * 12437156
      * one bounded pass - operations drive it repeatedly until       * 12437166
      * MORE=N.                                                       * 12437176
      ***************************************************************** 12437186
       7800-PUBLISH-FEED.                                               12437196
           MOVE ZEROES                      TO PUBLISH-READ-COUNT.      12437206
           MOVE ZEROES                      TO PUBLISH-STORED-COUNT.    12437216
           MOVE ZEROES                      TO PUBLISH-REMOVED-COUNT.   12437226
           MOVE ZEROES                      TO PUBLISH-REFRESH-COUNT.   12437236
           MOVE ZEROES                      TO PUBLISH-MISSING-COUNT.   12437246
           MOVE ZEROES                      TO PUBLISH-FAILED-COUNT.    12437256
           MOVE 'N'                         TO PUBLISH-EOF-SW.          12437266
                                                                        12437276
           PERFORM 8000-GET-URL           THRU 8000-EXIT.               12437286
                                                                        12437296
           PERFORM 7810-PUBLISH-ONE       THRU 7810-EXIT                12437306
               WITH TEST BEFORE                                         12437316
               UNTIL PUBLISH-EOF  OR                                    12437326
                     PUBLISH-READ-COUNT EQUAL PUBLISH-MAX.              12437336
                                                                        12437346
           PERFORM 7890-PUBLISH-RESPOND   THRU 7890-EXIT.               12437356
                                                                        12437366
       7800-EXIT.                                                       12437376
           EXIT.                                                        12437386
                                                                        12437396
      ***************************************************************** 12437406
      * Reference data publish - read and apply one feed record       * 12437416
      * (ZECSPBC.cpy).  A record with no key, an unknown action, or a * 12437426
      * store record whose value length does not match the record     * 12437436
      * read is counted FAILED and passed over.                       * 12437446
      ***************************************************************** 12437456
       7810-PUBLISH-ONE.                                                12437466
           MOVE LENGTH OF PB-RECORD         TO PUBLISH-TD-LENGTH.       12437476
                                                                        12437486
           EXEC CICS READQ TD QUEUE(PUBLISH-QUEUE)                      12437496
                INTO  (PB-RECORD)                                       12437506
                LENGTH(PUBLISH-TD-LENGTH)                               12437516
                RESP  (PUBLISH-RESP)                                    12437526
                NOHANDLE                                                12437536
           END-EXEC.                                                    12437546
                                                                        12437556
           IF  PUBLISH-RESP NOT EQUAL DFHRESP(NORMAL)                   12437566
               MOVE 'Y'                     TO PUBLISH-EOF-SW           12437576
               GO TO 7810-EXIT.                                         12437586
                                                                        12437596
           ADD  ONE                         TO PUBLISH-READ-COUNT.      12437606
                                                                        12437616
           MOVE ZEROES                      TO PUBLISH-KEY-LENGTH.      12437626
           IF  PB-KEY NOT EQUAL SPACES                                  12437636
               INSPECT PB-KEY TALLYING PUBLISH-KEY-LENGTH               12437646
                   FOR CHARACTERS BEFORE INITIAL LOW-VALUE.             12437656
                                                                        12437666
           IF  PUBLISH-KEY-LENGTH EQUAL ZEROES                          12437676
               ADD  ONE                     TO PUBLISH-FAILED-COUNT     12437686
               GO TO 7810-EXIT.                                         12437696
                                                                        12437706
           MOVE PB-KEY                      TO URI-KEY.                 12437716
           MOVE PUBLISH-KEY-LENGTH          TO URI-PATH-LENGTH.         12437726
                                                                        12437736
           IF  PB-STORE                                                 12437746
               IF  PB-LENGTH NOT NUMERIC             OR                 12437756
                   PB-LENGTH EQUAL ZEROES            OR                 12437766
                   PB-LENGTH GREATER THAN LENGTH OF PB-VALUE  OR        12437776
                   PUBLISH-TD-LENGTH LESS THAN                          12437786
                       LENGTH OF PB-RECORD - LENGTH OF PB-VALUE         12437796
                                           + PB-LENGTH                  12437806
                   ADD  ONE                 TO PUBLISH-FAILED-COUNT     12437816
               ELSE                                                     12437826
                   PERFORM 7820-PUBLISH-STORE   THRU 7820-EXIT          12437836
               END-IF                                                   12437846
               GO TO 7810-EXIT.                                         12437856
                                                                        12437866
           IF  PB-REFRESH                                               12437876
               PERFORM 7830-PUBLISH-REFRESH THRU 7830-EXIT              12437886
               GO TO 7810-EXIT.                                         12437896
                                                                        12437906
           IF  PB-REMOVE                                                12437916
               PERFORM 7840-PUBLISH-REMOVE  THRU 7840-EXIT              12437926
               GO TO 7810-EXIT.                                         12437936
                                                                        12437946
           ADD  ONE                         TO PUBLISH-FAILED-COUNT.    12437956
                                                                        12437966
       7810-EXIT.                                                       12437976
           EXIT.                                                        12437986
                                                                        12437996
      ***************************************************************** 12438006
      * Reference data publish - TTL for a stored or refreshed entry. * 12438016
      * A feed TTL is handed to 1310-TTL as a ttl= query string would * 12438026
      * be, so the floor, the application's policy maximum and the    * 12438036
      * ETTL ceilings all apply; none takes the policy default.       * 12438046
      ***************************************************************** 12438056
       7815-PUBLISH-TTL.                                                12438066
           IF  PB-TTL NUMERIC  AND                                      12438076
               PB-TTL GREATER THAN ZEROES                               12438086
               MOVE PB-TTL                  TO PUBLISH-TTL              12438096
               MOVE SPACES                  TO WEB-QUERYSTRING          12438106
               MOVE PUBLISH-QUERYSTRING     TO WEB-QUERYSTRING          12438116
               MOVE PUBLISH-QUERY-LENGTH    TO WEB-QUERYSTRING-LENGTH   12438126
           ELSE                                                         12438136
               MOVE ZEROES                  TO WEB-QUERYSTRING-LENGTH.  12438146
                                                                        12438156
           PERFORM 1310-TTL               THRU 1310-EXIT.               12438166
                                                                        12438176
       7815-EXIT.                                                       12438186
           EXIT.                                                        12438196
                                                                        12438206
      ***************************************************************** 12438216
      * Reference data publish - store a new or changed value through * 12438226
      * the normal write internals, syncpoint and audit exactly as    * 12438236
      * cache priming does, then replicate it as an mput entry is     * 12438246
      * replicated.                                                   * 12438256
      ***************************************************************** 12438266
       7820-PUBLISH-STORE.                                              12438276
           PERFORM 7815-PUBLISH-TTL       THRU 7815-EXIT.               12438286
                                                                        12438296
           IF  PB-MEDIA EQUAL SPACES                                    12438306
               MOVE TEXT-PLAIN              TO WEB-MEDIA-TYPE           12438316
           ELSE                                                         12438326
               MOVE PB-MEDIA                TO WEB-MEDIA-TYPE.          12438336
                                                                        12438346
           MOVE PB-LENGTH                   TO RECEIVE-LENGTH.          12438356
           SET CACHE-ADDRESS                TO ADDRESS OF PB-VALUE.     12438366
                                                                        12438376
           SET ADDRESS OF RAW-MESSAGE       TO CACHE-ADDRESS.           12438386
           MOVE RECEIVE-LENGTH              TO CKS-LENGTH.              12438396
           PERFORM 4950-COMPUTE-CHECKSUM  THRU 4950-EXIT.               12438406
                                                                        12438416
           MOVE LOW-VALUES                  TO DUPLICATE-POST.          12438426
                                                                        12438436
           MOVE 'UPDT'                      TO STAT-ID.                 12438446
           PERFORM 9980-BUMP-STAT         THRU 9980-EXIT.               12438456
                                                                        12438466
           PERFORM 4000-GET-COUNTER       THRU 4000-EXIT.               12438476
           PERFORM 4100-READ-KEY          THRU 4100-EXIT.               12438486
           PERFORM 4200-PROCESS-FILE      THRU 4200-EXIT.               12438496
                                                                        12438506
           EXEC CICS SYNCPOINT NOHANDLE                                 12438516
           END-EXEC.                                                    12438526
                                                                        12438536
           MOVE WEB-HTTP-PUT                TO WEB-HTTPMETHOD.          12438546
           PERFORM 9960-WRITE-AUDIT       THRU 9960-EXIT.               12438556
                                                                        12438566
           IF  DUPLICATE-POST EQUAL 'Y'                                 12438576
               PERFORM 4710-DISCARD-CHAINS THRU 4710-EXIT.              12438586
                                                                        12438596
           IF  CPR-COMPRESSED                                           12438606
               EXEC CICS FREEMAIN                                       12438616
                    DATAPOINTER(CPR-POINTER)                            12438626
                    NOHANDLE                                            12438636
               END-EXEC.                                                12438646
                                                                        12438656
           ADD  ONE                         TO PUBLISH-STORED-COUNT.    12438666
                                                                        12438676
           IF  DC-TYPE EQUAL ACTIVE-ACTIVE   OR                         12438686
               DC-TYPE EQUAL ACTIVE-STANDBY                             12438696
               MOVE ZF-TTL                  TO APPEND-TTL               12438706
               MOVE SPACES                  TO WEB-QUERYSTRING          12438716
               MOVE APPEND-QUERYSTRING      TO WEB-QUERYSTRING          12438726
               MOVE APPEND-QUERY-LENGTH     TO WEB-QUERYSTRING-LENGTH   12438736
               MOVE PRIME-PREFIX    TO WEB-PATH(1:URI-PREFIX-LENGTH)    12438746
               MOVE PB-KEY(1:PUBLISH-KEY-LENGTH)                        12438756
                 TO WEB-PATH(URI-PREFIX-LENGTH + 1:PUBLISH-KEY-LENGTH)  12438766
               COMPUTE WEB-PATH-LENGTH =                                12438776
                   URI-PREFIX-LENGTH + PUBLISH-KEY-LENGTH               12438786
               MOVE CACHE-ADDRESS-X         TO SAVE-ADDRESS-X           12438796
               PERFORM 4600-REPLICATE     THRU 4600-EXIT.               12438806
                                                                        12438816
       7820-EXIT.                                                       12438826
           EXIT.                                                        12438836
                                                                        12438846
      ***************************************************************** 12438856
      * Reference data publish - the stored value is current; re-     * 12438866
      * stamp its ZF-ABS and renew its TTL (the TTL a store would     * 12438876
      * give it) so unchanged reference data does not age out.  Like  * 12438886
      * a touch this is local: the partner's expiration runs the      * 12438896
      * deplicate handshake against this region first and finds the   * 12438906
      * entry alive.  An entry gone since ZECSPUB ran is counted      * 12438916
      * MISSING - its next run publishes it again.                    * 12438926
      ***************************************************************** 12438936
       7830-PUBLISH-REFRESH.                                            12438946
           PERFORM 7815-PUBLISH-TTL       THRU 7815-EXIT.               12438956
           MOVE ZF-TTL                      TO TOUCH-NEW-TTL.           12438966
                                                                        12438976
           MOVE URI-KEY                     TO ZK-KEY.                  12438986
           MOVE LENGTH OF ZK-RECORD         TO ZK-LENGTH.               12438996
                                                                        12439006
           EXEC CICS READ FILE(ZK-FCT)                                  12439016
                INTO  (ZK-RECORD)                                       12439026
                RIDFLD(ZK-KEY)                                          12439036
                LENGTH(ZK-LENGTH)                                       12439046
                RESP  (READ-RESP)                                       12439056
                NOHANDLE                                                12439066
           END-EXEC.                                                    12439076
                                                                        12439086
           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)                      12439096
               ADD  ONE                     TO PUBLISH-MISSING-COUNT    12439106
               GO TO 7830-EXIT.                                         12439116
                                                                        12439126
           MOVE ZK-ZF-KEY                   TO ZF-KEY.                  12439136
           MOVE ZEROES                      TO ZF-SUFFIX.               12439146
           MOVE ZEROES                      TO ZF-ZEROES.               12439156
                                                                        12439166
           IF  ZK-SEGMENTS EQUAL 'Y'                                    12439176
               MOVE ONE                     TO ZF-SEGMENT               12439186
           ELSE                                                         12439196
               MOVE ZEROES                  TO ZF-SEGMENT.              12439206
                                                                        12439216
           MOVE LENGTH OF ZF-RECORD         TO ZF-LENGTH.               12439226
                                                                        12439236
           EXEC CICS READ FILE(ZF-FCT)                                  12439246
                INTO  (ZF-RECORD)                                       12439256
                RIDFLD(ZF-KEY-16)                                       12439266
                LENGTH(ZF-LENGTH)                                       12439276
                UPDATE                                                  12439286
                RESP  (READ-RESP)                                       12439296
                NOHANDLE                                                12439306
           END-EXEC.                                                    12439316
                                                                        12439326
           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)                      12439336
               ADD  ONE                     TO PUBLISH-MISSING-COUNT    12439346
               GO TO 7830-EXIT.                                         12439356
                                                                        12439366
           MOVE TOUCH-NEW-TTL               TO ZF-TTL.                  12439376
           PERFORM 9950-ABS               THRU 9950-EXIT.               12439386
                                                                        12439396
           EXEC CICS REWRITE FILE(ZF-FCT)                               12439406
                FROM(ZF-RECORD)                                         12439416
                LENGTH(ZF-LENGTH)                                       12439426
                NOHANDLE                                                12439436
           END-EXEC.                                                    12439446
                                                                        12439456
           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)                        12439466
               MOVE FC-REWRITE              TO FE-FN                    12439476
               MOVE '7830'                  TO FE-PARAGRAPH             12439486
               PERFORM 9100-FILE-ERROR    THRU 9100-EXIT                12439496
               ADD  ONE                     TO PUBLISH-FAILED-COUNT     12439506
               GO TO 7830-EXIT.                                         12439516
                                                                        12439526
           EXEC CICS SYNCPOINT NOHANDLE                                 12439536
           END-EXEC.                                                    12439546
                                                                        12439556
           ADD  ONE                         TO PUBLISH-REFRESH-COUNT.   12439566
                                                                        12439576
       7830-EXIT.                                                       12439586
           EXIT.                                                        12439596
                                                                        12439606
      ***************************************************************** 12439616
      * Reference data publish - the key is no longer in the          * 12439626
      * reference data.  Remove it through the single-key DELETE      * 12439636
      * internals (KEY, FILE and version chains, tags), commit, audit * 12439646
      * and replicate it as a DELETE of its own /resources path, as a * 12439656
      * tag delete does.  A key already gone is counted MISSING.      * 12439666
      ***************************************************************** 12439676
       7840-PUBLISH-REMOVE.                                             12439686
           MOVE URI-KEY                     TO ZK-KEY.                  12439696
           MOVE LENGTH OF ZK-RECORD         TO ZK-LENGTH.               12439706
                                                                        12439716
           EXEC CICS READ FILE(ZK-FCT)                                  12439726
                INTO  (ZK-RECORD)                                       12439736
                RIDFLD(ZK-KEY)                                          12439746
                LENGTH(ZK-LENGTH)                                       12439756
                RESP  (READ-RESP)                                       12439766
                NOHANDLE                                                12439776
           END-EXEC.                                                    12439786
                                                                        12439796
           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)                      12439806
               ADD  ONE                     TO PUBLISH-MISSING-COUNT    12439816
               GO TO 7840-EXIT.                                         12439826
                                                                        12439836
           PERFORM 5100-DELETE-KEY        THRU 5100-EXIT.               12439846
           PERFORM 5200-DELETE-FILE       THRU 5200-EXIT                12439856
                   WITH TEST AFTER                                      12439866
                   VARYING ZF-SEGMENT FROM 1 BY 1                       12439876
                   UNTIL EIBRESP NOT EQUAL DFHRESP(NORMAL).             12439886
           PERFORM 5250-DELETE-VERSIONS   THRU 5250-EXIT.               12439896
                                                                        12439906
           EXEC CICS SYNCPOINT NOHANDLE                                 12439916
           END-EXEC.                                                    12439926
                                                                        12439936
           MOVE WEB-HTTP-DELETE             TO WEB-HTTPMETHOD.          12439946
           PERFORM 9960-WRITE-AUDIT       THRU 9960-EXIT.               12439956
                                                                        12439966
           MOVE 'DEL '                      TO STAT-ID.                 12439976
           PERFORM 9980-BUMP-STAT         THRU 9980-EXIT.               12439986
                                                                        12439996
           ADD  ONE                         TO PUBLISH-REMOVED-COUNT.   12440006
                                                                        12440016
           MOVE PRIME-PREFIX        TO WEB-PATH(1:URI-PREFIX-LENGTH).   12440026
           MOVE URI-KEY(1:PUBLISH-KEY-LENGTH)                           12440036
             TO WEB-PATH(URI-PREFIX-LENGTH + 1:PUBLISH-KEY-LENGTH).     12440046
           COMPUTE WEB-PATH-LENGTH =                                    12440056
               URI-PREFIX-LENGTH + PUBLISH-KEY-LENGTH.                  12440066
                                                                        12440076
           IF  DC-TYPE EQUAL ACTIVE-ACTIVE   OR                         12440086
               DC-TYPE EQUAL ACTIVE-STANDBY                             12440096
               PERFORM 5400-REPLICATE     THRU 5400-EXIT.               12440106
                                                                        12440116
       7840-EXIT.                                                       12440126
           EXIT.                                                        12440136
                                                                        12440146
      ***************************************************************** 12440156
      * Reference data publish - report the pass.                     * 12440166
      ***************************************************************** 12440176
       7890-PUBLISH-RESPOND.                                            12440186
           MOVE PUBLISH-READ-COUNT          TO PU-READ.                 12440196
           MOVE PUBLISH-STORED-COUNT        TO PU-STORED.               12440206
           MOVE PUBLISH-REMOVED-COUNT       TO PU-REMOVED.              12440216
           MOVE PUBLISH-REFRESH-COUNT       TO PU-REFRESHED.            12440226
           MOVE PUBLISH-MISSING-COUNT       TO PU-MISSING.              12440236
           MOVE PUBLISH-FAILED-COUNT        TO PU-FAILED.               12440246
                                                                        12440256
           IF  PUBLISH-EOF                                              12440266
               MOVE 'N'                     TO PU-MORE                  12440276
           ELSE                                                         12440286
               MOVE 'Y'                     TO PU-MORE.                 12440296
                                                                        12440306
           MOVE DFHVALUE(IMMEDIATE)         TO SEND-ACTION.             12440316
           PERFORM 9001-ACAO              THRU 9001-EXIT.               12440326
                                                                        12440336
           EXEC CICS WEB SEND                                           12440346
                FROM      (PUBLISH-REPORT)                              12440356
                FROMLENGTH(PUBLISH-REPORT-LENGTH)                       12440366
                MEDIATYPE (TEXT-PLAIN)                                  12440376
                ACTION    (SEND-ACTION)                                 12440386
                STATUSCODE(HTTP-STATUS-200)                             12440396
                STATUSTEXT(HTTP-OK)                                     12440406
                SRVCONVERT                                              12440416
                NOHANDLE                                                12440426
           END-EXEC.                                                    12440436
                                                                        12440446
           MOVE 200                         TO ACT-STATUS-WORK.         12440456
           MOVE ZEROES                      TO ACT-BYTES-WORK.          12440466
           PERFORM 9990-WRITE-ACCOUNTING  THRU 9990-EXIT.               12440476
                                                                        12440486
       7890-EXIT.                                                       12440496
           EXIT.                                                        12440506
      ***************************************************************** 12440516
      * DELETE /zEcsTags/<tag> - remove every entry carrying the tag  * 12440526
      * (see ZECSZIC.cpy).  The index records are browsed from        * 12440536
      * LOW-VALUE + tag and the keys collected first (up to           * 12440546
      * WS-LIST-MAX), so no ZI-FCT browse is held open across the     * 12440556
      * deletes.  Each key then goes through the single-key DELETE    * 12440566
      * internals - KEY, FILE and version chains removed, tags        * 12440576
      * dropped, audited (so an invalidation event and a              * 12440586
      * write-behind capture follow) and replicated as a DELETE of    * 12440596
      * its own /resources path.  The reply reports the entries       * 12440606
      * REMOVED, those SKIPPED because a prefix-scoped userid holds   * 12440616
      * no DELETE grant for them, and MORE=Y when entries remain      * 12440626
      * past the per-request limit (repeat the request).  No entry    * 12440636
      * carrying the tag answers 204.                                 * 12440646
      ***************************************************************** 12440656
       7700-TAG-DELETE.                                                 12440666
           IF  WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-DELETE                 12440676
               MOVE HTTP-INVALID-URI        TO HTTP-400-TEXT            12440686
               PERFORM 9400-STATUS-400    THRU 9400-EXIT                12440696
               GO TO 7700-EXIT.                                         12440706
                                                                        12440716
           COMPUTE TAG-HEADER-LENGTH = WEB-PATH-LENGTH - TEN.           12440726
                                                                        12440736
           IF  TAG-HEADER-LENGTH LESS THAN ONE  OR                      12440746
               TAG-HEADER-LENGTH GREATER THAN TAG-NAME-MAX              12440756
               MOVE HTTP-INVALID-URI        TO HTTP-400-TEXT            12440766
               PERFORM 9400-STATUS-400    THRU 9400-EXIT                12440776
               GO TO 7700-EXIT.                                         12440786
                                                                        12440796
           MOVE SPACES                      TO TAG-HEADER-VALUE.        12440806
           MOVE WEB-PATH(11:TAG-HEADER-LENGTH)                          12440816
             TO TAG-HEADER-VALUE(1:TAG-HEADER-LENGTH).                  12440826
                                                                        12440836
           PERFORM 1146-PARSE-TAGS        THRU 1146-EXIT.               12440846
                                                                        12440856
           IF  TAG-INVALID  OR                                          12440866
               TAG-COUNT NOT EQUAL ONE                                  12440876
               MOVE HTTP-TAGS-INVALID       TO HTTP-400-TEXT            12440886
               PERFORM 9400-STATUS-400    THRU 9400-EXIT                12440896
               GO TO 7700-EXIT.                                         12440906
                                                                        12440916
           MOVE TAG-ENTRY(1)                TO TAG-NAME.                12440926
           PERFORM 7710-TAG-COLLECT       THRU 7710-EXIT.               12440936
                                                                        12440946
           IF  TAG-KEY-COUNT EQUAL ZEROES                               12440956
               MOVE HTTP-NOT-FOUND          TO HTTP-204-TEXT            12440966
               MOVE HTTP-NOT-FOUND-LENGTH   TO HTTP-204-LENGTH          12440976
               PERFORM 9700-STATUS-204    THRU 9700-EXIT                12440986
               GO TO 7700-EXIT.                                         12440996
                                                                        12441006
           PERFORM 8000-GET-URL           THRU 8000-EXIT.               12441016
                                                                        12441026
           MOVE ZEROES                      TO TAG-REMOVED-COUNT.       12441036
           MOVE ZEROES                      TO TAG-SKIPPED-COUNT.       12441046
                                                                        12441056
           PERFORM 7720-TAG-DELETE-KEY    THRU 7720-EXIT                12441066
               VARYING TAG-KEY-INDEX FROM 1 BY 1                        12441076
               UNTIL   TAG-KEY-INDEX GREATER THAN TAG-KEY-COUNT.        12441086
                                                                        12441096
           PERFORM 7790-TAG-RESPOND       THRU 7790-EXIT.               12441106
                                                                        12441116
       7700-EXIT.                                                       12441126
           EXIT.                                                        12441136
                                                                        12441146
      ***************************************************************** 12441156
      * Collect the keys carrying TAG-NAME into TAG-KEY-TABLE.        * 12441166
      ***************************************************************** 12441176
       7710-TAG-COLLECT.                                                12441186
           MOVE ZEROES                      TO TAG-KEY-COUNT.           12441196
           MOVE 'N'                         TO TAG-EOF-SW.              12441206
           MOVE 'N'                         TO TAG-MORE-SW.             12441216
                                                                        12441226
           MOVE LOW-VALUES                  TO ZI-KEY.                  12441236
           MOVE TAG-NAME                    TO ZI-INDEX-TAG.            12441246
                                                                        12441256
           EXEC CICS STARTBR FILE(ZI-FCT)                               12441266
                RIDFLD(ZI-KEY)                                          12441276
                GTEQ                                                    12441286
                RESP  (TAG-RESP)                                        12441296
                NOHANDLE                                                12441306
           END-EXEC.                                                    12441316
                                                                        12441326
           IF  TAG-RESP NOT EQUAL DFHRESP(NORMAL)                       12441336
               GO TO 7710-EXIT.                                         12441346
                                                                        12441356
           PERFORM 7715-TAG-NEXT-KEY      THRU 7715-EXIT                12441366
               WITH TEST BEFORE                                         12441376
               UNTIL TAG-EOF.                                           12441386
                                                                        12441396
           EXEC CICS ENDBR FILE(ZI-FCT) NOHANDLE                        12441406
           END-EXEC.                                                    12441416
                                                                        12441426
       7710-EXIT.                                                       12441436
           EXIT.                                                        12441446
                                                                        12441456
       7715-TAG-NEXT-KEY.                                               12441466
           MOVE LENGTH OF ZI-RECORD         TO ZI-LENGTH.               12441476
                                                                        12441486
           EXEC CICS READNEXT FILE(ZI-FCT)                              12441496
                INTO  (ZI-RECORD)                                       12441506
                RIDFLD(ZI-KEY)                                          12441516
                LENGTH(ZI-LENGTH)                                       12441526
                RESP  (TAG-RESP)                                        12441536
                NOHANDLE                                                12441546
           END-EXEC.                                                    12441556
                                                                        12441566
           IF  TAG-RESP NOT EQUAL DFHRESP(NORMAL)                       12441576
               MOVE 'Y'                     TO TAG-EOF-SW               12441586
               GO TO 7715-EXIT.                                         12441596
                                                                        12441606
           IF  ZI-INDEX-MARK NOT EQUAL LOW-VALUES  OR                   12441616
               ZI-INDEX-TAG  NOT EQUAL TAG-NAME                         12441626
               MOVE 'Y'                     TO TAG-EOF-SW               12441636
               GO TO 7715-EXIT.                                         12441646
                                                                        12441656
           IF  TAG-KEY-COUNT EQUAL WS-LIST-MAX                          12441666
               MOVE 'Y'                     TO TAG-MORE-SW              12441676
               MOVE 'Y'                     TO TAG-EOF-SW               12441686
               GO TO 7715-EXIT.                                         12441696
                                                                        12441706
           ADD  ONE                         TO TAG-KEY-COUNT.           12441716
           MOVE ZI-ZK-KEY      TO TAG-KEY-ENTRY(TAG-KEY-COUNT).         12441726
                                                                        12441736
       7715-EXIT.                                                       12441746
           EXIT.                                                        12441756
                                                                        12441766
      ***************************************************************** 12441776
      * Remove one collected entry.  An index record left behind by   * 12441786
      * an entry that is gone, or no longer carries the tag, is       * 12441796
      * dropped and the key passed over.                              * 12441806
      ***************************************************************** 12441816
       7720-TAG-DELETE-KEY.                                             12441826
           MOVE TAG-KEY-ENTRY(TAG-KEY-INDEX) TO URI-KEY.                12441836
           MOVE ZEROES                      TO TAG-KEY-LENGTH.          12441846
           INSPECT URI-KEY TALLYING TAG-KEY-LENGTH                      12441856
               FOR CHARACTERS BEFORE INITIAL LOW-VALUE.                 12441866
           MOVE TAG-KEY-LENGTH              TO URI-PATH-LENGTH.         12441876
                                                                        12441886
           MOVE URI-KEY                     TO TAG-ENTRY-KEY.           12441896
           PERFORM 9941-READ-TAG-LIST     THRU 9941-EXIT.               12441906
                                                                        12441916
           MOVE TAG-NAME                    TO TAG-WORK.                12441926
           MOVE 'N'                         TO TAG-FOUND-SW.            12441936
           PERFORM 9948-MATCH-OLD-TAG     THRU 9948-EXIT                12441946
               VARYING TAG-OLD-INDEX FROM 1 BY 1                        12441956
               UNTIL   TAG-OLD-INDEX GREATER THAN TAG-OLD-COUNT         12441966
               OR      TAG-FOUND.                                       12441976
                                                                        12441986
           IF  NOT TAG-FOUND                                            12441996
               PERFORM 9946-DROP-INDEX    THRU 9946-EXIT                12442006
               GO TO 7720-EXIT.                                         12442016
                                                                        12442026
           MOVE URI-KEY                     TO ZK-KEY.                  12442036
           MOVE LENGTH OF ZK-RECORD         TO ZK-LENGTH.               12442046
                                                                        12442056
           EXEC CICS READ FILE(ZK-FCT)                                  12442066
                INTO  (ZK-RECORD)                                       12442076
                RIDFLD(ZK-KEY)                                          12442086
                LENGTH(ZK-LENGTH)                                       12442096
                RESP  (READ-RESP)                                       12442106
                NOHANDLE                                                12442116
           END-EXEC.                                                    12442126
                                                                        12442136
           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)                      12442146
               MOVE URI-KEY                 TO ZK-KEY                   12442156
               PERFORM 9945-DROP-TAGS     THRU 9945-EXIT                12442166
               GO TO 7720-EXIT.                                         12442176
                                                                        12442186
           MOVE 'D'                         TO GRANT-ACCESS.            12442196
           MOVE URI-KEY                     TO GRANT-KEY.               12442206
           MOVE TAG-KEY-LENGTH              TO GRANT-KEY-LENGTH.        12442216
           MOVE 'Y'                         TO GRANT-PROBE-SW.          12442226
           PERFORM 1680-PREFIX-ACCESS     THRU 1680-EXIT.               12442236
           MOVE 'N'                         TO GRANT-PROBE-SW.          12442246
                                                                        12442256
           IF  GRANT-DENIED                                             12442266
               ADD  ONE                     TO TAG-SKIPPED-COUNT        12442276
               GO TO 7720-EXIT.                                         12442286
                                                                        12442296
           PERFORM 5100-DELETE-KEY        THRU 5100-EXIT.               12442306
           PERFORM 5200-DELETE-FILE       THRU 5200-EXIT                12442316
                   WITH TEST AFTER                                      12442326
                   VARYING ZF-SEGMENT FROM 1 BY 1                       12442336
                   UNTIL EIBRESP NOT EQUAL DFHRESP(NORMAL).             12442346
           PERFORM 5250-DELETE-VERSIONS   THRU 5250-EXIT.               12442356
                                                                        12442366
           PERFORM 9960-WRITE-AUDIT       THRU 9960-EXIT.               12442376
                                                                        12442386
           MOVE 'PURG'                      TO STAT-ID.                 12442396
           PERFORM 9980-BUMP-STAT         THRU 9980-EXIT.               12442406
                                                                        12442416
           ADD  ONE                         TO TAG-REMOVED-COUNT.       12442426
                                                                        12442436
           MOVE PRIME-PREFIX        TO WEB-PATH(1:URI-PREFIX-LENGTH).   12442446
           MOVE URI-KEY(1:TAG-KEY-LENGTH)                               12442456
             TO WEB-PATH(URI-PREFIX-LENGTH + 1:TAG-KEY-LENGTH).         12442466
           COMPUTE WEB-PATH-LENGTH =                                    12442476
               URI-PREFIX-LENGTH + TAG-KEY-LENGTH.                      12442486
                                                                        12442496
           IF  DC-TYPE EQUAL ACTIVE-ACTIVE   OR                         12442506
               DC-TYPE EQUAL ACTIVE-STANDBY                             12442516
               PERFORM 5400-REPLICATE     THRU 5400-EXIT.               12442526
                                                                        12442536
       7720-EXIT.                                                       12442546
           EXIT.                                                        12442556
                                                                        12442566
      ***************************************************************** 12442576
      * Report the tag delete.                                        * 12442586
      ***************************************************************** 12442596
       7790-TAG-RESPOND.                                                12442606
           MOVE TAG-REMOVED-COUNT           TO TR-REMOVED.              12442616
           MOVE TAG-SKIPPED-COUNT           TO TR-SKIPPED.              12442626
                                                                        12442636
           IF  TAG-MORE                                                 12442646
               MOVE 'Y'                     TO TR-MORE                  12442656
           ELSE                                                         12442666
               MOVE 'N'                     TO TR-MORE.                 12442676
                                                                        12442686
           MOVE DFHVALUE(IMMEDIATE)         TO SEND-ACTION.             12442696
           PERFORM 9001-ACAO              THRU 9001-EXIT.               12442706
                                                                        12442716
           EXEC CICS WEB SEND                                           12442726
                FROM      (TAG-REPORT)                                  12442736
                FROMLENGTH(TAG-REPORT-LENGTH)                           12442746
                MEDIATYPE (TEXT-PLAIN)                                  12442756
                ACTION    (SEND-ACTION)                                 12442766
                STATUSCODE(HTTP-STATUS-200)                             12442776
                STATUSTEXT(HTTP-OK)                                     12442786
                SRVCONVERT                                              12442796
                NOHANDLE                                                12442806
           END-EXEC.                                                    12442816
                                                                        12442826
           MOVE 200                         TO ACT-STATUS-WORK.         12442836
           MOVE ZEROES                      TO ACT-BYTES-WORK.          12442846
           PERFORM 9990-WRITE-ACCOUNTING  THRU 9990-EXIT.               12442856
                                                                        12442866
       7790-EXIT.                                                       12442876
           EXIT.                                                        12442886
                                                                        12442896
      ***************************************************************** 12442906
      * Get the partner Data Centers for the replication process.     * 12442916
      * Line 1 of ZCxxDC sets the replication type; the partners      * 12442926
      * come from the ZCxxDP table (8010-LOAD-PARTNERS) or, when      * 12442936
      * the region has none, the single ZCxxDC URL line, which        * 12442946
      * must be in the following format:                              * 12442956
      * http://hostname:port                                          * 12480001
      * Loaded once per task.  An A1 type, or no usable partner,      * 12480011
      * leaves the region ACTIVE-SINGLE.  On return the URL-*         * 12480021
      * fields address the first active partner (the first listed     * 12480031
      * when all stand by) for callers that talk to one partner -     * 12480041
      * the cache prime and the handshake probe.                      * 12480051
      ***************************************************************** 12490000
       8000-GET-URL.                                                    12500001
           IF  PARTNERS-LOADED                                          12500011
               GO TO 8000-SELECT.                                       12500021
                                                                        12500031
           MOVE 'Y'                           TO PARTNER-LOAD-SW.       12500041
           MOVE ZEROES                        TO PARTNER-COUNT.         12500051
                                                                        12510001
           EXEC CICS DOCUMENT CREATE DOCTOKEN(DC-TOKEN)                 12520001
                TEMPLATE(ZECS-DC)                                       12530001
                    NOHANDLE                                            12650001
               END-EXEC.                                                12660001
                                                                        12670001
           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)  OR                    12670011
               DC-LENGTH LESS THAN EIGHT                                12670021
               MOVE ACTIVE-SINGLE                 TO DC-TYPE            12670031
               GO TO 8000-EXIT.                                         12670041
                                                                        12670051
           IF  DC-TYPE NOT EQUAL ACTIVE-ACTIVE    AND                   12670061
               DC-TYPE NOT EQUAL ACTIVE-STANDBY                         12670071
               MOVE ACTIVE-SINGLE                 TO DC-TYPE            12670081
               GO TO 8000-EXIT.                                         12670091
                                                                        12670101
           PERFORM 8010-LOAD-PARTNERS         THRU 8010-EXIT.           12670111
                                                                        12670121
           IF  PARTNER-COUNT EQUAL ZEROES     AND                       12670131
               DC-LENGTH GREATER THAN TWELVE                            12670141
               SUBTRACT TWELVE FROM DC-LENGTH                           12700001
                             GIVING THE-OTHER-DC-LENGTH                 12710001
               MOVE THE-OTHER-DC                  TO PARTNER-URL        12710011
               MOVE THE-OTHER-DC-LENGTH           TO PARTNER-URL-LENGTH 12710021
               MOVE ONE                           TO PARTNER-COUNT      12710031
               MOVE PARTNER-DEFAULT-NAME          TO PT-NAME(1)         12710041
               MOVE 'A'                           TO PT-MODE(1)         12710051
               PERFORM 8020-PARSE-PARTNER     THRU 8020-EXIT            12710061
               IF  NOT PT-URL-OK(1)                                     12710071
                   MOVE ZEROES                    TO PARTNER-COUNT.     12710081
                                                                        12720001
           IF  PARTNER-COUNT EQUAL ZEROES                               12720011
               MOVE ACTIVE-SINGLE                 TO DC-TYPE            12720021
               GO TO 8000-EXIT.                                         12720031
                                                                        12820001
       8000-SELECT.                                                     12820011
           IF  PARTNER-COUNT EQUAL ZEROES                               12820021
               GO TO 8000-EXIT.                                         12820031
                                                                        12820041
           MOVE ONE                           TO PARTNER-INDEX.         12820051
           PERFORM 8005-FIND-ACTIVE           THRU 8005-EXIT            12820061
               VARYING DP-INDEX FROM PARTNER-COUNT BY -1                12820071
               UNTIL   DP-INDEX LESS THAN ONE.                          12820081
                                                                        12820091
           PERFORM 8050-SELECT-PARTNER        THRU 8050-EXIT.           12820101
                                                                        12870001
       8000-EXIT.                                                       12880001
           EXIT.                                                        12880011
                                                                        12880021
       8005-FIND-ACTIVE.                                                12880031
           IF  PT-ACTIVE(DP-INDEX)                                      12880041
               MOVE DP-INDEX                      TO PARTNER-INDEX.     12880051
                                                                        12880061
       8005-EXIT.                                                       12880071
           EXIT.                                                        12880081
                                                                        12880091
      ***************************************************************** 12880101
      * Load the ZCxxDP partner table.  An absent template leaves     * 12880111
      * PARTNER-COUNT zero (the ZCxxDC URL is used instead); lines    * 12880121
      * with no name or no URL are ignored.                           * 12880131
      ***************************************************************** 12880141
       8010-LOAD-PARTNERS.                                              12880151
           MOVE DC-TRANID                     TO DP-TRANID.             12880161
                                                                        12880171
           EXEC CICS DOCUMENT CREATE DOCTOKEN(DP-TOKEN)                 12880181
                TEMPLATE(ZECS-DP)                                       12880191
                RESP(DP-RESP)                                           12880201
                NOHANDLE                                                12880211
           END-EXEC.                                                    12880221
                                                                        12880231
           IF  DP-RESP NOT EQUAL DFHRESP(NORMAL)                        12880241
               GO TO 8010-EXIT.                                         12880251
                                                                        12880261
           MOVE SPACES                        TO DP-DSECT.              12880271
           MOVE LENGTH OF DP-DSECT            TO DP-DSECT-LENGTH.       12880281
                                                                        12880291
           EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(DP-TOKEN)               12880301
                INTO     (DP-DSECT)                                     12880311
                LENGTH   (DP-DSECT-LENGTH)                              12880321
                MAXLENGTH(DP-DSECT-LENGTH)                              12880331
                DATAONLY                                                12880341
                RESP(DP-RESP)                                           12880351
                NOHANDLE                                                12880361
           END-EXEC.                                                    12880371
                                                                        12880381
           IF  DP-RESP NOT EQUAL DFHRESP(NORMAL)                        12880391
               GO TO 8010-EXIT.                                         12880401
                                                                        12880411
           PERFORM 8015-LOAD-PARTNER          THRU 8015-EXIT            12880421
               VARYING DP-INDEX FROM 1 BY 1                             12880431
               UNTIL   DP-INDEX GREATER THAN EIGHT.                     12880441
                                                                        12880451
       8010-EXIT.                                                       12880461
           EXIT.                                                        12880471
                                                                        12880481
       8015-LOAD-PARTNER.                                               12880491
           IF  DP-NAME(DP-INDEX) EQUAL SPACES  OR                       12880501
               DP-URL (DP-INDEX) EQUAL SPACES                           12880511
               GO TO 8015-EXIT.                                         12880521
                                                                        12880531
           ADD  ONE                           TO PARTNER-COUNT.         12880541
           MOVE DP-NAME(DP-INDEX)             TO PT-NAME(PARTNER-COUNT).12880551
                                                                        12880561
           IF  DP-MODE(DP-INDEX) EQUAL 'S'                              12880571
               MOVE 'S'                       TO PT-MODE(PARTNER-COUNT) 12880581
           ELSE                                                         12880591
               MOVE 'A'                       TO PT-MODE(PARTNER-COUNT).12880601
                                                                        12880611
           MOVE DP-URL(DP-INDEX)              TO PARTNER-URL.           12880621
           MOVE ZEROES                        TO PARTNER-URL-LENGTH.    12880631
           INSPECT PARTNER-URL                                          12880641
               TALLYING PARTNER-URL-LENGTH                              12880651
               FOR CHARACTERS BEFORE INITIAL SPACE.                     12880661
                                                                        12880671
           PERFORM 8020-PARSE-PARTNER         THRU 8020-EXIT.           12880681
                                                                        12880691
       8015-EXIT.                                                       12880701
           EXIT.                                                        12880711
                                                                        12880721
      ***************************************************************** 12880731
      * Parse PARTNER-URL into the newest partner table entry.  A URL * 12880741
      * that will not parse leaves PT-URL-SW 'N' - the partner stays  * 12880751
      * listed, and replication to it is dead-lettered.               * 12880761
      ***************************************************************** 12880771
       8020-PARSE-PARTNER.                                              12880781
           MOVE 'N'                    TO PT-URL-SW     (PARTNER-COUNT).12880791
           MOVE SPACES                 TO PT-STATUS     (PARTNER-COUNT).12880801
           MOVE ZEROES                 TO PT-DLQ-DEPTH  (PARTNER-COUNT).12880811
           MOVE SPACES                 TO PT-SCHEME-NAME(PARTNER-COUNT).12880821
           MOVE SPACES                 TO PT-HOST       (PARTNER-COUNT).12880831
           MOVE ZEROES                 TO PT-HOST-LENGTH(PARTNER-COUNT).12880841
           MOVE ZEROES                 TO PT-PORT       (PARTNER-COUNT).12880851
                                                                        12880861
           IF  PARTNER-URL-LENGTH LESS THAN TEN                         12880871
               GO TO 8020-EXIT.                                         12880881
                                                                        12880891
           MOVE SPACES                        TO URL-HOST-NAME.         12880901
           MOVE LENGTH OF URL-HOST-NAME       TO URL-HOST-NAME-LENGTH.  12880911
                                                                        12880921
           EXEC CICS WEB PARSE                                          12880931
                URL(PARTNER-URL)                                        12880941
                URLLENGTH(PARTNER-URL-LENGTH)                           12880951
                SCHEMENAME(URL-SCHEME-NAME)                             12880961
                HOST(URL-HOST-NAME)                                     12880971
                HOSTLENGTH(URL-HOST-NAME-LENGTH)                        12880981
                PORTNUMBER(URL-PORT)                                    12880991
                NOHANDLE                                                12881001
           END-EXEC.                                                    12881011
                                                                        12881021
           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)                        12881031
               GO TO 8020-EXIT.                                         12881041
                                                                        12881051
           MOVE 'Y'                    TO PT-URL-SW     (PARTNER-COUNT).12881061
           MOVE URL-SCHEME-NAME        TO PT-SCHEME-NAME(PARTNER-COUNT).12881071
           MOVE URL-HOST-NAME          TO PT-HOST       (PARTNER-COUNT).12881081
           MOVE URL-HOST-NAME-LENGTH   TO PT-HOST-LENGTH(PARTNER-COUNT).12881091
           MOVE URL-PORT               TO PT-PORT       (PARTNER-COUNT).12881101
                                                                        12881111
       8020-EXIT.                                                       12881121
           EXIT.                                                        12881131
                                                                        12881141
      ***************************************************************** 12881151
      * Point the URL-* fields 8100-WEB-OPEN uses (and PARTNER-NAME,  * 12881161
      * which 9970-WRITE-DEAD-LETTER records) at the partner in       * 12881171
      * PARTNER-INDEX.                                                * 12881181
      ***************************************************************** 12881191
       8050-SELECT-PARTNER.                                             12881201
           MOVE PT-NAME       (PARTNER-INDEX) TO PARTNER-NAME.          12881211
           MOVE PT-SCHEME-NAME(PARTNER-INDEX) TO URL-SCHEME-NAME.       12881221
           MOVE PT-HOST       (PARTNER-INDEX) TO URL-HOST-NAME.         12881231
           MOVE PT-HOST-LENGTH(PARTNER-INDEX) TO URL-HOST-NAME-LENGTH.  12881241
           MOVE PT-PORT       (PARTNER-INDEX) TO URL-PORT.              12881251
                                                                        12881261
       8050-EXIT.                                                       12881271
           EXIT.                                                        12881281
                                                                        12881291
      ***************************************************************** 12881301
      * Find the partner a dead letter belongs to - by DLQ-PARTNER,   * 12881311
      * or, for a record written before the partner table, by         * 12881321
      * DLQ-TARGET-HOST.  PARTNER-MATCH is zero when the partner is   * 12881331
      * no longer listed.                                             * 12881341
      ***************************************************************** 12881351
       8060-MATCH-PARTNER.                                              12881361
           MOVE ZEROES                        TO PARTNER-MATCH.         12881371
                                                                        12881381
           PERFORM 8065-MATCH-ONE             THRU 8065-EXIT            12881391
               VARYING DP-INDEX FROM PARTNER-COUNT BY -1                12881401
               UNTIL   DP-INDEX LESS THAN ONE.                          12881411
                                                                        12881421
       8060-EXIT.                                                       12881431
           EXIT.                                                        12881441
                                                                        12881451
       8065-MATCH-ONE.                                                  12881461
           IF  DLQ-PARTNER NOT EQUAL SPACES                             12881471
               IF  DLQ-PARTNER EQUAL PT-NAME(DP-INDEX)                  12881481
                   MOVE DP-INDEX                  TO PARTNER-MATCH      12881491
               END-IF                                                   12881501
           ELSE                                                         12881511
               IF  DLQ-TARGET-HOST EQUAL PT-HOST(DP-INDEX)              12881521
                   MOVE DP-INDEX                  TO PARTNER-MATCH.     12881531
                                                                        12881541
       8065-EXIT.                                                       12881551
           EXIT.                                                        12890001
                                                                        12900000
                                                                        12910000
      * /resources, must be changed to /replicate.                    * 13160000
      ***************************************************************** 13170000
       8200-WEB-CONVERSE.                                               13180001
           EXEC CICS ASKTIME ABSTIME(RTM-STEP-ABS) NOHANDLE             13180011
           END-EXEC.                                                    13180021
           MOVE REPLICATE TO WEB-PATH(1:10).                            13190001
                                                                        13200001
           SET ADDRESS OF CACHE-MESSAGE TO SAVE-ADDRESS.                13210001
               MOVE DFHVALUE(CLICONVERT)      TO CLIENT-CONVERT         13222101
           ELSE                                                         13222201
               MOVE DFHVALUE(NOCLICONVERT)    TO CLIENT-CONVERT.        13222301
                                                                        13222311
      ***************************************************************** 13222321
      * The entry's tag set travels with a replicated POST/PUT so the * 13222331
      * partner's tag index matches this one (see 1145-CHECK-TAGS).   * 13222341
      ***************************************************************** 13222351
           IF  TAGS-GIVEN  AND                                          13222361
               (WEB-METHOD EQUAL DFHVALUE(POST)     OR                  13222371
                WEB-METHOD EQUAL DFHVALUE(PUT))                         13222381
               EXEC CICS WEB WRITE                                      13222391
                    HTTPHEADER (HEADER-TAGS)                            13222401
                    NAMELENGTH (HEADER-TAGS-LENGTH)                     13222411
                    VALUE      (TAG-HEADER-VALUE)                       13222421
                    VALUELENGTH(TAG-HEADER-LENGTH)                      13222431
                    SESSTOKEN  (SESSION-TOKEN)                          13222441
                    NOHANDLE                                            13222451
               END-EXEC.                                                13222461
                                                                        13223001
           IF  WEB-METHOD EQUAL DFHVALUE(POST)     OR                   13230001
               WEB-METHOD EQUAL DFHVALUE(PUT)                           13240001
               WEB-STATUS-CODE GREATER THAN WEB-STATUS-OK-HIGH          13833001
               MOVE 'Y'                      TO REPL-FAILED-SW.         13834001
                                                                        13835001
           EXEC CICS ASKTIME ABSTIME(RTM-NOW-ABS) NOHANDLE              13835011
           END-EXEC.                                                    13835021
           COMPUTE RTM-REPLICATE-WORK =                                 13835031
                   RTM-REPLICATE-WORK + RTM-NOW-ABS - RTM-STEP-ABS.     13835041
       8200-EXIT.                                                       13840001
           EXIT.                                                        13850001
                                                                        13860000
      * Return to CICS                                                * 14010000
      ***************************************************************** 14020000
       9000-RETURN.                                                     14030000
           IF  RTM-CAPTURE  AND                                         14030010
               RTM-SEND-ABS GREATER THAN ZEROES                         14030020
               PERFORM 9995-WRITE-RESPONSE-TIME THRU 9995-EXIT.         14030030
                                                                        14040000
           EXEC CICS RETURN                                             14050000
           END-EXEC.                                                    14060000
           MOVE TTL-TIME                    TO TTL-MILLISECONDS.        14109526
           ADD  ZF-ABS TTL-MILLISECONDS   GIVING EXPIRES-ABS.           14109527
                                                                        14109528
      ***************************************************************** 14109529
      * A retained version expires with its entry, not on its own     * 14109530
      * clock - see 3330-SELECT-VERSION.                              * 14109531
      ***************************************************************** 14109532
           IF  VERSION-SELECTED                                         14109533
               MOVE VERSION-ENTRY-TTL       TO TTL-SECONDS              14109534
               MOVE TTL-TIME                TO TTL-MILLISECONDS         14109535
               ADD  VERSION-ENTRY-ABS TTL-MILLISECONDS                  14109536
                                          GIVING EXPIRES-ABS.           14109537
                                                                        14109538
           EXEC CICS FORMATTIME ABSTIME(EXPIRES-ABS)                    14109539
                TIME(EXPIRES-TIME)                                      14109540
                YYYYMMDD(EXPIRES-DATE)                                  14109541
                TIMESEP                                                 14109542
                DATESEP                                                 14109543
                NOHANDLE                                                14109544
           END-EXEC.                                                    14109545
                                                                        14109546
           EXEC CICS WEB WRITE                                          14109547
                HTTPHEADER (HEADER-EXPIRES)                             14109548
                NAMELENGTH (HEADER-EXPIRES-LENGTH)                      14109549
                VALUE      (EXPIRES-HEADER-VALUE)                       14109550
                VALUELENGTH(EXPIRES-HEADER-LENGTH)                      14109551
                NOHANDLE                                                14109552
           END-EXEC.                                                    14109553
                                                                        14109554
       9003-EXIT.                                                       14109555
           EXIT.                                                        14109556
                                                                        14109557
      ***************************************************************** 14109570
      * HTTP GET/HEAD.                                                * 14109590
      * Write the X-Cache-Checksum response header from the stored    * 14109610
                                                                        14781105
       9600-EXIT.                                                       14781201
           EXIT.                                                        14781301
                                                                        14781311
      ***************************************************************** 14781321
      * Prefix grant error - the userid is prefix-scoped and holds no * 14781331
      * grant covering the key.                                       * 14781341
      ***************************************************************** 14781351
       9610-PREFIX-DENIED.                                              14781361
                                                                        14781371
           PERFORM 9001-ACAO         THRU 9001-EXIT.                    14781381
                                                                        14781391
           EXEC CICS WEB SEND                                           14781401
                FROM      (CRLF)                                        14781411
                FROMLENGTH(TWO)                                         14781421
                MEDIATYPE (TEXT-PLAIN)                                  14781431
                STATUSCODE(HTTP-STATUS-401)                             14781441
                STATUSTEXT(HTTP-PREFIX-DENIED)                          14781451
                SRVCONVERT                                              14781461
                NOHANDLE                                                14781471
           END-EXEC.                                                    14781481
                                                                        14781491
           MOVE 401                         TO ACT-STATUS-WORK.         14781501
           MOVE ZEROES                      TO ACT-BYTES-WORK.          14781511
           PERFORM 9990-WRITE-ACCOUNTING  THRU 9990-EXIT.               14781521
                                                                        14781531
       9610-EXIT.                                                       14781541
           EXIT.                                                        14781551
                                                                        14781561
      ***************************************************************** 14781571
      * Write one failed-login log record - the caller sets FLG-EVENT * 14781581
      * and FLG-FAIL-COUNT.  See ZECSFLG.cpy.                         * 14781591
      ***************************************************************** 14781601
       9620-WRITE-FAIL-LOG.                                             14781611
           IF  FAIL-HOST EQUAL SPACES                                   14781621
               PERFORM 1535-CLIENT-HOST    THRU 1535-EXIT.              14781631
                                                                        14781641
           EXEC CICS ASKTIME ABSTIME(FLG-ABS) NOHANDLE                  14781651
           END-EXEC.                                                    14781661
                                                                        14781671
           EXEC CICS FORMATTIME ABSTIME(FLG-ABS)                        14781681
                TIME(FLG-TIME)                                          14781691
                YYYYMMDD(FLG-DATE)                                      14781701
                TIMESEP                                                 14781711
                DATESEP                                                 14781721
                NOHANDLE                                                14781731
           END-EXEC.                                                    14781741
                                                                        14781751
           MOVE EIBTRNID                   TO FLG-TRANID.               14781761
           MOVE FAIL-USERID                TO FLG-USERID.               14781771
           MOVE FAIL-HOST                  TO FLG-HOST.                 14781781
                                                                        14781791
           MOVE LENGTH OF FLG-RECORD       TO FLG-LENGTH.               14781801
           EXEC CICS WRITEQ TD QUEUE(FLG-QUEUE)                         14781811
                FROM(FLG-RECORD)                                        14781821
                LENGTH(FLG-LENGTH)                                      14781831
                NOHANDLE                                                14781841
           END-EXEC.                                                    14781851
                                                                        14781861
       9620-EXIT.                                                       14781871
           EXIT.                                                        14781881
                                                                        14781891
      ***************************************************************** 14781901
      * Status 204 response.                                          * 14790001
      ***************************************************************** 14800000
       9700-STATUS-204.                                                 14810001
           EXIT.                                                        15600001
                                                                        15610000
      ***************************************************************** 15620000
      * Segment 1 just read is marked 'S' - its tail is a shared      * 15620010
      * content chain (see ZECSZDC.cpy).  Point ZF-KEY-16 at the      * 15620020
      * content chain so the caller's next segment read continues     * 15620030
      * there.  A reference record that cannot be read leaves the key * 15620040
      * alone; the segment 2 read then fails as for any broken chain. * 15620050
      ***************************************************************** 15620060
       9930-LOCATE-TAIL.                                                15620070
           MOVE LOW-VALUES                  TO ZD-KEY.                  15620080
           MOVE 'R'                         TO ZD-R-MARK.               15620090
           MOVE ZF-KEY                      TO ZD-R-CHAIN.              15620100
           MOVE LENGTH OF ZD-RECORD         TO ZD-LENGTH.               15620110
                                                                        15620120
           EXEC CICS READ FILE(ZD-FCT)                                  15620130
                INTO  (ZD-RECORD)                                       15620140
                RIDFLD(ZD-KEY)                                          15620150
                LENGTH(ZD-LENGTH)                                       15620160
                RESP  (SHARE-RESP)                                      15620170
                NOHANDLE                                                15620180
           END-EXEC.                                                    15620190
                                                                        15620200
           IF  SHARE-RESP NOT EQUAL DFHRESP(NORMAL)  OR                 15620210
               NOT ZD-REFERENCE                                         15620220
               GO TO 9930-EXIT.                                         15620230
                                                                        15620240
           MOVE ZD-R-CONTENT-KEY            TO ZD-KEY.                  15620250
           MOVE ZD-C-CHAIN                  TO ZF-KEY.                  15620260
           MOVE ONE                         TO ZF-SUFFIX.               15620270
                                                                        15620280
       9930-EXIT.                                                       15620290
           EXIT.                                                        15620300
                                                                        15620310
      ***************************************************************** 15620320
      * The chain RELEASE-CHAIN has been deleted.  When it read a     * 15620330
      * shared tail, delete its reference record and take one off the * 15620340
      * content record's count; the last reference deletes the        * 15620350
      * content chain (suffix 1, segments 2 onward) and then the      * 15620360
      * content record, so an interrupted release leaves a content    * 15620370
      * record ZECSORF can find and finish.  Chains that never shared * 15620380
      * have no reference record and cost one keyed read.             * 15620390
      ***************************************************************** 15620400
       9935-RELEASE-CONTENT.                                            15620410
           MOVE LOW-VALUES                  TO ZD-KEY.                  15620420
           MOVE 'R'                         TO ZD-R-MARK.               15620430
           MOVE RELEASE-CHAIN               TO ZD-R-CHAIN.              15620440
           MOVE LENGTH OF ZD-RECORD         TO ZD-LENGTH.               15620450
                                                                        15620460
           EXEC CICS READ FILE(ZD-FCT)                                  15620470
                INTO  (ZD-RECORD)                                       15620480
                RIDFLD(ZD-KEY)                                          15620490
                LENGTH(ZD-LENGTH)                                       15620500
                UPDATE                                                  15620510
                RESP  (SHARE-RESP)                                      15620520
                NOHANDLE                                                15620530
           END-EXEC.                                                    15620540
                                                                        15620550
           IF  SHARE-RESP NOT EQUAL DFHRESP(NORMAL)                     15620560
               GO TO 9935-EXIT.                                         15620570
                                                                        15620580
           EXEC CICS DELETE FILE(ZD-FCT)                                15620590
                NOHANDLE                                                15620600
           END-EXEC.                                                    15620610
                                                                        15620620
           MOVE ZD-R-CONTENT-KEY            TO ZD-KEY.                  15620630
           MOVE LENGTH OF ZD-RECORD         TO ZD-LENGTH.               15620640
                                                                        15620650
           EXEC CICS READ FILE(ZD-FCT)                                  15620660
                INTO  (ZD-RECORD)                                       15620670
                RIDFLD(ZD-KEY)                                          15620680
                LENGTH(ZD-LENGTH)                                       15620690
                UPDATE                                                  15620700
                RESP  (SHARE-RESP)                                      15620710
                NOHANDLE                                                15620720
           END-EXEC.                                                    15620730
                                                                        15620740
           IF  SHARE-RESP NOT EQUAL DFHRESP(NORMAL)                     15620750
               GO TO 9935-EXIT.                                         15620760
                                                                        15620770
           IF  ZD-REF-COUNT NUMERIC  AND                                15620780
               ZD-REF-COUNT GREATER THAN ONE                            15620790
               SUBTRACT ONE               FROM ZD-REF-COUNT             15620800
               EXEC CICS REWRITE FILE(ZD-FCT)                           15620810
                    FROM  (ZD-RECORD)                                   15620820
                    LENGTH(ZD-LENGTH)                                   15620830
                    NOHANDLE                                            15620840
               END-EXEC                                                 15620850
               GO TO 9935-EXIT.                                         15620860
                                                                        15620870
           MOVE ZD-C-CHAIN                  TO DELETE-KEY.              15620880
           MOVE ONE                         TO DELETE-SUFFIX.           15620890
           MOVE ZEROES                      TO DELETE-ZEROES.           15620900
                                                                        15620910
           PERFORM 4700-DELETE            THRU 4700-EXIT                15620920
               WITH TEST AFTER                                          15620930
               VARYING DELETE-SEGMENT FROM 2 BY 1                       15620940
               UNTIL EIBRESP NOT EQUAL DFHRESP(NORMAL).                 15620950
                                                                        15620960
           MOVE ZEROES                      TO DELETE-SUFFIX.           15620970
                                                                        15620980
           EXEC CICS DELETE FILE(ZD-FCT)                                15620990
                NOHANDLE                                                15621000
           END-EXEC.                                                    15621010
                                                                        15621020
       9935-EXIT.                                                       15621030
           EXIT.                                                        15621040
                                                                        15621050
                                                                        15621060
      ***************************************************************** 15621070
      * HTTP POST/PUT.                                                * 15621080
      * File the entry's new tag set (TAG-TABLE) - see ZECSZIC.cpy.   * 15621090
      * Index records for tags the entry no longer carries are        * 15621100
      * dropped, records for tags it newly carries are written, and   * 15621110
      * the list record is rewritten (deleted when the set is now     * 15621120
      * empty).  Runs ahead of 4300-SEND-RESPONSE's SYNCPOINT so the  * 15621130
      * tag records commit with the entry.  With no ZI-FCT defined    * 15621140
      * nothing is filed.                                             * 15621150
      ***************************************************************** 15621160
       9940-SET-TAGS.                                                   15621170
           MOVE URI-KEY                     TO TAG-ENTRY-KEY.           15621180
           PERFORM 9941-READ-TAG-LIST     THRU 9941-EXIT.               15621190
                                                                        15621200
           IF  NOT TAG-FILE-OPEN                                        15621210
               GO TO 9940-EXIT.                                         15621220
                                                                        15621230
           PERFORM 9942-DROP-OLD-TAG      THRU 9942-EXIT                15621240
               VARYING TAG-OLD-INDEX FROM 1 BY 1                        15621250
               UNTIL   TAG-OLD-INDEX GREATER THAN TAG-OLD-COUNT.        15621260
                                                                        15621270
           PERFORM 9943-ADD-NEW-TAG       THRU 9943-EXIT                15621280
               VARYING TAG-INDEX FROM 1 BY 1                            15621290
               UNTIL   TAG-INDEX GREATER THAN TAG-COUNT.                15621300
                                                                        15621310
           IF  TAG-COUNT EQUAL ZEROES                                   15621320
               IF  TAG-LIST-ON-FILE                                     15621330
                   EXEC CICS DELETE FILE(ZI-FCT)                        15621340
                        RIDFLD(TAG-ENTRY-KEY)                           15621350
                        NOHANDLE                                        15621360
                   END-EXEC                                             15621370
               END-IF                                                   15621380
               GO TO 9940-EXIT.                                         15621390
                                                                        15621400
           MOVE LENGTH OF ZI-RECORD         TO ZI-LENGTH.               15621410
                                                                        15621420
           IF  TAG-LIST-ON-FILE                                         15621430
               MOVE TAG-ENTRY-KEY           TO ZI-KEY                   15621440
               EXEC CICS READ FILE(ZI-FCT)                              15621450
                    INTO  (ZI-RECORD)                                   15621460
                    RIDFLD(ZI-KEY)                                      15621470
                    LENGTH(ZI-LENGTH)                                   15621480
                    UPDATE                                              15621490
                    RESP  (TAG-RESP)                                    15621500
                    NOHANDLE                                            15621510
               END-EXEC                                                 15621520
               IF  TAG-RESP NOT EQUAL DFHRESP(NORMAL)                   15621530
                   MOVE 'N'                 TO TAG-LIST-SW              15621540
               END-IF                                                   15621550
           END-IF.                                                      15621560
                                                                        15621570
           MOVE TAG-ENTRY-KEY               TO ZI-KEY.                  15621580
           MOVE 'L'                         TO ZI-TYPE.                 15621590
           MOVE SPACES                      TO ZI-LIST-BODY.            15621600
           MOVE TAG-COUNT                   TO ZI-TAG-COUNT.            15621610
           MOVE TAG-TABLE                   TO ZI-TAG-TABLE.            15621620
                                                                        15621630
           EXEC CICS ASKTIME ABSTIME(ZI-ABS) NOHANDLE                   15621640
           END-EXEC.                                                    15621650
                                                                        15621660
           MOVE LENGTH OF ZI-RECORD         TO ZI-LENGTH.               15621670
                                                                        15621680
           IF  TAG-LIST-ON-FILE                                         15621690
               EXEC CICS REWRITE FILE(ZI-FCT)                           15621700
                    FROM  (ZI-RECORD)                                   15621710
                    LENGTH(ZI-LENGTH)                                   15621720
                    RESP  (TAG-RESP)                                    15621730
                    NOHANDLE                                            15621740
               END-EXEC                                                 15621750
               MOVE FC-REWRITE              TO FE-FN                    15621760
           ELSE                                                         15621770
               EXEC CICS WRITE FILE(ZI-FCT)                             15621780
                    FROM  (ZI-RECORD)                                   15621790
                    RIDFLD(ZI-KEY)                                      15621800
                    LENGTH(ZI-LENGTH)                                   15621810
                    RESP  (TAG-RESP)                                    15621820
                    NOHANDLE                                            15621830
               END-EXEC                                                 15621840
               MOVE FC-WRITE                TO FE-FN.                   15621850
                                                                        15621860
           IF  TAG-RESP NOT EQUAL DFHRESP(NORMAL)                       15621870
               MOVE '9940'                  TO FE-PARAGRAPH             15621880
               PERFORM 9100-FILE-ERROR    THRU 9100-EXIT.               15621890
                                                                        15621900
       9940-EXIT.                                                       15621910
           EXIT.                                                        15621920
                                                                        15621930
      ***************************************************************** 15621940
      * Read the list record for TAG-ENTRY-KEY into TAG-OLD-TABLE.    * 15621950
      * TAG-FILE-OPEN goes off when ZI-FCT cannot be read at all.     * 15621960
      ***************************************************************** 15621970
       9941-READ-TAG-LIST.                                              15621980
           MOVE ZEROES                      TO TAG-OLD-COUNT.           15621990
           MOVE SPACES                      TO TAG-OLD-TABLE.           15622000
           MOVE 'N'                         TO TAG-LIST-SW.             15622010
           MOVE 'Y'                         TO TAG-FILE-SW.             15622020
                                                                        15622030
           MOVE TAG-ENTRY-KEY               TO ZI-KEY.                  15622040
           MOVE LENGTH OF ZI-RECORD         TO ZI-LENGTH.               15622050
                                                                        15622060
           EXEC CICS READ FILE(ZI-FCT)                                  15622070
                INTO  (ZI-RECORD)                                       15622080
                RIDFLD(ZI-KEY)                                          15622090
                LENGTH(ZI-LENGTH)                                       15622100
                RESP  (TAG-RESP)                                        15622110
                NOHANDLE                                                15622120
           END-EXEC.                                                    15622130
                                                                        15622140
           IF  TAG-RESP EQUAL DFHRESP(NOTFND)                           15622150
               GO TO 9941-EXIT.                                         15622160
                                                                        15622170
           IF  TAG-RESP NOT EQUAL DFHRESP(NORMAL)                       15622180
               MOVE 'N'                     TO TAG-FILE-SW              15622190
               GO TO 9941-EXIT.                                         15622200
                                                                        15622210
           IF  NOT ZI-LIST              OR                              15622220
               ZI-TAG-COUNT NOT NUMERIC OR                              15622230
               ZI-TAG-COUNT GREATER THAN TAG-MAX                        15622240
               GO TO 9941-EXIT.                                         15622250
                                                                        15622260
           MOVE 'Y'                         TO TAG-LIST-SW.             15622270
           MOVE ZI-TAG-COUNT                TO TAG-OLD-COUNT.           15622280
           MOVE ZI-TAG-TABLE                TO TAG-OLD-TABLE.           15622290
                                                                        15622300
       9941-EXIT.                                                       15622310
           EXIT.                                                        15622320
                                                                        15622330
      ***************************************************************** 15622340
      * Drop the index record of an old tag not in the new set.       * 15622350
      ***************************************************************** 15622360
       9942-DROP-OLD-TAG.                                               15622370
           MOVE TAG-OLD-ENTRY(TAG-OLD-INDEX) TO TAG-WORK.               15622380
           MOVE 'N'                         TO TAG-FOUND-SW.            15622390
           PERFORM 1149-MATCH-TAG         THRU 1149-EXIT                15622400
               VARYING TAG-INDEX FROM 1 BY 1                            15622410
               UNTIL   TAG-INDEX GREATER THAN TAG-COUNT                 15622420
               OR      TAG-FOUND.                                       15622430
                                                                        15622440
           IF  TAG-FOUND                                                15622450
               GO TO 9942-EXIT.                                         15622460
                                                                        15622470
           MOVE TAG-WORK                    TO TAG-NAME.                15622480
           PERFORM 9946-DROP-INDEX        THRU 9946-EXIT.               15622490
                                                                        15622500
       9942-EXIT.                                                       15622510
           EXIT.                                                        15622520
                                                                        15622530
      ***************************************************************** 15622540
      * Write the index record of a new tag not in the old set.  An   * 15622550
      * index record already on file (a longer key alike in its       * 15622560
      * first 230 bytes) is taken over by this entry.                 * 15622570
      ***************************************************************** 15622580
       9943-ADD-NEW-TAG.                                                15622590
           MOVE TAG-ENTRY(TAG-INDEX)        TO TAG-WORK.                15622600
           MOVE 'N'                         TO TAG-FOUND-SW.            15622610
           PERFORM 9948-MATCH-OLD-TAG     THRU 9948-EXIT                15622620
               VARYING TAG-OLD-INDEX FROM 1 BY 1                        15622630
               UNTIL   TAG-OLD-INDEX GREATER THAN TAG-OLD-COUNT         15622640
               OR      TAG-FOUND.                                       15622650
                                                                        15622660
           IF  TAG-FOUND                                                15622670
               GO TO 9943-EXIT.                                         15622680
                                                                        15622690
           MOVE LOW-VALUES                  TO ZI-KEY.                  15622700
           MOVE TAG-WORK                    TO ZI-INDEX-TAG.            15622710
           MOVE TAG-ENTRY-KEY(1:230)        TO ZI-INDEX-PART.           15622720
           MOVE 'I'                         TO ZI-TYPE.                 15622730
           MOVE TAG-ENTRY-KEY               TO ZI-ZK-KEY.               15622740
                                                                        15622750
           EXEC CICS ASKTIME ABSTIME(ZI-ABS) NOHANDLE                   15622760
           END-EXEC.                                                    15622770
                                                                        15622780
           MOVE LENGTH OF ZI-RECORD         TO ZI-LENGTH.               15622790
                                                                        15622800
           EXEC CICS WRITE FILE(ZI-FCT)                                 15622810
                FROM  (ZI-RECORD)                                       15622820
                RIDFLD(ZI-KEY)                                          15622830
                LENGTH(ZI-LENGTH)                                       15622840
                RESP  (TAG-RESP)                                        15622850
                NOHANDLE                                                15622860
           END-EXEC.                                                    15622870
                                                                        15622880
           IF  TAG-RESP EQUAL DFHRESP(DUPREC)                           15622890
               EXEC CICS READ FILE(ZI-FCT)                              15622900
                    INTO  (ZI-RECORD)                                   15622910
                    RIDFLD(ZI-KEY)                                      15622920
                    LENGTH(ZI-LENGTH)                                   15622930
                    UPDATE                                              15622940
                    RESP  (TAG-RESP)                                    15622950
                    NOHANDLE                                            15622960
               END-EXEC                                                 15622970
               IF  TAG-RESP EQUAL DFHRESP(NORMAL)                       15622980
                   MOVE 'I'                 TO ZI-TYPE                  15622990
                   MOVE TAG-ENTRY-KEY       TO ZI-ZK-KEY                15623000
                   EXEC CICS ASKTIME ABSTIME(ZI-ABS) NOHANDLE           15623010
                   END-EXEC                                             15623020
                   MOVE LENGTH OF ZI-RECORD TO ZI-LENGTH                15623030
                   EXEC CICS REWRITE FILE(ZI-FCT)                       15623040
                        FROM  (ZI-RECORD)                               15623050
                        LENGTH(ZI-LENGTH)                               15623060
                        RESP  (TAG-RESP)                                15623070
                        NOHANDLE                                        15623080
                   END-EXEC                                             15623090
               END-IF                                                   15623100
           END-IF.                                                      15623110
                                                                        15623120
           IF  TAG-RESP NOT EQUAL DFHRESP(NORMAL)                       15623130
               MOVE FC-WRITE                TO FE-FN                    15623140
               MOVE '9943'                  TO FE-PARAGRAPH             15623150
               PERFORM 9100-FILE-ERROR    THRU 9100-EXIT.               15623160
                                                                        15623170
       9943-EXIT.                                                       15623180
           EXIT.                                                        15623190
                                                                        15623200
      ***************************************************************** 15623210
      * Rebuild TAG-HEADER-VALUE from TAG-TABLE - the tags comma      * 15623220
      * separated, or a single blank (an empty set) when there are    * 15623230
      * none.                                                         * 15623240
      ***************************************************************** 15623250
       9944-BUILD-TAG-HEADER.                                           15623260
           MOVE SPACES                      TO TAG-HEADER-VALUE.        15623270
           MOVE ONE                         TO TAG-POINTER.             15623280
                                                                        15623290
           PERFORM 9949-STRING-TAG        THRU 9949-EXIT                15623300
               VARYING TAG-INDEX FROM 1 BY 1                            15623310
               UNTIL   TAG-INDEX GREATER THAN TAG-COUNT.                15623320
                                                                        15623330
           COMPUTE TAG-HEADER-LENGTH = TAG-POINTER - ONE.               15623340
                                                                        15623350
           IF  TAG-HEADER-LENGTH EQUAL ZEROES                           15623360
               MOVE ONE                     TO TAG-HEADER-LENGTH.       15623370
                                                                        15623380
       9944-EXIT.                                                       15623390
           EXIT.                                                        15623400
                                                                        15623410
      ***************************************************************** 15623420
      * An entry is going away - deleted, expired, purged, removed    * 15623430
      * by tag or renamed - so drop its list record and the index     * 15623440
      * record of every tag it carried.  ZK-KEY names the entry.      * 15623450
      ***************************************************************** 15623460
       9945-DROP-TAGS.                                                  15623470
           MOVE ZK-KEY                      TO TAG-ENTRY-KEY.           15623480
           PERFORM 9941-READ-TAG-LIST     THRU 9941-EXIT.               15623490
                                                                        15623500
           IF  NOT TAG-LIST-ON-FILE                                     15623510
               GO TO 9945-EXIT.                                         15623520
                                                                        15623530
           EXEC CICS DELETE FILE(ZI-FCT)                                15623540
                RIDFLD(TAG-ENTRY-KEY)                                   15623550
                NOHANDLE                                                15623560
           END-EXEC.                                                    15623570
                                                                        15623580
           PERFORM 9947-DROP-LISTED-TAG   THRU 9947-EXIT                15623590
               VARYING TAG-OLD-INDEX FROM 1 BY 1                        15623600
               UNTIL   TAG-OLD-INDEX GREATER THAN TAG-OLD-COUNT.        15623610
                                                                        15623620
       9945-EXIT.                                                       15623630
           EXIT.                                                        15623640
                                                                        15623650
      ***************************************************************** 15623660
      * Delete the TAG-NAME index record for TAG-ENTRY-KEY - unless   * 15623670
      * it now names another key alike in its first 230 bytes.        * 15623680
      ***************************************************************** 15623690
       9946-DROP-INDEX.                                                 15623700
           MOVE LOW-VALUES                  TO ZI-KEY.                  15623710
           MOVE TAG-NAME                    TO ZI-INDEX-TAG.            15623720
           MOVE TAG-ENTRY-KEY(1:230)        TO ZI-INDEX-PART.           15623730
           MOVE LENGTH OF ZI-RECORD         TO ZI-LENGTH.               15623740
                                                                        15623750
           EXEC CICS READ FILE(ZI-FCT)                                  15623760
                INTO  (ZI-RECORD)                                       15623770
                RIDFLD(ZI-KEY)                                          15623780
                LENGTH(ZI-LENGTH)                                       15623790
                UPDATE                                                  15623800
                RESP  (TAG-RESP)                                        15623810
                NOHANDLE                                                15623820
           END-EXEC.                                                    15623830
                                                                        15623840
           IF  TAG-RESP NOT EQUAL DFHRESP(NORMAL)                       15623850
               GO TO 9946-EXIT.                                         15623860
                                                                        15623870
           IF  ZI-ZK-KEY EQUAL TAG-ENTRY-KEY                            15623880
               EXEC CICS DELETE FILE(ZI-FCT)                            15623890
                    NOHANDLE                                            15623900
               END-EXEC                                                 15623910
           ELSE                                                         15623920
               EXEC CICS UNLOCK FILE(ZI-FCT)                            15623930
                    NOHANDLE                                            15623940
               END-EXEC.                                                15623950
                                                                        15623960
       9946-EXIT.                                                       15623970
           EXIT.                                                        15623980
                                                                        15623990
       9947-DROP-LISTED-TAG.                                            15624000
           MOVE TAG-OLD-ENTRY(TAG-OLD-INDEX) TO TAG-NAME.               15624010
           PERFORM 9946-DROP-INDEX        THRU 9946-EXIT.               15624020
                                                                        15624030
       9947-EXIT.                                                       15624040
           EXIT.                                                        15624050
                                                                        15624060
       9948-MATCH-OLD-TAG.                                              15624070
           IF  TAG-OLD-ENTRY(TAG-OLD-INDEX) EQUAL TAG-WORK              15624080
               MOVE 'Y'                     TO TAG-FOUND-SW.            15624090
                                                                        15624100
       9948-EXIT.                                                       15624110
           EXIT.                                                        15624120
                                                                        15624130
       9949-STRING-TAG.                                                 15624140
           IF  TAG-INDEX GREATER THAN ONE                               15624150
               STRING ','                   DELIMITED BY SIZE           15624160
                 INTO TAG-HEADER-VALUE                                  15624170
                 WITH POINTER TAG-POINTER.                              15624180
                                                                        15624190
           STRING TAG-ENTRY(TAG-INDEX)      DELIMITED BY SPACE          15624200
             INTO TAG-HEADER-VALUE                                      15624210
             WITH POINTER TAG-POINTER.                                  15624220
                                                                        15624230
       9949-EXIT.                                                       15624240
           EXIT.                                                        15624250
                                                                        15624260
      ***************************************************************** 15624270
      * Get Absolute time.                                            * 15630000
      ***************************************************************** 15640000
       9950-ABS.                                                        15650000
           EXIT.                                                        15700000
                                                                        15700100
      ***************************************************************** 15700200
      * Read auditing for designated sensitive key prefixes. The      * 15700210
      * caller primes SENSITIVE-KEY/SENSITIVE-KEY-LENGTH; this        * 15700220
      * paragraph probes the admin-maintained ZN-FCT list with two    * 15700500
      * exact keyed reads - the key's bare BU_SBU, then its           * 15700600
      * BU_SBU/application pair - and leaves SENSITIVE-KEY-HIT set    * 15700700
      * when either is listed.  Prefixes not on the list cost only    * 15700800
      * these probes against a tiny file and write nothing - the      * 15700900
      * audit ESDS would drown if every GET left a record. ENCRYPT-   * 15700910
      * KEY-HIT is set besides when the listed prefix also carries    * 15700920
      * ZN-ENCRYPT 'Y' (see 4850-ENCRYPT-PAYLOAD); a bare BU_SBU hit  * 15700930
      * alone therefore still probes its application entry.           * 15700940
      ***************************************************************** 15701100
       9955-CHECK-SENSITIVE.                                            15701200
           MOVE 'N'                        TO SENSITIVE-SW.             15701300
           MOVE 'N'                        TO ENCRYPT-SW.               15701310
                                                                        15701400
           IF  SENSITIVE-KEY-LENGTH LESS THAN ONE                       15701500
               GO TO 9955-EXIT.                                         15701600
           MOVE SENSITIVE-KEY(1:SNS-SLASH-1) TO SNS-PREFIX.             15702700
           PERFORM 9956-READ-SENSITIVE   THRU 9956-EXIT.                15702800
                                                                        15702900
           IF  ENCRYPT-KEY-HIT                                          15702910
               GO TO 9955-EXIT.                                         15703100
                                                                        15703200
           IF  SNS-SLASH-1 + 2 GREATER THAN SENSITIVE-KEY-LENGTH        15703300
           END-EXEC.                                                    15706300
                                                                        15706400
           IF  SNS-RESP EQUAL DFHRESP(NORMAL)                           15706500
               MOVE 'Y'                    TO SENSITIVE-SW              15706510
               IF  ZN-ENCRYPTED                                         15706520
                   MOVE 'Y'                TO ENCRYPT-SW.               15706530
                                                                        15706700
       9956-EXIT.                                                       15706800
           EXIT.                                                        15706900
               PERFORM 9100-FILE-ERROR    THRU 9100-EXIT.               15710180
                                                                        15710190
           PERFORM 9965-WRITE-EVENT       THRU 9965-EXIT.               15710191
           PERFORM 9985-WRITE-BEHIND      THRU 9985-EXIT.               15710194
                                                                        15710197
       9960-EXIT.                                                       15710200
           EXIT.                                                        15710210
                                                                        15710211
           MOVE WEB-STATUS-CODE            TO DLQ-STATUS-CODE.          15713100
           MOVE WEB-STATUS-TEXT            TO DLQ-STATUS-TEXT.          15713200
           MOVE URL-HOST-NAME              TO DLQ-TARGET-HOST.          15713300
           MOVE PARTNER-NAME               TO DLQ-PARTNER.              15713310
           MOVE URI-KEY                    TO DLQ-KEY.                  15713400
                                                                        15713500
           MOVE ZF-ABS                     TO DLQ-ABS.                  15713510
                                                                        15715113
       9980-EXIT.                                                       15715114
           EXIT.                                                        15715115
                                                                        15715116
      ***************************************************************** 15715117
      * Queue a successful mutation for write-behind to the origin    * 15715118
      * registered for the key's prefix (ZCxxRT column 45 'W' or      * 15715119
      * 'B'). Called from 9960-WRITE-AUDIT with the AUD-RECORD fields * 15715120
      * still primed, so every mutation path - POST/PUT, append,      * 15715121
      * copy, restore, mput, DELETE, bulk purge - is covered.  Only   * 15715122
      * the originating region queues: WB-ORIGIN is set for           * 15715123
      * /resources requests only, so the partner's replicated copy    * 15715124
      * (and expiry's deplicate) never forward the same change twice. * 15715125
      * A touch changes only the TTL and is not forwarded; a read-    * 15715126
      * through fill is a GET and came from the origin in the first   * 15715127
      * place. The record is keyed like the dead-letter file (capture * 15715128
      * ABSTIME plus a DUPREC uniquifier); ZECS011 does the delivery. * 15715129
      ***************************************************************** 15715130
       9985-WRITE-BEHIND.                                               15715131
           IF  NOT WB-ORIGIN  OR                                        15715132
               TOUCH-REQUEST                                            15715133
               GO TO 9985-EXIT.                                         15715134
                                                                        15715135
           IF  AUD-OPERATION NOT EQUAL WEB-HTTP-POST    AND             15715136
               AUD-OPERATION NOT EQUAL WEB-HTTP-PUT     AND             15715137
               AUD-OPERATION NOT EQUAL WEB-HTTP-DELETE                  15715138
               GO TO 9985-EXIT.                                         15715139
                                                                        15715140
           MOVE 'W'                        TO RT-SCAN-SW.               15715141
           PERFORM 3910-RT-TEMPLATE      THRU 3910-EXIT.                15715142
                                                                        15715143
           IF  NOT RT-MATCHED                                           15715144
               GO TO 9985-EXIT.                                         15715145
                                                                        15715146
           MOVE AUD-DATE                   TO WBQ-DATE.                 15715147
           MOVE AUD-TIME                   TO WBQ-TIME.                 15715148
           MOVE AUD-TRANID                 TO WBQ-TRANID.               15715149
           MOVE AUD-USERID                 TO WBQ-USERID.               15715150
           MOVE AUD-OPERATION              TO WBQ-METHOD.               15715151
           MOVE ZEROES                     TO WBQ-ATTEMPTS.             15715152
           MOVE ZEROES                     TO WBQ-NEXT-ABS.             15715153
           MOVE SPACES                     TO WBQ-LAST-DATE.            15715154
           MOVE SPACES                     TO WBQ-LAST-TIME.            15715155
           MOVE ZEROES                     TO WBQ-STATUS-CODE.          15715156
           MOVE SPACES                     TO WBQ-STATUS-TEXT.          15715157
           MOVE RT-URL-WORK                TO WBQ-ORIGIN-URL.           15715158
           MOVE URI-KEY                    TO WBQ-KEY.                  15715159
                                                                        15715160
           MOVE ZF-ABS                     TO WBQ-ABS.                  15715161
           MOVE ZEROES                     TO WBQ-UNIQ.                 15715162
           MOVE LENGTH OF WBQ-RECORD       TO WBQ-LENGTH.               15715163
                                                                        15715164
           PERFORM 9986-WRITE-WBQ-RECORD THRU 9986-EXIT                 15715165
               WITH TEST AFTER                                          15715166
               UNTIL WBQ-RESP NOT EQUAL DFHRESP(DUPREC)  OR             15715167
                     WBQ-UNIQ EQUAL 999.                                15715168
                                                                        15715169
           IF  WBQ-RESP NOT EQUAL DFHRESP(NORMAL)                       15715170
               MOVE FC-WRITE                TO FE-FN                    15715171
               MOVE '9985'                  TO FE-PARAGRAPH             15715172
               PERFORM 9100-FILE-ERROR    THRU 9100-EXIT.               15715173
                                                                        15715174
           MOVE 'WBQ '                  TO STAT-ID.                     15715175
           PERFORM 9980-BUMP-STAT     THRU 9980-EXIT.                   15715176
                                                                        15715177
       9985-EXIT.                                                       15715178
           EXIT.                                                        15715179
                                                                        15715180
       9986-WRITE-WBQ-RECORD.                                           15715181
           EXEC CICS WRITE FILE(ZW-FCT)                                 15715182
                FROM  (WBQ-RECORD)                                      15715183
                RIDFLD(WBQ-KEY-SEQ)                                     15715184
                LENGTH(WBQ-LENGTH)                                      15715185
                RESP  (WBQ-RESP)                                        15715186
                NOHANDLE                                                15715187
           END-EXEC.                                                    15715188
                                                                        15715189
           IF  WBQ-RESP EQUAL DFHRESP(DUPREC)                           15715190
               ADD ONE                      TO WBQ-UNIQ.                15715191
                                                                        15715192
       9986-EXIT.                                                       15715193
           EXIT.                                                        15715194
                                                                        15715200
      ***************************************************************** 15715201
      * Write one usage accounting record for the request being       * 15715202
                LENGTH(ACT-LENGTH)                                      15715266
                NOHANDLE                                                15715267
           END-EXEC.                                                    15715268
           IF  RTM-CAPTURE                                              15715278
               MOVE ACT-ABS                 TO RTM-SEND-ABS.            15715288
                                                                        15715298
       9990-EXIT.                                                       15715308
           EXIT.                                                        15715318
      ***************************************************************** 15715328
      * Write the response-time record for a /resources request as    * 15715338
      * the task returns (see ZECSRTM.cpy).  The accounting record    * 15715348
      * 9990-WRITE-ACCOUNTING built at the final send is still in     * 15715358
      * ACT-RECORD and supplies the identity, status, bytes and       * 15715368
      * BU_SBU/application; the send time it took ends the elapsed    * 15715378
      * interval.  Called from 9000-RETURN only, so replication run   * 15715388
      * after the send (ACTIVE-STANDBY) is in the totals.             * 15715398
      ***************************************************************** 15715408
       9995-WRITE-RESPONSE-TIME.                                        15715418
           EXEC CICS ASKTIME ABSTIME(RTM-NOW-ABS) NOHANDLE              15715428
           END-EXEC.                                                    15715438
                                                                        15715448
           MOVE ACT-DATE                   TO RTM-DATE.                 15715458
           MOVE ACT-TIME                   TO RTM-TIME.                 15715468
           MOVE ACT-TRANID                 TO RTM-TRANID.               15715478
           MOVE ACT-USERID                 TO RTM-USERID.               15715488
           MOVE ACT-METHOD                 TO RTM-METHOD.               15715498
           MOVE ACT-STATUS                 TO RTM-STATUS.               15715508
           MOVE ACT-BYTES                  TO RTM-BYTES.                15715518
           MOVE ACT-KEY-PREFIX             TO RTM-KEY-PREFIX.           15715528
                                                                        15715538
           COMPUTE RTM-MS-WORK = RTM-SEND-ABS - RTM-START-ABS.          15715548
           PERFORM 9996-CAP-MS            THRU 9996-EXIT.               15715558
           MOVE RTM-MS-WORK                TO RTM-ELAPSED-MS.           15715568
                                                                        15715578
           MOVE RTM-REPLICATE-WORK         TO RTM-MS-WORK.              15715588
           PERFORM 9996-CAP-MS            THRU 9996-EXIT.               15715598
           MOVE RTM-MS-WORK                TO RTM-REPLICATE-MS.         15715608
                                                                        15715618
           MOVE RTM-ORIGIN-WORK            TO RTM-MS-WORK.              15715628
           PERFORM 9996-CAP-MS            THRU 9996-EXIT.               15715638
           MOVE RTM-MS-WORK                TO RTM-ORIGIN-MS.            15715648
                                                                        15715658
           COMPUTE RTM-MS-WORK = RTM-NOW-ABS - RTM-START-ABS.           15715668
           PERFORM 9996-CAP-MS            THRU 9996-EXIT.               15715678
           MOVE RTM-MS-WORK                TO RTM-TOTAL-MS.             15715688
                                                                        15715698
           MOVE LENGTH OF RTM-RECORD       TO RTM-LENGTH.               15715708
           EXEC CICS WRITEQ TD QUEUE(RTM-QUEUE)                         15715718
                FROM(RTM-RECORD)                                        15715728
                LENGTH(RTM-LENGTH)                                      15715738
                NOHANDLE                                                15715748
           END-EXEC.                                                    15715758
                                                                        15715768
       9995-EXIT.                                                       15715778
           EXIT.                                                        15715788
                                                                        15715798
      ***************************************************************** 15715808
      * Keep a millisecond figure within the record's seven digits.   * 15715818
      ***************************************************************** 15715828
       9996-CAP-MS.                                                     15715838
           IF  RTM-MS-WORK LESS THAN ZEROES                             15715848
               MOVE ZEROES                  TO RTM-MS-WORK.             15715858
                                                                        15715868
           IF  RTM-MS-WORK GREATER THAN RTM-MS-LIMIT                    15715878
               MOVE RTM-MS-LIMIT            TO RTM-MS-WORK.             15715888
                                                                        15715898
       9996-EXIT.                                                       15715908
           EXIT.                                                        15715918
      ***************************************************************** 15720001
      * Issue SYNCPOINT ROLLBACK                                      * 15730001
      ***************************************************************** 15740001
