       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. ZECSCAP.                                             00000020
       AUTHOR.     Randy Frerking and Rich Jackson.                     00000030
      ***************************************************************** 00000040
      *                                                               * 00000050
      * z/OS Enterprise Caching Services.                             * 00000060
      *                                                               * 00000070
      * Capacity-pressure eviction.                                   * 00000080
      *                                                               * 00000090
      * ZECSEXP only removes entries already past ZF-TTL; when the    * 00000100
      * ZF-FCT cluster heads toward full (ZECSTRD's projection says   * 00000110
      * when) the only other lever used to be a manual prefix purge.  * 00000120
      * This job measures occupancy - segments in use, counted the    * 00000130
      * way ZECSRPT counts physical segments, against the             * 00000140
      * cluster's segment capacity - and, when it is above the        * 00000150
      * high-water mark, evicts the least valuable entries until      * 00000160
      * occupancy is back down to the low-water mark.                 * 00000170
      *                                                               * 00000180
      * Value is judged from the segment 1 ZF record: the age of      * 00000190
      * ZF-ABS (last access for LAT keys, last update for LUT keys -  * 00000200
      * see ZECSEXP) divided by ZF-HIT-COUNT + 1, so an entry nobody  * 00000210
      * has read in a long time goes first and a frequently read one  * 00000220
      * goes last.  The score is graded into the fixed age-per-hit    * 00000230
      * bands of WS-BAND-TABLE.  Pass one measures occupancy and the  * 00000240
      * segments held in each band; the cutoff band is the lowest     * 00000250
      * band that, with every band above it, frees enough segments.   * 00000260
      * Pass two evicts every entry in a band above the cutoff and    * 00000270
      * entries in the cutoff band, in key order, until the target    * 00000280
      * is met - two sequential passes and no sort step, the same     * 00000290
      * approach ZECSTRD takes.                                       * 00000300
      *                                                               * 00000310
      * Keys under a protected prefix (PROTIN) are never evicted and  * 00000320
      * are never counted as reclaimable; neither is the reserved     * 00000330
      * zEcsLock/ lease namespace (ZECSZLC.cpy).  When the protected  * 00000340
      * entries make the low-water mark unreachable every other entry * 00000350
      * is evicted and the report says so.  Orphaned KEY records (no  * 00000360
      * ZF record) are left to ZECSORF.                               * 00000370
      *                                                               * 00000380
      * An entry's retained versions (ZK-VERSION) count toward its    * 00000390
      * segments and occupancy and are evicted with it.               * 00000400
      *                                                               * 00000410
      * Occupancy is counted physically: an entry that reads a shared * 00000420
      * tail (ZECSZDC) holds one private segment, and each content    * 00000430
      * chain counts once, at ZD-SEGMENTS.  Only private segments are * 00000440
      * graded into the bands.  Evicting such an entry gives up its   * 00000450
      * share as ZECSEXP does, and the tail's segments are credited   * 00000460
      * to the run only when it was the last reader and the content   * 00000470
      * chain goes with it; a report-only run credits a tail whose    * 00000480
      * count shows the evicted entry as its only reader.  Without a  * 00000490
      * ZDFCT DD every entry counts at its full ZF-SEGMENTS and       * 00000500
      * shared tails are left to ZECSORF.                             * 00000510
      *                                                               * 00000520
      * Evicted entries are deleted like ZECSEXP deletes them - every * 00000530
      * ZF segment first, then the KEY record - and each one is       * 00000540
      * written to the ZA-FCT audit trail (AUDOUT, opened EXTEND)     * 00000550
      * with operation EVICT, and as an EVT-RECORD image to EVTOUT.   * 00000560
      * Batch cannot reach the region's ZE-FCT TS queue, so EVTOUT is * 00000570
      * loaded as the extrapartition feed TD queue and published to   * 00000580
      * ZE-FCT by ZECS001's admin-gated GET /zEcsInval, driven until  * 00000590
      * MORE=N; consumers then see an eviction like any other delete. * 00000600
      * Evictions are reported by BU_SBU/application, the same        * 00000610
      * break-out ZECSRPT produces.                                   * 00000620
      *                                                               * 00000630
      * SYSIN line 1: run mode - 'D' evicts; any other value reports  * 00000640
      *               what would be evicted and changes nothing.      * 00000650
      * SYSIN line 2: the ZF-FCT cluster's total segment capacity     * 00000660
      *               (digits, the ZECSTRD line 2 value; required).   * 00000670
      * SYSIN line 3: high-water mark, percent (digits; default 85).  * 00000680
      * SYSIN line 4: low-water mark, percent (digits; default 75).   * 00000690
      *                                                               * 00000700
      * PROTIN: protected key prefixes, one per 80-byte record, the   * 00000710
      *         prefix starting in column 1 and ending at the first   * 00000720
      *         blank (BU_SBU/ or BU_SBU/application/ and so on).     * 00000730
      *         Blank records and records with '*' in column 1 are    * 00000740
      *         ignored.  DD DUMMY protects nothing; a missing PROTIN * 00000750
      *         stops the run before anything is evicted.             * 00000760
      *                                                               * 00000770
      * Intended to run outside of CICS against the base clusters     * 00000780
      * underlying the ZK-FCT/ZF-FCT CICS files, as ZECSEXP does.     * 00000790
      *                                                               * 00000800
      * Date       UserID    Description                              * 00000810
      * ---------- --------  ---------------------------------------- * 00000820
      *                                                               * 00000830
      ***************************************************************** 00000840
       ENVIRONMENT DIVISION.                                            00000850
       INPUT-OUTPUT SECTION.                                            00000860
       FILE-CONTROL.                                                    00000870
           SELECT ZK-FCT ASSIGN TO ZKFCT                                00000880
               ORGANIZATION IS INDEXED                                  00000890
               ACCESS MODE IS SEQUENTIAL                                00000900
               RECORD KEY IS ZK-KEY                                     00000910
               FILE STATUS IS WS-ZK-STATUS.                             00000920
                                                                        00000930
           SELECT ZF-FCT ASSIGN TO ZFFCT                                00000940
               ORGANIZATION IS INDEXED                                  00000950
               ACCESS MODE IS DYNAMIC                                   00000960
               RECORD KEY IS ZF-KEY-16                                  00000970
               FILE STATUS IS WS-ZF-STATUS.                             00000980
           SELECT ZI-FCT ASSIGN TO ZIFCT                                00000990
               ORGANIZATION IS INDEXED                                  00001000
               ACCESS MODE IS DYNAMIC                                   00001010
               RECORD KEY IS ZI-KEY                                     00001020
               FILE STATUS IS WS-ZI-STATUS.                             00001030
           SELECT ZD-FCT ASSIGN TO ZDFCT                                00001040
               ORGANIZATION IS INDEXED                                  00001050
               ACCESS MODE IS DYNAMIC                                   00001060
               RECORD KEY IS ZD-KEY                                     00001070
               FILE STATUS IS WS-ZD-STATUS.                             00001080
                                                                        00001090
           SELECT PROT-IN ASSIGN TO PROTIN                              00001100
               ORGANIZATION IS SEQUENTIAL                               00001110
               FILE STATUS IS WS-PROT-STATUS.                           00001120
                                                                        00001130
           SELECT AUD-OUT ASSIGN TO AUDOUT                              00001140
               ORGANIZATION IS SEQUENTIAL                               00001150
               FILE STATUS IS WS-AUD-STATUS.                            00001160
                                                                        00001170
           SELECT EVT-OUT ASSIGN TO EVTOUT                              00001180
               ORGANIZATION IS SEQUENTIAL                               00001190
               FILE STATUS IS WS-EVT-STATUS.                            00001200
                                                                        00001210
           SELECT RPT-OUT ASSIGN TO RPTOUT                              00001220
               ORGANIZATION IS LINE SEQUENTIAL                          00001230
               FILE STATUS IS WS-RPT-STATUS.                            00001240
                                                                        00001250
           SELECT LDG-OUT ASSIGN TO LEDGER                              00001260
               ORGANIZATION IS SEQUENTIAL                               00001270
               FILE STATUS IS WS-LDG-STATUS.                            00001280
                                                                        00001290
       DATA DIVISION.                                                   00001300
       FILE SECTION.                                                    00001310
       FD  ZK-FCT.                                                      00001320
      ***************************************************************** 00001330
      * zECS KEY  record definition.                                  * 00001340
      ***************************************************************** 00001350
       COPY ZECSZKC.                                                    00001360
                                                                        00001370
       FD  ZF-FCT.                                                      00001380
      ***************************************************************** 00001390
      * zECS FILE record definition.                                  * 00001400
      ***************************************************************** 00001410
       COPY ZECSZFC.                                                    00001420
                                                                        00001430
       FD  ZI-FCT.                                                      00001440
      ***************************************************************** 00001450
      * zECS TAG INDEX record definition.                             * 00001460
      ***************************************************************** 00001470
       COPY ZECSZIC.                                                    00001480
                                                                        00001490
       FD  ZD-FCT.                                                      00001500
      ***************************************************************** 00001510
      * zECS SHARED CONTENT record definition.                        * 00001520
      ***************************************************************** 00001530
       COPY ZECSZDC.                                                    00001540
                                                                        00001550
       FD  PROT-IN                                                      00001560
           RECORD CONTAINS 80 CHARACTERS.                               00001570
       01  PROT-RECORD                PIC  X(80).                       00001580
                                                                        00001590
       FD  AUD-OUT                                                      00001600
           RECORD CONTAINS 315 CHARACTERS.                              00001610
      ***************************************************************** 00001620
      * zECS AUDIT record definition.                                 * 00001630
      ***************************************************************** 00001640
       COPY ZECSAUD.                                                    00001650
                                                                        00001660
       FD  EVT-OUT                                                      00001670
           RECORD CONTAINS 315 CHARACTERS.                              00001680
      ***************************************************************** 00001690
      * zECS INVALIDATION EVENT record definition.                    * 00001700
      ***************************************************************** 00001710
       COPY ZECSEVT.                                                    00001720
                                                                        00001730
       FD  RPT-OUT                                                      00001740
           RECORD CONTAINS 132 CHARACTERS.                              00001750
       01  RPT-LINE                   PIC  X(132).                      00001760
                                                                        00001770
      ***************************************************************** 00001780
      * Batch run ledger - this run's START and END records are       * 00001790
      * appended for ZECSLDR's morning summary.                       * 00001800
      ***************************************************************** 00001810
       FD  LDG-OUT                                                      00001820
           RECORD CONTAINS 100 CHARACTERS.                              00001830
       01  LDG-OUT-RECORD             PIC  X(100).                      00001840
                                                                        00001850
       WORKING-STORAGE SECTION.                                         00001860
       01  WS-ZK-STATUS               PIC  X(02) VALUE SPACES.          00001870
       01  WS-ZF-STATUS               PIC  X(02) VALUE SPACES.          00001880
       01  WS-PROT-STATUS             PIC  X(02) VALUE SPACES.          00001890
       01  WS-AUD-STATUS              PIC  X(02) VALUE SPACES.          00001900
       01  WS-EVT-STATUS              PIC  X(02) VALUE SPACES.          00001910
       01  WS-RPT-STATUS              PIC  X(02) VALUE SPACES.          00001920
       01  WS-EOF-SW                  PIC  X(01) VALUE 'N'.             00001930
           88  ZK-EOF                 VALUE 'Y'.                        00001940
       01  WS-PROT-EOF-SW             PIC  X(01) VALUE 'N'.             00001950
           88  PROT-EOF               VALUE 'Y'.                        00001960
                                                                        00001970
      ***************************************************************** 00001980
      * Run mode, accepted from SYSIN:                                * 00001990
      *   'D' - DELETE the selected KEY/FILE records.                 * 00002000
      *   any other value (including none) - report only.             * 00002010
      ***************************************************************** 00002020
       01  WS-RUN-MODE                PIC  X(01) VALUE SPACES.          00002030
           88  CLEANUP-MODE           VALUE 'D'.                        00002040
                                                                        00002050
       01  WS-PARM-CAPACITY           PIC  X(09) VALUE SPACES.          00002060
       01  WS-PARM-CAPACITY-9 REDEFINES WS-PARM-CAPACITY                00002070
                                      PIC  9(09).                       00002080
       01  WS-PARM-HIGH               PIC  X(03) VALUE SPACES.          00002090
       01  WS-PARM-HIGH-9 REDEFINES WS-PARM-HIGH                        00002100
                                      PIC  9(03).                       00002110
       01  WS-PARM-LOW                PIC  X(03) VALUE SPACES.          00002120
       01  WS-PARM-LOW-9 REDEFINES WS-PARM-LOW                          00002130
                                      PIC  9(03).                       00002140
                                                                        00002150
       01  WS-CAPACITY                PIC  9(09) VALUE ZEROES.          00002160
       01  WS-HIGH-WATER              PIC  9(03) VALUE 85.              00002170
       01  WS-LOW-WATER               PIC  9(03) VALUE 75.              00002180
                                                                        00002190
      ***************************************************************** 00002200
      * Outcome of the run, printed at the foot of the report.        * 00002210
      ***************************************************************** 00002220
       01  WS-OUTCOME-SW              PIC  X(01) VALUE SPACES.          00002230
           88  OUTCOME-EVICTED        VALUE 'E'.                        00002240
           88  OUTCOME-BELOW-HIGH     VALUE 'B'.                        00002250
           88  OUTCOME-SHORTFALL      VALUE 'S'.                        00002260
           88  OUTCOME-PARM-ERROR     VALUE 'P'.                        00002270
           88  OUTCOME-PROT-ERROR     VALUE 'M'.                        00002280
       01  WS-EVICT-SW                PIC  X(01) VALUE 'N'.             00002290
           88  EVICTION-REQUIRED      VALUE 'Y'.                        00002300
                                                                        00002310
      ***************************************************************** 00002320
      * Current time as a CICS-style ABSTIME (milliseconds since      * 00002330
      * 1900-01-01 00:00) - see ZECSEXP's 0060-CURRENT-ABS.           * 00002340
      ***************************************************************** 00002350
       01  WS-CURRENT-DATE-TIME.                                        00002360
           05  WS-CD-DATE             PIC  9(08).                       00002370
           05  WS-CD-DATE-X REDEFINES WS-CD-DATE.                       00002380
               10  WS-CD-YYYY         PIC  X(04).                       00002390
               10  WS-CD-MO           PIC  X(02).                       00002400
               10  WS-CD-DD           PIC  X(02).                       00002410
           05  WS-CD-HH               PIC  9(02).                       00002420
           05  WS-CD-MM               PIC  9(02).                       00002430
           05  WS-CD-SS               PIC  9(02).                       00002440
           05  FILLER                 PIC  X(07).                       00002450
                                                                        00002460
       01  WS-CURRENT-ABS             PIC S9(15) VALUE ZEROES COMP-3.   00002470
       01  WS-DAYS                    PIC S9(09) VALUE ZEROES COMP-3.   00002480
       01  WS-AGE-SECONDS             PIC S9(15) VALUE ZEROES COMP-3.   00002490
       01  WS-SCORE                   PIC S9(15) VALUE ZEROES COMP-3.   00002500
                                                                        00002510
      ***************************************************************** 00002520
      * Age-per-hit bands, in seconds.  An entry whose score is not   * 00002530
      * greater than WS-BAND-LIMIT(n) grades into band n; anything    * 00002540
      * beyond the last limit grades into band 31.  Higher bands are  * 00002550
      * less valuable and are evicted first.                          * 00002560
      ***************************************************************** 00002570
       01  WS-BAND-VALUES.                                              00002580
           05  FILLER                 PIC  9(09) VALUE 000000060.       00002590
           05  FILLER                 PIC  9(09) VALUE 000000120.       00002600
           05  FILLER                 PIC  9(09) VALUE 000000300.       00002610
           05  FILLER                 PIC  9(09) VALUE 000000600.       00002620
           05  FILLER                 PIC  9(09) VALUE 000000900.       00002630
           05  FILLER                 PIC  9(09) VALUE 000001800.       00002640
           05  FILLER                 PIC  9(09) VALUE 000003600.       00002650
           05  FILLER                 PIC  9(09) VALUE 000007200.       00002660
           05  FILLER                 PIC  9(09) VALUE 000010800.       00002670
           05  FILLER                 PIC  9(09) VALUE 000021600.       00002680
           05  FILLER                 PIC  9(09) VALUE 000043200.       00002690
           05  FILLER                 PIC  9(09) VALUE 000086400.       00002700
           05  FILLER                 PIC  9(09) VALUE 000172800.       00002710
           05  FILLER                 PIC  9(09) VALUE 000259200.       00002720
           05  FILLER                 PIC  9(09) VALUE 000432000.       00002730
           05  FILLER                 PIC  9(09) VALUE 000604800.       00002740
           05  FILLER                 PIC  9(09) VALUE 000864000.       00002750
           05  FILLER                 PIC  9(09) VALUE 001209600.       00002760
           05  FILLER                 PIC  9(09) VALUE 001814400.       00002770
           05  FILLER                 PIC  9(09) VALUE 002592000.       00002780
           05  FILLER                 PIC  9(09) VALUE 003888000.       00002790
           05  FILLER                 PIC  9(09) VALUE 005184000.       00002800
           05  FILLER                 PIC  9(09) VALUE 007776000.       00002810
           05  FILLER                 PIC  9(09) VALUE 010368000.       00002820
           05  FILLER                 PIC  9(09) VALUE 015552000.       00002830
           05  FILLER                 PIC  9(09) VALUE 023328000.       00002840
           05  FILLER                 PIC  9(09) VALUE 031536000.       00002850
           05  FILLER                 PIC  9(09) VALUE 063072000.       00002860
           05  FILLER                 PIC  9(09) VALUE 094608000.       00002870
           05  FILLER                 PIC  9(09) VALUE 157680000.       00002880
       01  WS-BAND-TABLE REDEFINES WS-BAND-VALUES.                      00002890
           05  WS-BAND-LIMIT          PIC  9(09) OCCURS 30 TIMES.       00002900
                                                                        00002910
       01  WS-MAX-BAND                PIC S9(04) COMP VALUE 31.         00002920
       01  WS-BAND                    PIC S9(04) COMP VALUE ZEROES.     00002930
       01  WS-BAND-IDX                PIC S9(04) COMP VALUE ZEROES.     00002940
       01  WS-BAND-FOUND-SW           PIC  X(01) VALUE 'N'.             00002950
           88  BAND-FOUND             VALUE 'Y'.                        00002960
                                                                        00002970
       01  WS-BAND-COUNTS.                                              00002980
           05  WS-BAND-ENTRY OCCURS 31 TIMES.                           00002990
               10  BC-KEYS            PIC S9(09) COMP.                  00003000
               10  BC-SEGMENTS        PIC S9(09) COMP.                  00003010
                                                                        00003020
       01  WS-CUTOFF-BAND             PIC S9(04) COMP VALUE ZEROES.     00003030
       01  WS-CUTOFF-NEEDED           PIC S9(09) COMP VALUE ZEROES.     00003040
       01  WS-CUTOFF-FREED            PIC S9(09) COMP VALUE ZEROES.     00003050
       01  WS-ABOVE-CUTOFF            PIC S9(09) COMP VALUE ZEROES.     00003060
                                                                        00003070
       01  WS-TOTAL-KEYS              PIC 9(09) VALUE ZEROES.           00003080
       01  WS-TOTAL-SEGMENTS          PIC 9(09) VALUE ZEROES.           00003090
       01  WS-TOTAL-VERSIONS          PIC 9(09) VALUE ZEROES.           00003100
       01  WS-VERSION-SEGMENTS        PIC 9(09) VALUE ZEROES.           00003110
       01  WS-ORPHAN-KEYS             PIC 9(09) VALUE ZEROES.           00003120
       01  WS-PROTECTED-KEYS          PIC 9(09) VALUE ZEROES.           00003130
       01  WS-PROTECTED-SEGMENTS      PIC 9(09) VALUE ZEROES.           00003140
       01  WS-LOW-SEGMENTS            PIC 9(09) VALUE ZEROES.           00003150
       01  WS-TARGET-SEGMENTS         PIC 9(09) VALUE ZEROES.           00003160
       01  WS-SELECTED-KEYS           PIC 9(09) VALUE ZEROES.           00003170
       01  WS-SELECTED-SEGMENTS       PIC 9(09) VALUE ZEROES.           00003180
       01  WS-SELECTED-BYTES          PIC 9(15) VALUE ZEROES.           00003190
       01  WS-DELETED-KEYS            PIC 9(09) VALUE ZEROES.           00003200
       01  WS-DELETED-SEGMENTS        PIC 9(09) VALUE ZEROES.           00003210
       01  WS-DELETED-VERSIONS        PIC 9(09) VALUE ZEROES.           00003220
                                                                        00003230
      ***************************************************************** 00003240
      * Tag index (ZECSZIC.cpy).  A removed entry's tag list record   * 00003250
      * and the index record of every tag it carried go with it.      * 00003260
      * Without a ZIFCT DD (or when it will not open) the job runs    * 00003270
      * on and leaves tag maintenance to the online region.           * 00003280
      ***************************************************************** 00003290
       01  WS-ZI-STATUS               PIC  X(02) VALUE SPACES.          00003300
       01  WS-ZI-SW                   PIC  X(01) VALUE 'N'.             00003310
           88  ZI-OPEN                VALUE 'Y'.                        00003320
       01  WS-TAG-ENTRY-KEY           PIC X(255) VALUE LOW-VALUES.      00003330
       01  WS-TAG-IDX                 PIC S9(04) COMP VALUE ZEROES.     00003340
       01  WS-TAG-COUNT               PIC S9(04) COMP VALUE ZEROES.     00003350
       01  WS-TAG-TABLE.                                                00003360
           05  WS-TAG-ENTRY           PIC  X(24) OCCURS 8 TIMES.        00003370
       01  WS-DELETED-TAG-LISTS       PIC 9(09) VALUE ZEROES.           00003380
                                                                        00003390
      ***************************************************************** 00003400
      * Shared content (ZECSZDC.cpy).  Without a ZDFCT DD (or when it * 00003410
      * will not open) entries count at their full ZF-SEGMENTS and    * 00003420
      * shared tails are left to ZECSORF.                             * 00003430
      ***************************************************************** 00003440
       01  WS-ZD-STATUS               PIC  X(02) VALUE SPACES.          00003450
       01  WS-ZD-SW                   PIC  X(01) VALUE 'N'.             00003460
           88  ZD-OPEN                VALUE 'Y'.                        00003470
       01  WS-RELEASE-CHAIN           PIC  X(08) VALUE LOW-VALUES.      00003480
       01  WS-CONTENT-KEY             PIC  X(27) VALUE LOW-VALUES.      00003490
       01  WS-CONTENT-CHAIN           PIC  X(08) VALUE LOW-VALUES.      00003500
       01  WS-CONTENT-END-SW          PIC  X(01) VALUE 'N'.             00003510
           88  CONTENT-CHAIN-END      VALUE 'Y'.                        00003520
       01  WS-RELEASED-SHARES         PIC 9(09) VALUE ZEROES.           00003530
       01  WS-RELEASED-CONTENT-SEGS   PIC 9(09) VALUE ZEROES.           00003540
       01  WS-CONTENT-CHAINS          PIC 9(09) VALUE ZEROES.           00003550
       01  WS-CONTENT-SEGMENTS        PIC 9(09) VALUE ZEROES.           00003560
       01  WS-ZD-END-SW               PIC  X(01) VALUE 'N'.             00003570
           88  ZD-END                 VALUE 'Y'.                        00003580
       01  WS-TAIL-CREDIT             PIC 9(09) VALUE ZEROES.           00003590
                                                                        00003600
       01  WS-AUDITED-KEYS            PIC 9(09) VALUE ZEROES.           00003610
       01  WS-REMAINING-SEGMENTS      PIC 9(09) VALUE ZEROES.           00003620
                                                                        00003630
       01  WS-OCCUPANCY-PCT           PIC 9(03)V9(01) VALUE ZEROES.     00003640
       01  WS-REMAINING-PCT           PIC 9(03)V9(01) VALUE ZEROES.     00003650
                                                                        00003660
       01  WS-SELECT-SW               PIC  X(01) VALUE 'N'.             00003670
           88  ENTRY-SELECTED         VALUE 'Y'.                        00003680
       01  WS-PROTECT-SW              PIC  X(01) VALUE 'N'.             00003690
           88  KEY-IS-PROTECTED       VALUE 'Y'.                        00003700
       01  WS-KEY-DELETED-SW          PIC  X(01) VALUE 'N'.             00003710
           88  KEY-WAS-DELETED        VALUE 'Y'.                        00003720
                                                                        00003730
       01  WS-SEGMENT-SIZE            PIC 9(09) VALUE 32000.            00003740
       01  WS-KEY-BYTES               PIC 9(15) VALUE ZEROES.           00003750
       01  WS-KEY-LEN                 PIC S9(04) COMP VALUE ZEROES.     00003760
       01  WS-SEG-IDX                 PIC S9(04) COMP VALUE ZEROES.     00003770
       01  WS-SEG-COUNT               PIC S9(04) COMP VALUE ZEROES.     00003780
       01  WS-VER-IDX                 PIC S9(04) COMP VALUE ZEROES.     00003790
       01  WS-VER-COUNT               PIC S9(04) COMP VALUE ZEROES.     00003800
       01  WS-VER-END-SW              PIC  X(01) VALUE 'N'.             00003810
           88  VERSION-CHAIN-END      VALUE 'Y'.                        00003820
       01  WS-ENTRY-SEGMENTS          PIC 9(09) VALUE ZEROES.           00003830
       01  WS-ENTRY-VER-SEGS          PIC 9(09) VALUE ZEROES.           00003840
       01  WS-CHAIN-SEGMENTS          PIC 9(09) VALUE ZEROES.           00003850
       01  WS-EVICT-KEY               PIC X(255) VALUE LOW-VALUES.      00003860
                                                                        00003870
       01  WS-SLASH-1                 PIC S9(04) COMP VALUE ZEROES.     00003880
       01  WS-SLASH-2                 PIC S9(04) COMP VALUE ZEROES.     00003890
       01  WS-APP-LEN                 PIC S9(04) COMP VALUE ZEROES.     00003900
                                                                        00003910
      ***************************************************************** 00003920
      * Protected prefixes loaded from PROTIN.  The reserved lease    * 00003930
      * namespace is always entry 1.                                  * 00003940
      ***************************************************************** 00003950
       01  WS-LOCK-PREFIX             PIC  X(09) VALUE 'zEcsLock/'.     00003960
       01  WS-MAX-PROTECT             PIC S9(04) COMP VALUE 200.        00003970
       01  WS-PROTECT-COUNT           PIC S9(04) COMP VALUE ZEROES.     00003980
       01  WS-PROTECT-TABLE.                                            00003990
           05  WS-PROTECT-ENTRY OCCURS 200 TIMES                        00004000
                                  INDEXED BY PT-IDX.                    00004010
               10  PT-PREFIX          PIC  X(80).                       00004020
               10  PT-LENGTH          PIC S9(04) COMP.                  00004030
       01  WS-PROTECT-LEN             PIC S9(04) COMP VALUE ZEROES.     00004040
       01  WS-PROTECT-DROPPED         PIC 9(05) VALUE ZEROES.           00004050
                                                                        00004060
      ***************************************************************** 00004070
      * Audit/event identity of a batch eviction.                     * 00004080
      ***************************************************************** 00004090
       01  WS-AUDIT-TRANID            PIC  X(04) VALUE 'BTCH'.          00004100
       01  WS-AUDIT-USERID            PIC  X(08) VALUE 'ZECSCAP '.      00004110
       01  WS-AUDIT-OPERATION         PIC  X(10) VALUE 'EVICT     '.    00004120
       01  WS-AUDIT-DATE              PIC  X(10) VALUE SPACES.          00004130
       01  WS-AUDIT-TIME              PIC  X(08) VALUE SPACES.          00004140
                                                                        00004150
      ***************************************************************** 00004160
      * Break-out table by BU_SBU / application, same shape and       * 00004170
      * OTHER catch-all behavior as ZECSRPT's.                        * 00004180
      ***************************************************************** 00004190
       01  WS-MAX-BREAKOUT            PIC S9(04) COMP VALUE 500.        00004200
       01  WS-BREAKOUT-COUNT          PIC S9(04) COMP VALUE ZEROES.     00004210
       01  WS-BREAKOUT-TABLE.                                           00004220
           05  WS-BREAKOUT-ENTRY OCCURS 500 TIMES                       00004230
                                  INDEXED BY BO-IDX.                    00004240
               10  BO-BU-SBU          PIC  X(64).                       00004250
               10  BO-APPLICATION     PIC  X(64).                       00004260
               10  BO-KEY-COUNT       PIC 9(09).                        00004270
               10  BO-SEGMENT-COUNT   PIC 9(09).                        00004280
               10  BO-BYTE-COUNT      PIC 9(15).                        00004290
                                                                        00004300
       01  WS-OTHER-KEY-COUNT         PIC 9(09) VALUE ZEROES.           00004310
       01  WS-OTHER-SEGMENT-COUNT     PIC 9(09) VALUE ZEROES.           00004320
       01  WS-OTHER-BYTE-COUNT        PIC 9(15) VALUE ZEROES.           00004330
                                                                        00004340
       01  WS-CUR-BU-SBU              PIC  X(64) VALUE SPACES.          00004350
       01  WS-CUR-APPLICATION         PIC  X(64) VALUE SPACES.          00004360
       01  WS-FOUND-SW                PIC  X(01) VALUE 'N'.             00004370
           88  BREAKOUT-FOUND         VALUE 'Y'.                        00004380
                                                                        00004390
       01  WS-HEADING-1.                                                00004400
           05  FILLER PIC X(40) VALUE                                   00004410
               'zECS CAPACITY-PRESSURE EVICTION REPORT'.                00004420
       01  WS-HEADING-2.                                                00004430
           05  FILLER PIC X(70) VALUE 'BU_SBU           APPLICATION     00004440
      -    '       KEYS     SEGMENTS   BYTES'.                          00004450
                                                                        00004460
       01  WS-DETAIL-LINE.                                              00004470
           05  DL-BU-SBU              PIC  X(16).                       00004480
           05  FILLER                 PIC  X(01) VALUE SPACES.          00004490
           05  DL-APPLICATION         PIC  X(16).                       00004500
           05  FILLER                 PIC  X(01) VALUE SPACES.          00004510
           05  DL-KEYS                PIC ZZZ,ZZZ,ZZ9.                  00004520
           05  FILLER                 PIC  X(01) VALUE SPACES.          00004530
           05  DL-SEGMENTS            PIC ZZZ,ZZZ,ZZ9.                  00004540
           05  FILLER                 PIC  X(01) VALUE SPACES.          00004550
           05  DL-BYTES               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.            00004560
                                                                        00004570
       01  WS-SUMMARY-LINE1.                                            00004580
           05  FILLER                 PIC X(24) VALUE                   00004590
               'CAPACITY (SEGMENTS):   '.                               00004600
           05  SL-CAPACITY            PIC ZZZ,ZZZ,ZZ9.                  00004610
       01  WS-SUMMARY-LINE2.                                            00004620
           05  FILLER                 PIC X(24) VALUE                   00004630
               'HIGH/LOW WATER (PCT):  '.                               00004640
           05  SL-HIGH-WATER          PIC ZZ9.                          00004650
           05  FILLER                 PIC X(03) VALUE ' / '.            00004660
           05  SL-LOW-WATER           PIC ZZ9.                          00004670
       01  WS-SUMMARY-LINE3.                                            00004680
           05  FILLER                 PIC X(24) VALUE                   00004690
               'KEYS SCANNED:          '.                               00004700
           05  SL-TOTAL-KEYS          PIC ZZZ,ZZZ,ZZ9.                  00004710
       01  WS-SUMMARY-LINE4.                                            00004720
           05  FILLER                 PIC X(24) VALUE                   00004730
               'SEGMENTS IN USE:       '.                               00004740
           05  SL-TOTAL-SEGMENTS      PIC ZZZ,ZZZ,ZZ9.                  00004750
           05  FILLER                 PIC X(03) VALUE SPACES.           00004760
           05  SL-OCCUPANCY           PIC ZZ9.9.                        00004770
           05  FILLER                 PIC X(01) VALUE '%'.              00004780
       01  WS-SUMMARY-LINE5.                                            00004790
           05  FILLER                 PIC X(24) VALUE                   00004800
               'PROTECTED KEYS:        '.                               00004810
           05  SL-PROTECTED-KEYS      PIC ZZZ,ZZZ,ZZ9.                  00004820
           05  FILLER                 PIC X(03) VALUE SPACES.           00004830
           05  SL-PROTECTED-SEGMENTS  PIC ZZZ,ZZZ,ZZ9.                  00004840
           05  FILLER                 PIC X(09) VALUE ' SEGMENTS'.      00004850
       01  WS-SUMMARY-LINE6.                                            00004860
           05  FILLER                 PIC X(24) VALUE                   00004870
               'ORPHANED KEYS SKIPPED: '.                               00004880
           05  SL-ORPHAN-KEYS         PIC ZZZ,ZZZ,ZZ9.                  00004890
       01  WS-SUMMARY-LINE7.                                            00004900
           05  FILLER                 PIC X(24) VALUE                   00004910
               'SEGMENTS TO RECLAIM:   '.                               00004920
           05  SL-TARGET-SEGMENTS     PIC ZZZ,ZZZ,ZZ9.                  00004930
       01  WS-SUMMARY-LINE8.                                            00004940
           05  FILLER                 PIC X(24) VALUE                   00004950
               'KEYS SELECTED:         '.                               00004960
           05  SL-SELECTED-KEYS       PIC ZZZ,ZZZ,ZZ9.                  00004970
           05  FILLER                 PIC X(03) VALUE SPACES.           00004980
           05  SL-SELECTED-SEGMENTS   PIC ZZZ,ZZZ,ZZ9.                  00004990
           05  FILLER                 PIC X(09) VALUE ' SEGMENTS'.      00005000
       01  WS-SUMMARY-LINE9.                                            00005010
           05  FILLER                 PIC X(24) VALUE                   00005020
               'KEYS DELETED:          '.                               00005030
           05  SL-DELETED-KEYS        PIC ZZZ,ZZZ,ZZ9.                  00005040
           05  FILLER                 PIC X(03) VALUE SPACES.           00005050
           05  SL-DELETED-SEGMENTS    PIC ZZZ,ZZZ,ZZ9.                  00005060
           05  FILLER                 PIC X(09) VALUE ' SEGMENTS'.      00005070
       01  WS-SUMMARY-LINE10.                                           00005080
           05  FILLER                 PIC X(24) VALUE                   00005090
               'AUDIT/EVENT RECORDS:   '.                               00005100
           05  SL-AUDITED-KEYS        PIC ZZZ,ZZZ,ZZ9.                  00005110
       01  WS-SUMMARY-LINE11.                                           00005120
           05  FILLER                 PIC X(24) VALUE                   00005130
               'OCCUPANCY AFTER RUN:   '.                               00005140
           05  SL-REMAINING-SEGMENTS  PIC ZZZ,ZZZ,ZZ9.                  00005150
           05  FILLER                 PIC X(03) VALUE SPACES.           00005160
           05  SL-REMAINING-PCT       PIC ZZ9.9.                        00005170
           05  FILLER                 PIC X(01) VALUE '%'.              00005180
       01  WS-SUMMARY-LINE12.                                           00005190
           05  FILLER                 PIC X(31) VALUE                   00005200
               'RUN MODE (D=DELETE, ELSE RPT):'.                        00005210
           05  FILLER                 PIC  X(01) VALUE SPACES.          00005220
           05  SL-RUN-MODE            PIC  X(01).                       00005230
       01  WS-SUMMARY-LINE13.                                           00005240
           05  FILLER                 PIC X(24) VALUE                   00005250
               'PROTECTED PREFIXES:    '.                               00005260
           05  SL-PROTECT-COUNT       PIC ZZZZ9.                        00005270
           05  FILLER                 PIC X(11) VALUE '  DROPPED: '.    00005280
           05  SL-PROTECT-DROPPED     PIC ZZZZ9.                        00005290
                                                                        00005300
       01  WS-SUMMARY-LINE14.                                           00005310
           05  FILLER                 PIC X(24) VALUE                   00005320
               'RETAINED VERSIONS:     '.                               00005330
           05  SL-TOTAL-VERSIONS      PIC ZZZ,ZZZ,ZZ9.                  00005340
           05  FILLER                 PIC X(03) VALUE SPACES.           00005350
           05  SL-VERSION-SEGMENTS    PIC ZZZ,ZZZ,ZZ9.                  00005360
           05  FILLER                 PIC X(09) VALUE ' SEGMENTS'.      00005370
       01  WS-SUMMARY-LINE15.                                           00005380
           05  FILLER                 PIC X(24) VALUE                   00005390
               'VERSIONS DELETED:      '.                               00005400
           05  SL-DELETED-VERSIONS    PIC ZZZ,ZZZ,ZZ9.                  00005410
       01  WS-SUMMARY-LINE16.                                           00005420
           05  FILLER                 PIC X(24) VALUE                   00005430
               'TAG LISTS DELETED:     '.                               00005440
           05  SL-DELETED-TAG-LISTS   PIC ZZZ,ZZZ,ZZ9.                  00005450
       01  WS-SUMMARY-LINE17.                                           00005460
           05  FILLER                 PIC X(24) VALUE                   00005470
               'SHARES RELEASED:       '.                               00005480
           05  SL-RELEASED-SHARES     PIC ZZZ,ZZZ,ZZ9.                  00005490
           05  FILLER                 PIC X(03) VALUE SPACES.           00005500
           05  SL-RELEASED-CONTENT-SEGS PIC ZZZ,ZZZ,ZZ9.                00005510
           05  FILLER                 PIC X(09) VALUE ' SEGMENTS'.      00005520
       01  WS-SUMMARY-LINE18.                                           00005530
           05  FILLER                 PIC X(24) VALUE                   00005540
               'SHARED CONTENT CHAINS: '.                               00005550
           05  SL-CONTENT-CHAINS      PIC ZZZ,ZZZ,ZZ9.                  00005560
           05  FILLER                 PIC X(03) VALUE SPACES.           00005570
           05  SL-CONTENT-SEGMENTS    PIC ZZZ,ZZZ,ZZ9.                  00005580
           05  FILLER                 PIC X(09) VALUE ' SEGMENTS'.      00005590
       01  WS-OUTCOME-LINE            PIC X(80) VALUE SPACES.           00005600
       01  WS-MSG-EVICTED             PIC X(80) VALUE                   00005610
           'ABOVE HIGH-WATER MARK - EVICTED TO LOW-WATER MARK'.         00005620
       01  WS-MSG-BELOW-HIGH          PIC X(80) VALUE                   00005630
           'OCCUPANCY NOT ABOVE HIGH-WATER MARK - NOTHING EVICTED'.     00005640
       01  WS-MSG-SHORTFALL           PIC X(80) VALUE                   00005650
           'LOW-WATER MARK UNREACHABLE - ALL UNPROTECTED EVICTED'.      00005660
       01  WS-MSG-PARM-ERROR          PIC X(80) VALUE                   00005670
           'CAPACITY OR WATER MARKS INVALID - NOTHING EVICTED'.         00005680
       01  WS-MSG-PROT-ERROR          PIC X(80) VALUE                   00005690
           'PROTIN NOT AVAILABLE - NOTHING EVICTED'.                    00005700
                                                                        00005710
      ***************************************************************** 00005720
      * zECS BATCH RUN LEDGER record definition.                      * 00005730
      ***************************************************************** 00005740
       COPY ZECSLDG.                                                    00005750
       01  WS-LDG-STATUS              PIC  X(02) VALUE SPACES.          00005760
       01  WS-LDG-MODE                PIC  X(01) VALUE SPACES.          00005770
       01  WS-LDG-START-DATE          PIC  9(08) VALUE ZEROES.          00005780
       01  WS-LDG-START-TIME          PIC  9(08) VALUE ZEROES.          00005790
                                                                        00005800
       PROCEDURE DIVISION.                                              00005810
       0000-MAIN.                                                       00005820
           INITIALIZE WS-BAND-COUNTS.                                   00005830
           PERFORM 0050-ACCEPT-PARMS      THRU 0050-EXIT.               00005840
           PERFORM 0060-CURRENT-ABS       THRU 0060-EXIT.               00005850
           PERFORM 0070-LEDGER-START      THRU 0070-EXIT.               00005860
           PERFORM 0080-LOAD-PROTECTED    THRU 0080-EXIT.               00005870
           PERFORM 0100-OPEN-FILES        THRU 0100-EXIT.               00005880
                                                                        00005890
           IF  NOT OUTCOME-PARM-ERROR                                   00005900
           AND NOT OUTCOME-PROT-ERROR                                   00005910
               PERFORM 0200-MEASURE-KEYS  THRU 0200-EXIT                00005920
                   UNTIL ZK-EOF                                         00005930
               PERFORM 0250-MEASURE-CONTENT THRU 0250-EXIT              00005940
               PERFORM 0280-SET-CUTOFF    THRU 0280-EXIT.               00005950
                                                                        00005960
           IF  EVICTION-REQUIRED                                        00005970
               PERFORM 0290-RESTART-BROWSE THRU 0290-EXIT               00005980
               PERFORM 0400-EVICT-KEYS    THRU 0400-EXIT                00005990
                   UNTIL ZK-EOF                                         00006000
                      OR WS-SELECTED-SEGMENTS                           00006010
                         NOT LESS THAN WS-TARGET-SEGMENTS.              00006020
                                                                        00006030
           IF  OUTCOME-SHORTFALL                                        00006040
           AND WS-SELECTED-SEGMENTS NOT LESS THAN WS-TARGET-SEGMENTS    00006050
               MOVE 'E' TO WS-OUTCOME-SW.                               00006060
                                                                        00006070
           PERFORM 0600-WRITE-REPORT      THRU 0600-EXIT.               00006080
           PERFORM 0900-CLOSE-FILES       THRU 0900-EXIT.               00006090
           PERFORM 0950-LEDGER-END        THRU 0950-EXIT.               00006100
           STOP RUN.                                                    00006110
                                                                        00006120
      ***************************************************************** 00006130
      * SYSIN parameters.  A capacity that is missing or zero, or a   * 00006140
      * low-water mark not below the high-water mark, stops the run   * 00006150
      * before anything is evicted.                                   * 00006160
      ***************************************************************** 00006170
       0050-ACCEPT-PARMS.                                               00006180
           ACCEPT WS-RUN-MODE      FROM SYSIN.                          00006190
           ACCEPT WS-PARM-CAPACITY FROM SYSIN.                          00006200
           ACCEPT WS-PARM-HIGH     FROM SYSIN.                          00006210
           ACCEPT WS-PARM-LOW      FROM SYSIN.                          00006220
                                                                        00006230
           IF  WS-PARM-CAPACITY-9 NUMERIC                               00006240
               MOVE WS-PARM-CAPACITY-9 TO WS-CAPACITY.                  00006250
                                                                        00006260
           IF  WS-PARM-HIGH-9 NUMERIC                                   00006270
               MOVE WS-PARM-HIGH-9     TO WS-HIGH-WATER.                00006280
                                                                        00006290
           IF  WS-PARM-LOW-9 NUMERIC                                    00006300
               MOVE WS-PARM-LOW-9      TO WS-LOW-WATER.                 00006310
                                                                        00006320
           IF  WS-CAPACITY EQUAL ZEROES                                 00006330
           OR  WS-HIGH-WATER GREATER THAN 100                           00006340
           OR  WS-LOW-WATER NOT LESS THAN WS-HIGH-WATER                 00006350
               MOVE 'P' TO WS-OUTCOME-SW.                               00006360
       0050-EXIT.                                                       00006370
           EXIT.                                                        00006380
                                                                        00006390
      ***************************************************************** 00006400
      * Build the current time as a CICS-style ABSTIME.  ABSTIME is   * 00006410
      * milliseconds since 1900-01-01 00:00; INTEGER-OF-DATE counts   * 00006420
      * days from 1600-12-31, so the 1900-01-01 integer is the base.  * 00006430
      ***************************************************************** 00006440
       0060-CURRENT-ABS.                                                00006450
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.          00006460
                                                                        00006470
           COMPUTE WS-DAYS =                                            00006480
               FUNCTION INTEGER-OF-DATE(WS-CD-DATE) -                   00006490
               FUNCTION INTEGER-OF-DATE(19000101).                      00006500
                                                                        00006510
           COMPUTE WS-CURRENT-ABS =                                     00006520
               (WS-DAYS    * 86400000) +                                00006530
               (WS-CD-HH   *  3600000) +                                00006540
               (WS-CD-MM   *    60000) +                                00006550
               (WS-CD-SS   *     1000).                                 00006560
       0060-EXIT.                                                       00006570
           EXIT.                                                        00006580
                                                                        00006590
      ***************************************************************** 00006600
      * Append this run's START record to the ledger before any file  * 00006610
      * is opened - a run that abends from here on leaves it without  * 00006620
      * an END record.                                                * 00006630
      ***************************************************************** 00006640
       0070-LEDGER-START.                                               00006650
           MOVE WS-RUN-MODE          TO WS-LDG-MODE.                    00006660
           ACCEPT WS-LDG-START-DATE  FROM DATE YYYYMMDD.                00006670
           ACCEPT WS-LDG-START-TIME  FROM TIME.                         00006680
                                                                        00006690
           MOVE SPACES               TO LDG-RECORD.                     00006700
           MOVE 'ZECSCAP'            TO LDG-JOB.                        00006710
           MOVE 'S'                  TO LDG-EVENT.                      00006720
           MOVE WS-LDG-MODE          TO LDG-MODE.                       00006730
           MOVE WS-LDG-START-DATE    TO LDG-START-DATE.                 00006740
           MOVE WS-LDG-START-TIME    TO LDG-START-TIME.                 00006750
           MOVE ZEROES               TO LDG-END-DATE                    00006760
                                        LDG-END-TIME                    00006770
                                        LDG-PROCESSED                   00006780
                                        LDG-OUTPUT                      00006790
                                        LDG-FOUND                       00006800
                                        LDG-REPAIRED.                   00006810
           PERFORM 0960-APPEND-LEDGER THRU 0960-EXIT.                   00006820
       0070-EXIT.                                                       00006830
           EXIT.                                                        00006840
                                                                        00006850
      ***************************************************************** 00006860
      * Load the protected prefixes.  The lease namespace is always   * 00006870
      * protected; PROTIN must be present (DD DUMMY for none) so a    * 00006880
      * missing DD can never silently leave everything unprotected.   * 00006890
      ***************************************************************** 00006900
       0080-LOAD-PROTECTED.                                             00006910
           MOVE 1                  TO WS-PROTECT-COUNT.                 00006920
           MOVE WS-LOCK-PREFIX     TO PT-PREFIX(1).                     00006930
           MOVE LENGTH OF WS-LOCK-PREFIX                                00006940
                                   TO PT-LENGTH(1).                     00006950
                                                                        00006960
           OPEN INPUT PROT-IN.                                          00006970
           IF  WS-PROT-STATUS NOT EQUAL '00'                            00006980
               MOVE 'M' TO WS-OUTCOME-SW                                00006990
               GO TO 0080-EXIT.                                         00007000
                                                                        00007010
           PERFORM 0085-READ-PROTECTED THRU 0085-EXIT                   00007020
               UNTIL PROT-EOF.                                          00007030
                                                                        00007040
           CLOSE PROT-IN.                                               00007050
       0080-EXIT.                                                       00007060
           EXIT.                                                        00007070
                                                                        00007080
       0085-READ-PROTECTED.                                             00007090
           READ PROT-IN                                                 00007100
               AT END                                                   00007110
                   MOVE 'Y' TO WS-PROT-EOF-SW                           00007120
                   GO TO 0085-EXIT                                      00007130
           END-READ.                                                    00007140
                                                                        00007150
           IF  PROT-RECORD EQUAL SPACES                                 00007160
           OR  PROT-RECORD(1:1) EQUAL '*'                               00007170
               GO TO 0085-EXIT.                                         00007180
                                                                        00007190
           IF  WS-PROTECT-COUNT NOT LESS THAN WS-MAX-PROTECT            00007200
               ADD 1 TO WS-PROTECT-DROPPED                              00007210
               GO TO 0085-EXIT.                                         00007220
                                                                        00007230
           MOVE ZEROES TO WS-PROTECT-LEN.                               00007240
           INSPECT PROT-RECORD TALLYING WS-PROTECT-LEN                  00007250
               FOR CHARACTERS BEFORE INITIAL SPACE.                     00007260
                                                                        00007270
           IF  WS-PROTECT-LEN EQUAL ZEROES                              00007280
               GO TO 0085-EXIT.                                         00007290
                                                                        00007300
           ADD 1 TO WS-PROTECT-COUNT.                                   00007310
           MOVE PROT-RECORD(1:WS-PROTECT-LEN)                           00007320
                                   TO PT-PREFIX(WS-PROTECT-COUNT).      00007330
           MOVE WS-PROTECT-LEN     TO PT-LENGTH(WS-PROTECT-COUNT).      00007340
       0085-EXIT.                                                       00007350
           EXIT.                                                        00007360
                                                                        00007370
      ***************************************************************** 00007380
      * Nothing is opened for update, and the audit trail and event   * 00007390
      * dataset are not touched, unless the run can evict.            * 00007400
      ***************************************************************** 00007410
       0100-OPEN-FILES.                                                 00007420
           OPEN OUTPUT RPT-OUT.                                         00007430
                                                                        00007440
           IF  OUTCOME-PARM-ERROR                                       00007450
           OR  OUTCOME-PROT-ERROR                                       00007460
               GO TO 0100-EXIT.                                         00007470
                                                                        00007480
           IF  CLEANUP-MODE                                             00007490
               OPEN I-O ZK-FCT                                          00007500
               OPEN I-O ZF-FCT                                          00007510
               OPEN EXTEND AUD-OUT                                      00007520
               OPEN OUTPUT EVT-OUT                                      00007530
               OPEN I-O ZI-FCT                                          00007540
               IF  WS-ZI-STATUS EQUAL '00'                              00007550
                   MOVE 'Y' TO WS-ZI-SW                                 00007560
               ELSE                                                     00007570
                   DISPLAY 'ZECSCAP - ZIFCT OPEN STATUS ' WS-ZI-STATUS  00007580
                           ', TAG RECORDS NOT MAINTAINED'               00007590
               END-IF                                                   00007600
               OPEN I-O ZD-FCT                                          00007610
               IF  WS-ZD-STATUS EQUAL '00'                              00007620
                   MOVE 'Y' TO WS-ZD-SW                                 00007630
               ELSE                                                     00007640
                   DISPLAY 'ZECSCAP - ZDFCT OPEN STATUS ' WS-ZD-STATUS  00007650
                           ', SHARED CONTENT NOT RELEASED'              00007660
               END-IF                                                   00007670
           ELSE                                                         00007680
               OPEN INPUT ZK-FCT                                        00007690
               OPEN INPUT ZF-FCT                                        00007700
               OPEN INPUT ZD-FCT                                        00007710
               IF  WS-ZD-STATUS EQUAL '00'                              00007720
                   MOVE 'Y' TO WS-ZD-SW                                 00007730
               ELSE                                                     00007740
                   DISPLAY 'ZECSCAP - ZDFCT OPEN STATUS ' WS-ZD-STATUS  00007750
                           ', SHARED CONTENT COUNTED IN FULL'           00007760
               END-IF.                                                  00007770
                                                                        00007780
           READ ZK-FCT NEXT RECORD                                      00007790
               AT END MOVE 'Y' TO WS-EOF-SW.                            00007800
       0100-EXIT.                                                       00007810
           EXIT.                                                        00007820
                                                                        00007830
      ***************************************************************** 00007840
      * Pass one - count the segments in use and, for every entry     * 00007850
      * that may be evicted, the segments held in its band.           * 00007860
      ***************************************************************** 00007870
       0200-MEASURE-KEYS.                                               00007880
           ADD 1 TO WS-TOTAL-KEYS.                                      00007890
                                                                        00007900
           PERFORM 0210-READ-SEGMENT-1    THRU 0210-EXIT.               00007910
           IF  WS-ZF-STATUS EQUAL '00'                                  00007920
               PERFORM 0240-MEASURE-VERSIONS THRU 0240-EXIT.            00007930
                                                                        00007940
           IF  WS-ZF-STATUS NOT EQUAL '00'                              00007950
               ADD 1 TO WS-ORPHAN-KEYS                                  00007960
           ELSE                                                         00007970
               ADD WS-ENTRY-SEGMENTS      TO WS-TOTAL-SEGMENTS          00007980
               ADD WS-VER-COUNT           TO WS-TOTAL-VERSIONS          00007990
               ADD WS-ENTRY-VER-SEGS      TO WS-VERSION-SEGMENTS        00008000
               PERFORM 0220-CHECK-PROTECTED THRU 0220-EXIT              00008010
               IF  KEY-IS-PROTECTED                                     00008020
                   ADD 1                  TO WS-PROTECTED-KEYS          00008030
                   ADD WS-ENTRY-SEGMENTS  TO WS-PROTECTED-SEGMENTS      00008040
               ELSE                                                     00008050
                   PERFORM 0230-GRADE-ENTRY THRU 0230-EXIT              00008060
                   ADD 1                  TO BC-KEYS(WS-BAND)           00008070
                   ADD WS-ENTRY-SEGMENTS  TO BC-SEGMENTS(WS-BAND)       00008080
               END-IF.                                                  00008090
                                                                        00008100
           READ ZK-FCT NEXT RECORD                                      00008110
               AT END MOVE 'Y' TO WS-EOF-SW.                            00008120
       0200-EXIT.                                                       00008130
           EXIT.                                                        00008140
                                                                        00008150
       0210-READ-SEGMENT-1.                                             00008160
           MOVE ZK-ZF-KEY               TO ZF-KEY.                      00008170
           MOVE ZEROES                  TO ZF-SUFFIX.                   00008180
           MOVE ZEROES                  TO ZF-ZEROES.                   00008190
           IF  ZK-SEGMENTS EQUAL 'Y'                                    00008200
               MOVE 1 TO ZF-SEGMENT                                     00008210
           ELSE                                                         00008220
               MOVE 0 TO ZF-SEGMENT.                                    00008230
                                                                        00008240
           READ ZF-FCT                                                  00008250
               INVALID KEY                                              00008260
                   CONTINUE.                                            00008270
       0210-EXIT.                                                       00008280
           EXIT.                                                        00008290
                                                                        00008300
      ***************************************************************** 00008310
      * A key is protected when it begins with any loaded prefix.     * 00008320
      ***************************************************************** 00008330
       0220-CHECK-PROTECTED.                                            00008340
           MOVE 'N' TO WS-PROTECT-SW.                                   00008350
           MOVE ZEROES TO WS-KEY-LEN.                                   00008360
           INSPECT ZK-KEY TALLYING WS-KEY-LEN                           00008370
               FOR CHARACTERS BEFORE INITIAL LOW-VALUE.                 00008380
                                                                        00008390
           PERFORM 0225-MATCH-PREFIX      THRU 0225-EXIT                00008400
               VARYING PT-IDX FROM 1 BY 1                               00008410
               UNTIL PT-IDX GREATER THAN WS-PROTECT-COUNT               00008420
                  OR KEY-IS-PROTECTED.                                  00008430
       0220-EXIT.                                                       00008440
           EXIT.                                                        00008450
                                                                        00008460
       0225-MATCH-PREFIX.                                               00008470
           IF  PT-LENGTH(PT-IDX) NOT GREATER THAN WS-KEY-LEN            00008480
           AND ZK-KEY(1:PT-LENGTH(PT-IDX)) EQUAL                        00008490
               PT-PREFIX(PT-IDX)(1:PT-LENGTH(PT-IDX))                   00008500
               MOVE 'Y' TO WS-PROTECT-SW.                               00008510
       0225-EXIT.                                                       00008520
           EXIT.                                                        00008530
                                                                        00008540
      ***************************************************************** 00008550
      * Score is age in seconds per hit (ZF-HIT-COUNT + 1), graded    * 00008560
      * into WS-BAND.                                                 * 00008570
      ***************************************************************** 00008580
       0230-GRADE-ENTRY.                                                00008590
           COMPUTE WS-AGE-SECONDS = (WS-CURRENT-ABS - ZF-ABS) / 1000.   00008600
           IF  WS-AGE-SECONDS LESS THAN ZEROES                          00008610
               MOVE ZEROES TO WS-AGE-SECONDS.                           00008620
                                                                        00008630
           COMPUTE WS-SCORE = WS-AGE-SECONDS / (ZF-HIT-COUNT + 1).      00008640
                                                                        00008650
           MOVE WS-MAX-BAND TO WS-BAND.                                 00008660
           MOVE 'N'         TO WS-BAND-FOUND-SW.                        00008670
           PERFORM 0235-GRADE-BAND        THRU 0235-EXIT                00008680
               VARYING WS-BAND-IDX FROM 1 BY 1                          00008690
               UNTIL WS-BAND-IDX NOT LESS THAN WS-MAX-BAND              00008700
                  OR BAND-FOUND.                                        00008710
       0230-EXIT.                                                       00008720
           EXIT.                                                        00008730
                                                                        00008740
       0235-GRADE-BAND.                                                 00008750
           IF  WS-SCORE NOT GREATER THAN WS-BAND-LIMIT(WS-BAND-IDX)     00008760
               MOVE WS-BAND-IDX TO WS-BAND                              00008770
               MOVE 'Y'         TO WS-BAND-FOUND-SW.                    00008780
       0235-EXIT.                                                       00008790
           EXIT.                                                        00008800
                                                                        00008810
      ***************************************************************** 00008820
      * Retained versions (ZK-VERSION, see ZECSZKC) belong to their   * 00008830
      * entry: their segments count toward its share of occupancy and * 00008840
      * they go when it is evicted.  Each retained chain's segment 1  * 00008850
      * gives its private segments (0248-CHAIN-SEGMENTS); the entry's * 00008860
      * own segment 1 is read back afterwards for grading.  A KEY     * 00008870
      * record written before the version list existed carries SPACES * 00008880
      * (or LOW-VALUES, once reloaded) there - no versions.           * 00008890
      ***************************************************************** 00008900
       0240-MEASURE-VERSIONS.                                           00008910
           PERFORM 0248-CHAIN-SEGMENTS  THRU 0248-EXIT.                 00008920
           MOVE WS-CHAIN-SEGMENTS       TO WS-ENTRY-SEGMENTS.           00008930
           MOVE ZEROES                  TO WS-ENTRY-VER-SEGS.           00008940
                                                                        00008950
           IF  ZK-VERSION-COUNT NUMERIC                                 00008960
               MOVE ZK-VERSION-COUNT    TO WS-VER-COUNT                 00008970
           ELSE                                                         00008980
               MOVE ZEROES              TO WS-VER-COUNT.                00008990
                                                                        00009000
           IF  WS-VER-COUNT GREATER THAN 8                              00009010
               MOVE 8                   TO WS-VER-COUNT.                00009020
                                                                        00009030
           IF  WS-VER-COUNT GREATER THAN ZEROES                         00009040
               PERFORM 0245-MEASURE-VERSION THRU 0245-EXIT              00009050
                   VARYING WS-VER-IDX FROM 1 BY 1                       00009060
                   UNTIL WS-VER-IDX GREATER THAN WS-VER-COUNT           00009070
               ADD WS-ENTRY-VER-SEGS    TO WS-ENTRY-SEGMENTS            00009080
               PERFORM 0210-READ-SEGMENT-1 THRU 0210-EXIT.              00009090
       0240-EXIT.                                                       00009100
           EXIT.                                                        00009110
                                                                        00009120
       0245-MEASURE-VERSION.                                            00009130
           MOVE ZK-VERSION-ZF-KEY(WS-VER-IDX) TO ZF-KEY.                00009140
           MOVE 1                       TO ZF-SEGMENT.                  00009150
           MOVE ZEROES                  TO ZF-SUFFIX.                   00009160
           MOVE ZEROES                  TO ZF-ZEROES.                   00009170
                                                                        00009180
           READ ZF-FCT                                                  00009190
               INVALID KEY                                              00009200
                   CONTINUE.                                            00009210
                                                                        00009220
           IF  WS-ZF-STATUS EQUAL '00'                                  00009230
               PERFORM 0248-CHAIN-SEGMENTS THRU 0248-EXIT               00009240
               ADD WS-CHAIN-SEGMENTS    TO WS-ENTRY-VER-SEGS.           00009250
       0245-EXIT.                                                       00009260
           EXIT.                                                        00009270
                                                                        00009280
      ***************************************************************** 00009290
      * The segments a chain holds privately, from its segment 1 ZF   * 00009300
      * record.  A chain reading a shared tail holds only segment 1 - * 00009310
      * the rest is counted once, with its content chain, by          * 00009320
      * 0250-MEASURE-CONTENT - the same split ZECSRPT's               * 00009330
      * 0238-COUNT-PRIVATE makes.  Without ZD-FCT the whole chain     * 00009340
      * counts.                                                       * 00009350
      ***************************************************************** 00009360
       0248-CHAIN-SEGMENTS.                                             00009370
           IF  ZD-OPEN                      AND                         00009380
               ZF-SEGMENTS GREATER THAN 1   AND                         00009390
               ZF-EXTRA(13:1) EQUAL 'S'                                 00009400
               MOVE 1                   TO WS-CHAIN-SEGMENTS            00009410
           ELSE                                                         00009420
               MOVE ZF-SEGMENTS         TO WS-CHAIN-SEGMENTS.           00009430
       0248-EXIT.                                                       00009440
           EXIT.                                                        00009450
                                                                        00009460
      ***************************************************************** 00009470
      * Count each content chain once, at ZD-SEGMENTS, the way        * 00009480
      * ZECSRPT's 0270-COUNT-CONTENT does - the content records       * 00009490
      * (ZD-CONTENT) head the ZD-FCT key range, so the browse stops   * 00009500
      * at the first record of any other type.                        * 00009510
      ***************************************************************** 00009520
       0250-MEASURE-CONTENT.                                            00009530
           IF  NOT ZD-OPEN                                              00009540
               GO TO 0250-EXIT.                                         00009550
                                                                        00009560
           MOVE LOW-VALUES              TO ZD-KEY.                      00009570
           MOVE 'C'                     TO ZD-C-MARK.                   00009580
           START ZD-FCT KEY NOT LESS THAN ZD-KEY                        00009590
               INVALID KEY                                              00009600
                   GO TO 0250-EXIT                                      00009610
           END-START.                                                   00009620
                                                                        00009630
           MOVE 'N'                     TO WS-ZD-END-SW.                00009640
           PERFORM 0255-MEASURE-ONE     THRU 0255-EXIT                  00009650
               UNTIL ZD-END.                                            00009660
                                                                        00009670
           ADD WS-CONTENT-SEGMENTS      TO WS-TOTAL-SEGMENTS.           00009680
       0250-EXIT.                                                       00009690
           EXIT.                                                        00009700
                                                                        00009710
       0255-MEASURE-ONE.                                                00009720
           READ ZD-FCT NEXT RECORD                                      00009730
               AT END                                                   00009740
                   MOVE 'Y' TO WS-ZD-END-SW                             00009750
                   GO TO 0255-EXIT                                      00009760
           END-READ.                                                    00009770
                                                                        00009780
           IF  NOT ZD-CONTENT                                           00009790
               MOVE 'Y' TO WS-ZD-END-SW                                 00009800
               GO TO 0255-EXIT.                                         00009810
                                                                        00009820
           ADD 1                        TO WS-CONTENT-CHAINS.           00009830
           IF  ZD-SEGMENTS NUMERIC                                      00009840
               ADD ZD-SEGMENTS          TO WS-CONTENT-SEGMENTS.         00009850
       0255-EXIT.                                                       00009860
           EXIT.                                                        00009870
                                                                        00009880
      ***************************************************************** 00009890
      * Decide whether to evict, how much, and the cutoff band.       * 00009900
      ***************************************************************** 00009910
       0280-SET-CUTOFF.                                                 00009920
           COMPUTE WS-OCCUPANCY-PCT ROUNDED =                           00009930
               (WS-TOTAL-SEGMENTS * 100) / WS-CAPACITY                  00009940
               ON SIZE ERROR                                            00009950
                   MOVE 999.9 TO WS-OCCUPANCY-PCT                       00009960
           END-COMPUTE.                                                 00009970
                                                                        00009980
           IF  WS-OCCUPANCY-PCT NOT GREATER THAN WS-HIGH-WATER          00009990
               MOVE 'B' TO WS-OUTCOME-SW                                00010000
               GO TO 0280-EXIT.                                         00010010
                                                                        00010020
           COMPUTE WS-LOW-SEGMENTS =                                    00010030
               (WS-CAPACITY * WS-LOW-WATER) / 100.                      00010040
           COMPUTE WS-TARGET-SEGMENTS =                                 00010050
               WS-TOTAL-SEGMENTS - WS-LOW-SEGMENTS.                     00010060
                                                                        00010070
           MOVE 'Y'         TO WS-EVICT-SW.                             00010080
           MOVE 'E'         TO WS-OUTCOME-SW.                           00010090
           MOVE ZEROES      TO WS-ABOVE-CUTOFF.                         00010100
           MOVE 'N'         TO WS-BAND-FOUND-SW.                        00010110
                                                                        00010120
           PERFORM 0285-CUTOFF-BAND       THRU 0285-EXIT                00010130
               VARYING WS-BAND-IDX FROM WS-MAX-BAND BY -1               00010140
               UNTIL WS-BAND-IDX LESS THAN 1                            00010150
                  OR BAND-FOUND.                                        00010160
                                                                        00010170
      ***************************************************************** 00010180
      * Protected entries and shared tails hold too much for the      * 00010190
      * bands to reach the low-water mark: every unprotected entry    * 00010200
      * goes.  Tails are credited as their last readers go, so the    * 00010210
      * run is reported as short only if the target is still not met  * 00010220
      * at the end (0000-MAIN).                                       * 00010230
      ***************************************************************** 00010240
           IF  NOT BAND-FOUND                                           00010250
               MOVE 'S'               TO WS-OUTCOME-SW                  00010260
               MOVE 1                 TO WS-CUTOFF-BAND                 00010270
               MOVE BC-SEGMENTS(1)    TO WS-CUTOFF-NEEDED.              00010280
       0280-EXIT.                                                       00010290
           EXIT.                                                        00010300
                                                                        00010310
       0285-CUTOFF-BAND.                                                00010320
           IF  WS-ABOVE-CUTOFF + BC-SEGMENTS(WS-BAND-IDX)               00010330
               NOT LESS THAN WS-TARGET-SEGMENTS                         00010340
               MOVE WS-BAND-IDX TO WS-CUTOFF-BAND                       00010350
               COMPUTE WS-CUTOFF-NEEDED =                               00010360
                   WS-TARGET-SEGMENTS - WS-ABOVE-CUTOFF                 00010370
               MOVE 'Y'         TO WS-BAND-FOUND-SW                     00010380
           ELSE                                                         00010390
               ADD BC-SEGMENTS(WS-BAND-IDX) TO WS-ABOVE-CUTOFF.         00010400
       0285-EXIT.                                                       00010410
           EXIT.                                                        00010420
                                                                        00010430
      ***************************************************************** 00010440
      * Pass two starts again from the first KEY record.              * 00010450
      ***************************************************************** 00010460
       0290-RESTART-BROWSE.                                             00010470
           MOVE 'N'         TO WS-EOF-SW.                               00010480
           MOVE LOW-VALUES  TO ZK-KEY.                                  00010490
           START ZK-FCT KEY NOT LESS THAN ZK-KEY                        00010500
               INVALID KEY                                              00010510
                   MOVE 'Y' TO WS-EOF-SW                                00010520
           END-START.                                                   00010530
                                                                        00010540
           IF  NOT ZK-EOF                                               00010550
               READ ZK-FCT NEXT RECORD                                  00010560
                   AT END MOVE 'Y' TO WS-EOF-SW                         00010570
               END-READ.                                                00010580
       0290-EXIT.                                                       00010590
           EXIT.                                                        00010600
                                                                        00010610
      ***************************************************************** 00010620
      * Pass two - evict every unprotected entry graded above the     * 00010630
      * cutoff band, and entries in the cutoff band until the         * 00010640
      * segments still needed from it are freed.  An evicted entry is * 00010650
      * credited with its private segments, plus the segments of any  * 00010660
      * shared tail it was the last reader of (WS-TAIL-CREDIT).       * 00010670
      ***************************************************************** 00010680
       0400-EVICT-KEYS.                                                 00010690
           MOVE 'N' TO WS-SELECT-SW.                                    00010700
                                                                        00010710
           PERFORM 0210-READ-SEGMENT-1    THRU 0210-EXIT.               00010720
           IF  WS-ZF-STATUS EQUAL '00'                                  00010730
               PERFORM 0240-MEASURE-VERSIONS THRU 0240-EXIT.            00010740
                                                                        00010750
           IF  WS-ZF-STATUS EQUAL '00'                                  00010760
               PERFORM 0220-CHECK-PROTECTED THRU 0220-EXIT              00010770
               IF  NOT KEY-IS-PROTECTED                                 00010780
                   PERFORM 0230-GRADE-ENTRY THRU 0230-EXIT              00010790
                   IF  WS-BAND GREATER THAN WS-CUTOFF-BAND              00010800
                       MOVE 'Y' TO WS-SELECT-SW                         00010810
                   ELSE                                                 00010820
                       IF  WS-BAND EQUAL WS-CUTOFF-BAND                 00010830
                       AND WS-CUTOFF-FREED LESS THAN WS-CUTOFF-NEEDED   00010840
                           MOVE 'Y' TO WS-SELECT-SW                     00010850
                           ADD WS-ENTRY-SEGMENTS TO WS-CUTOFF-FREED     00010860
                       END-IF                                           00010870
                   END-IF                                               00010880
               END-IF.                                                  00010890
                                                                        00010900
           IF  ENTRY-SELECTED                                           00010910
               ADD 1                      TO WS-SELECTED-KEYS           00010920
               ADD WS-ENTRY-SEGMENTS      TO WS-SELECTED-SEGMENTS       00010930
               PERFORM 0410-SPLIT-KEY     THRU 0410-EXIT                00010940
               PERFORM 0420-ACCUMULATE    THRU 0420-EXIT                00010950
               MOVE ZEROES                TO WS-TAIL-CREDIT             00010960
               IF  CLEANUP-MODE                                         00010970
                   PERFORM 0450-DELETE-ENTRY THRU 0450-EXIT             00010980
                   IF  KEY-WAS-DELETED                                  00010990
                       PERFORM 0470-WRITE-AUDIT THRU 0470-EXIT          00011000
                   END-IF                                               00011010
               ELSE                                                     00011020
                   PERFORM 0440-PEEK-TAILS THRU 0440-EXIT               00011030
               END-IF                                                   00011040
               ADD WS-TAIL-CREDIT         TO WS-SELECTED-SEGMENTS.      00011050
                                                                        00011060
           READ ZK-FCT NEXT RECORD                                      00011070
               AT END MOVE 'Y' TO WS-EOF-SW.                            00011080
       0400-EXIT.                                                       00011090
           EXIT.                                                        00011100
                                                                        00011110
      ***************************************************************** 00011120
      * Split the stored key on its first two '/' delimiters to       * 00011130
      * recover BU_SBU and application - same logic as ZECSRPT's      * 00011140
      * 0210-SPLIT-KEY.                                               * 00011150
      ***************************************************************** 00011160
       0410-SPLIT-KEY.                                                  00011170
           MOVE SPACES TO WS-CUR-BU-SBU WS-CUR-APPLICATION.             00011180
           MOVE ZEROES TO WS-SLASH-1 WS-SLASH-2 WS-KEY-LEN.             00011190
                                                                        00011200
           INSPECT ZK-KEY TALLYING WS-KEY-LEN                           00011210
               FOR CHARACTERS BEFORE INITIAL LOW-VALUE.                 00011220
                                                                        00011230
           INSPECT ZK-KEY(1:WS-KEY-LEN)                                 00011240
               TALLYING WS-SLASH-1 FOR CHARACTERS BEFORE '/'.           00011250
           ADD 1 TO WS-SLASH-1.                                         00011260
                                                                        00011270
           IF  WS-SLASH-1 LESS THAN WS-KEY-LEN                          00011280
               MOVE ZK-KEY(1:WS-SLASH-1 - 1)   TO WS-CUR-BU-SBU         00011290
               COMPUTE WS-SLASH-2 =                                     00011300
                   WS-SLASH-1 +                                         00011310
                   FUNCTION LENGTH(FUNCTION TRIM(                       00011320
                     ZK-KEY(WS-SLASH-1 + 1:                             00011330
                            WS-KEY-LEN - WS-SLASH-1)))                  00011340
               MOVE ZK-KEY(WS-SLASH-1 + 1:WS-SLASH-2 - WS-SLASH-1)      00011350
                                               TO WS-CUR-APPLICATION    00011360
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CUR-APPLICATION))  00011370
                                               TO WS-APP-LEN            00011380
               INSPECT WS-CUR-APPLICATION                               00011390
                   TALLYING WS-SLASH-2 FOR CHARACTERS BEFORE '/'        00011400
               IF  WS-SLASH-2 LESS THAN WS-APP-LEN                      00011410
                   MOVE WS-CUR-APPLICATION(1:WS-SLASH-2)                00011420
                                               TO WS-CUR-APPLICATION    00011430
               END-IF                                                   00011440
           ELSE                                                         00011450
               MOVE ZK-KEY(1:WS-KEY-LEN)       TO WS-CUR-BU-SBU.        00011460
                                                                        00011470
       0410-EXIT.                                                       00011480
           EXIT.                                                        00011490
                                                                        00011500
       0420-ACCUMULATE.                                                 00011510
           COMPUTE WS-KEY-BYTES = WS-ENTRY-SEGMENTS *                   00011520
                                    WS-SEGMENT-SIZE.                    00011530
           ADD WS-KEY-BYTES        TO WS-SELECTED-BYTES.                00011540
           PERFORM 0430-FIND-BREAKOUT THRU 0430-EXIT.                   00011550
           IF  BREAKOUT-FOUND                                           00011560
               ADD 1               TO BO-KEY-COUNT(BO-IDX)              00011570
               ADD WS-ENTRY-SEGMENTS TO BO-SEGMENT-COUNT(BO-IDX)        00011580
               ADD WS-KEY-BYTES    TO BO-BYTE-COUNT(BO-IDX)             00011590
           ELSE                                                         00011600
               ADD 1               TO WS-OTHER-KEY-COUNT                00011610
               ADD WS-ENTRY-SEGMENTS TO WS-OTHER-SEGMENT-COUNT          00011620
               ADD WS-KEY-BYTES    TO WS-OTHER-BYTE-COUNT.              00011630
       0420-EXIT.                                                       00011640
           EXIT.                                                        00011650
                                                                        00011660
       0430-FIND-BREAKOUT.                                              00011670
           MOVE 'N' TO WS-FOUND-SW.                                     00011680
           IF  WS-BREAKOUT-COUNT GREATER THAN ZEROES                    00011690
               PERFORM 0435-MATCH-BREAKOUT    THRU 0435-EXIT            00011700
                   VARYING BO-IDX FROM 1 BY 1                           00011710
                   UNTIL BO-IDX GREATER THAN WS-BREAKOUT-COUNT          00011720
                       OR BREAKOUT-FOUND.                               00011730
                                                                        00011740
      ***************************************************************** 00011750
      * The augment of PERFORM VARYING runs before the exit test, so  * 00011760
      * a match leaves BO-IDX one past the matched bucket.            * 00011770
      ***************************************************************** 00011780
           IF  BREAKOUT-FOUND                                           00011790
               SET BO-IDX DOWN BY 1.                                    00011800
                                                                        00011810
           IF  NOT BREAKOUT-FOUND                                       00011820
           AND WS-BREAKOUT-COUNT LESS THAN WS-MAX-BREAKOUT              00011830
               ADD 1 TO WS-BREAKOUT-COUNT                               00011840
               SET  BO-IDX             TO WS-BREAKOUT-COUNT             00011850
               MOVE WS-CUR-BU-SBU      TO BO-BU-SBU(BO-IDX)             00011860
               MOVE WS-CUR-APPLICATION TO BO-APPLICATION(BO-IDX)        00011870
               MOVE ZEROES             TO BO-KEY-COUNT(BO-IDX)          00011880
                                          BO-SEGMENT-COUNT(BO-IDX)      00011890
                                          BO-BYTE-COUNT(BO-IDX)         00011900
               MOVE 'Y'                TO WS-FOUND-SW.                  00011910
       0430-EXIT.                                                       00011920
           EXIT.                                                        00011930
                                                                        00011940
       0435-MATCH-BREAKOUT.                                             00011950
           IF  BO-BU-SBU(BO-IDX)      EQUAL WS-CUR-BU-SBU               00011960
           AND BO-APPLICATION(BO-IDX) EQUAL WS-CUR-APPLICATION          00011970
               MOVE 'Y' TO WS-FOUND-SW.                                 00011980
       0435-EXIT.                                                       00011990
           EXIT.                                                        00012000
                                                                        00012010
      ***************************************************************** 00012020
      * Report only - what releasing the evicted entry's shares would * 00012030
      * free, without touching ZD-FCT: the tail of each of its chains * 00012040
      * whose content record counts it as the only reader.            * 00012050
      ***************************************************************** 00012060
       0440-PEEK-TAILS.                                                 00012070
           IF  NOT ZD-OPEN                                              00012080
               GO TO 0440-EXIT.                                         00012090
                                                                        00012100
           MOVE ZK-ZF-KEY               TO WS-RELEASE-CHAIN.            00012110
           PERFORM 0442-PEEK-TAIL       THRU 0442-EXIT.                 00012120
                                                                        00012130
           PERFORM 0444-PEEK-VERSION    THRU 0444-EXIT                  00012140
               VARYING WS-VER-IDX FROM 1 BY 1                           00012150
               UNTIL WS-VER-IDX GREATER THAN WS-VER-COUNT.              00012160
       0440-EXIT.                                                       00012170
           EXIT.                                                        00012180
                                                                        00012190
       0442-PEEK-TAIL.                                                  00012200
           MOVE LOW-VALUES              TO ZD-KEY.                      00012210
           MOVE 'R'                     TO ZD-R-MARK.                   00012220
           MOVE WS-RELEASE-CHAIN        TO ZD-R-CHAIN.                  00012230
                                                                        00012240
           READ ZD-FCT                                                  00012250
               INVALID KEY                                              00012260
                   GO TO 0442-EXIT.                                     00012270
                                                                        00012280
           IF  NOT ZD-REFERENCE                                         00012290
               GO TO 0442-EXIT.                                         00012300
                                                                        00012310
           MOVE ZD-R-CONTENT-KEY        TO ZD-KEY.                      00012320
           READ ZD-FCT                                                  00012330
               INVALID KEY                                              00012340
                   GO TO 0442-EXIT.                                     00012350
                                                                        00012360
           IF  ZD-REF-COUNT NUMERIC  AND                                00012370
               ZD-REF-COUNT GREATER THAN 1                              00012380
               GO TO 0442-EXIT.                                         00012390
                                                                        00012400
           IF  ZD-SEGMENTS NUMERIC                                      00012410
               ADD ZD-SEGMENTS          TO WS-TAIL-CREDIT.              00012420
       0442-EXIT.                                                       00012430
           EXIT.                                                        00012440
                                                                        00012450
       0444-PEEK-VERSION.                                               00012460
           MOVE ZK-VERSION-ZF-KEY(WS-VER-IDX) TO WS-RELEASE-CHAIN.      00012470
           PERFORM 0442-PEEK-TAIL       THRU 0442-EXIT.                 00012480
       0444-EXIT.                                                       00012490
           EXIT.                                                        00012500
                                                                        00012510
      ***************************************************************** 00012520
      * Delete one evicted entry exactly as ZECSEXP's                 * 00012530
      * 0250-DELETE-ENTRY does: every ZF-SEGMENT record first, then   * 00012540
      * the KEY record just read.  The key is kept for the audit      * 00012550
      * record before the DELETE disturbs the record area.            * 00012560
      ***************************************************************** 00012570
       0450-DELETE-ENTRY.                                               00012580
           MOVE 'N'                     TO WS-KEY-DELETED-SW.           00012590
           MOVE ZK-KEY                  TO WS-EVICT-KEY.                00012600
           MOVE ZF-SEGMENTS             TO WS-SEG-COUNT.                00012610
                                                                        00012620
           IF  ZK-SEGMENTS EQUAL 'Y'                                    00012630
               PERFORM 0460-DELETE-SEGMENT THRU 0460-EXIT               00012640
                   VARYING WS-SEG-IDX FROM 1 BY 1                       00012650
                   UNTIL WS-SEG-IDX GREATER THAN WS-SEG-COUNT           00012660
           ELSE                                                         00012670
               MOVE 0 TO WS-SEG-IDX                                     00012680
               PERFORM 0460-DELETE-SEGMENT THRU 0460-EXIT.              00012690
                                                                        00012700
           MOVE ZK-ZF-KEY               TO WS-RELEASE-CHAIN.            00012710
           PERFORM 0467-RELEASE-CONTENT THRU 0467-EXIT.                 00012720
                                                                        00012730
           PERFORM 0462-DELETE-VERSIONS THRU 0462-EXIT.                 00012740
                                                                        00012750
           PERFORM 0456-DROP-TAGS THRU 0456-EXIT.                       00012760
                                                                        00012770
           DELETE ZK-FCT RECORD                                         00012780
               INVALID KEY                                              00012790
                   CONTINUE                                             00012800
               NOT INVALID KEY                                          00012810
                   ADD 1 TO WS-DELETED-KEYS                             00012820
                   MOVE 'Y' TO WS-KEY-DELETED-SW                        00012830
           END-DELETE.                                                  00012840
       0450-EXIT.                                                       00012850
           EXIT.                                                        00012860
                                                                        00012870
      ***************************************************************** 00012880
      * Drop the tag records of the entry being removed - the list    * 00012890
      * record keyed by ZK-KEY, then the index record of each tag     * 00012900
      * it names (unless that record now names another key alike in   * 00012910
      * its first 230 bytes).  Called before the KEY record goes.     * 00012920
      ***************************************************************** 00012930
       0456-DROP-TAGS.                                                  00012940
           IF  NOT ZI-OPEN                                              00012950
               GO TO 0456-EXIT.                                         00012960
                                                                        00012970
           MOVE ZK-KEY                  TO WS-TAG-ENTRY-KEY.            00012980
           MOVE ZK-KEY                  TO ZI-KEY.                      00012990
                                                                        00013000
           READ ZI-FCT                                                  00013010
               INVALID KEY                                              00013020
                   GO TO 0456-EXIT.                                     00013030
                                                                        00013040
           IF  NOT ZI-LIST  OR                                          00013050
               ZI-TAG-COUNT NOT NUMERIC                                 00013060
               GO TO 0456-EXIT.                                         00013070
                                                                        00013080
           MOVE ZI-TAG-COUNT            TO WS-TAG-COUNT.                00013090
           IF  WS-TAG-COUNT GREATER THAN 8                              00013100
               MOVE 8                   TO WS-TAG-COUNT.                00013110
           MOVE ZI-TAG-TABLE            TO WS-TAG-TABLE.                00013120
                                                                        00013130
           DELETE ZI-FCT RECORD                                         00013140
               INVALID KEY                                              00013150
                   CONTINUE                                             00013160
               NOT INVALID KEY                                          00013170
                   ADD 1 TO WS-DELETED-TAG-LISTS                        00013180
           END-DELETE.                                                  00013190
                                                                        00013200
           PERFORM 0458-DROP-TAG-INDEX THRU 0458-EXIT                   00013210
               VARYING WS-TAG-IDX FROM 1 BY 1                           00013220
               UNTIL WS-TAG-IDX GREATER THAN WS-TAG-COUNT.              00013230
       0456-EXIT.                                                       00013240
           EXIT.                                                        00013250
                                                                        00013260
       0458-DROP-TAG-INDEX.                                             00013270
           MOVE LOW-VALUES              TO ZI-KEY.                      00013280
           MOVE WS-TAG-ENTRY(WS-TAG-IDX) TO ZI-INDEX-TAG.               00013290
           MOVE WS-TAG-ENTRY-KEY(1:230) TO ZI-INDEX-PART.               00013300
                                                                        00013310
           READ ZI-FCT                                                  00013320
               INVALID KEY                                              00013330
                   GO TO 0458-EXIT.                                     00013340
                                                                        00013350
           IF  ZI-ZK-KEY EQUAL WS-TAG-ENTRY-KEY                         00013360
               DELETE ZI-FCT RECORD                                     00013370
                   INVALID KEY                                          00013380
                       CONTINUE                                         00013390
               END-DELETE.                                              00013400
       0458-EXIT.                                                       00013410
           EXIT.                                                        00013420
                                                                        00013430
       0460-DELETE-SEGMENT.                                             00013440
           MOVE ZK-ZF-KEY               TO ZF-KEY.                      00013450
           MOVE WS-SEG-IDX              TO ZF-SEGMENT.                  00013460
           MOVE ZEROES                  TO ZF-SUFFIX.                   00013470
           MOVE ZEROES                  TO ZF-ZEROES.                   00013480
                                                                        00013490
           DELETE ZF-FCT RECORD                                         00013500
               INVALID KEY                                              00013510
                   CONTINUE                                             00013520
               NOT INVALID KEY                                          00013530
                   ADD 1 TO WS-DELETED-SEGMENTS                         00013540
           END-DELETE.                                                  00013550
       0460-EXIT.                                                       00013560
           EXIT.                                                        00013570
                                                                        00013580
      ***************************************************************** 00013590
      * Delete the evicted entry's retained versions the way          * 00013600
      * ZECSEXP's 0270-DELETE-VERSIONS does - each chain segment by   * 00013610
      * segment until the first one not found.                        * 00013620
      ***************************************************************** 00013630
       0462-DELETE-VERSIONS.                                            00013640
           PERFORM 0464-DELETE-VERSION THRU 0464-EXIT                   00013650
               VARYING WS-VER-IDX FROM 1 BY 1                           00013660
               UNTIL WS-VER-IDX GREATER THAN WS-VER-COUNT.              00013670
       0462-EXIT.                                                       00013680
           EXIT.                                                        00013690
                                                                        00013700
       0464-DELETE-VERSION.                                             00013710
           MOVE 'N'                     TO WS-VER-END-SW.               00013720
                                                                        00013730
           PERFORM 0466-DELETE-VERSION-SEG THRU 0466-EXIT               00013740
               VARYING WS-SEG-IDX FROM 1 BY 1                           00013750
               UNTIL VERSION-CHAIN-END.                                 00013760
                                                                        00013770
           MOVE ZK-VERSION-ZF-KEY(WS-VER-IDX) TO WS-RELEASE-CHAIN.      00013780
           PERFORM 0467-RELEASE-CONTENT THRU 0467-EXIT.                 00013790
                                                                        00013800
           ADD 1 TO WS-DELETED-VERSIONS.                                00013810
       0464-EXIT.                                                       00013820
           EXIT.                                                        00013830
                                                                        00013840
       0466-DELETE-VERSION-SEG.                                         00013850
           MOVE ZK-VERSION-ZF-KEY(WS-VER-IDX) TO ZF-KEY.                00013860
           MOVE WS-SEG-IDX              TO ZF-SEGMENT.                  00013870
           MOVE ZEROES                  TO ZF-SUFFIX.                   00013880
           MOVE ZEROES                  TO ZF-ZEROES.                   00013890
                                                                        00013900
           DELETE ZF-FCT RECORD                                         00013910
               INVALID KEY                                              00013920
                   MOVE 'Y' TO WS-VER-END-SW                            00013930
               NOT INVALID KEY                                          00013940
                   ADD 1 TO WS-DELETED-SEGMENTS                         00013950
           END-DELETE.                                                  00013960
       0466-EXIT.                                                       00013970
           EXIT.                                                        00013980
                                                                        00013990
      ***************************************************************** 00014000
      * Give up the shared tail read by chain WS-RELEASE-CHAIN, if    * 00014010
      * any, the way ZECSEXP's 0257-RELEASE-CONTENT does.  The        * 00014020
      * reference record goes; the content record's count drops by    * 00014030
      * one, and when it was the last the content record and the      * 00014040
      * content chain (suffix 1, segments 2 onward) go as well and    * 00014050
      * its ZD-SEGMENTS are credited to the eviction.                 * 00014060
      ***************************************************************** 00014070
       0467-RELEASE-CONTENT.                                            00014080
           IF  NOT ZD-OPEN                                              00014090
               GO TO 0467-EXIT.                                         00014100
                                                                        00014110
           MOVE LOW-VALUES              TO ZD-KEY.                      00014120
           MOVE 'R'                     TO ZD-R-MARK.                   00014130
           MOVE WS-RELEASE-CHAIN        TO ZD-R-CHAIN.                  00014140
                                                                        00014150
           READ ZD-FCT                                                  00014160
               INVALID KEY                                              00014170
                   GO TO 0467-EXIT.                                     00014180
                                                                        00014190
           IF  NOT ZD-REFERENCE                                         00014200
               GO TO 0467-EXIT.                                         00014210
                                                                        00014220
           MOVE ZD-R-CONTENT-KEY        TO WS-CONTENT-KEY.              00014230
           DELETE ZD-FCT RECORD                                         00014240
               INVALID KEY                                              00014250
                   CONTINUE                                             00014260
               NOT INVALID KEY                                          00014270
                   ADD 1 TO WS-RELEASED-SHARES                          00014280
           END-DELETE.                                                  00014290
                                                                        00014300
           MOVE WS-CONTENT-KEY          TO ZD-KEY.                      00014310
           READ ZD-FCT                                                  00014320
               INVALID KEY                                              00014330
                   GO TO 0467-EXIT.                                     00014340
                                                                        00014350
           IF  ZD-REF-COUNT NUMERIC  AND                                00014360
               ZD-REF-COUNT GREATER THAN 1                              00014370
               SUBTRACT 1 FROM ZD-REF-COUNT                             00014380
               REWRITE ZD-RECORD                                        00014390
                   INVALID KEY                                          00014400
                       CONTINUE                                         00014410
               END-REWRITE                                              00014420
               GO TO 0467-EXIT.                                         00014430
                                                                        00014440
           MOVE ZD-C-CHAIN              TO WS-CONTENT-CHAIN.            00014450
           IF  ZD-SEGMENTS NUMERIC                                      00014460
               ADD ZD-SEGMENTS          TO WS-TAIL-CREDIT.              00014470
                                                                        00014480
           MOVE 'N'                     TO WS-CONTENT-END-SW.           00014490
           PERFORM 0468-DELETE-CONTENT-SEG THRU 0468-EXIT               00014500
               VARYING WS-SEG-IDX FROM 2 BY 1                           00014510
               UNTIL CONTENT-CHAIN-END.                                 00014520
                                                                        00014530
           DELETE ZD-FCT RECORD                                         00014540
               INVALID KEY                                              00014550
                   CONTINUE                                             00014560
           END-DELETE.                                                  00014570
       0467-EXIT.                                                       00014580
           EXIT.                                                        00014590
                                                                        00014600
       0468-DELETE-CONTENT-SEG.                                         00014610
           MOVE WS-CONTENT-CHAIN        TO ZF-KEY.                      00014620
           MOVE WS-SEG-IDX              TO ZF-SEGMENT.                  00014630
           MOVE 1                       TO ZF-SUFFIX.                   00014640
           MOVE ZEROES                  TO ZF-ZEROES.                   00014650
                                                                        00014660
           DELETE ZF-FCT RECORD                                         00014670
               INVALID KEY                                              00014680
                   MOVE 'Y' TO WS-CONTENT-END-SW                        00014690
               NOT INVALID KEY                                          00014700
                   ADD 1 TO WS-RELEASED-CONTENT-SEGS                    00014710
           END-DELETE.                                                  00014720
       0468-EXIT.                                                       00014730
           EXIT.                                                        00014740
                                                                        00014750
      ***************************************************************** 00014760
      * Record the eviction on the audit trail and the event dataset, * 00014770
      * in the same shape and YYYY/MM/DD HH:MM:SS format              * 00014780
      * 9960-WRITE-AUDIT uses, so ZECSARC and event consumers treat   * 00014790
      * it like any other delete.                                     * 00014800
      ***************************************************************** 00014810
       0470-WRITE-AUDIT.                                                00014820
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.          00014830
           MOVE SPACES                  TO WS-AUDIT-DATE.               00014840
           STRING WS-CD-YYYY   DELIMITED BY SIZE                        00014850
                  '/'          DELIMITED BY SIZE                        00014860
                  WS-CD-MO     DELIMITED BY SIZE                        00014870
                  '/'          DELIMITED BY SIZE                        00014880
                  WS-CD-DD     DELIMITED BY SIZE                        00014890
                  INTO WS-AUDIT-DATE.                                   00014900
           MOVE SPACES                  TO WS-AUDIT-TIME.               00014910
           STRING WS-CD-HH     DELIMITED BY SIZE                        00014920
                  ':'          DELIMITED BY SIZE                        00014930
                  WS-CD-MM     DELIMITED BY SIZE                        00014940
                  ':'          DELIMITED BY SIZE                        00014950
                  WS-CD-SS     DELIMITED BY SIZE                        00014960
                  INTO WS-AUDIT-TIME.                                   00014970
                                                                        00014980
           MOVE SPACES                  TO AUD-RECORD.                  00014990
           MOVE WS-AUDIT-DATE           TO AUD-DATE.                    00015000
           MOVE WS-AUDIT-TIME           TO AUD-TIME.                    00015010
           MOVE WS-AUDIT-TRANID         TO AUD-TRANID.                  00015020
           MOVE WS-AUDIT-USERID         TO AUD-USERID.                  00015030
           MOVE WS-AUDIT-OPERATION      TO AUD-OPERATION.               00015040
           MOVE WS-EVICT-KEY            TO AUD-KEY.                     00015050
           WRITE AUD-RECORD.                                            00015060
                                                                        00015070
           MOVE SPACES                  TO EVT-RECORD.                  00015080
           MOVE WS-AUDIT-DATE           TO EVT-DATE.                    00015090
           MOVE WS-AUDIT-TIME           TO EVT-TIME.                    00015100
           MOVE WS-AUDIT-TRANID         TO EVT-TRANID.                  00015110
           MOVE WS-AUDIT-USERID         TO EVT-USERID.                  00015120
           MOVE WS-AUDIT-OPERATION      TO EVT-OPERATION.               00015130
           MOVE WS-EVICT-KEY            TO EVT-KEY.                     00015140
           WRITE EVT-RECORD.                                            00015150
                                                                        00015160
           IF  WS-AUD-STATUS EQUAL '00'                                 00015170
           AND WS-EVT-STATUS EQUAL '00'                                 00015180
               ADD 1 TO WS-AUDITED-KEYS.                                00015190
       0470-EXIT.                                                       00015200
           EXIT.                                                        00015210
                                                                        00015220
       0600-WRITE-REPORT.                                               00015230
           WRITE RPT-LINE FROM WS-HEADING-1.                            00015240
           WRITE RPT-LINE FROM WS-HEADING-2.                            00015250
           MOVE SPACES TO RPT-LINE.                                     00015260
           WRITE RPT-LINE.                                              00015270
                                                                        00015280
           PERFORM 0610-WRITE-BREAKOUT    THRU 0610-EXIT                00015290
               VARYING BO-IDX FROM 1 BY 1                               00015300
               UNTIL BO-IDX GREATER THAN WS-BREAKOUT-COUNT.             00015310
                                                                        00015320
           IF  WS-OTHER-KEY-COUNT GREATER THAN ZEROES                   00015330
               MOVE 'OTHER'                TO DL-BU-SBU                 00015340
               MOVE SPACES                 TO DL-APPLICATION            00015350
               MOVE WS-OTHER-KEY-COUNT     TO DL-KEYS                   00015360
               MOVE WS-OTHER-SEGMENT-COUNT TO DL-SEGMENTS               00015370
               MOVE WS-OTHER-BYTE-COUNT    TO DL-BYTES                  00015380
               WRITE RPT-LINE FROM WS-DETAIL-LINE                       00015390
           END-IF.                                                      00015400
                                                                        00015410
           MOVE SPACES TO RPT-LINE.                                     00015420
           WRITE RPT-LINE.                                              00015430
                                                                        00015440
           IF  CLEANUP-MODE                                             00015450
               COMPUTE WS-REMAINING-SEGMENTS =                          00015460
                   WS-TOTAL-SEGMENTS - WS-SELECTED-SEGMENTS             00015470
           ELSE                                                         00015480
               MOVE WS-TOTAL-SEGMENTS TO WS-REMAINING-SEGMENTS.         00015490
                                                                        00015500
           IF  WS-CAPACITY GREATER THAN ZEROES                          00015510
               COMPUTE WS-REMAINING-PCT ROUNDED =                       00015520
                   (WS-REMAINING-SEGMENTS * 100) / WS-CAPACITY          00015530
                   ON SIZE ERROR                                        00015540
                       MOVE 999.9 TO WS-REMAINING-PCT                   00015550
               END-COMPUTE.                                             00015560
                                                                        00015570
           MOVE WS-CAPACITY          TO SL-CAPACITY.                    00015580
           WRITE RPT-LINE FROM WS-SUMMARY-LINE1.                        00015590
           MOVE WS-HIGH-WATER        TO SL-HIGH-WATER.                  00015600
           MOVE WS-LOW-WATER         TO SL-LOW-WATER.                   00015610
           WRITE RPT-LINE FROM WS-SUMMARY-LINE2.                        00015620
           MOVE WS-TOTAL-KEYS        TO SL-TOTAL-KEYS.                  00015630
           WRITE RPT-LINE FROM WS-SUMMARY-LINE3.                        00015640
           MOVE WS-TOTAL-SEGMENTS    TO SL-TOTAL-SEGMENTS.              00015650
           MOVE WS-OCCUPANCY-PCT     TO SL-OCCUPANCY.                   00015660
           WRITE RPT-LINE FROM WS-SUMMARY-LINE4.                        00015670
           MOVE WS-CONTENT-CHAINS    TO SL-CONTENT-CHAINS.              00015680
           MOVE WS-CONTENT-SEGMENTS  TO SL-CONTENT-SEGMENTS.            00015690
           WRITE RPT-LINE FROM WS-SUMMARY-LINE18.                       00015700
           MOVE WS-TOTAL-VERSIONS    TO SL-TOTAL-VERSIONS.              00015710
           MOVE WS-VERSION-SEGMENTS  TO SL-VERSION-SEGMENTS.            00015720
           WRITE RPT-LINE FROM WS-SUMMARY-LINE14.                       00015730
           MOVE WS-PROTECTED-KEYS    TO SL-PROTECTED-KEYS.              00015740
           MOVE WS-PROTECTED-SEGMENTS TO SL-PROTECTED-SEGMENTS.         00015750
           WRITE RPT-LINE FROM WS-SUMMARY-LINE5.                        00015760
           MOVE WS-ORPHAN-KEYS       TO SL-ORPHAN-KEYS.                 00015770
           WRITE RPT-LINE FROM WS-SUMMARY-LINE6.                        00015780
           MOVE WS-TARGET-SEGMENTS   TO SL-TARGET-SEGMENTS.             00015790
           WRITE RPT-LINE FROM WS-SUMMARY-LINE7.                        00015800
           MOVE WS-SELECTED-KEYS     TO SL-SELECTED-KEYS.               00015810
           MOVE WS-SELECTED-SEGMENTS TO SL-SELECTED-SEGMENTS.           00015820
           WRITE RPT-LINE FROM WS-SUMMARY-LINE8.                        00015830
           MOVE WS-DELETED-KEYS      TO SL-DELETED-KEYS.                00015840
           MOVE WS-DELETED-SEGMENTS  TO SL-DELETED-SEGMENTS.            00015850
           WRITE RPT-LINE FROM WS-SUMMARY-LINE9.                        00015860
           MOVE WS-DELETED-VERSIONS  TO SL-DELETED-VERSIONS.            00015870
           WRITE RPT-LINE FROM WS-SUMMARY-LINE15.                       00015880
           MOVE WS-DELETED-TAG-LISTS TO SL-DELETED-TAG-LISTS.           00015890
           WRITE RPT-LINE FROM WS-SUMMARY-LINE16.                       00015900
           MOVE WS-RELEASED-SHARES   TO SL-RELEASED-SHARES.             00015910
           MOVE WS-RELEASED-CONTENT-SEGS TO SL-RELEASED-CONTENT-SEGS.   00015920
           WRITE RPT-LINE FROM WS-SUMMARY-LINE17.                       00015930
           MOVE WS-AUDITED-KEYS      TO SL-AUDITED-KEYS.                00015940
           WRITE RPT-LINE FROM WS-SUMMARY-LINE10.                       00015950
           MOVE WS-REMAINING-SEGMENTS TO SL-REMAINING-SEGMENTS.         00015960
           MOVE WS-REMAINING-PCT     TO SL-REMAINING-PCT.               00015970
           WRITE RPT-LINE FROM WS-SUMMARY-LINE11.                       00015980
           MOVE WS-PROTECT-COUNT     TO SL-PROTECT-COUNT.               00015990
           MOVE WS-PROTECT-DROPPED   TO SL-PROTECT-DROPPED.             00016000
           WRITE RPT-LINE FROM WS-SUMMARY-LINE13.                       00016010
           MOVE WS-RUN-MODE          TO SL-RUN-MODE.                    00016020
           WRITE RPT-LINE FROM WS-SUMMARY-LINE12.                       00016030
                                                                        00016040
           MOVE SPACES TO RPT-LINE.                                     00016050
           WRITE RPT-LINE.                                              00016060
                                                                        00016070
           IF  OUTCOME-EVICTED                                          00016080
               MOVE WS-MSG-EVICTED    TO WS-OUTCOME-LINE.               00016090
           IF  OUTCOME-BELOW-HIGH                                       00016100
               MOVE WS-MSG-BELOW-HIGH TO WS-OUTCOME-LINE.               00016110
           IF  OUTCOME-SHORTFALL                                        00016120
               MOVE WS-MSG-SHORTFALL  TO WS-OUTCOME-LINE.               00016130
           IF  OUTCOME-PARM-ERROR                                       00016140
               MOVE WS-MSG-PARM-ERROR TO WS-OUTCOME-LINE.               00016150
           IF  OUTCOME-PROT-ERROR                                       00016160
               MOVE WS-MSG-PROT-ERROR TO WS-OUTCOME-LINE.               00016170
           WRITE RPT-LINE FROM WS-OUTCOME-LINE.                         00016180
       0600-EXIT.                                                       00016190
           EXIT.                                                        00016200
                                                                        00016210
       0610-WRITE-BREAKOUT.                                             00016220
           MOVE BO-BU-SBU(BO-IDX)      TO DL-BU-SBU.                    00016230
           MOVE BO-APPLICATION(BO-IDX) TO DL-APPLICATION.               00016240
           MOVE BO-KEY-COUNT(BO-IDX)   TO DL-KEYS.                      00016250
           MOVE BO-SEGMENT-COUNT(BO-IDX) TO DL-SEGMENTS.                00016260
           MOVE BO-BYTE-COUNT(BO-IDX)  TO DL-BYTES.                     00016270
           WRITE RPT-LINE FROM WS-DETAIL-LINE.                          00016280
       0610-EXIT.                                                       00016290
           EXIT.                                                        00016300
                                                                        00016310
       0900-CLOSE-FILES.                                                00016320
           CLOSE RPT-OUT.                                               00016330
                                                                        00016340
           IF  OUTCOME-PARM-ERROR                                       00016350
           OR  OUTCOME-PROT-ERROR                                       00016360
               GO TO 0900-EXIT.                                         00016370
                                                                        00016380
           CLOSE ZK-FCT.                                                00016390
           CLOSE ZF-FCT.                                                00016400
           IF  ZI-OPEN                                                  00016410
               CLOSE ZI-FCT.                                            00016420
           IF  ZD-OPEN                                                  00016430
               CLOSE ZD-FCT.                                            00016440
           IF  CLEANUP-MODE                                             00016450
               CLOSE AUD-OUT                                            00016460
               CLOSE EVT-OUT.                                           00016470
       0900-EXIT.                                                       00016480
           EXIT.                                                        00016490
                                                                        00016500
      ***************************************************************** 00016510
      * Append this run's END record - completion status and the      * 00016520
      * run's counts, mapped on to the ledger columns as ZECSLDG.cpy  * 00016530
      * describes.                                                    * 00016540
      ***************************************************************** 00016550
       0950-LEDGER-END.                                                 00016560
           MOVE SPACES               TO LDG-RECORD.                     00016570
           MOVE 'ZECSCAP'            TO LDG-JOB.                        00016580
           MOVE 'E'                  TO LDG-EVENT.                      00016590
           MOVE WS-LDG-MODE          TO LDG-MODE.                       00016600
           MOVE WS-LDG-START-DATE    TO LDG-START-DATE.                 00016610
           MOVE WS-LDG-START-TIME    TO LDG-START-TIME.                 00016620
           ACCEPT LDG-END-DATE       FROM DATE YYYYMMDD.                00016630
           ACCEPT LDG-END-TIME       FROM TIME.                         00016640
           MOVE 'C'                  TO LDG-STATUS.                     00016650
           IF  OUTCOME-PARM-ERROR                                       00016660
           OR  OUTCOME-PROT-ERROR                                       00016670
               MOVE 'F'              TO LDG-STATUS.                     00016680
           MOVE WS-TOTAL-KEYS        TO LDG-PROCESSED.                  00016690
           MOVE ZEROES               TO LDG-OUTPUT.                     00016700
           MOVE WS-SELECTED-KEYS     TO LDG-FOUND.                      00016710
           MOVE WS-DELETED-KEYS      TO LDG-REPAIRED.                   00016720
           PERFORM 0960-APPEND-LEDGER THRU 0960-EXIT.                   00016730
       0950-EXIT.                                                       00016740
           EXIT.                                                        00016750
                                                                        00016760
      ***************************************************************** 00016770
      * Open, append one record and close again, so each record is on * 00016780
      * the dataset the moment it is written.  A first-ever run falls * 00016790
      * back to creating the ledger, as ZECSRPT's 0400-WRITE-HISTORY  * 00016800
      * does; a ledger that will not open costs the run its entry,    * 00016810
      * nothing more.                                                 * 00016820
      ***************************************************************** 00016830
       0960-APPEND-LEDGER.                                              00016840
           OPEN EXTEND LDG-OUT.                                         00016850
           IF  WS-LDG-STATUS NOT EQUAL '00'                             00016860
               OPEN OUTPUT LDG-OUT.                                     00016870
           IF  WS-LDG-STATUS NOT EQUAL '00'                             00016880
               DISPLAY 'ZECSCAP - LEDGER OPEN STATUS ' WS-LDG-STATUS    00016890
               GO TO 0960-EXIT.                                         00016900
                                                                        00016910
           WRITE LDG-OUT-RECORD FROM LDG-RECORD.                        00016920
           CLOSE LDG-OUT.                                               00016930
       0960-EXIT.                                                       00016940
           EXIT.                                                        00016950
