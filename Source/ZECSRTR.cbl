       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. ZECSRTR.                                             00000020
       AUTHOR.     Randy Frerking and Rich Jackson.                     00000030
      ***************************************************************** 00000040
      *                                                               * 00000050
      * z/OS Enterprise Caching Services.                             * 00000060
      *                                                               * 00000070
      * Response-time percentile and SLA report.                      * 00000080
      *                                                               * 00000090
      * Reads a day's response-time records (RTMIN - the dataset the  * 00000100
      * response-time TD queue is drained to; see ZECSRTM.cpy and     * 00000110
      * 9995-WRITE-RESPONSE-TIME in ZECS001) and reports, by          * 00000120
      * BU_SBU/application, method and hour of day, the request       * 00000130
      * count, the p50/p95/p99 and maximum elapsed time, and the      * 00000140
      * average time spent in partner replication and read-through    * 00000150
      * origin fetches - so "the cache is slow" can be answered with  * 00000160
      * which requests, when, and where the time went.  A second      * 00000170
      * section rolls the same figures up by BU_SBU/application       * 00000180
      * alone, and a third lists the individual requests that         * 00000190
      * breached their application's SLA.                             * 00000200
      *                                                               * 00000210
      * Percentiles are taken from a fixed millisecond histogram      * 00000220
      * (WS-BOUND-TABLE) kept per line, so no sort step and no        * 00000230
      * per-request storage is needed: each percentile prints as the  * 00000240
      * upper bound of the band it falls in, never more than the      * 00000250
      * largest time actually seen.                                   * 00000260
      *                                                               * 00000270
      * A request breaches when its elapsed time (entry to the final  * 00000280
      * send, the time the client waited) exceeds the SLA of its      * 00000290
      * application.  SLAs are read from SLAIN, one per 80-byte       * 00000300
      * record: the BU_SBU/application (or a bare BU_SBU, covering    * 00000310
      * all of its applications) starting in column 1, then one or    * 00000320
      * more blanks, then the threshold in milliseconds.  Blank       * 00000330
      * records and records with '*' in column 1 are ignored.  An     * 00000340
      * exact BU_SBU/application entry wins over a BU_SBU entry,      * 00000350
      * which wins over the SYSIN default.  Lines with breaches are   * 00000360
      * flagged '***'.                                                * 00000370
      *                                                               * 00000380
      * SYSIN line 1: default SLA in milliseconds for applications    * 00000390
      *               with no SLAIN entry (digits; blank or zero      * 00000400
      *               means no SLA).                                  * 00000410
      * SYSIN line 2: most breach detail lines to print (digits;      * 00000420
      *               blank prints up to 200).                        * 00000430
      *                                                               * 00000440
      * Lines past the table sizes fold into an OTHER line, as the    * 00000450
      * other reports do, so the break-outs always sum to the grand   * 00000460
      * totals.                                                       * 00000470
      *                                                               * 00000480
      * Intended to run daily outside of CICS.                        * 00000490
      *                                                               * 00000500
      * Date       UserID    Description                              * 00000510
      * ---------- --------  ---------------------------------------- * 00000520
      *                                                               * 00000530
      ***************************************************************** 00000540
       ENVIRONMENT DIVISION.                                            00000550
       INPUT-OUTPUT SECTION.                                            00000560
       FILE-CONTROL.                                                    00000570
           SELECT RTM-IN ASSIGN TO RTMIN                                00000580
               ORGANIZATION IS SEQUENTIAL                               00000590
               FILE STATUS IS WS-RTM-STATUS.                            00000600
                                                                        00000610
           SELECT SLA-IN ASSIGN TO SLAIN                                00000620
               ORGANIZATION IS SEQUENTIAL                               00000630
               FILE STATUS IS WS-SLA-STATUS.                            00000640
                                                                        00000650
           SELECT RPT-OUT ASSIGN TO RPTOUT                              00000660
               ORGANIZATION IS LINE SEQUENTIAL                          00000670
               FILE STATUS IS WS-RPT-STATUS.                            00000680
                                                                        00000690
           SELECT LDG-OUT ASSIGN TO LEDGER                              00000700
               ORGANIZATION IS SEQUENTIAL                               00000710
               FILE STATUS IS WS-LDG-STATUS.                            00000720
                                                                        00000730
       DATA DIVISION.                                                   00000740
       FILE SECTION.                                                    00000750
       FD  RTM-IN                                                       00000760
           RECORD CONTAINS 220 CHARACTERS.                              00000770
      ***************************************************************** 00000780
      * zECS RESPONSE TIME record definition.                         * 00000790
      ***************************************************************** 00000800
       COPY ZECSRTM.                                                    00000810
                                                                        00000820
       FD  SLA-IN                                                       00000830
           RECORD CONTAINS 80 CHARACTERS.                               00000840
       01  SLA-RECORD                 PIC  X(80).                       00000850
                                                                        00000860
       FD  RPT-OUT                                                      00000870
           RECORD CONTAINS 132 CHARACTERS.                              00000880
       01  RPT-LINE                   PIC  X(132).                      00000890
                                                                        00000900
      ***************************************************************** 00000910
      * Batch run ledger - this run's START and END records are       * 00000920
      * appended for ZECSLDR's morning summary.                       * 00000930
      ***************************************************************** 00000940
       FD  LDG-OUT                                                      00000950
           RECORD CONTAINS 100 CHARACTERS.                              00000960
       01  LDG-OUT-RECORD             PIC  X(100).                      00000970
                                                                        00000980
       WORKING-STORAGE SECTION.                                         00000990
       01  WS-RTM-STATUS              PIC  X(02) VALUE SPACES.          00001000
       01  WS-SLA-STATUS              PIC  X(02) VALUE SPACES.          00001010
       01  WS-RPT-STATUS              PIC  X(02) VALUE SPACES.          00001020
       01  WS-EOF-SW                  PIC  X(01) VALUE 'N'.             00001030
           88  RTM-EOF                VALUE 'Y'.                        00001040
       01  WS-SLA-EOF-SW              PIC  X(01) VALUE 'N'.             00001050
           88  SLA-EOF                VALUE 'Y'.                        00001060
                                                                        00001070
       01  WS-PARM-DEFAULT-SLA        PIC  X(07) VALUE SPACES.          00001080
       01  WS-PARM-DEFAULT-SLA-9 REDEFINES WS-PARM-DEFAULT-SLA          00001090
                                      PIC  9(07).                       00001100
       01  WS-PARM-MAX-BREACH         PIC  X(05) VALUE SPACES.          00001110
       01  WS-PARM-MAX-BREACH-9 REDEFINES WS-PARM-MAX-BREACH            00001120
                                      PIC  9(05).                       00001130
                                                                        00001140
       01  WS-DEFAULT-SLA             PIC  9(07) VALUE ZEROES.          00001150
       01  WS-MAX-BREACH-LINES        PIC S9(04) COMP VALUE 200.        00001160
                                                                        00001170
       01  WS-TOTAL-RECORDS           PIC 9(09) VALUE ZEROES.           00001180
       01  WS-TOTAL-BREACHES          PIC 9(09) VALUE ZEROES.           00001190
       01  WS-TOTAL-ELAPSED           PIC 9(15) VALUE ZEROES.           00001200
       01  WS-CUR-SLA                 PIC  9(07) VALUE ZEROES.          00001210
       01  WS-CUR-HOUR                PIC  X(02) VALUE SPACES.          00001220
       01  WS-CUR-BU-SBU              PIC X(128) VALUE SPACES.          00001230
       01  WS-BU-LEN                  PIC S9(04) COMP VALUE ZEROES.     00001240
       01  WS-BREACH-SW               PIC  X(01) VALUE 'N'.             00001250
           88  REQUEST-BREACHED       VALUE 'Y'.                        00001260
                                                                        00001270
      ***************************************************************** 00001280
      * Elapsed-time bands, in milliseconds.  A time not greater than * 00001290
      * WS-BOUND(n) counts in band n; anything beyond the last bound  * 00001300
      * counts in band 44.                                            * 00001310
      ***************************************************************** 00001320
       01  WS-BOUND-VALUES.                                             00001330
           05  FILLER                 PIC  9(07) VALUE 0000001.         00001340
           05  FILLER                 PIC  9(07) VALUE 0000002.         00001350
           05  FILLER                 PIC  9(07) VALUE 0000003.         00001360
           05  FILLER                 PIC  9(07) VALUE 0000004.         00001370
           05  FILLER                 PIC  9(07) VALUE 0000005.         00001380
           05  FILLER                 PIC  9(07) VALUE 0000006.         00001390
           05  FILLER                 PIC  9(07) VALUE 0000008.         00001400
           05  FILLER                 PIC  9(07) VALUE 0000010.         00001410
           05  FILLER                 PIC  9(07) VALUE 0000012.         00001420
           05  FILLER                 PIC  9(07) VALUE 0000015.         00001430
           05  FILLER                 PIC  9(07) VALUE 0000020.         00001440
           05  FILLER                 PIC  9(07) VALUE 0000025.         00001450
           05  FILLER                 PIC  9(07) VALUE 0000030.         00001460
           05  FILLER                 PIC  9(07) VALUE 0000040.         00001470
           05  FILLER                 PIC  9(07) VALUE 0000050.         00001480
           05  FILLER                 PIC  9(07) VALUE 0000060.         00001490
           05  FILLER                 PIC  9(07) VALUE 0000080.         00001500
           05  FILLER                 PIC  9(07) VALUE 0000100.         00001510
           05  FILLER                 PIC  9(07) VALUE 0000120.         00001520
           05  FILLER                 PIC  9(07) VALUE 0000150.         00001530
           05  FILLER                 PIC  9(07) VALUE 0000200.         00001540
           05  FILLER                 PIC  9(07) VALUE 0000250.         00001550
           05  FILLER                 PIC  9(07) VALUE 0000300.         00001560
           05  FILLER                 PIC  9(07) VALUE 0000400.         00001570
           05  FILLER                 PIC  9(07) VALUE 0000500.         00001580
           05  FILLER                 PIC  9(07) VALUE 0000600.         00001590
           05  FILLER                 PIC  9(07) VALUE 0000800.         00001600
           05  FILLER                 PIC  9(07) VALUE 0001000.         00001610
           05  FILLER                 PIC  9(07) VALUE 0001200.         00001620
           05  FILLER                 PIC  9(07) VALUE 0001500.         00001630
           05  FILLER                 PIC  9(07) VALUE 0002000.         00001640
           05  FILLER                 PIC  9(07) VALUE 0002500.         00001650
           05  FILLER                 PIC  9(07) VALUE 0003000.         00001660
           05  FILLER                 PIC  9(07) VALUE 0004000.         00001670
           05  FILLER                 PIC  9(07) VALUE 0005000.         00001680
           05  FILLER                 PIC  9(07) VALUE 0006000.         00001690
           05  FILLER                 PIC  9(07) VALUE 0008000.         00001700
           05  FILLER                 PIC  9(07) VALUE 0010000.         00001710
           05  FILLER                 PIC  9(07) VALUE 0015000.         00001720
           05  FILLER                 PIC  9(07) VALUE 0020000.         00001730
           05  FILLER                 PIC  9(07) VALUE 0030000.         00001740
           05  FILLER                 PIC  9(07) VALUE 0045000.         00001750
           05  FILLER                 PIC  9(07) VALUE 0060000.         00001760
       01  WS-BOUND-TABLE REDEFINES WS-BOUND-VALUES.                    00001770
           05  WS-BOUND               PIC  9(07) OCCURS 43 TIMES.       00001780
                                                                        00001790
       01  WS-MAX-BAND                PIC S9(04) COMP VALUE 44.         00001800
       01  WS-BAND                    PIC S9(04) COMP VALUE ZEROES.     00001810
       01  WS-BAND-IDX                PIC S9(04) COMP VALUE ZEROES.     00001820
       01  WS-BAND-FOUND-SW           PIC  X(01) VALUE 'N'.             00001830
           88  BAND-FOUND             VALUE 'Y'.                        00001840
                                                                        00001850
      ***************************************************************** 00001860
      * Percentile work area - one line's histogram is copied here    * 00001870
      * and 0350-PERCENTILES sets WS-P50/WS-P95/WS-P99.               * 00001880
      ***************************************************************** 00001890
       01  WS-WORK-HISTOGRAM.                                           00001900
           05  WS-WORK-BAND           PIC S9(09) COMP OCCURS 44 TIMES.  00001910
       01  WS-WORK-COUNT              PIC S9(09) COMP VALUE ZEROES.     00001920
       01  WS-WORK-MAX                PIC  9(07) VALUE ZEROES.          00001930
       01  WS-WORK-PCT                PIC S9(04) COMP VALUE ZEROES.     00001940
       01  WS-WORK-RANK               PIC S9(09) COMP VALUE ZEROES.     00001950
       01  WS-WORK-CUMULATIVE         PIC S9(09) COMP VALUE ZEROES.     00001960
       01  WS-WORK-RESULT             PIC  9(07) VALUE ZEROES.          00001970
       01  WS-P50                     PIC  9(07) VALUE ZEROES.          00001980
       01  WS-P95                     PIC  9(07) VALUE ZEROES.          00001990
       01  WS-P99                     PIC  9(07) VALUE ZEROES.          00002000
       01  WS-AVERAGE                 PIC  9(07) VALUE ZEROES.          00002010
       01  WS-LINE-BREACHES           PIC S9(09) COMP VALUE ZEROES.     00002020
                                                                        00002030
      ***************************************************************** 00002040
      * Per-application SLA thresholds loaded from SLAIN.             * 00002050
      ***************************************************************** 00002060
       01  WS-MAX-SLA                 PIC S9(04) COMP VALUE 500.        00002070
       01  WS-SLA-COUNT               PIC S9(04) COMP VALUE ZEROES.     00002080
       01  WS-SLA-DROPPED             PIC 9(05) VALUE ZEROES.           00002090
       01  WS-SLA-TABLE.                                                00002100
           05  WS-SLA-ENTRY OCCURS 500 TIMES                            00002110
                                  INDEXED BY SLA-IDX.                   00002120
               10  ST-PREFIX          PIC X(128).                       00002130
               10  ST-MS              PIC  9(07).                       00002140
       01  WS-SLA-PREFIX              PIC X(128) VALUE SPACES.          00002150
       01  WS-SLA-MS-X                PIC  X(07) VALUE SPACES.          00002160
       01  WS-SLA-MS-DIGITS           PIC S9(04) COMP VALUE ZEROES.     00002170
       01  WS-SLA-MS                  PIC  9(07) VALUE ZEROES.          00002180
       01  WS-SLA-FOUND-SW            PIC  X(01) VALUE 'N'.             00002190
           88  SLA-FOUND              VALUE 'Y'.                        00002200
                                                                        00002210
      ***************************************************************** 00002220
      * Break-out by BU_SBU/application, method and hour.             * 00002230
      ***************************************************************** 00002240
       01  WS-MAX-GROUP               PIC S9(04) COMP VALUE 2000.       00002250
       01  WS-GROUP-COUNT             PIC S9(04) COMP VALUE ZEROES.     00002260
       01  WS-GROUP-TABLE.                                              00002270
           05  WS-GROUP-ENTRY OCCURS 2000 TIMES                         00002280
                                  INDEXED BY GT-IDX.                    00002290
               10  GT-PREFIX          PIC X(128).                       00002300
               10  GT-METHOD          PIC  X(10).                       00002310
               10  GT-HOUR            PIC  X(02).                       00002320
               10  GT-PRINTED         PIC  X(01).                       00002330
               10  GT-SLA             PIC  9(07).                       00002340
               10  GT-MAX             PIC  9(07).                       00002350
               10  GT-COUNT           PIC S9(09) COMP.                  00002360
               10  GT-BREACHES        PIC S9(09) COMP.                  00002370
               10  GT-REPLICATE       PIC S9(15) COMP-3.                00002380
               10  GT-ORIGIN          PIC S9(15) COMP-3.                00002390
               10  GT-HISTOGRAM.                                        00002400
                   15  GT-BAND        PIC S9(09) COMP OCCURS 44 TIMES.  00002410
                                                                        00002420
       01  WS-OTHER-GROUP.                                              00002430
           05  OG-MAX                 PIC  9(07) VALUE ZEROES.          00002440
           05  OG-COUNT               PIC S9(09) COMP VALUE ZEROES.     00002450
           05  OG-BREACHES            PIC S9(09) COMP VALUE ZEROES.     00002460
           05  OG-REPLICATE           PIC S9(15) COMP-3 VALUE ZEROES.   00002470
           05  OG-ORIGIN              PIC S9(15) COMP-3 VALUE ZEROES.   00002480
           05  OG-HISTOGRAM.                                            00002490
               10  OG-BAND            PIC S9(09) COMP OCCURS 44 TIMES.  00002500
                                                                        00002510
      ***************************************************************** 00002520
      * Roll-up by BU_SBU/application alone.                          * 00002530
      ***************************************************************** 00002540
       01  WS-MAX-APP                 PIC S9(04) COMP VALUE 500.        00002550
       01  WS-APP-COUNT               PIC S9(04) COMP VALUE ZEROES.     00002560
       01  WS-APP-TABLE.                                                00002570
           05  WS-APP-ENTRY OCCURS 500 TIMES                            00002580
                                  INDEXED BY AT-IDX.                    00002590
               10  AT-PREFIX          PIC X(128).                       00002600
               10  AT-PRINTED         PIC  X(01).                       00002610
               10  AT-SLA             PIC  9(07).                       00002620
               10  AT-MAX             PIC  9(07).                       00002630
               10  AT-COUNT           PIC S9(09) COMP.                  00002640
               10  AT-BREACHES        PIC S9(09) COMP.                  00002650
               10  AT-REPLICATE       PIC S9(15) COMP-3.                00002660
               10  AT-ORIGIN          PIC S9(15) COMP-3.                00002670
               10  AT-HISTOGRAM.                                        00002680
                   15  AT-BAND        PIC S9(09) COMP OCCURS 44 TIMES.  00002690
                                                                        00002700
       01  WS-OTHER-APP.                                                00002710
           05  OA-MAX                 PIC  9(07) VALUE ZEROES.          00002720
           05  OA-COUNT               PIC S9(09) COMP VALUE ZEROES.     00002730
           05  OA-BREACHES            PIC S9(09) COMP VALUE ZEROES.     00002740
           05  OA-REPLICATE           PIC S9(15) COMP-3 VALUE ZEROES.   00002750
           05  OA-ORIGIN              PIC S9(15) COMP-3 VALUE ZEROES.   00002760
           05  OA-HISTOGRAM.                                            00002770
               10  OA-BAND            PIC S9(09) COMP OCCURS 44 TIMES.  00002780
                                                                        00002790
       01  WS-FOUND-SW                PIC  X(01) VALUE 'N'.             00002800
           88  BREAKOUT-FOUND         VALUE 'Y'.                        00002810
       01  WS-NEXT-IDX                PIC S9(04) COMP VALUE ZEROES.     00002820
       01  WS-NEXT-SW                 PIC  X(01) VALUE 'N'.             00002830
           88  NEXT-FOUND             VALUE 'Y'.                        00002840
                                                                        00002850
      ***************************************************************** 00002860
      * SLA breaches held for the detail section, in arrival order.   * 00002870
      ***************************************************************** 00002880
       01  WS-BREACH-COUNT            PIC S9(04) COMP VALUE ZEROES.     00002890
       01  WS-BREACH-TABLE.                                             00002900
           05  WS-BREACH-ENTRY OCCURS 9999 TIMES                        00002910
                                  INDEXED BY BT-IDX.                    00002920
               10  BT-DATE            PIC  X(10).                       00002930
               10  BT-TIME            PIC  X(08).                       00002940
               10  BT-USERID          PIC  X(08).                       00002950
               10  BT-METHOD          PIC  X(10).                       00002960
               10  BT-STATUS          PIC  9(03).                       00002970
               10  BT-PREFIX          PIC  X(40).                       00002980
               10  BT-ELAPSED         PIC  9(07).                       00002990
               10  BT-REPLICATE       PIC  9(07).                       00003000
               10  BT-ORIGIN          PIC  9(07).                       00003010
               10  BT-SLA             PIC  9(07).                       00003020
                                                                        00003030
       01  WS-HEADING-1.                                                00003040
           05  FILLER PIC X(50) VALUE                                   00003050
               'zECS RESPONSE-TIME PERCENTILE AND SLA REPORT'.          00003060
       01  WS-HEADING-2.                                                00003070
           05  FILLER PIC X(50) VALUE                                   00003080
               'BY BU_SBU/APPLICATION, METHOD AND HOUR (MS)'.           00003090
       01  WS-HEADING-3.                                                00003100
           05  FILLER PIC X(40) VALUE                                   00003110
               'BU_SBU/APPLICATION       METHOD  HR'.                   00003120
           05  FILLER PIC X(40) VALUE                                   00003130
               ' REQUESTS       P50       P95       P99'.               00003140
           05  FILLER PIC X(40) VALUE                                   00003150
               '       MAX  AVG-REPL  AVG-ORIG       SLA'.              00003160
           05  FILLER PIC X(12) VALUE                                   00003170
               ' BREACHES'.                                             00003180
       01  WS-HEADING-4.                                                00003190
           05  FILLER PIC X(50) VALUE                                   00003200
               'BY BU_SBU/APPLICATION (MS)'.                            00003210
       01  WS-HEADING-5.                                                00003220
           05  FILLER PIC X(50) VALUE                                   00003230
               'SLA BREACHES (MS)'.                                     00003240
       01  WS-HEADING-6.                                                00003250
           05  FILLER PIC X(40) VALUE                                   00003260
               'DATE       TIME     USERID   METHOD     '.              00003270
           05  FILLER PIC X(40) VALUE                                   00003280
               'STS BU_SBU/APPLICATION                  '.              00003290
           05  FILLER PIC X(40) VALUE                                   00003300
               '   ELAPSED      REPL    ORIGIN       SLA'.              00003310
                                                                        00003320
       01  WS-DETAIL-LINE.                                              00003330
           05  DL-PREFIX              PIC  X(24).                       00003340
           05  FILLER                 PIC  X(01) VALUE SPACES.          00003350
           05  DL-METHOD              PIC  X(07).                       00003360
           05  FILLER                 PIC  X(01) VALUE SPACES.          00003370
           05  DL-HOUR                PIC  X(02).                       00003380
           05  FILLER                 PIC  X(01) VALUE SPACES.          00003390
           05  DL-REQUESTS            PIC ZZZZZZZZ9.                    00003400
           05  FILLER                 PIC  X(01) VALUE SPACES.          00003410
           05  DL-P50                 PIC Z,ZZZ,ZZ9.                    00003420
           05  FILLER                 PIC  X(01) VALUE SPACES.          00003430
           05  DL-P95                 PIC Z,ZZZ,ZZ9.                    00003440
           05  FILLER                 PIC  X(01) VALUE SPACES.          00003450
           05  DL-P99                 PIC Z,ZZZ,ZZ9.                    00003460
           05  FILLER                 PIC  X(01) VALUE SPACES.          00003470
           05  DL-MAX                 PIC Z,ZZZ,ZZ9.                    00003480
           05  FILLER                 PIC  X(01) VALUE SPACES.          00003490
           05  DL-REPLICATE           PIC Z,ZZZ,ZZ9.                    00003500
           05  FILLER                 PIC  X(01) VALUE SPACES.          00003510
           05  DL-ORIGIN              PIC Z,ZZZ,ZZ9.                    00003520
           05  FILLER                 PIC  X(01) VALUE SPACES.          00003530
           05  DL-SLA                 PIC Z,ZZZ,ZZ9.                    00003540
           05  FILLER                 PIC  X(01) VALUE SPACES.          00003550
           05  DL-BREACHES            PIC ZZZZZZZZ9.                    00003560
           05  FILLER                 PIC  X(01) VALUE SPACES.          00003570
           05  DL-FLAG                PIC  X(03).                       00003580
                                                                        00003590
       01  WS-BREACH-LINE.                                              00003600
           05  BL-DATE                PIC  X(10).                       00003610
           05  FILLER                 PIC  X(01) VALUE SPACES.          00003620
           05  BL-TIME                PIC  X(08).                       00003630
           05  FILLER                 PIC  X(01) VALUE SPACES.          00003640
           05  BL-USERID              PIC  X(08).                       00003650
           05  FILLER                 PIC  X(01) VALUE SPACES.          00003660
           05  BL-METHOD              PIC  X(10).                       00003670
           05  FILLER                 PIC  X(01) VALUE SPACES.          00003680
           05  BL-STATUS              PIC  9(03).                       00003690
           05  FILLER                 PIC  X(01) VALUE SPACES.          00003700
           05  BL-PREFIX              PIC  X(36).                       00003710
           05  FILLER                 PIC  X(01) VALUE SPACES.          00003720
           05  BL-ELAPSED             PIC Z,ZZZ,ZZ9.                    00003730
           05  FILLER                 PIC  X(01) VALUE SPACES.          00003740
           05  BL-REPLICATE           PIC Z,ZZZ,ZZ9.                    00003750
           05  FILLER                 PIC  X(01) VALUE SPACES.          00003760
           05  BL-ORIGIN              PIC Z,ZZZ,ZZ9.                    00003770
           05  FILLER                 PIC  X(01) VALUE SPACES.          00003780
           05  BL-SLA                 PIC Z,ZZZ,ZZ9.                    00003790
                                                                        00003800
       01  WS-SUMMARY-LINE1.                                            00003810
           05  FILLER                 PIC X(24) VALUE                   00003820
               'RECORDS READ:          '.                               00003830
           05  SL-TOTAL-RECORDS       PIC ZZZ,ZZZ,ZZ9.                  00003840
       01  WS-SUMMARY-LINE2.                                            00003850
           05  FILLER                 PIC X(24) VALUE                   00003860
               'SLA BREACHES:          '.                               00003870
           05  SL-TOTAL-BREACHES      PIC ZZZ,ZZZ,ZZ9.                  00003880
       01  WS-SUMMARY-LINE3.                                            00003890
           05  FILLER                 PIC X(24) VALUE                   00003900
               'BREACHES NOT LISTED:   '.                               00003910
           05  SL-UNLISTED            PIC ZZZ,ZZZ,ZZ9.                  00003920
       01  WS-SUMMARY-LINE4.                                            00003930
           05  FILLER                 PIC X(24) VALUE                   00003940
               'AVERAGE ELAPSED (MS):  '.                               00003950
           05  SL-AVERAGE             PIC ZZZ,ZZZ,ZZ9.                  00003960
       01  WS-SUMMARY-LINE5.                                            00003970
           05  FILLER                 PIC X(24) VALUE                   00003980
               'SLA ENTRIES LOADED:    '.                               00003990
           05  SL-SLA-COUNT           PIC ZZZZ9.                        00004000
           05  FILLER                 PIC X(11) VALUE '  DROPPED: '.    00004010
           05  SL-SLA-DROPPED         PIC ZZZZ9.                        00004020
       01  WS-SUMMARY-LINE6.                                            00004030
           05  FILLER                 PIC X(24) VALUE                   00004040
               'DEFAULT SLA (MS):      '.                               00004050
           05  SL-DEFAULT-SLA         PIC ZZZ,ZZZ,ZZ9.                  00004060
                                                                        00004070
      ***************************************************************** 00004080
      * zECS BATCH RUN LEDGER record definition.                      * 00004090
      ***************************************************************** 00004100
       COPY ZECSLDG.                                                    00004110
       01  WS-LDG-STATUS              PIC  X(02) VALUE SPACES.          00004120
       01  WS-LDG-MODE                PIC  X(01) VALUE SPACES.          00004130
       01  WS-LDG-START-DATE          PIC  9(08) VALUE ZEROES.          00004140
       01  WS-LDG-START-TIME          PIC  9(08) VALUE ZEROES.          00004150
                                                                        00004160
       PROCEDURE DIVISION.                                              00004170
       0000-MAIN.                                                       00004180
           PERFORM 0050-ACCEPT-PARMS      THRU 0050-EXIT.               00004190
           PERFORM 0070-LEDGER-START      THRU 0070-EXIT.               00004200
           PERFORM 0080-LOAD-SLA          THRU 0080-EXIT.               00004210
           PERFORM 0100-OPEN-FILES        THRU 0100-EXIT.               00004220
           PERFORM 0200-PROCESS-RECORDS   THRU 0200-EXIT                00004230
               UNTIL RTM-EOF.                                           00004240
           PERFORM 0300-WRITE-GROUPS      THRU 0300-EXIT.               00004250
           PERFORM 0400-WRITE-APPS        THRU 0400-EXIT.               00004260
           PERFORM 0500-WRITE-BREACHES    THRU 0500-EXIT.               00004270
           PERFORM 0600-WRITE-SUMMARY     THRU 0600-EXIT.               00004280
           PERFORM 0900-CLOSE-FILES       THRU 0900-EXIT.               00004290
           PERFORM 0950-LEDGER-END        THRU 0950-EXIT.               00004300
           STOP RUN.                                                    00004310
                                                                        00004320
       0050-ACCEPT-PARMS.                                               00004330
           ACCEPT WS-PARM-DEFAULT-SLA FROM SYSIN.                       00004340
           ACCEPT WS-PARM-MAX-BREACH  FROM SYSIN.                       00004350
                                                                        00004360
           IF  WS-PARM-DEFAULT-SLA-9 NUMERIC                            00004370
               MOVE WS-PARM-DEFAULT-SLA-9 TO WS-DEFAULT-SLA.            00004380
                                                                        00004390
           IF  WS-PARM-MAX-BREACH-9 NUMERIC                             00004400
               IF  WS-PARM-MAX-BREACH-9 GREATER THAN 9999               00004410
                   MOVE 9999                  TO WS-MAX-BREACH-LINES    00004420
               ELSE                                                     00004430
                   MOVE WS-PARM-MAX-BREACH-9  TO WS-MAX-BREACH-LINES    00004440
               END-IF.                                                  00004450
       0050-EXIT.                                                       00004460
           EXIT.                                                        00004470
                                                                        00004480
      ***************************************************************** 00004490
      * Append this run's START record to the ledger before any file  * 00004500
      * is opened - a run that abends from here on leaves it without  * 00004510
      * an END record.                                                * 00004520
      ***************************************************************** 00004530
       0070-LEDGER-START.                                               00004540
           MOVE SPACES               TO WS-LDG-MODE.                    00004550
           ACCEPT WS-LDG-START-DATE  FROM DATE YYYYMMDD.                00004560
           ACCEPT WS-LDG-START-TIME  FROM TIME.                         00004570
                                                                        00004580
           MOVE SPACES               TO LDG-RECORD.                     00004590
           MOVE 'ZECSRTR'            TO LDG-JOB.                        00004600
           MOVE 'S'                  TO LDG-EVENT.                      00004610
           MOVE WS-LDG-MODE          TO LDG-MODE.                       00004620
           MOVE WS-LDG-START-DATE    TO LDG-START-DATE.                 00004630
           MOVE WS-LDG-START-TIME    TO LDG-START-TIME.                 00004640
           MOVE ZEROES               TO LDG-END-DATE                    00004650
                                        LDG-END-TIME                    00004660
                                        LDG-PROCESSED                   00004670
                                        LDG-OUTPUT                      00004680
                                        LDG-FOUND                       00004690
                                        LDG-REPAIRED.                   00004700
           PERFORM 0960-APPEND-LEDGER THRU 0960-EXIT.                   00004710
       0070-EXIT.                                                       00004720
           EXIT.                                                        00004730
                                                                        00004740
      ***************************************************************** 00004750
      * Load the SLA thresholds.  SLAIN is optional (DD DUMMY or      * 00004760
      * omitted): every application then takes the SYSIN default.     * 00004770
      ***************************************************************** 00004780
       0080-LOAD-SLA.                                                   00004790
           OPEN INPUT SLA-IN.                                           00004800
           IF  WS-SLA-STATUS NOT EQUAL '00'                             00004810
               GO TO 0080-EXIT.                                         00004820
                                                                        00004830
           PERFORM 0085-READ-SLA THRU 0085-EXIT                         00004840
               UNTIL SLA-EOF.                                           00004850
                                                                        00004860
           CLOSE SLA-IN.                                                00004870
       0080-EXIT.                                                       00004880
           EXIT.                                                        00004890
                                                                        00004900
       0085-READ-SLA.                                                   00004910
           READ SLA-IN                                                  00004920
               AT END                                                   00004930
                   MOVE 'Y' TO WS-SLA-EOF-SW                            00004940
                   GO TO 0085-EXIT                                      00004950
           END-READ.                                                    00004960
                                                                        00004970
           IF  SLA-RECORD EQUAL SPACES                                  00004980
           OR  SLA-RECORD(1:1) EQUAL '*'                                00004990
               GO TO 0085-EXIT.                                         00005000
                                                                        00005010
           MOVE SPACES TO WS-SLA-PREFIX WS-SLA-MS-X.                    00005020
           UNSTRING SLA-RECORD DELIMITED BY ALL SPACE                   00005030
               INTO WS-SLA-PREFIX                                       00005040
                    WS-SLA-MS-X.                                        00005050
                                                                        00005060
           MOVE ZEROES TO WS-SLA-MS-DIGITS.                             00005070
           INSPECT WS-SLA-MS-X TALLYING WS-SLA-MS-DIGITS                00005080
               FOR CHARACTERS BEFORE INITIAL SPACE.                     00005090
                                                                        00005100
           IF  WS-SLA-MS-DIGITS EQUAL ZEROES                            00005110
           OR  WS-SLA-MS-X(1:WS-SLA-MS-DIGITS) NOT NUMERIC              00005120
               ADD 1 TO WS-SLA-DROPPED                                  00005130
               GO TO 0085-EXIT.                                         00005140
                                                                        00005150
           MOVE WS-SLA-MS-X(1:WS-SLA-MS-DIGITS) TO WS-SLA-MS.           00005160
                                                                        00005170
           IF  WS-SLA-COUNT NOT LESS THAN WS-MAX-SLA                    00005180
               ADD 1 TO WS-SLA-DROPPED                                  00005190
               GO TO 0085-EXIT.                                         00005200
                                                                        00005210
           ADD 1 TO WS-SLA-COUNT.                                       00005220
           MOVE WS-SLA-PREFIX      TO ST-PREFIX(WS-SLA-COUNT).          00005230
           MOVE WS-SLA-MS          TO ST-MS(WS-SLA-COUNT).              00005240
       0085-EXIT.                                                       00005250
           EXIT.                                                        00005260
                                                                        00005270
       0100-OPEN-FILES.                                                 00005280
           OPEN INPUT  RTM-IN.                                          00005290
           OPEN OUTPUT RPT-OUT.                                         00005300
           READ RTM-IN                                                  00005310
               AT END MOVE 'Y' TO WS-EOF-SW.                            00005320
       0100-EXIT.                                                       00005330
           EXIT.                                                        00005340
                                                                        00005350
      ***************************************************************** 00005360
      * Accumulate one request into its method/hour line and its      * 00005370
      * application roll-up, and hold it if it breached its SLA.      * 00005380
      ***************************************************************** 00005390
       0200-PROCESS-RECORDS.                                            00005400
           ADD 1              TO WS-TOTAL-RECORDS.                      00005410
           ADD RTM-ELAPSED-MS TO WS-TOTAL-ELAPSED.                      00005420
           MOVE RTM-TIME(1:2) TO WS-CUR-HOUR.                           00005430
                                                                        00005440
           PERFORM 0210-FIND-SLA          THRU 0210-EXIT.               00005450
           PERFORM 0220-GRADE-TIME        THRU 0220-EXIT.               00005460
                                                                        00005470
           MOVE 'N' TO WS-BREACH-SW.                                    00005480
           IF  WS-CUR-SLA GREATER THAN ZEROES                           00005490
           AND RTM-ELAPSED-MS GREATER THAN WS-CUR-SLA                   00005500
               MOVE 'Y' TO WS-BREACH-SW                                 00005510
               ADD 1 TO WS-TOTAL-BREACHES                               00005520
               PERFORM 0260-SAVE-BREACH   THRU 0260-EXIT.               00005530
                                                                        00005540
           PERFORM 0240-FIND-GROUP        THRU 0240-EXIT.               00005550
           IF  BREAKOUT-FOUND                                           00005560
               ADD 1                TO GT-COUNT(GT-IDX)                 00005570
               ADD 1                TO GT-BAND(GT-IDX WS-BAND)          00005580
               ADD RTM-REPLICATE-MS TO GT-REPLICATE(GT-IDX)             00005590
               ADD RTM-ORIGIN-MS    TO GT-ORIGIN(GT-IDX)                00005600
               IF  RTM-ELAPSED-MS GREATER THAN GT-MAX(GT-IDX)           00005610
                   MOVE RTM-ELAPSED-MS TO GT-MAX(GT-IDX)                00005620
               END-IF                                                   00005630
               IF  REQUEST-BREACHED                                     00005640
                   ADD 1            TO GT-BREACHES(GT-IDX)              00005650
               END-IF                                                   00005660
           ELSE                                                         00005670
               ADD 1                TO OG-COUNT                         00005680
               ADD 1                TO OG-BAND(WS-BAND)                 00005690
               ADD RTM-REPLICATE-MS TO OG-REPLICATE                     00005700
               ADD RTM-ORIGIN-MS    TO OG-ORIGIN                        00005710
               IF  RTM-ELAPSED-MS GREATER THAN OG-MAX                   00005720
                   MOVE RTM-ELAPSED-MS TO OG-MAX                        00005730
               END-IF                                                   00005740
               IF  REQUEST-BREACHED                                     00005750
                   ADD 1            TO OG-BREACHES                      00005760
               END-IF.                                                  00005770
                                                                        00005780
           PERFORM 0250-FIND-APP          THRU 0250-EXIT.               00005790
           IF  BREAKOUT-FOUND                                           00005800
               ADD 1                TO AT-COUNT(AT-IDX)                 00005810
               ADD 1                TO AT-BAND(AT-IDX WS-BAND)          00005820
               ADD RTM-REPLICATE-MS TO AT-REPLICATE(AT-IDX)             00005830
               ADD RTM-ORIGIN-MS    TO AT-ORIGIN(AT-IDX)                00005840
               IF  RTM-ELAPSED-MS GREATER THAN AT-MAX(AT-IDX)           00005850
                   MOVE RTM-ELAPSED-MS TO AT-MAX(AT-IDX)                00005860
               END-IF                                                   00005870
               IF  REQUEST-BREACHED                                     00005880
                   ADD 1            TO AT-BREACHES(AT-IDX)              00005890
               END-IF                                                   00005900
           ELSE                                                         00005910
               ADD 1                TO OA-COUNT                         00005920
               ADD 1                TO OA-BAND(WS-BAND)                 00005930
               ADD RTM-REPLICATE-MS TO OA-REPLICATE                     00005940
               ADD RTM-ORIGIN-MS    TO OA-ORIGIN                        00005950
               IF  RTM-ELAPSED-MS GREATER THAN OA-MAX                   00005960
                   MOVE RTM-ELAPSED-MS TO OA-MAX                        00005970
               END-IF                                                   00005980
               IF  REQUEST-BREACHED                                     00005990
                   ADD 1            TO OA-BREACHES                      00006000
               END-IF.                                                  00006010
                                                                        00006020
           READ RTM-IN                                                  00006030
               AT END MOVE 'Y' TO WS-EOF-SW.                            00006040
       0200-EXIT.                                                       00006050
           EXIT.                                                        00006060
                                                                        00006070
      ***************************************************************** 00006080
      * The application's SLA: an exact BU_SBU/application entry,     * 00006090
      * else a bare BU_SBU entry, else the SYSIN default.             * 00006100
      ***************************************************************** 00006110
       0210-FIND-SLA.                                                   00006120
           MOVE WS-DEFAULT-SLA TO WS-CUR-SLA.                           00006130
           MOVE 'N'            TO WS-SLA-FOUND-SW.                      00006140
                                                                        00006150
           PERFORM 0212-MATCH-APP-SLA     THRU 0212-EXIT                00006160
               VARYING SLA-IDX FROM 1 BY 1                              00006170
               UNTIL SLA-IDX GREATER THAN WS-SLA-COUNT                  00006180
                  OR SLA-FOUND.                                         00006190
                                                                        00006200
           IF  SLA-FOUND                                                00006210
               GO TO 0210-EXIT.                                         00006220
                                                                        00006230
           MOVE ZEROES TO WS-BU-LEN.                                    00006240
           INSPECT RTM-KEY-PREFIX TALLYING WS-BU-LEN                    00006250
               FOR CHARACTERS BEFORE INITIAL '/'.                       00006260
           MOVE SPACES TO WS-CUR-BU-SBU.                                00006270
           IF  WS-BU-LEN GREATER THAN ZEROES                            00006280
               MOVE RTM-KEY-PREFIX(1:WS-BU-LEN) TO WS-CUR-BU-SBU.       00006290
                                                                        00006300
           PERFORM 0214-MATCH-BU-SLA      THRU 0214-EXIT                00006310
               VARYING SLA-IDX FROM 1 BY 1                              00006320
               UNTIL SLA-IDX GREATER THAN WS-SLA-COUNT                  00006330
                  OR SLA-FOUND.                                         00006340
       0210-EXIT.                                                       00006350
           EXIT.                                                        00006360
                                                                        00006370
       0212-MATCH-APP-SLA.                                              00006380
           IF  ST-PREFIX(SLA-IDX) EQUAL RTM-KEY-PREFIX                  00006390
               MOVE ST-MS(SLA-IDX) TO WS-CUR-SLA                        00006400
               MOVE 'Y'            TO WS-SLA-FOUND-SW.                  00006410
       0212-EXIT.                                                       00006420
           EXIT.                                                        00006430
                                                                        00006440
       0214-MATCH-BU-SLA.                                               00006450
           IF  ST-PREFIX(SLA-IDX) EQUAL WS-CUR-BU-SBU                   00006460
               MOVE ST-MS(SLA-IDX) TO WS-CUR-SLA                        00006470
               MOVE 'Y'            TO WS-SLA-FOUND-SW.                  00006480
       0214-EXIT.                                                       00006490
           EXIT.                                                        00006500
                                                                        00006510
       0220-GRADE-TIME.                                                 00006520
           MOVE WS-MAX-BAND TO WS-BAND.                                 00006530
           MOVE 'N'         TO WS-BAND-FOUND-SW.                        00006540
           PERFORM 0225-GRADE-BAND        THRU 0225-EXIT                00006550
               VARYING WS-BAND-IDX FROM 1 BY 1                          00006560
               UNTIL WS-BAND-IDX NOT LESS THAN WS-MAX-BAND              00006570
                  OR BAND-FOUND.                                        00006580
       0220-EXIT.                                                       00006590
           EXIT.                                                        00006600
                                                                        00006610
       0225-GRADE-BAND.                                                 00006620
           IF  RTM-ELAPSED-MS NOT GREATER THAN                          00006630
               WS-BOUND(WS-BAND-IDX)                                    00006640
               MOVE WS-BAND-IDX TO WS-BAND                              00006650
               MOVE 'Y'         TO WS-BAND-FOUND-SW.                    00006660
       0225-EXIT.                                                       00006670
           EXIT.                                                        00006680
                                                                        00006690
       0240-FIND-GROUP.                                                 00006700
           MOVE 'N' TO WS-FOUND-SW.                                     00006710
           IF  WS-GROUP-COUNT GREATER THAN ZEROES                       00006720
               PERFORM 0245-MATCH-GROUP       THRU 0245-EXIT            00006730
                   VARYING GT-IDX FROM 1 BY 1                           00006740
                   UNTIL GT-IDX GREATER THAN WS-GROUP-COUNT             00006750
                       OR BREAKOUT-FOUND.                               00006760
                                                                        00006770
      ***************************************************************** 00006780
      * The augment of PERFORM VARYING runs before the exit test, so  * 00006790
      * a match leaves GT-IDX one past the matched bucket.            * 00006800
      ***************************************************************** 00006810
           IF  BREAKOUT-FOUND                                           00006820
               SET GT-IDX DOWN BY 1.                                    00006830
                                                                        00006840
           IF  NOT BREAKOUT-FOUND                                       00006850
           AND WS-GROUP-COUNT LESS THAN WS-MAX-GROUP                    00006860
               ADD 1 TO WS-GROUP-COUNT                                  00006870
               SET  GT-IDX             TO WS-GROUP-COUNT                00006880
               INITIALIZE WS-GROUP-ENTRY(GT-IDX)                        00006890
               MOVE RTM-KEY-PREFIX     TO GT-PREFIX(GT-IDX)             00006900
               MOVE RTM-METHOD         TO GT-METHOD(GT-IDX)             00006910
               MOVE WS-CUR-HOUR        TO GT-HOUR(GT-IDX)               00006920
               MOVE 'N'                TO GT-PRINTED(GT-IDX)            00006930
               MOVE WS-CUR-SLA         TO GT-SLA(GT-IDX)                00006940
               MOVE 'Y'                TO WS-FOUND-SW.                  00006950
       0240-EXIT.                                                       00006960
           EXIT.                                                        00006970
                                                                        00006980
       0245-MATCH-GROUP.                                                00006990
           IF  GT-PREFIX(GT-IDX) EQUAL RTM-KEY-PREFIX                   00007000
           AND GT-METHOD(GT-IDX) EQUAL RTM-METHOD                       00007010
           AND GT-HOUR(GT-IDX)   EQUAL WS-CUR-HOUR                      00007020
               MOVE 'Y' TO WS-FOUND-SW.                                 00007030
       0245-EXIT.                                                       00007040
           EXIT.                                                        00007050
                                                                        00007060
       0250-FIND-APP.                                                   00007070
           MOVE 'N' TO WS-FOUND-SW.                                     00007080
           IF  WS-APP-COUNT GREATER THAN ZEROES                         00007090
               PERFORM 0255-MATCH-APP         THRU 0255-EXIT            00007100
                   VARYING AT-IDX FROM 1 BY 1                           00007110
                   UNTIL AT-IDX GREATER THAN WS-APP-COUNT               00007120
                       OR BREAKOUT-FOUND.                               00007130
                                                                        00007140
           IF  BREAKOUT-FOUND                                           00007150
               SET AT-IDX DOWN BY 1.                                    00007160
                                                                        00007170
           IF  NOT BREAKOUT-FOUND                                       00007180
           AND WS-APP-COUNT LESS THAN WS-MAX-APP                        00007190
               ADD 1 TO WS-APP-COUNT                                    00007200
               SET  AT-IDX             TO WS-APP-COUNT                  00007210
               INITIALIZE WS-APP-ENTRY(AT-IDX)                          00007220
               MOVE RTM-KEY-PREFIX     TO AT-PREFIX(AT-IDX)             00007230
               MOVE 'N'                TO AT-PRINTED(AT-IDX)            00007240
               MOVE WS-CUR-SLA         TO AT-SLA(AT-IDX)                00007250
               MOVE 'Y'                TO WS-FOUND-SW.                  00007260
       0250-EXIT.                                                       00007270
           EXIT.                                                        00007280
                                                                        00007290
       0255-MATCH-APP.                                                  00007300
           IF  AT-PREFIX(AT-IDX) EQUAL RTM-KEY-PREFIX                   00007310
               MOVE 'Y' TO WS-FOUND-SW.                                 00007320
       0255-EXIT.                                                       00007330
           EXIT.                                                        00007340
                                                                        00007350
       0260-SAVE-BREACH.                                                00007360
           IF  WS-BREACH-COUNT NOT LESS THAN WS-MAX-BREACH-LINES        00007370
               GO TO 0260-EXIT.                                         00007380
                                                                        00007390
           ADD 1 TO WS-BREACH-COUNT.                                    00007400
           SET BT-IDX TO WS-BREACH-COUNT.                               00007410
           MOVE RTM-DATE           TO BT-DATE(BT-IDX).                  00007420
           MOVE RTM-TIME           TO BT-TIME(BT-IDX).                  00007430
           MOVE RTM-USERID         TO BT-USERID(BT-IDX).                00007440
           MOVE RTM-METHOD         TO BT-METHOD(BT-IDX).                00007450
           MOVE RTM-STATUS         TO BT-STATUS(BT-IDX).                00007460
           MOVE RTM-KEY-PREFIX     TO BT-PREFIX(BT-IDX).                00007470
           MOVE RTM-ELAPSED-MS     TO BT-ELAPSED(BT-IDX).               00007480
           MOVE RTM-REPLICATE-MS   TO BT-REPLICATE(BT-IDX).             00007490
           MOVE RTM-ORIGIN-MS      TO BT-ORIGIN(BT-IDX).                00007500
           MOVE WS-CUR-SLA         TO BT-SLA(BT-IDX).                   00007510
       0260-EXIT.                                                       00007520
           EXIT.                                                        00007530
                                                                        00007540
      ***************************************************************** 00007550
      * Method/hour section, printed in BU_SBU/application, method,   * 00007560
      * hour order: each pass picks the lowest line not yet printed.  * 00007570
      ***************************************************************** 00007580
       0300-WRITE-GROUPS.                                               00007590
           WRITE RPT-LINE FROM WS-HEADING-1.                            00007600
           WRITE RPT-LINE FROM WS-HEADING-2.                            00007610
           WRITE RPT-LINE FROM WS-HEADING-3.                            00007620
           MOVE SPACES TO RPT-LINE.                                     00007630
           WRITE RPT-LINE.                                              00007640
                                                                        00007650
           PERFORM 0310-NEXT-GROUP THRU 0310-EXIT                       00007660
               WS-GROUP-COUNT TIMES.                                    00007670
                                                                        00007680
           IF  OG-COUNT GREATER THAN ZEROES                             00007690
               MOVE OG-HISTOGRAM           TO WS-WORK-HISTOGRAM         00007700
               MOVE OG-COUNT               TO WS-WORK-COUNT             00007710
               MOVE OG-MAX                 TO WS-WORK-MAX               00007720
               PERFORM 0350-PERCENTILES  THRU 0350-EXIT                 00007730
               MOVE 'OTHER'                TO DL-PREFIX                 00007740
               MOVE SPACES                 TO DL-METHOD                 00007750
               MOVE SPACES                 TO DL-HOUR                   00007760
               MOVE OG-COUNT               TO DL-REQUESTS               00007770
               MOVE OG-MAX                 TO DL-MAX                    00007780
               DIVIDE OG-REPLICATE BY OG-COUNT GIVING WS-AVERAGE        00007790
               MOVE WS-AVERAGE             TO DL-REPLICATE              00007800
               DIVIDE OG-ORIGIN    BY OG-COUNT GIVING WS-AVERAGE        00007810
               MOVE WS-AVERAGE             TO DL-ORIGIN                 00007820
               MOVE ZEROES                 TO DL-SLA                    00007830
               MOVE OG-BREACHES            TO WS-LINE-BREACHES          00007840
               PERFORM 0360-FLAG-AND-WRITE THRU 0360-EXIT               00007850
           END-IF.                                                      00007860
       0300-EXIT.                                                       00007870
           EXIT.                                                        00007880
                                                                        00007890
       0310-NEXT-GROUP.                                                 00007900
           MOVE 'N'    TO WS-NEXT-SW.                                   00007910
           MOVE ZEROES TO WS-NEXT-IDX.                                  00007920
                                                                        00007930
           PERFORM 0315-PICK-GROUP        THRU 0315-EXIT                00007940
               VARYING GT-IDX FROM 1 BY 1                               00007950
               UNTIL GT-IDX GREATER THAN WS-GROUP-COUNT.                00007960
                                                                        00007970
           IF  NOT NEXT-FOUND                                           00007980
               GO TO 0310-EXIT.                                         00007990
                                                                        00008000
           SET GT-IDX TO WS-NEXT-IDX.                                   00008010
           MOVE 'Y'                        TO GT-PRINTED(GT-IDX).       00008020
           MOVE GT-HISTOGRAM(GT-IDX)       TO WS-WORK-HISTOGRAM.        00008030
           MOVE GT-COUNT(GT-IDX)           TO WS-WORK-COUNT.            00008040
           MOVE GT-MAX(GT-IDX)             TO WS-WORK-MAX.              00008050
           PERFORM 0350-PERCENTILES      THRU 0350-EXIT.                00008060
                                                                        00008070
           MOVE GT-PREFIX(GT-IDX)(1:24)    TO DL-PREFIX.                00008080
           MOVE GT-METHOD(GT-IDX)          TO DL-METHOD.                00008090
           MOVE GT-HOUR(GT-IDX)            TO DL-HOUR.                  00008100
           MOVE GT-COUNT(GT-IDX)           TO DL-REQUESTS.              00008110
           MOVE GT-MAX(GT-IDX)             TO DL-MAX.                   00008120
           DIVIDE GT-REPLICATE(GT-IDX) BY GT-COUNT(GT-IDX)              00008130
               GIVING WS-AVERAGE.                                       00008140
           MOVE WS-AVERAGE                 TO DL-REPLICATE.             00008150
           DIVIDE GT-ORIGIN(GT-IDX)    BY GT-COUNT(GT-IDX)              00008160
               GIVING WS-AVERAGE.                                       00008170
           MOVE WS-AVERAGE                 TO DL-ORIGIN.                00008180
           MOVE GT-SLA(GT-IDX)             TO DL-SLA.                   00008190
           MOVE GT-BREACHES(GT-IDX)        TO WS-LINE-BREACHES.         00008200
           PERFORM 0360-FLAG-AND-WRITE   THRU 0360-EXIT.                00008210
       0310-EXIT.                                                       00008220
           EXIT.                                                        00008230
                                                                        00008240
       0315-PICK-GROUP.                                                 00008250
           IF  GT-PRINTED(GT-IDX) EQUAL 'N'                             00008260
               IF  NOT NEXT-FOUND                                       00008270
                   SET WS-NEXT-IDX TO GT-IDX                            00008280
                   MOVE 'Y'        TO WS-NEXT-SW                        00008290
               ELSE                                                     00008300
                   IF  GT-PREFIX(GT-IDX) LESS THAN                      00008310
                       GT-PREFIX(WS-NEXT-IDX)                           00008320
                   OR (GT-PREFIX(GT-IDX) EQUAL                          00008330
                       GT-PREFIX(WS-NEXT-IDX)                           00008340
                   AND GT-METHOD(GT-IDX) LESS THAN                      00008350
                       GT-METHOD(WS-NEXT-IDX))                          00008360
                   OR (GT-PREFIX(GT-IDX) EQUAL                          00008370
                       GT-PREFIX(WS-NEXT-IDX)                           00008380
                   AND GT-METHOD(GT-IDX) EQUAL                          00008390
                       GT-METHOD(WS-NEXT-IDX)                           00008400
                   AND GT-HOUR(GT-IDX) LESS THAN                        00008410
                       GT-HOUR(WS-NEXT-IDX))                            00008420
                       SET WS-NEXT-IDX TO GT-IDX                        00008430
                   END-IF                                               00008440
               END-IF.                                                  00008450
       0315-EXIT.                                                       00008460
           EXIT.                                                        00008470
                                                                        00008480
      ***************************************************************** 00008490
      * p50/p95/p99 from WS-WORK-HISTOGRAM: the nearest-rank request  * 00008500
      * (count * pct / 100, rounded up) is located by running the     * 00008510
      * bands, and reported as its band's upper bound - or the        * 00008520
      * maximum seen, when that is lower or the band is open-ended.   * 00008530
      ***************************************************************** 00008540
       0350-PERCENTILES.                                                00008550
           MOVE 50 TO WS-WORK-PCT.                                      00008560
           PERFORM 0355-ONE-PERCENTILE THRU 0355-EXIT.                  00008570
           MOVE WS-WORK-RESULT TO WS-P50 DL-P50.                        00008580
                                                                        00008590
           MOVE 95 TO WS-WORK-PCT.                                      00008600
           PERFORM 0355-ONE-PERCENTILE THRU 0355-EXIT.                  00008610
           MOVE WS-WORK-RESULT TO WS-P95 DL-P95.                        00008620
                                                                        00008630
           MOVE 99 TO WS-WORK-PCT.                                      00008640
           PERFORM 0355-ONE-PERCENTILE THRU 0355-EXIT.                  00008650
           MOVE WS-WORK-RESULT TO WS-P99 DL-P99.                        00008660
       0350-EXIT.                                                       00008670
           EXIT.                                                        00008680
                                                                        00008690
       0355-ONE-PERCENTILE.                                             00008700
           COMPUTE WS-WORK-RANK =                                       00008710
               ((WS-WORK-COUNT * WS-WORK-PCT) + 99) / 100.              00008720
           IF  WS-WORK-RANK LESS THAN 1                                 00008730
               MOVE 1 TO WS-WORK-RANK.                                  00008740
                                                                        00008750
           MOVE ZEROES      TO WS-WORK-CUMULATIVE.                      00008760
           MOVE WS-MAX-BAND TO WS-BAND.                                 00008770
           MOVE 'N'         TO WS-BAND-FOUND-SW.                        00008780
           PERFORM 0357-ADD-BAND          THRU 0357-EXIT                00008790
               VARYING WS-BAND-IDX FROM 1 BY 1                          00008800
               UNTIL WS-BAND-IDX GREATER THAN WS-MAX-BAND               00008810
                  OR BAND-FOUND.                                        00008820
                                                                        00008830
           IF  WS-BAND EQUAL WS-MAX-BAND                                00008840
               MOVE WS-WORK-MAX              TO WS-WORK-RESULT          00008850
           ELSE                                                         00008860
               IF  WS-BOUND(WS-BAND) GREATER THAN WS-WORK-MAX           00008870
                   MOVE WS-WORK-MAX          TO WS-WORK-RESULT          00008880
               ELSE                                                     00008890
                   MOVE WS-BOUND(WS-BAND)    TO WS-WORK-RESULT          00008900
               END-IF                                                   00008910
           END-IF.                                                      00008920
       0355-EXIT.                                                       00008930
           EXIT.                                                        00008940
                                                                        00008950
       0357-ADD-BAND.                                                   00008960
           ADD WS-WORK-BAND(WS-BAND-IDX) TO WS-WORK-CUMULATIVE.         00008970
           IF  WS-WORK-CUMULATIVE NOT LESS THAN WS-WORK-RANK            00008980
               MOVE WS-BAND-IDX TO WS-BAND                              00008990
               MOVE 'Y'         TO WS-BAND-FOUND-SW.                    00009000
       0357-EXIT.                                                       00009010
           EXIT.                                                        00009020
                                                                        00009030
       0360-FLAG-AND-WRITE.                                             00009040
           MOVE WS-LINE-BREACHES TO DL-BREACHES.                        00009050
           IF  WS-LINE-BREACHES GREATER THAN ZEROES                     00009060
               MOVE '***'  TO DL-FLAG                                   00009070
           ELSE                                                         00009080
               MOVE SPACES TO DL-FLAG.                                  00009090
           WRITE RPT-LINE FROM WS-DETAIL-LINE.                          00009100
       0360-EXIT.                                                       00009110
           EXIT.                                                        00009120
                                                                        00009130
      ***************************************************************** 00009140
      * BU_SBU/application section, in BU_SBU/application order.      * 00009150
      ***************************************************************** 00009160
       0400-WRITE-APPS.                                                 00009170
           MOVE SPACES TO RPT-LINE.                                     00009180
           WRITE RPT-LINE.                                              00009190
           WRITE RPT-LINE FROM WS-HEADING-4.                            00009200
           WRITE RPT-LINE FROM WS-HEADING-3.                            00009210
           MOVE SPACES TO RPT-LINE.                                     00009220
           WRITE RPT-LINE.                                              00009230
                                                                        00009240
           PERFORM 0410-NEXT-APP THRU 0410-EXIT                         00009250
               WS-APP-COUNT TIMES.                                      00009260
                                                                        00009270
           IF  OA-COUNT GREATER THAN ZEROES                             00009280
               MOVE OA-HISTOGRAM           TO WS-WORK-HISTOGRAM         00009290
               MOVE OA-COUNT               TO WS-WORK-COUNT             00009300
               MOVE OA-MAX                 TO WS-WORK-MAX               00009310
               PERFORM 0350-PERCENTILES  THRU 0350-EXIT                 00009320
               MOVE 'OTHER'                TO DL-PREFIX                 00009330
               MOVE SPACES                 TO DL-METHOD                 00009340
               MOVE SPACES                 TO DL-HOUR                   00009350
               MOVE OA-COUNT               TO DL-REQUESTS               00009360
               MOVE OA-MAX                 TO DL-MAX                    00009370
               DIVIDE OA-REPLICATE BY OA-COUNT GIVING WS-AVERAGE        00009380
               MOVE WS-AVERAGE             TO DL-REPLICATE              00009390
               DIVIDE OA-ORIGIN    BY OA-COUNT GIVING WS-AVERAGE        00009400
               MOVE WS-AVERAGE             TO DL-ORIGIN                 00009410
               MOVE ZEROES                 TO DL-SLA                    00009420
               MOVE OA-BREACHES            TO WS-LINE-BREACHES          00009430
               PERFORM 0360-FLAG-AND-WRITE THRU 0360-EXIT               00009440
           END-IF.                                                      00009450
       0400-EXIT.                                                       00009460
           EXIT.                                                        00009470
                                                                        00009480
       0410-NEXT-APP.                                                   00009490
           MOVE 'N'    TO WS-NEXT-SW.                                   00009500
           MOVE ZEROES TO WS-NEXT-IDX.                                  00009510
                                                                        00009520
           PERFORM 0415-PICK-APP          THRU 0415-EXIT                00009530
               VARYING AT-IDX FROM 1 BY 1                               00009540
               UNTIL AT-IDX GREATER THAN WS-APP-COUNT.                  00009550
                                                                        00009560
           IF  NOT NEXT-FOUND                                           00009570
               GO TO 0410-EXIT.                                         00009580
                                                                        00009590
           SET AT-IDX TO WS-NEXT-IDX.                                   00009600
           MOVE 'Y'                        TO AT-PRINTED(AT-IDX).       00009610
           MOVE AT-HISTOGRAM(AT-IDX)       TO WS-WORK-HISTOGRAM.        00009620
           MOVE AT-COUNT(AT-IDX)           TO WS-WORK-COUNT.            00009630
           MOVE AT-MAX(AT-IDX)             TO WS-WORK-MAX.              00009640
           PERFORM 0350-PERCENTILES      THRU 0350-EXIT.                00009650
                                                                        00009660
           MOVE AT-PREFIX(AT-IDX)(1:24)    TO DL-PREFIX.                00009670
           MOVE SPACES                     TO DL-METHOD.                00009680
           MOVE SPACES                     TO DL-HOUR.                  00009690
           MOVE AT-COUNT(AT-IDX)           TO DL-REQUESTS.              00009700
           MOVE AT-MAX(AT-IDX)             TO DL-MAX.                   00009710
           DIVIDE AT-REPLICATE(AT-IDX) BY AT-COUNT(AT-IDX)              00009720
               GIVING WS-AVERAGE.                                       00009730
           MOVE WS-AVERAGE                 TO DL-REPLICATE.             00009740
           DIVIDE AT-ORIGIN(AT-IDX)    BY AT-COUNT(AT-IDX)              00009750
               GIVING WS-AVERAGE.                                       00009760
           MOVE WS-AVERAGE                 TO DL-ORIGIN.                00009770
           MOVE AT-SLA(AT-IDX)             TO DL-SLA.                   00009780
           MOVE AT-BREACHES(AT-IDX)        TO WS-LINE-BREACHES.         00009790
           PERFORM 0360-FLAG-AND-WRITE   THRU 0360-EXIT.                00009800
       0410-EXIT.                                                       00009810
           EXIT.                                                        00009820
                                                                        00009830
       0415-PICK-APP.                                                   00009840
           IF  AT-PRINTED(AT-IDX) EQUAL 'N'                             00009850
               IF  NOT NEXT-FOUND                                       00009860
                   SET WS-NEXT-IDX TO AT-IDX                            00009870
                   MOVE 'Y'        TO WS-NEXT-SW                        00009880
               ELSE                                                     00009890
                   IF  AT-PREFIX(AT-IDX) LESS THAN                      00009900
                       AT-PREFIX(WS-NEXT-IDX)                           00009910
                       SET WS-NEXT-IDX TO AT-IDX                        00009920
                   END-IF                                               00009930
               END-IF.                                                  00009940
       0415-EXIT.                                                       00009950
           EXIT.                                                        00009960
                                                                        00009970
       0500-WRITE-BREACHES.                                             00009980
           MOVE SPACES TO RPT-LINE.                                     00009990
           WRITE RPT-LINE.                                              00010000
           WRITE RPT-LINE FROM WS-HEADING-5.                            00010010
           WRITE RPT-LINE FROM WS-HEADING-6.                            00010020
           MOVE SPACES TO RPT-LINE.                                     00010030
           WRITE RPT-LINE.                                              00010040
                                                                        00010050
           PERFORM 0510-WRITE-BREACH      THRU 0510-EXIT                00010060
               VARYING BT-IDX FROM 1 BY 1                               00010070
               UNTIL BT-IDX GREATER THAN WS-BREACH-COUNT.               00010080
       0500-EXIT.                                                       00010090
           EXIT.                                                        00010100
                                                                        00010110
       0510-WRITE-BREACH.                                               00010120
           MOVE BT-DATE(BT-IDX)        TO BL-DATE.                      00010130
           MOVE BT-TIME(BT-IDX)        TO BL-TIME.                      00010140
           MOVE BT-USERID(BT-IDX)      TO BL-USERID.                    00010150
           MOVE BT-METHOD(BT-IDX)      TO BL-METHOD.                    00010160
           MOVE BT-STATUS(BT-IDX)      TO BL-STATUS.                    00010170
           MOVE BT-PREFIX(BT-IDX)      TO BL-PREFIX.                    00010180
           MOVE BT-ELAPSED(BT-IDX)     TO BL-ELAPSED.                   00010190
           MOVE BT-REPLICATE(BT-IDX)   TO BL-REPLICATE.                 00010200
           MOVE BT-ORIGIN(BT-IDX)      TO BL-ORIGIN.                    00010210
           MOVE BT-SLA(BT-IDX)         TO BL-SLA.                       00010220
           WRITE RPT-LINE FROM WS-BREACH-LINE.                          00010230
       0510-EXIT.                                                       00010240
           EXIT.                                                        00010250
                                                                        00010260
       0600-WRITE-SUMMARY.                                              00010270
           MOVE SPACES TO RPT-LINE.                                     00010280
           WRITE RPT-LINE.                                              00010290
                                                                        00010300
           MOVE WS-TOTAL-RECORDS     TO SL-TOTAL-RECORDS.               00010310
           WRITE RPT-LINE FROM WS-SUMMARY-LINE1.                        00010320
           MOVE WS-TOTAL-BREACHES    TO SL-TOTAL-BREACHES.              00010330
           WRITE RPT-LINE FROM WS-SUMMARY-LINE2.                        00010340
           COMPUTE SL-UNLISTED = WS-TOTAL-BREACHES - WS-BREACH-COUNT.   00010350
           WRITE RPT-LINE FROM WS-SUMMARY-LINE3.                        00010360
           MOVE ZEROES               TO WS-AVERAGE.                     00010370
           IF  WS-TOTAL-RECORDS GREATER THAN ZEROES                     00010380
               DIVIDE WS-TOTAL-ELAPSED BY WS-TOTAL-RECORDS              00010390
                   GIVING WS-AVERAGE.                                   00010400
           MOVE WS-AVERAGE           TO SL-AVERAGE.                     00010410
           WRITE RPT-LINE FROM WS-SUMMARY-LINE4.                        00010420
           MOVE WS-SLA-COUNT         TO SL-SLA-COUNT.                   00010430
           MOVE WS-SLA-DROPPED       TO SL-SLA-DROPPED.                 00010440
           WRITE RPT-LINE FROM WS-SUMMARY-LINE5.                        00010450
           MOVE WS-DEFAULT-SLA       TO SL-DEFAULT-SLA.                 00010460
           WRITE RPT-LINE FROM WS-SUMMARY-LINE6.                        00010470
       0600-EXIT.                                                       00010480
           EXIT.                                                        00010490
                                                                        00010500
       0900-CLOSE-FILES.                                                00010510
           CLOSE RTM-IN.                                                00010520
           CLOSE RPT-OUT.                                               00010530
       0900-EXIT.                                                       00010540
           EXIT.                                                        00010550
                                                                        00010560
      ***************************************************************** 00010570
      * Append this run's END record - completion status and the      * 00010580
      * run's counts, mapped on to the ledger columns as ZECSLDG.cpy  * 00010590
      * describes.                                                    * 00010600
      ***************************************************************** 00010610
       0950-LEDGER-END.                                                 00010620
           MOVE SPACES               TO LDG-RECORD.                     00010630
           MOVE 'ZECSRTR'            TO LDG-JOB.                        00010640
           MOVE 'E'                  TO LDG-EVENT.                      00010650
           MOVE WS-LDG-MODE          TO LDG-MODE.                       00010660
           MOVE WS-LDG-START-DATE    TO LDG-START-DATE.                 00010670
           MOVE WS-LDG-START-TIME    TO LDG-START-TIME.                 00010680
           ACCEPT LDG-END-DATE       FROM DATE YYYYMMDD.                00010690
           ACCEPT LDG-END-TIME       FROM TIME.                         00010700
           MOVE 'C'                  TO LDG-STATUS.                     00010710
           MOVE WS-TOTAL-RECORDS     TO LDG-PROCESSED.                  00010720
           MOVE ZEROES               TO LDG-OUTPUT.                     00010730
           MOVE WS-TOTAL-BREACHES    TO LDG-FOUND.                      00010740
           MOVE ZEROES               TO LDG-REPAIRED.                   00010750
           PERFORM 0960-APPEND-LEDGER THRU 0960-EXIT.                   00010760
       0950-EXIT.                                                       00010770
           EXIT.                                                        00010780
                                                                        00010790
      ***************************************************************** 00010800
      * Open, append one record and close again, so each record is on * 00010810
      * the dataset the moment it is written.  A first-ever run falls * 00010820
      * back to creating the ledger, as ZECSRPT's 0400-WRITE-HISTORY  * 00010830
      * does; a ledger that will not open costs the run its entry,    * 00010840
      * nothing more.                                                 * 00010850
      ***************************************************************** 00010860
       0960-APPEND-LEDGER.                                              00010870
           OPEN EXTEND LDG-OUT.                                         00010880
           IF  WS-LDG-STATUS NOT EQUAL '00'                             00010890
               OPEN OUTPUT LDG-OUT.                                     00010900
           IF  WS-LDG-STATUS NOT EQUAL '00'                             00010910
               DISPLAY 'ZECSRTR - LEDGER OPEN STATUS ' WS-LDG-STATUS    00010920
               GO TO 0960-EXIT.                                         00010930
                                                                        00010940
           WRITE LDG-OUT-RECORD FROM LDG-RECORD.                        00010950
           CLOSE LDG-OUT.                                               00010960
       0960-EXIT.                                                       00010970
           EXIT.                                                        00010980
