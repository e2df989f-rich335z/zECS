       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. ZECSCHG.                                             00000020
       AUTHOR.     Randy Frerking and Rich Jackson.                     00000030
      ***************************************************************** 00000040
      *                                                               * 00000050
      * z/OS Enterprise Caching Services.                             * 00000060
      *                                                               * 00000070
      * Monthly cache chargeback - general ledger feed and invoice    * 00000080
      * register.                                                     * 00000090
      *                                                               * 00000100
      * Prices a month of cache use per BU_SBU/application and bills  * 00000110
      * it to the owning cost centers - the figures finance used to   * 00000120
      * key into a spreadsheet from the ZECSACR and ZECSRPT listings. * 00000130
      *                                                               * 00000140
      * Traffic: the month's accounting datasets (ACTIN - the         * 00000150
      * ZECSACT.cpy records ZECSACR rolls up daily, concatenated in   * 00000160
      * the JCL) are totalled into requests and transfer megabytes by * 00000170
      * BU_SBU/application.  Records dated outside the billing month  * 00000180
      * are counted and skipped, so a whole generation group can be   * 00000190
      * concatenated.                                                 * 00000200
      *                                                               * 00000210
      * Storage: the average occupancy is taken from the utilization  * 00000220
      * history ZECSRPT appends to (HISTIN - see ZECSHSC.cpy).  A     * 00000230
      * snapshot run is its date PLUS its HST-RUN-STAMP, as in        * 00000240
      * ZECSTRD; each application's bytes are summed over every       * 00000250
      * snapshot run dated in the month and divided by the number of  * 00000260
      * those runs, so a run in which an application held nothing     * 00000270
      * counts as zero for it.  With no snapshot in the month no      * 00000280
      * storage is charged.                                           * 00000290
      *                                                               * 00000300
      * Both are priced against the rate table (RATES) and rolled up  * 00000310
      * by cost center.  GLOUT receives one record per cost center    * 00000320
      * with anything to bill; the register lists each cost center's  * 00000330
      * applications and totals.  An application with no cost-center  * 00000340
      * mapping is never dropped - it is priced and listed in the     * 00000350
      * register's exception section as not billed, and its amount is * 00000360
      * shown apart from the amount billed.                           * 00000370
      *                                                               * 00000380
      * SYSIN line 1: billing month, YYYYMM (blank or not a valid     * 00000390
      *               month bills the month before the current one).  * 00000400
      *                                                               * 00000410
      * RATES: 80-byte lines -                                        * 00000420
      *   col  1      R - rate line                                   * 00000430
      *   cols 3-10     REQUEST  per 1,000 requests                   * 00000440
      *                 TRANSFER per megabyte transferred             * 00000450
      *                 STORAGE  per megabyte of average occupancy    * 00000460
      *   cols 12-22    the rate, 9(05)V9(06) - five digits, six      * 00000470
      *                 decimals, no decimal point                    * 00000480
      *   col  1      G - general ledger account, cols 3-12           * 00000490
      *   col  1      C - cost center mapping                         * 00000500
      *   cols 3-12     the cost center                               * 00000510
      *   cols 14-80    BU_SBU/application, or BU_SBU alone to map    * 00000520
      *                 every application of that BU_SBU not          * 00000530
      *                 mapped on its own                             * 00000540
      * A line with '*' in col 1 is a comment.  All three rates and   * 00000550
      * the G line must be present (a rate may be zero); otherwise    * 00000560
      * nothing is priced and the run ends failed.  The first mapping * 00000570
      * of a prefix wins, a later one is ignored.  Unusable lines are * 00000580
      * displayed and counted.                                        * 00000590
      *                                                               * 00000600
      * A megabyte is 1,048,576 bytes.  Each of the three charges is  * 00000610
      * rounded to the cent per application, and the application,     * 00000620
      * cost center and run totals are the sums of those rounded      * 00000630
      * charges, so the register always foots to the GL feed.         * 00000640
      *                                                               * 00000650
      * Intended to run monthly outside of CICS.                      * 00000660
      *                                                               * 00000670
      * Date       UserID    Description                              * 00000680
      * ---------- --------  ---------------------------------------- * 00000690
      *                                                               * 00000700
      ***************************************************************** 00000710
       ENVIRONMENT DIVISION.                                            00000720
       INPUT-OUTPUT SECTION.                                            00000730
       FILE-CONTROL.                                                    00000740
           SELECT ACT-IN ASSIGN TO ACTIN                                00000750
               ORGANIZATION IS SEQUENTIAL                               00000760
               FILE STATUS IS WS-ACT-STATUS.                            00000770
                                                                        00000780
           SELECT OPTIONAL HIST-IN ASSIGN TO HISTIN                     00000790
               ORGANIZATION IS SEQUENTIAL                               00000800
               FILE STATUS IS WS-HIST-STATUS.                           00000810
                                                                        00000820
           SELECT RATE-IN ASSIGN TO RATES                               00000830
               ORGANIZATION IS SEQUENTIAL                               00000840
               FILE STATUS IS WS-RATE-STATUS.                           00000850
                                                                        00000860
           SELECT GL-OUT ASSIGN TO GLOUT                                00000870
               ORGANIZATION IS SEQUENTIAL                               00000880
               FILE STATUS IS WS-GL-STATUS.                             00000890
                                                                        00000900
           SELECT RPT-OUT ASSIGN TO RPTOUT                              00000910
               ORGANIZATION IS LINE SEQUENTIAL                          00000920
               FILE STATUS IS WS-RPT-STATUS.                            00000930
                                                                        00000940
           SELECT LDG-OUT ASSIGN TO LEDGER                              00000950
               ORGANIZATION IS SEQUENTIAL                               00000960
               FILE STATUS IS WS-LDG-STATUS.                            00000970
                                                                        00000980
       DATA DIVISION.                                                   00000990
       FILE SECTION.                                                    00001000
       FD  ACT-IN                                                       00001010
           RECORD CONTAINS 200 CHARACTERS.                              00001020
      ***************************************************************** 00001030
      * zECS USAGE ACCOUNTING record definition.                      * 00001040
      ***************************************************************** 00001050
       COPY ZECSACT.                                                    00001060
                                                                        00001070
       FD  HIST-IN                                                      00001080
           RECORD CONTAINS 187 CHARACTERS.                              00001090
      ***************************************************************** 00001100
      * zECS UTILIZATION HISTORY record definition.                   * 00001110
      ***************************************************************** 00001120
       COPY ZECSHSC.                                                    00001130
                                                                        00001140
       FD  RATE-IN                                                      00001150
           RECORD CONTAINS 80 CHARACTERS.                               00001160
       01  RATE-IN-LINE               PIC  X(80).                       00001170
                                                                        00001180
      ***************************************************************** 00001190
      * General ledger feed - one fixed 80-byte record per cost       * 00001200
      * center billed for the month.                                  * 00001210
      *                                                               * 00001220
      *   GL-PERIOD       billing month, YYYYMM                       * 00001230
      *   GL-COST-CENTER  cost center charged                         * 00001240
      *   GL-ACCOUNT      account from the rate table G line          * 00001250
      *   GL-SOURCE       'ZECSCHG'                                   * 00001260
      *   GL-AMOUNT       amount charged, 9(11)V99, no decimal point  * 00001270
      *   GL-REQUESTS     requests billed                             * 00001280
      *   GL-TRANSFER-MB  megabytes transferred, rounded              * 00001290
      *   GL-STORAGE-MB   average megabytes stored, rounded           * 00001300
      ***************************************************************** 00001310
       FD  GL-OUT                                                       00001320
           RECORD CONTAINS 80 CHARACTERS.                               00001330
       01  GL-RECORD.                                                   00001340
           02  GL-PERIOD              PIC  9(06).                       00001350
           02  GL-COST-CENTER         PIC  X(10).                       00001360
           02  GL-ACCOUNT             PIC  X(10).                       00001370
           02  GL-SOURCE              PIC  X(08).                       00001380
           02  GL-AMOUNT              PIC  9(11)V99.                    00001390
           02  GL-REQUESTS            PIC  9(11).                       00001400
           02  GL-TRANSFER-MB         PIC  9(09).                       00001410
           02  GL-STORAGE-MB          PIC  9(09).                       00001420
           02  FILLER                 PIC  X(04).                       00001430
                                                                        00001440
       FD  RPT-OUT                                                      00001450
           RECORD CONTAINS 132 CHARACTERS.                              00001460
       01  RPT-LINE                   PIC  X(132).                      00001470
                                                                        00001480
      ***************************************************************** 00001490
      * Batch run ledger - this run's START and END records are       * 00001500
      * appended for ZECSLDR's morning summary.                       * 00001510
      ***************************************************************** 00001520
       FD  LDG-OUT                                                      00001530
           RECORD CONTAINS 100 CHARACTERS.                              00001540
       01  LDG-OUT-RECORD             PIC  X(100).                      00001550
                                                                        00001560
       WORKING-STORAGE SECTION.                                         00001570
       01  WS-ACT-STATUS              PIC  X(02) VALUE SPACES.          00001580
       01  WS-HIST-STATUS             PIC  X(02) VALUE SPACES.          00001590
       01  WS-RATE-STATUS             PIC  X(02) VALUE SPACES.          00001600
       01  WS-GL-STATUS               PIC  X(02) VALUE SPACES.          00001610
       01  WS-RPT-STATUS              PIC  X(02) VALUE SPACES.          00001620
       01  WS-EOF-SW                  PIC  X(01) VALUE 'N'.             00001630
           88  ACT-EOF                VALUE 'Y'.                        00001640
       01  WS-HIST-EOF-SW             PIC  X(01) VALUE 'N'.             00001650
           88  HIST-EOF               VALUE 'Y'.                        00001660
       01  WS-GL-SW                   PIC  X(01) VALUE 'N'.             00001670
           88  GL-OPEN                VALUE 'Y'.                        00001680
                                                                        00001690
      ***************************************************************** 00001700
      * Run options, accepted from SYSIN:                             * 00001710
      *   line 1 - billing month, YYYYMM.                             * 00001720
      ***************************************************************** 00001730
       01  WS-PARM-PERIOD             PIC  X(06) VALUE SPACES.          00001740
       01  FILLER REDEFINES WS-PARM-PERIOD.                             00001750
           05  WS-PARM-YEAR           PIC  9(04).                       00001760
           05  WS-PARM-MONTH          PIC  9(02).                       00001770
       01  WS-TODAY.                                                    00001780
           05  WS-TODAY-YEAR          PIC  9(04).                       00001790
           05  WS-TODAY-MONTH         PIC  9(02).                       00001800
           05  WS-TODAY-DAY           PIC  9(02).                       00001810
       01  WS-PERIOD.                                                   00001820
           05  WS-PERIOD-YEAR         PIC  9(04).                       00001830
           05  WS-PERIOD-MONTH        PIC  9(02).                       00001840
       01  WS-PERIOD-9 REDEFINES WS-PERIOD                              00001850
                                      PIC  9(06).                       00001860
       01  WS-HIST-DATE               PIC  9(08) VALUE ZEROES.          00001870
       01  FILLER REDEFINES WS-HIST-DATE.                               00001880
           05  WS-HIST-PERIOD         PIC  9(06).                       00001890
           05  FILLER                 PIC  9(02).                       00001900
                                                                        00001910
       01  WS-ACT-READ                PIC 9(09) VALUE ZEROES.           00001920
       01  WS-ACT-IN-PERIOD           PIC 9(09) VALUE ZEROES.           00001930
       01  WS-ACT-OUTSIDE             PIC 9(09) VALUE ZEROES.           00001940
       01  WS-HIST-READ               PIC 9(09) VALUE ZEROES.           00001950
       01  WS-HIST-IN-PERIOD          PIC 9(09) VALUE ZEROES.           00001960
       01  WS-HIST-RUNS               PIC 9(09) VALUE ZEROES.           00001970
       01  WS-CC-BILLED               PIC 9(09) VALUE ZEROES.           00001980
       01  WS-GL-WRITTEN              PIC 9(09) VALUE ZEROES.           00001990
       01  WS-EXCEPTIONS              PIC 9(09) VALUE ZEROES.           00002000
       01  WS-RATE-IGNORED            PIC 9(09) VALUE ZEROES.           00002010
                                                                        00002020
      ***************************************************************** 00002030
      * Snapshot runs are told apart by date + stamp; the history     * 00002040
      * is appended in run order, so a run's records are together.    * 00002050
      ***************************************************************** 00002060
       01  WS-LAST-RUN-DATE           PIC  9(08) VALUE ZEROES.          00002070
       01  WS-LAST-RUN-STAMP          PIC  X(08) VALUE SPACES.          00002080
                                                                        00002090
      ***************************************************************** 00002100
      * Rate table.  RT-REQUEST is per 1,000 requests, RT-TRANSFER    * 00002110
      * per megabyte moved, RT-STORAGE per megabyte of average        * 00002120
      * occupancy for the month.                                      * 00002130
      ***************************************************************** 00002140
       01  WS-RATES-SW                PIC  X(01) VALUE 'N'.             00002150
           88  RATES-VALID            VALUE 'Y'.                        00002160
       01  WS-REQUEST-SW              PIC  X(01) VALUE 'N'.             00002170
           88  REQUEST-RATE-GIVEN     VALUE 'Y'.                        00002180
       01  WS-TRANSFER-SW             PIC  X(01) VALUE 'N'.             00002190
           88  TRANSFER-RATE-GIVEN    VALUE 'Y'.                        00002200
       01  WS-STORAGE-SW              PIC  X(01) VALUE 'N'.             00002210
           88  STORAGE-RATE-GIVEN     VALUE 'Y'.                        00002220
       01  WS-ACCOUNT-SW              PIC  X(01) VALUE 'N'.             00002230
           88  ACCOUNT-GIVEN          VALUE 'Y'.                        00002240
       01  RT-REQUEST                 PIC  9(05)V9(06) VALUE ZEROES.    00002250
       01  RT-TRANSFER                PIC  9(05)V9(06) VALUE ZEROES.    00002260
       01  RT-STORAGE                 PIC  9(05)V9(06) VALUE ZEROES.    00002270
       01  RT-ACCOUNT                 PIC  X(10) VALUE SPACES.          00002280
                                                                        00002290
       01  WS-RATE-LINE.                                                00002300
           05  RL-TYPE                PIC  X(01).                       00002310
           05  FILLER                 PIC  X(01).                       00002320
           05  RL-BODY                PIC  X(78).                       00002330
           05  RL-RATE REDEFINES RL-BODY.                               00002340
               10  RL-RATE-CODE       PIC  X(08).                       00002350
               10  FILLER             PIC  X(01).                       00002360
               10  RL-RATE-VALUE      PIC  9(05)V9(06).                 00002370
               10  FILLER             PIC  X(58).                       00002380
           05  RL-GL REDEFINES RL-BODY.                                 00002390
               10  RL-ACCOUNT         PIC  X(10).                       00002400
               10  FILLER             PIC  X(68).                       00002410
           05  RL-MAP REDEFINES RL-BODY.                                00002420
               10  RL-COST-CENTER     PIC  X(10).                       00002430
               10  FILLER             PIC  X(01).                       00002440
               10  RL-PREFIX          PIC  X(67).                       00002450
                                                                        00002460
      ***************************************************************** 00002470
      * Cost center mappings, in rate table order.  CM-APPLICATION    * 00002480
      * blank maps the whole BU_SBU.                                  * 00002490
      ***************************************************************** 00002500
       01  WS-MAP-MAX                 PIC S9(04) COMP VALUE 500.        00002510
       01  WS-MAP-COUNT               PIC S9(04) COMP VALUE ZEROES.     00002520
       01  WS-MAP-TABLE.                                                00002530
           05  WS-MAP-ENTRY OCCURS 500 TIMES.                           00002540
               10  CM-BU-SBU          PIC  X(64).                       00002550
               10  CM-APPLICATION     PIC  X(64).                       00002560
               10  CM-CC-IDX          PIC S9(04) COMP.                  00002570
       01  WS-MAP-IDX                 PIC S9(04) COMP VALUE ZEROES.     00002580
       01  WS-MAP-MATCH               PIC S9(04) COMP VALUE ZEROES.     00002590
       01  WS-MAP-SW                  PIC  X(01) VALUE 'N'.             00002600
           88  MAPPING-FOUND          VALUE 'Y'.                        00002610
                                                                        00002620
      ***************************************************************** 00002630
      * Cost centers, in the order the rate table first names them.   * 00002640
      * There can be no more of them than there are mappings.         * 00002650
      ***************************************************************** 00002660
       01  WS-CC-COUNT                PIC S9(04) COMP VALUE ZEROES.     00002670
       01  WS-CC-TABLE.                                                 00002680
           05  WS-CC-ENTRY OCCURS 500 TIMES.                            00002690
               10  CC-COST-CENTER     PIC  X(10).                       00002700
               10  CC-APPS            PIC S9(04) COMP.                  00002710
               10  CC-REQUESTS        PIC  9(13).                       00002720
               10  CC-XFER-MB         PIC  9(11)V9(06).                 00002730
               10  CC-STOR-MB         PIC  9(11)V9(06).                 00002740
               10  CC-REQ-AMT         PIC  9(11)V99.                    00002750
               10  CC-XFER-AMT        PIC  9(11)V99.                    00002760
               10  CC-STOR-AMT        PIC  9(11)V99.                    00002770
               10  CC-TOTAL-AMT       PIC  9(11)V99.                    00002780
       01  WS-CC-IDX                  PIC S9(04) COMP VALUE ZEROES.     00002790
       01  WS-CC-MATCH                PIC S9(04) COMP VALUE ZEROES.     00002800
       01  WS-CC-SW                   PIC  X(01) VALUE 'N'.             00002810
           88  CC-FOUND               VALUE 'Y'.                        00002820
                                                                        00002830
      ***************************************************************** 00002840
      * Applications (BU_SBU / application), as ZECSRPT splits        * 00002850
      * them.  Past the table size they fold into the extra OTHER     * 00002860
      * entry at the end, as the other reports do, so the register    * 00002870
      * always sums to the run's totals.                              * 00002880
      ***************************************************************** 00002890
       01  WS-MAX-APP                 PIC S9(04) COMP VALUE 500.        00002900
       01  WS-OTHER-APP               PIC S9(04) COMP VALUE 501.        00002910
       01  WS-APP-COUNT               PIC S9(04) COMP VALUE ZEROES.     00002920
       01  WS-APP-LAST                PIC S9(04) COMP VALUE ZEROES.     00002930
       01  WS-APP-TABLE.                                                00002940
           05  WS-APP-ENTRY OCCURS 501 TIMES.                           00002950
               10  AP-BU-SBU          PIC  X(64).                       00002960
               10  AP-APPLICATION     PIC  X(64).                       00002970
               10  AP-CC-IDX          PIC S9(04) COMP.                  00002980
               10  AP-REQUESTS        PIC  9(11).                       00002990
               10  AP-BYTES           PIC  9(15).                       00003000
               10  AP-HIST-BYTES      PIC  9(18).                       00003010
               10  AP-XFER-MB         PIC  9(09)V9(06).                 00003020
               10  AP-STOR-MB         PIC  9(09)V9(06).                 00003030
               10  AP-REQ-AMT         PIC  9(09)V99.                    00003040
               10  AP-XFER-AMT        PIC  9(09)V99.                    00003050
               10  AP-STOR-AMT        PIC  9(09)V99.                    00003060
               10  AP-TOTAL-AMT       PIC  9(09)V99.                    00003070
       01  WS-APP-IDX                 PIC S9(04) COMP VALUE ZEROES.     00003080
       01  WS-CUR-APP                 PIC S9(04) COMP VALUE ZEROES.     00003090
       01  WS-APP-SW                  PIC  X(01) VALUE 'N'.             00003100
           88  APP-FOUND              VALUE 'Y'.                        00003110
       01  WS-OTHER-SW                PIC  X(01) VALUE 'N'.             00003120
           88  OTHER-USED             VALUE 'Y'.                        00003130
                                                                        00003140
      ***************************************************************** 00003150
      * Run totals - row 1 billed to a cost center, row 2 the         * 00003160
      * unmapped exceptions, not billed.                              * 00003170
      ***************************************************************** 00003180
       01  WS-BILLED-ROW              PIC S9(04) COMP VALUE 1.          00003190
       01  WS-UNBILLED-ROW            PIC S9(04) COMP VALUE 2.          00003200
       01  WS-TOTAL-ROW               PIC S9(04) COMP VALUE ZEROES.     00003210
       01  WS-TOTAL-TABLE.                                              00003220
           05  WS-TOTAL-ENTRY OCCURS 2 TIMES.                           00003230
               10  TT-REQUESTS        PIC  9(13).                       00003240
               10  TT-XFER-MB         PIC  9(11)V9(06).                 00003250
               10  TT-STOR-MB         PIC  9(11)V9(06).                 00003260
               10  TT-REQ-AMT         PIC  9(11)V99.                    00003270
               10  TT-XFER-AMT        PIC  9(11)V99.                    00003280
               10  TT-STOR-AMT        PIC  9(11)V99.                    00003290
               10  TT-TOTAL-AMT       PIC  9(11)V99.                    00003300
                                                                        00003310
       01  WS-WHOLE-MB                PIC  9(11) VALUE ZEROES.          00003320
                                                                        00003330
       01  WS-SPLIT-TEXT              PIC X(128) VALUE SPACES.          00003340
       01  WS-CUR-BU-SBU              PIC  X(64) VALUE SPACES.          00003350
       01  WS-CUR-APPLICATION         PIC  X(64) VALUE SPACES.          00003360
       01  WS-SPLIT-LEN               PIC S9(04) COMP VALUE ZEROES.     00003370
       01  WS-SLASH-1                 PIC S9(04) COMP VALUE ZEROES.     00003380
       01  WS-SLASH-2                 PIC S9(04) COMP VALUE ZEROES.     00003390
       01  WS-REST-LEN                PIC S9(04) COMP VALUE ZEROES.     00003400
                                                                        00003410
       01  WS-HEADING-1.                                                00003420
           05  FILLER PIC X(44) VALUE                                   00003430
               'zECS CACHE CHARGEBACK INVOICE REGISTER'.                00003440
           05  FILLER PIC X(15) VALUE 'BILLING PERIOD '.                00003450
           05  HL-YEAR                PIC  9(04).                       00003460
           05  FILLER                 PIC  X(01) VALUE '-'.             00003470
           05  HL-MONTH               PIC  9(02).                       00003480
       01  WS-HEADING-2.                                                00003490
           05  FILLER PIC X(34) VALUE 'BU_SBU/APPLICATION'.             00003500
           05  FILLER PIC X(15) VALUE '      REQUESTS '.                00003510
           05  FILLER PIC X(12) VALUE '    XFER MB '.                   00003520
           05  FILLER PIC X(11) VALUE ' STORAGE MB'.                    00003530
           05  FILLER PIC X(15) VALUE '    REQUEST AMT'.                00003540
           05  FILLER PIC X(15) VALUE '   TRANSFER AMT'.                00003550
           05  FILLER PIC X(15) VALUE '    STORAGE AMT'.                00003560
           05  FILLER PIC X(15) VALUE '      TOTAL AMT'.                00003570
       01  WS-RATE-LINE1.                                               00003580
           05  FILLER                 PIC X(32) VALUE                   00003590
               'REQUEST RATE (PER 1,000):       '.                      00003600
           05  RP-REQUEST             PIC ZZ,ZZ9.999999.                00003610
       01  WS-RATE-LINE2.                                               00003620
           05  FILLER                 PIC X(32) VALUE                   00003630
               'TRANSFER RATE (PER MB):         '.                      00003640
           05  RP-TRANSFER            PIC ZZ,ZZ9.999999.                00003650
       01  WS-RATE-LINE3.                                               00003660
           05  FILLER                 PIC X(32) VALUE                   00003670
               'STORAGE RATE (PER MB-MONTH):    '.                      00003680
           05  RP-STORAGE             PIC ZZ,ZZ9.999999.                00003690
       01  WS-RATE-LINE4.                                               00003700
           05  FILLER                 PIC X(32) VALUE                   00003710
               'GENERAL LEDGER ACCOUNT:         '.                      00003720
           05  RP-ACCOUNT             PIC  X(10).                       00003730
       01  WS-RATE-LINE5.                                               00003740
           05  FILLER                 PIC X(32) VALUE                   00003750
               'STORAGE SNAPSHOT RUNS AVERAGED: '.                      00003760
           05  RP-HIST-RUNS           PIC ZZZ,ZZZ,ZZ9.                  00003770
       01  WS-CC-HEADING.                                               00003780
           05  FILLER                 PIC X(12) VALUE 'COST CENTER '.   00003790
           05  CH-COST-CENTER         PIC  X(10).                       00003800
       01  WS-DETAIL-LINE.                                              00003810
           05  DL-PREFIX              PIC  X(33).                       00003820
           05  FILLER                 PIC  X(01) VALUE SPACES.          00003830
           05  DL-REQUESTS            PIC ZZ,ZZZ,ZZZ,ZZ9.               00003840
           05  FILLER                 PIC  X(01) VALUE SPACES.          00003850
           05  DL-XFER-MB             PIC ZZZ,ZZZ,ZZ9.                  00003860
           05  FILLER                 PIC  X(01) VALUE SPACES.          00003870
           05  DL-STOR-MB             PIC ZZZ,ZZZ,ZZ9.                  00003880
           05  FILLER                 PIC  X(01) VALUE SPACES.          00003890
           05  DL-REQ-AMT             PIC ZZZ,ZZZ,ZZ9.99.               00003900
           05  FILLER                 PIC  X(01) VALUE SPACES.          00003910
           05  DL-XFER-AMT            PIC ZZZ,ZZZ,ZZ9.99.               00003920
           05  FILLER                 PIC  X(01) VALUE SPACES.          00003930
           05  DL-STOR-AMT            PIC ZZZ,ZZZ,ZZ9.99.               00003940
           05  FILLER                 PIC  X(01) VALUE SPACES.          00003950
           05  DL-TOTAL-AMT           PIC ZZZ,ZZZ,ZZ9.99.               00003960
       01  WS-HEADING-3.                                                00003970
           05  FILLER PIC X(60) VALUE                                   00003980
               'UNMAPPED APPLICATIONS - NO COST CENTER, NOT BILLED'.    00003990
       01  WS-SUMMARY-LINE1.                                            00004000
           05  FILLER                 PIC X(24) VALUE                   00004010
               'ACCOUNTING RECORDS READ:'.                              00004020
           05  SL-ACT-READ            PIC ZZZ,ZZZ,ZZ9.                  00004030
       01  WS-SUMMARY-LINE2.                                            00004040
           05  FILLER                 PIC X(24) VALUE                   00004050
               '  IN BILLING PERIOD:    '.                              00004060
           05  SL-ACT-IN-PERIOD       PIC ZZZ,ZZZ,ZZ9.                  00004070
       01  WS-SUMMARY-LINE3.                                            00004080
           05  FILLER                 PIC X(24) VALUE                   00004090
               '  OUTSIDE PERIOD:       '.                              00004100
           05  SL-ACT-OUTSIDE         PIC ZZZ,ZZZ,ZZ9.                  00004110
       01  WS-SUMMARY-LINE4.                                            00004120
           05  FILLER                 PIC X(24) VALUE                   00004130
               'HISTORY RECORDS READ:   '.                              00004140
           05  SL-HIST-READ           PIC ZZZ,ZZZ,ZZ9.                  00004150
       01  WS-SUMMARY-LINE5.                                            00004160
           05  FILLER                 PIC X(24) VALUE                   00004170
               '  IN BILLING PERIOD:    '.                              00004180
           05  SL-HIST-IN-PERIOD      PIC ZZZ,ZZZ,ZZ9.                  00004190
       01  WS-SUMMARY-LINE6.                                            00004200
           05  FILLER                 PIC X(24) VALUE                   00004210
               'SNAPSHOT RUNS:          '.                              00004220
           05  SL-HIST-RUNS           PIC ZZZ,ZZZ,ZZ9.                  00004230
       01  WS-SUMMARY-LINE7.                                            00004240
           05  FILLER                 PIC X(24) VALUE                   00004250
               'APPLICATIONS PRICED:    '.                              00004260
           05  SL-APPLICATIONS        PIC ZZZ,ZZZ,ZZ9.                  00004270
       01  WS-SUMMARY-LINE8.                                            00004280
           05  FILLER                 PIC X(24) VALUE                   00004290
               'COST CENTERS BILLED:    '.                              00004300
           05  SL-CC-BILLED           PIC ZZZ,ZZZ,ZZ9.                  00004310
       01  WS-SUMMARY-LINE9.                                            00004320
           05  FILLER                 PIC X(24) VALUE                   00004330
               'GL RECORDS WRITTEN:     '.                              00004340
           05  SL-GL-WRITTEN          PIC ZZZ,ZZZ,ZZ9.                  00004350
       01  WS-SUMMARY-LINE10.                                           00004360
           05  FILLER                 PIC X(24) VALUE                   00004370
               'AMOUNT BILLED:          '.                              00004380
           05  SL-BILLED-AMT          PIC ZZ,ZZZ,ZZZ,ZZ9.99.            00004390
       01  WS-SUMMARY-LINE11.                                           00004400
           05  FILLER                 PIC X(24) VALUE                   00004410
               'UNMAPPED APPLICATIONS:  '.                              00004420
           05  SL-EXCEPTIONS          PIC ZZZ,ZZZ,ZZ9.                  00004430
       01  WS-SUMMARY-LINE12.                                           00004440
           05  FILLER                 PIC X(24) VALUE                   00004450
               'AMOUNT NOT BILLED:      '.                              00004460
           05  SL-UNBILLED-AMT        PIC ZZ,ZZZ,ZZZ,ZZ9.99.            00004470
       01  WS-SUMMARY-LINE13.                                           00004480
           05  FILLER                 PIC X(24) VALUE                   00004490
               'RATE LINES IGNORED:     '.                              00004500
           05  SL-RATE-IGNORED        PIC ZZZ,ZZZ,ZZ9.                  00004510
       01  WS-MSG-NO-EXCEPTIONS       PIC X(80) VALUE                   00004520
           'NO UNMAPPED APPLICATIONS'.                                  00004530
       01  WS-MSG-NO-HISTORY          PIC X(80) VALUE                   00004540
           'NO UTILIZATION SNAPSHOT IN PERIOD - STORAGE NOT CHARGED'.   00004550
       01  WS-MSG-GL-ERROR            PIC X(80) VALUE                   00004560
           'GLOUT NOT AVAILABLE - GENERAL LEDGER FEED NOT WRITTEN'.     00004570
                                                                        00004580
      ***************************************************************** 00004590
      * zECS BATCH RUN LEDGER record definition.                      * 00004600
      ***************************************************************** 00004610
       COPY ZECSLDG.                                                    00004620
       01  WS-LDG-STATUS              PIC  X(02) VALUE SPACES.          00004630
       01  WS-LDG-MODE                PIC  X(01) VALUE SPACES.          00004640
       01  WS-LDG-START-DATE          PIC  9(08) VALUE ZEROES.          00004650
       01  WS-LDG-START-TIME          PIC  9(08) VALUE ZEROES.          00004660
                                                                        00004670
       PROCEDURE DIVISION.                                              00004680
       0000-MAIN.                                                       00004690
           PERFORM 0050-ACCEPT-PARMS      THRU 0050-EXIT.               00004700
           PERFORM 0070-LEDGER-START      THRU 0070-EXIT.               00004710
           PERFORM 0100-LOAD-RATES        THRU 0100-EXIT.               00004720
                                                                        00004730
           IF  RATES-VALID                                              00004740
               PERFORM 0150-OPEN-FILES    THRU 0150-EXIT                00004750
               PERFORM 0200-READ-ACCOUNTING THRU 0200-EXIT              00004760
                   UNTIL ACT-EOF                                        00004770
               PERFORM 0300-READ-HISTORY  THRU 0300-EXIT                00004780
                   UNTIL HIST-EOF                                       00004790
               PERFORM 0400-PRICE-APPLICATIONS THRU 0400-EXIT           00004800
               PERFORM 0500-WRITE-REGISTER THRU 0500-EXIT               00004810
               PERFORM 0600-WRITE-EXCEPTIONS THRU 0600-EXIT             00004820
               PERFORM 0700-WRITE-SUMMARY THRU 0700-EXIT                00004830
               PERFORM 0900-CLOSE-FILES   THRU 0900-EXIT.               00004840
                                                                        00004850
           PERFORM 0950-LEDGER-END        THRU 0950-EXIT.               00004860
           STOP RUN.                                                    00004870
                                                                        00004880
      ***************************************************************** 00004890
      * Billing month from SYSIN; anything but a valid YYYYMM bills   * 00004900
      * the month before the current one.                             * 00004910
      ***************************************************************** 00004920
       0050-ACCEPT-PARMS.                                               00004930
           ACCEPT WS-PARM-PERIOD   FROM SYSIN.                          00004940
                                                                        00004950
           IF  WS-PARM-PERIOD NUMERIC                                   00004960
           AND WS-PARM-MONTH GREATER THAN ZEROES                        00004970
           AND WS-PARM-MONTH LESS THAN 13                               00004980
               MOVE WS-PARM-YEAR      TO WS-PERIOD-YEAR                 00004990
               MOVE WS-PARM-MONTH     TO WS-PERIOD-MONTH                00005000
               GO TO 0050-EXIT.                                         00005010
                                                                        00005020
           ACCEPT WS-TODAY         FROM DATE YYYYMMDD.                  00005030
           MOVE WS-TODAY-YEAR         TO WS-PERIOD-YEAR.                00005040
           MOVE WS-TODAY-MONTH        TO WS-PERIOD-MONTH.               00005050
           IF  WS-PERIOD-MONTH EQUAL 1                                  00005060
               MOVE 12                TO WS-PERIOD-MONTH                00005070
               SUBTRACT 1           FROM WS-PERIOD-YEAR                 00005080
           ELSE                                                         00005090
               SUBTRACT 1           FROM WS-PERIOD-MONTH.               00005100
       0050-EXIT.                                                       00005110
           EXIT.                                                        00005120
                                                                        00005130
      ***************************************************************** 00005140
      * Append this run's START record to the ledger before any file  * 00005150
      * is opened - a run that abends from here on leaves it without  * 00005160
      * an END record.                                                * 00005170
      ***************************************************************** 00005180
       0070-LEDGER-START.                                               00005190
           MOVE SPACES               TO WS-LDG-MODE.                    00005200
           ACCEPT WS-LDG-START-DATE  FROM DATE YYYYMMDD.                00005210
           ACCEPT WS-LDG-START-TIME  FROM TIME.                         00005220
                                                                        00005230
           MOVE SPACES               TO LDG-RECORD.                     00005240
           MOVE 'ZECSCHG'            TO LDG-JOB.                        00005250
           MOVE 'S'                  TO LDG-EVENT.                      00005260
           MOVE WS-LDG-MODE          TO LDG-MODE.                       00005270
           MOVE WS-LDG-START-DATE    TO LDG-START-DATE.                 00005280
           MOVE WS-LDG-START-TIME    TO LDG-START-TIME.                 00005290
           MOVE ZEROES               TO LDG-END-DATE                    00005300
                                        LDG-END-TIME                    00005310
                                        LDG-PROCESSED                   00005320
                                        LDG-OUTPUT                      00005330
                                        LDG-FOUND                       00005340
                                        LDG-REPAIRED.                   00005350
           PERFORM 0960-APPEND-LEDGER THRU 0960-EXIT.                   00005360
       0070-EXIT.                                                       00005370
           EXIT.                                                        00005380
                                                                        00005390
      ***************************************************************** 00005400
      * Load the rate table.  Nothing is priced unless it opens and   * 00005410
      * gives all three rates and the general ledger account - a      * 00005420
      * missing price is never guessed at.                            * 00005430
      ***************************************************************** 00005440
       0100-LOAD-RATES.                                                 00005450
           OPEN INPUT RATE-IN.                                          00005460
           IF  WS-RATE-STATUS NOT EQUAL '00'                            00005470
               DISPLAY 'ZECSCHG - RATES OPEN STATUS ' WS-RATE-STATUS    00005480
                       ', NOTHING PRICED'                               00005490
               GO TO 0100-EXIT.                                         00005500
                                                                        00005510
           PERFORM 0110-READ-RATE         THRU 0110-EXIT                00005520
               UNTIL WS-RATE-STATUS NOT EQUAL '00'.                     00005530
           CLOSE RATE-IN.                                               00005540
                                                                        00005550
           IF  REQUEST-RATE-GIVEN                                       00005560
           AND TRANSFER-RATE-GIVEN                                      00005570
           AND STORAGE-RATE-GIVEN                                       00005580
           AND ACCOUNT-GIVEN                                            00005590
               MOVE 'Y' TO WS-RATES-SW                                  00005600
           ELSE                                                         00005610
               DISPLAY 'ZECSCHG - RATE TABLE INCOMPLETE, '              00005620
                       'NOTHING PRICED'.                                00005630
       0100-EXIT.                                                       00005640
           EXIT.                                                        00005650
                                                                        00005660
       0110-READ-RATE.                                                  00005670
           READ RATE-IN                                                 00005680
               AT END GO TO 0110-EXIT.                                  00005690
                                                                        00005700
           IF  RATE-IN-LINE(1:1) EQUAL '*'                              00005710
           OR  RATE-IN-LINE EQUAL SPACES                                00005720
               GO TO 0110-EXIT.                                         00005730
                                                                        00005740
           MOVE RATE-IN-LINE TO WS-RATE-LINE.                           00005750
           PERFORM 0120-ADD-RATE-LINE     THRU 0120-EXIT.               00005760
       0110-EXIT.                                                       00005770
           EXIT.                                                        00005780
                                                                        00005790
      ***************************************************************** 00005800
      * Check one rate table line and take it.  An unusable line is   * 00005810
      * displayed and counted.                                        * 00005820
      ***************************************************************** 00005830
       0120-ADD-RATE-LINE.                                              00005840
           IF  RL-TYPE EQUAL 'C'                                        00005850
               GO TO 0126-MAPPING.                                      00005860
                                                                        00005870
           IF  RL-TYPE EQUAL 'G'                                        00005880
           AND RL-ACCOUNT NOT EQUAL SPACES                              00005890
           AND NOT ACCOUNT-GIVEN                                        00005900
               MOVE RL-ACCOUNT    TO RT-ACCOUNT                         00005910
               MOVE 'Y'           TO WS-ACCOUNT-SW                      00005920
               GO TO 0120-EXIT.                                         00005930
                                                                        00005940
           IF  RL-TYPE NOT EQUAL 'R'                                    00005950
           OR  RL-RATE-VALUE NOT NUMERIC                                00005960
               GO TO 0128-IGNORE.                                       00005970
                                                                        00005980
           IF  RL-RATE-CODE EQUAL 'REQUEST'                             00005990
           AND NOT REQUEST-RATE-GIVEN                                   00006000
               MOVE RL-RATE-VALUE TO RT-REQUEST                         00006010
               MOVE 'Y'           TO WS-REQUEST-SW                      00006020
               GO TO 0120-EXIT.                                         00006030
                                                                        00006040
           IF  RL-RATE-CODE EQUAL 'TRANSFER'                            00006050
           AND NOT TRANSFER-RATE-GIVEN                                  00006060
               MOVE RL-RATE-VALUE TO RT-TRANSFER                        00006070
               MOVE 'Y'           TO WS-TRANSFER-SW                     00006080
               GO TO 0120-EXIT.                                         00006090
                                                                        00006100
           IF  RL-RATE-CODE EQUAL 'STORAGE'                             00006110
           AND NOT STORAGE-RATE-GIVEN                                   00006120
               MOVE RL-RATE-VALUE TO RT-STORAGE                         00006130
               MOVE 'Y'           TO WS-STORAGE-SW                      00006140
               GO TO 0120-EXIT.                                         00006150
                                                                        00006160
           GO TO 0128-IGNORE.                                           00006170
                                                                        00006180
       0126-MAPPING.                                                    00006190
           IF  RL-COST-CENTER EQUAL SPACES                              00006200
           OR  RL-PREFIX      EQUAL SPACES                              00006210
           OR  WS-MAP-COUNT   EQUAL WS-MAP-MAX                          00006220
               GO TO 0128-IGNORE.                                       00006230
                                                                        00006240
           MOVE RL-PREFIX TO WS-SPLIT-TEXT.                             00006250
           PERFORM 0800-SPLIT-PREFIX      THRU 0800-EXIT.               00006260
           IF  WS-CUR-BU-SBU EQUAL SPACES                               00006270
               GO TO 0128-IGNORE.                                       00006280
                                                                        00006290
           PERFORM 0810-FIND-MAPPING      THRU 0810-EXIT.               00006300
           IF  MAPPING-FOUND                                            00006310
               GO TO 0128-IGNORE.                                       00006320
                                                                        00006330
           PERFORM 0140-FIND-COST-CENTER  THRU 0140-EXIT.               00006340
           ADD 1 TO WS-MAP-COUNT.                                       00006350
           MOVE WS-CUR-BU-SBU      TO CM-BU-SBU(WS-MAP-COUNT).          00006360
           MOVE WS-CUR-APPLICATION TO CM-APPLICATION(WS-MAP-COUNT).     00006370
           MOVE WS-CC-MATCH        TO CM-CC-IDX(WS-MAP-COUNT).          00006380
           GO TO 0120-EXIT.                                             00006390
                                                                        00006400
       0128-IGNORE.                                                     00006410
           ADD 1 TO WS-RATE-IGNORED.                                    00006420
           DISPLAY 'ZECSCHG - RATE LINE IGNORED: ' WS-RATE-LINE(1:60).  00006430
       0120-EXIT.                                                       00006440
           EXIT.                                                        00006450
                                                                        00006460
      ***************************************************************** 00006470
      * Find (or add) the mapping line's cost center.                 * 00006480
      ***************************************************************** 00006490
       0140-FIND-COST-CENTER.                                           00006500
           MOVE 'N'    TO WS-CC-SW.                                     00006510
           MOVE ZEROES TO WS-CC-MATCH.                                  00006520
           PERFORM 0145-MATCH-COST-CENTER THRU 0145-EXIT                00006530
               VARYING WS-CC-IDX FROM 1 BY 1                            00006540
               UNTIL   WS-CC-IDX GREATER THAN WS-CC-COUNT               00006550
                  OR   CC-FOUND.                                        00006560
                                                                        00006570
           IF  CC-FOUND                                                 00006580
               GO TO 0140-EXIT.                                         00006590
                                                                        00006600
           ADD 1 TO WS-CC-COUNT.                                        00006610
           MOVE WS-CC-COUNT        TO WS-CC-MATCH.                      00006620
           INITIALIZE WS-CC-ENTRY(WS-CC-MATCH).                         00006630
           MOVE RL-COST-CENTER     TO CC-COST-CENTER(WS-CC-MATCH).      00006640
       0140-EXIT.                                                       00006650
           EXIT.                                                        00006660
                                                                        00006670
       0145-MATCH-COST-CENTER.                                          00006680
           IF  CC-COST-CENTER(WS-CC-IDX) EQUAL RL-COST-CENTER           00006690
               MOVE WS-CC-IDX TO WS-CC-MATCH                            00006700
               MOVE 'Y'       TO WS-CC-SW.                              00006710
       0145-EXIT.                                                       00006720
           EXIT.                                                        00006730
                                                                        00006740
      ***************************************************************** 00006750
      * HISTIN is optional - without it, or with no snapshot in the   * 00006760
      * month, no storage is charged and the register says so.  A     * 00006770
      * GLOUT that will not open leaves the charges on the register   * 00006780
      * only.                                                         * 00006790
      ***************************************************************** 00006800
       0150-OPEN-FILES.                                                 00006810
           OPEN INPUT  ACT-IN.                                          00006820
           OPEN INPUT  HIST-IN.                                         00006830
           IF  WS-HIST-STATUS NOT EQUAL '00'                            00006840
               MOVE 'Y' TO WS-HIST-EOF-SW.                              00006850
                                                                        00006860
           OPEN OUTPUT GL-OUT.                                          00006870
           IF  WS-GL-STATUS EQUAL '00'                                  00006880
               MOVE 'Y' TO WS-GL-SW                                     00006890
           ELSE                                                         00006900
               DISPLAY 'ZECSCHG - GLOUT OPEN STATUS ' WS-GL-STATUS.     00006910
                                                                        00006920
           OPEN OUTPUT RPT-OUT.                                         00006930
                                                                        00006940
           INITIALIZE WS-TOTAL-TABLE.                                   00006950
           INITIALIZE WS-APP-ENTRY(WS-OTHER-APP).                       00006960
           MOVE 'OTHER'                TO AP-BU-SBU(WS-OTHER-APP).      00006970
                                                                        00006980
           READ ACT-IN                                                  00006990
               AT END MOVE 'Y' TO WS-EOF-SW.                            00007000
           IF  NOT HIST-EOF                                             00007010
               READ HIST-IN                                             00007020
                   AT END MOVE 'Y' TO WS-HIST-EOF-SW.                   00007030
       0150-EXIT.                                                       00007040
           EXIT.                                                        00007050
                                                                        00007060
      ***************************************************************** 00007070
      * Traffic.  ACT-DATE is FORMATTIME YYYYMMDD with DATESEP, so    * 00007080
      * the year is columns 1-4 and the month columns 6-7.            * 00007090
      ***************************************************************** 00007100
       0200-READ-ACCOUNTING.                                            00007110
           ADD 1 TO WS-ACT-READ.                                        00007120
                                                                        00007130
           IF  ACT-DATE(1:4) NOT EQUAL WS-PERIOD(1:4)                   00007140
           OR  ACT-DATE(6:2) NOT EQUAL WS-PERIOD(5:2)                   00007150
               ADD 1 TO WS-ACT-OUTSIDE                                  00007160
               GO TO 0200-NEXT.                                         00007170
                                                                        00007180
           ADD 1 TO WS-ACT-IN-PERIOD.                                   00007190
           MOVE ACT-KEY-PREFIX TO WS-SPLIT-TEXT.                        00007200
           PERFORM 0800-SPLIT-PREFIX      THRU 0800-EXIT.               00007210
           PERFORM 0250-FIND-APPLICATION  THRU 0250-EXIT.               00007220
                                                                        00007230
           ADD 1 TO AP-REQUESTS(WS-CUR-APP).                            00007240
           IF  ACT-BYTES NUMERIC                                        00007250
               ADD ACT-BYTES TO AP-BYTES(WS-CUR-APP).                   00007260
                                                                        00007270
       0200-NEXT.                                                       00007280
           READ ACT-IN                                                  00007290
               AT END MOVE 'Y' TO WS-EOF-SW.                            00007300
       0200-EXIT.                                                       00007310
           EXIT.                                                        00007320
                                                                        00007330
      ***************************************************************** 00007340
      * Find (or add) the application's entry.  The table full, it    * 00007350
      * goes to the OTHER entry.                                      * 00007360
      ***************************************************************** 00007370
       0250-FIND-APPLICATION.                                           00007380
           IF  WS-CUR-APP GREATER THAN ZEROES                           00007390
               IF  AP-BU-SBU(WS-CUR-APP)      EQUAL WS-CUR-BU-SBU       00007400
               AND AP-APPLICATION(WS-CUR-APP) EQUAL WS-CUR-APPLICATION  00007410
                   GO TO 0250-EXIT.                                     00007420
                                                                        00007430
           MOVE 'N' TO WS-APP-SW.                                       00007440
           PERFORM 0255-MATCH-APPLICATION THRU 0255-EXIT                00007450
               VARYING WS-APP-IDX FROM 1 BY 1                           00007460
               UNTIL   WS-APP-IDX GREATER THAN WS-APP-COUNT             00007470
                  OR   APP-FOUND.                                       00007480
                                                                        00007490
           IF  APP-FOUND                                                00007500
               GO TO 0250-EXIT.                                         00007510
                                                                        00007520
           IF  WS-APP-COUNT LESS THAN WS-MAX-APP                        00007530
               ADD 1 TO WS-APP-COUNT                                    00007540
               MOVE WS-APP-COUNT       TO WS-CUR-APP                    00007550
               INITIALIZE WS-APP-ENTRY(WS-CUR-APP)                      00007560
               MOVE WS-CUR-BU-SBU      TO AP-BU-SBU(WS-CUR-APP)         00007570
               MOVE WS-CUR-APPLICATION TO AP-APPLICATION(WS-CUR-APP)    00007580
           ELSE                                                         00007590
               MOVE WS-OTHER-APP       TO WS-CUR-APP                    00007600
               MOVE 'Y'                TO WS-OTHER-SW.                  00007610
       0250-EXIT.                                                       00007620
           EXIT.                                                        00007630
                                                                        00007640
       0255-MATCH-APPLICATION.                                          00007650
           IF  AP-BU-SBU(WS-APP-IDX)      EQUAL WS-CUR-BU-SBU           00007660
           AND AP-APPLICATION(WS-APP-IDX) EQUAL WS-CUR-APPLICATION      00007670
               MOVE WS-APP-IDX TO WS-CUR-APP                            00007680
               MOVE 'Y'        TO WS-APP-SW.                            00007690
       0255-EXIT.                                                       00007700
           EXIT.                                                        00007710
                                                                        00007720
      ***************************************************************** 00007730
      * Storage.  Each application's bytes are summed over the        * 00007740
      * month's snapshot runs; 0400 divides by the number of runs.    * 00007750
      ***************************************************************** 00007760
       0300-READ-HISTORY.                                               00007770
           ADD 1 TO WS-HIST-READ.                                       00007780
                                                                        00007790
           MOVE HST-RUN-DATE TO WS-HIST-DATE.                           00007800
           IF  WS-HIST-PERIOD NOT EQUAL WS-PERIOD-9                     00007810
               GO TO 0300-NEXT.                                         00007820
                                                                        00007830
           ADD 1 TO WS-HIST-IN-PERIOD.                                  00007840
           IF  HST-RUN-DATE  NOT EQUAL WS-LAST-RUN-DATE                 00007850
           OR  HST-RUN-STAMP NOT EQUAL WS-LAST-RUN-STAMP                00007860
               ADD 1 TO WS-HIST-RUNS                                    00007870
               MOVE HST-RUN-DATE      TO WS-LAST-RUN-DATE               00007880
               MOVE HST-RUN-STAMP     TO WS-LAST-RUN-STAMP.             00007890
                                                                        00007900
           MOVE HST-BU-SBU            TO WS-CUR-BU-SBU.                 00007910
           MOVE HST-APPLICATION       TO WS-CUR-APPLICATION.            00007920
           PERFORM 0250-FIND-APPLICATION  THRU 0250-EXIT.               00007930
                                                                        00007940
           IF  HST-BYTE-COUNT NUMERIC                                   00007950
               ADD HST-BYTE-COUNT TO AP-HIST-BYTES(WS-CUR-APP).         00007960
                                                                        00007970
       0300-NEXT.                                                       00007980
           READ HIST-IN                                                 00007990
               AT END MOVE 'Y' TO WS-HIST-EOF-SW.                       00008000
       0300-EXIT.                                                       00008010
           EXIT.                                                        00008020
                                                                        00008030
      ***************************************************************** 00008040
      * Price every application and add it to its cost center, or to  * 00008050
      * the exceptions when it has none.                              * 00008060
      ***************************************************************** 00008070
       0400-PRICE-APPLICATIONS.                                         00008080
           MOVE WS-APP-COUNT TO WS-APP-LAST.                            00008090
           IF  OTHER-USED                                               00008100
               MOVE WS-OTHER-APP TO WS-APP-LAST.                        00008110
                                                                        00008120
           PERFORM 0410-PRICE-ONE         THRU 0410-EXIT                00008130
               VARYING WS-APP-IDX FROM 1 BY 1                           00008140
               UNTIL   WS-APP-IDX GREATER THAN WS-APP-LAST.             00008150
       0400-EXIT.                                                       00008160
           EXIT.                                                        00008170
                                                                        00008180
       0410-PRICE-ONE.                                                  00008190
           COMPUTE AP-XFER-MB(WS-APP-IDX) ROUNDED =                     00008200
                   AP-BYTES(WS-APP-IDX) / 1048576.                      00008210
           MOVE ZEROES TO AP-STOR-MB(WS-APP-IDX).                       00008220
           IF  WS-HIST-RUNS GREATER THAN ZEROES                         00008230
               COMPUTE AP-STOR-MB(WS-APP-IDX) ROUNDED =                 00008240
                       AP-HIST-BYTES(WS-APP-IDX) / WS-HIST-RUNS         00008250
                                                 / 1048576.             00008260
                                                                        00008270
           COMPUTE AP-REQ-AMT(WS-APP-IDX)  ROUNDED =                    00008280
                   AP-REQUESTS(WS-APP-IDX) * RT-REQUEST / 1000.         00008290
           COMPUTE AP-XFER-AMT(WS-APP-IDX) ROUNDED =                    00008300
                   AP-XFER-MB(WS-APP-IDX)  * RT-TRANSFER.               00008310
           COMPUTE AP-STOR-AMT(WS-APP-IDX) ROUNDED =                    00008320
                   AP-STOR-MB(WS-APP-IDX)  * RT-STORAGE.                00008330
           COMPUTE AP-TOTAL-AMT(WS-APP-IDX) =                           00008340
                   AP-REQ-AMT(WS-APP-IDX)  +                            00008350
                   AP-XFER-AMT(WS-APP-IDX) +                            00008360
                   AP-STOR-AMT(WS-APP-IDX).                             00008370
                                                                        00008380
           MOVE AP-BU-SBU(WS-APP-IDX)      TO WS-CUR-BU-SBU.            00008390
           MOVE AP-APPLICATION(WS-APP-IDX) TO WS-CUR-APPLICATION.       00008400
           PERFORM 0810-FIND-MAPPING      THRU 0810-EXIT.               00008410
           IF  NOT MAPPING-FOUND                                        00008420
           AND WS-CUR-APPLICATION NOT EQUAL SPACES                      00008430
               MOVE SPACES TO WS-CUR-APPLICATION                        00008440
               PERFORM 0810-FIND-MAPPING  THRU 0810-EXIT.               00008450
                                                                        00008460
           IF  NOT MAPPING-FOUND                                        00008470
               MOVE ZEROES          TO AP-CC-IDX(WS-APP-IDX)            00008480
               MOVE WS-UNBILLED-ROW TO WS-TOTAL-ROW                     00008490
               ADD 1 TO WS-EXCEPTIONS                                   00008500
           ELSE                                                         00008510
               MOVE CM-CC-IDX(WS-MAP-MATCH) TO AP-CC-IDX(WS-APP-IDX)    00008520
               MOVE WS-BILLED-ROW   TO WS-TOTAL-ROW                     00008530
               PERFORM 0420-ADD-COST-CENTER THRU 0420-EXIT.             00008540
                                                                        00008550
           ADD AP-REQUESTS(WS-APP-IDX)  TO TT-REQUESTS(WS-TOTAL-ROW).   00008560
           ADD AP-XFER-MB(WS-APP-IDX)   TO TT-XFER-MB(WS-TOTAL-ROW).    00008570
           ADD AP-STOR-MB(WS-APP-IDX)   TO TT-STOR-MB(WS-TOTAL-ROW).    00008580
           ADD AP-REQ-AMT(WS-APP-IDX)   TO TT-REQ-AMT(WS-TOTAL-ROW).    00008590
           ADD AP-XFER-AMT(WS-APP-IDX)  TO TT-XFER-AMT(WS-TOTAL-ROW).   00008600
           ADD AP-STOR-AMT(WS-APP-IDX)  TO TT-STOR-AMT(WS-TOTAL-ROW).   00008610
           ADD AP-TOTAL-AMT(WS-APP-IDX) TO TT-TOTAL-AMT(WS-TOTAL-ROW).  00008620
       0410-EXIT.                                                       00008630
           EXIT.                                                        00008640
                                                                        00008650
       0420-ADD-COST-CENTER.                                            00008660
           MOVE AP-CC-IDX(WS-APP-IDX)   TO WS-CC-IDX.                   00008670
           ADD 1                        TO CC-APPS(WS-CC-IDX).          00008680
           ADD AP-REQUESTS(WS-APP-IDX)  TO CC-REQUESTS(WS-CC-IDX).      00008690
           ADD AP-XFER-MB(WS-APP-IDX)   TO CC-XFER-MB(WS-CC-IDX).       00008700
           ADD AP-STOR-MB(WS-APP-IDX)   TO CC-STOR-MB(WS-CC-IDX).       00008710
           ADD AP-REQ-AMT(WS-APP-IDX)   TO CC-REQ-AMT(WS-CC-IDX).       00008720
           ADD AP-XFER-AMT(WS-APP-IDX)  TO CC-XFER-AMT(WS-CC-IDX).      00008730
           ADD AP-STOR-AMT(WS-APP-IDX)  TO CC-STOR-AMT(WS-CC-IDX).      00008740
           ADD AP-TOTAL-AMT(WS-APP-IDX) TO CC-TOTAL-AMT(WS-CC-IDX).     00008750
       0420-EXIT.                                                       00008760
           EXIT.                                                        00008770
                                                                        00008780
      ***************************************************************** 00008790
      * The register: rates, then each cost center with anything to   * 00008800
      * bill - its applications, its total and its GL record.         * 00008810
      ***************************************************************** 00008820
       0500-WRITE-REGISTER.                                             00008830
           MOVE WS-PERIOD-YEAR  TO HL-YEAR.                             00008840
           MOVE WS-PERIOD-MONTH TO HL-MONTH.                            00008850
           WRITE RPT-LINE FROM WS-HEADING-1.                            00008860
           MOVE SPACES TO RPT-LINE.                                     00008870
           WRITE RPT-LINE.                                              00008880
                                                                        00008890
           MOVE RT-REQUEST      TO RP-REQUEST.                          00008900
           WRITE RPT-LINE FROM WS-RATE-LINE1.                           00008910
           MOVE RT-TRANSFER     TO RP-TRANSFER.                         00008920
           WRITE RPT-LINE FROM WS-RATE-LINE2.                           00008930
           MOVE RT-STORAGE      TO RP-STORAGE.                          00008940
           WRITE RPT-LINE FROM WS-RATE-LINE3.                           00008950
           MOVE RT-ACCOUNT      TO RP-ACCOUNT.                          00008960
           WRITE RPT-LINE FROM WS-RATE-LINE4.                           00008970
           MOVE WS-HIST-RUNS    TO RP-HIST-RUNS.                        00008980
           WRITE RPT-LINE FROM WS-RATE-LINE5.                           00008990
           IF  WS-HIST-RUNS EQUAL ZEROES                                00009000
               WRITE RPT-LINE FROM WS-MSG-NO-HISTORY.                   00009010
           IF  NOT GL-OPEN                                              00009020
               WRITE RPT-LINE FROM WS-MSG-GL-ERROR.                     00009030
                                                                        00009040
           MOVE SPACES TO RPT-LINE.                                     00009050
           WRITE RPT-LINE.                                              00009060
           WRITE RPT-LINE FROM WS-HEADING-2.                            00009070
                                                                        00009080
           PERFORM 0510-WRITE-COST-CENTER THRU 0510-EXIT                00009090
               VARYING WS-CC-IDX FROM 1 BY 1                            00009100
               UNTIL   WS-CC-IDX GREATER THAN WS-CC-COUNT.              00009110
                                                                        00009120
           MOVE SPACES TO RPT-LINE.                                     00009130
           WRITE RPT-LINE.                                              00009140
           MOVE WS-BILLED-ROW   TO WS-TOTAL-ROW.                        00009150
           MOVE 'TOTAL BILLED'  TO DL-PREFIX.                           00009160
           PERFORM 0830-FORMAT-TOTAL      THRU 0830-EXIT.               00009170
           WRITE RPT-LINE FROM WS-DETAIL-LINE.                          00009180
       0500-EXIT.                                                       00009190
           EXIT.                                                        00009200
                                                                        00009210
       0510-WRITE-COST-CENTER.                                          00009220
           IF  CC-APPS(WS-CC-IDX) EQUAL ZEROES                          00009230
               GO TO 0510-EXIT.                                         00009240
                                                                        00009250
           ADD 1 TO WS-CC-BILLED.                                       00009260
           MOVE SPACES TO RPT-LINE.                                     00009270
           WRITE RPT-LINE.                                              00009280
           MOVE CC-COST-CENTER(WS-CC-IDX) TO CH-COST-CENTER.            00009290
           WRITE RPT-LINE FROM WS-CC-HEADING.                           00009300
                                                                        00009310
           PERFORM 0520-WRITE-CC-DETAIL   THRU 0520-EXIT                00009320
               VARYING WS-APP-IDX FROM 1 BY 1                           00009330
               UNTIL   WS-APP-IDX GREATER THAN WS-APP-LAST.             00009340
                                                                        00009350
           MOVE SPACES                    TO DL-PREFIX.                 00009360
           STRING '  TOTAL COST CENTER '  DELIMITED BY SIZE             00009370
                  CC-COST-CENTER(WS-CC-IDX) DELIMITED BY SIZE           00009380
                  INTO DL-PREFIX.                                       00009390
           MOVE CC-REQUESTS(WS-CC-IDX)    TO DL-REQUESTS.               00009400
           COMPUTE WS-WHOLE-MB ROUNDED = CC-XFER-MB(WS-CC-IDX).         00009410
           MOVE WS-WHOLE-MB               TO DL-XFER-MB.                00009420
           COMPUTE WS-WHOLE-MB ROUNDED = CC-STOR-MB(WS-CC-IDX).         00009430
           MOVE WS-WHOLE-MB               TO DL-STOR-MB.                00009440
           MOVE CC-REQ-AMT(WS-CC-IDX)     TO DL-REQ-AMT.                00009450
           MOVE CC-XFER-AMT(WS-CC-IDX)    TO DL-XFER-AMT.               00009460
           MOVE CC-STOR-AMT(WS-CC-IDX)    TO DL-STOR-AMT.               00009470
           MOVE CC-TOTAL-AMT(WS-CC-IDX)   TO DL-TOTAL-AMT.              00009480
           WRITE RPT-LINE FROM WS-DETAIL-LINE.                          00009490
                                                                        00009500
           PERFORM 0530-WRITE-GL          THRU 0530-EXIT.               00009510
       0510-EXIT.                                                       00009520
           EXIT.                                                        00009530
                                                                        00009540
       0520-WRITE-CC-DETAIL.                                            00009550
           IF  AP-CC-IDX(WS-APP-IDX) EQUAL WS-CC-IDX                    00009560
               PERFORM 0820-FORMAT-APPLICATION THRU 0820-EXIT           00009570
               WRITE RPT-LINE FROM WS-DETAIL-LINE.                      00009580
       0520-EXIT.                                                       00009590
           EXIT.                                                        00009600
                                                                        00009610
       0530-WRITE-GL.                                                   00009620
           IF  NOT GL-OPEN                                              00009630
               GO TO 0530-EXIT.                                         00009640
                                                                        00009650
           MOVE SPACES                    TO GL-RECORD.                 00009660
           MOVE WS-PERIOD-9               TO GL-PERIOD.                 00009670
           MOVE CC-COST-CENTER(WS-CC-IDX) TO GL-COST-CENTER.            00009680
           MOVE RT-ACCOUNT                TO GL-ACCOUNT.                00009690
           MOVE 'ZECSCHG'                 TO GL-SOURCE.                 00009700
           MOVE CC-TOTAL-AMT(WS-CC-IDX)   TO GL-AMOUNT.                 00009710
           MOVE CC-REQUESTS(WS-CC-IDX)    TO GL-REQUESTS.               00009720
           COMPUTE GL-TRANSFER-MB ROUNDED = CC-XFER-MB(WS-CC-IDX).      00009730
           COMPUTE GL-STORAGE-MB  ROUNDED = CC-STOR-MB(WS-CC-IDX).      00009740
           WRITE GL-RECORD.                                             00009750
           ADD 1 TO WS-GL-WRITTEN.                                      00009760
       0530-EXIT.                                                       00009770
           EXIT.                                                        00009780
                                                                        00009790
      ***************************************************************** 00009800
      * Applications with no cost center - priced, listed, not        * 00009810
      * billed.                                                       * 00009820
      ***************************************************************** 00009830
       0600-WRITE-EXCEPTIONS.                                           00009840
           MOVE SPACES TO RPT-LINE.                                     00009850
           WRITE RPT-LINE.                                              00009860
           WRITE RPT-LINE FROM WS-HEADING-3.                            00009870
           MOVE SPACES TO RPT-LINE.                                     00009880
           WRITE RPT-LINE.                                              00009890
                                                                        00009900
           IF  WS-EXCEPTIONS EQUAL ZEROES                               00009910
               WRITE RPT-LINE FROM WS-MSG-NO-EXCEPTIONS                 00009920
               GO TO 0600-EXIT.                                         00009930
                                                                        00009940
           WRITE RPT-LINE FROM WS-HEADING-2.                            00009950
           PERFORM 0610-WRITE-EXCEPTION   THRU 0610-EXIT                00009960
               VARYING WS-APP-IDX FROM 1 BY 1                           00009970
               UNTIL   WS-APP-IDX GREATER THAN WS-APP-LAST.             00009980
                                                                        00009990
           MOVE SPACES TO RPT-LINE.                                     00010000
           WRITE RPT-LINE.                                              00010010
           MOVE WS-UNBILLED-ROW TO WS-TOTAL-ROW.                        00010020
           MOVE 'TOTAL NOT BILLED' TO DL-PREFIX.                        00010030
           PERFORM 0830-FORMAT-TOTAL      THRU 0830-EXIT.               00010040
           WRITE RPT-LINE FROM WS-DETAIL-LINE.                          00010050
       0600-EXIT.                                                       00010060
           EXIT.                                                        00010070
                                                                        00010080
       0610-WRITE-EXCEPTION.                                            00010090
           IF  AP-CC-IDX(WS-APP-IDX) EQUAL ZEROES                       00010100
               PERFORM 0820-FORMAT-APPLICATION THRU 0820-EXIT           00010110
               WRITE RPT-LINE FROM WS-DETAIL-LINE.                      00010120
       0610-EXIT.                                                       00010130
           EXIT.                                                        00010140
                                                                        00010150
       0700-WRITE-SUMMARY.                                              00010160
           MOVE SPACES TO RPT-LINE.                                     00010170
           WRITE RPT-LINE.                                              00010180
                                                                        00010190
           MOVE WS-ACT-READ          TO SL-ACT-READ.                    00010200
           WRITE RPT-LINE FROM WS-SUMMARY-LINE1.                        00010210
           MOVE WS-ACT-IN-PERIOD     TO SL-ACT-IN-PERIOD.               00010220
           WRITE RPT-LINE FROM WS-SUMMARY-LINE2.                        00010230
           MOVE WS-ACT-OUTSIDE       TO SL-ACT-OUTSIDE.                 00010240
           WRITE RPT-LINE FROM WS-SUMMARY-LINE3.                        00010250
           MOVE WS-HIST-READ         TO SL-HIST-READ.                   00010260
           WRITE RPT-LINE FROM WS-SUMMARY-LINE4.                        00010270
           MOVE WS-HIST-IN-PERIOD    TO SL-HIST-IN-PERIOD.              00010280
           WRITE RPT-LINE FROM WS-SUMMARY-LINE5.                        00010290
           MOVE WS-HIST-RUNS         TO SL-HIST-RUNS.                   00010300
           WRITE RPT-LINE FROM WS-SUMMARY-LINE6.                        00010310
           MOVE WS-APP-LAST          TO SL-APPLICATIONS.                00010320
           WRITE RPT-LINE FROM WS-SUMMARY-LINE7.                        00010330
           MOVE WS-CC-BILLED         TO SL-CC-BILLED.                   00010340
           WRITE RPT-LINE FROM WS-SUMMARY-LINE8.                        00010350
           MOVE WS-GL-WRITTEN        TO SL-GL-WRITTEN.                  00010360
           WRITE RPT-LINE FROM WS-SUMMARY-LINE9.                        00010370
           MOVE TT-TOTAL-AMT(WS-BILLED-ROW)   TO SL-BILLED-AMT.         00010380
           WRITE RPT-LINE FROM WS-SUMMARY-LINE10.                       00010390
           MOVE WS-EXCEPTIONS        TO SL-EXCEPTIONS.                  00010400
           WRITE RPT-LINE FROM WS-SUMMARY-LINE11.                       00010410
           MOVE TT-TOTAL-AMT(WS-UNBILLED-ROW) TO SL-UNBILLED-AMT.       00010420
           WRITE RPT-LINE FROM WS-SUMMARY-LINE12.                       00010430
           MOVE WS-RATE-IGNORED      TO SL-RATE-IGNORED.                00010440
           WRITE RPT-LINE FROM WS-SUMMARY-LINE13.                       00010450
       0700-EXIT.                                                       00010460
           EXIT.                                                        00010470
                                                                        00010480
      ***************************************************************** 00010490
      * Split WS-SPLIT-TEXT into BU_SBU (before the first '/') and    * 00010500
      * application (from there to the next '/', or the end).  No     * 00010510
      * '/' at all is a BU_SBU alone.                                 * 00010520
      ***************************************************************** 00010530
       0800-SPLIT-PREFIX.                                               00010540
           MOVE SPACES TO WS-CUR-BU-SBU WS-CUR-APPLICATION.             00010550
           MOVE ZEROES TO WS-SPLIT-LEN WS-SLASH-1 WS-SLASH-2.           00010560
                                                                        00010570
           INSPECT WS-SPLIT-TEXT TALLYING WS-SPLIT-LEN                  00010580
               FOR CHARACTERS BEFORE INITIAL SPACE.                     00010590
                                                                        00010600
           IF  WS-SPLIT-LEN EQUAL ZEROES                                00010610
               GO TO 0800-EXIT.                                         00010620
                                                                        00010630
           INSPECT WS-SPLIT-TEXT(1:WS-SPLIT-LEN)                        00010640
               TALLYING WS-SLASH-1 FOR CHARACTERS BEFORE '/'.           00010650
                                                                        00010660
           IF  WS-SLASH-1 EQUAL ZEROES                                  00010670
               GO TO 0800-EXIT.                                         00010680
                                                                        00010690
           MOVE WS-SPLIT-TEXT(1:WS-SLASH-1) TO WS-CUR-BU-SBU.           00010700
                                                                        00010710
           COMPUTE WS-REST-LEN = WS-SPLIT-LEN - WS-SLASH-1 - 1.         00010720
           IF  WS-REST-LEN LESS THAN 1                                  00010730
               GO TO 0800-EXIT.                                         00010740
                                                                        00010750
           INSPECT WS-SPLIT-TEXT(WS-SLASH-1 + 2:WS-REST-LEN)            00010760
               TALLYING WS-SLASH-2 FOR CHARACTERS BEFORE '/'.           00010770
                                                                        00010780
           IF  WS-SLASH-2 GREATER THAN ZEROES                           00010790
               MOVE WS-SPLIT-TEXT(WS-SLASH-1 + 2:WS-SLASH-2)            00010800
                                        TO WS-CUR-APPLICATION.          00010810
       0800-EXIT.                                                       00010820
           EXIT.                                                        00010830
                                                                        00010840
      ***************************************************************** 00010850
      * Find the mapping for exactly WS-CUR-BU-SBU and                * 00010860
      * WS-CUR-APPLICATION.                                           * 00010870
      ***************************************************************** 00010880
       0810-FIND-MAPPING.                                               00010890
           MOVE 'N'    TO WS-MAP-SW.                                    00010900
           MOVE ZEROES TO WS-MAP-MATCH.                                 00010910
           PERFORM 0815-MATCH-MAPPING     THRU 0815-EXIT                00010920
               VARYING WS-MAP-IDX FROM 1 BY 1                           00010930
               UNTIL   WS-MAP-IDX GREATER THAN WS-MAP-COUNT             00010940
                  OR   MAPPING-FOUND.                                   00010950
       0810-EXIT.                                                       00010960
           EXIT.                                                        00010970
                                                                        00010980
       0815-MATCH-MAPPING.                                              00010990
           IF  CM-BU-SBU(WS-MAP-IDX)      EQUAL WS-CUR-BU-SBU           00011000
           AND CM-APPLICATION(WS-MAP-IDX) EQUAL WS-CUR-APPLICATION      00011010
               MOVE WS-MAP-IDX TO WS-MAP-MATCH                          00011020
               MOVE 'Y'        TO WS-MAP-SW.                            00011030
       0815-EXIT.                                                       00011040
           EXIT.                                                        00011050
                                                                        00011060
       0820-FORMAT-APPLICATION.                                         00011070
           MOVE SPACES                    TO DL-PREFIX.                 00011080
           IF  AP-APPLICATION(WS-APP-IDX) EQUAL SPACES                  00011090
               MOVE AP-BU-SBU(WS-APP-IDX) TO DL-PREFIX                  00011100
           ELSE                                                         00011110
               STRING AP-BU-SBU(WS-APP-IDX)      DELIMITED BY SPACE     00011120
                      '/'                        DELIMITED BY SIZE      00011130
                      AP-APPLICATION(WS-APP-IDX) DELIMITED BY SPACE     00011140
                      INTO DL-PREFIX.                                   00011150
           IF  DL-PREFIX EQUAL SPACES                                   00011160
               MOVE '(NO PREFIX)'         TO DL-PREFIX.                 00011170
                                                                        00011180
           MOVE AP-REQUESTS(WS-APP-IDX)   TO DL-REQUESTS.               00011190
           COMPUTE WS-WHOLE-MB ROUNDED = AP-XFER-MB(WS-APP-IDX).        00011200
           MOVE WS-WHOLE-MB               TO DL-XFER-MB.                00011210
           COMPUTE WS-WHOLE-MB ROUNDED = AP-STOR-MB(WS-APP-IDX).        00011220
           MOVE WS-WHOLE-MB               TO DL-STOR-MB.                00011230
           MOVE AP-REQ-AMT(WS-APP-IDX)    TO DL-REQ-AMT.                00011240
           MOVE AP-XFER-AMT(WS-APP-IDX)   TO DL-XFER-AMT.               00011250
           MOVE AP-STOR-AMT(WS-APP-IDX)   TO DL-STOR-AMT.               00011260
           MOVE AP-TOTAL-AMT(WS-APP-IDX)  TO DL-TOTAL-AMT.              00011270
       0820-EXIT.                                                       00011280
           EXIT.                                                        00011290
                                                                        00011300
       0830-FORMAT-TOTAL.                                               00011310
           MOVE TT-REQUESTS(WS-TOTAL-ROW) TO DL-REQUESTS.               00011320
           COMPUTE WS-WHOLE-MB ROUNDED = TT-XFER-MB(WS-TOTAL-ROW).      00011330
           MOVE WS-WHOLE-MB               TO DL-XFER-MB.                00011340
           COMPUTE WS-WHOLE-MB ROUNDED = TT-STOR-MB(WS-TOTAL-ROW).      00011350
           MOVE WS-WHOLE-MB               TO DL-STOR-MB.                00011360
           MOVE TT-REQ-AMT(WS-TOTAL-ROW)  TO DL-REQ-AMT.                00011370
           MOVE TT-XFER-AMT(WS-TOTAL-ROW) TO DL-XFER-AMT.               00011380
           MOVE TT-STOR-AMT(WS-TOTAL-ROW) TO DL-STOR-AMT.               00011390
           MOVE TT-TOTAL-AMT(WS-TOTAL-ROW) TO DL-TOTAL-AMT.             00011400
       0830-EXIT.                                                       00011410
           EXIT.                                                        00011420
                                                                        00011430
       0900-CLOSE-FILES.                                                00011440
           CLOSE ACT-IN.                                                00011450
           CLOSE HIST-IN.                                               00011460
           IF  GL-OPEN                                                  00011470
               CLOSE GL-OUT.                                            00011480
           CLOSE RPT-OUT.                                               00011490
       0900-EXIT.                                                       00011500
           EXIT.                                                        00011510
                                                                        00011520
      ***************************************************************** 00011530
      * Append this run's END record - completion status and the      * 00011540
      * run's counts, mapped on to the ledger columns as ZECSLDG.cpy  * 00011550
      * describes.  A rate table that could not be used fails the     * 00011560
      * run.                                                          * 00011570
      ***************************************************************** 00011580
       0950-LEDGER-END.                                                 00011590
           MOVE SPACES               TO LDG-RECORD.                     00011600
           MOVE 'ZECSCHG'            TO LDG-JOB.                        00011610
           MOVE 'E'                  TO LDG-EVENT.                      00011620
           MOVE WS-LDG-MODE          TO LDG-MODE.                       00011630
           MOVE WS-LDG-START-DATE    TO LDG-START-DATE.                 00011640
           MOVE WS-LDG-START-TIME    TO LDG-START-TIME.                 00011650
           ACCEPT LDG-END-DATE       FROM DATE YYYYMMDD.                00011660
           ACCEPT LDG-END-TIME       FROM TIME.                         00011670
           MOVE 'C'                  TO LDG-STATUS.                     00011680
           MOVE WS-ACT-READ          TO LDG-PROCESSED.                  00011690
           MOVE WS-GL-WRITTEN        TO LDG-OUTPUT.                     00011700
           MOVE WS-EXCEPTIONS        TO LDG-FOUND.                      00011710
           MOVE ZEROES               TO LDG-REPAIRED.                   00011720
           IF  NOT RATES-VALID                                          00011730
               MOVE 'F'              TO LDG-STATUS.                     00011740
           PERFORM 0960-APPEND-LEDGER THRU 0960-EXIT.                   00011750
       0950-EXIT.                                                       00011760
           EXIT.                                                        00011770
                                                                        00011780
      ***************************************************************** 00011790
      * Open, append one record and close again, so each record is on * 00011800
      * the dataset the moment it is written.  A first-ever run falls * 00011810
      * back to creating the ledger, as ZECSRPT's 0400-WRITE-HISTORY  * 00011820
      * does; a ledger that will not open costs the run its entry,    * 00011830
      * nothing more.                                                 * 00011840
      ***************************************************************** 00011850
       0960-APPEND-LEDGER.                                              00011860
           OPEN EXTEND LDG-OUT.                                         00011870
           IF  WS-LDG-STATUS NOT EQUAL '00'                             00011880
               OPEN OUTPUT LDG-OUT.                                     00011890
           IF  WS-LDG-STATUS NOT EQUAL '00'                             00011900
               DISPLAY 'ZECSCHG - LEDGER OPEN STATUS ' WS-LDG-STATUS    00011910
               GO TO 0960-EXIT.                                         00011920
                                                                        00011930
           WRITE LDG-OUT-RECORD FROM LDG-RECORD.                        00011940
           CLOSE LDG-OUT.                                               00011950
       0960-EXIT.                                                       00011960
           EXIT.                                                        00011970
