       CBL CICS("SP")                                                   00000010
       IDENTIFICATION DIVISION.                                         00000020
       PROGRAM-ID. ZECS012.                                             00000030
       AUTHOR.     Randy Frerking and Rich Jackson.                     00000040
      ***************************************************************** 00000050
      *                                                               * 00000060
      * z/OS Enterprise Caching Services.                             * 00000070
      *                                                               * 00000080
      * Threshold monitor and operator alerts.                        * 00000090
      *                                                               * 00000100
      * Everything that says the region is in trouble - the ZCxx_STAT * 00000110
      * counters behind ZECS001's 7000-SEND-STATS, the ZQ-FCT dead-   * 00000120
      * letter depth, quiesce state and health - otherwise has to be  * 00000130
      * pulled by someone.  Run as a started transaction (ZMxx, no    * 00000140
      * web request) this program samples each metric that has a      * 00000150
      * threshold on the ZM-FCT threshold table (ZECSZMC.cpy), then   * 00000160
      * re-STARTs itself after the monitor interval - start it once   * 00000170
      * from the PLT, with CECI, or with GET ?start.  The chain ends  * 00000180
      * when ZM-FCT is closed or disabled.                            * 00000190
      *                                                               * 00000200
      * When a metric's sample first goes above its limit the monitor * 00000210
      * issues a console message for the automation product to trap,  * 00000220
      * and when it falls back to the limit or below a second one:    * 00000230
      *                                                               * 00000240
      *   ZECSM01W ZCxx THRESHOLD BREACH mmmm VALUE=n LIMIT=n         * 00000250
      *   ZECSM01E   (the same, for a metric of severity E)           * 00000260
      *   ZECSM02I ZCxx THRESHOLD CLEAR  mmmm VALUE=n LIMIT=n         * 00000270
      *                                                               * 00000280
      * Each breach and each clear is also written to the alert       * 00000290
      * history file (ZA-FCT, ZECSALT.cpy) for the morning review;    * 00000300
      * history older than ALERT-RETAIN-DAYS is removed by the        * 00000310
      * monitor as it goes.  A metric in breach is announced once -   * 00000320
      * it stays quiet until it clears.                               * 00000330
      *                                                               * 00000340
      * Every request over the URIMAP path requires Basic             * 00000350
      * Authentication and the distinct ADMIN access level, the same  * 00000360
      * gate as ZECS006's policy table:                               * 00000370
      *                                                               * 00000380
      * GET    /thresholds           - list every threshold and       * 00000390
      *                                its current state              * 00000400
      * GET    /thresholds/{metric}  - report one threshold           * 00000410
      * PUT    /thresholds/{metric}  - add/replace a threshold        * 00000420
      * POST   /thresholds/{metric}  - same as PUT                    * 00000430
      * DELETE /thresholds/{metric}  - remove a threshold             * 00000440
      * GET    /thresholds?alerts    - alert history, newest first    * 00000450
      * GET    /thresholds?sample    - one monitor pass, with report  * 00000460
      * GET    /thresholds?start     - start the background monitor   * 00000470
      *                                                               * 00000480
      * {metric} is one of the ids listed in ZECSZMC.cpy.  The        * 00000490
      * PUT/POST body is a comma-separated list of the values to set, * 00000500
      * numbers digits-filled to the field width as ZECS006 takes     * 00000510
      * them:                                                         * 00000520
      *   LIMIT=nnnnnnnnn  - breach above this sample (9 digits)      * 00000530
      *   SEV=W|E          - console message severity                 * 00000540
      *   ON=Y|N           - monitor or suspend the metric            * 00000550
      * e.g. LIMIT=000000050,SEV=E.  LIMIT is required when the       * 00000560
      * threshold is new; a value not listed keeps its setting.       * 00000570
      *                                                               * 00000580
      * The monitor interval is enabled via PROGRAM definition, the   * 00000590
      * same pattern as ZECS011's limits: ZCxxMI LENGTH = seconds     * 00000600
      * between passes (default 60, at most one day).  A counter      * 00000610
      * metric's sample is its increase over one interval, so its     * 00000620
      * limit is a per-interval rate.                                 * 00000630
      *                                                               * 00000640
      * An ENQ on MN-ENQ-NAME keeps a web ?sample pass and the        * 00000650
      * background pass from evaluating the same thresholds at the    * 00000660
      * same time.                                                    * 00000670
      *                                                               * 00000680
      * Date       UserID    Description                              * 00000690
      * ---------- --------  ---------------------------------------- * 00000700
      *                                                               * 00000710
      ***************************************************************** 00000720
       ENVIRONMENT DIVISION.                                            00000730
       DATA DIVISION.                                                   00000740
       WORKING-STORAGE SECTION.                                         00000750
                                                                        00000760
      ***************************************************************** 00000770
      * DEFINE LOCAL VARIABLES                                        * 00000780
      ***************************************************************** 00000790
       01  ZECS002                PIC  X(08) VALUE 'ZECS002 '.          00000800
       01  CRLF                   PIC  X(02) VALUE X'0D25'.             00000810
       01  RESOURCES              PIC  X(11) VALUE '/thresholds'.       00000820
       01  RESOURCES-LENGTH       PIC S9(08) COMP VALUE 11.             00000830
                                                                        00000840
       01  TWO                    PIC S9(08) COMP VALUE  2.             00000850
       01  ONE                    PIC S9(08) COMP VALUE  1.             00000860
       01  SIX                    PIC S9(08) COMP VALUE  6.             00000870
       01  EIGHT                  PIC S9(08) COMP VALUE  8.             00000880
       01  TEN                    PIC S9(08) COMP VALUE 10.             00000890
       01  TWELVE                 PIC S9(08) COMP VALUE 12.             00000900
                                                                        00000910
       01  HTTP-NAME-LENGTH       PIC S9(08) COMP VALUE ZEROES.         00000920
       01  HTTP-VALUE-LENGTH      PIC S9(08) COMP VALUE ZEROES.         00000930
       01  HTTP-HEADER            PIC  X(13) VALUE 'Authorization'.     00000940
       01  HTTP-HEADER-VALUE      PIC  X(64) VALUE SPACES.              00000950
                                                                        00000960
       01  ZECS002-COMM-AREA.                                           00000970
           02  CA-RETURN-CODE     PIC  X(02) VALUE '00'.                00000980
           02  FILLER             PIC  X(02) VALUE SPACES.              00000990
           02  CA-USERID          PIC  X(08) VALUE SPACES.              00001000
           02  CA-PASSWORD        PIC  X(08) VALUE SPACES.              00001010
           02  CA-ENCODE          PIC  X(24) VALUE SPACES.              00001020
           02  FILLER             PIC  X(04) VALUE SPACES.              00001030
           02  CA-DECODE          PIC  X(18) VALUE SPACES.              00001040
                                                                        00001050
       01  HTTP-STATUS-200        PIC S9(04) COMP VALUE 200.            00001060
       01  HTTP-STATUS-204        PIC S9(04) COMP VALUE 204.            00001070
       01  HTTP-STATUS-400        PIC S9(04) COMP VALUE 400.            00001080
       01  HTTP-STATUS-401        PIC S9(04) COMP VALUE 401.            00001090
       01  HTTP-STATUS-507        PIC S9(04) COMP VALUE 507.            00001100
                                                                        00001110
       01  HTTP-400-TEXT          PIC  X(32) VALUE SPACES.              00001120
       01  HTTP-400-LENGTH        PIC S9(08) COMP VALUE 32.             00001130
       01  HTTP-204-TEXT          PIC  X(24) VALUE SPACES.              00001140
       01  HTTP-204-LENGTH        PIC S9(08) COMP VALUE ZEROES.         00001150
       01  HTTP-507-TEXT          PIC  X(24) VALUE SPACES.              00001160
       01  HTTP-507-LENGTH        PIC S9(08) COMP VALUE ZEROES.         00001170
                                                                        00001180
       01  HTTP-INVALID-URI.                                            00001190
           02  FILLER             PIC  X(16) VALUE 'Invalid URI form'.  00001200
           02  FILLER             PIC  X(16) VALUE 'at              '.  00001210
                                                                        00001220
       01  HTTP-AUTH-ERROR.                                             00001230
           02  FILLER             PIC  X(16) VALUE 'Basic Authentica'.  00001240
           02  FILLER             PIC  X(16) VALUE 'tion failed     '.  00001250
                                                                        00001260
       01  HTTP-UNKNOWN-METRIC.                                         00001270
           02  FILLER             PIC  X(16) VALUE 'Unknown metric  '.  00001280
           02  FILLER             PIC  X(16) VALUE SPACES.              00001290
                                                                        00001300
       01  HTTP-INVALID-VALUE.                                          00001310
           02  FILLER             PIC  X(16) VALUE 'Invalid threshol'.  00001320
           02  FILLER             PIC  X(16) VALUE 'd value         '.  00001330
                                                                        00001340
       01  HTTP-LIMIT-REQUIRED.                                         00001350
           02  FILLER             PIC  X(16) VALUE 'LIMIT= required '.  00001360
           02  FILLER             PIC  X(16) VALUE 'for a new metric'.  00001370
                                                                        00001380
       01  HTTP-PASS-ACTIVE.                                            00001390
           02  FILLER             PIC  X(16) VALUE 'Monitor pass alr'.  00001400
           02  FILLER             PIC  X(16) VALUE 'eady active     '.  00001410
                                                                        00001420
       01  HTTP-NO-THRESHOLDS     PIC  X(24) VALUE                      00001430
           'No thresholds defined'.                                     00001440
       01  HTTP-NO-THRESHOLDS-LENGTH PIC S9(08) COMP VALUE 21.          00001450
       01  HTTP-NO-ALERTS         PIC  X(24) VALUE                      00001460
           'No alert history'.                                          00001470
       01  HTTP-NO-ALERTS-LENGTH  PIC S9(08) COMP VALUE 16.             00001480
                                                                        00001490
       01  HTTP-KEY-ERROR         PIC  X(16) VALUE 'ZCxxTHR  error'.    00001500
       01  HTTP-KEY-LENGTH        PIC S9(08) COMP VALUE 16.             00001510
                                                                        00001520
       01  HTTP-OK                PIC  X(02) VALUE 'OK'.                00001530
                                                                        00001540
       01  TEXT-PLAIN             PIC  X(56) VALUE 'text/plain'.        00001550
       01  SEND-ACTION            PIC S9(08) COMP VALUE ZEROES.         00001560
                                                                        00001570
       01  HEADER-ACAO.                                                 00001580
           02  FILLER             PIC  X(16) VALUE 'Access-Control-A'.  00001590
           02  FILLER             PIC  X(11) VALUE 'llow-Origin'.       00001600
       01  HEADER-ACAO-LENGTH     PIC S9(08) COMP VALUE 27.             00001610
       01  VALUE-ACAO             PIC  X(01) VALUE '*'.                 00001620
       01  VALUE-ACAO-LENGTH      PIC S9(08) COMP VALUE 01.             00001630
                                                                        00001640
       01  WEB-SCHEME             PIC S9(08) COMP VALUE ZEROES.         00001650
       01  WEB-HOST-LENGTH        PIC S9(08) COMP VALUE 120.            00001660
       01  WEB-HTTPMETHOD-LENGTH  PIC S9(08) COMP VALUE 10.             00001670
       01  WEB-HTTPVERSION-LENGTH PIC S9(08) COMP VALUE 15.             00001680
       01  WEB-PATH-LENGTH        PIC S9(08) COMP VALUE 512.            00001690
       01  WEB-QUERYSTRING-LENGTH PIC S9(08) COMP VALUE 256.            00001700
       01  WEB-REQUESTTYPE        PIC S9(08) COMP VALUE ZEROES.         00001710
       01  WEB-PORT               PIC S9(08) COMP VALUE ZEROES.         00001720
       01  WEB-EXTRACT-RESP       PIC S9(08) COMP VALUE ZEROES.         00001730
                                                                        00001740
       01  WEB-HTTPMETHOD         PIC  X(10) VALUE SPACES.              00001750
       01  WEB-HTTP-GET           PIC  X(10) VALUE 'GET'.               00001760
       01  WEB-HTTP-PUT           PIC  X(10) VALUE 'PUT'.               00001770
       01  WEB-HTTP-POST          PIC  X(10) VALUE 'POST'.              00001780
       01  WEB-HTTP-DELETE        PIC  X(10) VALUE 'DELETE'.            00001790
       01  WEB-HTTPVERSION        PIC  X(15) VALUE SPACES.              00001800
       01  WEB-HOST               PIC  X(120) VALUE SPACES.             00001810
       01  WEB-PATH               PIC  X(512) VALUE LOW-VALUES.         00001820
       01  WEB-QUERYSTRING        PIC  X(256) VALUE SPACES.             00001830
                                                                        00001840
       01  RECEIVE-LENGTH         PIC S9(08) COMP VALUE 80.             00001850
       01  MAXIMUM-LENGTH         PIC S9(08) COMP VALUE 80.             00001860
       01  THRESHOLD-BODY         PIC  X(80) VALUE SPACES.              00001870
                                                                        00001880
       01  BODY-TOKEN-1           PIC  X(20) VALUE SPACES.              00001890
       01  BODY-TOKEN-2           PIC  X(20) VALUE SPACES.              00001900
       01  BODY-TOKEN-3           PIC  X(20) VALUE SPACES.              00001910
       01  TOKEN-VALUE            PIC  X(20) VALUE SPACES.              00001920
                                                                        00001930
       01  READ-RESP              PIC S9(08) COMP VALUE ZEROES.         00001940
       01  WRITE-RESP             PIC S9(08) COMP VALUE ZEROES.         00001950
       01  BROWSE-RESP            PIC S9(08) COMP VALUE ZEROES.         00001960
       01  THRESHOLD-RESP         PIC S9(08) COMP VALUE ZEROES.         00001970
       01  ENQ-RESP               PIC S9(08) COMP VALUE ZEROES.         00001980
       01  LIMIT-RESP             PIC S9(08) COMP VALUE ZEROES.         00001990
       01  QUEUE-RESP             PIC S9(08) COMP VALUE ZEROES.         00002000
                                                                        00002010
       01  FC-READ                PIC  X(07) VALUE 'READ   '.           00002020
       01  FC-WRITE               PIC  X(07) VALUE 'WRITE  '.           00002030
       01  FC-REWRITE             PIC  X(07) VALUE 'REWRITE'.           00002040
       01  FC-DELETE              PIC  X(07) VALUE 'DELETE '.           00002050
                                                                        00002060
       01  TD-QUEUE               PIC  X(04) VALUE '@tdq@'.             00002070
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.         00002080
       01  TD-RECORD.                                                   00002090
           02  TD-DATE            PIC  X(10).                           00002100
           02  FILLER             PIC  X(01) VALUE SPACES.              00002110
           02  TD-TIME            PIC  X(08).                           00002120
           02  FILLER             PIC  X(01) VALUE SPACES.              00002130
           02  TD-TRANID          PIC  X(04).                           00002140
           02  FILLER             PIC  X(01) VALUE SPACES.              00002150
           02  TD-MESSAGE         PIC  X(90) VALUE SPACES.              00002160
                                                                        00002170
       01  KEY-ERROR.                                                   00002180
           02  KE-DS              PIC  X(08) VALUE SPACES.              00002190
           02  FILLER             PIC  X(07) VALUE ' error '.           00002200
           02  FILLER             PIC  X(07) VALUE 'EIBFN: '.           00002210
           02  KE-FN              PIC  X(07) VALUE SPACES.              00002220
           02  FILLER             PIC  X(10) VALUE ' EIBRESP: '.        00002230
           02  KE-RESP            PIC  9(08) VALUE ZEROES.              00002240
           02  FILLER             PIC  X(11) VALUE ' EIBRESP2: '.       00002250
           02  KE-RESP2           PIC  9(08) VALUE ZEROES.              00002260
           02  FILLER             PIC  X(12) VALUE ' Paragraph: '.      00002270
           02  KE-PARAGRAPH       PIC  X(04) VALUE SPACES.              00002280
           02  KE-NOSPACE         PIC  X(08) VALUE SPACES.              00002290
                                                                        00002300
       01  NO-SPACE-MESSAGE       PIC  X(08) VALUE ' NOSPACE'.          00002310
                                                                        00002320
       01  ZF-ABS                 PIC S9(15) VALUE ZEROES COMP-3.       00002330
                                                                        00002340
       01  USER-ADMIN             PIC  X(01) VALUE 'N'.                 00002350
                                                                        00002360
      ***************************************************************** 00002370
      * Request mode.  BACKGROUND is a started task with no web       * 00002380
      * request behind it; the query string selects the web modes.    * 00002390
      ***************************************************************** 00002400
       01  MODE-SW                PIC  X(01) VALUE 'T'.                 00002410
           88  MODE-THRESHOLD     VALUE 'T'.                            00002420
           88  MODE-ALERTS        VALUE 'A'.                            00002430
           88  MODE-SAMPLE        VALUE 'P'.                            00002440
           88  MODE-START         VALUE 'S'.                            00002450
       01  BACKGROUND-SW          PIC  X(01) VALUE 'N'.                 00002460
           88  BACKGROUND         VALUE 'Y'.                            00002470
                                                                        00002480
       01  REQUEST-METRIC         PIC  X(04) VALUE SPACES.              00002490
       01  REQUEST-METRIC-LENGTH  PIC S9(08) COMP VALUE ZEROES.         00002500
                                                                        00002510
      ***************************************************************** 00002520
      * Monitored metrics - the ZECSZMC.cpy ids.  The first METRIC-   * 00002530
      * COUNTERS are ZCxx_STAT_nnnn counters (sampled as their        * 00002540
      * increase per pass); the rest are levels gathered by the       * 00002550
      * monitor itself.                                               * 00002560
      ***************************************************************** 00002570
       01  METRIC-NAMES.                                                00002580
           02  FILLER             PIC  X(44) VALUE                      00002590
               'GET MISSUPDTDEL PURGV409Q429REPLWBQ WBF WBX '.          00002600
           02  FILLER             PIC  X(12) VALUE                      00002610
               'DLQ QSC HLTH'.                                          00002620
       01  FILLER REDEFINES METRIC-NAMES.                               00002630
           02  METRIC-NAME        OCCURS 14 TIMES                       00002640
                                  PIC  X(04).                           00002650
       01  METRIC-COUNT           PIC S9(04) COMP VALUE 14.             00002660
       01  METRIC-COUNTERS        PIC S9(04) COMP VALUE 11.             00002670
       01  METRIC-INDEX           PIC S9(04) COMP VALUE ZEROES.         00002680
       01  METRIC-MATCH           PIC S9(04) COMP VALUE ZEROES.         00002690
                                                                        00002700
      ***************************************************************** 00002710
      * PUT/POST values.  Each switch records whether the body set    * 00002720
      * that value; those not set keep the record's own.              * 00002730
      ***************************************************************** 00002740
       01  PUT-LIMIT              PIC  9(09) VALUE ZEROES.              00002750
       01  PUT-SEVERITY           PIC  X(01) VALUE SPACES.              00002760
       01  PUT-ENABLED            PIC  X(01) VALUE SPACES.              00002770
       01  PUT-LIMIT-SW           PIC  X(01) VALUE 'N'.                 00002780
           88  PUT-LIMIT-GIVEN    VALUE 'Y'.                            00002790
       01  PUT-ERROR-SW           PIC  X(01) VALUE 'N'.                 00002800
           88  PUT-ERROR          VALUE 'Y'.                            00002810
                                                                        00002820
      ***************************************************************** 00002830
      * Monitor pass.  STAGE-TABLE holds the browsed threshold keys   * 00002840
      * so no browse is held open while each record is read for       * 00002850
      * update and evaluated.  The level metrics are gathered at most * 00002860
      * once per pass, and only when a threshold asks for them.       * 00002870
      ***************************************************************** 00002880
       01  STAGE-MAX              PIC S9(04) COMP VALUE 32.             00002890
       01  STAGE-COUNT            PIC S9(04) COMP VALUE ZEROES.         00002900
       01  STAGE-INDEX            PIC S9(04) COMP VALUE ZEROES.         00002910
       01  STAGE-TABLE.                                                 00002920
           02  STAGE-METRIC       OCCURS 32 TIMES                       00002930
                                  PIC  X(04).                           00002940
                                                                        00002950
       01  SAMPLED-COUNT          PIC S9(04) COMP VALUE ZEROES.         00002960
       01  BREACHED-COUNT         PIC S9(04) COMP VALUE ZEROES.         00002970
       01  CLEARED-COUNT          PIC S9(04) COMP VALUE ZEROES.         00002980
       01  IN-BREACH-COUNT        PIC S9(04) COMP VALUE ZEROES.         00002990
                                                                        00003000
       01  SAMPLE-VALUE           PIC  9(16) COMP VALUE ZEROES.         00003010
       01  SAMPLE-MAXIMUM         PIC  9(16) COMP VALUE 999999999.      00003020
       01  SAMPLE-VALID-SW        PIC  X(01) VALUE 'N'.                 00003030
           88  SAMPLE-VALID       VALUE 'Y'.                            00003040
                                                                        00003050
       01  DLQ-SAMPLED-SW         PIC  X(01) VALUE 'N'.                 00003060
           88  DLQ-SAMPLED        VALUE 'Y'.                            00003070
       01  QSC-SAMPLED-SW         PIC  X(01) VALUE 'N'.                 00003080
           88  QSC-SAMPLED        VALUE 'Y'.                            00003090
       01  HEALTH-SAMPLED-SW      PIC  X(01) VALUE 'N'.                 00003100
           88  HEALTH-SAMPLED     VALUE 'Y'.                            00003110
                                                                        00003120
       01  DLQ-DEPTH              PIC S9(04) COMP VALUE ZEROES.         00003130
       01  QSC-STATE              PIC S9(04) COMP VALUE ZEROES.         00003140
       01  HEALTH-FAILURES        PIC S9(04) COMP VALUE ZEROES.         00003150
                                                                        00003160
       01  FILE-ENABLE-STATUS     PIC S9(08) COMP VALUE ZEROES.         00003170
       01  INQUIRE-FCT            PIC  X(08) VALUE SPACES.              00003180
                                                                        00003190
       01  NOW-ABS                PIC S9(15) VALUE ZEROES COMP-3.       00003200
       01  STAMP-DATE             PIC  X(10) VALUE SPACES.              00003210
       01  STAMP-TIME             PIC  X(08) VALUE SPACES.              00003220
                                                                        00003230
      ***************************************************************** 00003240
      * Monitor interval - PROGRAM definition LENGTH in seconds when  * 00003250
      * defined and non-zero, the compiled-in default otherwise (see  * 00003260
      * 1700-MONITOR-INTERVAL), turned into the hhmmss START          * 00003270
      * INTERVAL.                                                     * 00003280
      ***************************************************************** 00003290
       01  INTERVAL-PROGRAM.                                            00003300
           02  INTERVAL-TRANID    PIC  X(04) VALUE 'ZC##'.              00003310
           02  FILLER             PIC  X(02) VALUE 'MI'.                00003320
           02  FILLER             PIC  X(02) VALUE SPACES.              00003330
                                                                        00003340
       01  MONITOR-SECONDS        PIC S9(08) COMP VALUE ZEROES.         00003350
       01  DEFAULT-MONITOR-SECONDS PIC S9(08) COMP VALUE 60.            00003360
       01  MAXIMUM-MONITOR-SECONDS PIC S9(08) COMP VALUE 86399.         00003370
       01  INTERVAL-HOURS         PIC S9(08) COMP VALUE ZEROES.         00003380
       01  INTERVAL-MINUTES       PIC S9(08) COMP VALUE ZEROES.         00003390
       01  INTERVAL-REST          PIC S9(08) COMP VALUE ZEROES.         00003400
       01  INTERVAL-SECONDS       PIC S9(08) COMP VALUE ZEROES.         00003410
                                                                        00003420
      ***************************************************************** 00003430
      * Background chain.  The monitor re-STARTs its own transaction  * 00003440
      * MONITOR-INTERVAL (hhmmss) after each pass under a fixed       * 00003450
      * REQID; each pass first CANCELs that REQID, so a second chain  * 00003460
      * started by mistake folds back into one.  GET ?start STARTs    * 00003470
      * MN-TRANID (ZMxx) immediately.                                 * 00003480
      ***************************************************************** 00003490
       01  MONITOR-INTERVAL       PIC S9(07) COMP-3 VALUE ZEROES.       00003500
       01  MN-TRANID.                                                   00003510
           02  FILLER             PIC  X(02) VALUE 'ZM'.                00003520
           02  MN-TRANID-SUFFIX   PIC  X(02) VALUE '##'.                00003530
       01  MN-REQID.                                                    00003540
           02  MN-REQID-TRANID    PIC  X(04) VALUE 'ZC##'.              00003550
           02  FILLER             PIC  X(04) VALUE 'MNTR'.              00003560
       01  MN-ENQ-NAME.                                                 00003570
           02  MN-ENQ-TRANID      PIC  X(04) VALUE 'ZC##'.              00003580
           02  FILLER             PIC  X(04) VALUE 'MNTR'.              00003590
       01  ENQ-HELD-SW            PIC  X(01) VALUE 'N'.                 00003600
           88  ENQ-HELD           VALUE 'Y'.                            00003610
                                                                        00003620
      ***************************************************************** 00003630
      * Console message - WRITE OPERATOR text, trapped by the         * 00003640
      * automation product on its message id.                         * 00003650
      ***************************************************************** 00003660
       01  CONSOLE-MESSAGE.                                             00003670
           02  CM-ID.                                                   00003680
               05  CM-ID-PREFIX   PIC  X(07) VALUE 'ZECSM01'.           00003690
               05  CM-ID-SEVERITY PIC  X(01) VALUE 'W'.                 00003700
           02  FILLER             PIC  X(01) VALUE SPACES.              00003710
           02  CM-TRANID          PIC  X(04) VALUE SPACES.              00003720
           02  FILLER             PIC  X(01) VALUE SPACES.              00003730
           02  CM-EVENT           PIC  X(16) VALUE SPACES.              00003740
           02  FILLER             PIC  X(01) VALUE SPACES.              00003750
           02  CM-METRIC          PIC  X(04) VALUE SPACES.              00003760
           02  FILLER             PIC  X(07) VALUE ' VALUE='.           00003770
           02  CM-SAMPLE          PIC  9(09) VALUE ZEROES.              00003780
           02  FILLER             PIC  X(07) VALUE ' LIMIT='.           00003790
           02  CM-LIMIT           PIC  9(09) VALUE ZEROES.              00003800
       01  CONSOLE-LENGTH         PIC S9(08) COMP VALUE 67.             00003810
                                                                        00003820
      ***************************************************************** 00003830
      * Alert history retention.  Each pass removes at most PRUNE-MAX * 00003840
      * records older than ALERT-RETAIN-DAYS, oldest first.           * 00003850
      ***************************************************************** 00003860
       01  ALERT-RETAIN-DAYS      PIC S9(04) COMP VALUE 30.             00003870
       01  DAY-MILLISECONDS       PIC S9(15) VALUE 86400000 COMP-3.     00003880
       01  PRUNE-BEFORE-ABS       PIC S9(15) VALUE ZEROES COMP-3.       00003890
       01  PRUNE-MAX              PIC S9(04) COMP VALUE 100.            00003900
       01  PRUNE-COUNT            PIC S9(04) COMP VALUE ZEROES.         00003910
       01  PRUNE-INDEX            PIC S9(04) COMP VALUE ZEROES.         00003920
       01  PRUNE-TABLE.                                                 00003930
           02  PRUNE-KEY          OCCURS 100 TIMES                      00003940
                                  PIC  X(18).                           00003950
       01  ALERT-KEY-SAVE         PIC  X(18) VALUE SPACES.              00003960
       01  BREACH-MILLISECONDS    PIC S9(15) VALUE ZEROES COMP-3.       00003970
                                                                        00003980
      ***************************************************************** 00003990
      * Report buffer - sized for ALERT-LIST-MAX history lines plus a * 00004000
      * heading, each REPORT-LINE-LENGTH bytes + CRLF.                * 00004010
      ***************************************************************** 00004020
       01  ALERT-LIST-MAX         PIC S9(04) COMP VALUE 200.            00004030
       01  LIST-COUNT             PIC S9(04) COMP VALUE ZEROES.         00004040
       01  REPORT-BUFFER          PIC X(26000) VALUE SPACES.            00004050
       01  REPORT-LENGTH          PIC S9(08) COMP VALUE ZEROES.         00004060
       01  REPORT-LINE-LENGTH     PIC S9(08) COMP VALUE 120.            00004070
       01  OUTPUT-LINE            PIC X(120) VALUE SPACES.              00004080
                                                                        00004090
       01  THRESHOLD-LINE.                                              00004100
           02  TL-METRIC          PIC  X(04).                           00004110
           02  FILLER             PIC  X(07) VALUE ' LIMIT='.           00004120
           02  TL-LIMIT           PIC  9(09).                           00004130
           02  FILLER             PIC  X(05) VALUE ' SEV='.             00004140
           02  TL-SEVERITY        PIC  X(01).                           00004150
           02  FILLER             PIC  X(04) VALUE ' ON='.              00004160
           02  TL-ENABLED         PIC  X(01).                           00004170
           02  FILLER             PIC  X(07) VALUE ' STATE='.           00004180
           02  TL-STATE           PIC  X(06).                           00004190
           02  FILLER             PIC  X(06) VALUE ' LAST='.            00004200
           02  TL-LAST            PIC  9(09).                           00004210
           02  FILLER             PIC  X(09) VALUE ' SAMPLED='.         00004220
           02  TL-SAMPLE-DATE     PIC  X(10).                           00004230
           02  FILLER             PIC  X(01) VALUE SPACES.              00004240
           02  TL-SAMPLE-TIME     PIC  X(08).                           00004250
           02  TL-SINCE-TAG       PIC  X(07).                           00004260
           02  TL-SINCE-DATE      PIC  X(10).                           00004270
           02  FILLER             PIC  X(01) VALUE SPACES.              00004280
           02  TL-SINCE-TIME      PIC  X(08).                           00004290
           02  FILLER             PIC  X(07) VALUE SPACES.              00004300
                                                                        00004310
       01  ALERT-HEADING.                                               00004320
           02  FILLER             PIC  X(20) VALUE 'DATE       TIME'.   00004330
           02  FILLER             PIC  X(12) VALUE 'TRAN EVENT'.        00004340
           02  FILLER             PIC  X(09) VALUE 'MTRC SEV'.          00004350
           02  FILLER             PIC  X(40) VALUE                      00004360
               '    SAMPLE      LIMIT       PEAK SECONDS'.              00004370
           02  FILLER             PIC  X(39) VALUE SPACES.              00004380
                                                                        00004390
       01  ALERT-LINE.                                                  00004400
           02  AL-DATE            PIC  X(10).                           00004410
           02  FILLER             PIC  X(01) VALUE SPACES.              00004420
           02  AL-TIME            PIC  X(08).                           00004430
           02  FILLER             PIC  X(01) VALUE SPACES.              00004440
           02  AL-TRANID          PIC  X(04).                           00004450
           02  FILLER             PIC  X(01) VALUE SPACES.              00004460
           02  AL-EVENT           PIC  X(06).                           00004470
           02  FILLER             PIC  X(01) VALUE SPACES.              00004480
           02  AL-METRIC          PIC  X(04).                           00004490
           02  FILLER             PIC  X(01) VALUE SPACES.              00004500
           02  AL-SEVERITY        PIC  X(01).                           00004510
           02  FILLER             PIC  X(01) VALUE SPACES.              00004520
           02  AL-SAMPLE          PIC  Z(09)9.                          00004530
           02  FILLER             PIC  X(01) VALUE SPACES.              00004540
           02  AL-LIMIT           PIC  Z(09)9.                          00004550
           02  FILLER             PIC  X(01) VALUE SPACES.              00004560
           02  AL-PEAK            PIC  Z(09)9.                          00004570
           02  FILLER             PIC  X(01) VALUE SPACES.              00004580
           02  AL-DURATION        PIC  Z(06)9.                          00004590
           02  FILLER             PIC  X(41) VALUE SPACES.              00004600
                                                                        00004610
       01  SUMMARY-LINE.                                                00004620
           02  FILLER             PIC  X(09) VALUE 'SAMPLED: '.         00004630
           02  SL-SAMPLED         PIC  9(04).                           00004640
           02  FILLER             PIC  X(11) VALUE ' BREACHED: '.       00004650
           02  SL-BREACHED        PIC  9(04).                           00004660
           02  FILLER             PIC  X(10) VALUE ' CLEARED: '.        00004670
           02  SL-CLEARED         PIC  9(04).                           00004680
           02  FILLER             PIC  X(12) VALUE ' IN BREACH: '.      00004690
           02  SL-IN-BREACH       PIC  9(04).                           00004700
                                                                        00004710
      ***************************************************************** 00004720
      * Security Definition - same ZCxxSD document template ZECS001   * 00004730
      * scans, consulted here for the caller's ADMIN entry.           * 00004740
      ***************************************************************** 00004750
       01  SD-RESP                PIC S9(08) COMP.                      00004760
       01  SD-INDEX               PIC S9(08) COMP.                      00004770
       01  SD-LENGTH              PIC S9(08) COMP.                      00004780
                                                                        00004790
       01  SD-ADMIN               PIC  X(06) VALUE 'ADMIN '.            00004800
                                                                        00004810
       01  SD-TOKEN               PIC  X(16) VALUE SPACES.              00004820
       01  ZECS-SD.                                                     00004830
           02  SD-TRANID          PIC  X(04) VALUE 'ZC##'.              00004840
           02  SD-TYPE            PIC  X(02) VALUE 'SD'.                00004850
           02  FILLER             PIC  X(42) VALUE SPACES.              00004860
                                                                        00004870
       01  SD-DSECT.                                                    00004880
           02  SD-TABLE        OCCURS    63 TIMES.                      00004890
               05  FILLER         PIC  X(05).                           00004900
               05  SD-USER-ID     PIC  X(08).                           00004910
               05  SD-COMMA       PIC  X(01).                           00004920
               05  SD-ACCESS      PIC  X(06).                           00004930
               05  SD-CRLF        PIC  X(02).                           00004940
                                                                        00004950
      ***************************************************************** 00004960
      * Partner Data Centers - the same ZCxxDC/ZCxxDP document        * 00004970
      * templates ZECS001's 8000-GET-URL reads, loaded as ZECS007     * 00004980
      * loads them, for the HLTH partner handshakes.                  * 00004990
      ***************************************************************** 00005000
       01  THE-OTHER-DC-LENGTH    PIC S9(08) COMP VALUE ZEROES.         00005010
                                                                        00005020
       01  DC-TOKEN               PIC  X(16) VALUE SPACES.              00005030
       01  DC-LENGTH              PIC S9(08) COMP VALUE ZEROES.         00005040
       01  ZECS-DC.                                                     00005050
           02  DC-TRANID          PIC  X(04) VALUE 'ZC##'.              00005060
           02  FILLER             PIC  X(02) VALUE 'DC'.                00005070
           02  FILLER             PIC  X(42) VALUE SPACES.              00005080
                                                                        00005090
       01  DC-CONTROL.                                                  00005100
           02  FILLER             PIC  X(06).                           00005110
           02  DC-TYPE            PIC  X(02) VALUE SPACES.              00005120
           02  DC-CRLF            PIC  X(02).                           00005130
           02  THE-OTHER-DC       PIC X(160) VALUE SPACES.              00005140
           02  FILLER             PIC  X(02).                           00005150
                                                                        00005160
       01  ACTIVE-SINGLE          PIC  X(02) VALUE 'A1'.                00005170
       01  ACTIVE-ACTIVE          PIC  X(02) VALUE 'AA'.                00005180
       01  ACTIVE-STANDBY         PIC  X(02) VALUE 'AS'.                00005190
                                                                        00005200
       01  DP-TOKEN               PIC  X(16) VALUE SPACES.              00005210
       01  ZECS-DP.                                                     00005220
           02  DP-TRANID          PIC  X(04) VALUE 'ZC##'.              00005230
           02  FILLER             PIC  X(02) VALUE 'DP'.                00005240
           02  FILLER             PIC  X(42) VALUE SPACES.              00005250
                                                                        00005260
       01  DP-RESP                PIC S9(08) COMP VALUE ZEROES.         00005270
       01  DP-INDEX               PIC S9(04) COMP VALUE ZEROES.         00005280
       01  DP-DSECT-LENGTH        PIC S9(08) COMP VALUE ZEROES.         00005290
                                                                        00005300
       01  DP-DSECT.                                                    00005310
           02  DP-TABLE        OCCURS     8 TIMES.                      00005320
               05  DP-NAME        PIC  X(08).                           00005330
               05  DP-MODE        PIC  X(01).                           00005340
               05  DP-URL         PIC X(149).                           00005350
               05  DP-CRLF        PIC  X(02).                           00005360
                                                                        00005370
       01  PARTNER-LOAD-SW        PIC  X(01) VALUE 'N'.                 00005380
           88  PARTNERS-LOADED    VALUE 'Y'.                            00005390
       01  PARTNER-COUNT          PIC S9(04) COMP VALUE ZEROES.         00005400
       01  PARTNER-INDEX          PIC S9(04) COMP VALUE ZEROES.         00005410
       01  PARTNER-URL            PIC X(160) VALUE SPACES.              00005420
       01  PARTNER-URL-LENGTH     PIC S9(08) COMP VALUE ZEROES.         00005430
       01  PARTNER-DEFAULT-NAME   PIC  X(08) VALUE 'PARTNER'.           00005440
                                                                        00005450
       01  PARTNER-TABLE.                                               00005460
           02  PARTNER-ENTRY   OCCURS     8 TIMES.                      00005470
               05  PT-NAME        PIC  X(08).                           00005480
               05  PT-MODE        PIC  X(01).                           00005490
                   88  PT-ACTIVE      VALUE 'A'.                        00005500
                   88  PT-STANDBY     VALUE 'S'.                        00005510
               05  PT-URL-SW      PIC  X(01).                           00005520
                   88  PT-URL-OK      VALUE 'Y'.                        00005530
               05  PT-SCHEME-NAME PIC  X(16).                           00005540
               05  PT-HOST        PIC  X(80).                           00005550
               05  PT-HOST-LENGTH PIC S9(08) COMP.                      00005560
               05  PT-PORT        PIC S9(08) COMP.                      00005570
                                                                        00005580
       01  SESSION-TOKEN          PIC  9(18) COMP VALUE ZEROES.         00005590
       01  URL-SCHEME-NAME        PIC  X(16) VALUE SPACES.              00005600
       01  URL-SCHEME             PIC S9(08) COMP VALUE ZEROES.         00005610
       01  URL-PORT               PIC S9(08) COMP VALUE ZEROES.         00005620
       01  URL-HOST-NAME          PIC  X(80) VALUE SPACES.              00005630
       01  URL-HOST-NAME-LENGTH   PIC S9(08) COMP VALUE 80.             00005640
                                                                        00005650
      ***************************************************************** 00005660
      * Statistics counters - same names 7000-SEND-STATS reports.     * 00005670
      ***************************************************************** 00005680
       01  STAT-COUNTER.                                                00005690
           02  STAT-TRANID        PIC  X(04) VALUE 'ZC##'.              00005700
           02  FILLER             PIC  X(06) VALUE '_STAT_'.            00005710
           02  STAT-ID            PIC  X(04) VALUE SPACES.              00005720
           02  FILLER             PIC  X(02) VALUE SPACES.              00005730
                                                                        00005740
       01  STAT-VALUE             PIC  9(16) COMP VALUE ZEROES.         00005750
       01  STAT-RESP              PIC S9(08) COMP VALUE ZEROES.         00005760
                                                                        00005770
      ***************************************************************** 00005780
      * Quiesce switch - one item on the ZQS-FCT TS queue while the   * 00005790
      * region is quiesced (see ZECS001's 1140-CHECK-QUIESCE).        * 00005800
      ***************************************************************** 00005810
       01  ZQS-FCT.                                                     00005820
           02  ZQS-TRANID         PIC  X(04) VALUE 'ZC##'.              00005830
           02  FILLER             PIC  X(04) VALUE 'QSC '.              00005840
                                                                        00005850
       01  QSC-RECORD             PIC  X(26) VALUE SPACES.              00005860
       01  QSC-LENGTH             PIC S9(04) COMP VALUE ZEROES.         00005870
                                                                        00005880
       01  ZK-FCT.                                                      00005890
           02  ZK-TRANID          PIC  X(04) VALUE 'ZC##'.              00005900
           02  FILLER             PIC  X(04) VALUE 'KEY '.              00005910
                                                                        00005920
       01  ZF-FCT.                                                      00005930
           02  ZF-TRANID          PIC  X(04) VALUE 'ZC##'.              00005940
           02  FILLER             PIC  X(04) VALUE 'FILE'.              00005950
                                                                        00005960
       01  ZQ-FCT.                                                      00005970
           02  ZQ-TRANID          PIC  X(04) VALUE 'ZC##'.              00005980
           02  FILLER             PIC  X(04) VALUE 'DLQ '.              00005990
                                                                        00006000
       01  ZS-FCT.                                                      00006010
           02  ZS-TRANID          PIC  X(04) VALUE 'ZC##'.              00006020
           02  FILLER             PIC  X(04) VALUE 'SEC '.              00006030
                                                                        00006040
       01  ZM-FCT.                                                      00006050
           02  ZM-TRANID          PIC  X(04) VALUE 'ZC##'.              00006060
           02  FILLER             PIC  X(04) VALUE 'THR '.              00006070
                                                                        00006080
       01  ZA-FCT.                                                      00006090
           02  ZA-TRANID          PIC  X(04) VALUE 'ZC##'.              00006100
           02  FILLER             PIC  X(04) VALUE 'ALT '.              00006110
                                                                        00006120
       01  ZS-LENGTH              PIC S9(04) COMP VALUE ZEROES.         00006130
       01  ZM-LENGTH              PIC S9(04) COMP VALUE ZEROES.         00006140
       01  ALT-LENGTH             PIC S9(04) COMP VALUE ZEROES.         00006150
       01  DLQ-LENGTH             PIC S9(04) COMP VALUE ZEROES.         00006160
                                                                        00006170
      ***************************************************************** 00006180
      * zECS SECURITY GRANT record definition.                        * 00006190
      ***************************************************************** 00006200
       COPY ZECSZSC.                                                    00006210
                                                                        00006220
      ***************************************************************** 00006230
      * zECS MONITOR THRESHOLD record definition.                     * 00006240
      ***************************************************************** 00006250
       COPY ZECSZMC.                                                    00006260
                                                                        00006270
      ***************************************************************** 00006280
      * zECS MONITOR ALERT HISTORY record definition.                 * 00006290
      ***************************************************************** 00006300
       COPY ZECSALT.                                                    00006310
                                                                        00006320
      ***************************************************************** 00006330
      * zECS DEAD-LETTER record definition.                           * 00006340
      ***************************************************************** 00006350
       COPY ZECSDLQ.                                                    00006360
                                                                        00006370
      ***************************************************************** 00006380
      * Dynamic Storage                                               * 00006390
      ***************************************************************** 00006400
       LINKAGE SECTION.                                                 00006410
       01  DFHCOMMAREA            PIC  X(01).                           00006420
                                                                        00006430
       PROCEDURE DIVISION.                                              00006440
                                                                        00006450
      ***************************************************************** 00006460
      * Main process.                                                 * 00006470
      ***************************************************************** 00006480
           PERFORM 1000-ACCESS-PARMS       THRU 1000-EXIT.              00006490
           PERFORM 2000-PROCESS-REQUEST    THRU 2000-EXIT.              00006500
           PERFORM 9000-RETURN             THRU 9000-EXIT.              00006510
                                                                        00006520
      ***************************************************************** 00006530
      * Access parms.  A WEB EXTRACT that fails means there is no web * 00006540
      * request behind this task - it was STARTed, and runs one       * 00006550
      * background monitor pass.                                      * 00006560
      ***************************************************************** 00006570
       1000-ACCESS-PARMS.                                               00006580
           EXEC CICS WEB EXTRACT                                        00006590
                SCHEME(WEB-SCHEME)                                      00006600
                HOST(WEB-HOST)                                          00006610
                HOSTLENGTH(WEB-HOST-LENGTH)                             00006620
                HTTPMETHOD(WEB-HTTPMETHOD)                              00006630
                METHODLENGTH(WEB-HTTPMETHOD-LENGTH)                     00006640
                HTTPVERSION(WEB-HTTPVERSION)                            00006650
                VERSIONLEN(WEB-HTTPVERSION-LENGTH)                      00006660
                PATH(WEB-PATH)                                          00006670
                PATHLENGTH(WEB-PATH-LENGTH)                             00006680
                PORTNUMBER(WEB-PORT)                                    00006690
                QUERYSTRING(WEB-QUERYSTRING)                            00006700
                QUERYSTRLEN(WEB-QUERYSTRING-LENGTH)                     00006710
                REQUESTTYPE(WEB-REQUESTTYPE)                            00006720
                RESP(WEB-EXTRACT-RESP)                                  00006730
                NOHANDLE                                                00006740
           END-EXEC.                                                    00006750
                                                                        00006760
           MOVE EIBTRNID(3:2)               TO ZK-TRANID(3:2).          00006770
           MOVE EIBTRNID(3:2)               TO ZF-TRANID(3:2).          00006780
           MOVE EIBTRNID(3:2)               TO ZQ-TRANID(3:2).          00006790
           MOVE EIBTRNID(3:2)               TO ZS-TRANID(3:2).          00006800
           MOVE EIBTRNID(3:2)               TO ZM-TRANID(3:2).          00006810
           MOVE EIBTRNID(3:2)               TO ZA-TRANID(3:2).          00006820
           MOVE EIBTRNID(3:2)               TO ZQS-TRANID(3:2).         00006830
           MOVE EIBTRNID(3:2)               TO DC-TRANID(3:2).          00006840
           MOVE EIBTRNID(3:2)               TO STAT-TRANID(3:2).        00006850
           MOVE EIBTRNID(3:2)               TO INTERVAL-TRANID(3:2).    00006860
           MOVE EIBTRNID(3:2)               TO MN-TRANID-SUFFIX.        00006870
           MOVE EIBTRNID(3:2)               TO MN-REQID-TRANID(3:2).    00006880
           MOVE EIBTRNID(3:2)               TO MN-ENQ-TRANID(3:2).      00006890
                                                                        00006900
           IF  WEB-EXTRACT-RESP NOT EQUAL DFHRESP(NORMAL)               00006910
               MOVE 'Y'                     TO BACKGROUND-SW            00006920
               GO TO 1000-EXIT.                                         00006930
                                                                        00006940
           PERFORM 1050-PARSE-PATH         THRU 1050-EXIT.              00006950
           PERFORM 1500-AUTHENTICATE       THRU 1500-EXIT.              00006960
           PERFORM 1600-ADMIN-ACCESS       THRU 1600-EXIT.              00006970
           PERFORM 1100-PARSE-QUERY        THRU 1100-EXIT.              00006980
       1000-EXIT.                                                       00006990
           EXIT.                                                        00007000
                                                                        00007010
      ***************************************************************** 00007020
      * The path is /thresholds, optionally followed by /{metric}.  A * 00007030
      * metric id shorter than four characters is blank padded, as    * 00007040
      * the ids are stored.                                           * 00007050
      ***************************************************************** 00007060
       1050-PARSE-PATH.                                                 00007070
           IF  WEB-PATH-LENGTH LESS THAN RESOURCES-LENGTH OR            00007080
               WEB-PATH(1:RESOURCES-LENGTH) NOT EQUAL RESOURCES         00007090
               MOVE HTTP-INVALID-URI       TO HTTP-400-TEXT             00007100
               PERFORM 9400-STATUS-400   THRU 9400-EXIT                 00007110
               PERFORM 9000-RETURN       THRU 9000-EXIT.                00007120
                                                                        00007130
           MOVE SPACES                     TO REQUEST-METRIC.           00007140
                                                                        00007150
           IF  WEB-PATH-LENGTH EQUAL RESOURCES-LENGTH                   00007160
               GO TO 1050-EXIT.                                         00007170
                                                                        00007180
           IF  WEB-PATH(RESOURCES-LENGTH + ONE:1) NOT EQUAL '/'         00007190
               MOVE HTTP-INVALID-URI       TO HTTP-400-TEXT             00007200
               PERFORM 9400-STATUS-400   THRU 9400-EXIT                 00007210
               PERFORM 9000-RETURN       THRU 9000-EXIT.                00007220
                                                                        00007230
           COMPUTE REQUEST-METRIC-LENGTH =                              00007240
               WEB-PATH-LENGTH - RESOURCES-LENGTH - ONE.                00007250
                                                                        00007260
           IF  REQUEST-METRIC-LENGTH EQUAL ZEROES                       00007270
               GO TO 1050-EXIT.                                         00007280
                                                                        00007290
           IF  REQUEST-METRIC-LENGTH GREATER THAN                       00007300
                   LENGTH OF REQUEST-METRIC                             00007310
               MOVE HTTP-UNKNOWN-METRIC    TO HTTP-400-TEXT             00007320
               PERFORM 9400-STATUS-400   THRU 9400-EXIT                 00007330
               PERFORM 9000-RETURN       THRU 9000-EXIT.                00007340
                                                                        00007350
           MOVE WEB-PATH(RESOURCES-LENGTH + TWO:REQUEST-METRIC-LENGTH)  00007360
             TO REQUEST-METRIC.                                         00007370
       1050-EXIT.                                                       00007380
           EXIT.                                                        00007390
                                                                        00007400
      ***************************************************************** 00007410
      * Select the web mode from the query string - see the program   * 00007420
      * header.  No query string is threshold maintenance.            * 00007430
      ***************************************************************** 00007440
       1100-PARSE-QUERY.                                                00007450
           IF  WEB-QUERYSTRING-LENGTH EQUAL ZEROES                      00007460
               GO TO 1100-EXIT.                                         00007470
                                                                        00007480
           IF  WEB-QUERYSTRING-LENGTH EQUAL 6  AND                      00007490
               WEB-QUERYSTRING(1:6) EQUAL 'alerts'                      00007500
               MOVE 'A'                     TO MODE-SW                  00007510
               GO TO 1100-EXIT.                                         00007520
                                                                        00007530
           IF  WEB-QUERYSTRING-LENGTH EQUAL 6  AND                      00007540
               WEB-QUERYSTRING(1:6) EQUAL 'sample'                      00007550
               MOVE 'P'                     TO MODE-SW                  00007560
               GO TO 1100-EXIT.                                         00007570
                                                                        00007580
           IF  WEB-QUERYSTRING-LENGTH EQUAL 5  AND                      00007590
               WEB-QUERYSTRING(1:5) EQUAL 'start'                       00007600
               MOVE 'S'                     TO MODE-SW                  00007610
               GO TO 1100-EXIT.                                         00007620
                                                                        00007630
           MOVE HTTP-INVALID-URI           TO HTTP-400-TEXT.            00007640
           PERFORM 9400-STATUS-400       THRU 9400-EXIT.                00007650
           PERFORM 9000-RETURN           THRU 9000-EXIT.                00007660
       1100-EXIT.                                                       00007670
           EXIT.                                                        00007680
                                                                        00007690
      ***************************************************************** 00007700
      * LINK to ZECS002 to perform Basic Authentication.  Identical   * 00007710
      * to ZECS006's 1500-AUTHENTICATE.                               * 00007720
      ***************************************************************** 00007730
       1500-AUTHENTICATE.                                               00007740
           MOVE LENGTH OF HTTP-HEADER       TO HTTP-NAME-LENGTH.        00007750
           MOVE LENGTH OF HTTP-HEADER-VALUE TO HTTP-VALUE-LENGTH.       00007760
                                                                        00007770
           EXEC CICS WEB READ HTTPHEADER(HTTP-HEADER)                   00007780
                NAMELENGTH(HTTP-NAME-LENGTH)                            00007790
                VALUE(HTTP-HEADER-VALUE)                                00007800
                VALUELENGTH(HTTP-VALUE-LENGTH)                          00007810
                NOHANDLE                                                00007820
           END-EXEC.                                                    00007830
                                                                        00007840
           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)                        00007850
               PERFORM 9600-AUTH-ERROR     THRU 9600-EXIT               00007860
               PERFORM 9000-RETURN         THRU 9000-EXIT.              00007870
                                                                        00007880
           IF  HTTP-VALUE-LENGTH GREATER THAN SIX                       00007890
               MOVE HTTP-HEADER-VALUE(7:24) TO CA-ENCODE                00007900
               EXEC CICS LINK PROGRAM(ZECS002)                          00007910
                    COMMAREA(ZECS002-COMM-AREA)                         00007920
                    NOHANDLE                                            00007930
               END-EXEC                                                 00007940
                                                                        00007950
               IF  CA-RETURN-CODE NOT EQUAL '00'                        00007960
                   PERFORM 9600-AUTH-ERROR THRU 9600-EXIT               00007970
                   PERFORM 9000-RETURN     THRU 9000-EXIT.              00007980
                                                                        00007990
           IF  HTTP-VALUE-LENGTH EQUAL        SIX   OR                  00008000
               HTTP-VALUE-LENGTH LESS THAN    SIX                       00008010
                   PERFORM 9600-AUTH-ERROR THRU 9600-EXIT               00008020
                   PERFORM 9000-RETURN     THRU 9000-EXIT.              00008030
                                                                        00008040
       1500-EXIT.                                                       00008050
           EXIT.                                                        00008060
                                                                        00008070
      ***************************************************************** 00008080
      * The caller must hold the distinct ADMIN access level - same   * 00008090
      * check as ZECS006's 1600-ADMIN-ACCESS.                         * 00008100
      ***************************************************************** 00008110
       1600-ADMIN-ACCESS.                                               00008120
           MOVE 'N' TO USER-ADMIN.                                      00008130
                                                                        00008140
           PERFORM 1610-SCAN-ZCXXSD        THRU 1610-EXIT.              00008150
                                                                        00008160
           IF  USER-ADMIN EQUAL 'N'                                     00008170
               PERFORM 1630-CHECK-ZSFCT     THRU 1630-EXIT.             00008180
                                                                        00008190
           IF  USER-ADMIN EQUAL 'N'                                     00008200
               PERFORM 9600-AUTH-ERROR     THRU 9600-EXIT               00008210
               PERFORM 9000-RETURN         THRU 9000-EXIT.              00008220
                                                                        00008230
       1600-EXIT.                                                       00008240
           EXIT.                                                        00008250
                                                                        00008260
      ***************************************************************** 00008270
      * Access the security model document template and scan it for   * 00008280
      * an ADMIN entry naming the caller.                             * 00008290
      ***************************************************************** 00008300
       1610-SCAN-ZCXXSD.                                                00008310
           MOVE EIBTRNID               TO SD-TRANID.                    00008320
                                                                        00008330
           EXEC CICS DOCUMENT CREATE DOCTOKEN(SD-TOKEN)                 00008340
                TEMPLATE(ZECS-SD)                                       00008350
                RESP(SD-RESP)                                           00008360
                NOHANDLE                                                00008370
           END-EXEC.                                                    00008380
                                                                        00008390
           IF  SD-RESP NOT EQUAL DFHRESP(NORMAL)                        00008400
               GO TO 1610-EXIT.                                         00008410
                                                                        00008420
           MOVE LENGTH OF SD-DSECT     TO SD-LENGTH.                    00008430
                                                                        00008440
           EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(SD-TOKEN)               00008450
                INTO     (SD-DSECT)                                     00008460
                LENGTH   (SD-LENGTH)                                    00008470
                MAXLENGTH(SD-LENGTH)                                    00008480
                DATAONLY                                                00008490
                RESP(SD-RESP)                                           00008500
                NOHANDLE                                                00008510
           END-EXEC.                                                    00008520
                                                                        00008530
           IF  SD-RESP NOT EQUAL DFHRESP(NORMAL)                        00008540
               GO TO 1610-EXIT.                                         00008550
                                                                        00008560
           PERFORM 1620-SCAN-ENTRY         THRU 1620-EXIT               00008570
               WITH TEST AFTER                                          00008580
               VARYING SD-INDEX FROM 1 BY 1                             00008590
               UNTIL   SD-INDEX   EQUAL 63  OR                          00008600
                       USER-ADMIN EQUAL 'Y' OR                          00008610
                       SD-LENGTH  EQUAL ZEROES.                         00008620
                                                                        00008630
       1610-EXIT.                                                       00008640
           EXIT.                                                        00008650
                                                                        00008660
       1620-SCAN-ENTRY.                                                 00008670
           IF  SD-USER-ID(SD-INDEX) EQUAL CA-USERID                     00008680
               IF  SD-ACCESS(SD-INDEX) EQUAL SD-ADMIN                   00008690
                   MOVE 'Y' TO USER-ADMIN.                              00008700
                                                                        00008710
           SUBTRACT LENGTH OF SD-TABLE FROM SD-LENGTH.                  00008720
                                                                        00008730
       1620-EXIT.                                                       00008740
           EXIT.                                                        00008750
                                                                        00008760
      ***************************************************************** 00008770
      * Check the caller's own online grant record for ADMIN.         * 00008780
      ***************************************************************** 00008790
       1630-CHECK-ZSFCT.                                                00008800
           MOVE LENGTH OF ZS-RECORD    TO ZS-LENGTH.                    00008810
           EXEC CICS READ FILE(ZS-FCT)                                  00008820
                INTO  (ZS-RECORD)                                       00008830
                RIDFLD(CA-USERID)                                       00008840
                LENGTH(ZS-LENGTH)                                       00008850
                RESP  (READ-RESP)                                       00008860
                NOHANDLE                                                00008870
           END-EXEC.                                                    00008880
                                                                        00008890
           IF  READ-RESP EQUAL DFHRESP(NORMAL)                          00008900
               IF  ZS-ADMIN-ACCESS EQUAL 'Y'                            00008910
                   MOVE 'Y' TO USER-ADMIN.                              00008920
                                                                        00008930
       1630-EXIT.                                                       00008940
           EXIT.                                                        00008950
                                                                        00008960
      ***************************************************************** 00008970
      * Monitor interval - PROGRAM definition LENGTH in seconds when  * 00008980
      * defined and non-zero, the compiled-in default otherwise, at   * 00008990
      * most one day; then the same time as an hhmmss START INTERVAL. * 00009000
      ***************************************************************** 00009010
       1700-MONITOR-INTERVAL.                                           00009020
           EXEC CICS INQUIRE                                            00009030
                PROGRAM(INTERVAL-PROGRAM)                               00009040
                LENGTH (MONITOR-SECONDS)                                00009050
                RESP   (LIMIT-RESP)                                     00009060
                NOHANDLE                                                00009070
           END-EXEC.                                                    00009080
                                                                        00009090
           IF  LIMIT-RESP NOT EQUAL DFHRESP(NORMAL) OR                  00009100
               MONITOR-SECONDS NOT GREATER THAN ZEROES                  00009110
               MOVE DEFAULT-MONITOR-SECONDS TO MONITOR-SECONDS.         00009120
                                                                        00009130
           IF  MONITOR-SECONDS GREATER THAN MAXIMUM-MONITOR-SECONDS     00009140
               MOVE MAXIMUM-MONITOR-SECONDS TO MONITOR-SECONDS.         00009150
                                                                        00009160
           DIVIDE MONITOR-SECONDS BY 3600                               00009170
               GIVING    INTERVAL-HOURS                                 00009180
               REMAINDER INTERVAL-REST.                                 00009190
           DIVIDE INTERVAL-REST BY 60                                   00009200
               GIVING    INTERVAL-MINUTES                               00009210
               REMAINDER INTERVAL-SECONDS.                              00009220
                                                                        00009230
           COMPUTE MONITOR-INTERVAL =                                   00009240
               INTERVAL-HOURS   * 10000 +                               00009250
               INTERVAL-MINUTES * 100   +                               00009260
               INTERVAL-SECONDS.                                        00009270
                                                                        00009280
       1700-EXIT.                                                       00009290
           EXIT.                                                        00009300
                                                                        00009310
      ***************************************************************** 00009320
      * Process the request.                                          * 00009330
      ***************************************************************** 00009340
       2000-PROCESS-REQUEST.                                            00009350
           IF  BACKGROUND                                               00009360
               PERFORM 2100-BACKGROUND-PASS THRU 2100-EXIT              00009370
               PERFORM 9000-RETURN          THRU 9000-EXIT.             00009380
                                                                        00009390
           IF  NOT MODE-THRESHOLD                                       00009400
               IF  WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-GET                00009410
                   MOVE HTTP-INVALID-URI   TO HTTP-400-TEXT             00009420
                   PERFORM 9400-STATUS-400 THRU 9400-EXIT               00009430
                   PERFORM 9000-RETURN   THRU 9000-EXIT.                00009440
                                                                        00009450
           IF  MODE-ALERTS                                              00009460
               PERFORM 5000-LIST-ALERTS  THRU 5000-EXIT                 00009470
               PERFORM 9000-RETURN       THRU 9000-EXIT.                00009480
                                                                        00009490
           IF  MODE-START                                               00009500
               PERFORM 6500-START-MONITOR THRU 6500-EXIT                00009510
               PERFORM 9000-RETURN       THRU 9000-EXIT.                00009520
                                                                        00009530
           IF  MODE-SAMPLE                                              00009540
               PERFORM 2200-ENQ-PASS     THRU 2200-EXIT                 00009550
               IF  NOT ENQ-HELD                                         00009560
                   MOVE HTTP-PASS-ACTIVE   TO HTTP-400-TEXT             00009570
                   PERFORM 9400-STATUS-400 THRU 9400-EXIT               00009580
                   PERFORM 9000-RETURN   THRU 9000-EXIT                 00009590
               END-IF                                                   00009600
               PERFORM 3000-MONITOR-PASS THRU 3000-EXIT                 00009610
               PERFORM 2300-DEQ-PASS     THRU 2300-EXIT                 00009620
               PERFORM 7000-SEND-SUMMARY THRU 7000-EXIT                 00009630
               PERFORM 9000-RETURN       THRU 9000-EXIT.                00009640
                                                                        00009650
           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-GET                        00009660
               IF  REQUEST-METRIC EQUAL SPACES                          00009670
                   PERFORM 4000-LIST-THRESHOLDS THRU 4000-EXIT          00009680
               ELSE                                                     00009690
                   PERFORM 4100-READ-THRESHOLD  THRU 4100-EXIT          00009700
               END-IF                                                   00009710
               PERFORM 9000-RETURN       THRU 9000-EXIT.                00009720
                                                                        00009730
           IF  REQUEST-METRIC EQUAL SPACES                              00009740
               MOVE HTTP-INVALID-URI       TO HTTP-400-TEXT             00009750
               PERFORM 9400-STATUS-400   THRU 9400-EXIT                 00009760
               PERFORM 9000-RETURN       THRU 9000-EXIT.                00009770
                                                                        00009780
           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-PUT OR                     00009790
               WEB-HTTPMETHOD EQUAL WEB-HTTP-POST                       00009800
               PERFORM 4200-WRITE-THRESHOLD THRU 4200-EXIT              00009810
               PERFORM 9000-RETURN       THRU 9000-EXIT.                00009820
                                                                        00009830
           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-DELETE                     00009840
               PERFORM 4300-DELETE-THRESHOLD THRU 4300-EXIT             00009850
               PERFORM 9000-RETURN       THRU 9000-EXIT.                00009860
                                                                        00009870
           MOVE HTTP-INVALID-URI           TO HTTP-400-TEXT.            00009880
           PERFORM 9400-STATUS-400       THRU 9400-EXIT.                00009890
       2000-EXIT.                                                       00009900
           EXIT.                                                        00009910
                                                                        00009920
      ***************************************************************** 00009930
      * Background monitor pass.  Cancel any pending restart of this  * 00009940
      * chain, evaluate every threshold, and START the next pass      * 00009950
      * after MONITOR-INTERVAL.  A closed or disabled ZM-FCT ends the * 00009960
      * chain.                                                        * 00009970
      ***************************************************************** 00009980
       2100-BACKGROUND-PASS.                                            00009990
           EXEC CICS CANCEL REQID(MN-REQID)                             00010000
                NOHANDLE                                                00010010
           END-EXEC.                                                    00010020
                                                                        00010030
           PERFORM 1700-MONITOR-INTERVAL THRU 1700-EXIT.                00010040
                                                                        00010050
           PERFORM 2200-ENQ-PASS         THRU 2200-EXIT.                00010060
           IF  ENQ-HELD                                                 00010070
               PERFORM 3000-MONITOR-PASS THRU 3000-EXIT                 00010080
               PERFORM 2300-DEQ-PASS     THRU 2300-EXIT.                00010090
                                                                        00010100
           IF  THRESHOLD-RESP EQUAL DFHRESP(NOTOPEN)  OR                00010110
               THRESHOLD-RESP EQUAL DFHRESP(DISABLED)                   00010120
               GO TO 2100-EXIT.                                         00010130
                                                                        00010140
           EXEC CICS START TRANSID(EIBTRNID)                            00010150
                INTERVAL(MONITOR-INTERVAL)                              00010160
                REQID   (MN-REQID)                                      00010170
                NOHANDLE                                                00010180
           END-EXEC.                                                    00010190
                                                                        00010200
       2100-EXIT.                                                       00010210
           EXIT.                                                        00010220
                                                                        00010230
      ***************************************************************** 00010240
      * Serialize monitor passes - a web ?sample pass and the         * 00010250
      * background pass must not announce the same breach twice.      * 00010260
      ***************************************************************** 00010270
       2200-ENQ-PASS.                                                   00010280
           MOVE 'N'                        TO ENQ-HELD-SW.              00010290
                                                                        00010300
           EXEC CICS ENQ RESOURCE(MN-ENQ-NAME)                          00010310
                LENGTH(LENGTH OF MN-ENQ-NAME)                           00010320
                NOSUSPEND                                               00010330
                RESP(ENQ-RESP)                                          00010340
                NOHANDLE                                                00010350
           END-EXEC.                                                    00010360
                                                                        00010370
           IF  ENQ-RESP EQUAL DFHRESP(NORMAL)                           00010380
               MOVE 'Y'                    TO ENQ-HELD-SW.              00010390
                                                                        00010400
       2200-EXIT.                                                       00010410
           EXIT.                                                        00010420
                                                                        00010430
       2300-DEQ-PASS.                                                   00010440
           EXEC CICS DEQ RESOURCE(MN-ENQ-NAME)                          00010450
                LENGTH(LENGTH OF MN-ENQ-NAME)                           00010460
                NOHANDLE                                                00010470
           END-EXEC.                                                    00010480
                                                                        00010490
           MOVE 'N'                        TO ENQ-HELD-SW.              00010500
       2300-EXIT.                                                       00010510
           EXIT.                                                        00010520
                                                                        00010530
      ***************************************************************** 00010540
      * One monitor pass.  Browse the threshold keys into the stage   * 00010550
      * table, end the browse, then evaluate each staged threshold    * 00010560
      * through 3100-EVALUATE, and finally trim the alert history.    * 00010570
      ***************************************************************** 00010580
       3000-MONITOR-PASS.                                               00010590
           MOVE ZEROES                     TO SAMPLED-COUNT.            00010600
           MOVE ZEROES                     TO BREACHED-COUNT.           00010610
           MOVE ZEROES                     TO CLEARED-COUNT.            00010620
           MOVE ZEROES                     TO IN-BREACH-COUNT.          00010630
           MOVE ZEROES                     TO STAGE-COUNT.              00010640
           MOVE 'N'                        TO DLQ-SAMPLED-SW.           00010650
           MOVE 'N'                        TO QSC-SAMPLED-SW.           00010660
           MOVE 'N'                        TO HEALTH-SAMPLED-SW.        00010670
                                                                        00010680
           EXEC CICS ASKTIME ABSTIME(NOW-ABS) NOHANDLE                  00010690
           END-EXEC.                                                    00010700
                                                                        00010710
           MOVE LOW-VALUES                 TO ZM-KEY.                   00010720
                                                                        00010730
           EXEC CICS STARTBR FILE(ZM-FCT)                               00010740
                RIDFLD(ZM-KEY)                                          00010750
                GTEQ                                                    00010760
                RESP(THRESHOLD-RESP)                                    00010770
                NOHANDLE                                                00010780
           END-EXEC.                                                    00010790
                                                                        00010800
           IF  THRESHOLD-RESP NOT EQUAL DFHRESP(NORMAL)                 00010810
               GO TO 3000-EXIT.                                         00010820
                                                                        00010830
           PERFORM 3010-STAGE-THRESHOLD  THRU 3010-EXIT                 00010840
               WITH TEST BEFORE                                         00010850
               UNTIL THRESHOLD-RESP NOT EQUAL DFHRESP(NORMAL)  OR       00010860
                     STAGE-COUNT EQUAL STAGE-MAX.                       00010870
                                                                        00010880
           EXEC CICS ENDBR FILE(ZM-FCT) NOHANDLE                        00010890
           END-EXEC.                                                    00010900
                                                                        00010910
           PERFORM 3100-EVALUATE         THRU 3100-EXIT                 00010920
               VARYING STAGE-INDEX FROM 1 BY 1                          00010930
               UNTIL   STAGE-INDEX GREATER THAN STAGE-COUNT.            00010940
                                                                        00010950
           PERFORM 3800-PRUNE-HISTORY    THRU 3800-EXIT.                00010960
       3000-EXIT.                                                       00010970
           EXIT.                                                        00010980
                                                                        00010990
       3010-STAGE-THRESHOLD.                                            00011000
           MOVE LENGTH OF ZM-RECORD        TO ZM-LENGTH.                00011010
                                                                        00011020
           EXEC CICS READNEXT FILE(ZM-FCT)                              00011030
                INTO  (ZM-RECORD)                                       00011040
                RIDFLD(ZM-KEY)                                          00011050
                LENGTH(ZM-LENGTH)                                       00011060
                RESP  (THRESHOLD-RESP)                                  00011070
                NOHANDLE                                                00011080
           END-EXEC.                                                    00011090
                                                                        00011100
           IF  THRESHOLD-RESP EQUAL DFHRESP(NORMAL)                     00011110
               ADD  ONE                    TO STAGE-COUNT               00011120
               MOVE ZM-METRIC              TO STAGE-METRIC(STAGE-COUNT).00011130
                                                                        00011140
       3010-EXIT.                                                       00011150
           EXIT.                                                        00011160
                                                                        00011170
      ***************************************************************** 00011180
      * Evaluate one threshold.  A level metric is gathered before    * 00011190
      * the record is read for update, so no record lock is held      * 00011200
      * across a partner handshake.  A sample above the limit on a    * 00011210
      * metric not already in breach raises a BREACH; a sample back   * 00011220
      * at or below the limit on a metric in breach raises a CLEAR.   * 00011230
      * The first pass after a counter threshold is added or changed  * 00011240
      * only takes the counter's baseline.                            * 00011250
      ***************************************************************** 00011260
       3100-EVALUATE.                                                   00011270
           MOVE STAGE-METRIC(STAGE-INDEX)  TO ZM-METRIC.                00011280
           PERFORM 3150-GATHER-LEVEL     THRU 3150-EXIT.                00011290
                                                                        00011300
           MOVE STAGE-METRIC(STAGE-INDEX)  TO ZM-METRIC.                00011310
           MOVE LENGTH OF ZM-RECORD        TO ZM-LENGTH.                00011320
                                                                        00011330
           EXEC CICS READ FILE(ZM-FCT)                                  00011340
                INTO  (ZM-RECORD)                                       00011350
                RIDFLD(ZM-KEY)                                          00011360
                LENGTH(ZM-LENGTH)                                       00011370
                UPDATE                                                  00011380
                RESP  (READ-RESP)                                       00011390
                NOHANDLE                                                00011400
           END-EXEC.                                                    00011410
                                                                        00011420
           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)                      00011430
               GO TO 3100-EXIT.                                         00011440
                                                                        00011450
           IF  NOT ZM-ACTIVE                                            00011460
               EXEC CICS UNLOCK FILE(ZM-FCT) NOHANDLE                   00011470
               END-EXEC                                                 00011480
               GO TO 3100-EXIT.                                         00011490
                                                                        00011500
           ADD  ONE                        TO SAMPLED-COUNT.            00011510
           PERFORM 3200-SAMPLE-METRIC    THRU 3200-EXIT.                00011520
                                                                        00011530
           IF  SAMPLE-VALID                                             00011540
               PERFORM 3300-COMPARE-LIMIT THRU 3300-EXIT                00011550
               MOVE SAMPLE-VALUE           TO ZM-LAST-SAMPLE.           00011560
                                                                        00011570
           MOVE NOW-ABS                    TO ZM-SAMPLE-ABS.            00011580
                                                                        00011590
           IF  ZM-BREACHED                                              00011600
               ADD  ONE                    TO IN-BREACH-COUNT.          00011610
                                                                        00011620
           EXEC CICS REWRITE FILE(ZM-FCT)                               00011630
                FROM  (ZM-RECORD)                                       00011640
                LENGTH(ZM-LENGTH)                                       00011650
                RESP  (WRITE-RESP)                                      00011660
                NOHANDLE                                                00011670
           END-EXEC.                                                    00011680
                                                                        00011690
           IF  WRITE-RESP NOT EQUAL DFHRESP(NORMAL)                     00011700
               MOVE '3100'                 TO KE-PARAGRAPH              00011710
               MOVE FC-REWRITE             TO KE-FN                     00011720
               PERFORM 9200-KEY-ERROR    THRU 9200-EXIT.                00011730
                                                                        00011740
           EXEC CICS SYNCPOINT NOHANDLE                                 00011750
           END-EXEC.                                                    00011760
                                                                        00011770
       3100-EXIT.                                                       00011780
           EXIT.                                                        00011790
                                                                        00011800
      ***************************************************************** 00011810
      * Gather a level metric once per pass: DLQ dead-letter depth,   * 00011820
      * QSC quiesce state, HLTH failed health checks.                 * 00011830
      ***************************************************************** 00011840
       3150-GATHER-LEVEL.                                               00011850
           IF  ZM-METRIC EQUAL 'DLQ '                                   00011860
               IF  NOT DLQ-SAMPLED                                      00011870
                   PERFORM 3400-DLQ-DEPTH     THRU 3400-EXIT.           00011880
                                                                        00011890
           IF  ZM-METRIC EQUAL 'QSC '                                   00011900
               IF  NOT QSC-SAMPLED                                      00011910
                   PERFORM 3450-QUIESCE-STATE THRU 3450-EXIT.           00011920
                                                                        00011930
           IF  ZM-METRIC EQUAL 'HLTH'                                   00011940
               IF  NOT HEALTH-SAMPLED                                   00011950
                   PERFORM 3500-HEALTH-CHECK  THRU 3500-EXIT.           00011960
                                                                        00011970
       3150-EXIT.                                                       00011980
           EXIT.                                                        00011990
                                                                        00012000
      ***************************************************************** 00012010
      * Take this pass's sample for the threshold just read.  A       * 00012020
      * counter that is not defined reads zero, as /zEcsStats reports * 00012030
      * it; a counter lower than last pass's reading was reset, and   * 00012040
      * counts from zero.  Samples are capped at the 9-digit field    * 00012050
      * width.                                                        * 00012060
      ***************************************************************** 00012070
       3200-SAMPLE-METRIC.                                              00012080
           MOVE 'Y'                        TO SAMPLE-VALID-SW.          00012090
           MOVE ZEROES                     TO SAMPLE-VALUE.             00012100
                                                                        00012110
           IF  ZM-METRIC EQUAL 'DLQ '                                   00012120
               MOVE DLQ-DEPTH              TO SAMPLE-VALUE              00012130
               GO TO 3200-EXIT.                                         00012140
                                                                        00012150
           IF  ZM-METRIC EQUAL 'QSC '                                   00012160
               MOVE QSC-STATE              TO SAMPLE-VALUE              00012170
               GO TO 3200-EXIT.                                         00012180
                                                                        00012190
           IF  ZM-METRIC EQUAL 'HLTH'                                   00012200
               MOVE HEALTH-FAILURES        TO SAMPLE-VALUE              00012210
               GO TO 3200-EXIT.                                         00012220
                                                                        00012230
           MOVE ZM-METRIC                  TO STAT-ID.                  00012240
           MOVE ZEROES                     TO STAT-VALUE.               00012250
                                                                        00012260
           EXEC CICS QUERY DCOUNTER(STAT-COUNTER)                       00012270
                VALUE(STAT-VALUE)                                       00012280
                RESP (STAT-RESP)                                        00012290
                NOHANDLE                                                00012300
           END-EXEC.                                                    00012310
                                                                        00012320
           IF  STAT-RESP NOT EQUAL DFHRESP(NORMAL)                      00012330
               MOVE ZEROES                 TO STAT-VALUE.               00012340
                                                                        00012350
           IF  NOT ZM-BASELINE-SET                                      00012360
               MOVE 'N'                    TO SAMPLE-VALID-SW           00012370
               MOVE 'Y'                    TO ZM-BASELINE               00012380
               MOVE STAT-VALUE             TO ZM-LAST-COUNTER           00012390
               GO TO 3200-EXIT.                                         00012400
                                                                        00012410
           IF  STAT-VALUE LESS THAN ZM-LAST-COUNTER                     00012420
               MOVE STAT-VALUE             TO SAMPLE-VALUE              00012430
           ELSE                                                         00012440
               COMPUTE SAMPLE-VALUE = STAT-VALUE - ZM-LAST-COUNTER.     00012450
                                                                        00012460
           MOVE STAT-VALUE                 TO ZM-LAST-COUNTER.          00012470
                                                                        00012480
           IF  SAMPLE-VALUE GREATER THAN SAMPLE-MAXIMUM                 00012490
               MOVE SAMPLE-MAXIMUM         TO SAMPLE-VALUE.             00012500
                                                                        00012510
       3200-EXIT.                                                       00012520
           EXIT.                                                        00012530
                                                                        00012540
      ***************************************************************** 00012550
      * Compare the sample with the limit and raise a BREACH or a     * 00012560
      * CLEAR on a change of state.  A metric staying in breach only  * 00012570
      * has its peak sample carried forward.                          * 00012580
      ***************************************************************** 00012590
       3300-COMPARE-LIMIT.                                              00012600
           IF  SAMPLE-VALUE GREATER THAN ZM-LIMIT                       00012610
               IF  ZM-BREACHED                                          00012620
                   IF  SAMPLE-VALUE GREATER THAN ZM-PEAK-SAMPLE         00012630
                       MOVE SAMPLE-VALUE   TO ZM-PEAK-SAMPLE            00012640
                   END-IF                                               00012650
               ELSE                                                     00012660
                   MOVE 'B'                TO ZM-STATE                  00012670
                   MOVE NOW-ABS            TO ZM-BREACH-ABS             00012680
                   MOVE SAMPLE-VALUE       TO ZM-PEAK-SAMPLE            00012690
                   MOVE 'BREACH'           TO ALT-EVENT                 00012700
                   PERFORM 3600-RAISE-ALERT THRU 3600-EXIT              00012710
                   ADD  ONE                TO BREACHED-COUNT            00012720
               END-IF                                                   00012730
               GO TO 3300-EXIT.                                         00012740
                                                                        00012750
           IF  ZM-BREACHED                                              00012760
               MOVE 'CLEAR '               TO ALT-EVENT                 00012770
               PERFORM 3600-RAISE-ALERT  THRU 3600-EXIT                 00012780
               ADD  ONE                    TO CLEARED-COUNT             00012790
               MOVE ZEROES                 TO ZM-BREACH-ABS             00012800
               MOVE ZEROES                 TO ZM-PEAK-SAMPLE.           00012810
                                                                        00012820
           MOVE 'C'                        TO ZM-STATE.                 00012830
       3300-EXIT.                                                       00012840
           EXIT.                                                        00012850
                                                                        00012860
      ***************************************************************** 00012870
      * Dead-letter depth - the ZQ-FCT keyed file counted by browsing * 00012880
      * it, capped at 9999, as the health probe and the 3270 console  * 00012890
      * count it.                                                     * 00012900
      ***************************************************************** 00012910
       3400-DLQ-DEPTH.                                                  00012920
           MOVE 'Y'                        TO DLQ-SAMPLED-SW.           00012930
           MOVE ZEROES                     TO DLQ-DEPTH.                00012940
           MOVE ZEROES                     TO DLQ-ABS.                  00012950
           MOVE ZEROES                     TO DLQ-UNIQ.                 00012960
                                                                        00012970
           EXEC CICS STARTBR FILE(ZQ-FCT)                               00012980
                RIDFLD(DLQ-KEY-SEQ)                                     00012990
                GTEQ                                                    00013000
                RESP(QUEUE-RESP)                                        00013010
                NOHANDLE                                                00013020
           END-EXEC.                                                    00013030
                                                                        00013040
           IF  QUEUE-RESP NOT EQUAL DFHRESP(NORMAL)                     00013050
               GO TO 3400-EXIT.                                         00013060
                                                                        00013070
           PERFORM 3410-COUNT-DLQ        THRU 3410-EXIT                 00013080
               WITH TEST BEFORE                                         00013090
               UNTIL QUEUE-RESP NOT EQUAL DFHRESP(NORMAL)               00013100
               OR    DLQ-DEPTH EQUAL 9999.                              00013110
                                                                        00013120
           EXEC CICS ENDBR FILE(ZQ-FCT) NOHANDLE                        00013130
           END-EXEC.                                                    00013140
                                                                        00013150
       3400-EXIT.                                                       00013160
           EXIT.                                                        00013170
                                                                        00013180
       3410-COUNT-DLQ.                                                  00013190
           MOVE LENGTH OF DLQ-RECORD       TO DLQ-LENGTH.               00013200
                                                                        00013210
           EXEC CICS READNEXT FILE(ZQ-FCT)                              00013220
                INTO  (DLQ-RECORD)                                      00013230
                RIDFLD(DLQ-KEY-SEQ)                                     00013240
                LENGTH(DLQ-LENGTH)                                      00013250
                RESP  (QUEUE-RESP)                                      00013260
                NOHANDLE                                                00013270
           END-EXEC.                                                    00013280
                                                                        00013290
           IF  QUEUE-RESP EQUAL DFHRESP(NORMAL)                         00013300
               ADD  ONE                    TO DLQ-DEPTH.                00013310
                                                                        00013320
       3410-EXIT.                                                       00013330
           EXIT.                                                        00013340
                                                                        00013350
      ***************************************************************** 00013360
      * Quiesce state - 1 while the ZQS-FCT TS queue holds its item,  * 00013370
      * the same test as ZECS001's 1140-CHECK-QUIESCE.                * 00013380
      ***************************************************************** 00013390
       3450-QUIESCE-STATE.                                              00013400
           MOVE 'Y'                        TO QSC-SAMPLED-SW.           00013410
           MOVE ZEROES                     TO QSC-STATE.                00013420
           MOVE LENGTH OF QSC-RECORD       TO QSC-LENGTH.               00013430
                                                                        00013440
           EXEC CICS READQ TS QUEUE(ZQS-FCT)                            00013450
                INTO  (QSC-RECORD)                                      00013460
                LENGTH(QSC-LENGTH)                                      00013470
                ITEM  (1)                                               00013480
                RESP  (QUEUE-RESP)                                      00013490
                NOHANDLE                                                00013500
           END-EXEC.                                                    00013510
                                                                        00013520
           IF  QUEUE-RESP EQUAL DFHRESP(NORMAL)  OR                     00013530
               QUEUE-RESP EQUAL DFHRESP(LENGERR)                        00013540
               MOVE ONE                    TO QSC-STATE.                00013550
                                                                        00013560
       3450-EXIT.                                                       00013570
           EXIT.                                                        00013580
                                                                        00013590
      ***************************************************************** 00013600
      * Health - count the failed checks.  The KEY and FILE stores    * 00013610
      * must be enabled (a closed but enabled file opens on first     * 00013620
      * use, as the region defines them), and every active partner    * 00013630
      * Data Center must answer the WEB OPEN/CLOSE handshake the      * 00013640
      * health probe and the console run.  Standby partners are not   * 00013650
      * counted.  This is the passive half of ZECS001's 7400-HEALTH-  * 00013660
      * PROBE - the monitor writes no canary entries.                 * 00013670
      ***************************************************************** 00013680
       3500-HEALTH-CHECK.                                               00013690
           MOVE 'Y'                        TO HEALTH-SAMPLED-SW.        00013700
           MOVE ZEROES                     TO HEALTH-FAILURES.          00013710
                                                                        00013720
           MOVE ZK-FCT                     TO INQUIRE-FCT.              00013730
           PERFORM 3510-CHECK-FILE       THRU 3510-EXIT.                00013740
           MOVE ZF-FCT                     TO INQUIRE-FCT.              00013750
           PERFORM 3510-CHECK-FILE       THRU 3510-EXIT.                00013760
                                                                        00013770
           PERFORM 3520-GET-PARTNERS     THRU 3520-EXIT.                00013780
                                                                        00013790
           IF  DC-TYPE EQUAL ACTIVE-SINGLE                              00013800
               GO TO 3500-EXIT.                                         00013810
                                                                        00013820
           PERFORM 3560-CHECK-PARTNER    THRU 3560-EXIT                 00013830
               VARYING PARTNER-INDEX FROM 1 BY 1                        00013840
               UNTIL   PARTNER-INDEX GREATER THAN PARTNER-COUNT.        00013850
                                                                        00013860
       3500-EXIT.                                                       00013870
           EXIT.                                                        00013880
                                                                        00013890
       3510-CHECK-FILE.                                                 00013900
           EXEC CICS INQUIRE FILE(INQUIRE-FCT)                          00013910
                ENABLESTATUS(FILE-ENABLE-STATUS)                        00013920
                RESP        (READ-RESP)                                 00013930
                NOHANDLE                                                00013940
           END-EXEC.                                                    00013950
                                                                        00013960
           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)  OR                  00013970
               FILE-ENABLE-STATUS NOT EQUAL DFHVALUE(ENABLED)           00013980
               ADD  ONE                    TO HEALTH-FAILURES.          00013990
                                                                        00014000
       3510-EXIT.                                                       00014010
           EXIT.                                                        00014020
                                                                        00014030
      ***************************************************************** 00014040
      * Load the partner Data Centers exactly as ZECS007's 5300-GET-  * 00014050
      * PARTNERS does: line 1 of ZCxxDC sets the replication type,    * 00014060
      * the partners come from ZCxxDP or, when the region has none,   * 00014070
      * the single ZCxxDC URL.  An A1 type, or no usable partner,     * 00014080
      * leaves the region ACTIVE-SINGLE.                              * 00014090
      ***************************************************************** 00014100
       3520-GET-PARTNERS.                                               00014110
           IF  PARTNERS-LOADED                                          00014120
               GO TO 3520-EXIT.                                         00014130
                                                                        00014140
           MOVE 'Y'                           TO PARTNER-LOAD-SW.       00014150
           MOVE ZEROES                        TO PARTNER-COUNT.         00014160
                                                                        00014170
           EXEC CICS DOCUMENT CREATE DOCTOKEN(DC-TOKEN)                 00014180
                TEMPLATE(ZECS-DC)                                       00014190
                NOHANDLE                                                00014200
           END-EXEC.                                                    00014210
                                                                        00014220
           MOVE LENGTH OF DC-CONTROL TO DC-LENGTH.                      00014230
                                                                        00014240
           IF  EIBRESP EQUAL DFHRESP(NORMAL)                            00014250
               EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(DC-TOKEN)           00014260
                    INTO     (DC-CONTROL)                               00014270
                    LENGTH   (DC-LENGTH)                                00014280
                    MAXLENGTH(DC-LENGTH)                                00014290
                    DATAONLY                                            00014300
                    NOHANDLE                                            00014310
               END-EXEC.                                                00014320
                                                                        00014330
           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)  OR                    00014340
               DC-LENGTH LESS THAN EIGHT                                00014350
               MOVE ACTIVE-SINGLE                 TO DC-TYPE            00014360
               GO TO 3520-EXIT.                                         00014370
                                                                        00014380
           IF  DC-TYPE NOT EQUAL ACTIVE-ACTIVE    AND                   00014390
               DC-TYPE NOT EQUAL ACTIVE-STANDBY                         00014400
               MOVE ACTIVE-SINGLE                 TO DC-TYPE            00014410
               GO TO 3520-EXIT.                                         00014420
                                                                        00014430
           PERFORM 3530-LOAD-PARTNERS         THRU 3530-EXIT.           00014440
                                                                        00014450
           IF  PARTNER-COUNT EQUAL ZEROES     AND                       00014460
               DC-LENGTH GREATER THAN TWELVE                            00014470
               SUBTRACT TWELVE FROM DC-LENGTH                           00014480
                             GIVING THE-OTHER-DC-LENGTH                 00014490
               MOVE THE-OTHER-DC                  TO PARTNER-URL        00014500
               MOVE THE-OTHER-DC-LENGTH           TO PARTNER-URL-LENGTH 00014510
               MOVE ONE                           TO PARTNER-COUNT      00014520
               MOVE PARTNER-DEFAULT-NAME          TO PT-NAME(1)         00014530
               MOVE 'A'                           TO PT-MODE(1)         00014540
               PERFORM 3550-PARSE-PARTNER     THRU 3550-EXIT            00014550
               IF  NOT PT-URL-OK(1)                                     00014560
                   MOVE ZEROES                    TO PARTNER-COUNT.     00014570
                                                                        00014580
           IF  PARTNER-COUNT EQUAL ZEROES                               00014590
               MOVE ACTIVE-SINGLE                 TO DC-TYPE.           00014600
                                                                        00014610
       3520-EXIT.                                                       00014620
           EXIT.                                                        00014630
                                                                        00014640
      ***************************************************************** 00014650
      * Load the ZCxxDP partner table.  An absent template leaves     * 00014660
      * PARTNER-COUNT zero (the ZCxxDC URL is used instead); lines    * 00014670
      * with no name or no URL are ignored.                           * 00014680
      ***************************************************************** 00014690
       3530-LOAD-PARTNERS.                                              00014700
           MOVE DC-TRANID                     TO DP-TRANID.             00014710
                                                                        00014720
           EXEC CICS DOCUMENT CREATE DOCTOKEN(DP-TOKEN)                 00014730
                TEMPLATE(ZECS-DP)                                       00014740
                RESP(DP-RESP)                                           00014750
                NOHANDLE                                                00014760
           END-EXEC.                                                    00014770
                                                                        00014780
           IF  DP-RESP NOT EQUAL DFHRESP(NORMAL)                        00014790
               GO TO 3530-EXIT.                                         00014800
                                                                        00014810
           MOVE SPACES                        TO DP-DSECT.              00014820
           MOVE LENGTH OF DP-DSECT            TO DP-DSECT-LENGTH.       00014830
                                                                        00014840
           EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(DP-TOKEN)               00014850
                INTO     (DP-DSECT)                                     00014860
                LENGTH   (DP-DSECT-LENGTH)                              00014870
                MAXLENGTH(DP-DSECT-LENGTH)                              00014880
                DATAONLY                                                00014890
                RESP(DP-RESP)                                           00014900
                NOHANDLE                                                00014910
           END-EXEC.                                                    00014920
                                                                        00014930
           IF  DP-RESP NOT EQUAL DFHRESP(NORMAL)                        00014940
               GO TO 3530-EXIT.                                         00014950
                                                                        00014960
           PERFORM 3540-LOAD-PARTNER          THRU 3540-EXIT            00014970
               VARYING DP-INDEX FROM 1 BY 1                             00014980
               UNTIL   DP-INDEX GREATER THAN EIGHT.                     00014990
                                                                        00015000
       3530-EXIT.                                                       00015010
           EXIT.                                                        00015020
                                                                        00015030
       3540-LOAD-PARTNER.                                               00015040
           IF  DP-NAME(DP-INDEX) EQUAL SPACES  OR                       00015050
               DP-URL (DP-INDEX) EQUAL SPACES                           00015060
               GO TO 3540-EXIT.                                         00015070
                                                                        00015080
           ADD  ONE                           TO PARTNER-COUNT.         00015090
           MOVE DP-NAME(DP-INDEX)             TO PT-NAME(PARTNER-COUNT).00015100
                                                                        00015110
           IF  DP-MODE(DP-INDEX) EQUAL 'S'                              00015120
               MOVE 'S'                       TO PT-MODE(PARTNER-COUNT) 00015130
           ELSE                                                         00015140
               MOVE 'A'                       TO PT-MODE(PARTNER-COUNT).00015150
                                                                        00015160
           MOVE DP-URL(DP-INDEX)              TO PARTNER-URL.           00015170
           MOVE ZEROES                        TO PARTNER-URL-LENGTH.    00015180
           INSPECT PARTNER-URL                                          00015190
               TALLYING PARTNER-URL-LENGTH                              00015200
               FOR CHARACTERS BEFORE INITIAL SPACE.                     00015210
                                                                        00015220
           PERFORM 3550-PARSE-PARTNER         THRU 3550-EXIT.           00015230
                                                                        00015240
       3540-EXIT.                                                       00015250
           EXIT.                                                        00015260
                                                                        00015270
      ***************************************************************** 00015280
      * Parse PARTNER-URL into the newest partner table entry.  A URL * 00015290
      * that will not parse leaves PT-URL-SW 'N' - an active partner  * 00015300
      * with a bad URL counts as a failed check.                      * 00015310
      ***************************************************************** 00015320
       3550-PARSE-PARTNER.                                              00015330
           MOVE 'N'                    TO PT-URL-SW     (PARTNER-COUNT).00015340
           MOVE SPACES                 TO PT-SCHEME-NAME(PARTNER-COUNT).00015350
           MOVE SPACES                 TO PT-HOST       (PARTNER-COUNT).00015360
           MOVE ZEROES                 TO PT-HOST-LENGTH(PARTNER-COUNT).00015370
           MOVE ZEROES                 TO PT-PORT       (PARTNER-COUNT).00015380
                                                                        00015390
           IF  PARTNER-URL-LENGTH LESS THAN TEN                         00015400
               GO TO 3550-EXIT.                                         00015410
                                                                        00015420
           MOVE SPACES                        TO URL-HOST-NAME.         00015430
           MOVE LENGTH OF URL-HOST-NAME       TO URL-HOST-NAME-LENGTH.  00015440
                                                                        00015450
           EXEC CICS WEB PARSE                                          00015460
                URL(PARTNER-URL)                                        00015470
                URLLENGTH(PARTNER-URL-LENGTH)                           00015480
                SCHEMENAME(URL-SCHEME-NAME)                             00015490
                HOST(URL-HOST-NAME)                                     00015500
                HOSTLENGTH(URL-HOST-NAME-LENGTH)                        00015510
                PORTNUMBER(URL-PORT)                                    00015520
                NOHANDLE                                                00015530
           END-EXEC.                                                    00015540
                                                                        00015550
           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)                        00015560
               GO TO 3550-EXIT.                                         00015570
                                                                        00015580
           MOVE 'Y'                    TO PT-URL-SW     (PARTNER-COUNT).00015590
           MOVE URL-SCHEME-NAME        TO PT-SCHEME-NAME(PARTNER-COUNT).00015600
           MOVE URL-HOST-NAME          TO PT-HOST       (PARTNER-COUNT).00015610
           MOVE URL-HOST-NAME-LENGTH   TO PT-HOST-LENGTH(PARTNER-COUNT).00015620
           MOVE URL-PORT               TO PT-PORT       (PARTNER-COUNT).00015630
                                                                        00015640
       3550-EXIT.                                                       00015650
           EXIT.                                                        00015660
                                                                        00015670
      ***************************************************************** 00015680
      * Open and close a WEB session with one active partner; a bad   * 00015690
      * URL or a failed open counts as a failed check.                * 00015700
      ***************************************************************** 00015710
       3560-CHECK-PARTNER.                                              00015720
           IF  NOT PT-ACTIVE(PARTNER-INDEX)                             00015730
               GO TO 3560-EXIT.                                         00015740
                                                                        00015750
           IF  NOT PT-URL-OK(PARTNER-INDEX)                             00015760
               ADD  ONE                TO HEALTH-FAILURES               00015770
               GO TO 3560-EXIT.                                         00015780
                                                                        00015790
           IF  PT-SCHEME-NAME(PARTNER-INDEX) EQUAL 'HTTPS'              00015800
               MOVE DFHVALUE(HTTPS)    TO URL-SCHEME                    00015810
           ELSE                                                         00015820
               MOVE DFHVALUE(HTTP)     TO URL-SCHEME.                   00015830
                                                                        00015840
           MOVE PT-HOST       (PARTNER-INDEX) TO URL-HOST-NAME.         00015850
           MOVE PT-HOST-LENGTH(PARTNER-INDEX) TO URL-HOST-NAME-LENGTH.  00015860
           MOVE PT-PORT       (PARTNER-INDEX) TO URL-PORT.              00015870
                                                                        00015880
           EXEC CICS WEB OPEN                                           00015890
                HOST(URL-HOST-NAME)                                     00015900
                HOSTLENGTH(URL-HOST-NAME-LENGTH)                        00015910
                PORTNUMBER(URL-PORT)                                    00015920
                SCHEME(URL-SCHEME)                                      00015930
                SESSTOKEN(SESSION-TOKEN)                                00015940
                NOHANDLE                                                00015950
           END-EXEC.                                                    00015960
                                                                        00015970
           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)                        00015980
               ADD  ONE                TO HEALTH-FAILURES               00015990
               GO TO 3560-EXIT.                                         00016000
                                                                        00016010
           EXEC CICS WEB CLOSE                                          00016020
                SESSTOKEN(SESSION-TOKEN)                                00016030
                NOHANDLE                                                00016040
           END-EXEC.                                                    00016050
                                                                        00016060
       3560-EXIT.                                                       00016070
           EXIT.                                                        00016080
                                                                        00016090
      ***************************************************************** 00016100
      * Raise an alert: the console message first, then the alert     * 00016110
      * history record.  ALT-EVENT is already set to BREACH or CLEAR. * 00016120
      * A history write that fails is logged to the TD queue - the    * 00016130
      * console message has already gone.                             * 00016140
      ***************************************************************** 00016150
       3600-RAISE-ALERT.                                                00016160
           IF  ALT-BREACH                                               00016170
               MOVE 'ZECSM01'              TO CM-ID-PREFIX              00016180
               IF  ZM-SEVERE                                            00016190
                   MOVE 'E'                TO CM-ID-SEVERITY            00016200
               ELSE                                                     00016210
                   MOVE 'W'                TO CM-ID-SEVERITY            00016220
               END-IF                                                   00016230
               MOVE 'THRESHOLD BREACH'     TO CM-EVENT                  00016240
           ELSE                                                         00016250
               MOVE 'ZECSM02'              TO CM-ID-PREFIX              00016260
               MOVE 'I'                    TO CM-ID-SEVERITY            00016270
               MOVE 'THRESHOLD CLEAR '     TO CM-EVENT.                 00016280
                                                                        00016290
           MOVE EIBTRNID                   TO CM-TRANID.                00016300
           MOVE ZM-METRIC                  TO CM-METRIC.                00016310
           MOVE SAMPLE-VALUE               TO CM-SAMPLE.                00016320
           MOVE ZM-LIMIT                   TO CM-LIMIT.                 00016330
                                                                        00016340
           EXEC CICS WRITE OPERATOR                                     00016350
                TEXT      (CONSOLE-MESSAGE)                             00016360
                TEXTLENGTH(CONSOLE-LENGTH)                              00016370
                NOHANDLE                                                00016380
           END-EXEC.                                                    00016390
                                                                        00016400
           MOVE NOW-ABS                    TO ALT-ABS.                  00016410
           MOVE ZEROES                     TO ALT-UNIQ.                 00016420
           EXEC CICS FORMATTIME ABSTIME(NOW-ABS)                        00016430
                YYYYMMDD(ALT-DATE)                                      00016440
                TIME    (ALT-TIME)                                      00016450
                DATESEP                                                 00016460
                TIMESEP                                                 00016470
                NOHANDLE                                                00016480
           END-EXEC.                                                    00016490
                                                                        00016500
           MOVE EIBTRNID                   TO ALT-TRANID.               00016510
           MOVE ZM-METRIC                  TO ALT-METRIC.               00016520
           MOVE CM-ID-SEVERITY             TO ALT-SEVERITY.             00016530
           MOVE SAMPLE-VALUE               TO ALT-SAMPLE.               00016540
           MOVE ZM-LIMIT                   TO ALT-LIMIT.                00016550
           MOVE ZM-PEAK-SAMPLE             TO ALT-PEAK.                 00016560
           MOVE ZEROES                     TO ALT-DURATION.             00016570
           MOVE CONSOLE-MESSAGE            TO ALT-MESSAGE.              00016580
                                                                        00016590
           IF  ALT-CLEARED  AND                                         00016600
               ZM-BREACH-ABS GREATER THAN ZEROES                        00016610
               COMPUTE BREACH-MILLISECONDS = NOW-ABS - ZM-BREACH-ABS    00016620
               DIVIDE BREACH-MILLISECONDS BY 1000                       00016630
                   GIVING ALT-DURATION.                                 00016640
                                                                        00016650
           MOVE LENGTH OF ALT-RECORD       TO ALT-LENGTH.               00016660
                                                                        00016670
           PERFORM 3610-WRITE-ALERT      THRU 3610-EXIT                 00016680
               WITH TEST AFTER                                          00016690
               UNTIL WRITE-RESP NOT EQUAL DFHRESP(DUPREC)  OR           00016700
                     ALT-UNIQ EQUAL 999.                                00016710
                                                                        00016720
           IF  WRITE-RESP NOT EQUAL DFHRESP(NORMAL)                     00016730
               MOVE '3600'                 TO KE-PARAGRAPH              00016740
               MOVE FC-WRITE               TO KE-FN                     00016750
               PERFORM 9200-KEY-ERROR    THRU 9200-EXIT.                00016760
                                                                        00016770
       3600-EXIT.                                                       00016780
           EXIT.                                                        00016790
                                                                        00016800
       3610-WRITE-ALERT.                                                00016810
           EXEC CICS WRITE FILE(ZA-FCT)                                 00016820
                FROM  (ALT-RECORD)                                      00016830
                RIDFLD(ALT-KEY-SEQ)                                     00016840
                LENGTH(ALT-LENGTH)                                      00016850
                RESP  (WRITE-RESP)                                      00016860
                NOHANDLE                                                00016870
           END-EXEC.                                                    00016880
                                                                        00016890
           IF  WRITE-RESP EQUAL DFHRESP(DUPREC)                         00016900
               ADD ONE                      TO ALT-UNIQ.                00016910
                                                                        00016920
       3610-EXIT.                                                       00016930
           EXIT.                                                        00016940
                                                                        00016950
      ***************************************************************** 00016960
      * Trim the alert history - browse from the oldest record, stage * 00016970
      * the keys of up to PRUNE-MAX records older than ALERT-RETAIN-  * 00016980
      * DAYS, end the browse, then delete them.  A history that is    * 00016990
      * not defined or not open is left alone.                        * 00017000
      ***************************************************************** 00017010
       3800-PRUNE-HISTORY.                                              00017020
           MOVE ZEROES                     TO PRUNE-COUNT.              00017030
           COMPUTE PRUNE-BEFORE-ABS =                                   00017040
               NOW-ABS - ALERT-RETAIN-DAYS * DAY-MILLISECONDS.          00017050
                                                                        00017060
           MOVE ZEROES                     TO ALT-ABS.                  00017070
           MOVE ZEROES                     TO ALT-UNIQ.                 00017080
                                                                        00017090
           EXEC CICS STARTBR FILE(ZA-FCT)                               00017100
                RIDFLD(ALT-KEY-SEQ)                                     00017110
                GTEQ                                                    00017120
                RESP(BROWSE-RESP)                                       00017130
                NOHANDLE                                                00017140
           END-EXEC.                                                    00017150
                                                                        00017160
           IF  BROWSE-RESP NOT EQUAL DFHRESP(NORMAL)                    00017170
               GO TO 3800-EXIT.                                         00017180
                                                                        00017190
           PERFORM 3810-STAGE-PRUNE      THRU 3810-EXIT                 00017200
               WITH TEST BEFORE                                         00017210
               UNTIL BROWSE-RESP NOT EQUAL DFHRESP(NORMAL)  OR          00017220
                     PRUNE-COUNT EQUAL PRUNE-MAX.                       00017230
                                                                        00017240
           EXEC CICS ENDBR FILE(ZA-FCT) NOHANDLE                        00017250
           END-EXEC.                                                    00017260
                                                                        00017270
           PERFORM 3820-DELETE-PRUNE     THRU 3820-EXIT                 00017280
               VARYING PRUNE-INDEX FROM 1 BY 1                          00017290
               UNTIL   PRUNE-INDEX GREATER THAN PRUNE-COUNT.            00017300
                                                                        00017310
           IF  PRUNE-COUNT GREATER THAN ZEROES                          00017320
               EXEC CICS SYNCPOINT NOHANDLE                             00017330
               END-EXEC.                                                00017340
                                                                        00017350
       3800-EXIT.                                                       00017360
           EXIT.                                                        00017370
                                                                        00017380
       3810-STAGE-PRUNE.                                                00017390
           MOVE LENGTH OF ALT-RECORD       TO ALT-LENGTH.               00017400
                                                                        00017410
           EXEC CICS READNEXT FILE(ZA-FCT)                              00017420
                INTO  (ALT-RECORD)                                      00017430
                RIDFLD(ALT-KEY-SEQ)                                     00017440
                LENGTH(ALT-LENGTH)                                      00017450
                RESP  (BROWSE-RESP)                                     00017460
                NOHANDLE                                                00017470
           END-EXEC.                                                    00017480
                                                                        00017490
           IF  BROWSE-RESP NOT EQUAL DFHRESP(NORMAL)                    00017500
               GO TO 3810-EXIT.                                         00017510
                                                                        00017520
           IF  ALT-ABS NOT LESS THAN PRUNE-BEFORE-ABS                   00017530
               MOVE DFHRESP(ENDFILE)       TO BROWSE-RESP               00017540
               GO TO 3810-EXIT.                                         00017550
                                                                        00017560
           ADD  ONE                        TO PRUNE-COUNT.              00017570
           MOVE ALT-KEY-SEQ                TO PRUNE-KEY(PRUNE-COUNT).   00017580
                                                                        00017590
       3810-EXIT.                                                       00017600
           EXIT.                                                        00017610
                                                                        00017620
       3820-DELETE-PRUNE.                                               00017630
           MOVE PRUNE-KEY(PRUNE-INDEX)     TO ALERT-KEY-SAVE.           00017640
                                                                        00017650
           EXEC CICS DELETE FILE(ZA-FCT)                                00017660
                RIDFLD(ALERT-KEY-SAVE)                                  00017670
                NOHANDLE                                                00017680
           END-EXEC.                                                    00017690
                                                                        00017700
       3820-EXIT.                                                       00017710
           EXIT.                                                        00017720
                                                                        00017730
      ***************************************************************** 00017740
      * HTTP GET /thresholds.  One line per threshold on file; 204    * 00017750
      * when there are none.                                          * 00017760
      ***************************************************************** 00017770
       4000-LIST-THRESHOLDS.                                            00017780
           MOVE ZEROES                     TO LIST-COUNT.               00017790
           MOVE LOW-VALUES                 TO ZM-KEY.                   00017800
                                                                        00017810
           EXEC CICS STARTBR FILE(ZM-FCT)                               00017820
                RIDFLD(ZM-KEY)                                          00017830
                GTEQ                                                    00017840
                RESP(BROWSE-RESP)                                       00017850
                NOHANDLE                                                00017860
           END-EXEC.                                                    00017870
                                                                        00017880
           IF  BROWSE-RESP EQUAL DFHRESP(NORMAL)                        00017890
               PERFORM 4010-LIST-NEXT    THRU 4010-EXIT                 00017900
                   WITH TEST BEFORE                                     00017910
                   UNTIL BROWSE-RESP NOT EQUAL DFHRESP(NORMAL)          00017920
               EXEC CICS ENDBR FILE(ZM-FCT) NOHANDLE                    00017930
               END-EXEC.                                                00017940
                                                                        00017950
           IF  LIST-COUNT EQUAL ZEROES                                  00017960
               MOVE HTTP-NO-THRESHOLDS        TO HTTP-204-TEXT          00017970
               MOVE HTTP-NO-THRESHOLDS-LENGTH TO HTTP-204-LENGTH        00017980
               PERFORM 9700-STATUS-204      THRU 9700-EXIT              00017990
               GO TO 4000-EXIT.                                         00018000
                                                                        00018010
           PERFORM 7100-SEND-BUFFER      THRU 7100-EXIT.                00018020
       4000-EXIT.                                                       00018030
           EXIT.                                                        00018040
                                                                        00018050
       4010-LIST-NEXT.                                                  00018060
           MOVE LENGTH OF ZM-RECORD        TO ZM-LENGTH.                00018070
                                                                        00018080
           EXEC CICS READNEXT FILE(ZM-FCT)                              00018090
                INTO  (ZM-RECORD)                                       00018100
                RIDFLD(ZM-KEY)                                          00018110
                LENGTH(ZM-LENGTH)                                       00018120
                RESP  (BROWSE-RESP)                                     00018130
                NOHANDLE                                                00018140
           END-EXEC.                                                    00018150
                                                                        00018160
           IF  BROWSE-RESP NOT EQUAL DFHRESP(NORMAL)                    00018170
               GO TO 4010-EXIT.                                         00018180
                                                                        00018190
           ADD  ONE                        TO LIST-COUNT.               00018200
           PERFORM 4050-FORMAT-THRESHOLD THRU 4050-EXIT.                00018210
                                                                        00018220
       4010-EXIT.                                                       00018230
           EXIT.                                                        00018240
                                                                        00018250
      ***************************************************************** 00018260
      * Format ZM-RECORD as one report line: limit, severity, on/off, * 00018270
      * state (NEW until the first evaluation), the last sample and   * 00018280
      * when it was taken, and when a breach in progress began.       * 00018290
      ***************************************************************** 00018300
       4050-FORMAT-THRESHOLD.                                           00018310
           MOVE ZM-METRIC                  TO TL-METRIC.                00018320
           MOVE ZM-LIMIT                   TO TL-LIMIT.                 00018330
           MOVE ZM-SEVERITY                TO TL-SEVERITY.              00018340
           MOVE ZM-ENABLED                 TO TL-ENABLED.               00018350
           MOVE ZM-LAST-SAMPLE             TO TL-LAST.                  00018360
           MOVE SPACES                     TO TL-SAMPLE-DATE.           00018370
           MOVE SPACES                     TO TL-SAMPLE-TIME.           00018380
           MOVE SPACES                     TO TL-SINCE-TAG.             00018390
           MOVE SPACES                     TO TL-SINCE-DATE.            00018400
           MOVE SPACES                     TO TL-SINCE-TIME.            00018410
                                                                        00018420
           IF  ZM-BREACHED                                              00018430
               MOVE 'BREACH'               TO TL-STATE                  00018440
           ELSE                                                         00018450
               IF  ZM-CLEAR                                             00018460
                   MOVE 'CLEAR '           TO TL-STATE                  00018470
               ELSE                                                     00018480
                   MOVE 'NEW   '           TO TL-STATE.                 00018490
                                                                        00018500
           IF  ZM-SAMPLE-ABS GREATER THAN ZEROES                        00018510
               EXEC CICS FORMATTIME ABSTIME(ZM-SAMPLE-ABS)              00018520
                    YYYYMMDD(TL-SAMPLE-DATE)                            00018530
                    TIME    (TL-SAMPLE-TIME)                            00018540
                    DATESEP                                             00018550
                    TIMESEP                                             00018560
                    NOHANDLE                                            00018570
               END-EXEC.                                                00018580
                                                                        00018590
           IF  ZM-BREACHED  AND                                         00018600
               ZM-BREACH-ABS GREATER THAN ZEROES                        00018610
               MOVE ' SINCE='              TO TL-SINCE-TAG              00018620
               EXEC CICS FORMATTIME ABSTIME(ZM-BREACH-ABS)              00018630
                    YYYYMMDD(TL-SINCE-DATE)                             00018640
                    TIME    (TL-SINCE-TIME)                             00018650
                    DATESEP                                             00018660
                    TIMESEP                                             00018670
                    NOHANDLE                                            00018680
               END-EXEC.                                                00018690
                                                                        00018700
           MOVE THRESHOLD-LINE             TO OUTPUT-LINE.              00018710
           PERFORM 7900-APPEND-LINE      THRU 7900-EXIT.                00018720
       4050-EXIT.                                                       00018730
           EXIT.                                                        00018740
                                                                        00018750
      ***************************************************************** 00018760
      * HTTP GET /thresholds/{metric}.  Report the one threshold, or  * 00018770
      * 204 when the metric has none.                                 * 00018780
      ***************************************************************** 00018790
       4100-READ-THRESHOLD.                                             00018800
           MOVE REQUEST-METRIC             TO ZM-METRIC.                00018810
           MOVE LENGTH OF ZM-RECORD        TO ZM-LENGTH.                00018820
                                                                        00018830
           EXEC CICS READ FILE(ZM-FCT)                                  00018840
                INTO  (ZM-RECORD)                                       00018850
                RIDFLD(ZM-KEY)                                          00018860
                LENGTH(ZM-LENGTH)                                       00018870
                RESP  (READ-RESP)                                       00018880
                NOHANDLE                                                00018890
           END-EXEC.                                                    00018900
                                                                        00018910
           IF  READ-RESP EQUAL DFHRESP(NOTFND)                          00018920
               PERFORM 9700-STATUS-204   THRU 9700-EXIT                 00018930
               GO TO 4100-EXIT.                                         00018940
                                                                        00018950
           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)                      00018960
               MOVE '4100'                TO KE-PARAGRAPH               00018970
               MOVE FC-READ               TO KE-FN                      00018980
               PERFORM 9200-KEY-ERROR   THRU 9200-EXIT                  00018990
               MOVE HTTP-KEY-ERROR        TO HTTP-507-TEXT              00019000
               MOVE HTTP-KEY-LENGTH       TO HTTP-507-LENGTH            00019010
               PERFORM 9800-STATUS-507  THRU 9800-EXIT                  00019020
               GO TO 4100-EXIT.                                         00019030
                                                                        00019040
           PERFORM 4050-FORMAT-THRESHOLD THRU 4050-EXIT.                00019050
           PERFORM 7100-SEND-BUFFER      THRU 7100-EXIT.                00019060
       4100-EXIT.                                                       00019070
           EXIT.                                                        00019080
                                                                        00019090
      ***************************************************************** 00019100
      * HTTP PUT/POST /thresholds/{metric}.  Body is a comma-         * 00019110
      * separated list of the values to set (see prologue).  WRITE    * 00019120
      * the new record; on DUPREC, read for update, apply the values  * 00019130
      * given and REWRITE.  Either way a counter threshold takes a    * 00019140
      * fresh baseline on the next pass; the breach state is kept, so * 00019150
      * a raised limit still produces its CLEAR.                      * 00019160
      ***************************************************************** 00019170
       4200-WRITE-THRESHOLD.                                            00019180
           PERFORM 4210-CHECK-METRIC     THRU 4210-EXIT.                00019190
                                                                        00019200
           IF  METRIC-MATCH EQUAL ZEROES                                00019210
               MOVE HTTP-UNKNOWN-METRIC    TO HTTP-400-TEXT             00019220
               PERFORM 9400-STATUS-400   THRU 9400-EXIT                 00019230
               GO TO 4200-EXIT.                                         00019240
                                                                        00019250
           MOVE SPACES                     TO THRESHOLD-BODY.           00019260
           EXEC CICS WEB RECEIVE                                        00019270
                INTO      (THRESHOLD-BODY)                              00019280
                LENGTH    (RECEIVE-LENGTH)                              00019290
                MAXLENGTH (MAXIMUM-LENGTH)                              00019300
                NOHANDLE                                                00019310
           END-EXEC.                                                    00019320
                                                                        00019330
           PERFORM 4220-PARSE-BODY       THRU 4220-EXIT.                00019340
                                                                        00019350
           IF  PUT-ERROR                                                00019360
               MOVE HTTP-INVALID-VALUE     TO HTTP-400-TEXT             00019370
               PERFORM 9400-STATUS-400   THRU 9400-EXIT                 00019380
               GO TO 4200-EXIT.                                         00019390
                                                                        00019400
           PERFORM 9950-ABS              THRU 9950-EXIT.                00019410
                                                                        00019420
           MOVE REQUEST-METRIC             TO ZM-METRIC.                00019430
           MOVE ZEROES                     TO ZM-LIMIT.                 00019440
           MOVE 'W'                        TO ZM-SEVERITY.              00019450
           MOVE 'Y'                        TO ZM-ENABLED.               00019460
           MOVE SPACES                     TO ZM-STATE.                 00019470
           MOVE ZEROES                     TO ZM-LAST-COUNTER.          00019480
           MOVE ZEROES                     TO ZM-LAST-SAMPLE.           00019490
           MOVE ZEROES                     TO ZM-PEAK-SAMPLE.           00019500
           MOVE ZEROES                     TO ZM-SAMPLE-ABS.            00019510
           MOVE ZEROES                     TO ZM-BREACH-ABS.            00019520
           PERFORM 4240-APPLY-VALUES     THRU 4240-EXIT.                00019530
                                                                        00019540
           MOVE LENGTH OF ZM-RECORD        TO ZM-LENGTH.                00019550
                                                                        00019560
           IF  PUT-LIMIT-GIVEN                                          00019570
               EXEC CICS WRITE FILE(ZM-FCT)                             00019580
                    FROM  (ZM-RECORD)                                   00019590
                    RIDFLD(ZM-KEY)                                      00019600
                    LENGTH(ZM-LENGTH)                                   00019610
                    RESP  (WRITE-RESP)                                  00019620
                    NOHANDLE                                            00019630
               END-EXEC                                                 00019640
           ELSE                                                         00019650
               MOVE DFHRESP(DUPREC)        TO WRITE-RESP.               00019660
                                                                        00019670
           IF  WRITE-RESP EQUAL DFHRESP(DUPREC)                         00019680
               EXEC CICS READ FILE(ZM-FCT)                              00019690
                    INTO  (ZM-RECORD)                                   00019700
                    RIDFLD(ZM-KEY)                                      00019710
                    LENGTH(ZM-LENGTH)                                   00019720
                    RESP  (READ-RESP)                                   00019730
                    NOHANDLE                                            00019740
                    UPDATE                                              00019750
               END-EXEC                                                 00019760
                                                                        00019770
               IF  READ-RESP EQUAL DFHRESP(NOTFND)                      00019780
                   MOVE HTTP-LIMIT-REQUIRED TO HTTP-400-TEXT            00019790
                   PERFORM 9400-STATUS-400 THRU 9400-EXIT               00019800
                   GO TO 4200-EXIT                                      00019810
               END-IF                                                   00019820
                                                                        00019830
               IF  READ-RESP EQUAL DFHRESP(NORMAL)                      00019840
                   PERFORM 4240-APPLY-VALUES THRU 4240-EXIT             00019850
                                                                        00019860
                   EXEC CICS REWRITE FILE(ZM-FCT)                       00019870
                        FROM  (ZM-RECORD)                               00019880
                        LENGTH(ZM-LENGTH)                               00019890
                        RESP  (WRITE-RESP)                              00019900
                        NOHANDLE                                        00019910
                   END-EXEC                                             00019920
               ELSE                                                     00019930
                   MOVE '4200'              TO KE-PARAGRAPH             00019940
                   MOVE FC-READ             TO KE-FN                    00019950
                   PERFORM 9200-KEY-ERROR THRU 9200-EXIT                00019960
                   MOVE HTTP-KEY-ERROR      TO HTTP-507-TEXT            00019970
                   MOVE HTTP-KEY-LENGTH     TO HTTP-507-LENGTH          00019980
                   PERFORM 9800-STATUS-507 THRU 9800-EXIT               00019990
                   GO TO 4200-EXIT                                      00020000
               END-IF.                                                  00020010
                                                                        00020020
           IF  WRITE-RESP NOT EQUAL DFHRESP(NORMAL)                     00020030
               MOVE '4200'              TO KE-PARAGRAPH                 00020040
               MOVE FC-WRITE            TO KE-FN                        00020050
               PERFORM 9200-KEY-ERROR THRU 9200-EXIT                    00020060
               MOVE HTTP-KEY-ERROR      TO HTTP-507-TEXT                00020070
               MOVE HTTP-KEY-LENGTH     TO HTTP-507-LENGTH              00020080
               PERFORM 9800-STATUS-507 THRU 9800-EXIT                   00020090
               GO TO 4200-EXIT.                                         00020100
                                                                        00020110
           PERFORM 9700-STATUS-204       THRU 9700-EXIT.                00020120
       4200-EXIT.                                                       00020130
           EXIT.                                                        00020140
                                                                        00020150
      ***************************************************************** 00020160
      * Find REQUEST-METRIC in the metric list; METRIC-MATCH is zero  * 00020170
      * when the id is not one the monitor knows how to sample.       * 00020180
      ***************************************************************** 00020190
       4210-CHECK-METRIC.                                               00020200
           MOVE ZEROES                     TO METRIC-MATCH.             00020210
                                                                        00020220
           PERFORM 4215-MATCH-METRIC     THRU 4215-EXIT                 00020230
               VARYING METRIC-INDEX FROM 1 BY 1                         00020240
               UNTIL   METRIC-INDEX GREATER THAN METRIC-COUNT  OR       00020250
                       METRIC-MATCH GREATER THAN ZEROES.                00020260
                                                                        00020270
       4210-EXIT.                                                       00020280
           EXIT.                                                        00020290
                                                                        00020300
       4215-MATCH-METRIC.                                               00020310
           IF  METRIC-NAME(METRIC-INDEX) EQUAL REQUEST-METRIC           00020320
               MOVE METRIC-INDEX           TO METRIC-MATCH.             00020330
                                                                        00020340
       4215-EXIT.                                                       00020350
           EXIT.                                                        00020360
                                                                        00020370
      ***************************************************************** 00020380
      * Split the body into name=value tokens and validate each; any  * 00020390
      * token that is not LIMIT=, SEV= or ON= with a valid value      * 00020400
      * rejects the whole request.                                    * 00020410
      ***************************************************************** 00020420
       4220-PARSE-BODY.                                                 00020430
           MOVE 'N'                        TO PUT-LIMIT-SW.             00020440
           MOVE 'N'                        TO PUT-ERROR-SW.             00020450
           MOVE ZEROES                     TO PUT-LIMIT.                00020460
           MOVE SPACES                     TO PUT-SEVERITY.             00020470
           MOVE SPACES                     TO PUT-ENABLED.              00020480
                                                                        00020490
           IF  RECEIVE-LENGTH LESS THAN ONE                             00020500
               GO TO 4220-EXIT.                                         00020510
                                                                        00020520
           MOVE SPACES                     TO BODY-TOKEN-1.             00020530
           MOVE SPACES                     TO BODY-TOKEN-2.             00020540
           MOVE SPACES                     TO BODY-TOKEN-3.             00020550
                                                                        00020560
           UNSTRING THRESHOLD-BODY(1:RECEIVE-LENGTH)                    00020570
               DELIMITED BY ALL ','                                     00020580
               INTO BODY-TOKEN-1                                        00020590
                    BODY-TOKEN-2                                        00020600
                    BODY-TOKEN-3.                                       00020610
                                                                        00020620
           MOVE BODY-TOKEN-1               TO TOKEN-VALUE.              00020630
           PERFORM 4230-PARSE-TOKEN      THRU 4230-EXIT.                00020640
           MOVE BODY-TOKEN-2               TO TOKEN-VALUE.              00020650
           PERFORM 4230-PARSE-TOKEN      THRU 4230-EXIT.                00020660
           MOVE BODY-TOKEN-3               TO TOKEN-VALUE.              00020670
           PERFORM 4230-PARSE-TOKEN      THRU 4230-EXIT.                00020680
       4220-EXIT.                                                       00020690
           EXIT.                                                        00020700
                                                                        00020710
       4230-PARSE-TOKEN.                                                00020720
           IF  TOKEN-VALUE EQUAL SPACES                                 00020730
               GO TO 4230-EXIT.                                         00020740
                                                                        00020750
           IF  TOKEN-VALUE(1:6) EQUAL 'LIMIT='  AND                     00020760
               TOKEN-VALUE(7:9) NUMERIC                                 00020770
               MOVE TOKEN-VALUE(7:9)       TO PUT-LIMIT                 00020780
               MOVE 'Y'                    TO PUT-LIMIT-SW              00020790
               GO TO 4230-EXIT.                                         00020800
                                                                        00020810
           IF  TOKEN-VALUE(1:4) EQUAL 'SEV='                            00020820
               IF  TOKEN-VALUE(5:1) EQUAL 'W'  OR                       00020830
                   TOKEN-VALUE(5:1) EQUAL 'E'                           00020840
                   MOVE TOKEN-VALUE(5:1)   TO PUT-SEVERITY              00020850
                   GO TO 4230-EXIT.                                     00020860
                                                                        00020870
           IF  TOKEN-VALUE(1:3) EQUAL 'ON='                             00020880
               IF  TOKEN-VALUE(4:1) EQUAL 'Y'  OR                       00020890
                   TOKEN-VALUE(4:1) EQUAL 'N'                           00020900
                   MOVE TOKEN-VALUE(4:1)   TO PUT-ENABLED               00020910
                   GO TO 4230-EXIT.                                     00020920
                                                                        00020930
           MOVE 'Y'                        TO PUT-ERROR-SW.             00020940
       4230-EXIT.                                                       00020950
           EXIT.                                                        00020960
                                                                        00020970
      ***************************************************************** 00020980
      * Apply the values the body gave to ZM-RECORD and stamp the     * 00020990
      * maintenance.                                                  * 00021000
      ***************************************************************** 00021010
       4240-APPLY-VALUES.                                               00021020
           IF  PUT-LIMIT-GIVEN                                          00021030
               MOVE PUT-LIMIT              TO ZM-LIMIT.                 00021040
                                                                        00021050
           IF  PUT-SEVERITY NOT EQUAL SPACES                            00021060
               MOVE PUT-SEVERITY           TO ZM-SEVERITY.              00021070
                                                                        00021080
           IF  PUT-ENABLED NOT EQUAL SPACES                             00021090
               MOVE PUT-ENABLED            TO ZM-ENABLED.               00021100
                                                                        00021110
           MOVE 'N'                        TO ZM-BASELINE.              00021120
           MOVE CA-USERID                  TO ZM-UPDATE-USERID.         00021130
           MOVE ZF-ABS                     TO ZM-UPDATE-ABS.            00021140
       4240-EXIT.                                                       00021150
           EXIT.                                                        00021160
                                                                        00021170
      ***************************************************************** 00021180
      * HTTP DELETE /thresholds/{metric}.  Remove the threshold - the * 00021190
      * metric is no longer monitored.  A breach in progress ends     * 00021200
      * without a CLEAR.                                              * 00021210
      ***************************************************************** 00021220
       4300-DELETE-THRESHOLD.                                           00021230
           MOVE REQUEST-METRIC             TO ZM-METRIC.                00021240
                                                                        00021250
           EXEC CICS DELETE FILE(ZM-FCT)                                00021260
                RIDFLD(ZM-KEY)                                          00021270
                RESP  (WRITE-RESP)                                      00021280
                NOHANDLE                                                00021290
           END-EXEC.                                                    00021300
                                                                        00021310
           IF  WRITE-RESP EQUAL DFHRESP(NOTFND)                         00021320
               PERFORM 9700-STATUS-204   THRU 9700-EXIT                 00021330
               GO TO 4300-EXIT.                                         00021340
                                                                        00021350
           IF  WRITE-RESP NOT EQUAL DFHRESP(NORMAL)                     00021360
               MOVE '4300'              TO KE-PARAGRAPH                 00021370
               MOVE FC-DELETE           TO KE-FN                        00021380
               PERFORM 9200-KEY-ERROR THRU 9200-EXIT                    00021390
               MOVE HTTP-KEY-ERROR      TO HTTP-507-TEXT                00021400
               MOVE HTTP-KEY-LENGTH     TO HTTP-507-LENGTH              00021410
               PERFORM 9800-STATUS-507 THRU 9800-EXIT                   00021420
               GO TO 4300-EXIT.                                         00021430
                                                                        00021440
           PERFORM 9700-STATUS-204       THRU 9700-EXIT.                00021450
       4300-EXIT.                                                       00021460
           EXIT.                                                        00021470
                                                                        00021480
      ***************************************************************** 00021490
      * HTTP GET /thresholds?alerts.  The alert history newest first, * 00021500
      * at most ALERT-LIST-MAX lines; 204 when it is empty.           * 00021510
      ***************************************************************** 00021520
       5000-LIST-ALERTS.                                                00021530
           MOVE ZEROES                     TO LIST-COUNT.               00021540
           MOVE HIGH-VALUES                TO ALT-KEY-SEQ.              00021550
                                                                        00021560
           EXEC CICS STARTBR FILE(ZA-FCT)                               00021570
                RIDFLD(ALT-KEY-SEQ)                                     00021580
                GTEQ                                                    00021590
                RESP(BROWSE-RESP)                                       00021600
                NOHANDLE                                                00021610
           END-EXEC.                                                    00021620
                                                                        00021630
           IF  BROWSE-RESP EQUAL DFHRESP(NORMAL)                        00021640
               MOVE ALERT-HEADING          TO OUTPUT-LINE               00021650
               PERFORM 7900-APPEND-LINE  THRU 7900-EXIT                 00021660
               PERFORM 5010-ALERT-PREV   THRU 5010-EXIT                 00021670
                   WITH TEST BEFORE                                     00021680
                   UNTIL BROWSE-RESP NOT EQUAL DFHRESP(NORMAL)  OR      00021690
                         LIST-COUNT EQUAL ALERT-LIST-MAX                00021700
               EXEC CICS ENDBR FILE(ZA-FCT) NOHANDLE                    00021710
               END-EXEC.                                                00021720
                                                                        00021730
           IF  LIST-COUNT EQUAL ZEROES                                  00021740
               MOVE HTTP-NO-ALERTS         TO HTTP-204-TEXT             00021750
               MOVE HTTP-NO-ALERTS-LENGTH  TO HTTP-204-LENGTH           00021760
               PERFORM 9700-STATUS-204   THRU 9700-EXIT                 00021770
               GO TO 5000-EXIT.                                         00021780
                                                                        00021790
           PERFORM 7100-SEND-BUFFER      THRU 7100-EXIT.                00021800
       5000-EXIT.                                                       00021810
           EXIT.                                                        00021820
                                                                        00021830
       5010-ALERT-PREV.                                                 00021840
           MOVE LENGTH OF ALT-RECORD       TO ALT-LENGTH.               00021850
                                                                        00021860
           EXEC CICS READPREV FILE(ZA-FCT)                              00021870
                INTO  (ALT-RECORD)                                      00021880
                RIDFLD(ALT-KEY-SEQ)                                     00021890
                LENGTH(ALT-LENGTH)                                      00021900
                RESP  (BROWSE-RESP)                                     00021910
                NOHANDLE                                                00021920
           END-EXEC.                                                    00021930
                                                                        00021940
           IF  BROWSE-RESP NOT EQUAL DFHRESP(NORMAL)                    00021950
               GO TO 5010-EXIT.                                         00021960
                                                                        00021970
           ADD  ONE                        TO LIST-COUNT.               00021980
                                                                        00021990
           MOVE ALT-DATE                   TO AL-DATE.                  00022000
           MOVE ALT-TIME                   TO AL-TIME.                  00022010
           MOVE ALT-TRANID                 TO AL-TRANID.                00022020
           MOVE ALT-EVENT                  TO AL-EVENT.                 00022030
           MOVE ALT-METRIC                 TO AL-METRIC.                00022040
           MOVE ALT-SEVERITY               TO AL-SEVERITY.              00022050
           MOVE ALT-SAMPLE                 TO AL-SAMPLE.                00022060
           MOVE ALT-LIMIT                  TO AL-LIMIT.                 00022070
           MOVE ALT-PEAK                   TO AL-PEAK.                  00022080
           MOVE ALT-DURATION               TO AL-DURATION.              00022090
                                                                        00022100
           MOVE ALERT-LINE                 TO OUTPUT-LINE.              00022110
           PERFORM 7900-APPEND-LINE      THRU 7900-EXIT.                00022120
       5010-EXIT.                                                       00022130
           EXIT.                                                        00022140
                                                                        00022150
      ***************************************************************** 00022160
      * Start the background monitor (MN-TRANID) now.  A chain that   * 00022170
      * is already running folds this start into itself - see         * 00022180
      * 2100-BACKGROUND-PASS.                                         * 00022190
      ***************************************************************** 00022200
       6500-START-MONITOR.                                              00022210
           EXEC CICS START TRANSID(MN-TRANID)                           00022220
                REQID  (MN-REQID)                                       00022230
                RESP   (WRITE-RESP)                                     00022240
                NOHANDLE                                                00022250
           END-EXEC.                                                    00022260
                                                                        00022270
           MOVE SPACES                     TO OUTPUT-LINE.              00022280
           IF  WRITE-RESP EQUAL DFHRESP(NORMAL)                         00022290
               STRING 'MONITOR STARTED: '   DELIMITED BY SIZE           00022300
                      MN-TRANID             DELIMITED BY SIZE           00022310
                   INTO OUTPUT-LINE                                     00022320
           ELSE                                                         00022330
               STRING 'MONITOR START FAILED: ' DELIMITED BY SIZE        00022340
                      MN-TRANID             DELIMITED BY SIZE           00022350
                   INTO OUTPUT-LINE.                                    00022360
                                                                        00022370
           PERFORM 7900-APPEND-LINE      THRU 7900-EXIT.                00022380
           PERFORM 7100-SEND-BUFFER      THRU 7100-EXIT.                00022390
       6500-EXIT.                                                       00022400
           EXIT.                                                        00022410
                                                                        00022420
      ***************************************************************** 00022430
      * Report a web ?sample pass: the pass counts, then every        * 00022440
      * threshold as it now stands.                                   * 00022450
      ***************************************************************** 00022460
       7000-SEND-SUMMARY.                                               00022470
           MOVE SAMPLED-COUNT              TO SL-SAMPLED.               00022480
           MOVE BREACHED-COUNT             TO SL-BREACHED.              00022490
           MOVE CLEARED-COUNT              TO SL-CLEARED.               00022500
           MOVE IN-BREACH-COUNT            TO SL-IN-BREACH.             00022510
                                                                        00022520
           MOVE SUMMARY-LINE               TO OUTPUT-LINE.              00022530
           PERFORM 7900-APPEND-LINE      THRU 7900-EXIT.                00022540
                                                                        00022550
           MOVE LOW-VALUES                 TO ZM-KEY.                   00022560
                                                                        00022570
           EXEC CICS STARTBR FILE(ZM-FCT)                               00022580
                RIDFLD(ZM-KEY)                                          00022590
                GTEQ                                                    00022600
                RESP(BROWSE-RESP)                                       00022610
                NOHANDLE                                                00022620
           END-EXEC.                                                    00022630
                                                                        00022640
           IF  BROWSE-RESP EQUAL DFHRESP(NORMAL)                        00022650
               PERFORM 4010-LIST-NEXT    THRU 4010-EXIT                 00022660
                   WITH TEST BEFORE                                     00022670
                   UNTIL BROWSE-RESP NOT EQUAL DFHRESP(NORMAL)          00022680
               EXEC CICS ENDBR FILE(ZM-FCT) NOHANDLE                    00022690
               END-EXEC.                                                00022700
                                                                        00022710
           PERFORM 7100-SEND-BUFFER      THRU 7100-EXIT.                00022720
       7000-EXIT.                                                       00022730
           EXIT.                                                        00022740
                                                                        00022750
      ***************************************************************** 00022760
      * Send the report buffer, text/plain.                           * 00022770
      ***************************************************************** 00022780
       7100-SEND-BUFFER.                                                00022790
           MOVE DFHVALUE(IMMEDIATE)        TO SEND-ACTION.              00022800
                                                                        00022810
           PERFORM 9001-ACAO             THRU 9001-EXIT.                00022820
                                                                        00022830
           EXEC CICS WEB SEND                                           00022840
                FROM      (REPORT-BUFFER)                               00022850
                FROMLENGTH(REPORT-LENGTH)                               00022860
                MEDIATYPE (TEXT-PLAIN)                                  00022870
                STATUSCODE(HTTP-STATUS-200)                             00022880
                STATUSTEXT(HTTP-OK)                                     00022890
                ACTION    (SEND-ACTION)                                 00022900
                SRVCONVERT                                              00022910
                NOHANDLE                                                00022920
           END-EXEC.                                                    00022930
       7100-EXIT.                                                       00022940
           EXIT.                                                        00022950
                                                                        00022960
      ***************************************************************** 00022970
      * Append OUTPUT-LINE and a CRLF to the report buffer while      * 00022980
      * there is room.                                                * 00022990
      ***************************************************************** 00023000
       7900-APPEND-LINE.                                                00023010
           IF  REPORT-LENGTH + REPORT-LINE-LENGTH + TWO                 00023020
                   LESS THAN LENGTH OF REPORT-BUFFER                    00023030
               MOVE OUTPUT-LINE                                         00023040
                 TO REPORT-BUFFER(REPORT-LENGTH + 1:                    00023050
                                  REPORT-LINE-LENGTH)                   00023060
               ADD  REPORT-LINE-LENGTH     TO REPORT-LENGTH             00023070
               MOVE CRLF                                                00023080
                 TO REPORT-BUFFER(REPORT-LENGTH + 1:2)                  00023090
               ADD  TWO                    TO REPORT-LENGTH.            00023100
                                                                        00023110
           MOVE SPACES                     TO OUTPUT-LINE.              00023120
       7900-EXIT.                                                       00023130
           EXIT.                                                        00023140
                                                                        00023150
      ***************************************************************** 00023160
      * Return to CICS                                                * 00023170
      ***************************************************************** 00023180
       9000-RETURN.                                                     00023190
                                                                        00023200
           EXEC CICS RETURN                                             00023210
           END-EXEC.                                                    00023220
                                                                        00023230
       9000-EXIT.                                                       00023240
           EXIT.                                                        00023250
                                                                        00023260
      ***************************************************************** 00023270
      * Write HTTP header                                             * 00023280
      ***************************************************************** 00023290
       9001-ACAO.                                                       00023300
           EXEC CICS WEB WRITE                                          00023310
                HTTPHEADER (HEADER-ACAO)                                00023320
                NAMELENGTH (HEADER-ACAO-LENGTH)                         00023330
                VALUE      (VALUE-ACAO)                                 00023340
                VALUELENGTH(VALUE-ACAO-LENGTH)                          00023350
                NOHANDLE                                                00023360
           END-EXEC.                                                    00023370
       9001-EXIT.                                                       00023380
           EXIT.                                                        00023390
                                                                        00023400
      ***************************************************************** 00023410
      * THRESHOLD/ALERT file I/O error - logged to the TD queue.  The * 00023420
      * web paths also answer 507.                                    * 00023430
      ***************************************************************** 00023440
       9200-KEY-ERROR.                                                  00023450
           IF  EIBRESP EQUAL DFHRESP(NOSPACE)                           00023460
               MOVE NO-SPACE-MESSAGE  TO KE-NOSPACE.                    00023470
                                                                        00023480
           MOVE EIBDS                 TO KE-DS.                         00023490
           MOVE EIBRESP               TO KE-RESP.                       00023500
           MOVE EIBRESP2              TO KE-RESP2.                      00023510
           PERFORM 9950-ABS         THRU 9950-EXIT.                     00023520
           MOVE EIBTRNID              TO TD-TRANID.                     00023530
           EXEC CICS FORMATTIME ABSTIME(ZF-ABS)                         00023540
                TIME(TD-TIME)                                           00023550
                YYYYMMDD(TD-DATE)                                       00023560
                TIMESEP                                                 00023570
                DATESEP                                                 00023580
                NOHANDLE                                                00023590
           END-EXEC.                                                    00023600
           MOVE KEY-ERROR            TO TD-MESSAGE.                     00023610
           MOVE LENGTH OF TD-RECORD  TO TD-LENGTH.                      00023620
           EXEC CICS WRITEQ TD QUEUE(TD-QUEUE)                          00023630
                FROM(TD-RECORD)                                         00023640
                LENGTH(TD-LENGTH)                                       00023650
                NOHANDLE                                                00023660
           END-EXEC.                                                    00023670
       9200-EXIT.                                                       00023680
           EXIT.                                                        00023690
                                                                        00023700
      ***************************************************************** 00023710
      * HTTP status 400 messages.                                     * 00023720
      ***************************************************************** 00023730
       9400-STATUS-400.                                                 00023740
           PERFORM 9001-ACAO         THRU 9001-EXIT.                    00023750
           MOVE DFHVALUE(IMMEDIATE)     TO SEND-ACTION.                 00023760
           EXEC CICS WEB SEND                                           00023770
                FROM      (CRLF)                                        00023780
                FROMLENGTH(TWO)                                         00023790
                MEDIATYPE (TEXT-PLAIN)                                  00023800
                ACTION    (SEND-ACTION)                                 00023810
                STATUSCODE(HTTP-STATUS-400)                             00023820
                STATUSTEXT(HTTP-400-TEXT)                               00023830
                STATUSLEN (HTTP-400-LENGTH)                             00023840
                SRVCONVERT                                              00023850
                NOHANDLE                                                00023860
           END-EXEC.                                                    00023870
       9400-EXIT.                                                       00023880
           EXIT.                                                        00023890
                                                                        00023900
      ***************************************************************** 00023910
      * Basic Authentication error.                                   * 00023920
      ***************************************************************** 00023930
       9600-AUTH-ERROR.                                                 00023940
           PERFORM 9001-ACAO         THRU 9001-EXIT.                    00023950
           EXEC CICS WEB SEND                                           00023960
                FROM      (CRLF)                                        00023970
                FROMLENGTH(TWO)                                         00023980
                MEDIATYPE (TEXT-PLAIN)                                  00023990
                STATUSCODE(HTTP-STATUS-401)                             00024000
                STATUSTEXT(HTTP-AUTH-ERROR)                             00024010
                SRVCONVERT                                              00024020
                NOHANDLE                                                00024030
           END-EXEC.                                                    00024040
       9600-EXIT.                                                       00024050
           EXIT.                                                        00024060
                                                                        00024070
      ***************************************************************** 00024080
      * Status 204 response.                                          * 00024090
      ***************************************************************** 00024100
       9700-STATUS-204.                                                 00024110
           PERFORM 9001-ACAO         THRU 9001-EXIT.                    00024120
           MOVE DFHVALUE(IMMEDIATE)     TO SEND-ACTION.                 00024130
           EXEC CICS WEB SEND                                           00024140
                FROM      (CRLF)                                        00024150
                FROMLENGTH(TWO)                                         00024160
                MEDIATYPE (TEXT-PLAIN)                                  00024170
                ACTION    (SEND-ACTION)                                 00024180
                STATUSCODE(HTTP-STATUS-204)                             00024190
                STATUSTEXT(HTTP-204-TEXT)                               00024200
                STATUSLEN (HTTP-204-LENGTH)                             00024210
                SRVCONVERT                                              00024220
                NOHANDLE                                                00024230
           END-EXEC.                                                    00024240
       9700-EXIT.                                                       00024250
           EXIT.                                                        00024260
                                                                        00024270
      ***************************************************************** 00024280
      * THRESHOLD file I/O error - 507 response.                      * 00024290
      ***************************************************************** 00024300
       9800-STATUS-507.                                                 00024310
           PERFORM 9001-ACAO         THRU 9001-EXIT.                    00024320
           EXEC CICS WEB SEND                                           00024330
                FROM      (CRLF)                                        00024340
                FROMLENGTH(TWO)                                         00024350
                MEDIATYPE (TEXT-PLAIN)                                  00024360
                STATUSCODE(HTTP-STATUS-507)                             00024370
                STATUSTEXT(HTTP-507-TEXT)                               00024380
                STATUSLEN (HTTP-507-LENGTH)                             00024390
                SRVCONVERT                                              00024400
                NOHANDLE                                                00024410
           END-EXEC.                                                    00024420
       9800-EXIT.                                                       00024430
           EXIT.                                                        00024440
                                                                        00024450
      ***************************************************************** 00024460
      * Get Absolute time.                                            * 00024470
      ***************************************************************** 00024480
       9950-ABS.                                                        00024490
           EXEC CICS ASKTIME ABSTIME(ZF-ABS) NOHANDLE                   00024500
           END-EXEC.                                                    00024510
       9950-EXIT.                                                       00024520
           EXIT.                                                        00024530
