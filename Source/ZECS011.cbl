       CBL CICS("SP")                                                   00000010
       IDENTIFICATION DIVISION.                                         00000020
       PROGRAM-ID. ZECS011.                                             00000030
       AUTHOR.     Randy Frerking and Rich Jackson.                     00000040
      ***************************************************************** 00000050
      *                                                               * 00000060
      * z/OS Enterprise Caching Services.                             * 00000070
      *                                                               * 00000080
      * Write-behind forwarder to the system of record.               * 00000090
      *                                                               * 00000100
      * ZECS001's 9985-WRITE-BEHIND queues every successful           * 00000110
      * POST/PUT/DELETE against a prefix registered for write-behind  * 00000120
      * (ZCxxRT document template, column 45 'W' or 'B') to the       * 00000130
      * write-behind keyed file (ZW-FCT).  This program delivers the  * 00000140
      * queued mutations to the origin URL registered for the prefix  * 00000150
      * - the same template line, so one application has one origin   * 00000160
      * configuration for read-through and write-behind alike.        * 00000170
      *                                                               * 00000180
      * Each delivery ships the CURRENT cache content for the key, as * 00000190
      * ZECS005 does for the partner Data Center, to the same         * 00000200
      * /resources/datacaches/ path the application used.  The        * 00000210
      * superseded rule is ZECS005's too: a POST/PUT whose key no     * 00000220
      * longer exists locally, and a DELETE whose key exists again,   * 00000230
      * are dropped - the later mutation is queued behind them.       * 00000240
      *                                                               * 00000250
      * A failed delivery (open failure or a non-2xx status; a 404    * 00000260
      * answering a DELETE counts as delivered) is rewritten in place * 00000270
      * with WBQ-ATTEMPTS bumped and WBQ-NEXT-ABS pushed out by the   * 00000280
      * retry interval times the attempt count (capped at an hour).   * 00000290
      * At the attempt limit the record moves to the failed-delivery  * 00000300
      * file (ZX-FCT) and stays there until it is re-driven.          * 00000310
      *                                                               * 00000320
      * Run as a started transaction (ZWxx, no web request) the       * 00000330
      * program makes one delivery pass and re-STARTs itself after    * 00000340
      * POLL-INTERVAL - start it once from the PLT, with CECI, or     * 00000350
      * with GET ?start.  The chain ends when ZW-FCT is closed or     * 00000360
      * disabled.  Every request over the URIMAP path requires Basic  * 00000370
      * Authentication:                                               * 00000380
      *                                                               * 00000390
      * GET <path>                 - one delivery pass, with report   * 00000400
      * GET <path>?backlog         - queued/retrying/failed by        * 00000410
      *                              application, oldest capture      * 00000420
      * GET <path>?failed          - list the failed-delivery file    * 00000430
      * GET <path>?redrive         - move every failed record back    * 00000440
      * GET <path>?redrive=<prefix> to the queue (key prefix filter)  * 00000450
      * GET <path>?start           - start the background forwarder   * 00000460
      *                                                               * 00000470
      * Attempt limit and retry interval are enabled via PROGRAM      * 00000480
      * definition, the same pattern as ZECS001's quota and lockout   * 00000490
      * limits: ZCxxWM LENGTH = attempts (default 10), ZCxxWI         * 00000500
      * LENGTH = retry interval seconds (default 60).                 * 00000510
      *                                                               * 00000520
      * An ENQ on WB-ENQ-NAME keeps a web pass and the background     * 00000530
      * pass from delivering the same records at the same time.       * 00000540
      *                                                               * 00000550
      * Date       UserID    Description                              * 00000560
      * ---------- --------  ---------------------------------------- * 00000570
      *                                                               * 00000580
      ***************************************************************** 00000590
       ENVIRONMENT DIVISION.                                            00000600
       DATA DIVISION.                                                   00000610
       WORKING-STORAGE SECTION.                                         00000620
                                                                        00000630
      ***************************************************************** 00000640
      * DEFINE LOCAL VARIABLES                                        * 00000650
      ***************************************************************** 00000660
       01  ZECS002                PIC  X(08) VALUE 'ZECS002 '.          00000670
       01  CRLF                   PIC  X(02) VALUE X'0D25'.             00000680
                                                                        00000690
       01  TWO                    PIC S9(08) COMP VALUE  2.             00000700
       01  ONE                    PIC S9(08) COMP VALUE  1.             00000710
       01  TEN                    PIC S9(08) COMP VALUE 10.             00000720
       01  SIX                    PIC S9(08) COMP VALUE  6.             00000730
       01  EIGHT                  PIC S9(08) COMP VALUE  8.             00000735
       01  URI-PREFIX-LENGTH      PIC S9(08) COMP VALUE 22.             00000740
                                                                        00000750
       01  HTTP-NAME-LENGTH       PIC S9(08) COMP VALUE ZEROES.         00000760
       01  HTTP-VALUE-LENGTH      PIC S9(08) COMP VALUE ZEROES.         00000770
       01  HTTP-HEADER            PIC  X(13) VALUE 'Authorization'.     00000780
       01  HTTP-HEADER-VALUE      PIC  X(64) VALUE SPACES.              00000790
                                                                        00000800
       01  ZECS002-COMM-AREA.                                           00000810
           02  CA-RETURN-CODE     PIC  X(02) VALUE '00'.                00000820
           02  FILLER             PIC  X(02) VALUE SPACES.              00000830
           02  CA-USERID          PIC  X(08) VALUE SPACES.              00000840
           02  CA-PASSWORD        PIC  X(08) VALUE SPACES.              00000850
           02  CA-ENCODE          PIC  X(24) VALUE SPACES.              00000860
           02  FILLER             PIC  X(04) VALUE SPACES.              00000870
           02  CA-DECODE          PIC  X(18) VALUE SPACES.              00000880
                                                                        00000890
       01  HTTP-STATUS-200        PIC S9(04) COMP VALUE 200.            00000900
       01  HTTP-STATUS-204        PIC S9(04) COMP VALUE 204.            00000910
       01  HTTP-STATUS-400        PIC S9(04) COMP VALUE 400.            00000920
       01  HTTP-STATUS-401        PIC S9(04) COMP VALUE 401.            00000930
       01  HTTP-STATUS-404        PIC S9(04) COMP VALUE 404.            00000940
                                                                        00000950
       01  HTTP-400-TEXT          PIC  X(32) VALUE SPACES.              00000960
       01  HTTP-400-LENGTH        PIC S9(08) COMP VALUE 32.             00000970
       01  HTTP-204-TEXT          PIC  X(24) VALUE SPACES.              00000980
       01  HTTP-204-LENGTH        PIC S9(08) COMP VALUE ZEROES.         00000990
                                                                        00001000
       01  HTTP-INVALID-URI.                                            00001010
           02  FILLER             PIC  X(16) VALUE 'Invalid URI form'.  00001020
           02  FILLER             PIC  X(16) VALUE 'at              '.  00001030
                                                                        00001040
       01  HTTP-AUTH-ERROR.                                             00001050
           02  FILLER             PIC  X(16) VALUE 'Basic Authentica'.  00001060
           02  FILLER             PIC  X(16) VALUE 'tion failed     '.  00001070
                                                                        00001080
       01  HTTP-NO-ORIGIN.                                              00001090
           02  FILLER             PIC  X(16) VALUE 'No write-behind '.  00001100
           02  FILLER             PIC  X(16) VALUE 'origin defined  '.  00001110
                                                                        00001120
       01  HTTP-PASS-ACTIVE.                                            00001130
           02  FILLER             PIC  X(16) VALUE 'Delivery pass al'.  00001140
           02  FILLER             PIC  X(16) VALUE 'ready active    '.  00001150
                                                                        00001160
       01  HTTP-QUEUE-EMPTY       PIC  X(24) VALUE                      00001170
           'Write-behind is empty'.                                     00001180
       01  HTTP-QUEUE-EMPTY-LENGTH PIC S9(08) COMP VALUE 21.            00001190
       01  HTTP-FAILED-EMPTY      PIC  X(24) VALUE                      00001200
           'No failed deliveries'.                                      00001210
       01  HTTP-FAILED-EMPTY-LENGTH PIC S9(08) COMP VALUE 20.           00001220
                                                                        00001230
       01  HTTP-OK                PIC  X(02) VALUE 'OK'.                00001240
                                                                        00001250
       01  TEXT-ANYTHING          PIC  X(04) VALUE 'text'.              00001260
       01  TEXT-PLAIN             PIC  X(56) VALUE 'text/plain'.        00001270
       01  APPLICATION-XML        PIC  X(56) VALUE 'application/xml'.   00001280
       01  APPLICATION-JSON       PIC  X(56) VALUE 'application/json'.  00001290
       01  SEND-ACTION            PIC S9(08) COMP VALUE ZEROES.         00001300
                                                                        00001310
       01  HEADER-ACAO.                                                 00001320
           02  FILLER             PIC  X(16) VALUE 'Access-Control-A'.  00001330
           02  FILLER             PIC  X(11) VALUE 'llow-Origin'.       00001340
       01  HEADER-ACAO-LENGTH     PIC S9(08) COMP VALUE 27.             00001350
       01  VALUE-ACAO             PIC  X(01) VALUE '*'.                 00001360
       01  VALUE-ACAO-LENGTH      PIC S9(08) COMP VALUE 01.             00001370
                                                                        00001380
       01  WEB-SCHEME             PIC S9(08) COMP VALUE ZEROES.         00001390
       01  WEB-HOST-LENGTH        PIC S9(08) COMP VALUE 120.            00001400
       01  WEB-HTTPMETHOD-LENGTH  PIC S9(08) COMP VALUE 10.             00001410
       01  WEB-HTTPVERSION-LENGTH PIC S9(08) COMP VALUE 15.             00001420
       01  WEB-PATH-LENGTH        PIC S9(08) COMP VALUE 512.            00001430
       01  WEB-QUERYSTRING-LENGTH PIC S9(08) COMP VALUE 256.            00001440
       01  WEB-REQUESTTYPE        PIC S9(08) COMP VALUE ZEROES.         00001450
       01  WEB-PORT               PIC S9(08) COMP VALUE ZEROES.         00001460
       01  WEB-EXTRACT-RESP       PIC S9(08) COMP VALUE ZEROES.         00001470
                                                                        00001480
       01  WEB-HTTPMETHOD         PIC  X(10) VALUE SPACES.              00001490
       01  WEB-HTTP-GET           PIC  X(10) VALUE 'GET'.               00001500
       01  WEB-HTTP-POST          PIC  X(10) VALUE 'POST'.              00001510
       01  WEB-HTTP-PUT           PIC  X(10) VALUE 'PUT'.               00001520
       01  WEB-HTTP-DELETE        PIC  X(10) VALUE 'DELETE'.            00001530
       01  WEB-HTTPVERSION        PIC  X(15) VALUE SPACES.              00001540
       01  WEB-HOST               PIC  X(120) VALUE SPACES.             00001550
       01  WEB-PATH               PIC  X(512) VALUE LOW-VALUES.         00001560
       01  WEB-QUERYSTRING        PIC  X(256) VALUE SPACES.             00001570
                                                                        00001580
       01  READ-RESP              PIC S9(08) COMP VALUE ZEROES.         00001590
       01  QUEUE-RESP             PIC S9(08) COMP VALUE ZEROES.         00001600
       01  FAILED-RESP            PIC S9(08) COMP VALUE ZEROES.         00001610
       01  WRITE-RESP             PIC S9(08) COMP VALUE ZEROES.         00001620
       01  ENQ-RESP               PIC S9(08) COMP VALUE ZEROES.         00001630
       01  LIMIT-RESP             PIC S9(08) COMP VALUE ZEROES.         00001640
                                                                        00001650
       01  LINKAGE-ADDRESSES.                                           00001660
           02  CACHE-ADDRESS      USAGE POINTER.                        00001670
           02  CACHE-ADDRESS-X    REDEFINES CACHE-ADDRESS               00001680
                                  PIC S9(08) COMP.                      00001690
                                                                        00001700
           02  SAVE-ADDRESS       USAGE POINTER.                        00001710
           02  SAVE-ADDRESS-X     REDEFINES SAVE-ADDRESS                00001720
                                  PIC S9(08) COMP.                      00001730
                                                                        00001740
       01  GETMAIN-LENGTH         PIC S9(08) COMP VALUE ZEROES.         00001750
       01  BINARY-ZEROES          PIC  X(01) VALUE LOW-VALUES.          00001760
       01  THIRTY-TWO-KB          PIC S9(08) COMP VALUE 32000.          00001770
       01  CACHE-LENGTH           PIC S9(08) COMP VALUE ZEROES.         00001780
                                                                        00001790
      ***************************************************************** 00001800
      * Run-length decode support - identical to ZECS005's.  Entries  * 00001810
      * stored compressed by ZECS001 (ZF-EXTRA flag 'C', original     * 00001820
      * length in bytes 2-9) are decoded before delivery; the origin  * 00001830
      * always receives the original bytes.                           * 00001840
      ***************************************************************** 00001850
       01  BINARY-ZERO            PIC  X(01) VALUE X'00'.               00001860
       01  CPR-ABORT-SW           PIC  X(01) VALUE 'N'.                 00001870
           88  CPR-ABORT          VALUE 'Y'.                            00001880
                                                                        00001890
       01  FILLER.                                                      00001900
           02  CPR-POINTER        USAGE POINTER.                        00001910
           02  CPR-POINTER-X      REDEFINES CPR-POINTER                 00001920
                                  PIC S9(08) COMP.                      00001930
           02  RAW-POINTER        USAGE POINTER.                        00001940
           02  RAW-POINTER-X      REDEFINES RAW-POINTER                 00001950
                                  PIC S9(08) COMP.                      00001960
                                                                        00001970
       01  CPR-ORIG-LENGTH        PIC S9(08) COMP VALUE ZEROES.         00001980
       01  CPR-LENGTH             PIC S9(08) COMP VALUE ZEROES.         00001990
       01  CPR-IN                 PIC S9(08) COMP VALUE ZEROES.         00002000
       01  CPR-OUT                PIC S9(08) COMP VALUE ZEROES.         00002010
       01  CPR-RUN                PIC S9(08) COMP VALUE ZEROES.         00002020
       01  CPR-EXPAND             PIC S9(08) COMP VALUE ZEROES.         00002030
       01  CPR-ORIG-EDIT          PIC  9(08) VALUE ZEROES.              00002040
                                                                        00002050
       01  FILLER.                                                      00002060
           02  CPR-COUNT-HW       PIC  9(04) COMP VALUE ZEROES.         00002070
           02  FILLER REDEFINES CPR-COUNT-HW.                           00002080
               05  FILLER         PIC  X(01).                           00002090
               05  CPR-COUNT-BYTE PIC  X(01).                           00002100
                                                                        00002101
      ***************************************************************** 00002102
      * Payload decipher support.  Entries ZECS001 stored encrypted   * 00002103
      * (ZF-EXTRA byte 10 'E', key generation in bytes 11-12 - see    * 00002104
      * ZECSEKC) are deciphered with the ZCxxEK key table ahead of    * 00002105
      * any run-length decode; the system of record always receives   * 00002106
      * clear bytes, as ZECS001 replication does.  A key generation   * 00002107
      * missing from ZCxxEK or a failed decipher is treated like a    * 00002108
      * local read failure.                                           * 00002109
      ***************************************************************** 00002110
       01  FILLER.                                                      00002111
           02  CRY-POINTER        USAGE POINTER.                        00002112
           02  CRY-POINTER-X      REDEFINES CRY-POINTER                 00002113
                                  PIC S9(08) COMP.                      00002114
           02  CRY-TEXT-POINTER   USAGE POINTER.                        00002115
           02  CRY-TEXT-POINTER-X REDEFINES CRY-TEXT-POINTER            00002116
                                  PIC S9(08) COMP.                      00002117
                                                                        00002118
       01  CRY-INDEX              PIC S9(04) COMP VALUE ZEROES.         00002119
       01  CRY-MATCH              PIC S9(04) COMP VALUE ZEROES.         00002120
                                                                        00002121
       01  EK-TOKEN               PIC  X(16) VALUE SPACES.              00002122
       01  ZECS-EK.                                                     00002123
           02  EK-TRANID          PIC  X(04) VALUE 'ZC##'.              00002124
           02  FILLER             PIC  X(02) VALUE 'EK'.                00002125
           02  FILLER             PIC  X(42) VALUE SPACES.              00002126
                                                                        00002127
       01  EK-RESP                PIC S9(08) COMP VALUE ZEROES.         00002128
       01  EK-DSECT-LENGTH        PIC S9(08) COMP VALUE ZEROES.         00002129
       01  EK-LOAD-SW             PIC  X(01) VALUE 'N'.                 00002130
           88  KEYS-LOADED        VALUE 'Y'.                            00002131
                                                                        00002132
       COPY ZECSEKC.                                                    00002133
                                                                        00002134
      ***************************************************************** 00002135
      * Request mode.  BACKGROUND is a started task with no web       * 00002136
      * request behind it; the query string selects the web modes.    * 00002140
      ***************************************************************** 00002150
       01  MODE-SW                PIC  X(01) VALUE 'F'.                 00002160
           88  MODE-FORWARD       VALUE 'F'.                            00002170
           88  MODE-BACKLOG       VALUE 'B'.                            00002180
           88  MODE-FAILED        VALUE 'L'.                            00002190
           88  MODE-REDRIVE       VALUE 'R'.                            00002200
           88  MODE-START         VALUE 'S'.                            00002210
       01  BACKGROUND-SW          PIC  X(01) VALUE 'N'.                 00002220
           88  BACKGROUND         VALUE 'Y'.                            00002230
                                                                        00002240
       01  REDRIVE-PREFIX         PIC X(255) VALUE SPACES.              00002250
       01  REDRIVE-PREFIX-LENGTH  PIC S9(08) COMP VALUE ZEROES.         00002260
                                                                        00002270
      ***************************************************************** 00002280
      * Delivery pass controls.  FORWARD-MAX bounds how many queued   * 00002290
      * records one pass stages - the stage table holds the browsed   * 00002300
      * window so no file browse is held open across the origin       * 00002310
      * conversations, as in ZECS005.                                 * 00002320
      ***************************************************************** 00002330
       01  FORWARD-MAX            PIC S9(04) COMP VALUE 500.            00002340
       01  QUEUE-DEPTH            PIC S9(04) COMP VALUE ZEROES.         00002350
       01  STAGE-COUNT            PIC S9(04) COMP VALUE ZEROES.         00002360
       01  STAGE-INDEX            PIC S9(04) COMP VALUE ZEROES.         00002370
       01  DEFERRED-COUNT         PIC S9(04) COMP VALUE ZEROES.         00002380
       01  FORWARDED-COUNT        PIC S9(04) COMP VALUE ZEROES.         00002390
       01  DROPPED-COUNT          PIC S9(04) COMP VALUE ZEROES.         00002400
       01  RETRY-COUNT            PIC S9(04) COMP VALUE ZEROES.         00002410
       01  FAILED-COUNT           PIC S9(04) COMP VALUE ZEROES.         00002420
       01  WAITING-COUNT          PIC S9(04) COMP VALUE ZEROES.         00002430
       01  REDRIVEN-COUNT         PIC S9(04) COMP VALUE ZEROES.         00002440
                                                                        00002450
       01  STAGE-TABLE.                                                 00002460
           02  STAGE-ENTRY        OCCURS 500 TIMES                      00002470
                                  PIC  X(510).                          00002480
                                                                        00002490
       01  WBQ-UPDATE-AREA        PIC  X(510) VALUE SPACES.             00002500
       01  QUEUE-KEY-SAVE         PIC  X(18) VALUE SPACES.              00002510
       01  FAILED-KEY-SAVE        PIC  X(18) VALUE SPACES.              00002520
                                                                        00002530
       01  DELIVERY-SW            PIC  X(01) VALUE 'N'.                 00002540
           88  DELIVERY-FAILED    VALUE 'F'.                            00002550
           88  DELIVERY-DONE      VALUE 'Y'.                            00002560
           88  DELIVERY-DROPPED   VALUE 'D'.                            00002570
       01  FORWARD-RESULT         PIC  X(24) VALUE SPACES.              00002580
       01  FORWARD-KEY-LENGTH     PIC S9(08) COMP VALUE ZEROES.         00002590
       01  REPORT-KEY-LENGTH      PIC S9(08) COMP VALUE ZEROES.         00002600
                                                                        00002610
       01  FORWARD-PATH           PIC  X(512) VALUE LOW-VALUES.         00002620
       01  FORWARD-PATH-LENGTH    PIC S9(08) COMP VALUE ZEROES.         00002630
       01  RESOURCES-PREFIX       PIC  X(22) VALUE                      00002640
           '/resources/datacaches/'.                                    00002650
                                                                        00002660
       01  NOW-ABS                PIC S9(15) VALUE ZEROES COMP-3.       00002670
       01  RETRY-MS               PIC S9(15) VALUE ZEROES COMP-3.       00002680
       01  RETRY-MS-LIMIT         PIC S9(15) VALUE 3600000 COMP-3.      00002690
                                                                        00002700
      ***************************************************************** 00002710
      * Attempt limit and retry interval - PROGRAM definition         * 00002720
      * LENGTH when defined and non-zero, the compiled-in default     * 00002730
      * otherwise (see 1600-DELIVERY-LIMITS).                         * 00002740
      ***************************************************************** 00002750
       01  ATTEMPT-PROGRAM.                                             00002760
           02  ATTEMPT-TRANID     PIC  X(04) VALUE 'ZC##'.              00002770
           02  FILLER             PIC  X(02) VALUE 'WM'.                00002780
           02  FILLER             PIC  X(02) VALUE SPACES.              00002790
                                                                        00002800
       01  INTERVAL-PROGRAM.                                            00002810
           02  INTERVAL-TRANID    PIC  X(04) VALUE 'ZC##'.              00002820
           02  FILLER             PIC  X(02) VALUE 'WI'.                00002830
           02  FILLER             PIC  X(02) VALUE SPACES.              00002840
                                                                        00002850
       01  ATTEMPT-LIMIT          PIC S9(08) COMP VALUE ZEROES.         00002860
       01  DEFAULT-ATTEMPT-LIMIT  PIC S9(08) COMP VALUE 10.             00002870
       01  RETRY-SECONDS          PIC S9(08) COMP VALUE ZEROES.         00002880
       01  DEFAULT-RETRY-SECONDS  PIC S9(08) COMP VALUE 60.             00002890
                                                                        00002900
      ***************************************************************** 00002910
      * Background chain.  The forwarder re-STARTs its own            * 00002920
      * transaction POLL-INTERVAL (hhmmss) after each pass under a    * 00002930
      * fixed REQID; each pass first CANCELs that REQID, so a second  * 00002940
      * chain started by mistake folds back into one.  GET ?start     * 00002950
      * STARTs WB-TRANID (ZWxx) immediately.                          * 00002960
      ***************************************************************** 00002970
       01  POLL-INTERVAL          PIC S9(07) COMP-3 VALUE 30.           00002980
       01  WB-TRANID.                                                   00002990
           02  FILLER             PIC  X(02) VALUE 'ZW'.                00003000
           02  WB-TRANID-SUFFIX   PIC  X(02) VALUE '##'.                00003010
       01  WB-REQID.                                                    00003020
           02  WB-REQID-TRANID    PIC  X(04) VALUE 'ZC##'.              00003030
           02  FILLER             PIC  X(04) VALUE 'WBFW'.              00003040
       01  WB-ENQ-NAME.                                                 00003050
           02  WB-ENQ-TRANID      PIC  X(04) VALUE 'ZC##'.              00003060
           02  FILLER             PIC  X(04) VALUE 'WBFW'.              00003070
       01  ENQ-HELD-SW            PIC  X(01) VALUE 'N'.                 00003080
           88  ENQ-HELD           VALUE 'Y'.                            00003090
                                                                        00003100
      ***************************************************************** 00003110
      * Report buffer - sized for a full pass: FORWARD-MAX detail     * 00003120
      * lines plus the summary, each 132 bytes + CRLF.                * 00003130
      ***************************************************************** 00003140
       01  REPORT-BUFFER          PIC X(68000) VALUE SPACES.            00003150
       01  REPORT-LENGTH          PIC S9(08) COMP VALUE ZEROES.         00003160
       01  REPORT-LINE-LENGTH     PIC S9(08) COMP VALUE 132.            00003170
       01  OUTPUT-LINE            PIC X(132) VALUE SPACES.              00003180
                                                                        00003190
       01  REPORT-LINE.                                                 00003200
           02  RL-DATE            PIC  X(10).                           00003210
           02  FILLER             PIC  X(01) VALUE SPACES.              00003220
           02  RL-TIME            PIC  X(08).                           00003230
           02  FILLER             PIC  X(01) VALUE SPACES.              00003240
           02  RL-METHOD          PIC  X(06).                           00003250
           02  FILLER             PIC  X(01) VALUE SPACES.              00003260
           02  RL-KEY             PIC  X(50).                           00003270
           02  FILLER             PIC  X(01) VALUE SPACES.              00003280
           02  RL-ATTEMPTS        PIC  9(03).                           00003290
           02  FILLER             PIC  X(01) VALUE SPACES.              00003300
           02  RL-STATUS          PIC  9(04).                           00003310
           02  FILLER             PIC  X(01) VALUE SPACES.              00003320
           02  RL-RESULT          PIC  X(24).                           00003330
           02  FILLER             PIC  X(21) VALUE SPACES.              00003340
                                                                        00003350
       01  SUMMARY-LINE.                                                00003360
           02  FILLER             PIC  X(11) VALUE 'FORWARDED: '.       00003370
           02  SL-FORWARDED       PIC  9(04).                           00003380
           02  FILLER             PIC  X(10) VALUE ' DROPPED: '.        00003390
           02  SL-DROPPED         PIC  9(04).                           00003400
           02  FILLER             PIC  X(11) VALUE ' RETRYING: '.       00003410
           02  SL-RETRY           PIC  9(04).                           00003420
           02  FILLER             PIC  X(09) VALUE ' FAILED: '.         00003430
           02  SL-FAILED          PIC  9(04).                           00003440
           02  FILLER             PIC  X(10) VALUE ' WAITING: '.        00003450
           02  SL-WAITING         PIC  9(04).                           00003460
           02  FILLER             PIC  X(11) VALUE ' DEFERRED: '.       00003470
           02  SL-DEFERRED        PIC  9(04).                           00003480
                                                                        00003490
       01  REDRIVE-LINE.                                                00003500
           02  FILLER             PIC  X(10) VALUE 'REDRIVEN: '.        00003510
           02  RD-REDRIVEN        PIC  9(04).                           00003520
           02  FILLER             PIC  X(12) VALUE ' REMAINING: '.      00003530
           02  RD-REMAINING       PIC  9(04).                           00003540
                                                                        00003550
       01  FAILED-LINE.                                                 00003560
           02  FILLER             PIC  X(08) VALUE 'FAILED: '.          00003570
           02  FL-FAILED          PIC  9(04).                           00003580
           02  FILLER             PIC  X(09) VALUE ' LISTED: '.         00003590
           02  FL-LISTED          PIC  9(04).                           00003600
                                                                        00003610
      ***************************************************************** 00003620
      * Backlog by application - BU_SBU/application is the key up     * 00003630
      * to its second '/'.  Applications past BACKLOG-MAX fold into   * 00003640
      * one *OTHER* line.                                             * 00003650
      ***************************************************************** 00003660
       01  BACKLOG-MAX            PIC S9(04) COMP VALUE 100.            00003670
       01  BACKLOG-COUNT          PIC S9(04) COMP VALUE ZEROES.         00003680
       01  BACKLOG-INDEX          PIC S9(04) COMP VALUE ZEROES.         00003690
       01  BACKLOG-FOUND-SW       PIC  X(01) VALUE 'N'.                 00003700
           88  BACKLOG-FOUND      VALUE 'Y'.                            00003710
       01  BACKLOG-APP            PIC  X(44) VALUE SPACES.              00003720
       01  BACKLOG-BU             PIC  X(44) VALUE SPACES.              00003730
       01  BACKLOG-BU-LENGTH      PIC S9(04) COMP VALUE ZEROES.         00003740
       01  BACKLOG-NAME           PIC  X(44) VALUE SPACES.              00003750
       01  BACKLOG-NAME-LENGTH    PIC S9(04) COMP VALUE ZEROES.         00003760
       01  BACKLOG-SOURCE-SW      PIC  X(01) VALUE 'Q'.                 00003770
           88  BACKLOG-QUEUED     VALUE 'Q'.                            00003780
           88  BACKLOG-FAILED     VALUE 'F'.                            00003790
                                                                        00003800
       01  BACKLOG-TABLE.                                               00003810
           02  BACKLOG-ENTRY      OCCURS 101 TIMES.                     00003820
               05  BT-APP         PIC  X(44).                           00003830
               05  BT-QUEUED      PIC S9(07) COMP-3.                    00003840
               05  BT-RETRYING    PIC S9(07) COMP-3.                    00003850
               05  BT-FAILED      PIC S9(07) COMP-3.                    00003860
               05  BT-OLDEST-DATE PIC  X(10).                           00003870
               05  BT-OLDEST-TIME PIC  X(08).                           00003880
                                                                        00003890
       01  BACKLOG-TOTAL-QUEUED   PIC S9(07) COMP-3 VALUE ZEROES.       00003900
       01  BACKLOG-TOTAL-RETRYING PIC S9(07) COMP-3 VALUE ZEROES.       00003910
       01  BACKLOG-TOTAL-FAILED   PIC S9(07) COMP-3 VALUE ZEROES.       00003920
                                                                        00003930
       01  BACKLOG-HEADING.                                             00003940
           02  FILLER             PIC  X(44) VALUE                      00003950
               'BU_SBU/APPLICATION'.                                    00003960
           02  FILLER             PIC  X(01) VALUE SPACES.              00003970
           02  FILLER             PIC  X(08) VALUE ' QUEUED'.           00003980
           02  FILLER             PIC  X(01) VALUE SPACES.              00003990
           02  FILLER             PIC  X(08) VALUE 'RETRYING'.          00004000
           02  FILLER             PIC  X(01) VALUE SPACES.              00004010
           02  FILLER             PIC  X(08) VALUE ' FAILED'.           00004020
           02  FILLER             PIC  X(01) VALUE SPACES.              00004030
           02  FILLER             PIC  X(19) VALUE                      00004040
               'OLDEST QUEUED'.                                         00004050
                                                                        00004060
       01  BACKLOG-LINE.                                                00004070
           02  BL-APP             PIC  X(44).                           00004080
           02  FILLER             PIC  X(01) VALUE SPACES.              00004090
           02  BL-QUEUED          PIC  Z(07)9.                          00004100
           02  FILLER             PIC  X(01) VALUE SPACES.              00004110
           02  BL-RETRYING        PIC  Z(07)9.                          00004120
           02  FILLER             PIC  X(01) VALUE SPACES.              00004130
           02  BL-FAILED          PIC  Z(07)9.                          00004140
           02  FILLER             PIC  X(01) VALUE SPACES.              00004150
           02  BL-OLDEST-DATE     PIC  X(10).                           00004160
           02  FILLER             PIC  X(01) VALUE SPACES.              00004170
           02  BL-OLDEST-TIME     PIC  X(08).                           00004180
                                                                        00004190
      ***************************************************************** 00004200
      * Origin registrations - the ZCxxRT document template read by   * 00004210
      * ZECS001's 3905-RT-LOAD; the layout is repeated here.          * 00004220
      * Column 45 is the mode: blank or R read-through only, W        * 00004230
      * write-behind only, B both.                                    * 00004240
      ***************************************************************** 00004250
       01  RT-LOAD-SW             PIC  X(01) VALUE 'N'.                 00004260
           88  RT-LOADED          VALUE 'Y'.                            00004270
       01  RT-MATCH-SW            PIC  X(01) VALUE 'N'.                 00004280
           88  RT-MATCHED         VALUE 'Y'.                            00004290
       01  RT-RESP                PIC S9(08) COMP VALUE ZEROES.         00004300
       01  RT-INDEX               PIC S9(08) COMP VALUE ZEROES.         00004310
       01  RT-DSECT-LENGTH        PIC S9(08) COMP VALUE ZEROES.         00004320
       01  RT-PREFIX-LENGTH       PIC S9(08) COMP VALUE ZEROES.         00004330
       01  RT-URL-LENGTH          PIC S9(08) COMP VALUE ZEROES.         00004340
                                                                        00004350
       01  RT-TOKEN               PIC  X(16) VALUE SPACES.              00004360
       01  ZECS-RT.                                                     00004370
           02  RT-TRANID          PIC  X(04) VALUE 'ZC##'.              00004380
           02  FILLER             PIC  X(02) VALUE 'RT'.                00004390
           02  FILLER             PIC  X(42) VALUE SPACES.              00004400
                                                                        00004410
       01  RT-URL-WORK            PIC X(113) VALUE SPACES.              00004420
                                                                        00004430
       01  RT-DSECT.                                                    00004440
           02  RT-TABLE        OCCURS    16 TIMES.                      00004450
               05  RT-PREFIX      PIC  X(44).                           00004460
               05  RT-MODE        PIC  X(01).                           00004470
                   88  RT-MODE-WRITES VALUE 'W' 'B'.                    00004480
               05  RT-URL         PIC X(113).                           00004490
               05  RT-CRLF        PIC  X(02).                           00004500
                                                                        00004510
       01  SESSION-TOKEN          PIC  9(18) COMP VALUE ZEROES.         00004520
                                                                        00004530
       01  URL-SCHEME-NAME        PIC  X(16) VALUE SPACES.              00004540
       01  URL-SCHEME             PIC S9(08) COMP VALUE ZEROES.         00004550
       01  URL-PORT               PIC S9(08) COMP VALUE ZEROES.         00004560
       01  URL-HOST-NAME          PIC  X(80) VALUE SPACES.              00004570
       01  URL-HOST-NAME-LENGTH   PIC S9(08) COMP VALUE 80.             00004580
       01  WEB-STATUS-CODE        PIC S9(04) COMP VALUE 00.             00004590
       01  WEB-STATUS-LENGTH      PIC S9(08) COMP VALUE 24.             00004600
       01  WEB-STATUS-TEXT        PIC  X(24) VALUE SPACES.              00004610
       01  WEB-METHOD             PIC S9(08) COMP VALUE ZEROES.         00004620
       01  CLIENT-CONVERT         PIC S9(08) COMP VALUE ZEROES.         00004630
                                                                        00004640
       01  OPEN-FAILED-SW         PIC  X(01) VALUE 'N'.                 00004650
           88  OPEN-FAILED        VALUE 'Y'.                            00004660
       01  WEB-STATUS-OK-LOW      PIC S9(04) COMP VALUE 200.            00004670
       01  WEB-STATUS-OK-HIGH     PIC S9(04) COMP VALUE 299.            00004680
                                                                        00004690
       01  CONVERSE-LENGTH        PIC S9(08) COMP VALUE 40.             00004700
       01  CONVERSE-RESPONSE      PIC  X(40) VALUE SPACES.              00004710
                                                                        00004720
       01  ZK-FCT.                                                      00004730
           02  ZK-TRANID          PIC  X(04) VALUE 'ZC##'.              00004740
           02  FILLER             PIC  X(04) VALUE 'KEY '.              00004750
                                                                        00004760
       01  ZF-FCT.                                                      00004770
           02  ZF-TRANID          PIC  X(04) VALUE 'ZC##'.              00004780
           02  FILLER             PIC  X(04) VALUE 'FILE'.              00004790
                                                                        00004800
       01  ZD-FCT.                                                      00004802
           02  ZD-TRANID          PIC  X(04) VALUE 'ZC##'.              00004804
           02  FILLER             PIC  X(04) VALUE 'DUP '.              00004806
                                                                        00004808
       01  ZW-FCT.                                                      00004810
           02  ZW-TRANID          PIC  X(04) VALUE 'ZC##'.              00004820
           02  FILLER             PIC  X(04) VALUE 'WBQ '.              00004830
                                                                        00004840
       01  ZX-FCT.                                                      00004850
           02  ZX-TRANID          PIC  X(04) VALUE 'ZC##'.              00004860
           02  FILLER             PIC  X(04) VALUE 'WBF '.              00004870
                                                                        00004880
       01  BROWSE-FCT             PIC  X(08) VALUE SPACES.              00004890
                                                                        00004900
       01  ZK-LENGTH              PIC S9(04) COMP VALUE ZEROES.         00004910
       01  ZF-LENGTH              PIC S9(04) COMP VALUE ZEROES.         00004920
       01  ZD-LENGTH              PIC S9(04) COMP VALUE ZEROES.         00004921
       01  SHARE-RESP             PIC S9(08) COMP VALUE ZEROES.         00004922
       01  SHARE-HEADER           PIC X(356) VALUE LOW-VALUES.          00004923
       01  SHARE-TAIL-SW          PIC  X(01) VALUE 'N'.                 00004924
           88  SHARE-TAIL-READ    VALUE 'Y'.                            00004925
       01  WBQ-LENGTH             PIC S9(04) COMP VALUE ZEROES.         00004930
                                                                        00004940
       01  STAT-COUNTER.                                                00004950
           02  STAT-TRANID        PIC  X(04) VALUE 'ZC##'.              00004960
           02  FILLER             PIC  X(06) VALUE '_STAT_'.            00004970
           02  STAT-ID            PIC  X(04) VALUE SPACES.              00004980
           02  FILLER             PIC  X(02) VALUE SPACES.              00004990
       01  STAT-VALUE             PIC S9(15) COMP-3 VALUE ZEROES.       00005000
       01  STAT-ONE               PIC S9(15) COMP-3 VALUE 1.            00005010
                                                                        00005020
      ***************************************************************** 00005030
      * zECS KEY  record definition.                                  * 00005040
      ***************************************************************** 00005050
       COPY ZECSZKC.                                                    00005060
                                                                        00005070
      ***************************************************************** 00005080
      * zECS FILE record definition.                                  * 00005090
      ***************************************************************** 00005100
       COPY ZECSZFC.                                                    00005110
                                                                        00005111
      ***************************************************************** 00005112
      * zECS SHARED CONTENT record definition.                        * 00005113
      ***************************************************************** 00005114
       COPY ZECSZDC.                                                    00005115
                                                                        00005120
      ***************************************************************** 00005130
      * zECS WRITE-BEHIND record definition.                          * 00005140
      ***************************************************************** 00005150
       COPY ZECSWBQ.                                                    00005160
                                                                        00005170
      ***************************************************************** 00005180
      * Dynamic Storage                                               * 00005190
      ***************************************************************** 00005200
       LINKAGE SECTION.                                                 00005210
       01  DFHCOMMAREA            PIC  X(01).                           00005220
                                                                        00005230
      ***************************************************************** 00005240
      * Cache message.                                                * 00005250
      * The complete reassembled entry to be delivered to the origin. * 00005260
      ***************************************************************** 00005270
       01  CACHE-MESSAGE          PIC  X(32000).                        00005280
                                                                        00005290
      ***************************************************************** 00005300
      * Decode work windows - addressed over the encoded and the      * 00005310
      * decoded payload buffers; no storage of their own.             * 00005320
      ***************************************************************** 00005330
       01  RAW-MESSAGE            PIC X(3200000).                       00005340
       01  CPR-MESSAGE            PIC X(3200000).                       00005350
                                                                        00005360
      ***************************************************************** 00005361
      * Decipher work windows - addressed over the staged stored      * 00005362
      * bytes and the clear payload buffer; no storage of their own.  * 00005363
      ***************************************************************** 00005364
       01  CRY-MESSAGE            PIC X(3200032).                       00005365
       01  CRY-TEXT               PIC X(3200032).                       00005366
                                                                        00005367
       PROCEDURE DIVISION.                                              00005370
                                                                        00005380
      ***************************************************************** 00005390
      * Main process.                                                 * 00005400
      ***************************************************************** 00005410
           PERFORM 1000-ACCESS-PARMS       THRU 1000-EXIT.              00005420
           PERFORM 2000-PROCESS-REQUEST    THRU 2000-EXIT.              00005430
           PERFORM 9000-RETURN             THRU 9000-EXIT.              00005440
                                                                        00005450
      ***************************************************************** 00005460
      * Access parms.  A WEB EXTRACT that fails means there is no     * 00005470
      * web request behind this task - it was STARTed, and runs one   * 00005480
      * background delivery pass.                                     * 00005490
      ***************************************************************** 00005500
       1000-ACCESS-PARMS.                                               00005510
           EXEC CICS WEB EXTRACT                                        00005520
                SCHEME(WEB-SCHEME)                                      00005530
                HOST(WEB-HOST)                                          00005540
                HOSTLENGTH(WEB-HOST-LENGTH)                             00005550
                HTTPMETHOD(WEB-HTTPMETHOD)                              00005560
                METHODLENGTH(WEB-HTTPMETHOD-LENGTH)                     00005570
                HTTPVERSION(WEB-HTTPVERSION)                            00005580
                VERSIONLEN(WEB-HTTPVERSION-LENGTH)                      00005590
                PATH(WEB-PATH)                                          00005600
                PATHLENGTH(WEB-PATH-LENGTH)                             00005610
                PORTNUMBER(WEB-PORT)                                    00005620
                QUERYSTRING(WEB-QUERYSTRING)                            00005630
                QUERYSTRLEN(WEB-QUERYSTRING-LENGTH)                     00005640
                REQUESTTYPE(WEB-REQUESTTYPE)                            00005650
                RESP(WEB-EXTRACT-RESP)                                  00005660
                NOHANDLE                                                00005670
           END-EXEC.                                                    00005680
                                                                        00005690
           MOVE EIBTRNID(3:2)               TO ZK-TRANID(3:2).          00005700
           MOVE EIBTRNID(3:2)               TO ZF-TRANID(3:2).          00005710
           MOVE EIBTRNID(3:2)               TO ZD-TRANID(3:2).          00005715
           MOVE EIBTRNID(3:2)               TO ZW-TRANID(3:2).          00005720
           MOVE EIBTRNID(3:2)               TO ZX-TRANID(3:2).          00005730
           MOVE EIBTRNID(3:2)               TO RT-TRANID(3:2).          00005740
           MOVE EIBTRNID(3:2)               TO ATTEMPT-TRANID(3:2).     00005750
           MOVE EIBTRNID(3:2)               TO INTERVAL-TRANID(3:2).    00005760
           MOVE EIBTRNID(3:2)               TO WB-TRANID-SUFFIX.        00005770
           MOVE EIBTRNID(3:2)               TO WB-REQID-TRANID(3:2).    00005780
           MOVE EIBTRNID(3:2)               TO WB-ENQ-TRANID(3:2).      00005790
           MOVE EIBTRNID(3:2)               TO STAT-TRANID(3:2).        00005800
           MOVE EIBTRNID(3:2)               TO EK-TRANID(3:2).          00005805
                                                                        00005810
           IF  WEB-EXTRACT-RESP NOT EQUAL DFHRESP(NORMAL)               00005820
               MOVE 'Y'                     TO BACKGROUND-SW            00005830
               GO TO 1000-EXIT.                                         00005840
                                                                        00005850
           PERFORM 1500-AUTHENTICATE       THRU 1500-EXIT.              00005860
           PERFORM 1100-PARSE-QUERY        THRU 1100-EXIT.              00005870
       1000-EXIT.                                                       00005880
           EXIT.                                                        00005890
                                                                        00005900
      ***************************************************************** 00005910
      * Select the web mode from the query string - see the program   * 00005920
      * header.  No query string is a delivery pass.                  * 00005930
      ***************************************************************** 00005940
       1100-PARSE-QUERY.                                                00005950
           IF  WEB-QUERYSTRING-LENGTH EQUAL ZEROES                      00005960
               GO TO 1100-EXIT.                                         00005970
                                                                        00005980
           IF  WEB-QUERYSTRING-LENGTH EQUAL 7  AND                      00005990
               WEB-QUERYSTRING(1:7) EQUAL 'backlog'                     00006000
               MOVE 'B'                     TO MODE-SW                  00006010
               GO TO 1100-EXIT.                                         00006020
                                                                        00006030
           IF  WEB-QUERYSTRING-LENGTH EQUAL 6  AND                      00006040
               WEB-QUERYSTRING(1:6) EQUAL 'failed'                      00006050
               MOVE 'L'                     TO MODE-SW                  00006060
               GO TO 1100-EXIT.                                         00006070
                                                                        00006080
           IF  WEB-QUERYSTRING-LENGTH EQUAL 5  AND                      00006090
               WEB-QUERYSTRING(1:5) EQUAL 'start'                       00006100
               MOVE 'S'                     TO MODE-SW                  00006110
               GO TO 1100-EXIT.                                         00006120
                                                                        00006130
           IF  WEB-QUERYSTRING-LENGTH EQUAL 7  AND                      00006140
               WEB-QUERYSTRING(1:7) EQUAL 'redrive'                     00006150
               MOVE 'R'                     TO MODE-SW                  00006160
               GO TO 1100-EXIT.                                         00006170
                                                                        00006180
           IF  WEB-QUERYSTRING-LENGTH GREATER THAN 8  AND               00006190
               WEB-QUERYSTRING(1:8) EQUAL 'redrive='                    00006200
               MOVE 'R'                     TO MODE-SW                  00006210
               SUBTRACT 8 FROM WEB-QUERYSTRING-LENGTH                   00006220
                   GIVING REDRIVE-PREFIX-LENGTH                         00006230
               MOVE WEB-QUERYSTRING(9:REDRIVE-PREFIX-LENGTH)            00006240
                 TO REDRIVE-PREFIX                                      00006250
               GO TO 1100-EXIT.                                         00006260
                                                                        00006270
           MOVE HTTP-INVALID-URI           TO HTTP-400-TEXT.            00006280
           PERFORM 9400-STATUS-400       THRU 9400-EXIT.                00006290
           PERFORM 9000-RETURN           THRU 9000-EXIT.                00006300
       1100-EXIT.                                                       00006310
           EXIT.                                                        00006320
                                                                        00006330
      ***************************************************************** 00006340
      * LINK to ZECS002 to perform Basic Authentication.  Identical   * 00006350
      * to ZECS005's 1500-AUTHENTICATE - a delivery pass or a re-     * 00006360
      * drive pushes mutations to the system of record.               * 00006370
      ***************************************************************** 00006380
       1500-AUTHENTICATE.                                               00006390
           MOVE LENGTH OF HTTP-HEADER       TO HTTP-NAME-LENGTH.        00006400
           MOVE LENGTH OF HTTP-HEADER-VALUE TO HTTP-VALUE-LENGTH.       00006410
                                                                        00006420
           EXEC CICS WEB READ HTTPHEADER(HTTP-HEADER)                   00006430
                NAMELENGTH(HTTP-NAME-LENGTH)                            00006440
                VALUE(HTTP-HEADER-VALUE)                                00006450
                VALUELENGTH(HTTP-VALUE-LENGTH)                          00006460
                NOHANDLE                                                00006470
           END-EXEC.                                                    00006480
                                                                        00006490
           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)                        00006500
               PERFORM 9600-AUTH-ERROR     THRU 9600-EXIT               00006510
               PERFORM 9000-RETURN         THRU 9000-EXIT.              00006520
                                                                        00006530
           IF  HTTP-VALUE-LENGTH GREATER THAN SIX                       00006540
               MOVE HTTP-HEADER-VALUE(7:24) TO CA-ENCODE                00006550
               EXEC CICS LINK PROGRAM(ZECS002)                          00006560
                    COMMAREA(ZECS002-COMM-AREA)                         00006570
                    NOHANDLE                                            00006580
               END-EXEC                                                 00006590
                                                                        00006600
               IF  CA-RETURN-CODE NOT EQUAL '00'                        00006610
                   PERFORM 9600-AUTH-ERROR THRU 9600-EXIT               00006620
                   PERFORM 9000-RETURN     THRU 9000-EXIT.              00006630
                                                                        00006640
           IF  HTTP-VALUE-LENGTH EQUAL        SIX   OR                  00006650
               HTTP-VALUE-LENGTH LESS THAN    SIX                       00006660
                   PERFORM 9600-AUTH-ERROR THRU 9600-EXIT               00006670
                   PERFORM 9000-RETURN     THRU 9000-EXIT.              00006680
                                                                        00006690
       1500-EXIT.                                                       00006700
           EXIT.                                                        00006710
                                                                        00006720
      ***************************************************************** 00006730
      * Attempt limit and retry interval - PROGRAM definition LENGTH  * 00006740
      * when defined and non-zero, the compiled-in default otherwise. * 00006750
      ***************************************************************** 00006760
       1600-DELIVERY-LIMITS.                                            00006770
           EXEC CICS INQUIRE                                            00006780
                PROGRAM(ATTEMPT-PROGRAM)                                00006790
                LENGTH (ATTEMPT-LIMIT)                                  00006800
                RESP   (LIMIT-RESP)                                     00006810
                NOHANDLE                                                00006820
           END-EXEC.                                                    00006830
                                                                        00006840
           IF  LIMIT-RESP NOT EQUAL DFHRESP(NORMAL) OR                  00006850
               ATTEMPT-LIMIT EQUAL ZEROES                               00006860
               MOVE DEFAULT-ATTEMPT-LIMIT  TO ATTEMPT-LIMIT.            00006870
                                                                        00006880
           EXEC CICS INQUIRE                                            00006890
                PROGRAM(INTERVAL-PROGRAM)                               00006900
                LENGTH (RETRY-SECONDS)                                  00006910
                RESP   (LIMIT-RESP)                                     00006920
                NOHANDLE                                                00006930
           END-EXEC.                                                    00006940
                                                                        00006950
           IF  LIMIT-RESP NOT EQUAL DFHRESP(NORMAL) OR                  00006960
               RETRY-SECONDS EQUAL ZEROES                               00006970
               MOVE DEFAULT-RETRY-SECONDS  TO RETRY-SECONDS.            00006980
                                                                        00006990
       1600-EXIT.                                                       00007000
           EXIT.                                                        00007010
                                                                        00007020
      ***************************************************************** 00007030
      * Process the request.  Only GET is meaningful over the web.    * 00007040
      ***************************************************************** 00007050
       2000-PROCESS-REQUEST.                                            00007060
           IF  BACKGROUND                                               00007070
               PERFORM 2100-BACKGROUND-PASS THRU 2100-EXIT              00007080
               PERFORM 9000-RETURN          THRU 9000-EXIT.             00007090
                                                                        00007100
           IF  WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-GET                    00007110
               MOVE HTTP-INVALID-URI       TO HTTP-400-TEXT             00007120
               PERFORM 9400-STATUS-400   THRU 9400-EXIT                 00007130
               PERFORM 9000-RETURN       THRU 9000-EXIT.                00007140
                                                                        00007150
           IF  MODE-BACKLOG                                             00007160
               PERFORM 5000-BACKLOG-REPORT THRU 5000-EXIT               00007170
               PERFORM 9000-RETURN       THRU 9000-EXIT.                00007180
                                                                        00007190
           IF  MODE-FAILED                                              00007200
               PERFORM 5500-LIST-FAILED  THRU 5500-EXIT                 00007210
               PERFORM 9000-RETURN       THRU 9000-EXIT.                00007220
                                                                        00007230
           IF  MODE-REDRIVE                                             00007240
               PERFORM 6000-REDRIVE      THRU 6000-EXIT                 00007250
               PERFORM 9000-RETURN       THRU 9000-EXIT.                00007260
                                                                        00007270
           IF  MODE-START                                               00007280
               PERFORM 6500-START-FORWARDER THRU 6500-EXIT              00007290
               PERFORM 9000-RETURN       THRU 9000-EXIT.                00007300
                                                                        00007310
           PERFORM 3905-RT-LOAD          THRU 3905-EXIT.                00007320
                                                                        00007330
           IF  NOT RT-LOADED                                            00007340
               MOVE HTTP-NO-ORIGIN         TO HTTP-400-TEXT             00007350
               PERFORM 9400-STATUS-400   THRU 9400-EXIT                 00007360
               PERFORM 9000-RETURN       THRU 9000-EXIT.                00007370
                                                                        00007380
           PERFORM 2200-ENQ-PASS         THRU 2200-EXIT.                00007390
                                                                        00007400
           IF  NOT ENQ-HELD                                             00007410
               MOVE HTTP-PASS-ACTIVE       TO HTTP-400-TEXT             00007420
               PERFORM 9400-STATUS-400   THRU 9400-EXIT                 00007430
               PERFORM 9000-RETURN       THRU 9000-EXIT.                00007440
                                                                        00007450
           PERFORM 3000-FORWARD-QUEUE    THRU 3000-EXIT.                00007460
           PERFORM 2300-DEQ-PASS         THRU 2300-EXIT.                00007470
           PERFORM 7000-SEND-REPORT      THRU 7000-EXIT.                00007480
       2000-EXIT.                                                       00007490
           EXIT.                                                        00007500
                                                                        00007510
      ***************************************************************** 00007520
      * Background delivery pass.  Cancel any pending restart of this * 00007530
      * chain, deliver what is due, and START the next pass - at once * 00007540
      * when this pass left records DEFERRED, otherwise after         * 00007550
      * POLL-INTERVAL.  A closed or disabled ZW-FCT ends the chain.   * 00007560
      ***************************************************************** 00007570
       2100-BACKGROUND-PASS.                                            00007580
           EXEC CICS CANCEL REQID(WB-REQID)                             00007590
                NOHANDLE                                                00007600
           END-EXEC.                                                    00007610
                                                                        00007620
           PERFORM 3905-RT-LOAD          THRU 3905-EXIT.                00007630
                                                                        00007640
           IF  RT-LOADED                                                00007650
               PERFORM 2200-ENQ-PASS     THRU 2200-EXIT                 00007660
               IF  ENQ-HELD                                             00007670
                   PERFORM 3000-FORWARD-QUEUE THRU 3000-EXIT            00007680
                   PERFORM 2300-DEQ-PASS THRU 2300-EXIT.                00007690
                                                                        00007700
           IF  QUEUE-RESP EQUAL DFHRESP(NOTOPEN)  OR                    00007710
               QUEUE-RESP EQUAL DFHRESP(DISABLED)                       00007720
               GO TO 2100-EXIT.                                         00007730
                                                                        00007740
           IF  DEFERRED-COUNT GREATER THAN ZEROES                       00007750
               MOVE ZEROES                 TO POLL-INTERVAL.            00007760
                                                                        00007770
           EXEC CICS START TRANSID(EIBTRNID)                            00007780
                INTERVAL(POLL-INTERVAL)                                 00007790
                REQID   (WB-REQID)                                      00007800
                NOHANDLE                                                00007810
           END-EXEC.                                                    00007820
                                                                        00007830
       2100-EXIT.                                                       00007840
           EXIT.                                                        00007850
                                                                        00007860
      ***************************************************************** 00007870
      * Serialize delivery passes - a web pass and the background     * 00007880
      * pass must not deliver the same staged records twice.          * 00007890
      ***************************************************************** 00007900
       2200-ENQ-PASS.                                                   00007910
           MOVE 'N'                        TO ENQ-HELD-SW.              00007920
                                                                        00007930
           EXEC CICS ENQ RESOURCE(WB-ENQ-NAME)                          00007940
                LENGTH(LENGTH OF WB-ENQ-NAME)                           00007950
                NOSUSPEND                                               00007960
                RESP(ENQ-RESP)                                          00007970
                NOHANDLE                                                00007980
           END-EXEC.                                                    00007990
                                                                        00008000
           IF  ENQ-RESP EQUAL DFHRESP(NORMAL)                           00008010
               MOVE 'Y'                    TO ENQ-HELD-SW.              00008020
                                                                        00008030
       2200-EXIT.                                                       00008040
           EXIT.                                                        00008050
                                                                        00008060
       2300-DEQ-PASS.                                                   00008070
           EXEC CICS DEQ RESOURCE(WB-ENQ-NAME)                          00008080
                LENGTH(LENGTH OF WB-ENQ-NAME)                           00008090
                NOHANDLE                                                00008100
           END-EXEC.                                                    00008110
                                                                        00008120
           MOVE 'N'                        TO ENQ-HELD-SW.              00008130
       2300-EXIT.                                                       00008140
           EXIT.                                                        00008150
                                                                        00008160
      ***************************************************************** 00008170
      * Deliver the write-behind queue.                               * 00008180
      * Browse up to FORWARD-MAX records (oldest first - the key is   * 00008190
      * the capture ABSTIME) into the stage table, end the browse,    * 00008200
      * then deliver each staged record through 3100-FORWARD-ITEM.    * 00008210
      ***************************************************************** 00008220
       3000-FORWARD-QUEUE.                                              00008230
           PERFORM 1600-DELIVERY-LIMITS  THRU 1600-EXIT.                00008240
                                                                        00008250
           EXEC CICS ASKTIME ABSTIME(NOW-ABS) NOHANDLE                  00008260
           END-EXEC.                                                    00008270
                                                                        00008280
           MOVE ZEROES                     TO QUEUE-DEPTH.              00008290
           MOVE ZEROES                     TO STAGE-COUNT.              00008300
           MOVE ZEROES                     TO DEFERRED-COUNT.           00008310
           MOVE ZEROES                     TO WBQ-ABS.                  00008320
           MOVE ZEROES                     TO WBQ-UNIQ.                 00008330
                                                                        00008340
           EXEC CICS STARTBR FILE(ZW-FCT)                               00008350
                RIDFLD(WBQ-KEY-SEQ)                                     00008360
                GTEQ                                                    00008370
                RESP(QUEUE-RESP)                                        00008380
                NOHANDLE                                                00008390
           END-EXEC.                                                    00008400
                                                                        00008410
           IF  QUEUE-RESP NOT EQUAL DFHRESP(NORMAL)                     00008420
               GO TO 3000-EXIT.                                         00008430
                                                                        00008440
           PERFORM 3010-STAGE-ITEM       THRU 3010-EXIT                 00008450
               WITH TEST BEFORE                                         00008460
               UNTIL QUEUE-RESP NOT EQUAL DFHRESP(NORMAL)  OR           00008470
                     QUEUE-DEPTH EQUAL 9998.                            00008480
                                                                        00008490
           EXEC CICS ENDBR FILE(ZW-FCT) NOHANDLE                        00008500
           END-EXEC.                                                    00008510
                                                                        00008520
           COMPUTE DEFERRED-COUNT = QUEUE-DEPTH - STAGE-COUNT.          00008530
                                                                        00008540
           IF  STAGE-COUNT GREATER THAN ZEROES                          00008550
               PERFORM 3100-FORWARD-ITEM THRU 3100-EXIT                 00008560
                   WITH TEST AFTER                                      00008570
                   VARYING STAGE-INDEX FROM 1 BY 1                      00008580
                   UNTIL   STAGE-INDEX EQUAL STAGE-COUNT.               00008590
                                                                        00008600
       3000-EXIT.                                                       00008610
           EXIT.                                                        00008620
                                                                        00008630
      ***************************************************************** 00008640
      * Browse one queued record: count it, and stage it when this    * 00008650
      * pass still has room.                                          * 00008660
      ***************************************************************** 00008670
       3010-STAGE-ITEM.                                                 00008680
           MOVE LENGTH OF WBQ-RECORD       TO WBQ-LENGTH.               00008690
                                                                        00008700
           EXEC CICS READNEXT FILE(ZW-FCT)                              00008710
                INTO  (WBQ-RECORD)                                      00008720
                RIDFLD(WBQ-KEY-SEQ)                                     00008730
                LENGTH(WBQ-LENGTH)                                      00008740
                RESP  (QUEUE-RESP)                                      00008750
                NOHANDLE                                                00008760
           END-EXEC.                                                    00008770
                                                                        00008780
           IF  QUEUE-RESP NOT EQUAL DFHRESP(NORMAL)                     00008790
               GO TO 3010-EXIT.                                         00008800
                                                                        00008810
           ADD ONE                         TO QUEUE-DEPTH.              00008820
                                                                        00008830
           IF  STAGE-COUNT LESS THAN FORWARD-MAX                        00008840
               ADD  ONE                    TO STAGE-COUNT               00008850
               MOVE WBQ-RECORD             TO STAGE-ENTRY(STAGE-COUNT). 00008860
                                                                        00008870
       3010-EXIT.                                                       00008880
           EXIT.                                                        00008890
                                                                        00008900
      ***************************************************************** 00008910
      * Deliver one staged record.                                    * 00008920
      * A record still inside its retry wait is left alone.  DELETE   * 00008930
      * deliveries need no local content; POST/PUT deliveries ship    * 00008940
      * the CURRENT cache entry.  Delivered and superseded records    * 00008950
      * are deleted from the queue; a failed one goes through         * 00008960
      * 3600-RETRY-LATER.  A prefix no longer registered for          * 00008970
      * write-behind fails like an unreachable origin, so a template  * 00008980
      * slip is retried rather than silently losing the change.       * 00008990
      ***************************************************************** 00009000
       3100-FORWARD-ITEM.                                               00009010
           MOVE STAGE-ENTRY(STAGE-INDEX)   TO WBQ-RECORD.               00009020
                                                                        00009030
           MOVE SPACES                     TO FORWARD-RESULT.           00009040
           MOVE 'N'                        TO DELIVERY-SW.              00009050
           MOVE ZEROES                     TO WEB-STATUS-CODE.          00009060
           MOVE SPACES                     TO WEB-STATUS-TEXT.          00009070
           MOVE ZEROES                     TO FORWARD-KEY-LENGTH.       00009080
           INSPECT WBQ-KEY TALLYING FORWARD-KEY-LENGTH                  00009090
               FOR CHARACTERS BEFORE INITIAL LOW-VALUE.                 00009100
                                                                        00009110
           IF  WBQ-NEXT-ABS GREATER THAN NOW-ABS                        00009120
               MOVE 'RETRY NOT YET DUE'    TO FORWARD-RESULT            00009130
               ADD  ONE                    TO WAITING-COUNT             00009140
               PERFORM 3950-REPORT-ITEM  THRU 3950-EXIT                 00009150
               GO TO 3100-EXIT.                                         00009160
                                                                        00009170
           MOVE LOW-VALUES                 TO FORWARD-PATH.             00009180
           MOVE RESOURCES-PREFIX           TO FORWARD-PATH(1:22).       00009190
           IF  FORWARD-KEY-LENGTH GREATER THAN ZEROES                   00009200
               MOVE WBQ-KEY(1:FORWARD-KEY-LENGTH)                       00009210
                 TO FORWARD-PATH(23:FORWARD-KEY-LENGTH).                00009220
           ADD  URI-PREFIX-LENGTH FORWARD-KEY-LENGTH                    00009230
               GIVING FORWARD-PATH-LENGTH.                              00009240
                                                                        00009250
           PERFORM 3150-RESOLVE-ORIGIN   THRU 3150-EXIT.                00009260
                                                                        00009270
           IF  NOT RT-MATCHED                                           00009280
               MOVE 'F'                    TO DELIVERY-SW               00009290
               MOVE 'NO ORIGIN REGISTERED' TO FORWARD-RESULT            00009300
           ELSE                                                         00009310
           IF  WBQ-METHOD(1:6) EQUAL 'DELETE'                           00009320
               PERFORM 3500-FORWARD-DELETE THRU 3500-EXIT               00009330
           ELSE                                                         00009340
               PERFORM 3200-READ-KEY      THRU 3200-EXIT.               00009350
                                                                        00009360
           IF  DELIVERY-FAILED                                          00009370
               PERFORM 3600-RETRY-LATER   THRU 3600-EXIT                00009380
           ELSE                                                         00009390
               EXEC CICS DELETE FILE(ZW-FCT)                            00009400
                    RIDFLD(WBQ-KEY-SEQ)                                 00009410
                    NOHANDLE                                            00009420
               END-EXEC.                                                00009430
                                                                        00009440
           PERFORM 3950-REPORT-ITEM      THRU 3950-EXIT.                00009450
       3100-EXIT.                                                       00009460
           EXIT.                                                        00009470
                                                                        00009480
      ***************************************************************** 00009490
      * Find the write-behind origin registered for the key's prefix  * 00009500
      * (ZCxxRT column 45 'W' or 'B').                                * 00009510
      ***************************************************************** 00009520
       3150-RESOLVE-ORIGIN.                                             00009530
           MOVE 'N'                        TO RT-MATCH-SW.              00009540
                                                                        00009550
           PERFORM 3915-RT-SCAN          THRU 3915-EXIT                 00009560
               WITH TEST AFTER                                          00009570
               VARYING RT-INDEX FROM 1 BY 1                             00009580
               UNTIL   RT-INDEX EQUAL 16  OR                            00009590
                       RT-MATCHED.                                      00009600
                                                                        00009610
       3150-EXIT.                                                       00009620
           EXIT.                                                        00009630
                                                                        00009640
      ***************************************************************** 00009650
      * Read the KEY record for the queued key.  Not found means the  * 00009660
      * entry has since been deleted or expired - there is nothing    * 00009670
      * left to ship, and a later DELETE (when there was one) is      * 00009680
      * queued behind this record.                                    * 00009690
      ***************************************************************** 00009700
       3200-READ-KEY.                                                   00009710
           MOVE LOW-VALUES                 TO ZK-KEY.                   00009720
           MOVE WBQ-KEY                    TO ZK-KEY.                   00009730
           MOVE LENGTH OF ZK-RECORD        TO ZK-LENGTH.                00009740
                                                                        00009750
           EXEC CICS READ FILE(ZK-FCT)                                  00009760
                INTO  (ZK-RECORD)                                       00009770
                RIDFLD(ZK-KEY)                                          00009780
                LENGTH(ZK-LENGTH)                                       00009790
                RESP  (READ-RESP)                                       00009800
                NOHANDLE                                                00009810
           END-EXEC.                                                    00009820
                                                                        00009830
           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)                      00009840
               MOVE 'KEY GONE - DROPPED'   TO FORWARD-RESULT            00009850
               MOVE 'D'                    TO DELIVERY-SW               00009860
               ADD  ONE                    TO DROPPED-COUNT             00009870
               GO TO 3200-EXIT.                                         00009880
                                                                        00009890
           PERFORM 3300-READ-SEGMENTS    THRU 3300-EXIT.                00009900
                                                                        00009910
           IF  NOT DELIVERY-FAILED                                      00009920
               IF  ZF-EXTRA(10:1) EQUAL 'E'                             00009922
                   PERFORM 3340-DECRYPT    THRU 3340-EXIT.              00009924
                                                                        00009926
           IF  NOT DELIVERY-FAILED                                      00009928
               IF  ZF-EXTRA(1:1) EQUAL 'C'  AND                         00009930
                   ZF-EXTRA(2:8) NUMERIC                                00009940
                   PERFORM 3350-DECOMPRESS THRU 3350-EXIT.              00009950
                                                                        00009960
           IF  DELIVERY-FAILED                                          00009970
               MOVE 'LOCAL READ FAILED'    TO FORWARD-RESULT            00009980
           ELSE                                                         00009990
               PERFORM 3400-FORWARD-POST THRU 3400-EXIT.                00010000
                                                                        00010010
           IF  CACHE-ADDRESS-X NOT EQUAL ZEROES                         00010020
               EXEC CICS FREEMAIN                                       00010030
                    DATAPOINTER(SAVE-ADDRESS)                           00010040
                    NOHANDLE                                            00010050
               END-EXEC                                                 00010060
               MOVE ZEROES                 TO CACHE-ADDRESS-X           00010070
               MOVE ZEROES                 TO SAVE-ADDRESS-X.           00010080
       3200-EXIT.                                                       00010090
           EXIT.                                                        00010100
                                                                        00010110
      ***************************************************************** 00010120
      * Reassemble the entry's ZF-DATA segments into one buffer -     * 00010130
      * ZECS005's 3300-READ-SEGMENTS.                                 * 00010140
      * An entry marked 'S' reads segments 2 onward from its shared   * 00010142
      * content chain (3320-LOCATE-TAIL); segment 1's header is put   * 00010144
      * back afterwards for the decode and the POST.                  * 00010146
      ***************************************************************** 00010150
       3300-READ-SEGMENTS.                                              00010160
           MOVE ZK-ZF-KEY                  TO ZF-KEY.                   00010170
           MOVE ZEROES                     TO ZF-ZEROES.                00010180
           MOVE ZEROES                     TO ZF-SUFFIX.                00010190
           MOVE ZEROES                     TO CACHE-LENGTH.             00010200
           IF  ZK-SEGMENTS EQUAL 'Y'                                    00010210
               MOVE ONE                    TO ZF-SEGMENT                00010220
           ELSE                                                         00010230
               MOVE ZEROES                 TO ZF-SEGMENT.               00010240
                                                                        00010250
           MOVE LENGTH OF ZF-RECORD        TO ZF-LENGTH.                00010260
           EXEC CICS READ FILE(ZF-FCT)                                  00010270
                INTO  (ZF-RECORD)                                       00010280
                RIDFLD(ZF-KEY-16)                                       00010290
                LENGTH(ZF-LENGTH)                                       00010300
                RESP  (READ-RESP)                                       00010310
                NOHANDLE                                                00010320
           END-EXEC.                                                    00010330
                                                                        00010340
           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)                      00010350
               MOVE 'F'                    TO DELIVERY-SW               00010360
               GO TO 3300-EXIT.                                         00010370
                                                                        00010380
           MULTIPLY ZF-SEGMENTS BY THIRTY-TWO-KB                        00010390
               GIVING GETMAIN-LENGTH.                                   00010400
                                                                        00010410
           EXEC CICS GETMAIN SET(CACHE-ADDRESS)                         00010420
                FLENGTH(GETMAIN-LENGTH)                                 00010430
                INITIMG(BINARY-ZEROES)                                  00010440
                NOHANDLE                                                00010450
           END-EXEC.                                                    00010460
                                                                        00010470
           SET ADDRESS OF CACHE-MESSAGE    TO CACHE-ADDRESS.            00010480
           MOVE CACHE-ADDRESS-X            TO SAVE-ADDRESS-X.           00010490
                                                                        00010500
           SUBTRACT ZF-PREFIX            FROM ZF-LENGTH.                00010510
           MOVE ZF-DATA(1:ZF-LENGTH)       TO CACHE-MESSAGE.            00010520
           ADD  ZF-LENGTH                  TO CACHE-ADDRESS-X.          00010530
           ADD  ZF-LENGTH                  TO CACHE-LENGTH.             00010540
           ADD  ONE                        TO ZF-SEGMENT.               00010550
                                                                        00010560
           MOVE 'N'                        TO SHARE-TAIL-SW.            00010561
           IF  ZF-SEGMENTS GREATER THAN ONE  AND                        00010562
               ZF-EXTRA(13:1) EQUAL 'S'                                 00010563
               MOVE ZF-RECORD(1:ZF-PREFIX) TO SHARE-HEADER              00010564
               MOVE 'Y'                    TO SHARE-TAIL-SW             00010565
               PERFORM 3320-LOCATE-TAIL  THRU 3320-EXIT.                00010566
                                                                        00010567
           IF  ZF-SEGMENTS GREATER THAN ONE                             00010570
               PERFORM 3310-READ-NEXT-SEGMENT THRU 3310-EXIT            00010580
                   WITH TEST AFTER                                      00010590
                   UNTIL ZF-SEGMENT GREATER THAN ZF-SEGMENTS  OR        00010600
                         DELIVERY-FAILED.                               00010610
                                                                        00010612
           IF  SHARE-TAIL-READ                                          00010614
               MOVE SHARE-HEADER         TO ZF-RECORD(1:ZF-PREFIX).     00010616
       3300-EXIT.                                                       00010620
           EXIT.                                                        00010630
                                                                        00010640
      ***************************************************************** 00010650
      * Read one additional FILE segment record into the buffer.      * 00010660
      ***************************************************************** 00010670
       3310-READ-NEXT-SEGMENT.                                          00010680
           SET ADDRESS OF CACHE-MESSAGE    TO CACHE-ADDRESS.            00010690
           MOVE LENGTH OF ZF-RECORD        TO ZF-LENGTH.                00010700
                                                                        00010710
           EXEC CICS READ FILE(ZF-FCT)                                  00010720
                INTO  (ZF-RECORD)                                       00010730
                RIDFLD(ZF-KEY-16)                                       00010740
                LENGTH(ZF-LENGTH)                                       00010750
                RESP  (READ-RESP)                                       00010760
                NOHANDLE                                                00010770
           END-EXEC.                                                    00010780
                                                                        00010790
           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)                      00010800
               MOVE 'F'                    TO DELIVERY-SW               00010810
               GO TO 3310-EXIT.                                         00010820
                                                                        00010830
           SUBTRACT ZF-PREFIX            FROM ZF-LENGTH.                00010840
           MOVE ZF-DATA(1:ZF-LENGTH)       TO CACHE-MESSAGE.            00010850
           ADD  ZF-LENGTH                  TO CACHE-ADDRESS-X.          00010860
           ADD  ZF-LENGTH                  TO CACHE-LENGTH.             00010870
           ADD  ONE                        TO ZF-SEGMENT.               00010880
       3310-EXIT.                                                       00010890
           EXIT.                                                        00010891
                                                                        00010892
      ***************************************************************** 00010893
      * Point ZF-KEY-16 at the shared content chain named by the      * 00010894
      * chain's reference record (see ZECSZDC.cpy).  A missing        * 00010895
      * reference leaves the key alone and the next segment read      * 00010896
      * fails.                                                        * 00010897
      ***************************************************************** 00010898
       3320-LOCATE-TAIL.                                                00010899
           MOVE LOW-VALUES                 TO ZD-KEY.                   00010900
           MOVE 'R'                        TO ZD-R-MARK.                00010901
           MOVE ZF-KEY                     TO ZD-R-CHAIN.               00010902
           MOVE LENGTH OF ZD-RECORD        TO ZD-LENGTH.                00010903
                                                                        00010904
           EXEC CICS READ FILE(ZD-FCT)                                  00010905
                INTO  (ZD-RECORD)                                       00010906
                RIDFLD(ZD-KEY)                                          00010907
                LENGTH(ZD-LENGTH)                                       00010908
                RESP  (SHARE-RESP)                                      00010909
                NOHANDLE                                                00010910
           END-EXEC.                                                    00010911
                                                                        00010912
           IF  SHARE-RESP NOT EQUAL DFHRESP(NORMAL)  OR                 00010913
               NOT ZD-REFERENCE                                         00010914
               GO TO 3320-EXIT.                                         00010915
                                                                        00010916
           MOVE ZD-R-CONTENT-KEY           TO ZD-KEY.                   00010917
           MOVE ZD-C-CHAIN                 TO ZF-KEY.                   00010918
           MOVE ONE                        TO ZF-SUFFIX.                00010919
       3320-EXIT.                                                       00010920
           EXIT.                                                        00010921
                                                                        00010922
      ***************************************************************** 00010923
      * Decipher an encrypted entry into a fresh buffer before any    * 00010924
      * run-length decode, freeing the staged stored copy (16-byte IV * 00010925
      * then AES-CBC ciphertext).  No matching key generation, or an  * 00010926
      * ICSF failure, fails the delivery so the record is retried.    * 00010927
      ***************************************************************** 00010928
       3340-DECRYPT.                                                    00010929
           PERFORM 3342-LOAD-KEYS        THRU 3342-EXIT.                00010930
                                                                        00010931
           MOVE ZEROES                     TO CRY-MATCH.                00010932
           PERFORM 3344-FIND-KEY         THRU 3344-EXIT                 00010933
               VARYING CRY-INDEX FROM 1 BY 1                            00010934
               UNTIL   CRY-INDEX GREATER THAN EIGHT  OR                 00010935
                       CRY-MATCH GREATER THAN ZEROES.                   00010936
                                                                        00010937
           IF  CRY-MATCH EQUAL ZEROES  OR                               00010938
               CACHE-LENGTH LESS THAN EK-OVERHEAD                       00010939
               EXEC CICS FREEMAIN                                       00010940
                    DATAPOINTER(SAVE-ADDRESS)                           00010941
                    NOHANDLE                                            00010942
               END-EXEC                                                 00010943
               MOVE ZEROES                 TO CACHE-ADDRESS-X           00010944
               MOVE ZEROES                 TO SAVE-ADDRESS-X            00010945
               MOVE 'F'                    TO DELIVERY-SW               00010946
               GO TO 3340-EXIT.                                         00010947
                                                                        00010948
           MOVE SAVE-ADDRESS-X             TO CRY-TEXT-POINTER-X.       00010949
           SET ADDRESS OF CRY-TEXT         TO CRY-TEXT-POINTER.         00010950
           MOVE CRY-TEXT(1:16)             TO EK-IV.                    00010951
           ADD  16                         TO CRY-TEXT-POINTER-X.       00010952
           SET ADDRESS OF CRY-TEXT         TO CRY-TEXT-POINTER.         00010953
                                                                        00010954
           MOVE EK-LABEL(CRY-MATCH)        TO EK-KEY-LABEL.             00010955
           COMPUTE EK-CIPHER-LENGTH = CACHE-LENGTH - 16.                00010956
           MOVE EK-CIPHER-LENGTH           TO EK-CLEAR-LENGTH.          00010957
           MOVE EK-CIPHER-LENGTH           TO GETMAIN-LENGTH.           00010958
           MOVE LOW-VALUES                 TO EK-CHAIN-DATA.            00010959
                                                                        00010960
           EXEC CICS GETMAIN SET(CRY-POINTER)                           00010961
                FLENGTH(GETMAIN-LENGTH)                                 00010962
                INITIMG(BINARY-ZEROES)                                  00010963
                NOHANDLE                                                00010964
           END-EXEC.                                                    00010965
                                                                        00010966
           SET ADDRESS OF CRY-MESSAGE      TO CRY-POINTER.              00010967
                                                                        00010968
           CALL EK-CSNBSYD USING EK-RETURN-CODE                         00010969
                                 EK-REASON-CODE                         00010970
                                 EK-EXIT-LENGTH                         00010971
                                 EK-EXIT-DATA                           00010972
                                 EK-RULE-COUNT                          00010973
                                 EK-RULE-ARRAY                          00010974
                                 EK-KEY-LENGTH                          00010975
                                 EK-KEY-LABEL                           00010976
                                 EK-KEY-PARMS-LENGTH                    00010977
                                 EK-KEY-PARMS                           00010978
                                 EK-BLOCK-SIZE                          00010979
                                 EK-IV-LENGTH                           00010980
                                 EK-IV                                  00010981
                                 EK-CHAIN-LENGTH                        00010982
                                 EK-CHAIN-DATA                          00010983
                                 EK-CIPHER-LENGTH                       00010984
                                 CRY-TEXT                               00010985
                                 EK-CLEAR-LENGTH                        00010986
                                 CRY-MESSAGE                            00010987
                                 EK-OPTIONAL-LENGTH                     00010988
                                 EK-OPTIONAL-DATA.                      00010989
                                                                        00010990
           EXEC CICS FREEMAIN                                           00010991
                DATAPOINTER(SAVE-ADDRESS)                               00010992
                NOHANDLE                                                00010993
           END-EXEC.                                                    00010994
                                                                        00010995
           IF  EK-RETURN-CODE GREATER THAN EK-WARNING-RC                00010996
               MOVE ZEROES                 TO CACHE-ADDRESS-X           00010997
               MOVE ZEROES                 TO SAVE-ADDRESS-X            00010998
               EXEC CICS FREEMAIN                                       00010999
                    DATAPOINTER(CRY-POINTER)                            00011000
                    NOHANDLE                                            00011001
               END-EXEC                                                 00011002
               MOVE 'F'                    TO DELIVERY-SW               00011003
               GO TO 3340-EXIT.                                         00011004
                                                                        00011005
           MOVE CRY-POINTER-X              TO SAVE-ADDRESS-X.           00011006
           MOVE CRY-POINTER-X              TO CACHE-ADDRESS-X.          00011007
           MOVE EK-CLEAR-LENGTH            TO CACHE-LENGTH.             00011008
                                                                        00011009
       3340-EXIT.                                                       00011010
           EXIT.                                                        00011011
                                                                        00011012
      ***************************************************************** 00011013
      * Load the ZCxxEK key table once per task.  An absent template  * 00011014
      * leaves every line blank - no generation matches.              * 00011015
      ***************************************************************** 00011016
       3342-LOAD-KEYS.                                                  00011017
           IF  KEYS-LOADED                                              00011018
               GO TO 3342-EXIT.                                         00011019
                                                                        00011020
           MOVE 'Y'                        TO EK-LOAD-SW.               00011021
           MOVE SPACES                     TO EK-DSECT.                 00011022
                                                                        00011023
           EXEC CICS DOCUMENT CREATE DOCTOKEN(EK-TOKEN)                 00011024
                TEMPLATE(ZECS-EK)                                       00011025
                RESP(EK-RESP)                                           00011026
                NOHANDLE                                                00011027
           END-EXEC.                                                    00011028
                                                                        00011029
           IF  EK-RESP NOT EQUAL DFHRESP(NORMAL)                        00011030
               GO TO 3342-EXIT.                                         00011031
                                                                        00011032
           MOVE LENGTH OF EK-DSECT         TO EK-DSECT-LENGTH.          00011033
                                                                        00011034
           EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(EK-TOKEN)               00011035
                INTO     (EK-DSECT)                                     00011036
                LENGTH   (EK-DSECT-LENGTH)                              00011037
                MAXLENGTH(EK-DSECT-LENGTH)                              00011038
                DATAONLY                                                00011039
                RESP(EK-RESP)                                           00011040
                NOHANDLE                                                00011041
           END-EXEC.                                                    00011042
                                                                        00011043
           IF  EK-RESP NOT EQUAL DFHRESP(NORMAL)                        00011044
               MOVE SPACES                 TO EK-DSECT.                 00011045
                                                                        00011046
       3342-EXIT.                                                       00011047
           EXIT.                                                        00011048
                                                                        00011049
       3344-FIND-KEY.                                                   00011050
           IF  EK-GENERATION(CRY-INDEX) EQUAL ZF-EXTRA(11:2)  AND       00011051
               EK-LABEL     (CRY-INDEX) NOT EQUAL SPACES                00011052
               MOVE CRY-INDEX              TO CRY-MATCH.                00011053
                                                                        00011054
       3344-EXIT.                                                       00011055
           EXIT.                                                        00011056
                                                                        00011057
      ***************************************************************** 00011058
      * Decode a run-length encoded entry into a fresh buffer before  * 00011059
      * delivery, freeing the staged encoded copy.  A malformed       * 00011060
      * encoding fails the delivery so the record is retried rather   * 00011061
      * than shipping damaged bytes to the origin.                    * 00011062
      ***************************************************************** 00011063
       3350-DECOMPRESS.                                                 00011064
           MOVE ZF-EXTRA(2:8)              TO CPR-ORIG-EDIT.            00011065
           MOVE CPR-ORIG-EDIT              TO CPR-ORIG-LENGTH.          00011066
                                                                        00011067
           MOVE SAVE-ADDRESS-X             TO CPR-POINTER-X.            00011068
           SET ADDRESS OF CPR-MESSAGE      TO CPR-POINTER.              00011069
           MOVE CACHE-LENGTH               TO CPR-LENGTH.               00011070
                                                                        00011071
           MOVE CPR-ORIG-LENGTH            TO GETMAIN-LENGTH.           00011072
                                                                        00011073
           EXEC CICS GETMAIN SET(RAW-POINTER)                           00011080
                FLENGTH(GETMAIN-LENGTH)                                 00011090
                INITIMG(BINARY-ZEROES)                                  00011100
                NOHANDLE                                                00011110
           END-EXEC.                                                    00011120
                                                                        00011130
           SET ADDRESS OF RAW-MESSAGE      TO RAW-POINTER.              00011140
                                                                        00011150
           MOVE ONE                        TO CPR-IN.                   00011160
           MOVE ONE                        TO CPR-OUT.                  00011170
           MOVE 'N'                        TO CPR-ABORT-SW.             00011180
                                                                        00011190
           PERFORM 3360-DECODE-TOKEN     THRU 3360-EXIT                 00011200
               WITH TEST BEFORE                                         00011210
               UNTIL CPR-IN GREATER THAN CPR-LENGTH  OR                 00011220
                     CPR-ABORT.                                         00011230
                                                                        00011240
           EXEC CICS FREEMAIN                                           00011250
                DATAPOINTER(CPR-POINTER)                                00011260
                NOHANDLE                                                00011270
           END-EXEC.                                                    00011280
                                                                        00011290
           IF  CPR-ABORT  OR                                            00011300
               CPR-OUT - 1 NOT EQUAL CPR-ORIG-LENGTH                    00011310
               MOVE ZEROES                 TO CACHE-ADDRESS-X           00011320
               MOVE ZEROES                 TO SAVE-ADDRESS-X            00011330
               EXEC CICS FREEMAIN                                       00011340
                    DATAPOINTER(RAW-POINTER)                            00011350
                    NOHANDLE                                            00011360
               END-EXEC                                                 00011370
               MOVE 'F'                    TO DELIVERY-SW               00011380
               GO TO 3350-EXIT.                                         00011390
                                                                        00011400
           MOVE RAW-POINTER-X              TO SAVE-ADDRESS-X.           00011410
           MOVE RAW-POINTER-X              TO CACHE-ADDRESS-X.          00011420
           MOVE CPR-ORIG-LENGTH            TO CACHE-LENGTH.             00011430
                                                                        00011440
       3350-EXIT.                                                       00011450
           EXIT.                                                        00011460
                                                                        00011470
      ***************************************************************** 00011480
      * Decode one token - X'00'/count/byte expands a run, anything   * 00011490
      * else is a literal byte.                                       * 00011500
      ***************************************************************** 00011510
       3360-DECODE-TOKEN.                                               00011520
           IF  CPR-MESSAGE(CPR-IN:1) EQUAL BINARY-ZERO                  00011530
               IF  CPR-IN + TWO GREATER THAN CPR-LENGTH                 00011540
                   MOVE 'Y'                TO CPR-ABORT-SW              00011550
                   GO TO 3360-EXIT                                      00011560
               END-IF                                                   00011570
               MOVE ZEROES                 TO CPR-COUNT-HW              00011580
               MOVE CPR-MESSAGE(CPR-IN + 1:1)                           00011590
                 TO CPR-COUNT-BYTE                                      00011600
               MOVE CPR-COUNT-HW           TO CPR-RUN                   00011610
               IF  CPR-RUN EQUAL ZEROES  OR                             00011620
                   CPR-OUT + CPR-RUN - 1 GREATER THAN CPR-ORIG-LENGTH   00011630
                   MOVE 'Y'                TO CPR-ABORT-SW              00011640
                   GO TO 3360-EXIT                                      00011650
               END-IF                                                   00011660
               PERFORM 3365-DECODE-EXPAND THRU 3365-EXIT                00011670
                   WITH TEST AFTER                                      00011680
                   VARYING CPR-EXPAND FROM 1 BY 1                       00011690
                   UNTIL   CPR-EXPAND EQUAL CPR-RUN                     00011700
               ADD  3                      TO CPR-IN                    00011710
           ELSE                                                         00011720
               IF  CPR-OUT GREATER THAN CPR-ORIG-LENGTH                 00011730
                   MOVE 'Y'                TO CPR-ABORT-SW              00011740
                   GO TO 3360-EXIT                                      00011750
               END-IF                                                   00011760
               MOVE CPR-MESSAGE(CPR-IN:1)                               00011770
                 TO RAW-MESSAGE(CPR-OUT:1)                              00011780
               ADD  ONE                    TO CPR-OUT                   00011790
               ADD  ONE                    TO CPR-IN                    00011800
           END-IF.                                                      00011810
       3360-EXIT.                                                       00011820
           EXIT.                                                        00011830
                                                                        00011840
       3365-DECODE-EXPAND.                                              00011850
           MOVE CPR-MESSAGE(CPR-IN + 2:1)                               00011860
             TO RAW-MESSAGE(CPR-OUT:1).                                 00011870
           ADD ONE TO CPR-OUT.                                          00011880
       3365-EXIT.                                                       00011890
           EXIT.                                                        00011900
                                                                        00011910
      ***************************************************************** 00011920
      * Deliver the POST/PUT to the origin with the same method the   * 00011930
      * application used, carrying the current entry content and its  * 00011940
      * media type.  Text-class media is converted on the way out,    * 00011950
      * exactly as ZECS005 replays it.                                * 00011960
      ***************************************************************** 00011970
       3400-FORWARD-POST.                                               00011980
           PERFORM 8100-WEB-OPEN         THRU 8100-EXIT.                00011990
                                                                        00012000
           IF  OPEN-FAILED                                              00012010
               MOVE 'F'                    TO DELIVERY-SW               00012020
               MOVE 'ORIGIN OPEN FAILED'   TO FORWARD-RESULT            00012030
               GO TO 3400-EXIT.                                         00012040
                                                                        00012050
           IF  ZF-MEDIA(1:04) EQUAL TEXT-ANYTHING    OR                 00012060
               ZF-MEDIA(1:15) EQUAL APPLICATION-XML   OR                00012070
               ZF-MEDIA(1:16) EQUAL APPLICATION-JSON                    00012080
               MOVE DFHVALUE(CLICONVERT)   TO CLIENT-CONVERT            00012090
           ELSE                                                         00012100
               MOVE DFHVALUE(NOCLICONVERT) TO CLIENT-CONVERT.           00012110
                                                                        00012120
           IF  WBQ-METHOD EQUAL WEB-HTTP-PUT                            00012130
               MOVE DFHVALUE(PUT)          TO WEB-METHOD                00012140
           ELSE                                                         00012150
               MOVE DFHVALUE(POST)         TO WEB-METHOD.               00012160
                                                                        00012170
           SET ADDRESS OF CACHE-MESSAGE    TO SAVE-ADDRESS.             00012180
                                                                        00012190
           EXEC CICS WEB CONVERSE                                       00012200
                SESSTOKEN(SESSION-TOKEN)                                00012210
                PATH(FORWARD-PATH)                                      00012220
                PATHLENGTH(FORWARD-PATH-LENGTH)                         00012230
                METHOD(WEB-METHOD)                                      00012240
                MEDIATYPE(ZF-MEDIA)                                     00012250
                FROM(CACHE-MESSAGE)                                     00012260
                FROMLENGTH(CACHE-LENGTH)                                00012270
                INTO(CONVERSE-RESPONSE)                                 00012280
                TOLENGTH(CONVERSE-LENGTH)                               00012290
                MAXLENGTH(CONVERSE-LENGTH)                              00012300
                STATUSCODE(WEB-STATUS-CODE)                             00012310
                STATUSLEN(WEB-STATUS-LENGTH)                            00012320
                STATUSTEXT(WEB-STATUS-TEXT)                             00012330
                CLIENTCONV(CLIENT-CONVERT)                              00012340
                NOHANDLE                                                00012350
           END-EXEC.                                                    00012360
                                                                        00012370
           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)                        00012380
               MOVE 'F'                    TO DELIVERY-SW               00012390
               MOVE 'ORIGIN CONVERSE FAILED' TO FORWARD-RESULT          00012400
           ELSE                                                         00012410
           IF  WEB-STATUS-CODE LESS THAN WEB-STATUS-OK-LOW  OR          00012420
               WEB-STATUS-CODE GREATER THAN WEB-STATUS-OK-HIGH          00012430
               MOVE 'F'                    TO DELIVERY-SW               00012440
               MOVE 'ORIGIN REJECTED'      TO FORWARD-RESULT            00012450
           ELSE                                                         00012460
               MOVE 'Y'                    TO DELIVERY-SW               00012470
               MOVE 'FORWARDED'            TO FORWARD-RESULT            00012480
               ADD  ONE                    TO FORWARDED-COUNT           00012490
               MOVE 'WBF '                 TO STAT-ID                   00012500
               PERFORM 9980-BUMP-STAT    THRU 9980-EXIT.                00012510
                                                                        00012520
           PERFORM 8300-WEB-CLOSE        THRU 8300-EXIT.                00012530
       3400-EXIT.                                                       00012540
           EXIT.                                                        00012550
                                                                        00012560
      ***************************************************************** 00012570
      * Deliver the DELETE to the origin.  A key that exists locally  * 00012580
      * again was re-POSTed after this DELETE was queued - the        * 00012590
      * DELETE is superseded and must not remove the origin's newer   * 00012600
      * copy; drop it instead.  A 404 from the origin means the key   * 00012610
      * was already absent there, which is still delivered.           * 00012620
      ***************************************************************** 00012630
       3500-FORWARD-DELETE.                                             00012640
           MOVE LOW-VALUES                 TO ZK-KEY.                   00012650
           MOVE WBQ-KEY                    TO ZK-KEY.                   00012660
           MOVE LENGTH OF ZK-RECORD        TO ZK-LENGTH.                00012670
                                                                        00012680
           EXEC CICS READ FILE(ZK-FCT)                                  00012690
                INTO  (ZK-RECORD)                                       00012700
                RIDFLD(ZK-KEY)                                          00012710
                LENGTH(ZK-LENGTH)                                       00012720
                RESP  (READ-RESP)                                       00012730
                NOHANDLE                                                00012740
           END-EXEC.                                                    00012750
                                                                        00012760
           IF  READ-RESP EQUAL DFHRESP(NORMAL)                          00012770
               MOVE 'RE-POSTED - DROPPED'  TO FORWARD-RESULT            00012780
               MOVE 'D'                    TO DELIVERY-SW               00012790
               ADD  ONE                    TO DROPPED-COUNT             00012800
               GO TO 3500-EXIT.                                         00012810
                                                                        00012820
           PERFORM 8100-WEB-OPEN         THRU 8100-EXIT.                00012830
                                                                        00012840
           IF  OPEN-FAILED                                              00012850
               MOVE 'F'                    TO DELIVERY-SW               00012860
               MOVE 'ORIGIN OPEN FAILED'   TO FORWARD-RESULT            00012870
               GO TO 3500-EXIT.                                         00012880
                                                                        00012890
           MOVE DFHVALUE(DELETE)           TO WEB-METHOD.               00012900
           MOVE DFHVALUE(NOCLICONVERT)     TO CLIENT-CONVERT.           00012910
                                                                        00012920
           EXEC CICS WEB CONVERSE                                       00012930
                SESSTOKEN(SESSION-TOKEN)                                00012940
                PATH(FORWARD-PATH)                                      00012950
                PATHLENGTH(FORWARD-PATH-LENGTH)                         00012960
                METHOD(WEB-METHOD)                                      00012970
                MEDIATYPE(TEXT-PLAIN)                                   00012980
                INTO(CONVERSE-RESPONSE)                                 00012990
                TOLENGTH(CONVERSE-LENGTH)                               00013000
                MAXLENGTH(CONVERSE-LENGTH)                              00013010
                STATUSCODE(WEB-STATUS-CODE)                             00013020
                STATUSLEN(WEB-STATUS-LENGTH)                            00013030
                STATUSTEXT(WEB-STATUS-TEXT)                             00013040
                CLIENTCONV(CLIENT-CONVERT)                              00013050
                NOHANDLE                                                00013060
           END-EXEC.                                                    00013070
                                                                        00013080
           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)                        00013090
               MOVE 'F'                    TO DELIVERY-SW               00013100
               MOVE 'ORIGIN CONVERSE FAILED' TO FORWARD-RESULT          00013110
           ELSE                                                         00013120
           IF (WEB-STATUS-CODE LESS THAN WEB-STATUS-OK-LOW  OR          00013130
               WEB-STATUS-CODE GREATER THAN WEB-STATUS-OK-HIGH)  AND    00013140
               WEB-STATUS-CODE NOT EQUAL HTTP-STATUS-404                00013150
               MOVE 'F'                    TO DELIVERY-SW               00013160
               MOVE 'ORIGIN REJECTED'      TO FORWARD-RESULT            00013170
           ELSE                                                         00013180
               MOVE 'Y'                    TO DELIVERY-SW               00013190
               MOVE 'FORWARDED'            TO FORWARD-RESULT            00013200
               ADD  ONE                    TO FORWARDED-COUNT           00013210
               MOVE 'WBF '                 TO STAT-ID                   00013220
               PERFORM 9980-BUMP-STAT    THRU 9980-EXIT.                00013230
                                                                        00013240
           PERFORM 8300-WEB-CLOSE        THRU 8300-EXIT.                00013250
       3500-EXIT.                                                       00013260
           EXIT.                                                        00013270
                                                                        00013280
      ***************************************************************** 00013290
      * A delivery failed.  Record the attempt on the queue record;   * 00013300
      * at the attempt limit move it to the failed-delivery file,     * 00013310
      * otherwise push WBQ-NEXT-ABS out by the retry interval times   * 00013320
      * the attempt count (capped at RETRY-MS-LIMIT) and rewrite it   * 00013330
      * in place.  A rewrite that fails leaves the record as it was   * 00013340
      * for the next pass.                                            * 00013350
      ***************************************************************** 00013360
       3600-RETRY-LATER.                                                00013370
           ADD  ONE                        TO WBQ-ATTEMPTS.             00013380
           MOVE WEB-STATUS-CODE            TO WBQ-STATUS-CODE.          00013390
           IF  WEB-STATUS-CODE EQUAL ZEROES                             00013400
               MOVE FORWARD-RESULT         TO WBQ-STATUS-TEXT           00013410
           ELSE                                                         00013420
               MOVE WEB-STATUS-TEXT        TO WBQ-STATUS-TEXT.          00013430
                                                                        00013440
           EXEC CICS FORMATTIME ABSTIME(NOW-ABS)                        00013450
                TIME(WBQ-LAST-TIME)                                     00013460
                YYYYMMDD(WBQ-LAST-DATE)                                 00013470
                TIMESEP                                                 00013480
                DATESEP                                                 00013490
                NOHANDLE                                                00013500
           END-EXEC.                                                    00013510
                                                                        00013520
           IF  WBQ-ATTEMPTS NOT LESS THAN ATTEMPT-LIMIT                 00013530
               PERFORM 3700-MOVE-TO-FAILED THRU 3700-EXIT               00013540
               GO TO 3600-EXIT.                                         00013550
                                                                        00013560
           COMPUTE RETRY-MS = RETRY-SECONDS * WBQ-ATTEMPTS * 1000.      00013570
           IF  RETRY-MS GREATER THAN RETRY-MS-LIMIT                     00013580
               MOVE RETRY-MS-LIMIT         TO RETRY-MS.                 00013590
           COMPUTE WBQ-NEXT-ABS = NOW-ABS + RETRY-MS.                   00013600
                                                                        00013610
           MOVE LENGTH OF WBQ-UPDATE-AREA  TO WBQ-LENGTH.               00013620
                                                                        00013630
           EXEC CICS READ FILE(ZW-FCT)                                  00013640
                INTO  (WBQ-UPDATE-AREA)                                 00013650
                RIDFLD(WBQ-KEY-SEQ)                                     00013660
                LENGTH(WBQ-LENGTH)                                      00013670
                RESP  (WRITE-RESP)                                      00013680
                UPDATE                                                  00013690
                NOHANDLE                                                00013700
           END-EXEC.                                                    00013710
                                                                        00013720
           IF  WRITE-RESP NOT EQUAL DFHRESP(NORMAL)                     00013730
               GO TO 3600-EXIT.                                         00013740
                                                                        00013750
           MOVE LENGTH OF WBQ-RECORD       TO WBQ-LENGTH.               00013760
                                                                        00013770
           EXEC CICS REWRITE FILE(ZW-FCT)                               00013780
                FROM  (WBQ-RECORD)                                      00013790
                LENGTH(WBQ-LENGTH)                                      00013800
                RESP  (WRITE-RESP)                                      00013810
                NOHANDLE                                                00013820
           END-EXEC.                                                    00013830
                                                                        00013840
           IF  WRITE-RESP EQUAL DFHRESP(NORMAL)                         00013850
               ADD  ONE                    TO RETRY-COUNT.              00013860
                                                                        00013870
       3600-EXIT.                                                       00013880
           EXIT.                                                        00013890
                                                                        00013900
      ***************************************************************** 00013910
      * Move an exhausted record to the failed-delivery file, keyed   * 00013920
      * as it was on the queue (a uniquifier bump resolves the        * 00013930
      * unlikely DUPREC), then delete it from the queue.  A failed    * 00013940
      * write leaves it on the queue.                                 * 00013950
      ***************************************************************** 00013960
       3700-MOVE-TO-FAILED.                                             00013970
           MOVE WBQ-KEY-SEQ                TO QUEUE-KEY-SAVE.           00013980
           MOVE LENGTH OF WBQ-RECORD       TO WBQ-LENGTH.               00013990
                                                                        00014000
           PERFORM 3710-WRITE-FAILED     THRU 3710-EXIT                 00014010
               WITH TEST AFTER                                          00014020
               UNTIL FAILED-RESP NOT EQUAL DFHRESP(DUPREC)  OR          00014030
                     WBQ-UNIQ EQUAL 999.                                00014040
                                                                        00014050
           IF  FAILED-RESP NOT EQUAL DFHRESP(NORMAL)                    00014060
               MOVE 'FAILED FILE WRITE ERROR' TO FORWARD-RESULT         00014070
               GO TO 3700-EXIT.                                         00014080
                                                                        00014090
           EXEC CICS DELETE FILE(ZW-FCT)                                00014100
                RIDFLD(QUEUE-KEY-SAVE)                                  00014110
                NOHANDLE                                                00014120
           END-EXEC.                                                    00014130
                                                                        00014140
           MOVE 'MOVED TO FAILED FILE'     TO FORWARD-RESULT.           00014150
           ADD  ONE                        TO FAILED-COUNT.             00014160
           MOVE 'WBX '                     TO STAT-ID.                  00014170
           PERFORM 9980-BUMP-STAT        THRU 9980-EXIT.                00014180
                                                                        00014190
       3700-EXIT.                                                       00014200
           EXIT.                                                        00014210
                                                                        00014220
       3710-WRITE-FAILED.                                               00014230
           EXEC CICS WRITE FILE(ZX-FCT)                                 00014240
                FROM  (WBQ-RECORD)                                      00014250
                RIDFLD(WBQ-KEY-SEQ)                                     00014260
                LENGTH(WBQ-LENGTH)                                      00014270
                RESP  (FAILED-RESP)                                     00014280
                NOHANDLE                                                00014290
           END-EXEC.                                                    00014300
                                                                        00014310
           IF  FAILED-RESP EQUAL DFHRESP(DUPREC)                        00014320
               ADD ONE                      TO WBQ-UNIQ.                00014330
                                                                        00014340
       3710-EXIT.                                                       00014350
           EXIT.                                                        00014360
                                                                        00014370
      ***************************************************************** 00014380
      * Match one registration entry's key prefix against the queued  * 00014390
      * key - write-behind registrations only.                        * 00014400
      ***************************************************************** 00014410
       3915-RT-SCAN.                                                    00014420
           MOVE ZEROES                      TO RT-PREFIX-LENGTH.        00014430
           INSPECT RT-PREFIX(RT-INDEX)                                  00014440
               TALLYING RT-PREFIX-LENGTH                                00014450
               FOR CHARACTERS BEFORE INITIAL SPACE.                     00014460
                                                                        00014470
           IF  RT-PREFIX-LENGTH GREATER THAN ZEROES                     00014480
               IF  WBQ-KEY(1:RT-PREFIX-LENGTH) EQUAL                    00014490
                   RT-PREFIX(RT-INDEX)(1:RT-PREFIX-LENGTH)  AND         00014500
                   RT-MODE-WRITES(RT-INDEX)                             00014510
                   MOVE 'Y'                 TO RT-MATCH-SW              00014520
                   MOVE RT-URL(RT-INDEX)    TO RT-URL-WORK.             00014530
                                                                        00014540
       3915-EXIT.                                                       00014550
           EXIT.                                                        00014560
                                                                        00014570
      ***************************************************************** 00014580
      * Load the ZCxxRT origin registrations, as ZECS001's            * 00014590
      * 3905-RT-LOAD does.  An absent template means no origin is     * 00014600
      * defined in this region and the queue is left untouched.       * 00014610
      ***************************************************************** 00014620
       3905-RT-LOAD.                                                    00014630
           MOVE 'X'                         TO RT-LOAD-SW.              00014640
                                                                        00014650
           EXEC CICS DOCUMENT CREATE DOCTOKEN(RT-TOKEN)                 00014660
                TEMPLATE(ZECS-RT)                                       00014670
                RESP(RT-RESP)                                           00014680
                NOHANDLE                                                00014690
           END-EXEC.                                                    00014700
                                                                        00014710
           IF  RT-RESP NOT EQUAL DFHRESP(NORMAL)                        00014720
               GO TO 3905-EXIT.                                         00014730
                                                                        00014740
           MOVE SPACES                      TO RT-DSECT.                00014750
           MOVE LENGTH OF RT-DSECT          TO RT-DSECT-LENGTH.         00014760
                                                                        00014770
           EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(RT-TOKEN)               00014780
                INTO     (RT-DSECT)                                     00014790
                LENGTH   (RT-DSECT-LENGTH)                              00014800
                MAXLENGTH(RT-DSECT-LENGTH)                              00014810
                DATAONLY                                                00014820
                RESP(RT-RESP)                                           00014830
                NOHANDLE                                                00014840
           END-EXEC.                                                    00014850
                                                                        00014860
           IF  RT-RESP EQUAL DFHRESP(NORMAL)                            00014870
               MOVE 'Y'                     TO RT-LOAD-SW.              00014880
                                                                        00014890
       3905-EXIT.                                                       00014900
           EXIT.                                                        00014910
                                                                        00014920
      ***************************************************************** 00014930
      * Append one delivery report line: the key, when it was         * 00014940
      * captured, the attempts so far, this attempt's origin status   * 00014950
      * and the result.  A background pass builds no report.          * 00014960
      ***************************************************************** 00014970
       3950-REPORT-ITEM.                                                00014980
           IF  BACKGROUND                                               00014990
               GO TO 3950-EXIT.                                         00015000
                                                                        00015010
           MOVE SPACES                     TO REPORT-LINE.              00015020
           MOVE WBQ-DATE                   TO RL-DATE.                  00015030
           MOVE WBQ-TIME                   TO RL-TIME.                  00015040
           MOVE WBQ-METHOD(1:6)            TO RL-METHOD.                00015050
           PERFORM 3960-REPORT-KEY       THRU 3960-EXIT.                00015060
           MOVE WBQ-ATTEMPTS               TO RL-ATTEMPTS.              00015070
           MOVE WEB-STATUS-CODE            TO RL-STATUS.                00015080
           MOVE FORWARD-RESULT             TO RL-RESULT.                00015090
                                                                        00015100
           MOVE REPORT-LINE                TO OUTPUT-LINE.              00015110
           PERFORM 7900-APPEND-LINE      THRU 7900-EXIT.                00015120
       3950-EXIT.                                                       00015130
           EXIT.                                                        00015140
                                                                        00015150
      ***************************************************************** 00015160
      * WBQ-KEY is LOW-VALUE padded - report only the real key text,  * 00015170
      * blank padded, never the X'00' bytes.                          * 00015180
      ***************************************************************** 00015190
       3960-REPORT-KEY.                                                 00015200
           MOVE ZEROES                     TO REPORT-KEY-LENGTH.        00015210
           INSPECT WBQ-KEY TALLYING REPORT-KEY-LENGTH                   00015220
               FOR CHARACTERS BEFORE INITIAL LOW-VALUE.                 00015230
           IF  REPORT-KEY-LENGTH GREATER THAN 50                        00015240
               MOVE 50                      TO REPORT-KEY-LENGTH.       00015250
           IF  REPORT-KEY-LENGTH GREATER THAN ZEROES                    00015260
               MOVE WBQ-KEY(1:REPORT-KEY-LENGTH) TO RL-KEY.             00015270
       3960-EXIT.                                                       00015280
           EXIT.                                                        00015290
                                                                        00015300
      ***************************************************************** 00015310
      * Backlog by application.  Browse the queue, then the           * 00015320
      * failed-delivery file, folding every record into its           * 00015330
      * BU_SBU/application line: queued (all records on the queue),   * 00015340
      * retrying (queued records that have failed at least once),     * 00015350
      * failed, and the capture time of the oldest queued record -    * 00015360
      * the first one browsed, since the key is the capture ABSTIME.  * 00015370
      ***************************************************************** 00015380
       5000-BACKLOG-REPORT.                                             00015390
           MOVE ZEROES                     TO BACKLOG-COUNT.            00015400
           MOVE ZEROES                     TO QUEUE-DEPTH.              00015410
           MOVE '*OTHER*'                  TO BACKLOG-APP.              00015420
           MOVE 101                        TO BACKLOG-INDEX.            00015430
           PERFORM 5180-NEW-APP          THRU 5180-EXIT.                00015440
                                                                        00015450
           MOVE 'Q'                        TO BACKLOG-SOURCE-SW.        00015460
           MOVE ZW-FCT                     TO BROWSE-FCT.               00015470
           PERFORM 5010-BROWSE-FILE      THRU 5010-EXIT.                00015480
                                                                        00015490
           MOVE 'F'                        TO BACKLOG-SOURCE-SW.        00015500
           MOVE ZX-FCT                     TO BROWSE-FCT.               00015510
           PERFORM 5010-BROWSE-FILE      THRU 5010-EXIT.                00015520
                                                                        00015530
           IF  QUEUE-DEPTH EQUAL ZEROES                                 00015540
               MOVE HTTP-QUEUE-EMPTY        TO HTTP-204-TEXT            00015550
               MOVE HTTP-QUEUE-EMPTY-LENGTH TO HTTP-204-LENGTH          00015560
               PERFORM 9700-STATUS-204    THRU 9700-EXIT                00015570
               GO TO 5000-EXIT.                                         00015580
                                                                        00015590
           MOVE ZEROES                     TO BACKLOG-TOTAL-QUEUED.     00015600
           MOVE ZEROES                     TO BACKLOG-TOTAL-RETRYING.   00015610
           MOVE ZEROES                     TO BACKLOG-TOTAL-FAILED.     00015620
                                                                        00015630
           MOVE BACKLOG-HEADING            TO OUTPUT-LINE.              00015640
           PERFORM 7900-APPEND-LINE      THRU 7900-EXIT.                00015650
                                                                        00015660
           IF  BACKLOG-COUNT GREATER THAN ZEROES                        00015670
               PERFORM 5200-BACKLOG-LINE THRU 5200-EXIT                 00015680
                   VARYING BACKLOG-INDEX FROM 1 BY 1                    00015690
                   UNTIL   BACKLOG-INDEX GREATER THAN BACKLOG-COUNT.    00015700
                                                                        00015710
           MOVE 101                        TO BACKLOG-INDEX.            00015720
           IF  BT-QUEUED(101) GREATER THAN ZEROES  OR                   00015730
               BT-FAILED(101) GREATER THAN ZEROES                       00015740
               PERFORM 5200-BACKLOG-LINE THRU 5200-EXIT.                00015750
                                                                        00015760
           MOVE SPACES                     TO BACKLOG-LINE.             00015770
           MOVE 'TOTAL'                    TO BL-APP.                   00015780
           MOVE BACKLOG-TOTAL-QUEUED       TO BL-QUEUED.                00015790
           MOVE BACKLOG-TOTAL-RETRYING     TO BL-RETRYING.              00015800
           MOVE BACKLOG-TOTAL-FAILED       TO BL-FAILED.                00015810
           MOVE BACKLOG-LINE               TO OUTPUT-LINE.              00015820
           PERFORM 7900-APPEND-LINE      THRU 7900-EXIT.                00015830
                                                                        00015840
           PERFORM 7100-SEND-BUFFER      THRU 7100-EXIT.                00015850
       5000-EXIT.                                                       00015860
           EXIT.                                                        00015870
                                                                        00015880
      ***************************************************************** 00015890
      * Browse one file (BROWSE-FCT) end to end for the backlog.      * 00015900
      ***************************************************************** 00015910
       5010-BROWSE-FILE.                                                00015920
           MOVE ZEROES                     TO WBQ-ABS.                  00015930
           MOVE ZEROES                     TO WBQ-UNIQ.                 00015940
                                                                        00015950
           EXEC CICS STARTBR FILE(BROWSE-FCT)                           00015960
                RIDFLD(WBQ-KEY-SEQ)                                     00015970
                GTEQ                                                    00015980
                RESP(QUEUE-RESP)                                        00015990
                NOHANDLE                                                00016000
           END-EXEC.                                                    00016010
                                                                        00016020
           IF  QUEUE-RESP NOT EQUAL DFHRESP(NORMAL)                     00016030
               GO TO 5010-EXIT.                                         00016040
                                                                        00016050
           PERFORM 5100-BACKLOG-ITEM     THRU 5100-EXIT                 00016060
               WITH TEST BEFORE                                         00016070
               UNTIL QUEUE-RESP NOT EQUAL DFHRESP(NORMAL).              00016080
                                                                        00016090
           EXEC CICS ENDBR FILE(BROWSE-FCT) NOHANDLE                    00016100
           END-EXEC.                                                    00016110
                                                                        00016120
       5010-EXIT.                                                       00016130
           EXIT.                                                        00016140
                                                                        00016150
      ***************************************************************** 00016160
      * Fold one browsed record into its application's line.          * 00016170
      ***************************************************************** 00016180
       5100-BACKLOG-ITEM.                                               00016190
           MOVE LENGTH OF WBQ-RECORD       TO WBQ-LENGTH.               00016200
                                                                        00016210
           EXEC CICS READNEXT FILE(BROWSE-FCT)                          00016220
                INTO  (WBQ-RECORD)                                      00016230
                RIDFLD(WBQ-KEY-SEQ)                                     00016240
                LENGTH(WBQ-LENGTH)                                      00016250
                RESP  (QUEUE-RESP)                                      00016260
                NOHANDLE                                                00016270
           END-EXEC.                                                    00016280
                                                                        00016290
           IF  QUEUE-RESP NOT EQUAL DFHRESP(NORMAL)                     00016300
               GO TO 5100-EXIT.                                         00016310
                                                                        00016320
           ADD  ONE                        TO QUEUE-DEPTH.              00016330
           PERFORM 5150-FIND-APP         THRU 5150-EXIT.                00016340
                                                                        00016350
           IF  BACKLOG-FAILED                                           00016360
               ADD  ONE                    TO BT-FAILED(BACKLOG-INDEX)  00016370
               GO TO 5100-EXIT.                                         00016380
                                                                        00016390
           ADD  ONE                        TO BT-QUEUED(BACKLOG-INDEX). 00016400
           IF  WBQ-ATTEMPTS GREATER THAN ZEROES                         00016410
               ADD ONE                    TO BT-RETRYING(BACKLOG-INDEX).00016420
           IF  BT-OLDEST-DATE(BACKLOG-INDEX) EQUAL SPACES               00016430
               MOVE WBQ-DATE        TO BT-OLDEST-DATE(BACKLOG-INDEX)    00016440
               MOVE WBQ-TIME        TO BT-OLDEST-TIME(BACKLOG-INDEX).   00016450
                                                                        00016460
       5100-EXIT.                                                       00016470
           EXIT.                                                        00016480
                                                                        00016490
      ***************************************************************** 00016500
      * Derive BU_SBU/application from the key (everything before     * 00016510
      * its second '/') and find or add its table entry.  A full      * 00016520
      * table folds the rest into the *OTHER* entry (101).            * 00016530
      ***************************************************************** 00016540
       5150-FIND-APP.                                                   00016550
           MOVE SPACES                     TO BACKLOG-BU.               00016560
           MOVE SPACES                     TO BACKLOG-NAME.             00016570
           MOVE ZEROES                     TO BACKLOG-BU-LENGTH.        00016580
           MOVE ZEROES                     TO BACKLOG-NAME-LENGTH.      00016590
                                                                        00016600
           UNSTRING WBQ-KEY DELIMITED BY '/' OR LOW-VALUE               00016610
               INTO BACKLOG-BU   COUNT IN BACKLOG-BU-LENGTH             00016620
                    BACKLOG-NAME COUNT IN BACKLOG-NAME-LENGTH.          00016630
                                                                        00016640
           IF  BACKLOG-BU-LENGTH GREATER THAN 44                        00016650
               MOVE 44                     TO BACKLOG-BU-LENGTH.        00016660
           IF  BACKLOG-NAME-LENGTH GREATER THAN 44                      00016670
               MOVE 44                     TO BACKLOG-NAME-LENGTH.      00016680
                                                                        00016690
           MOVE SPACES                     TO BACKLOG-APP.              00016700
           IF  BACKLOG-BU-LENGTH   GREATER THAN ZEROES  AND             00016710
               BACKLOG-NAME-LENGTH GREATER THAN ZEROES                  00016720
               STRING BACKLOG-BU(1:BACKLOG-BU-LENGTH)                   00016730
                      '/'                                               00016740
                      BACKLOG-NAME(1:BACKLOG-NAME-LENGTH)               00016750
                      DELIMITED BY SIZE                                 00016760
                   INTO BACKLOG-APP                                     00016770
           ELSE                                                         00016780
               MOVE BACKLOG-BU             TO BACKLOG-APP.              00016790
                                                                        00016800
           MOVE 'N'                        TO BACKLOG-FOUND-SW.         00016810
           PERFORM 5170-MATCH-APP        THRU 5170-EXIT                 00016820
               VARYING BACKLOG-INDEX FROM 1 BY 1                        00016830
               UNTIL   BACKLOG-INDEX GREATER THAN BACKLOG-COUNT  OR     00016840
                       BACKLOG-FOUND.                                   00016850
                                                                        00016860
           IF  BACKLOG-FOUND                                            00016870
               SUBTRACT ONE              FROM BACKLOG-INDEX             00016880
               GO TO 5150-EXIT.                                         00016890
                                                                        00016900
           IF  BACKLOG-COUNT LESS THAN BACKLOG-MAX                      00016910
               ADD  ONE                    TO BACKLOG-COUNT             00016920
               MOVE BACKLOG-COUNT          TO BACKLOG-INDEX             00016930
               PERFORM 5180-NEW-APP      THRU 5180-EXIT                 00016940
           ELSE                                                         00016950
               MOVE 101                    TO BACKLOG-INDEX.            00016960
                                                                        00016970
       5150-EXIT.                                                       00016980
           EXIT.                                                        00016990
                                                                        00017000
       5170-MATCH-APP.                                                  00017010
           IF  BT-APP(BACKLOG-INDEX) EQUAL BACKLOG-APP                  00017020
               MOVE 'Y'                    TO BACKLOG-FOUND-SW.         00017030
       5170-EXIT.                                                       00017040
           EXIT.                                                        00017050
                                                                        00017060
       5180-NEW-APP.                                                    00017070
           MOVE BACKLOG-APP                TO BT-APP(BACKLOG-INDEX).    00017080
           MOVE ZEROES                     TO BT-QUEUED(BACKLOG-INDEX). 00017090
           MOVE ZEROES                   TO BT-RETRYING(BACKLOG-INDEX). 00017100
           MOVE ZEROES                     TO BT-FAILED(BACKLOG-INDEX). 00017110
           MOVE SPACES                TO BT-OLDEST-DATE(BACKLOG-INDEX). 00017120
           MOVE SPACES                TO BT-OLDEST-TIME(BACKLOG-INDEX). 00017130
       5180-EXIT.                                                       00017140
           EXIT.                                                        00017150
                                                                        00017160
      ***************************************************************** 00017170
      * Print one application's backlog line and add it to the        * 00017180
      * totals.                                                       * 00017190
      ***************************************************************** 00017200
       5200-BACKLOG-LINE.                                               00017210
           MOVE SPACES                     TO BACKLOG-LINE.             00017220
           MOVE BT-APP(BACKLOG-INDEX)      TO BL-APP.                   00017230
           MOVE BT-QUEUED(BACKLOG-INDEX)   TO BL-QUEUED.                00017240
           MOVE BT-RETRYING(BACKLOG-INDEX) TO BL-RETRYING.              00017250
           MOVE BT-FAILED(BACKLOG-INDEX)   TO BL-FAILED.                00017260
           MOVE BT-OLDEST-DATE(BACKLOG-INDEX) TO BL-OLDEST-DATE.        00017270
           MOVE BT-OLDEST-TIME(BACKLOG-INDEX) TO BL-OLDEST-TIME.        00017280
                                                                        00017290
           ADD  BT-QUEUED(BACKLOG-INDEX)   TO BACKLOG-TOTAL-QUEUED.     00017300
           ADD  BT-RETRYING(BACKLOG-INDEX) TO BACKLOG-TOTAL-RETRYING.   00017310
           ADD  BT-FAILED(BACKLOG-INDEX)   TO BACKLOG-TOTAL-FAILED.     00017320
                                                                        00017330
           MOVE BACKLOG-LINE               TO OUTPUT-LINE.              00017340
           PERFORM 7900-APPEND-LINE      THRU 7900-EXIT.                00017350
       5200-EXIT.                                                       00017360
           EXIT.                                                        00017370
                                                                        00017380
      ***************************************************************** 00017390
      * List the failed-delivery file, oldest first, up to            * 00017400
      * FORWARD-MAX lines: the key, when it was captured, the         * 00017410
      * attempts made, and the last origin status and text.           * 00017420
      ***************************************************************** 00017430
       5500-LIST-FAILED.                                                00017440
           MOVE ZEROES                     TO QUEUE-DEPTH.              00017450
           MOVE ZEROES                     TO STAGE-COUNT.              00017460
           MOVE ZEROES                     TO WBQ-ABS.                  00017470
           MOVE ZEROES                     TO WBQ-UNIQ.                 00017480
                                                                        00017490
           EXEC CICS STARTBR FILE(ZX-FCT)                               00017500
                RIDFLD(WBQ-KEY-SEQ)                                     00017510
                GTEQ                                                    00017520
                RESP(QUEUE-RESP)                                        00017530
                NOHANDLE                                                00017540
           END-EXEC.                                                    00017550
                                                                        00017560
           IF  QUEUE-RESP EQUAL DFHRESP(NORMAL)                         00017570
               PERFORM 5510-FAILED-ITEM  THRU 5510-EXIT                 00017580
                   WITH TEST BEFORE                                     00017590
                   UNTIL QUEUE-RESP NOT EQUAL DFHRESP(NORMAL)  OR       00017600
                         QUEUE-DEPTH EQUAL 9998                         00017610
               EXEC CICS ENDBR FILE(ZX-FCT) NOHANDLE                    00017620
               END-EXEC.                                                00017630
                                                                        00017640
           IF  QUEUE-DEPTH EQUAL ZEROES                                 00017650
               MOVE HTTP-FAILED-EMPTY        TO HTTP-204-TEXT           00017660
               MOVE HTTP-FAILED-EMPTY-LENGTH TO HTTP-204-LENGTH         00017670
               PERFORM 9700-STATUS-204     THRU 9700-EXIT               00017680
               GO TO 5500-EXIT.                                         00017690
                                                                        00017700
           MOVE QUEUE-DEPTH                TO FL-FAILED.                00017710
           MOVE STAGE-COUNT                TO FL-LISTED.                00017720
           MOVE FAILED-LINE                TO OUTPUT-LINE.              00017730
           PERFORM 7900-APPEND-LINE      THRU 7900-EXIT.                00017740
                                                                        00017750
           PERFORM 7100-SEND-BUFFER      THRU 7100-EXIT.                00017760
       5500-EXIT.                                                       00017770
           EXIT.                                                        00017780
                                                                        00017790
       5510-FAILED-ITEM.                                                00017800
           MOVE LENGTH OF WBQ-RECORD       TO WBQ-LENGTH.               00017810
                                                                        00017820
           EXEC CICS READNEXT FILE(ZX-FCT)                              00017830
                INTO  (WBQ-RECORD)                                      00017840
                RIDFLD(WBQ-KEY-SEQ)                                     00017850
                LENGTH(WBQ-LENGTH)                                      00017860
                RESP  (QUEUE-RESP)                                      00017870
                NOHANDLE                                                00017880
           END-EXEC.                                                    00017890
                                                                        00017900
           IF  QUEUE-RESP NOT EQUAL DFHRESP(NORMAL)                     00017910
               GO TO 5510-EXIT.                                         00017920
                                                                        00017930
           ADD  ONE                        TO QUEUE-DEPTH.              00017940
                                                                        00017950
           IF  STAGE-COUNT NOT LESS THAN FORWARD-MAX                    00017960
               GO TO 5510-EXIT.                                         00017970
                                                                        00017980
           ADD  ONE                        TO STAGE-COUNT.              00017990
           MOVE SPACES                     TO REPORT-LINE.              00018000
           MOVE WBQ-DATE                   TO RL-DATE.                  00018010
           MOVE WBQ-TIME                   TO RL-TIME.                  00018020
           MOVE WBQ-METHOD(1:6)            TO RL-METHOD.                00018030
           PERFORM 3960-REPORT-KEY       THRU 3960-EXIT.                00018040
           MOVE WBQ-ATTEMPTS               TO RL-ATTEMPTS.              00018050
           MOVE WBQ-STATUS-CODE            TO RL-STATUS.                00018060
           MOVE WBQ-STATUS-TEXT            TO RL-RESULT.                00018070
                                                                        00018080
           MOVE REPORT-LINE                TO OUTPUT-LINE.              00018090
           PERFORM 7900-APPEND-LINE      THRU 7900-EXIT.                00018100
       5510-EXIT.                                                       00018110
           EXIT.                                                        00018120
                                                                        00018130
      ***************************************************************** 00018140
      * Re-drive the failed-delivery file.  Stage up to FORWARD-MAX   * 00018150
      * failed records (those under REDRIVE-PREFIX when one was       * 00018160
      * given), end the browse, then put each back on the queue as a  * 00018170
      * fresh capture - attempts and retry wait cleared, keyed at the * 00018180
      * current ABSTIME - and delete it from the failed file.         * 00018190
      ***************************************************************** 00018200
       6000-REDRIVE.                                                    00018210
           EXEC CICS ASKTIME ABSTIME(NOW-ABS) NOHANDLE                  00018220
           END-EXEC.                                                    00018230
                                                                        00018240
           MOVE ZEROES                     TO QUEUE-DEPTH.              00018250
           MOVE ZEROES                     TO STAGE-COUNT.              00018260
           MOVE ZEROES                     TO REDRIVEN-COUNT.           00018270
           MOVE ZEROES                     TO WBQ-ABS.                  00018280
           MOVE ZEROES                     TO WBQ-UNIQ.                 00018290
                                                                        00018300
           EXEC CICS STARTBR FILE(ZX-FCT)                               00018310
                RIDFLD(WBQ-KEY-SEQ)                                     00018320
                GTEQ                                                    00018330
                RESP(QUEUE-RESP)                                        00018340
                NOHANDLE                                                00018350
           END-EXEC.                                                    00018360
                                                                        00018370
           IF  QUEUE-RESP EQUAL DFHRESP(NORMAL)                         00018380
               PERFORM 6010-STAGE-FAILED THRU 6010-EXIT                 00018390
                   WITH TEST BEFORE                                     00018400
                   UNTIL QUEUE-RESP NOT EQUAL DFHRESP(NORMAL)  OR       00018410
                         QUEUE-DEPTH EQUAL 9998                         00018420
               EXEC CICS ENDBR FILE(ZX-FCT) NOHANDLE                    00018430
               END-EXEC.                                                00018440
                                                                        00018450
           IF  QUEUE-DEPTH EQUAL ZEROES                                 00018460
               MOVE HTTP-FAILED-EMPTY        TO HTTP-204-TEXT           00018470
               MOVE HTTP-FAILED-EMPTY-LENGTH TO HTTP-204-LENGTH         00018480
               PERFORM 9700-STATUS-204     THRU 9700-EXIT               00018490
               GO TO 6000-EXIT.                                         00018500
                                                                        00018510
           IF  STAGE-COUNT GREATER THAN ZEROES                          00018520
               PERFORM 6100-REDRIVE-ITEM THRU 6100-EXIT                 00018530
                   WITH TEST AFTER                                      00018540
                   VARYING STAGE-INDEX FROM 1 BY 1                      00018550
                   UNTIL   STAGE-INDEX EQUAL STAGE-COUNT.               00018560
                                                                        00018570
           MOVE REDRIVEN-COUNT             TO RD-REDRIVEN.              00018580
           COMPUTE RD-REMAINING = QUEUE-DEPTH - REDRIVEN-COUNT.         00018590
           MOVE REDRIVE-LINE               TO OUTPUT-LINE.              00018600
           PERFORM 7900-APPEND-LINE      THRU 7900-EXIT.                00018610
                                                                        00018620
           PERFORM 7100-SEND-BUFFER      THRU 7100-EXIT.                00018630
       6000-EXIT.                                                       00018640
           EXIT.                                                        00018650
                                                                        00018660
       6010-STAGE-FAILED.                                               00018670
           MOVE LENGTH OF WBQ-RECORD       TO WBQ-LENGTH.               00018680
                                                                        00018690
           EXEC CICS READNEXT FILE(ZX-FCT)                              00018700
                INTO  (WBQ-RECORD)                                      00018710
                RIDFLD(WBQ-KEY-SEQ)                                     00018720
                LENGTH(WBQ-LENGTH)                                      00018730
                RESP  (QUEUE-RESP)                                      00018740
                NOHANDLE                                                00018750
           END-EXEC.                                                    00018760
                                                                        00018770
           IF  QUEUE-RESP NOT EQUAL DFHRESP(NORMAL)                     00018780
               GO TO 6010-EXIT.                                         00018790
                                                                        00018800
           ADD  ONE                        TO QUEUE-DEPTH.              00018810
                                                                        00018820
           IF  REDRIVE-PREFIX-LENGTH GREATER THAN ZEROES                00018830
               IF  WBQ-KEY(1:REDRIVE-PREFIX-LENGTH) NOT EQUAL           00018840
                   REDRIVE-PREFIX(1:REDRIVE-PREFIX-LENGTH)              00018850
                   GO TO 6010-EXIT.                                     00018860
                                                                        00018870
           IF  STAGE-COUNT LESS THAN FORWARD-MAX                        00018880
               ADD  ONE                    TO STAGE-COUNT               00018890
               MOVE WBQ-RECORD             TO STAGE-ENTRY(STAGE-COUNT). 00018900
                                                                        00018910
       6010-EXIT.                                                       00018920
           EXIT.                                                        00018930
                                                                        00018940
      ***************************************************************** 00018950
      * Put one staged failed record back on the queue.  The          * 00018960
      * uniquifier starts at the stage index, so one re-drive pass    * 00018970
      * does not collide with itself inside the same millisecond.     * 00018980
      ***************************************************************** 00018990
       6100-REDRIVE-ITEM.                                               00019000
           MOVE STAGE-ENTRY(STAGE-INDEX)   TO WBQ-RECORD.               00019010
           MOVE WBQ-KEY-SEQ                TO FAILED-KEY-SAVE.          00019020
                                                                        00019030
           MOVE ZEROES                     TO WBQ-ATTEMPTS.             00019040
           MOVE ZEROES                     TO WBQ-NEXT-ABS.             00019050
           MOVE SPACES                     TO WBQ-LAST-DATE.            00019060
           MOVE SPACES                     TO WBQ-LAST-TIME.            00019070
           MOVE ZEROES                     TO WBQ-STATUS-CODE.          00019080
           MOVE SPACES                     TO WBQ-STATUS-TEXT.          00019090
           MOVE NOW-ABS                    TO WBQ-ABS.                  00019100
           MOVE STAGE-INDEX                TO WBQ-UNIQ.                 00019110
           MOVE LENGTH OF WBQ-RECORD       TO WBQ-LENGTH.               00019120
                                                                        00019130
           PERFORM 6110-WRITE-QUEUE      THRU 6110-EXIT                 00019140
               WITH TEST AFTER                                          00019150
               UNTIL WRITE-RESP NOT EQUAL DFHRESP(DUPREC)  OR           00019160
                     WBQ-UNIQ EQUAL 999.                                00019170
                                                                        00019180
           MOVE ZEROES                     TO WEB-STATUS-CODE.          00019190
           IF  WRITE-RESP NOT EQUAL DFHRESP(NORMAL)                     00019200
               MOVE 'QUEUE WRITE ERROR'    TO FORWARD-RESULT            00019210
           ELSE                                                         00019220
               EXEC CICS DELETE FILE(ZX-FCT)                            00019230
                    RIDFLD(FAILED-KEY-SAVE)                             00019240
                    NOHANDLE                                            00019250
               END-EXEC                                                 00019260
               MOVE 'REDRIVEN'             TO FORWARD-RESULT            00019270
               ADD  ONE                    TO REDRIVEN-COUNT.           00019280
                                                                        00019290
           PERFORM 3950-REPORT-ITEM      THRU 3950-EXIT.                00019300
       6100-EXIT.                                                       00019310
           EXIT.                                                        00019320
                                                                        00019330
       6110-WRITE-QUEUE.                                                00019340
           EXEC CICS WRITE FILE(ZW-FCT)                                 00019350
                FROM  (WBQ-RECORD)                                      00019360
                RIDFLD(WBQ-KEY-SEQ)                                     00019370
                LENGTH(WBQ-LENGTH)                                      00019380
                RESP  (WRITE-RESP)                                      00019390
                NOHANDLE                                                00019400
           END-EXEC.                                                    00019410
                                                                        00019420
           IF  WRITE-RESP EQUAL DFHRESP(DUPREC)                         00019430
               ADD ONE                      TO WBQ-UNIQ.                00019440
                                                                        00019450
       6110-EXIT.                                                       00019460
           EXIT.                                                        00019470
                                                                        00019480
      ***************************************************************** 00019490
      * Start the background forwarder (WB-TRANID) now.  A chain      * 00019500
      * that is already running folds this start into itself - see    * 00019510
      * 2100-BACKGROUND-PASS.                                         * 00019520
      ***************************************************************** 00019530
       6500-START-FORWARDER.                                            00019540
           EXEC CICS START TRANSID(WB-TRANID)                           00019550
                REQID  (WB-REQID)                                       00019560
                RESP   (WRITE-RESP)                                     00019570
                NOHANDLE                                                00019580
           END-EXEC.                                                    00019590
                                                                        00019600
           MOVE SPACES                     TO OUTPUT-LINE.              00019610
           IF  WRITE-RESP EQUAL DFHRESP(NORMAL)                         00019620
               STRING 'FORWARDER STARTED: ' DELIMITED BY SIZE           00019630
                      WB-TRANID             DELIMITED BY SIZE           00019640
                   INTO OUTPUT-LINE                                     00019650
           ELSE                                                         00019660
               STRING 'FORWARDER START FAILED: ' DELIMITED BY SIZE      00019670
                      WB-TRANID             DELIMITED BY SIZE           00019680
                   INTO OUTPUT-LINE.                                    00019690
                                                                        00019700
           PERFORM 7900-APPEND-LINE      THRU 7900-EXIT.                00019710
           PERFORM 7100-SEND-BUFFER      THRU 7100-EXIT.                00019720
       6500-EXIT.                                                       00019730
           EXIT.                                                        00019740
                                                                        00019750
      ***************************************************************** 00019760
      * Send the delivery report.  204 when the queue was empty.      * 00019770
      ***************************************************************** 00019780
       7000-SEND-REPORT.                                                00019790
           IF  QUEUE-DEPTH EQUAL ZEROES                                 00019800
               MOVE HTTP-QUEUE-EMPTY        TO HTTP-204-TEXT            00019810
               MOVE HTTP-QUEUE-EMPTY-LENGTH TO HTTP-204-LENGTH          00019820
               PERFORM 9700-STATUS-204    THRU 9700-EXIT                00019830
               GO TO 7000-EXIT.                                         00019840
                                                                        00019850
           MOVE FORWARDED-COUNT            TO SL-FORWARDED.             00019860
           MOVE DROPPED-COUNT              TO SL-DROPPED.               00019870
           MOVE RETRY-COUNT                TO SL-RETRY.                 00019880
           MOVE FAILED-COUNT               TO SL-FAILED.                00019890
           MOVE WAITING-COUNT              TO SL-WAITING.               00019900
           MOVE DEFERRED-COUNT             TO SL-DEFERRED.              00019910
                                                                        00019920
           MOVE SUMMARY-LINE               TO OUTPUT-LINE.              00019930
           PERFORM 7900-APPEND-LINE      THRU 7900-EXIT.                00019940
                                                                        00019950
           PERFORM 7100-SEND-BUFFER      THRU 7100-EXIT.                00019960
       7000-EXIT.                                                       00019970
           EXIT.                                                        00019980
                                                                        00019990
      ***************************************************************** 00020000
      * Send the report buffer, text/plain.                           * 00020010
      ***************************************************************** 00020020
       7100-SEND-BUFFER.                                                00020030
           MOVE DFHVALUE(IMMEDIATE)        TO SEND-ACTION.              00020040
                                                                        00020050
           PERFORM 9001-ACAO             THRU 9001-EXIT.                00020060
                                                                        00020070
           EXEC CICS WEB SEND                                           00020080
                FROM      (REPORT-BUFFER)                               00020090
                FROMLENGTH(REPORT-LENGTH)                               00020100
                MEDIATYPE (TEXT-PLAIN)                                  00020110
                STATUSCODE(HTTP-STATUS-200)                             00020120
                STATUSTEXT(HTTP-OK)                                     00020130
                ACTION    (SEND-ACTION)                                 00020140
                SRVCONVERT                                              00020150
                NOHANDLE                                                00020160
           END-EXEC.                                                    00020170
       7100-EXIT.                                                       00020180
           EXIT.                                                        00020190
                                                                        00020200
      ***************************************************************** 00020210
      * Append OUTPUT-LINE and a CRLF to the report buffer while      * 00020220
      * there is room.                                                * 00020230
      ***************************************************************** 00020240
       7900-APPEND-LINE.                                                00020250
           IF  REPORT-LENGTH + REPORT-LINE-LENGTH + TWO                 00020260
                   LESS THAN LENGTH OF REPORT-BUFFER                    00020270
               MOVE OUTPUT-LINE                                         00020280
                 TO REPORT-BUFFER(REPORT-LENGTH + 1:                    00020290
                                  REPORT-LINE-LENGTH)                   00020300
               ADD  REPORT-LINE-LENGTH     TO REPORT-LENGTH             00020310
               MOVE CRLF                                                00020320
                 TO REPORT-BUFFER(REPORT-LENGTH + 1:2)                  00020330
               ADD  TWO                    TO REPORT-LENGTH.            00020340
                                                                        00020350
           MOVE SPACES                     TO OUTPUT-LINE.              00020360
       7900-EXIT.                                                       00020370
           EXIT.                                                        00020380
                                                                        00020390
      ***************************************************************** 00020400
      * Open WEB connection with the origin registered for the key:   * 00020410
      * parse the registered URL (http://host:port), then open.       * 00020420
      ***************************************************************** 00020430
       8100-WEB-OPEN.                                                   00020440
           MOVE 'N'                     TO OPEN-FAILED-SW.              00020450
                                                                        00020460
           MOVE ZEROES                  TO RT-URL-LENGTH.               00020470
           INSPECT RT-URL-WORK                                          00020480
               TALLYING RT-URL-LENGTH                                   00020490
               FOR CHARACTERS BEFORE INITIAL SPACE.                     00020500
                                                                        00020510
           IF  RT-URL-LENGTH LESS THAN TEN                              00020520
               MOVE 'Y'                 TO OPEN-FAILED-SW               00020530
               GO TO 8100-EXIT.                                         00020540
                                                                        00020550
           EXEC CICS WEB PARSE                                          00020560
                URL(RT-URL-WORK)                                        00020570
                URLLENGTH(RT-URL-LENGTH)                                00020580
                SCHEMENAME(URL-SCHEME-NAME)                             00020590
                HOST(URL-HOST-NAME)                                     00020600
                HOSTLENGTH(URL-HOST-NAME-LENGTH)                        00020610
                PORTNUMBER(URL-PORT)                                    00020620
                NOHANDLE                                                00020630
           END-EXEC.                                                    00020640
                                                                        00020650
           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)                        00020660
               MOVE 'Y'                 TO OPEN-FAILED-SW               00020670
               GO TO 8100-EXIT.                                         00020680
                                                                        00020690
           IF  URL-SCHEME-NAME EQUAL 'HTTPS'                            00020700
               MOVE DFHVALUE(HTTPS)  TO URL-SCHEME                      00020710
           ELSE                                                         00020720
               MOVE DFHVALUE(HTTP)   TO URL-SCHEME.                     00020730
                                                                        00020740
           EXEC CICS WEB OPEN                                           00020750
                HOST(URL-HOST-NAME)                                     00020760
                HOSTLENGTH(URL-HOST-NAME-LENGTH)                        00020770
                PORTNUMBER(URL-PORT)                                    00020780
                SCHEME(URL-SCHEME)                                      00020790
                SESSTOKEN(SESSION-TOKEN)                                00020800
                NOHANDLE                                                00020810
           END-EXEC.                                                    00020820
                                                                        00020830
           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)                        00020840
               MOVE 'Y'                  TO OPEN-FAILED-SW.             00020850
                                                                        00020860
       8100-EXIT.                                                       00020870
           EXIT.                                                        00020880
                                                                        00020890
      ***************************************************************** 00020900
      * Close WEB connection with the origin.                         * 00020910
      ***************************************************************** 00020920
       8300-WEB-CLOSE.                                                  00020930
                                                                        00020940
           EXEC CICS WEB CLOSE                                          00020950
                SESSTOKEN(SESSION-TOKEN)                                00020960
                NOHANDLE                                                00020970
           END-EXEC.                                                    00020980
                                                                        00020990
       8300-EXIT.                                                       00021000
           EXIT.                                                        00021010
                                                                        00021020
      ***************************************************************** 00021030
      * Return to CICS                                                * 00021040
      ***************************************************************** 00021050
       9000-RETURN.                                                     00021060
                                                                        00021070
           EXEC CICS RETURN                                             00021080
           END-EXEC.                                                    00021090
                                                                        00021100
       9000-EXIT.                                                       00021110
           EXIT.                                                        00021120
                                                                        00021130
      ***************************************************************** 00021140
      * Write HTTP header                                             * 00021150
      ***************************************************************** 00021160
       9001-ACAO.                                                       00021170
           EXEC CICS WEB WRITE                                          00021180
                HTTPHEADER (HEADER-ACAO)                                00021190
                NAMELENGTH (HEADER-ACAO-LENGTH)                         00021200
                VALUE      (VALUE-ACAO)                                 00021210
                VALUELENGTH(VALUE-ACAO-LENGTH)                          00021220
                NOHANDLE                                                00021230
           END-EXEC.                                                    00021240
       9001-EXIT.                                                       00021250
           EXIT.                                                        00021260
                                                                        00021270
      ***************************************************************** 00021280
      * HTTP status 400 messages.                                     * 00021290
      ***************************************************************** 00021300
       9400-STATUS-400.                                                 00021310
           PERFORM 9001-ACAO         THRU 9001-EXIT.                    00021320
           MOVE DFHVALUE(IMMEDIATE)     TO SEND-ACTION.                 00021330
           EXEC CICS WEB SEND                                           00021340
                FROM      (CRLF)                                        00021350
                FROMLENGTH(TWO)                                         00021360
                MEDIATYPE (TEXT-PLAIN)                                  00021370
                ACTION    (SEND-ACTION)                                 00021380
                STATUSCODE(HTTP-STATUS-400)                             00021390
                STATUSTEXT(HTTP-400-TEXT)                               00021400
                STATUSLEN (HTTP-400-LENGTH)                             00021410
                SRVCONVERT                                              00021420
                NOHANDLE                                                00021430
           END-EXEC.                                                    00021440
       9400-EXIT.                                                       00021450
           EXIT.                                                        00021460
                                                                        00021470
      ***************************************************************** 00021480
      * Basic Authentication error.                                   * 00021490
      ***************************************************************** 00021500
       9600-AUTH-ERROR.                                                 00021510
           PERFORM 9001-ACAO         THRU 9001-EXIT.                    00021520
           EXEC CICS WEB SEND                                           00021530
                FROM      (CRLF)                                        00021540
                FROMLENGTH(TWO)                                         00021550
                MEDIATYPE (TEXT-PLAIN)                                  00021560
                STATUSCODE(HTTP-STATUS-401)                             00021570
                STATUSTEXT(HTTP-AUTH-ERROR)                             00021580
                SRVCONVERT                                              00021590
                NOHANDLE                                                00021600
           END-EXEC.                                                    00021610
       9600-EXIT.                                                       00021620
           EXIT.                                                        00021630
                                                                        00021640
      ***************************************************************** 00021650
      * Status 204 response.                                          * 00021660
      ***************************************************************** 00021670
       9700-STATUS-204.                                                 00021680
           PERFORM 9001-ACAO         THRU 9001-EXIT.                    00021690
           MOVE DFHVALUE(IMMEDIATE)     TO SEND-ACTION.                 00021700
           EXEC CICS WEB SEND                                           00021710
                FROM      (CRLF)                                        00021720
                FROMLENGTH(TWO)                                         00021730
                MEDIATYPE (TEXT-PLAIN)                                  00021740
                ACTION    (SEND-ACTION)                                 00021750
                STATUSCODE(HTTP-STATUS-204)                             00021760
                STATUSTEXT(HTTP-204-TEXT)                               00021770
                STATUSLEN (HTTP-204-LENGTH)                             00021780
                SRVCONVERT                                              00021790
                NOHANDLE                                                00021800
           END-EXEC.                                                    00021810
       9700-EXIT.                                                       00021820
           EXIT.                                                        00021830
                                                                        00021840
      ***************************************************************** 00021850
      * Bump one operational statistic - ZECS001's 9980-BUMP-STAT.    * 00021860
      * WBF counts deliveries, WBX records moved to the failed file.  * 00021870
      ***************************************************************** 00021880
       9980-BUMP-STAT.                                                  00021890
           EXEC CICS GET DCOUNTER(STAT-COUNTER)                         00021900
                VALUE(STAT-VALUE)                                       00021910
                INCREMENT(STAT-ONE)                                     00021920
                WRAP                                                    00021930
                NOHANDLE                                                00021940
           END-EXEC.                                                    00021950
                                                                        00021960
       9980-EXIT.                                                       00021970
           EXIT.                                                        00021980
