       CBL CICS("SP")                                                   00000010
       IDENTIFICATION DIVISION.                                         00000020
       PROGRAM-ID. ZECS009.                                             00000030
       AUTHOR.     Randy Frerking and Rich Jackson.                     00000040
      ***************************************************************** 00000050
      *                                                               * 00000060
      * z/OS Enterprise Caching Services.                             * 00000070
      *                                                               * 00000080
      * Online maintenance transaction for the prefix-scoped write/   * 00000090
      * delete grants (ZG-FCT, see ZECSZGC.cpy), modeled on ZECS004's * 00000100
      * maintenance of the security grants and ZECS008's sensitive    * 00000110
      * prefix list.  A userid holding any record on this file may    * 00000120
      * only POST/PUT/DELETE under a granted BU_SBU or BU_SBU/        * 00000130
      * application prefix (see 1680-PREFIX-ACCESS in ZECS001); a     * 00000140
      * userid with no records keeps its unscoped access.             * 00000150
      *                                                               * 00000160
      * GET    /prefixes/{userid}/{prefix} - report one grant.        * 00000170
      * GET    /prefixes/{userid}          - list every prefix        * 00000180
      *                                      granted to the userid.   * 00000190
      * PUT    /prefixes/{userid}/{prefix} - add/replace a grant.     * 00000200
      * POST   /prefixes/{userid}/{prefix} - same as PUT.             * 00000210
      * DELETE /prefixes/{userid}/{prefix} - remove a grant.          * 00000220
      *                                                               * 00000230
      * {prefix} is a bare BU_SBU or a BU_SBU/application pair,       * 00000240
      * exactly as it appears ahead of the key in the cache URI.      * 00000250
      * PUT/POST body is a comma-separated list of the access levels  * 00000260
      * to grant under the prefix, UPDATE and/or DELETE - any level   * 00000270
      * not listed is set to 'N'.  A record granting neither still    * 00000280
      * scopes the userid (it may then write nowhere it has no        * 00000290
      * other grant for), which is how a userid is frozen out of      * 00000300
      * every tenant without touching ZCxxSD.                         * 00000310
      *                                                               * 00000320
      * Access to this transaction is gated by Basic Authentication   * 00000330
      * via LINK to ZECS002, and the authenticated caller must hold   * 00000340
      * the distinct ADMIN access level - an 'ADMIN' entry in the     * 00000350
      * ZCxxSD document template, or ZS-ADMIN-ACCESS of 'Y' on the    * 00000360
      * caller's own ZS-FCT record - so ordinary application          * 00000370
      * credentials cannot widen their own reach.                     * 00000380
      *                                                               * 00000390
      * Date       UserID    Description                              * 00000400
      * ---------- --------  ---------------------------------------- * 00000410
      *                                                               * 00000420
      ***************************************************************** 00000430
       ENVIRONMENT DIVISION.                                            00000440
       DATA DIVISION.                                                   00000450
       WORKING-STORAGE SECTION.                                         00000460
                                                                        00000470
      ***************************************************************** 00000480
      * DEFINE LOCAL VARIABLES                                        * 00000490
      ***************************************************************** 00000500
       01  ZECS002                PIC  X(08) VALUE 'ZECS002 '.          00000510
       01  CRLF                   PIC  X(02) VALUE X'0D25'.             00000520
       01  RESOURCES              PIC  X(10) VALUE '/prefixes/'.        00000530
       01  RESOURCES-LENGTH       PIC S9(08) COMP VALUE 10.             00000540
                                                                        00000550
       01  TWO                    PIC S9(08) COMP VALUE  2.             00000560
       01  ONE                    PIC S9(08) COMP VALUE  1.             00000570
       01  SIX                    PIC S9(08) COMP VALUE  6.             00000580
                                                                        00000590
       01  HTTP-NAME-LENGTH       PIC S9(08) COMP VALUE ZEROES.         00000600
       01  HTTP-VALUE-LENGTH      PIC S9(08) COMP VALUE ZEROES.         00000610
       01  HTTP-HEADER            PIC  X(13) VALUE 'Authorization'.     00000620
       01  HTTP-HEADER-VALUE      PIC  X(64) VALUE SPACES.              00000630
                                                                        00000640
       01  ZECS002-COMM-AREA.                                           00000650
           02  CA-RETURN-CODE     PIC  X(02) VALUE '00'.                00000660
           02  FILLER             PIC  X(02) VALUE SPACES.              00000670
           02  CA-USERID          PIC  X(08) VALUE SPACES.              00000680
           02  CA-PASSWORD        PIC  X(08) VALUE SPACES.              00000690
           02  CA-ENCODE          PIC  X(24) VALUE SPACES.              00000700
           02  FILLER             PIC  X(04) VALUE SPACES.              00000710
           02  CA-DECODE          PIC  X(18) VALUE SPACES.              00000720
                                                                        00000730
       01  HTTP-STATUS-200        PIC S9(04) COMP VALUE 200.            00000740
       01  HTTP-STATUS-204        PIC S9(04) COMP VALUE 204.            00000750
       01  HTTP-STATUS-400        PIC S9(04) COMP VALUE 400.            00000760
       01  HTTP-STATUS-401        PIC S9(04) COMP VALUE 401.            00000770
       01  HTTP-STATUS-507        PIC S9(04) COMP VALUE 507.            00000780
                                                                        00000790
       01  HTTP-400-TEXT          PIC  X(32) VALUE SPACES.              00000800
       01  HTTP-400-LENGTH        PIC S9(08) COMP VALUE 32.             00000810
       01  HTTP-204-TEXT          PIC  X(24) VALUE SPACES.              00000820
       01  HTTP-204-LENGTH        PIC S9(08) COMP VALUE ZEROES.         00000830
       01  HTTP-507-TEXT          PIC  X(24) VALUE SPACES.              00000840
       01  HTTP-507-LENGTH        PIC S9(08) COMP VALUE ZEROES.         00000850
                                                                        00000860
       01  HTTP-USERID-ZERO.                                            00000870
           02  FILLER             PIC  X(16) VALUE 'UserID must be 1'.  00000880
           02  FILLER             PIC  X(16) VALUE '-8 bytes        '.  00000890
                                                                        00000900
       01  HTTP-PREFIX-ZERO.                                            00000910
           02  FILLER             PIC  X(16) VALUE 'Prefix must be g'.  00000920
           02  FILLER             PIC  X(16) VALUE 'reater than 0   '.  00000930
                                                                        00000940
       01  HTTP-INVALID-URI.                                            00000950
           02  FILLER             PIC  X(16) VALUE 'Invalid URI form'.  00000960
           02  FILLER             PIC  X(16) VALUE 'at              '.  00000970
                                                                        00000980
       01  HTTP-AUTH-ERROR.                                             00000990
           02  FILLER             PIC  X(16) VALUE 'Basic Authentica'.  00001000
           02  FILLER             PIC  X(16) VALUE 'tion failed     '.  00001010
                                                                        00001020
       01  HTTP-KEY-ERROR         PIC  X(16) VALUE 'ZCxxPFX  error'.    00001030
       01  HTTP-KEY-LENGTH        PIC S9(08) COMP VALUE 16.             00001040
                                                                        00001050
       01  TEXT-PLAIN             PIC  X(56) VALUE 'text/plain'.        00001060
       01  SEND-ACTION            PIC S9(08) COMP VALUE ZEROES.         00001070
                                                                        00001080
       01  HEADER-ACAO.                                                 00001090
           02  FILLER             PIC  X(16) VALUE 'Access-Control-A'.  00001100
           02  FILLER             PIC  X(11) VALUE 'llow-Origin'.       00001110
       01  HEADER-ACAO-LENGTH     PIC S9(08) COMP VALUE 27.             00001120
       01  VALUE-ACAO             PIC  X(01) VALUE '*'.                 00001130
       01  VALUE-ACAO-LENGTH      PIC S9(08) COMP VALUE 01.             00001140
                                                                        00001150
       01  WEB-SCHEME             PIC S9(08) COMP VALUE ZEROES.         00001160
       01  WEB-HOST-LENGTH        PIC S9(08) COMP VALUE 120.            00001170
       01  WEB-HTTPMETHOD-LENGTH  PIC S9(08) COMP VALUE 10.             00001180
       01  WEB-HTTPVERSION-LENGTH PIC S9(08) COMP VALUE 15.             00001190
       01  WEB-PATH-LENGTH        PIC S9(08) COMP VALUE 512.            00001200
       01  WEB-QUERYSTRING-LENGTH PIC S9(08) COMP VALUE 256.            00001210
       01  WEB-REQUESTTYPE        PIC S9(08) COMP VALUE ZEROES.         00001220
       01  WEB-PORT               PIC S9(08) COMP VALUE ZEROES.         00001230
                                                                        00001240
       01  WEB-HTTPMETHOD         PIC  X(10) VALUE SPACES.              00001250
       01  WEB-HTTP-PUT           PIC  X(10) VALUE 'PUT'.               00001260
       01  WEB-HTTP-GET           PIC  X(10) VALUE 'GET'.               00001270
       01  WEB-HTTP-POST          PIC  X(10) VALUE 'POST'.              00001280
       01  WEB-HTTP-DELETE        PIC  X(10) VALUE 'DELETE'.            00001290
       01  WEB-HTTPVERSION        PIC  X(15) VALUE SPACES.              00001300
       01  WEB-HOST               PIC  X(120) VALUE SPACES.             00001310
       01  WEB-PATH               PIC  X(512) VALUE LOW-VALUES.         00001320
       01  WEB-QUERYSTRING        PIC  X(256) VALUE SPACES.             00001330
                                                                        00001340
      ***************************************************************** 00001350
      * The userid and prefix in the path are the TARGET of the       * 00001360
      * maintenance request; the CALLER's identity comes from Basic   * 00001370
      * Authentication (ZECS002 fills CA-USERID) and is what the      * 00001380
      * ADMIN check judges - the two must never share a field.        * 00001390
      ***************************************************************** 00001400
       01  URI-TAIL-LENGTH        PIC S9(08) COMP VALUE ZEROES.         00001410
       01  URI-USERID-LENGTH      PIC S9(08) COMP VALUE ZEROES.         00001420
       01  URI-USERID             PIC  X(08) VALUE SPACES.              00001430
       01  URI-PREFIX-LENGTH      PIC S9(08) COMP VALUE ZEROES.         00001440
       01  URI-PREFIX             PIC X(128) VALUE SPACES.              00001450
       01  USER-ADMIN             PIC  X(01) VALUE 'N'.                 00001460
                                                                        00001470
      ***************************************************************** 00001480
      * Security Definition - same ZCxxSD document template ZECS001   * 00001490
      * scans, consulted here for the caller's ADMIN entry.           * 00001500
      ***************************************************************** 00001510
       01  SD-RESP                PIC S9(08) COMP.                      00001520
       01  SD-INDEX               PIC S9(08) COMP.                      00001530
       01  SD-LENGTH              PIC S9(08) COMP.                      00001540
                                                                        00001550
       01  SD-ADMIN               PIC  X(06) VALUE 'ADMIN '.            00001560
                                                                        00001570
       01  SD-TOKEN               PIC  X(16) VALUE SPACES.              00001580
       01  ZECS-SD.                                                     00001590
           02  SD-TRANID          PIC  X(04) VALUE 'ZC##'.              00001600
           02  SD-TYPE            PIC  X(02) VALUE 'SD'.                00001610
           02  FILLER             PIC  X(42) VALUE SPACES.              00001620
                                                                        00001630
       01  SD-DSECT.                                                    00001640
           02  SD-TABLE        OCCURS    63 TIMES.                      00001650
               05  FILLER         PIC  X(05).                           00001660
               05  SD-USER-ID     PIC  X(08).                           00001670
               05  SD-COMMA       PIC  X(01).                           00001680
               05  SD-ACCESS      PIC  X(06).                           00001690
               05  SD-CRLF        PIC  X(02).                           00001700
                                                                        00001710
       01  RECEIVE-LENGTH         PIC S9(08) COMP VALUE 80.             00001720
       01  MAXIMUM-LENGTH         PIC S9(08) COMP VALUE 80.             00001730
       01  GRANT-BODY             PIC  X(80) VALUE SPACES.              00001740
       01  GRANT-TALLY            PIC S9(04) COMP VALUE ZEROES.         00001750
                                                                        00001760
       01  READ-RESP              PIC S9(08) COMP VALUE ZEROES.         00001770
       01  WRITE-RESP             PIC S9(08) COMP VALUE ZEROES.         00001780
                                                                        00001790
       01  FC-READ                PIC  X(07) VALUE 'READ   '.           00001800
       01  FC-WRITE               PIC  X(07) VALUE 'WRITE  '.           00001810
       01  FC-DELETE              PIC  X(07) VALUE 'DELETE '.           00001820
       01  FC-STARTBR             PIC  X(07) VALUE 'STARTBR'.           00001830
                                                                        00001840
      ***************************************************************** 00001850
      * GET /prefixes/{userid} - one line per granted prefix,         * 00001860
      * browsed from the userid's first ZG-KEY.                       * 00001870
      ***************************************************************** 00001880
       01  LIST-BUFFER            PIC X(32000) VALUE SPACES.            00001890
       01  LIST-LENGTH            PIC S9(08) COMP VALUE ZEROES.         00001900
       01  LIST-LINE              PIC X(160) VALUE SPACES.              00001910
       01  LIST-LINE-LENGTH       PIC S9(08) COMP VALUE ZEROES.         00001920
       01  LIST-PREFIX-LENGTH     PIC S9(08) COMP VALUE ZEROES.         00001930
       01  LIST-EOF-SW            PIC  X(01) VALUE 'N'.                 00001940
           88  LIST-EOF           VALUE 'Y'.                            00001950
                                                                        00001960
       01  TD-QUEUE               PIC  X(04) VALUE '@tdq@'.             00001970
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.         00001980
       01  TD-RECORD.                                                   00001990
           02  TD-DATE            PIC  X(10).                           00002000
           02  FILLER             PIC  X(01) VALUE SPACES.              00002010
           02  TD-TIME            PIC  X(08).                           00002020
           02  FILLER             PIC  X(01) VALUE SPACES.              00002030
           02  TD-TRANID          PIC  X(04).                           00002040
           02  FILLER             PIC  X(01) VALUE SPACES.              00002050
           02  TD-MESSAGE         PIC  X(90) VALUE SPACES.              00002060
                                                                        00002070
       01  KEY-ERROR.                                                   00002080
           02  KE-DS              PIC  X(08) VALUE SPACES.              00002090
           02  FILLER             PIC  X(07) VALUE ' error '.           00002100
           02  FILLER             PIC  X(07) VALUE 'EIBFN: '.           00002110
           02  KE-FN              PIC  X(07) VALUE SPACES.              00002120
           02  FILLER             PIC  X(10) VALUE ' EIBRESP: '.        00002130
           02  KE-RESP            PIC  9(08) VALUE ZEROES.              00002140
           02  FILLER             PIC  X(11) VALUE ' EIBRESP2: '.       00002150
           02  KE-RESP2           PIC  9(08) VALUE ZEROES.              00002160
           02  FILLER             PIC  X(12) VALUE ' Paragraph: '.      00002170
           02  KE-PARAGRAPH       PIC  X(04) VALUE SPACES.              00002180
           02  KE-NOSPACE         PIC  X(08) VALUE SPACES.              00002190
                                                                        00002200
       01  NO-SPACE-MESSAGE       PIC  X(08) VALUE ' NOSPACE'.          00002210
                                                                        00002220
       01  ZF-ABS                 PIC S9(15) VALUE ZEROES COMP-3.       00002230
                                                                        00002240
       01  ZS-FCT.                                                      00002250
           02  ZS-TRANID          PIC  X(04) VALUE 'ZC##'.              00002260
           02  FILLER             PIC  X(04) VALUE 'SEC '.              00002270
       01  ZS-LENGTH              PIC S9(04) COMP VALUE ZEROES.         00002280
                                                                        00002290
       01  ZG-FCT.                                                      00002300
           02  ZG-TRANID          PIC  X(04) VALUE 'ZC##'.              00002310
           02  FILLER             PIC  X(04) VALUE 'PFX '.              00002320
       01  ZG-LENGTH              PIC S9(04) COMP VALUE ZEROES.         00002330
                                                                        00002340
      ***************************************************************** 00002350
      * zECS SECURITY GRANT record definition.                        * 00002360
      ***************************************************************** 00002370
       COPY ZECSZSC.                                                    00002380
                                                                        00002390
      ***************************************************************** 00002400
      * zECS PREFIX GRANT record definition.                          * 00002410
      ***************************************************************** 00002420
       COPY ZECSZGC.                                                    00002430
                                                                        00002440
      ***************************************************************** 00002450
      * Dynamic Storage                                               * 00002460
      ***************************************************************** 00002470
       LINKAGE SECTION.                                                 00002480
       01  DFHCOMMAREA            PIC  X(01).                           00002490
                                                                        00002500
       PROCEDURE DIVISION.                                              00002510
                                                                        00002520
      ***************************************************************** 00002530
      * Main process.                                                 * 00002540
      ***************************************************************** 00002550
           PERFORM 1000-ACCESS-PARMS       THRU 1000-EXIT.              00002560
           PERFORM 2000-PROCESS-REQUEST    THRU 2000-EXIT.              00002570
           PERFORM 9000-RETURN             THRU 9000-EXIT.              00002580
                                                                        00002590
      ***************************************************************** 00002600
      * Access parms.                                                 * 00002610
      * /prefixes/{userid}/{prefix} - the userid runs to the first    * 00002620
      * '/' after the resource name, the prefix is everything after   * 00002630
      * it.                                                           * 00002640
      ***************************************************************** 00002650
       1000-ACCESS-PARMS.                                               00002660
           EXEC CICS WEB EXTRACT                                        00002670
                SCHEME(WEB-SCHEME)                                      00002680
                HOST(WEB-HOST)                                          00002690
                HOSTLENGTH(WEB-HOST-LENGTH)                             00002700
                HTTPMETHOD(WEB-HTTPMETHOD)                              00002710
                METHODLENGTH(WEB-HTTPMETHOD-LENGTH)                     00002720
                HTTPVERSION(WEB-HTTPVERSION)                            00002730
                VERSIONLEN(WEB-HTTPVERSION-LENGTH)                      00002740
                PATH(WEB-PATH)                                          00002750
                PATHLENGTH(WEB-PATH-LENGTH)                             00002760
                PORTNUMBER(WEB-PORT)                                    00002770
                QUERYSTRING(WEB-QUERYSTRING)                            00002780
                QUERYSTRLEN(WEB-QUERYSTRING-LENGTH)                     00002790
                REQUESTTYPE(WEB-REQUESTTYPE)                            00002800
                NOHANDLE                                                00002810
           END-EXEC.                                                    00002820
                                                                        00002830
           MOVE EIBTRNID(3:2)               TO ZS-TRANID(3:2).          00002840
           MOVE EIBTRNID(3:2)               TO ZG-TRANID(3:2).          00002850
                                                                        00002860
           IF  WEB-PATH-LENGTH NOT GREATER THAN RESOURCES-LENGTH OR     00002870
               WEB-PATH(1:RESOURCES-LENGTH) NOT EQUAL RESOURCES         00002880
               MOVE HTTP-INVALID-URI       TO HTTP-400-TEXT             00002890
               PERFORM 9400-STATUS-400   THRU 9400-EXIT                 00002900
               PERFORM 9000-RETURN       THRU 9000-EXIT.                00002910
                                                                        00002920
           COMPUTE URI-TAIL-LENGTH =                                    00002930
               WEB-PATH-LENGTH - RESOURCES-LENGTH.                      00002940
                                                                        00002950
           MOVE ZEROES                     TO URI-USERID-LENGTH.        00002960
           INSPECT WEB-PATH(RESOURCES-LENGTH + ONE:URI-TAIL-LENGTH)     00002970
               TALLYING URI-USERID-LENGTH FOR CHARACTERS BEFORE '/'.    00002980
                                                                        00002990
           IF  URI-USERID-LENGTH LESS THAN ONE OR                       00003000
               URI-USERID-LENGTH GREATER THAN 8                         00003010
               MOVE HTTP-USERID-ZERO       TO HTTP-400-TEXT             00003020
               PERFORM 9400-STATUS-400   THRU 9400-EXIT                 00003030
               PERFORM 9000-RETURN       THRU 9000-EXIT.                00003040
                                                                        00003050
           MOVE SPACES                     TO URI-USERID.               00003060
           MOVE WEB-PATH(RESOURCES-LENGTH + ONE:URI-USERID-LENGTH)      00003070
               TO URI-USERID.                                           00003080
                                                                        00003090
           MOVE ZEROES                     TO URI-PREFIX-LENGTH.        00003100
           IF  URI-TAIL-LENGTH GREATER THAN URI-USERID-LENGTH + ONE     00003110
               COMPUTE URI-PREFIX-LENGTH =                              00003120
                   URI-TAIL-LENGTH - URI-USERID-LENGTH - ONE.           00003130
                                                                        00003140
           IF  URI-PREFIX-LENGTH GREATER THAN 128                       00003150
               MOVE HTTP-PREFIX-ZERO       TO HTTP-400-TEXT             00003160
               PERFORM 9400-STATUS-400   THRU 9400-EXIT                 00003170
               PERFORM 9000-RETURN       THRU 9000-EXIT.                00003180
                                                                        00003190
      ***************************************************************** 00003200
      * Only GET may omit the prefix (list the userid's grants).      * 00003210
      ***************************************************************** 00003220
           IF  URI-PREFIX-LENGTH EQUAL ZEROES AND                       00003230
               WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-GET                    00003240
               MOVE HTTP-PREFIX-ZERO       TO HTTP-400-TEXT             00003250
               PERFORM 9400-STATUS-400   THRU 9400-EXIT                 00003260
               PERFORM 9000-RETURN       THRU 9000-EXIT.                00003270
                                                                        00003280
           MOVE SPACES                     TO URI-PREFIX.               00003290
           IF  URI-PREFIX-LENGTH GREATER THAN ZEROES                    00003300
               MOVE WEB-PATH(RESOURCES-LENGTH + URI-USERID-LENGTH +     00003310
                             TWO:URI-PREFIX-LENGTH)                     00003320
                   TO URI-PREFIX.                                       00003330
                                                                        00003340
           PERFORM 1500-AUTHENTICATE       THRU 1500-EXIT.              00003350
           PERFORM 1600-ADMIN-ACCESS       THRU 1600-EXIT.              00003360
       1000-EXIT.                                                       00003370
           EXIT.                                                        00003380
                                                                        00003390
      ***************************************************************** 00003400
      * LINK to ZECS002 to perform Basic Authentication.  Identical   * 00003410
      * to ZECS004's 1500-AUTHENTICATE - every method against this    * 00003420
      * transaction requires authentication, since it decides where   * 00003430
      * each userid may write.                                        * 00003440
      ***************************************************************** 00003450
       1500-AUTHENTICATE.                                               00003460
           MOVE LENGTH OF HTTP-HEADER       TO HTTP-NAME-LENGTH.        00003470
           MOVE LENGTH OF HTTP-HEADER-VALUE TO HTTP-VALUE-LENGTH.       00003480
                                                                        00003490
           EXEC CICS WEB READ HTTPHEADER(HTTP-HEADER)                   00003500
                NAMELENGTH(HTTP-NAME-LENGTH)                            00003510
                VALUE(HTTP-HEADER-VALUE)                                00003520
                VALUELENGTH(HTTP-VALUE-LENGTH)                          00003530
                NOHANDLE                                                00003540
           END-EXEC.                                                    00003550
                                                                        00003560
           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)                        00003570
               PERFORM 9600-AUTH-ERROR     THRU 9600-EXIT               00003580
               PERFORM 9000-RETURN         THRU 9000-EXIT.              00003590
                                                                        00003600
           IF  HTTP-VALUE-LENGTH GREATER THAN SIX                       00003610
               MOVE HTTP-HEADER-VALUE(7:24) TO CA-ENCODE                00003620
               EXEC CICS LINK PROGRAM(ZECS002)                          00003630
                    COMMAREA(ZECS002-COMM-AREA)                         00003640
                    NOHANDLE                                            00003650
               END-EXEC                                                 00003660
                                                                        00003670
               IF  CA-RETURN-CODE NOT EQUAL '00'                        00003680
                   PERFORM 9600-AUTH-ERROR THRU 9600-EXIT               00003690
                   PERFORM 9000-RETURN     THRU 9000-EXIT.              00003700
                                                                        00003710
           IF  HTTP-VALUE-LENGTH EQUAL        SIX   OR                  00003720
               HTTP-VALUE-LENGTH LESS THAN    SIX                       00003730
                   PERFORM 9600-AUTH-ERROR THRU 9600-EXIT               00003740
                   PERFORM 9000-RETURN     THRU 9000-EXIT.              00003750
                                                                        00003760
       1500-EXIT.                                                       00003770
           EXIT.                                                        00003780
                                                                        00003790
      ***************************************************************** 00003800
      * The caller must hold the distinct ADMIN access level: an      * 00003810
      * 'ADMIN' entry for CA-USERID in the ZCxxSD document template,  * 00003820
      * or ZS-ADMIN-ACCESS 'Y' on the caller's own ZS-FCT record.     * 00003830
      ***************************************************************** 00003840
       1600-ADMIN-ACCESS.                                               00003850
           MOVE 'N' TO USER-ADMIN.                                      00003860
                                                                        00003870
           PERFORM 1610-SCAN-ZCXXSD        THRU 1610-EXIT.              00003880
                                                                        00003890
           IF  USER-ADMIN EQUAL 'N'                                     00003900
               PERFORM 1630-CHECK-ZSFCT     THRU 1630-EXIT.             00003910
                                                                        00003920
           IF  USER-ADMIN EQUAL 'N'                                     00003930
               PERFORM 9600-AUTH-ERROR     THRU 9600-EXIT               00003940
               PERFORM 9000-RETURN         THRU 9000-EXIT.              00003950
                                                                        00003960
       1600-EXIT.                                                       00003970
           EXIT.                                                        00003980
                                                                        00003990
      ***************************************************************** 00004000
      * Access the security model document template and scan it for   * 00004010
      * an ADMIN entry naming the caller - the same template and      * 00004020
      * entry shape ZECS004's 1610-SCAN-ZCXXSD uses.                  * 00004030
      ***************************************************************** 00004040
       1610-SCAN-ZCXXSD.                                                00004050
           MOVE EIBTRNID               TO SD-TRANID.                    00004060
                                                                        00004070
           EXEC CICS DOCUMENT CREATE DOCTOKEN(SD-TOKEN)                 00004080
                TEMPLATE(ZECS-SD)                                       00004090
                RESP(SD-RESP)                                           00004100
                NOHANDLE                                                00004110
           END-EXEC.                                                    00004120
                                                                        00004130
           IF  SD-RESP NOT EQUAL DFHRESP(NORMAL)                        00004140
               GO TO 1610-EXIT.                                         00004150
                                                                        00004160
           MOVE LENGTH OF SD-DSECT     TO SD-LENGTH.                    00004170
                                                                        00004180
           EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(SD-TOKEN)               00004190
                INTO     (SD-DSECT)                                     00004200
                LENGTH   (SD-LENGTH)                                    00004210
                MAXLENGTH(SD-LENGTH)                                    00004220
                DATAONLY                                                00004230
                RESP(SD-RESP)                                           00004240
                NOHANDLE                                                00004250
           END-EXEC.                                                    00004260
                                                                        00004270
           IF  SD-RESP NOT EQUAL DFHRESP(NORMAL)                        00004280
               GO TO 1610-EXIT.                                         00004290
                                                                        00004300
           PERFORM 1620-SCAN-ENTRY         THRU 1620-EXIT               00004310
               WITH TEST AFTER                                          00004320
               VARYING SD-INDEX FROM 1 BY 1                             00004330
               UNTIL   SD-INDEX   EQUAL 63  OR                          00004340
                       USER-ADMIN EQUAL 'Y' OR                          00004350
                       SD-LENGTH  EQUAL ZEROES.                         00004360
                                                                        00004370
       1610-EXIT.                                                       00004380
           EXIT.                                                        00004390
                                                                        00004400
       1620-SCAN-ENTRY.                                                 00004410
           IF  SD-USER-ID(SD-INDEX) EQUAL CA-USERID                     00004420
               IF  SD-ACCESS(SD-INDEX) EQUAL SD-ADMIN                   00004430
                   MOVE 'Y' TO USER-ADMIN.                              00004440
                                                                        00004450
           SUBTRACT LENGTH OF SD-TABLE FROM SD-LENGTH.                  00004460
                                                                        00004470
       1620-EXIT.                                                       00004480
           EXIT.                                                        00004490
                                                                        00004500
      ***************************************************************** 00004510
      * Check the caller's own online grant record for ADMIN.         * 00004520
      ***************************************************************** 00004530
       1630-CHECK-ZSFCT.                                                00004540
           MOVE LENGTH OF ZS-RECORD    TO ZS-LENGTH.                    00004550
           EXEC CICS READ FILE(ZS-FCT)                                  00004560
                INTO  (ZS-RECORD)                                       00004570
                RIDFLD(CA-USERID)                                       00004580
                LENGTH(ZS-LENGTH)                                       00004590
                RESP  (READ-RESP)                                       00004600
                NOHANDLE                                                00004610
           END-EXEC.                                                    00004620
                                                                        00004630
           IF  READ-RESP EQUAL DFHRESP(NORMAL)                          00004640
               IF  ZS-ADMIN-ACCESS EQUAL 'Y'                            00004650
                   MOVE 'Y' TO USER-ADMIN.                              00004660
                                                                        00004670
       1630-EXIT.                                                       00004680
           EXIT.                                                        00004690
                                                                        00004700
      ***************************************************************** 00004710
      * Process HTTP request.                                         * 00004720
      ***************************************************************** 00004730
       2000-PROCESS-REQUEST.                                            00004740
           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-GET                        00004750
               IF  URI-PREFIX-LENGTH EQUAL ZEROES                       00004760
                   PERFORM 3100-LIST-PREFIXES  THRU 3100-EXIT           00004770
               ELSE                                                     00004780
                   PERFORM 3000-READ-GRANT     THRU 3000-EXIT           00004790
               END-IF                                                   00004800
               PERFORM 9000-RETURN         THRU 9000-EXIT.              00004810
                                                                        00004820
           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-PUT OR                     00004830
               WEB-HTTPMETHOD EQUAL WEB-HTTP-POST                       00004840
               PERFORM 4000-WRITE-GRANT    THRU 4000-EXIT               00004850
               PERFORM 9000-RETURN         THRU 9000-EXIT.              00004860
                                                                        00004870
           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-DELETE                     00004880
               PERFORM 5000-DELETE-GRANT   THRU 5000-EXIT               00004890
               PERFORM 9000-RETURN         THRU 9000-EXIT.              00004900
                                                                        00004910
           MOVE HTTP-INVALID-URI           TO HTTP-400-TEXT             00004920
           PERFORM 9400-STATUS-400       THRU 9400-EXIT.                00004930
       2000-EXIT.                                                       00004940
           EXIT.                                                        00004950
                                                                        00004960
      ***************************************************************** 00004970
      * HTTP GET.  Report one grant - 200 with the levels when the    * 00004980
      * userid holds the prefix, 204 when it does not.                * 00004990
      ***************************************************************** 00005000
       3000-READ-GRANT.                                                 00005010
           MOVE URI-USERID             TO ZG-USER-ID.                   00005020
           MOVE URI-PREFIX             TO ZG-PREFIX.                    00005030
           MOVE LENGTH OF ZG-RECORD    TO ZG-LENGTH.                    00005040
           EXEC CICS READ FILE(ZG-FCT)                                  00005050
                INTO  (ZG-RECORD)                                       00005060
                RIDFLD(ZG-KEY)                                          00005070
                LENGTH(ZG-LENGTH)                                       00005080
                RESP  (READ-RESP)                                       00005090
                NOHANDLE                                                00005100
           END-EXEC.                                                    00005110
                                                                        00005120
           IF  READ-RESP EQUAL DFHRESP(NOTFND)                          00005130
               PERFORM 9700-STATUS-204   THRU 9700-EXIT                 00005140
               PERFORM 9000-RETURN       THRU 9000-EXIT.                00005150
                                                                        00005160
           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)                      00005170
               MOVE '3000'                TO KE-PARAGRAPH               00005180
               MOVE FC-READ               TO KE-FN                      00005190
               PERFORM 9200-KEY-ERROR   THRU 9200-EXIT                  00005200
               MOVE HTTP-KEY-ERROR        TO HTTP-507-TEXT              00005210
               MOVE HTTP-KEY-LENGTH       TO HTTP-507-LENGTH            00005220
               PERFORM 9800-STATUS-507  THRU 9800-EXIT                  00005230
               PERFORM 9000-RETURN       THRU 9000-EXIT.                00005240
                                                                        00005250
           PERFORM 3200-FORMAT-GRANT      THRU 3200-EXIT.               00005260
                                                                        00005270
           PERFORM 9001-ACAO         THRU 9001-EXIT.                    00005280
           MOVE DFHVALUE(IMMEDIATE)     TO SEND-ACTION.                 00005290
           EXEC CICS WEB SEND                                           00005300
                FROM      (LIST-LINE)                                   00005310
                FROMLENGTH(LIST-LINE-LENGTH)                            00005320
                MEDIATYPE (TEXT-PLAIN)                                  00005330
                ACTION    (SEND-ACTION)                                 00005340
                STATUSCODE(HTTP-STATUS-200)                             00005350
                NOHANDLE                                                00005360
           END-EXEC.                                                    00005370
       3000-EXIT.                                                       00005380
           EXIT.                                                        00005390
                                                                        00005400
      ***************************************************************** 00005410
      * HTTP GET without a prefix.  Browse the userid's records from  * 00005420
      * its lowest ZG-KEY and answer one line per granted prefix; 204 * 00005430
      * when the userid holds none (it is not prefix-scoped).         * 00005440
      ***************************************************************** 00005450
       3100-LIST-PREFIXES.                                              00005460
           MOVE ZEROES                 TO LIST-LENGTH.                  00005470
           MOVE 'N'                    TO LIST-EOF-SW.                  00005480
           MOVE URI-USERID             TO ZG-USER-ID.                   00005490
           MOVE LOW-VALUES             TO ZG-PREFIX.                    00005500
                                                                        00005510
           EXEC CICS STARTBR FILE(ZG-FCT)                               00005520
                RIDFLD(ZG-KEY)                                          00005530
                GTEQ                                                    00005540
                RESP  (READ-RESP)                                       00005550
                NOHANDLE                                                00005560
           END-EXEC.                                                    00005570
                                                                        00005580
           IF  READ-RESP EQUAL DFHRESP(NOTFND)                          00005590
               PERFORM 9700-STATUS-204   THRU 9700-EXIT                 00005600
               PERFORM 9000-RETURN       THRU 9000-EXIT.                00005610
                                                                        00005620
           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)                      00005630
               MOVE '3100'                TO KE-PARAGRAPH               00005640
               MOVE FC-STARTBR            TO KE-FN                      00005650
               PERFORM 9200-KEY-ERROR   THRU 9200-EXIT                  00005660
               MOVE HTTP-KEY-ERROR        TO HTTP-507-TEXT              00005670
               MOVE HTTP-KEY-LENGTH       TO HTTP-507-LENGTH            00005680
               PERFORM 9800-STATUS-507  THRU 9800-EXIT                  00005690
               PERFORM 9000-RETURN       THRU 9000-EXIT.                00005700
                                                                        00005710
           PERFORM 3110-READ-NEXT         THRU 3110-EXIT                00005720
               WITH TEST BEFORE                                         00005730
               UNTIL LIST-EOF.                                          00005740
                                                                        00005750
           EXEC CICS ENDBR FILE(ZG-FCT)                                 00005760
                NOHANDLE                                                00005770
           END-EXEC.                                                    00005780
                                                                        00005790
           IF  LIST-LENGTH EQUAL ZEROES                                 00005800
               PERFORM 9700-STATUS-204   THRU 9700-EXIT                 00005810
               PERFORM 9000-RETURN       THRU 9000-EXIT.                00005820
                                                                        00005830
           PERFORM 9001-ACAO         THRU 9001-EXIT.                    00005840
           MOVE DFHVALUE(IMMEDIATE)     TO SEND-ACTION.                 00005850
           EXEC CICS WEB SEND                                           00005860
                FROM      (LIST-BUFFER)                                 00005870
                FROMLENGTH(LIST-LENGTH)                                 00005880
                MEDIATYPE (TEXT-PLAIN)                                  00005890
                ACTION    (SEND-ACTION)                                 00005900
                STATUSCODE(HTTP-STATUS-200)                             00005910
                NOHANDLE                                                00005920
           END-EXEC.                                                    00005930
       3100-EXIT.                                                       00005940
           EXIT.                                                        00005950
                                                                        00005960
       3110-READ-NEXT.                                                  00005970
           MOVE LENGTH OF ZG-RECORD    TO ZG-LENGTH.                    00005980
           EXEC CICS READNEXT FILE(ZG-FCT)                              00005990
                INTO  (ZG-RECORD)                                       00006000
                RIDFLD(ZG-KEY)                                          00006010
                LENGTH(ZG-LENGTH)                                       00006020
                RESP  (READ-RESP)                                       00006030
                NOHANDLE                                                00006040
           END-EXEC.                                                    00006050
                                                                        00006060
           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)  OR                  00006070
               ZG-USER-ID NOT EQUAL URI-USERID                          00006080
               MOVE 'Y'                TO LIST-EOF-SW                   00006090
               GO TO 3110-EXIT.                                         00006100
                                                                        00006110
           PERFORM 3200-FORMAT-GRANT      THRU 3200-EXIT.               00006120
                                                                        00006130
           IF  LIST-LENGTH + LIST-LINE-LENGTH + TWO                     00006140
                   GREATER THAN LENGTH OF LIST-BUFFER                   00006150
               MOVE 'Y'                TO LIST-EOF-SW                   00006160
               GO TO 3110-EXIT.                                         00006170
                                                                        00006180
           MOVE LIST-LINE(1:LIST-LINE-LENGTH)                           00006190
             TO LIST-BUFFER(LIST-LENGTH + ONE:LIST-LINE-LENGTH).        00006200
           ADD  LIST-LINE-LENGTH       TO LIST-LENGTH.                  00006210
           MOVE CRLF TO LIST-BUFFER(LIST-LENGTH + ONE:2).               00006220
           ADD  TWO                    TO LIST-LENGTH.                  00006230
       3110-EXIT.                                                       00006240
           EXIT.                                                        00006250
                                                                        00006260
      ***************************************************************** 00006270
      * One grant as prefix,UPDATE=x,DELETE=x.                        * 00006280
      ***************************************************************** 00006290
       3200-FORMAT-GRANT.                                               00006300
           MOVE ZEROES                 TO LIST-PREFIX-LENGTH.           00006310
           INSPECT ZG-PREFIX TALLYING LIST-PREFIX-LENGTH                00006320
               FOR CHARACTERS BEFORE INITIAL SPACE.                     00006330
           IF  LIST-PREFIX-LENGTH EQUAL ZEROES                          00006340
               MOVE ONE                TO LIST-PREFIX-LENGTH.           00006350
                                                                        00006360
           MOVE SPACES                 TO LIST-LINE.                    00006370
           STRING ZG-PREFIX(1:LIST-PREFIX-LENGTH) DELIMITED BY SIZE     00006380
                  ',UPDATE=' DELIMITED BY SIZE                          00006390
                  ZG-UPDATE-ACCESS DELIMITED BY SIZE                    00006400
                  ',DELETE=' DELIMITED BY SIZE                          00006410
                  ZG-DELETE-ACCESS DELIMITED BY SIZE                    00006420
               INTO LIST-LINE.                                          00006430
                                                                        00006440
           COMPUTE LIST-LINE-LENGTH = LIST-PREFIX-LENGTH + 18.          00006450
       3200-EXIT.                                                       00006460
           EXIT.                                                        00006470
                                                                        00006480
      ***************************************************************** 00006490
      * HTTP PUT/POST.  Body is a comma-separated list of the access  * 00006500
      * levels to grant under the prefix, e.g. UPDATE,DELETE - any    * 00006510
      * level not listed is set to 'N'.  WRITE the new record; on     * 00006520
      * DUPREC, REWRITE it, so the same request works whether this is * 00006530
      * a new grant or a change to an existing one.                   * 00006540
      ***************************************************************** 00006550
       4000-WRITE-GRANT.                                                00006560
           MOVE SPACES              TO GRANT-BODY.                      00006570
           EXEC CICS WEB RECEIVE                                        00006580
                INTO      (GRANT-BODY)                                  00006590
                LENGTH    (RECEIVE-LENGTH)                              00006600
                MAXLENGTH (MAXIMUM-LENGTH)                              00006610
                NOHANDLE                                                00006620
           END-EXEC.                                                    00006630
                                                                        00006640
           MOVE URI-USERID          TO ZG-USER-ID.                      00006650
           MOVE URI-PREFIX          TO ZG-PREFIX.                       00006660
           MOVE LENGTH OF ZG-RECORD TO ZG-LENGTH.                       00006670
                                                                        00006680
           EXEC CICS READ FILE(ZG-FCT)                                  00006690
                INTO  (ZG-RECORD)                                       00006700
                RIDFLD(ZG-KEY)                                          00006710
                LENGTH(ZG-LENGTH)                                       00006720
                RESP  (READ-RESP)                                       00006730
                NOHANDLE                                                00006740
                UPDATE                                                  00006750
           END-EXEC.                                                    00006760
                                                                        00006770
           IF  READ-RESP EQUAL DFHRESP(NORMAL)                          00006780
               PERFORM 4100-PARSE-GRANTS THRU 4100-EXIT                 00006790
               EXEC CICS REWRITE FILE(ZG-FCT)                           00006800
                    FROM  (ZG-RECORD)                                   00006810
                    LENGTH(ZG-LENGTH)                                   00006820
                    RESP  (WRITE-RESP)                                  00006830
                    NOHANDLE                                            00006840
               END-EXEC                                                 00006850
           ELSE                                                         00006860
               IF  READ-RESP EQUAL DFHRESP(NOTFND)                      00006870
                   MOVE URI-USERID          TO ZG-USER-ID               00006880
                   MOVE URI-PREFIX          TO ZG-PREFIX                00006890
                   PERFORM 4100-PARSE-GRANTS THRU 4100-EXIT             00006900
                   MOVE LENGTH OF ZG-RECORD TO ZG-LENGTH                00006910
                   EXEC CICS WRITE FILE(ZG-FCT)                         00006920
                        FROM  (ZG-RECORD)                               00006930
                        RIDFLD(ZG-KEY)                                  00006940
                        LENGTH(ZG-LENGTH)                               00006950
                        RESP  (WRITE-RESP)                              00006960
                        NOHANDLE                                        00006970
                   END-EXEC                                             00006980
               ELSE                                                     00006990
                   MOVE '4000'              TO KE-PARAGRAPH             00007000
                   MOVE FC-READ             TO KE-FN                    00007010
                   PERFORM 9200-KEY-ERROR THRU 9200-EXIT                00007020
                   MOVE HTTP-KEY-ERROR      TO HTTP-507-TEXT            00007030
                   MOVE HTTP-KEY-LENGTH     TO HTTP-507-LENGTH          00007040
                   PERFORM 9800-STATUS-507 THRU 9800-EXIT               00007050
                   PERFORM 9000-RETURN     THRU 9000-EXIT               00007060
               END-IF.                                                  00007070
                                                                        00007080
           IF  WRITE-RESP NOT EQUAL DFHRESP(NORMAL)                     00007090
               MOVE '4000'              TO KE-PARAGRAPH                 00007100
               MOVE FC-WRITE            TO KE-FN                        00007110
               PERFORM 9200-KEY-ERROR THRU 9200-EXIT                    00007120
               MOVE HTTP-KEY-ERROR      TO HTTP-507-TEXT                00007130
               MOVE HTTP-KEY-LENGTH     TO HTTP-507-LENGTH              00007140
               PERFORM 9800-STATUS-507 THRU 9800-EXIT                   00007150
               PERFORM 9000-RETURN     THRU 9000-EXIT.                  00007160
                                                                        00007170
           PERFORM 9700-STATUS-204   THRU 9700-EXIT.                    00007180
       4000-EXIT.                                                       00007190
           EXIT.                                                        00007200
                                                                        00007210
      ***************************************************************** 00007220
      * Set the grant levels from the received body - a level is      * 00007230
      * granted when its word appears anywhere in the body, set to    * 00007240
      * 'N' otherwise.                                                * 00007250
      ***************************************************************** 00007260
       4100-PARSE-GRANTS.                                               00007270
           MOVE 'N'                 TO ZG-UPDATE-ACCESS.                00007280
           MOVE 'N'                 TO ZG-DELETE-ACCESS.                00007290
                                                                        00007300
           IF  RECEIVE-LENGTH LESS THAN ONE                             00007310
               GO TO 4100-EXIT.                                         00007320
                                                                        00007330
           MOVE ZEROES              TO GRANT-TALLY.                     00007340
           INSPECT GRANT-BODY(1:RECEIVE-LENGTH)                         00007350
               TALLYING GRANT-TALLY FOR ALL 'UPDATE'.                   00007360
           IF  GRANT-TALLY GREATER THAN ZEROES                          00007370
               MOVE 'Y'             TO ZG-UPDATE-ACCESS.                00007380
                                                                        00007390
           MOVE ZEROES              TO GRANT-TALLY.                     00007400
           INSPECT GRANT-BODY(1:RECEIVE-LENGTH)                         00007410
               TALLYING GRANT-TALLY FOR ALL 'DELETE'.                   00007420
           IF  GRANT-TALLY GREATER THAN ZEROES                          00007430
               MOVE 'Y'             TO ZG-DELETE-ACCESS.                00007440
                                                                        00007450
       4100-EXIT.                                                       00007460
           EXIT.                                                        00007470
                                                                        00007480
      ***************************************************************** 00007490
      * HTTP DELETE.  Remove one prefix grant.  Removing a userid's   * 00007500
      * last grant returns it to unscoped access.                     * 00007510
      ***************************************************************** 00007520
       5000-DELETE-GRANT.                                               00007530
           MOVE URI-USERID          TO ZG-USER-ID.                      00007540
           MOVE URI-PREFIX          TO ZG-PREFIX.                       00007550
                                                                        00007560
           EXEC CICS DELETE FILE(ZG-FCT)                                00007570
                RIDFLD(ZG-KEY)                                          00007580
                RESP  (WRITE-RESP)                                      00007590
                NOHANDLE                                                00007600
           END-EXEC.                                                    00007610
                                                                        00007620
           IF  WRITE-RESP EQUAL DFHRESP(NOTFND)                         00007630
               PERFORM 9700-STATUS-204   THRU 9700-EXIT                 00007640
               PERFORM 9000-RETURN       THRU 9000-EXIT.                00007650
                                                                        00007660
           IF  WRITE-RESP NOT EQUAL DFHRESP(NORMAL)                     00007670
               MOVE '5000'              TO KE-PARAGRAPH                 00007680
               MOVE FC-DELETE           TO KE-FN                        00007690
               PERFORM 9200-KEY-ERROR THRU 9200-EXIT                    00007700
               MOVE HTTP-KEY-ERROR      TO HTTP-507-TEXT                00007710
               MOVE HTTP-KEY-LENGTH     TO HTTP-507-LENGTH              00007720
               PERFORM 9800-STATUS-507 THRU 9800-EXIT                   00007730
               PERFORM 9000-RETURN     THRU 9000-EXIT.                  00007740
                                                                        00007750
           PERFORM 9700-STATUS-204   THRU 9700-EXIT.                    00007760
       5000-EXIT.                                                       00007770
           EXIT.                                                        00007780
                                                                        00007790
       9000-RETURN.                                                     00007800
           EXEC CICS RETURN                                             00007810
           END-EXEC.                                                    00007820
       9000-EXIT.                                                       00007830
           EXIT.                                                        00007840
                                                                        00007850
      ***************************************************************** 00007860
      * Write HTTP header                                             * 00007870
      ***************************************************************** 00007880
       9001-ACAO.                                                       00007890
           EXEC CICS WEB WRITE                                          00007900
                HTTPHEADER (HEADER-ACAO)                                00007910
                NAMELENGTH (HEADER-ACAO-LENGTH)                         00007920
                VALUE      (VALUE-ACAO)                                 00007930
                VALUELENGTH(VALUE-ACAO-LENGTH)                          00007940
                NOHANDLE                                                00007950
           END-EXEC.                                                    00007960
       9001-EXIT.                                                       00007970
           EXIT.                                                        00007980
                                                                        00007990
      ***************************************************************** 00008000
      * KEY structure I/O error                                       * 00008010
      ***************************************************************** 00008020
       9200-KEY-ERROR.                                                  00008030
           IF  EIBRESP EQUAL DFHRESP(NOSPACE)                           00008040
               MOVE NO-SPACE-MESSAGE  TO KE-NOSPACE.                    00008050
                                                                        00008060
           MOVE EIBDS                 TO KE-DS.                         00008070
           MOVE EIBRESP               TO KE-RESP.                       00008080
           MOVE EIBRESP2              TO KE-RESP2.                      00008090
           PERFORM 9950-ABS         THRU 9950-EXIT.                     00008100
           MOVE EIBTRNID              TO TD-TRANID.                     00008110
           EXEC CICS FORMATTIME ABSTIME(ZF-ABS)                         00008120
                TIME(TD-TIME)                                           00008130
                YYYYMMDD(TD-DATE)                                       00008140
                TIMESEP                                                 00008150
                DATESEP                                                 00008160
                NOHANDLE                                                00008170
           END-EXEC.                                                    00008180
           MOVE KE-DS                TO TD-MESSAGE(1:8).                00008190
           MOVE LENGTH OF TD-RECORD  TO TD-LENGTH.                      00008200
           EXEC CICS WRITEQ TD QUEUE(TD-QUEUE)                          00008210
                FROM(TD-RECORD)                                         00008220
                LENGTH(TD-LENGTH)                                       00008230
                NOHANDLE                                                00008240
           END-EXEC.                                                    00008250
       9200-EXIT.                                                       00008260
           EXIT.                                                        00008270
                                                                        00008280
      ***************************************************************** 00008290
      * Get Absolute time.                                            * 00008300
      ***************************************************************** 00008310
       9950-ABS.                                                        00008320
           EXEC CICS ASKTIME ABSTIME(ZF-ABS) NOHANDLE                   00008330
           END-EXEC.                                                    00008340
       9950-EXIT.                                                       00008350
           EXIT.                                                        00008360
                                                                        00008370
      ***************************************************************** 00008380
      * HTTP status 400 messages.                                     * 00008390
      ***************************************************************** 00008400
       9400-STATUS-400.                                                 00008410
           PERFORM 9001-ACAO         THRU 9001-EXIT.                    00008420
           MOVE DFHVALUE(IMMEDIATE)     TO SEND-ACTION.                 00008430
           EXEC CICS WEB SEND                                           00008440
                FROM      (CRLF)                                        00008450
                FROMLENGTH(TWO)                                         00008460
                MEDIATYPE (TEXT-PLAIN)                                  00008470
                ACTION    (SEND-ACTION)                                 00008480
                STATUSCODE(HTTP-STATUS-400)                             00008490
                STATUSTEXT(HTTP-400-TEXT)                               00008500
                STATUSLEN (HTTP-400-LENGTH)                             00008510
                NOHANDLE                                                00008520
           END-EXEC.                                                    00008530
       9400-EXIT.                                                       00008540
           EXIT.                                                        00008550
                                                                        00008560
      ***************************************************************** 00008570
      * Basic Authentication error.                                   * 00008580
      ***************************************************************** 00008590
       9600-AUTH-ERROR.                                                 00008600
           PERFORM 9001-ACAO         THRU 9001-EXIT.                    00008610
           EXEC CICS WEB SEND                                           00008620
                FROM      (CRLF)                                        00008630
                FROMLENGTH(TWO)                                         00008640
                MEDIATYPE (TEXT-PLAIN)                                  00008650
                STATUSCODE(HTTP-STATUS-401)                             00008660
                STATUSTEXT(HTTP-AUTH-ERROR)                             00008670
                NOHANDLE                                                00008680
           END-EXEC.                                                    00008690
       9600-EXIT.                                                       00008700
           EXIT.                                                        00008710
                                                                        00008720
      ***************************************************************** 00008730
      * Status 204 response.                                          * 00008740
      ***************************************************************** 00008750
       9700-STATUS-204.                                                 00008760
           PERFORM 9001-ACAO         THRU 9001-EXIT.                    00008770
           MOVE DFHVALUE(IMMEDIATE)     TO SEND-ACTION.                 00008780
           EXEC CICS WEB SEND                                           00008790
                FROM      (CRLF)                                        00008800
                FROMLENGTH(TWO)                                         00008810
                MEDIATYPE (TEXT-PLAIN)                                  00008820
                ACTION    (SEND-ACTION)                                 00008830
                STATUSCODE(HTTP-STATUS-204)                             00008840
                STATUSTEXT(HTTP-204-TEXT)                               00008850
                STATUSLEN (HTTP-204-LENGTH)                             00008860
                NOHANDLE                                                00008870
           END-EXEC.                                                    00008880
       9700-EXIT.                                                       00008890
           EXIT.                                                        00008900
                                                                        00008910
      ***************************************************************** 00008920
      * KEY structure I/O error - 507 response.                       * 00008930
      ***************************************************************** 00008940
       9800-STATUS-507.                                                 00008950
           PERFORM 9001-ACAO         THRU 9001-EXIT.                    00008960
           EXEC CICS WEB SEND                                           00008970
                FROM      (CRLF)                                        00008980
                FROMLENGTH(TWO)                                         00008990
                MEDIATYPE (TEXT-PLAIN)                                  00009000
                STATUSCODE(HTTP-STATUS-507)                             00009010
                STATUSTEXT(HTTP-507-TEXT)                               00009020
                STATUSLEN (HTTP-507-LENGTH)                             00009030
                NOHANDLE                                                00009040
           END-EXEC.                                                    00009050
       9800-EXIT.                                                       00009060
           EXIT.                                                        00009070
