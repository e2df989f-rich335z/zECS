       CBL CICS("SP")                                                   00000010
       IDENTIFICATION DIVISION.                                         00000020
       PROGRAM-ID. ZECS010.                                             00000030
       AUTHOR.     Randy Frerking and Rich Jackson.                     00000040
      ***************************************************************** 00000050
      *                                                               * 00000060
      * z/OS Enterprise Caching Services.                             * 00000070
      *                                                               * 00000080
      * Online inquiry and clear for the failed-login lockouts        * 00000090
      * (ZT-FCT, see ZECSZTC.cpy) that ZECS001 keeps per userid when  * 00000100
      * ZECS002 rejects its Basic Authentication credentials.  A      * 00000110
      * userid that reaches the failure limit inside the window       * 00000120
      * answers 401 without a ZECS002 call until the lockout period   * 00000130
      * expires - or until an ADMIN clears it here.                   * 00000140
      *                                                               * 00000150
      * GET    /lockouts/{userid}  - report the userid's failure      * 00000160
      *                              record.                          * 00000170
      * GET    /lockouts/          - list every userid carrying a     * 00000180
      *                              failure record.                  * 00000190
      * DELETE /lockouts/{userid}  - clear the userid's failures and  * 00000200
      *                              any lockout, and log the clear   * 00000210
      *                              to the failed-login TD queue.    * 00000220
      *                                                               * 00000230
      * Each report line is                                           * 00000240
      *   userid,FAILURES=nnnn,LOCKOUTS=nnnn,LOCKED=x,                * 00000250
      *   LAST=yyyy/mm/dd hh:mm:ss,HOST=client-address                * 00000260
      * where LOCKED is Y while a lockout is still inside its period. * 00000270
      *                                                               * 00000280
      * Access to this transaction is gated by Basic Authentication   * 00000290
      * via LINK to ZECS002, and the authenticated caller must hold   * 00000300
      * the distinct ADMIN access level - an 'ADMIN' entry in the     * 00000310
      * ZCxxSD document template, or ZS-ADMIN-ACCESS of 'Y' on the    * 00000320
      * caller's own ZS-FCT record.                                   * 00000330
      *                                                               * 00000340
      * Date       UserID    Description                              * 00000350
      * ---------- --------  ---------------------------------------- * 00000360
      *                                                               * 00000370
      ***************************************************************** 00000380
       ENVIRONMENT DIVISION.                                            00000390
       DATA DIVISION.                                                   00000400
       WORKING-STORAGE SECTION.                                         00000410
                                                                        00000420
      ***************************************************************** 00000430
      * DEFINE LOCAL VARIABLES                                        * 00000440
      ***************************************************************** 00000450
       01  ZECS002                PIC  X(08) VALUE 'ZECS002 '.          00000460
       01  CRLF                   PIC  X(02) VALUE X'0D25'.             00000470
       01  RESOURCES              PIC  X(10) VALUE '/lockouts/'.        00000480
       01  RESOURCES-LENGTH       PIC S9(08) COMP VALUE 10.             00000490
                                                                        00000500
       01  TWO                    PIC S9(08) COMP VALUE  2.             00000510
       01  ONE                    PIC S9(08) COMP VALUE  1.             00000520
       01  SIX                    PIC S9(08) COMP VALUE  6.             00000530
                                                                        00000540
       01  HTTP-NAME-LENGTH       PIC S9(08) COMP VALUE ZEROES.         00000550
       01  HTTP-VALUE-LENGTH      PIC S9(08) COMP VALUE ZEROES.         00000560
       01  HTTP-HEADER            PIC  X(13) VALUE 'Authorization'.     00000570
       01  HTTP-HEADER-VALUE      PIC  X(64) VALUE SPACES.              00000580
                                                                        00000590
       01  ZECS002-COMM-AREA.                                           00000600
           02  CA-RETURN-CODE     PIC  X(02) VALUE '00'.                00000610
           02  FILLER             PIC  X(02) VALUE SPACES.              00000620
           02  CA-USERID          PIC  X(08) VALUE SPACES.              00000630
           02  CA-PASSWORD        PIC  X(08) VALUE SPACES.              00000640
           02  CA-ENCODE          PIC  X(24) VALUE SPACES.              00000650
           02  FILLER             PIC  X(04) VALUE SPACES.              00000660
           02  CA-DECODE          PIC  X(18) VALUE SPACES.              00000670
                                                                        00000680
       01  HTTP-STATUS-200        PIC S9(04) COMP VALUE 200.            00000690
       01  HTTP-STATUS-204        PIC S9(04) COMP VALUE 204.            00000700
       01  HTTP-STATUS-400        PIC S9(04) COMP VALUE 400.            00000710
       01  HTTP-STATUS-401        PIC S9(04) COMP VALUE 401.            00000720
       01  HTTP-STATUS-507        PIC S9(04) COMP VALUE 507.            00000730
                                                                        00000740
       01  HTTP-400-TEXT          PIC  X(32) VALUE SPACES.              00000750
       01  HTTP-400-LENGTH        PIC S9(08) COMP VALUE 32.             00000760
       01  HTTP-204-TEXT          PIC  X(24) VALUE SPACES.              00000770
       01  HTTP-204-LENGTH        PIC S9(08) COMP VALUE ZEROES.         00000780
       01  HTTP-507-TEXT          PIC  X(24) VALUE SPACES.              00000790
       01  HTTP-507-LENGTH        PIC S9(08) COMP VALUE ZEROES.         00000800
                                                                        00000810
       01  HTTP-USERID-ZERO.                                            00000820
           02  FILLER             PIC  X(16) VALUE 'UserID must be 1'.  00000830
           02  FILLER             PIC  X(16) VALUE '-8 bytes        '.  00000840
                                                                        00000850
       01  HTTP-INVALID-URI.                                            00000860
           02  FILLER             PIC  X(16) VALUE 'Invalid URI form'.  00000870
           02  FILLER             PIC  X(16) VALUE 'at              '.  00000880
                                                                        00000890
       01  HTTP-AUTH-ERROR.                                             00000900
           02  FILLER             PIC  X(16) VALUE 'Basic Authentica'.  00000910
           02  FILLER             PIC  X(16) VALUE 'tion failed     '.  00000920
                                                                        00000930
       01  HTTP-KEY-ERROR         PIC  X(16) VALUE 'ZCxxFAIL error'.    00000940
       01  HTTP-KEY-LENGTH        PIC S9(08) COMP VALUE 16.             00000950
                                                                        00000960
       01  TEXT-PLAIN             PIC  X(56) VALUE 'text/plain'.        00000970
       01  SEND-ACTION            PIC S9(08) COMP VALUE ZEROES.         00000980
                                                                        00000990
       01  HEADER-ACAO.                                                 00001000
           02  FILLER             PIC  X(16) VALUE 'Access-Control-A'.  00001010
           02  FILLER             PIC  X(11) VALUE 'llow-Origin'.       00001020
       01  HEADER-ACAO-LENGTH     PIC S9(08) COMP VALUE 27.             00001030
       01  VALUE-ACAO             PIC  X(01) VALUE '*'.                 00001040
       01  VALUE-ACAO-LENGTH      PIC S9(08) COMP VALUE 01.             00001050
                                                                        00001060
       01  WEB-SCHEME             PIC S9(08) COMP VALUE ZEROES.         00001070
       01  WEB-HOST-LENGTH        PIC S9(08) COMP VALUE 120.            00001080
       01  WEB-HTTPMETHOD-LENGTH  PIC S9(08) COMP VALUE 10.             00001090
       01  WEB-HTTPVERSION-LENGTH PIC S9(08) COMP VALUE 15.             00001100
       01  WEB-PATH-LENGTH        PIC S9(08) COMP VALUE 512.            00001110
       01  WEB-QUERYSTRING-LENGTH PIC S9(08) COMP VALUE 256.            00001120
       01  WEB-REQUESTTYPE        PIC S9(08) COMP VALUE ZEROES.         00001130
       01  WEB-PORT               PIC S9(08) COMP VALUE ZEROES.         00001140
                                                                        00001150
       01  WEB-HTTPMETHOD         PIC  X(10) VALUE SPACES.              00001160
       01  WEB-HTTP-PUT           PIC  X(10) VALUE 'PUT'.               00001170
       01  WEB-HTTP-GET           PIC  X(10) VALUE 'GET'.               00001180
       01  WEB-HTTP-POST          PIC  X(10) VALUE 'POST'.              00001190
       01  WEB-HTTP-DELETE        PIC  X(10) VALUE 'DELETE'.            00001200
       01  WEB-HTTPVERSION        PIC  X(15) VALUE SPACES.              00001210
       01  WEB-HOST               PIC  X(120) VALUE SPACES.             00001220
       01  WEB-PATH               PIC  X(512) VALUE LOW-VALUES.         00001230
       01  WEB-QUERYSTRING        PIC  X(256) VALUE SPACES.             00001240
                                                                        00001250
      ***************************************************************** 00001260
      * The userid in the path is the TARGET of the request; the      * 00001270
      * CALLER's identity comes from Basic Authentication (ZECS002    * 00001280
      * fills CA-USERID) and is what the ADMIN check judges.          * 00001290
      ***************************************************************** 00001300
       01  URI-TAIL-LENGTH        PIC S9(08) COMP VALUE ZEROES.         00001310
       01  URI-USERID             PIC  X(08) VALUE SPACES.              00001320
       01  USER-ADMIN             PIC  X(01) VALUE 'N'.                 00001330
                                                                        00001340
      ***************************************************************** 00001350
      * Security Definition - same ZCxxSD document template ZECS001   * 00001360
      * scans, consulted here for the caller's ADMIN entry.           * 00001370
      ***************************************************************** 00001380
       01  SD-RESP                PIC S9(08) COMP.                      00001390
       01  SD-INDEX               PIC S9(08) COMP.                      00001400
       01  SD-LENGTH              PIC S9(08) COMP.                      00001410
                                                                        00001420
       01  SD-ADMIN               PIC  X(06) VALUE 'ADMIN '.            00001430
                                                                        00001440
       01  SD-TOKEN               PIC  X(16) VALUE SPACES.              00001450
       01  ZECS-SD.                                                     00001460
           02  SD-TRANID          PIC  X(04) VALUE 'ZC##'.              00001470
           02  SD-TYPE            PIC  X(02) VALUE 'SD'.                00001480
           02  FILLER             PIC  X(42) VALUE SPACES.              00001490
                                                                        00001500
       01  SD-DSECT.                                                    00001510
           02  SD-TABLE        OCCURS    63 TIMES.                      00001520
               05  FILLER         PIC  X(05).                           00001530
               05  SD-USER-ID     PIC  X(08).                           00001540
               05  SD-COMMA       PIC  X(01).                           00001550
               05  SD-ACCESS      PIC  X(06).                           00001560
               05  SD-CRLF        PIC  X(02).                           00001570
                                                                        00001580
       01  READ-RESP              PIC S9(08) COMP VALUE ZEROES.         00001590
       01  WRITE-RESP             PIC S9(08) COMP VALUE ZEROES.         00001600
                                                                        00001610
       01  FC-READ                PIC  X(07) VALUE 'READ   '.           00001620
       01  FC-DELETE              PIC  X(07) VALUE 'DELETE '.           00001630
       01  FC-STARTBR             PIC  X(07) VALUE 'STARTBR'.           00001640
                                                                        00001650
      ***************************************************************** 00001660
      * Lockout period enabled via PROGRAM definition - the same      * 00001670
      * LOCKOUT-PROGRAM and default ZECS001's 1525-FAIL-LIMITS uses,  * 00001680
      * so LOCKED= here agrees with what ZECS001 enforces.            * 00001690
      ***************************************************************** 00001700
       01  LOCKOUT-PROGRAM.                                             00001710
           02  LOCKOUT-TRANID     PIC  X(04) VALUE 'ZC##'.              00001720
           02  LOCKOUT-ID         PIC  X(02) VALUE 'LO'.                00001730
           02  FILLER             PIC  X(02) VALUE SPACES.              00001740
                                                                        00001750
       01  LOCKOUT-RESP           PIC S9(08) COMP VALUE ZEROES.         00001760
       01  LOCKOUT-SECONDS        PIC S9(08) COMP VALUE ZEROES.         00001770
       01  DEFAULT-LOCKOUT-SECONDS PIC S9(08) COMP VALUE 1800.          00001780
       01  LOCKOUT-MS             PIC S9(15) VALUE ZEROES COMP-3.       00001790
       01  CURRENT-ABS            PIC S9(15) VALUE ZEROES COMP-3.       00001800
       01  RELATIVE-TIME          PIC S9(15) VALUE ZEROES COMP-3.       00001810
                                                                        00001820
      ***************************************************************** 00001830
      * GET report - one line per failure record.                     * 00001840
      ***************************************************************** 00001850
       01  LIST-BUFFER            PIC X(32000) VALUE SPACES.            00001860
       01  LIST-LENGTH            PIC S9(08) COMP VALUE ZEROES.         00001870
       01  LIST-LINE              PIC X(160) VALUE SPACES.              00001880
       01  LIST-LINE-LENGTH       PIC S9(08) COMP VALUE ZEROES.         00001890
       01  LIST-EOF-SW            PIC  X(01) VALUE 'N'.                 00001900
           88  LIST-EOF           VALUE 'Y'.                            00001910
                                                                        00001920
       01  LINE-USERID-LENGTH     PIC S9(08) COMP VALUE ZEROES.         00001930
       01  LINE-HOST-LENGTH       PIC S9(08) COMP VALUE ZEROES.         00001940
       01  LINE-FAILURES          PIC  9(04) VALUE ZEROES.              00001950
       01  LINE-LOCKOUTS          PIC  9(04) VALUE ZEROES.              00001960
       01  LINE-LOCKED            PIC  X(01) VALUE 'N'.                 00001970
       01  LINE-DATE              PIC  X(10) VALUE SPACES.              00001980
       01  LINE-TIME              PIC  X(08) VALUE SPACES.              00001990
                                                                        00002000
       01  TD-QUEUE               PIC  X(04) VALUE '@tdq@'.             00002010
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.         00002020
       01  TD-RECORD.                                                   00002030
           02  TD-DATE            PIC  X(10).                           00002040
           02  FILLER             PIC  X(01) VALUE SPACES.              00002050
           02  TD-TIME            PIC  X(08).                           00002060
           02  FILLER             PIC  X(01) VALUE SPACES.              00002070
           02  TD-TRANID          PIC  X(04).                           00002080
           02  FILLER             PIC  X(01) VALUE SPACES.              00002090
           02  TD-MESSAGE         PIC  X(90) VALUE SPACES.              00002100
                                                                        00002110
       01  FLG-QUEUE              PIC  X(04) VALUE '@flq@'.             00002120
       01  FLG-LENGTH             PIC S9(04) COMP VALUE ZEROES.         00002130
                                                                        00002140
       01  KEY-ERROR.                                                   00002150
           02  KE-DS              PIC  X(08) VALUE SPACES.              00002160
           02  FILLER             PIC  X(07) VALUE ' error '.           00002170
           02  FILLER             PIC  X(07) VALUE 'EIBFN: '.           00002180
           02  KE-FN              PIC  X(07) VALUE SPACES.              00002190
           02  FILLER             PIC  X(10) VALUE ' EIBRESP: '.        00002200
           02  KE-RESP            PIC  9(08) VALUE ZEROES.              00002210
           02  FILLER             PIC  X(11) VALUE ' EIBRESP2: '.       00002220
           02  KE-RESP2           PIC  9(08) VALUE ZEROES.              00002230
           02  FILLER             PIC  X(12) VALUE ' Paragraph: '.      00002240
           02  KE-PARAGRAPH       PIC  X(04) VALUE SPACES.              00002250
           02  KE-NOSPACE         PIC  X(08) VALUE SPACES.              00002260
                                                                        00002270
       01  NO-SPACE-MESSAGE       PIC  X(08) VALUE ' NOSPACE'.          00002280
                                                                        00002290
       01  ZF-ABS                 PIC S9(15) VALUE ZEROES COMP-3.       00002300
                                                                        00002310
       01  ZS-FCT.                                                      00002320
           02  ZS-TRANID          PIC  X(04) VALUE 'ZC##'.              00002330
           02  FILLER             PIC  X(04) VALUE 'SEC '.              00002340
       01  ZS-LENGTH              PIC S9(04) COMP VALUE ZEROES.         00002350
                                                                        00002360
       01  ZT-FCT.                                                      00002370
           02  ZT-TRANID          PIC  X(04) VALUE 'ZC##'.              00002380
           02  FILLER             PIC  X(04) VALUE 'FAIL'.              00002390
       01  ZT-LENGTH              PIC S9(04) COMP VALUE ZEROES.         00002400
                                                                        00002410
      ***************************************************************** 00002420
      * zECS SECURITY GRANT record definition.                        * 00002430
      ***************************************************************** 00002440
       COPY ZECSZSC.                                                    00002450
                                                                        00002460
      ***************************************************************** 00002470
      * zECS FAILED LOGIN record definition.                          * 00002480
      ***************************************************************** 00002490
       COPY ZECSZTC.                                                    00002500
                                                                        00002510
      ***************************************************************** 00002520
      * zECS FAILED LOGIN LOG record definition.                      * 00002530
      ***************************************************************** 00002540
       COPY ZECSFLG.                                                    00002550
                                                                        00002560
      ***************************************************************** 00002570
      * Dynamic Storage                                               * 00002580
      ***************************************************************** 00002590
       LINKAGE SECTION.                                                 00002600
       01  DFHCOMMAREA            PIC  X(01).                           00002610
                                                                        00002620
       PROCEDURE DIVISION.                                              00002630
                                                                        00002640
      ***************************************************************** 00002650
      * Main process.                                                 * 00002660
      ***************************************************************** 00002670
           PERFORM 1000-ACCESS-PARMS       THRU 1000-EXIT.              00002680
           PERFORM 2000-PROCESS-REQUEST    THRU 2000-EXIT.              00002690
           PERFORM 9000-RETURN             THRU 9000-EXIT.              00002700
                                                                        00002710
      ***************************************************************** 00002720
      * Access parms.                                                 * 00002730
      * /lockouts/{userid} - the userid is everything after the       * 00002740
      * resource name; GET may omit it to list every record.          * 00002750
      ***************************************************************** 00002760
       1000-ACCESS-PARMS.                                               00002770
           EXEC CICS WEB EXTRACT                                        00002780
                SCHEME(WEB-SCHEME)                                      00002790
                HOST(WEB-HOST)                                          00002800
                HOSTLENGTH(WEB-HOST-LENGTH)                             00002810
                HTTPMETHOD(WEB-HTTPMETHOD)                              00002820
                METHODLENGTH(WEB-HTTPMETHOD-LENGTH)                     00002830
                HTTPVERSION(WEB-HTTPVERSION)                            00002840
                VERSIONLEN(WEB-HTTPVERSION-LENGTH)                      00002850
                PATH(WEB-PATH)                                          00002860
                PATHLENGTH(WEB-PATH-LENGTH)                             00002870
                PORTNUMBER(WEB-PORT)                                    00002880
                QUERYSTRING(WEB-QUERYSTRING)                            00002890
                QUERYSTRLEN(WEB-QUERYSTRING-LENGTH)                     00002900
                REQUESTTYPE(WEB-REQUESTTYPE)                            00002910
                NOHANDLE                                                00002920
           END-EXEC.                                                    00002930
                                                                        00002940
           MOVE EIBTRNID(3:2)               TO ZS-TRANID(3:2).          00002950
           MOVE EIBTRNID(3:2)               TO ZT-TRANID(3:2).          00002960
           MOVE EIBTRNID(3:2)               TO LOCKOUT-TRANID(3:2).     00002970
                                                                        00002980
           IF  WEB-PATH-LENGTH LESS THAN RESOURCES-LENGTH OR            00002990
               WEB-PATH(1:RESOURCES-LENGTH) NOT EQUAL RESOURCES         00003000
               MOVE HTTP-INVALID-URI       TO HTTP-400-TEXT             00003010
               PERFORM 9400-STATUS-400   THRU 9400-EXIT                 00003020
               PERFORM 9000-RETURN       THRU 9000-EXIT.                00003030
                                                                        00003040
           COMPUTE URI-TAIL-LENGTH =                                    00003050
               WEB-PATH-LENGTH - RESOURCES-LENGTH.                      00003060
                                                                        00003070
           IF  URI-TAIL-LENGTH GREATER THAN 8  OR                       00003080
               (URI-TAIL-LENGTH EQUAL ZEROES  AND                       00003090
                WEB-HTTPMETHOD NOT EQUAL WEB-HTTP-GET)                  00003100
               MOVE HTTP-USERID-ZERO       TO HTTP-400-TEXT             00003110
               PERFORM 9400-STATUS-400   THRU 9400-EXIT                 00003120
               PERFORM 9000-RETURN       THRU 9000-EXIT.                00003130
                                                                        00003140
           MOVE SPACES                     TO URI-USERID.               00003150
           IF  URI-TAIL-LENGTH GREATER THAN ZEROES                      00003160
               MOVE WEB-PATH(RESOURCES-LENGTH + ONE:URI-TAIL-LENGTH)    00003170
                   TO URI-USERID.                                       00003180
                                                                        00003190
           PERFORM 1500-AUTHENTICATE       THRU 1500-EXIT.              00003200
           PERFORM 1600-ADMIN-ACCESS       THRU 1600-EXIT.              00003210
           PERFORM 1700-LOCKOUT-PERIOD     THRU 1700-EXIT.              00003220
       1000-EXIT.                                                       00003230
           EXIT.                                                        00003240
                                                                        00003250
      ***************************************************************** 00003260
      * LINK to ZECS002 to perform Basic Authentication.  Identical   * 00003270
      * to ZECS004's 1500-AUTHENTICATE - every method against this    * 00003280
      * transaction requires authentication, since it can lift a      * 00003290
      * lockout.                                                      * 00003300
      ***************************************************************** 00003310
       1500-AUTHENTICATE.                                               00003320
           MOVE LENGTH OF HTTP-HEADER       TO HTTP-NAME-LENGTH.        00003330
           MOVE LENGTH OF HTTP-HEADER-VALUE TO HTTP-VALUE-LENGTH.       00003340
                                                                        00003350
           EXEC CICS WEB READ HTTPHEADER(HTTP-HEADER)                   00003360
                NAMELENGTH(HTTP-NAME-LENGTH)                            00003370
                VALUE(HTTP-HEADER-VALUE)                                00003380
                VALUELENGTH(HTTP-VALUE-LENGTH)                          00003390
                NOHANDLE                                                00003400
           END-EXEC.                                                    00003410
                                                                        00003420
           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)                        00003430
               PERFORM 9600-AUTH-ERROR     THRU 9600-EXIT               00003440
               PERFORM 9000-RETURN         THRU 9000-EXIT.              00003450
                                                                        00003460
           IF  HTTP-VALUE-LENGTH GREATER THAN SIX                       00003470
               MOVE HTTP-HEADER-VALUE(7:24) TO CA-ENCODE                00003480
               EXEC CICS LINK PROGRAM(ZECS002)                          00003490
                    COMMAREA(ZECS002-COMM-AREA)                         00003500
                    NOHANDLE                                            00003510
               END-EXEC                                                 00003520
                                                                        00003530
               IF  CA-RETURN-CODE NOT EQUAL '00'                        00003540
                   PERFORM 9600-AUTH-ERROR THRU 9600-EXIT               00003550
                   PERFORM 9000-RETURN     THRU 9000-EXIT.              00003560
                                                                        00003570
           IF  HTTP-VALUE-LENGTH EQUAL        SIX   OR                  00003580
               HTTP-VALUE-LENGTH LESS THAN    SIX                       00003590
                   PERFORM 9600-AUTH-ERROR THRU 9600-EXIT               00003600
                   PERFORM 9000-RETURN     THRU 9000-EXIT.              00003610
                                                                        00003620
       1500-EXIT.                                                       00003630
           EXIT.                                                        00003640
                                                                        00003650
      ***************************************************************** 00003660
      * The caller must hold the distinct ADMIN access level: an      * 00003670
      * 'ADMIN' entry for CA-USERID in the ZCxxSD document template,  * 00003680
      * or ZS-ADMIN-ACCESS 'Y' on the caller's own ZS-FCT record.     * 00003690
      ***************************************************************** 00003700
       1600-ADMIN-ACCESS.                                               00003710
           MOVE 'N' TO USER-ADMIN.                                      00003720
                                                                        00003730
           PERFORM 1610-SCAN-ZCXXSD        THRU 1610-EXIT.              00003740
                                                                        00003750
           IF  USER-ADMIN EQUAL 'N'                                     00003760
               PERFORM 1630-CHECK-ZSFCT     THRU 1630-EXIT.             00003770
                                                                        00003780
           IF  USER-ADMIN EQUAL 'N'                                     00003790
               PERFORM 9600-AUTH-ERROR     THRU 9600-EXIT               00003800
               PERFORM 9000-RETURN         THRU 9000-EXIT.              00003810
                                                                        00003820
       1600-EXIT.                                                       00003830
           EXIT.                                                        00003840
                                                                        00003850
      ***************************************************************** 00003860
      * Access the security model document template and scan it for   * 00003870
      * an ADMIN entry naming the caller - the same template and      * 00003880
      * entry shape ZECS004's 1610-SCAN-ZCXXSD uses.                  * 00003890
      ***************************************************************** 00003900
       1610-SCAN-ZCXXSD.                                                00003910
           MOVE EIBTRNID               TO SD-TRANID.                    00003920
                                                                        00003930
           EXEC CICS DOCUMENT CREATE DOCTOKEN(SD-TOKEN)                 00003940
                TEMPLATE(ZECS-SD)                                       00003950
                RESP(SD-RESP)                                           00003960
                NOHANDLE                                                00003970
           END-EXEC.                                                    00003980
                                                                        00003990
           IF  SD-RESP NOT EQUAL DFHRESP(NORMAL)                        00004000
               GO TO 1610-EXIT.                                         00004010
                                                                        00004020
           MOVE LENGTH OF SD-DSECT     TO SD-LENGTH.                    00004030
                                                                        00004040
           EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(SD-TOKEN)               00004050
                INTO     (SD-DSECT)                                     00004060
                LENGTH   (SD-LENGTH)                                    00004070
                MAXLENGTH(SD-LENGTH)                                    00004080
                DATAONLY                                                00004090
                RESP(SD-RESP)                                           00004100
                NOHANDLE                                                00004110
           END-EXEC.                                                    00004120
                                                                        00004130
           IF  SD-RESP NOT EQUAL DFHRESP(NORMAL)                        00004140
               GO TO 1610-EXIT.                                         00004150
                                                                        00004160
           PERFORM 1620-SCAN-ENTRY         THRU 1620-EXIT               00004170
               WITH TEST AFTER                                          00004180
               VARYING SD-INDEX FROM 1 BY 1                             00004190
               UNTIL   SD-INDEX   EQUAL 63  OR                          00004200
                       USER-ADMIN EQUAL 'Y' OR                          00004210
                       SD-LENGTH  EQUAL ZEROES.                         00004220
                                                                        00004230
       1610-EXIT.                                                       00004240
           EXIT.                                                        00004250
                                                                        00004260
       1620-SCAN-ENTRY.                                                 00004270
           IF  SD-USER-ID(SD-INDEX) EQUAL CA-USERID                     00004280
               IF  SD-ACCESS(SD-INDEX) EQUAL SD-ADMIN                   00004290
                   MOVE 'Y' TO USER-ADMIN.                              00004300
                                                                        00004310
           SUBTRACT LENGTH OF SD-TABLE FROM SD-LENGTH.                  00004320
                                                                        00004330
       1620-EXIT.                                                       00004340
           EXIT.                                                        00004350
                                                                        00004360
      ***************************************************************** 00004370
      * Check the caller's own online grant record for ADMIN.         * 00004380
      ***************************************************************** 00004390
       1630-CHECK-ZSFCT.                                                00004400
           MOVE LENGTH OF ZS-RECORD    TO ZS-LENGTH.                    00004410
           EXEC CICS READ FILE(ZS-FCT)                                  00004420
                INTO  (ZS-RECORD)                                       00004430
                RIDFLD(CA-USERID)                                       00004440
                LENGTH(ZS-LENGTH)                                       00004450
                RESP  (READ-RESP)                                       00004460
                NOHANDLE                                                00004470
           END-EXEC.                                                    00004480
                                                                        00004490
           IF  READ-RESP EQUAL DFHRESP(NORMAL)                          00004500
               IF  ZS-ADMIN-ACCESS EQUAL 'Y'                            00004510
                   MOVE 'Y' TO USER-ADMIN.                              00004520
                                                                        00004530
       1630-EXIT.                                                       00004540
           EXIT.                                                        00004550
                                                                        00004560
                                                                        00004570
      ***************************************************************** 00004580
      * Lockout period, for the LOCKED= flag on the report.           * 00004590
      ***************************************************************** 00004600
       1700-LOCKOUT-PERIOD.                                             00004610
           EXEC CICS INQUIRE                                            00004620
                PROGRAM(LOCKOUT-PROGRAM)                                00004630
                LENGTH (LOCKOUT-SECONDS)                                00004640
                RESP   (LOCKOUT-RESP)                                   00004650
                NOHANDLE                                                00004660
           END-EXEC.                                                    00004670
                                                                        00004680
           IF  LOCKOUT-RESP NOT EQUAL DFHRESP(NORMAL) OR                00004690
               LOCKOUT-SECONDS EQUAL ZEROES                             00004700
               MOVE DEFAULT-LOCKOUT-SECONDS TO LOCKOUT-SECONDS.         00004710
                                                                        00004720
           COMPUTE LOCKOUT-MS = LOCKOUT-SECONDS * 1000.                 00004730
                                                                        00004740
           PERFORM 9950-ABS              THRU 9950-EXIT.                00004750
           MOVE ZF-ABS                     TO CURRENT-ABS.              00004760
       1700-EXIT.                                                       00004770
           EXIT.                                                        00004780
                                                                        00004790
      ***************************************************************** 00004800
      * Process HTTP request.                                         * 00004810
      ***************************************************************** 00004820
       2000-PROCESS-REQUEST.                                            00004830
           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-GET                        00004840
               IF  URI-USERID EQUAL SPACES                              00004850
                   PERFORM 3100-LIST-LOCKOUTS  THRU 3100-EXIT           00004860
               ELSE                                                     00004870
                   PERFORM 3000-READ-LOCKOUT   THRU 3000-EXIT           00004880
               END-IF                                                   00004890
               PERFORM 9000-RETURN         THRU 9000-EXIT.              00004900
                                                                        00004910
           IF  WEB-HTTPMETHOD EQUAL WEB-HTTP-DELETE                     00004920
               PERFORM 5000-CLEAR-LOCKOUT  THRU 5000-EXIT               00004930
               PERFORM 9000-RETURN         THRU 9000-EXIT.              00004940
                                                                        00004950
           MOVE HTTP-INVALID-URI           TO HTTP-400-TEXT             00004960
           PERFORM 9400-STATUS-400       THRU 9400-EXIT.                00004970
       2000-EXIT.                                                       00004980
           EXIT.                                                        00004990
                                                                        00005000
      ***************************************************************** 00005010
      * HTTP GET.  Report one userid - 200 with its failure record,   * 00005020
      * 204 when it carries none.                                     * 00005030
      ***************************************************************** 00005040
       3000-READ-LOCKOUT.                                               00005050
           MOVE URI-USERID             TO ZT-USER-ID.                   00005060
           MOVE LENGTH OF ZT-RECORD    TO ZT-LENGTH.                    00005070
           EXEC CICS READ FILE(ZT-FCT)                                  00005080
                INTO  (ZT-RECORD)                                       00005090
                RIDFLD(ZT-KEY)                                          00005100
                LENGTH(ZT-LENGTH)                                       00005110
                RESP  (READ-RESP)                                       00005120
                NOHANDLE                                                00005130
           END-EXEC.                                                    00005140
                                                                        00005150
           IF  READ-RESP EQUAL DFHRESP(NOTFND)                          00005160
               PERFORM 9700-STATUS-204   THRU 9700-EXIT                 00005170
               PERFORM 9000-RETURN       THRU 9000-EXIT.                00005180
                                                                        00005190
           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)                      00005200
               MOVE '3000'                TO KE-PARAGRAPH               00005210
               MOVE FC-READ               TO KE-FN                      00005220
               PERFORM 9200-KEY-ERROR   THRU 9200-EXIT                  00005230
               MOVE HTTP-KEY-ERROR        TO HTTP-507-TEXT              00005240
               MOVE HTTP-KEY-LENGTH       TO HTTP-507-LENGTH            00005250
               PERFORM 9800-STATUS-507  THRU 9800-EXIT                  00005260
               PERFORM 9000-RETURN       THRU 9000-EXIT.                00005270
                                                                        00005280
           PERFORM 3200-FORMAT-LOCKOUT    THRU 3200-EXIT.               00005290
                                                                        00005300
           PERFORM 9001-ACAO         THRU 9001-EXIT.                    00005310
           MOVE DFHVALUE(IMMEDIATE)     TO SEND-ACTION.                 00005320
           EXEC CICS WEB SEND                                           00005330
                FROM      (LIST-LINE)                                   00005340
                FROMLENGTH(LIST-LINE-LENGTH)                            00005350
                MEDIATYPE (TEXT-PLAIN)                                  00005360
                ACTION    (SEND-ACTION)                                 00005370
                STATUSCODE(HTTP-STATUS-200)                             00005380
                NOHANDLE                                                00005390
           END-EXEC.                                                    00005400
       3000-EXIT.                                                       00005410
           EXIT.                                                        00005420
                                                                        00005430
      ***************************************************************** 00005440
      * HTTP GET without a userid.  Browse the whole file and answer  * 00005450
      * one line per userid carrying a failure record; 204 when the   * 00005460
      * file is empty.                                                * 00005470
      ***************************************************************** 00005480
       3100-LIST-LOCKOUTS.                                              00005490
           MOVE ZEROES                 TO LIST-LENGTH.                  00005500
           MOVE 'N'                    TO LIST-EOF-SW.                  00005510
           MOVE LOW-VALUES             TO ZT-KEY.                       00005520
                                                                        00005530
           EXEC CICS STARTBR FILE(ZT-FCT)                               00005540
                RIDFLD(ZT-KEY)                                          00005550
                GTEQ                                                    00005560
                RESP  (READ-RESP)                                       00005570
                NOHANDLE                                                00005580
           END-EXEC.                                                    00005590
                                                                        00005600
           IF  READ-RESP EQUAL DFHRESP(NOTFND)                          00005610
               PERFORM 9700-STATUS-204   THRU 9700-EXIT                 00005620
               PERFORM 9000-RETURN       THRU 9000-EXIT.                00005630
                                                                        00005640
           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)                      00005650
               MOVE '3100'                TO KE-PARAGRAPH               00005660
               MOVE FC-STARTBR            TO KE-FN                      00005670
               PERFORM 9200-KEY-ERROR   THRU 9200-EXIT                  00005680
               MOVE HTTP-KEY-ERROR        TO HTTP-507-TEXT              00005690
               MOVE HTTP-KEY-LENGTH       TO HTTP-507-LENGTH            00005700
               PERFORM 9800-STATUS-507  THRU 9800-EXIT                  00005710
               PERFORM 9000-RETURN       THRU 9000-EXIT.                00005720
                                                                        00005730
           PERFORM 3110-READ-NEXT         THRU 3110-EXIT                00005740
               WITH TEST BEFORE                                         00005750
               UNTIL LIST-EOF.                                          00005760
                                                                        00005770
           EXEC CICS ENDBR FILE(ZT-FCT)                                 00005780
                NOHANDLE                                                00005790
           END-EXEC.                                                    00005800
                                                                        00005810
           IF  LIST-LENGTH EQUAL ZEROES                                 00005820
               PERFORM 9700-STATUS-204   THRU 9700-EXIT                 00005830
               PERFORM 9000-RETURN       THRU 9000-EXIT.                00005840
                                                                        00005850
           PERFORM 9001-ACAO         THRU 9001-EXIT.                    00005860
           MOVE DFHVALUE(IMMEDIATE)     TO SEND-ACTION.                 00005870
           EXEC CICS WEB SEND                                           00005880
                FROM      (LIST-BUFFER)                                 00005890
                FROMLENGTH(LIST-LENGTH)                                 00005900
                MEDIATYPE (TEXT-PLAIN)                                  00005910
                ACTION    (SEND-ACTION)                                 00005920
                STATUSCODE(HTTP-STATUS-200)                             00005930
                NOHANDLE                                                00005940
           END-EXEC.                                                    00005950
       3100-EXIT.                                                       00005960
           EXIT.                                                        00005970
                                                                        00005980
       3110-READ-NEXT.                                                  00005990
           MOVE LENGTH OF ZT-RECORD    TO ZT-LENGTH.                    00006000
           EXEC CICS READNEXT FILE(ZT-FCT)                              00006010
                INTO  (ZT-RECORD)                                       00006020
                RIDFLD(ZT-KEY)                                          00006030
                LENGTH(ZT-LENGTH)                                       00006040
                RESP  (READ-RESP)                                       00006050
                NOHANDLE                                                00006060
           END-EXEC.                                                    00006070
                                                                        00006080
           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)                      00006090
               MOVE 'Y'                TO LIST-EOF-SW                   00006100
               GO TO 3110-EXIT.                                         00006110
                                                                        00006120
           PERFORM 3200-FORMAT-LOCKOUT    THRU 3200-EXIT.               00006130
                                                                        00006140
           IF  LIST-LENGTH + LIST-LINE-LENGTH + TWO                     00006150
                   GREATER THAN LENGTH OF LIST-BUFFER                   00006160
               MOVE 'Y'                TO LIST-EOF-SW                   00006170
               GO TO 3110-EXIT.                                         00006180
                                                                        00006190
           MOVE LIST-LINE(1:LIST-LINE-LENGTH)                           00006200
             TO LIST-BUFFER(LIST-LENGTH + ONE:LIST-LINE-LENGTH).        00006210
           ADD  LIST-LINE-LENGTH       TO LIST-LENGTH.                  00006220
           MOVE CRLF TO LIST-BUFFER(LIST-LENGTH + ONE:2).               00006230
           ADD  TWO                    TO LIST-LENGTH.                  00006240
       3110-EXIT.                                                       00006250
           EXIT.                                                        00006260
                                                                        00006270
      ***************************************************************** 00006280
      * One failure record as a report line.  LOCKED is Y while the   * 00006290
      * lockout is still inside its period.                           * 00006300
      ***************************************************************** 00006310
       3200-FORMAT-LOCKOUT.                                             00006320
           MOVE ZT-FAIL-COUNT          TO LINE-FAILURES.                00006330
           MOVE ZT-LOCKOUT-COUNT       TO LINE-LOCKOUTS.                00006340
           MOVE 'N'                    TO LINE-LOCKED.                  00006350
                                                                        00006360
           IF  ZT-LOCKED-ABS NOT EQUAL ZEROES                           00006370
               SUBTRACT ZT-LOCKED-ABS FROM CURRENT-ABS                  00006380
                   GIVING RELATIVE-TIME                                 00006390
               IF  RELATIVE-TIME NOT GREATER THAN LOCKOUT-MS            00006400
                   MOVE 'Y'            TO LINE-LOCKED.                  00006410
                                                                        00006420
           EXEC CICS FORMATTIME ABSTIME(ZT-LAST-ABS)                    00006430
                TIME(LINE-TIME)                                         00006440
                YYYYMMDD(LINE-DATE)                                     00006450
                TIMESEP                                                 00006460
                DATESEP                                                 00006470
                NOHANDLE                                                00006480
           END-EXEC.                                                    00006490
                                                                        00006500
           MOVE ZEROES                 TO LINE-USERID-LENGTH.           00006510
           INSPECT ZT-USER-ID TALLYING LINE-USERID-LENGTH               00006520
               FOR CHARACTERS BEFORE INITIAL SPACE.                     00006530
           IF  LINE-USERID-LENGTH EQUAL ZEROES                          00006540
               MOVE ONE                TO LINE-USERID-LENGTH.           00006550
                                                                        00006560
           MOVE ZEROES                 TO LINE-HOST-LENGTH.             00006570
           INSPECT ZT-LAST-HOST TALLYING LINE-HOST-LENGTH               00006580
               FOR CHARACTERS BEFORE INITIAL SPACE.                     00006590
           IF  LINE-HOST-LENGTH EQUAL ZEROES                            00006600
               MOVE ONE                TO LINE-HOST-LENGTH.             00006610
                                                                        00006620
           MOVE SPACES                 TO LIST-LINE.                    00006630
           STRING ZT-USER-ID(1:LINE-USERID-LENGTH) DELIMITED BY SIZE    00006640
                  ',FAILURES=' DELIMITED BY SIZE                        00006650
                  LINE-FAILURES DELIMITED BY SIZE                       00006660
                  ',LOCKOUTS=' DELIMITED BY SIZE                        00006670
                  LINE-LOCKOUTS DELIMITED BY SIZE                       00006680
                  ',LOCKED=' DELIMITED BY SIZE                          00006690
                  LINE-LOCKED DELIMITED BY SIZE                         00006700
                  ',LAST=' DELIMITED BY SIZE                            00006710
                  LINE-DATE DELIMITED BY SIZE                           00006720
                  ' ' DELIMITED BY SIZE                                 00006730
                  LINE-TIME DELIMITED BY SIZE                           00006740
                  ',HOST=' DELIMITED BY SIZE                            00006750
                  ZT-LAST-HOST(1:LINE-HOST-LENGTH) DELIMITED BY SIZE    00006760
               INTO LIST-LINE.                                          00006770
                                                                        00006780
           COMPUTE LIST-LINE-LENGTH = LINE-USERID-LENGTH                00006790
                                    + LINE-HOST-LENGTH + 68.            00006800
       3200-EXIT.                                                       00006810
           EXIT.                                                        00006820
                                                                        00006830
      ***************************************************************** 00006840
      * HTTP DELETE.  Clear the userid's failures and any lockout by  * 00006850
      * removing its failure record, and log the clear so the daily   * 00006860
      * failed-login report shows who was let back in.                * 00006870
      ***************************************************************** 00006880
       5000-CLEAR-LOCKOUT.                                              00006890
           MOVE URI-USERID          TO ZT-USER-ID.                      00006900
           MOVE LENGTH OF ZT-RECORD TO ZT-LENGTH.                       00006910
                                                                        00006920
           EXEC CICS READ FILE(ZT-FCT)                                  00006930
                INTO  (ZT-RECORD)                                       00006940
                RIDFLD(ZT-KEY)                                          00006950
                LENGTH(ZT-LENGTH)                                       00006960
                RESP  (READ-RESP)                                       00006970
                UPDATE                                                  00006980
                NOHANDLE                                                00006990
           END-EXEC.                                                    00007000
                                                                        00007010
           IF  READ-RESP EQUAL DFHRESP(NOTFND)                          00007020
               PERFORM 9700-STATUS-204   THRU 9700-EXIT                 00007030
               PERFORM 9000-RETURN       THRU 9000-EXIT.                00007040
                                                                        00007050
           IF  READ-RESP EQUAL DFHRESP(NORMAL)                          00007060
               EXEC CICS DELETE FILE(ZT-FCT)                            00007070
                    RESP  (WRITE-RESP)                                  00007080
                    NOHANDLE                                            00007090
               END-EXEC                                                 00007100
           ELSE                                                         00007110
               MOVE READ-RESP           TO WRITE-RESP.                  00007120
                                                                        00007130
           IF  WRITE-RESP NOT EQUAL DFHRESP(NORMAL)                     00007140
               MOVE '5000'              TO KE-PARAGRAPH                 00007150
               MOVE FC-DELETE           TO KE-FN                        00007160
               PERFORM 9200-KEY-ERROR THRU 9200-EXIT                    00007170
               MOVE HTTP-KEY-ERROR      TO HTTP-507-TEXT                00007180
               MOVE HTTP-KEY-LENGTH     TO HTTP-507-LENGTH              00007190
               PERFORM 9800-STATUS-507 THRU 9800-EXIT                   00007200
               PERFORM 9000-RETURN     THRU 9000-EXIT.                  00007210
                                                                        00007220
           PERFORM 5100-WRITE-FAIL-LOG  THRU 5100-EXIT.                 00007230
           PERFORM 9700-STATUS-204   THRU 9700-EXIT.                    00007240
       5000-EXIT.                                                       00007250
           EXIT.                                                        00007260
                                                                        00007270
      ***************************************************************** 00007280
      * Log the ADMIN clear to the failed-login TD queue.  FLG-HOST   * 00007290
      * carries the clearing ADMIN's userid, since the clear did not  * 00007300
      * come from the locked-out client.                              * 00007310
      ***************************************************************** 00007320
       5100-WRITE-FAIL-LOG.                                             00007330
           PERFORM 9950-ABS         THRU 9950-EXIT.                     00007340
           EXEC CICS FORMATTIME ABSTIME(ZF-ABS)                         00007350
                TIME(FLG-TIME)                                          00007360
                YYYYMMDD(FLG-DATE)                                      00007370
                TIMESEP                                                 00007380
                DATESEP                                                 00007390
                NOHANDLE                                                00007400
           END-EXEC.                                                    00007410
                                                                        00007420
           MOVE EIBTRNID               TO FLG-TRANID.                   00007430
           MOVE URI-USERID             TO FLG-USERID.                   00007440
           MOVE SPACES                 TO FLG-HOST.                     00007450
           STRING 'ADMIN ' DELIMITED BY SIZE                            00007460
                  CA-USERID DELIMITED BY SPACE                          00007470
               INTO FLG-HOST.                                           00007480
           MOVE 'C'                    TO FLG-EVENT.                    00007490
           MOVE ZT-FAIL-COUNT          TO FLG-FAIL-COUNT.               00007500
                                                                        00007510
           MOVE LENGTH OF FLG-RECORD   TO FLG-LENGTH.                   00007520
           EXEC CICS WRITEQ TD QUEUE(FLG-QUEUE)                         00007530
                FROM(FLG-RECORD)                                        00007540
                LENGTH(FLG-LENGTH)                                      00007550
                NOHANDLE                                                00007560
           END-EXEC.                                                    00007570
       5100-EXIT.                                                       00007580
           EXIT.                                                        00007590
                                                                        00007600
       9000-RETURN.                                                     00007610
           EXEC CICS RETURN                                             00007620
           END-EXEC.                                                    00007630
       9000-EXIT.                                                       00007640
           EXIT.                                                        00007650
                                                                        00007660
      ***************************************************************** 00007670
      * Write HTTP header                                             * 00007680
      ***************************************************************** 00007690
       9001-ACAO.                                                       00007700
           EXEC CICS WEB WRITE                                          00007710
                HTTPHEADER (HEADER-ACAO)                                00007720
                NAMELENGTH (HEADER-ACAO-LENGTH)                         00007730
                VALUE      (VALUE-ACAO)                                 00007740
                VALUELENGTH(VALUE-ACAO-LENGTH)                          00007750
                NOHANDLE                                                00007760
           END-EXEC.                                                    00007770
       9001-EXIT.                                                       00007780
           EXIT.                                                        00007790
                                                                        00007800
      ***************************************************************** 00007810
      * KEY structure I/O error                                       * 00007820
      ***************************************************************** 00007830
       9200-KEY-ERROR.                                                  00007840
           IF  EIBRESP EQUAL DFHRESP(NOSPACE)                           00007850
               MOVE NO-SPACE-MESSAGE  TO KE-NOSPACE.                    00007860
                                                                        00007870
           MOVE EIBDS                 TO KE-DS.                         00007880
           MOVE EIBRESP               TO KE-RESP.                       00007890
           MOVE EIBRESP2              TO KE-RESP2.                      00007900
           PERFORM 9950-ABS         THRU 9950-EXIT.                     00007910
           MOVE EIBTRNID              TO TD-TRANID.                     00007920
           EXEC CICS FORMATTIME ABSTIME(ZF-ABS)                         00007930
                TIME(TD-TIME)                                           00007940
                YYYYMMDD(TD-DATE)                                       00007950
                TIMESEP                                                 00007960
                DATESEP                                                 00007970
                NOHANDLE                                                00007980
           END-EXEC.                                                    00007990
           MOVE KE-DS                TO TD-MESSAGE(1:8).                00008000
           MOVE LENGTH OF TD-RECORD  TO TD-LENGTH.                      00008010
           EXEC CICS WRITEQ TD QUEUE(TD-QUEUE)                          00008020
                FROM(TD-RECORD)                                         00008030
                LENGTH(TD-LENGTH)                                       00008040
                NOHANDLE                                                00008050
           END-EXEC.                                                    00008060
       9200-EXIT.                                                       00008070
           EXIT.                                                        00008080
                                                                        00008090
      ***************************************************************** 00008100
      * Get Absolute time.                                            * 00008110
      ***************************************************************** 00008120
       9950-ABS.                                                        00008130
           EXEC CICS ASKTIME ABSTIME(ZF-ABS) NOHANDLE                   00008140
           END-EXEC.                                                    00008150
       9950-EXIT.                                                       00008160
           EXIT.                                                        00008170
                                                                        00008180
      ***************************************************************** 00008190
      * HTTP status 400 messages.                                     * 00008200
      ***************************************************************** 00008210
       9400-STATUS-400.                                                 00008220
           PERFORM 9001-ACAO         THRU 9001-EXIT.                    00008230
           MOVE DFHVALUE(IMMEDIATE)     TO SEND-ACTION.                 00008240
           EXEC CICS WEB SEND                                           00008250
                FROM      (CRLF)                                        00008260
                FROMLENGTH(TWO)                                         00008270
                MEDIATYPE (TEXT-PLAIN)                                  00008280
                ACTION    (SEND-ACTION)                                 00008290
                STATUSCODE(HTTP-STATUS-400)                             00008300
                STATUSTEXT(HTTP-400-TEXT)                               00008310
                STATUSLEN (HTTP-400-LENGTH)                             00008320
                NOHANDLE                                                00008330
           END-EXEC.                                                    00008340
       9400-EXIT.                                                       00008350
           EXIT.                                                        00008360
                                                                        00008370
      ***************************************************************** 00008380
      * Basic Authentication error.                                   * 00008390
      ***************************************************************** 00008400
       9600-AUTH-ERROR.                                                 00008410
           PERFORM 9001-ACAO         THRU 9001-EXIT.                    00008420
           EXEC CICS WEB SEND                                           00008430
                FROM      (CRLF)                                        00008440
                FROMLENGTH(TWO)                                         00008450
                MEDIATYPE (TEXT-PLAIN)                                  00008460
                STATUSCODE(HTTP-STATUS-401)                             00008470
                STATUSTEXT(HTTP-AUTH-ERROR)                             00008480
                NOHANDLE                                                00008490
           END-EXEC.                                                    00008500
       9600-EXIT.                                                       00008510
           EXIT.                                                        00008520
                                                                        00008530
      ***************************************************************** 00008540
      * Status 204 response.                                          * 00008550
      ***************************************************************** 00008560
       9700-STATUS-204.                                                 00008570
           PERFORM 9001-ACAO         THRU 9001-EXIT.                    00008580
           MOVE DFHVALUE(IMMEDIATE)     TO SEND-ACTION.                 00008590
           EXEC CICS WEB SEND                                           00008600
                FROM      (CRLF)                                        00008610
                FROMLENGTH(TWO)                                         00008620
                MEDIATYPE (TEXT-PLAIN)                                  00008630
                ACTION    (SEND-ACTION)                                 00008640
                STATUSCODE(HTTP-STATUS-204)                             00008650
                STATUSTEXT(HTTP-204-TEXT)                               00008660
                STATUSLEN (HTTP-204-LENGTH)                             00008670
                NOHANDLE                                                00008680
           END-EXEC.                                                    00008690
       9700-EXIT.                                                       00008700
           EXIT.                                                        00008710
                                                                        00008720
      ***************************************************************** 00008730
      * KEY structure I/O error - 507 response.                       * 00008740
      ***************************************************************** 00008750
       9800-STATUS-507.                                                 00008760
           PERFORM 9001-ACAO         THRU 9001-EXIT.                    00008770
           EXEC CICS WEB SEND                                           00008780
                FROM      (CRLF)                                        00008790
                FROMLENGTH(TWO)                                         00008800
                MEDIATYPE (TEXT-PLAIN)                                  00008810
                STATUSCODE(HTTP-STATUS-507)                             00008820
                STATUSTEXT(HTTP-507-TEXT)                               00008830
                STATUSLEN (HTTP-507-LENGTH)                             00008840
                NOHANDLE                                                00008850
           END-EXEC.                                                    00008860
       9800-EXIT.                                                       00008870
           EXIT.                                                        00008880
