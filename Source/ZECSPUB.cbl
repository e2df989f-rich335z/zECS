       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. ZECSPUB.                                             00000020
       AUTHOR.     Randy Frerking and Rich Jackson.                     00000030
      ***************************************************************** 00000040
      *                                                               * 00000050
      * z/OS Enterprise Caching Services.                             * 00000060
      *                                                               * 00000070
      * Reference data publish.                                       * 00000080
      *                                                               * 00000090
      * Applications that cache a reference table (rates, codes,      * 00000100
      * product lists) reload it every night from the system of       * 00000110
      * record.  Re-posting every row rewrites every entry, versions  * 00000120
      * each one, and floods the replication links and the            * 00000130
      * invalidation feed with changes that are not changes.  This    * 00000140
      * job compares the night's extract with what is already cached  * 00000150
      * under the application's BU_SBU/application prefix and         * 00000160
      * publishes only the difference.                                * 00000170
      *                                                               * 00000180
      * PUBIN and the KEY records under the prefix are match-merged   * 00000190
      * in key order.  A row whose key is not cached is ADDED; a row  * 00000200
      * whose value's checksum (computed as 4950-COMPUTE-CHECKSUM     * 00000210
      * does online) differs from ZK-CHECKSUM - or whose entry has no * 00000220
      * checksum on file, has no FILE record, or has expired - is     * 00000230
      * CHANGED; a row whose checksum matches is UNCHANGED; and a     * 00000240
      * cached key with no row in the file is REMOVED.  Rows that     * 00000250
      * cannot be published (key or value missing, key or value too   * 00000260
      * long) are REJECTED and their cached entry, if any, is left    * 00000270
      * exactly as it is.                                             * 00000280
      *                                                               * 00000290
      * Nothing is written to the stores from batch.  In update mode  * 00000300
      * each ADDED or CHANGED row is written to PUBOUT as a store     * 00000310
      * record, each REMOVED key as a delete record, and each         * 00000320
      * UNCHANGED row as a refresh record that renews its TTL (see    * 00000330
      * ZECSPBC.cpy).  Operations load PUBOUT as the extrapartition   * 00000340
      * publish TD queue and drive ZECS001's admin-gated GET          * 00000350
      * /zEcsPublish until MORE=N; the region applies every record    * 00000360
      * through its own write and delete internals, so the audit      * 00000370
      * trail, invalidation events and Data Center replication follow * 00000380
      * exactly as they do for a /resources request.  A run that is   * 00000390
      * repeated before its feed is loaded publishes the same records * 00000400
      * again, and applying a record twice is harmless.               * 00000410
      *                                                               * 00000420
      * PUBIN is checked for ascending, unique key sequence before    * 00000430
      * anything is compared.  A file out of sequence, an empty file, * 00000440
      * or a missing prefix stops the run before any record is        * 00000450
      * written - a short or unsorted extract must never be read as   * 00000460
      * "delete everything after this point".                         * 00000470
      *                                                               * 00000480
      * Checkpoint/restart follows ZECSORF: every WS-CKPT-INTERVAL    * 00000490
      * keys the last key merged and the running totals are written   * 00000500
      * to CKPTFIL, with PUBOUT closed and reopened first so every    * 00000510
      * record the checkpoint covers is on the dataset.  A run that   * 00000520
      * finds a checkpoint left 'P' by a run of the same mode for the * 00000530
      * same target skips the keys it already merged and extends      * 00000540
      * PUBOUT and the report; a checkpoint left by any other run is  * 00000550
      * ignored and the run starts cold.                              * 00000560
      *                                                               * 00000570
      * SYSIN line 1: run mode - 'U' writes the PUBOUT feed; any      * 00000580
      *               other value reports what would change and       * 00000590
      *               writes nothing.                                 * 00000600
      * SYSIN line 2: target BU_SBU/application (required).           * 00000610
      * SYSIN line 3: TTL in seconds for published entries (digits;   * 00000620
      *               default - the application's policy default).    * 00000630
      * SYSIN line 4: media type of the values (default text/plain).  * 00000640
      *                                                               * 00000650
      * PUBIN:  one row per entry, sorted ascending on the key.       * 00000660
      *         The key below the prefix starts in column 1 and       * 00000670
      *         ends at the first blank (128 bytes at most); the      * 00000680
      *         value is the rest of the record after that blank,     * 00000690
      *         up to 32,000 bytes.  Variable-length records.         * 00000700
      * PUBOUT: the publish feed (ZECSPBC.cpy), variable length -     * 00000710
      *         a new dataset for a cold run, the same one            * 00000720
      *         (DISP=MOD) for a restart.                             * 00000730
      *                                                               * 00000740
      * Intended to run outside of CICS against the base clusters     * 00000750
      * underlying the ZK-FCT/ZF-FCT CICS files, which it only reads. * 00000760
      *                                                               * 00000770
      * Date       UserID    Description                              * 00000780
      * ---------- --------  ---------------------------------------- * 00000790
      *                                                               * 00000800
      ***************************************************************** 00000810
       ENVIRONMENT DIVISION.                                            00000820
       INPUT-OUTPUT SECTION.                                            00000830
       FILE-CONTROL.                                                    00000840
           SELECT ZK-FCT ASSIGN TO ZKFCT                                00000850
               ORGANIZATION IS INDEXED                                  00000860
               ACCESS MODE IS DYNAMIC                                   00000870
               RECORD KEY IS ZK-KEY                                     00000880
               FILE STATUS IS WS-ZK-STATUS.                             00000890
                                                                        00000900
           SELECT ZF-FCT ASSIGN TO ZFFCT                                00000910
               ORGANIZATION IS INDEXED                                  00000920
               ACCESS MODE IS DYNAMIC                                   00000930
               RECORD KEY IS ZF-KEY-16                                  00000940
               FILE STATUS IS WS-ZF-STATUS.                             00000950
                                                                        00000960
           SELECT PUB-IN ASSIGN TO PUBIN                                00000970
               ORGANIZATION IS SEQUENTIAL                               00000980
               FILE STATUS IS WS-PUBIN-STATUS.                          00000990
                                                                        00001000
           SELECT PUB-OUT ASSIGN TO PUBOUT                              00001010
               ORGANIZATION IS SEQUENTIAL                               00001020
               FILE STATUS IS WS-PUBOUT-STATUS.                         00001030
                                                                        00001040
           SELECT RPT-OUT ASSIGN TO RPTOUT                              00001050
               ORGANIZATION IS LINE SEQUENTIAL                          00001060
               FILE STATUS IS WS-RPT-STATUS.                            00001070
                                                                        00001080
           SELECT CKPT-FILE ASSIGN TO CKPTFIL                           00001090
               ORGANIZATION IS SEQUENTIAL                               00001100
               FILE STATUS IS WS-CKPT-STATUS.                           00001110
                                                                        00001120
           SELECT LDG-OUT ASSIGN TO LEDGER                              00001130
               ORGANIZATION IS SEQUENTIAL                               00001140
               FILE STATUS IS WS-LDG-STATUS.                            00001150
                                                                        00001160
       DATA DIVISION.                                                   00001170
       FILE SECTION.                                                    00001180
       FD  ZK-FCT.                                                      00001190
      ***************************************************************** 00001200
      * zECS KEY  record definition.                                  * 00001210
      ***************************************************************** 00001220
       COPY ZECSZKC.                                                    00001230
                                                                        00001240
       FD  ZF-FCT.                                                      00001250
      ***************************************************************** 00001260
      * zECS FILE record definition.                                  * 00001270
      ***************************************************************** 00001280
       COPY ZECSZFC.                                                    00001290
                                                                        00001300
       FD  PUB-IN                                                       00001310
           RECORD IS VARYING IN SIZE FROM 1 TO 32129 CHARACTERS         00001320
               DEPENDING ON WS-PUBIN-LENGTH.                            00001330
       01  PUBIN-RECORD               PIC X(32129).                     00001340
                                                                        00001350
       FD  PUB-OUT                                                      00001360
           RECORD IS VARYING IN SIZE FROM 340 TO 32340 CHARACTERS       00001370
               DEPENDING ON WS-PUBOUT-LENGTH.                           00001380
      ***************************************************************** 00001390
      * zECS REFERENCE DATA PUBLISH FEED record definition.           * 00001400
      ***************************************************************** 00001410
       COPY ZECSPBC.                                                    00001420
                                                                        00001430
       FD  RPT-OUT                                                      00001440
           RECORD CONTAINS 132 CHARACTERS.                              00001450
       01  RPT-LINE                   PIC  X(132).                      00001460
                                                                        00001470
      ***************************************************************** 00001480
      * Checkpoint/restart (see ZECSORF).  CKPT-LAST-KEY is the last  * 00001490
      * key merged - from PUBIN, the KEY store, or both - and         * 00001500
      * CKPT-ROWS-READ the PUBIN rows consumed, always the first that * 00001510
      * many rows of the file.  CKPT-MODE and CKPT-PREFIX are the run * 00001520
      * mode and target of the run that wrote it.                     * 00001530
      ***************************************************************** 00001540
       FD  CKPT-FILE                                                    00001550
           RECORD CONTAINS 391 CHARACTERS.                              00001560
       01  CKPT-RECORD.                                                 00001570
           02  CKPT-STATUS            PIC  X(01).                       00001580
           02  CKPT-LAST-KEY          PIC X(255).                       00001590
           02  CKPT-ROWS-READ         PIC 9(09).                        00001600
           02  CKPT-ADDED             PIC 9(09).                        00001610
           02  CKPT-CHANGED           PIC 9(09).                        00001620
           02  CKPT-UNCHANGED         PIC 9(09).                        00001630
           02  CKPT-REMOVED           PIC 9(09).                        00001640
           02  CKPT-REJECTED          PIC 9(09).                        00001650
           02  CKPT-MODE              PIC  X(01).                       00001660
           02  CKPT-PREFIX            PIC  X(80).                       00001670
                                                                        00001680
      ***************************************************************** 00001690
      * Batch run ledger - this run's START and END records are       * 00001700
      * appended for ZECSLDR's morning summary.                       * 00001710
      ***************************************************************** 00001720
       FD  LDG-OUT                                                      00001730
           RECORD CONTAINS 100 CHARACTERS.                              00001740
       01  LDG-OUT-RECORD             PIC  X(100).                      00001750
                                                                        00001760
       WORKING-STORAGE SECTION.                                         00001770
       01  WS-ZK-STATUS               PIC  X(02) VALUE SPACES.          00001780
       01  WS-ZF-STATUS               PIC  X(02) VALUE SPACES.          00001790
       01  WS-PUBIN-STATUS            PIC  X(02) VALUE SPACES.          00001800
       01  WS-PUBOUT-STATUS           PIC  X(02) VALUE SPACES.          00001810
       01  WS-RPT-STATUS              PIC  X(02) VALUE SPACES.          00001820
       01  WS-PUBIN-LENGTH            PIC  9(05) COMP VALUE ZEROES.     00001830
       01  WS-PUBOUT-LENGTH           PIC  9(05) COMP VALUE ZEROES.     00001840
                                                                        00001850
       01  WS-ZK-EOF-SW               PIC  X(01) VALUE 'N'.             00001860
           88  ZK-EOF                 VALUE 'Y'.                        00001870
       01  WS-IN-EOF-SW               PIC  X(01) VALUE 'N'.             00001880
           88  IN-EOF                 VALUE 'Y'.                        00001890
                                                                        00001900
      ***************************************************************** 00001910
      * Run mode, accepted from SYSIN:                                * 00001920
      *   'U' - write the publish feed.                               * 00001930
      *   any other value (including none) - report only.             * 00001940
      ***************************************************************** 00001950
       01  WS-RUN-MODE                PIC  X(01) VALUE SPACES.          00001960
           88  UPDATE-MODE            VALUE 'U'.                        00001970
                                                                        00001980
       01  WS-PARM-PREFIX             PIC  X(80) VALUE SPACES.          00001990
       01  WS-PARM-TTL                PIC  X(06) VALUE SPACES.          00002000
       01  WS-PARM-TTL-9 REDEFINES WS-PARM-TTL                          00002010
                                      PIC  9(06).                       00002020
       01  WS-PARM-MEDIA              PIC  X(56) VALUE SPACES.          00002030
                                                                        00002040
       01  WS-PREFIX-LEN              PIC S9(04) COMP VALUE ZEROES.     00002050
       01  WS-SLASH-COUNT             PIC S9(04) COMP VALUE ZEROES.     00002060
       01  WS-PREFIX-KEY              PIC X(255) VALUE LOW-VALUES.      00002070
       01  WS-TTL                     PIC  9(06) VALUE ZEROES.          00002080
       01  WS-MEDIA                   PIC  X(56) VALUE 'text/plain'.    00002090
                                                                        00002100
       01  WS-OUTCOME-SW              PIC  X(01) VALUE SPACES.          00002110
           88  OUTCOME-PARM-ERROR     VALUE 'P'.                        00002120
           88  OUTCOME-INPUT-ERROR    VALUE 'I'.                        00002130
           88  OUTCOME-EMPTY          VALUE 'E'.                        00002140
           88  OUTCOME-SEQUENCE       VALUE 'S'.                        00002150
           88  OUTCOME-STOPPED        VALUE 'P' 'I' 'E' 'S'.            00002160
                                                                        00002170
       01  WS-CKPT-STATUS             PIC  X(02) VALUE SPACES.          00002180
       01  WS-RESTART-SW              PIC  X(01) VALUE 'N'.             00002190
           88  RESTARTED              VALUE 'Y'.                        00002200
       01  WS-CKPT-COUNTER            PIC 9(09) VALUE ZEROES.           00002210
       01  WS-CKPT-INTERVAL           PIC 9(09) VALUE 1000.             00002220
       01  WS-LAST-KEY                PIC X(255) VALUE LOW-VALUES.      00002230
       01  WS-SKIP-ROWS               PIC 9(09) VALUE ZEROES.           00002240
                                                                        00002250
       01  WS-ROWS-READ               PIC 9(09) VALUE ZEROES.           00002260
       01  WS-ADDED                   PIC 9(09) VALUE ZEROES.           00002270
       01  WS-CHANGED                 PIC 9(09) VALUE ZEROES.           00002280
       01  WS-UNCHANGED               PIC 9(09) VALUE ZEROES.           00002290
       01  WS-REMOVED                 PIC 9(09) VALUE ZEROES.           00002300
       01  WS-REJECTED                PIC 9(09) VALUE ZEROES.           00002310
       01  WS-FEED-RECORDS            PIC 9(09) VALUE ZEROES.           00002320
                                                                        00002330
      ***************************************************************** 00002340
      * The current PUBIN row - its full key (prefix, '/', the row's  * 00002350
      * key; LOW-VALUE padded as ZK-KEY is), where its value starts   * 00002360
      * in PUBIN-RECORD, and why it cannot be published when it       * 00002370
      * cannot.  A row with no usable key takes no part in the merge. * 00002380
      ***************************************************************** 00002390
       01  WS-IN-KEY                  PIC X(255) VALUE LOW-VALUES.      00002400
       01  WS-PREV-KEY                PIC X(255) VALUE LOW-VALUES.      00002410
       01  WS-ROW-KEY-LEN             PIC S9(04) COMP VALUE ZEROES.     00002420
       01  WS-VALUE-START             PIC S9(08) COMP VALUE ZEROES.     00002430
       01  WS-VALUE-LEN               PIC S9(08) COMP VALUE ZEROES.     00002440
       01  WS-ROW-KEY-MAX             PIC S9(04) COMP VALUE 128.        00002450
       01  WS-VALUE-MAX               PIC S9(08) COMP VALUE 32000.      00002460
       01  WS-REJECT-REASON           PIC  X(16) VALUE SPACES.          00002470
       01  WS-ROW-SW                  PIC  X(01) VALUE 'N'.             00002480
           88  ROW-REJECTED           VALUE 'Y'.                        00002490
       01  WS-ROW-NUMBER              PIC 9(09) VALUE ZEROES.           00002500
       01  WS-SEQ-ROW                 PIC 9(09) VALUE ZEROES.           00002510
                                                                        00002520
       01  WS-ZK-CUR-KEY              PIC X(255) VALUE LOW-VALUES.      00002530
       01  WS-CHANGE-REASON           PIC  X(16) VALUE SPACES.          00002540
                                                                        00002550
      ***************************************************************** 00002560
      * Current time as a CICS-style ABSTIME (milliseconds since      * 00002570
      * 1900-01-01 00:00) - see ZECSEXP's 0060-CURRENT-ABS.           * 00002580
      ***************************************************************** 00002590
       01  WS-CURRENT-DATE-TIME.                                        00002600
           05  WS-CD-DATE             PIC  9(08).                       00002610
           05  WS-CD-HH               PIC  9(02).                       00002620
           05  WS-CD-MM               PIC  9(02).                       00002630
           05  WS-CD-SS               PIC  9(02).                       00002640
           05  FILLER                 PIC  X(07).                       00002650
                                                                        00002660
       01  WS-CURRENT-ABS             PIC S9(15) VALUE ZEROES COMP-3.   00002670
       01  WS-DAYS                    PIC S9(09) VALUE ZEROES COMP-3.   00002680
       01  WS-TTL-MS                  PIC S9(15) VALUE ZEROES COMP-3.   00002690
       01  WS-AGE-MS                  PIC S9(15) VALUE ZEROES COMP-3.   00002700
                                                                        00002710
       01  FILLER.                                                      00002720
           02  WS-COUNT-HW            PIC  9(04) COMP VALUE ZEROES.     00002730
           02  FILLER REDEFINES WS-COUNT-HW.                            00002740
               05  FILLER             PIC  X(01).                       00002750
               05  WS-COUNT-BYTE      PIC  X(01).                       00002760
                                                                        00002770
      ***************************************************************** 00002780
      * Checksum fields - same computation as 4950-COMPUTE-CHECKSUM.  * 00002790
      ***************************************************************** 00002800
       01  WS-CKS-SUM                 PIC  9(18) COMP VALUE ZEROES.     00002810
       01  WS-CKS-QUOT                PIC  9(18) COMP VALUE ZEROES.     00002820
       01  WS-CKS-REM                 PIC  9(09) COMP VALUE ZEROES.     00002830
       01  WS-CKS-IDX                 PIC S9(08) COMP VALUE ZEROES.     00002840
       01  WS-CKS-EDIT                PIC  9(09) VALUE ZEROES.          00002850
       01  WS-CKS-MODULUS             PIC  9(09) COMP VALUE 999999999.  00002860
                                                                        00002870
       01  WS-HEADING-1.                                                00002880
           05  FILLER PIC X(48) VALUE                                   00002890
               'zECS REFERENCE DATA PUBLISH REPORT'.                    00002900
       01  WS-HEADING-2.                                                00002910
           05  FILLER                 PIC X(08) VALUE 'PREFIX: '.       00002920
           05  HL-PREFIX              PIC X(80).                        00002930
       01  WS-HEADING-3.                                                00002940
           05  FILLER PIC X(70) VALUE                                   00002950
               'ACTION     REASON           KEY'.                       00002960
                                                                        00002970
       01  WS-DETAIL-LINE.                                              00002980
           05  DL-ACTION              PIC  X(10).                       00002990
           05  FILLER                 PIC  X(01) VALUE SPACES.          00003000
           05  DL-REASON              PIC  X(16).                       00003010
           05  FILLER                 PIC  X(01) VALUE SPACES.          00003020
           05  DL-KEY                 PIC X(104).                       00003030
                                                                        00003040
       01  WS-SUMMARY-LINE1.                                            00003050
           05  FILLER                 PIC X(24) VALUE                   00003060
               'ROWS READ:             '.                               00003070
           05  SL-ROWS-READ           PIC ZZZ,ZZZ,ZZ9.                  00003080
       01  WS-SUMMARY-LINE2.                                            00003090
           05  FILLER                 PIC X(24) VALUE                   00003100
               'ADDED:                 '.                               00003110
           05  SL-ADDED               PIC ZZZ,ZZZ,ZZ9.                  00003120
       01  WS-SUMMARY-LINE3.                                            00003130
           05  FILLER                 PIC X(24) VALUE                   00003140
               'CHANGED:               '.                               00003150
           05  SL-CHANGED             PIC ZZZ,ZZZ,ZZ9.                  00003160
       01  WS-SUMMARY-LINE4.                                            00003170
           05  FILLER                 PIC X(24) VALUE                   00003180
               'UNCHANGED:             '.                               00003190
           05  SL-UNCHANGED           PIC ZZZ,ZZZ,ZZ9.                  00003200
       01  WS-SUMMARY-LINE5.                                            00003210
           05  FILLER                 PIC X(24) VALUE                   00003220
               'REMOVED:               '.                               00003230
           05  SL-REMOVED             PIC ZZZ,ZZZ,ZZ9.                  00003240
       01  WS-SUMMARY-LINE6.                                            00003250
           05  FILLER                 PIC X(24) VALUE                   00003260
               'REJECTED:              '.                               00003270
           05  SL-REJECTED            PIC ZZZ,ZZZ,ZZ9.                  00003280
       01  WS-SUMMARY-LINE7.                                            00003290
           05  FILLER                 PIC X(24) VALUE                   00003300
               'FEED RECORDS WRITTEN:  '.                               00003310
           05  SL-FEED-RECORDS        PIC ZZZ,ZZZ,ZZ9.                  00003320
       01  WS-SUMMARY-LINE8.                                            00003330
           05  FILLER                 PIC X(31) VALUE                   00003340
               'RUN MODE (U=UPDATE, ELSE RPT):'.                        00003350
           05  FILLER                 PIC  X(01) VALUE SPACES.          00003360
           05  SL-RUN-MODE            PIC  X(01).                       00003370
       01  WS-SUMMARY-LINE9.                                            00003380
           05  FILLER                 PIC X(24) VALUE                   00003390
               'OUT OF SEQUENCE AT ROW:'.                               00003400
           05  SL-SEQ-ROW             PIC ZZZ,ZZZ,ZZ9.                  00003410
                                                                        00003420
       01  WS-OUTCOME-LINE            PIC X(80) VALUE SPACES.           00003430
       01  WS-MSG-PUBLISHED           PIC X(80) VALUE                   00003440
           'FEED WRITTEN - LOAD IT AND DRIVE /zEcsPublish UNTIL MORE=N'.00003450
       01  WS-MSG-REPORTED            PIC X(80) VALUE                   00003460
           'REPORT ONLY - NO FEED WRITTEN'.                             00003470
       01  WS-MSG-PARM-ERROR          PIC X(80) VALUE                   00003480
           'TARGET PREFIX MISSING OR INVALID - NOTHING PUBLISHED'.      00003490
       01  WS-MSG-INPUT-ERROR         PIC X(80) VALUE                   00003500
           'PUBIN NOT AVAILABLE - NOTHING PUBLISHED'.                   00003510
       01  WS-MSG-EMPTY               PIC X(80) VALUE                   00003520
           'PUBIN HAS NO ROWS - NOTHING PUBLISHED'.                     00003530
       01  WS-MSG-SEQUENCE            PIC X(80) VALUE                   00003540
           'PUBIN NOT IN ASCENDING KEY SEQUENCE - NOTHING PUBLISHED'.   00003550
                                                                        00003560
      ***************************************************************** 00003570
      * zECS BATCH RUN LEDGER record definition.                      * 00003580
      ***************************************************************** 00003590
       COPY ZECSLDG.                                                    00003600
       01  WS-LDG-STATUS              PIC  X(02) VALUE SPACES.          00003610
       01  WS-LDG-MODE                PIC  X(01) VALUE SPACES.          00003620
       01  WS-LDG-START-DATE          PIC  9(08) VALUE ZEROES.          00003630
       01  WS-LDG-START-TIME          PIC  9(08) VALUE ZEROES.          00003640
                                                                        00003650
       PROCEDURE DIVISION.                                              00003660
       0000-MAIN.                                                       00003670
           PERFORM 0050-ACCEPT-PARMS      THRU 0050-EXIT.               00003680
           PERFORM 0060-CURRENT-ABS       THRU 0060-EXIT.               00003690
           PERFORM 0070-LEDGER-START      THRU 0070-EXIT.               00003700
                                                                        00003710
           IF  NOT OUTCOME-STOPPED                                      00003720
               PERFORM 0080-CHECK-SEQUENCE THRU 0080-EXIT.              00003730
                                                                        00003740
           PERFORM 0100-OPEN-FILES        THRU 0100-EXIT.               00003750
                                                                        00003760
           IF  NOT RESTARTED                                            00003770
               PERFORM 0300-WRITE-HEADINGS THRU 0300-EXIT.              00003780
                                                                        00003790
           IF  NOT OUTCOME-STOPPED                                      00003800
               PERFORM 0200-MERGE-KEYS    THRU 0200-EXIT                00003810
                   UNTIL IN-EOF AND ZK-EOF                              00003820
               PERFORM 0260-FINAL-CHECKPOINT THRU 0260-EXIT.            00003830
                                                                        00003840
           PERFORM 0400-WRITE-SUMMARY     THRU 0400-EXIT.               00003850
           PERFORM 0900-CLOSE-FILES       THRU 0900-EXIT.               00003860
           PERFORM 0950-LEDGER-END        THRU 0950-EXIT.               00003870
           STOP RUN.                                                    00003880
                                                                        00003890
      ***************************************************************** 00003900
      * SYSIN parameters.  The target must be BU_SBU/application -    * 00003910
      * two levels, no leading, trailing or embedded blank.           * 00003920
      ***************************************************************** 00003930
       0050-ACCEPT-PARMS.                                               00003940
           ACCEPT WS-RUN-MODE      FROM SYSIN.                          00003950
           ACCEPT WS-PARM-PREFIX   FROM SYSIN.                          00003960
           ACCEPT WS-PARM-TTL      FROM SYSIN.                          00003970
           ACCEPT WS-PARM-MEDIA    FROM SYSIN.                          00003980
                                                                        00003990
           IF  WS-PARM-TTL-9 NUMERIC                                    00004000
               MOVE WS-PARM-TTL-9      TO WS-TTL.                       00004010
                                                                        00004020
           IF  WS-PARM-MEDIA NOT EQUAL SPACES                           00004030
               MOVE WS-PARM-MEDIA      TO WS-MEDIA.                     00004040
                                                                        00004050
           MOVE ZEROES TO WS-PREFIX-LEN.                                00004060
           INSPECT WS-PARM-PREFIX TALLYING WS-PREFIX-LEN                00004070
               FOR CHARACTERS BEFORE INITIAL SPACE.                     00004080
                                                                        00004090
           IF  WS-PREFIX-LEN EQUAL ZEROES                               00004100
               MOVE 'P' TO WS-OUTCOME-SW                                00004110
               GO TO 0050-EXIT.                                         00004120
                                                                        00004130
           IF  WS-PARM-PREFIX(WS-PREFIX-LEN + 1:) NOT EQUAL SPACES      00004140
           OR  WS-PARM-PREFIX(1:1) EQUAL '/'                            00004150
           OR  WS-PARM-PREFIX(WS-PREFIX-LEN:1) EQUAL '/'                00004160
               MOVE 'P' TO WS-OUTCOME-SW                                00004170
               GO TO 0050-EXIT.                                         00004180
                                                                        00004190
           MOVE ZEROES TO WS-SLASH-COUNT.                               00004200
           INSPECT WS-PARM-PREFIX(1:WS-PREFIX-LEN)                      00004210
               TALLYING WS-SLASH-COUNT FOR ALL '/'.                     00004220
                                                                        00004230
           IF  WS-SLASH-COUNT NOT EQUAL 1                               00004240
               MOVE 'P' TO WS-OUTCOME-SW                                00004250
               GO TO 0050-EXIT.                                         00004260
                                                                        00004270
           MOVE WS-PARM-PREFIX(1:WS-PREFIX-LEN)                         00004280
                                   TO WS-PREFIX-KEY(1:WS-PREFIX-LEN).   00004290
           ADD 1 TO WS-PREFIX-LEN.                                      00004300
           MOVE '/'                TO WS-PREFIX-KEY(WS-PREFIX-LEN:1).   00004310
       0050-EXIT.                                                       00004320
           EXIT.                                                        00004330
                                                                        00004340
      ***************************************************************** 00004350
      * Build the current time as a CICS-style ABSTIME.  ABSTIME is   * 00004360
      * milliseconds since 1900-01-01 00:00; INTEGER-OF-DATE counts   * 00004370
      * days from 1600-12-31, so the 1900-01-01 integer is the base.  * 00004380
      ***************************************************************** 00004390
       0060-CURRENT-ABS.                                                00004400
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.          00004410
                                                                        00004420
           COMPUTE WS-DAYS =                                            00004430
               FUNCTION INTEGER-OF-DATE(WS-CD-DATE) -                   00004440
               FUNCTION INTEGER-OF-DATE(19000101).                      00004450
                                                                        00004460
           COMPUTE WS-CURRENT-ABS =                                     00004470
               (WS-DAYS    * 86400000) +                                00004480
               (WS-CD-HH   *  3600000) +                                00004490
               (WS-CD-MM   *    60000) +                                00004500
               (WS-CD-SS   *     1000).                                 00004510
       0060-EXIT.                                                       00004520
           EXIT.                                                        00004530
                                                                        00004540
      ***************************************************************** 00004550
      * Append this run's START record to the ledger before any file  * 00004560
      * is opened - a run that abends from here on leaves it without  * 00004570
      * an END record.                                                * 00004580
      ***************************************************************** 00004590
       0070-LEDGER-START.                                               00004600
           MOVE WS-RUN-MODE          TO WS-LDG-MODE.                    00004610
           ACCEPT WS-LDG-START-DATE  FROM DATE YYYYMMDD.                00004620
           ACCEPT WS-LDG-START-TIME  FROM TIME.                         00004630
                                                                        00004640
           MOVE SPACES               TO LDG-RECORD.                     00004650
           MOVE 'ZECSPUB'            TO LDG-JOB.                        00004660
           MOVE 'S'                  TO LDG-EVENT.                      00004670
           MOVE WS-LDG-MODE          TO LDG-MODE.                       00004680
           MOVE WS-LDG-START-DATE    TO LDG-START-DATE.                 00004690
           MOVE WS-LDG-START-TIME    TO LDG-START-TIME.                 00004700
           MOVE ZEROES               TO LDG-END-DATE                    00004710
                                        LDG-END-TIME                    00004720
                                        LDG-PROCESSED                   00004730
                                        LDG-OUTPUT                      00004740
                                        LDG-FOUND                       00004750
                                        LDG-REPAIRED.                   00004760
           PERFORM 0960-APPEND-LEDGER THRU 0960-EXIT.                   00004770
       0070-EXIT.                                                       00004780
           EXIT.                                                        00004790
                                                                        00004800
      ***************************************************************** 00004810
      * Pass one - read all of PUBIN and verify the keys ascend with  * 00004820
      * no duplicates before anything is compared, so an unsorted     * 00004830
      * file can never have a cached key read as missing from it.     * 00004840
      ***************************************************************** 00004850
       0080-CHECK-SEQUENCE.                                             00004860
           OPEN INPUT PUB-IN.                                           00004870
           IF  WS-PUBIN-STATUS NOT EQUAL '00'                           00004880
               MOVE 'I' TO WS-OUTCOME-SW                                00004890
               GO TO 0080-EXIT.                                         00004900
                                                                        00004910
           MOVE LOW-VALUES         TO WS-PREV-KEY.                      00004920
           MOVE ZEROES             TO WS-ROW-NUMBER.                    00004930
           MOVE 'N'                TO WS-IN-EOF-SW.                     00004940
                                                                        00004950
           PERFORM 0090-READ-ROW   THRU 0090-EXIT.                      00004960
           PERFORM 0085-SEQUENCE-ROW THRU 0085-EXIT                     00004970
               UNTIL IN-EOF                                             00004980
                  OR OUTCOME-SEQUENCE.                                  00004990
                                                                        00005000
           IF  WS-ROW-NUMBER EQUAL ZEROES                               00005010
               MOVE 'E' TO WS-OUTCOME-SW.                               00005020
                                                                        00005030
           CLOSE PUB-IN.                                                00005040
           MOVE LOW-VALUES         TO WS-PREV-KEY.                      00005050
           MOVE ZEROES             TO WS-ROW-NUMBER.                    00005060
           MOVE 'N'                TO WS-IN-EOF-SW.                     00005070
       0080-EXIT.                                                       00005080
           EXIT.                                                        00005090
                                                                        00005100
       0085-SEQUENCE-ROW.                                               00005110
           IF  WS-IN-KEY NOT EQUAL HIGH-VALUES                          00005120
               IF  WS-IN-KEY NOT GREATER THAN WS-PREV-KEY               00005130
                   MOVE 'S'           TO WS-OUTCOME-SW                  00005140
                   MOVE WS-ROW-NUMBER TO WS-SEQ-ROW                     00005150
                   GO TO 0085-EXIT                                      00005160
               END-IF                                                   00005170
               MOVE WS-IN-KEY         TO WS-PREV-KEY.                   00005180
                                                                        00005190
           PERFORM 0090-READ-ROW   THRU 0090-EXIT.                      00005200
       0085-EXIT.                                                       00005210
           EXIT.                                                        00005220
                                                                        00005230
      ***************************************************************** 00005240
      * Read the next PUBIN row and split it into its full key and    * 00005250
      * value.  A row whose key is missing or too long is rejected    * 00005260
      * and carries HIGH-VALUES as its key, so it takes no part in    * 00005270
      * the merge; a row with a usable key but no value, or a value   * 00005280
      * too long to publish, is rejected but keeps its key, so its    * 00005290
      * cached entry is neither changed nor removed.  End of file     * 00005300
      * sets WS-IN-KEY to HIGH-VALUES as well.                        * 00005310
      ***************************************************************** 00005320
       0090-READ-ROW.                                                   00005330
           MOVE 'N'                TO WS-ROW-SW.                        00005340
           MOVE SPACES             TO WS-REJECT-REASON.                 00005350
                                                                        00005360
           READ PUB-IN                                                  00005370
               AT END                                                   00005380
                   MOVE 'Y'        TO WS-IN-EOF-SW                      00005390
                   MOVE HIGH-VALUES TO WS-IN-KEY                        00005400
                   GO TO 0090-EXIT                                      00005410
           END-READ.                                                    00005420
                                                                        00005430
           ADD 1 TO WS-ROW-NUMBER.                                      00005440
                                                                        00005450
           MOVE ZEROES             TO WS-ROW-KEY-LEN.                   00005460
           INSPECT PUBIN-RECORD(1:WS-PUBIN-LENGTH)                      00005470
               TALLYING WS-ROW-KEY-LEN                                  00005480
               FOR CHARACTERS BEFORE INITIAL SPACE.                     00005490
                                                                        00005500
           IF  WS-ROW-KEY-LEN EQUAL ZEROES                              00005510
               MOVE 'Y'            TO WS-ROW-SW                         00005520
               MOVE 'NO KEY'       TO WS-REJECT-REASON                  00005530
               MOVE HIGH-VALUES    TO WS-IN-KEY                         00005540
               GO TO 0090-EXIT.                                         00005550
                                                                        00005560
           IF  WS-ROW-KEY-LEN GREATER THAN WS-ROW-KEY-MAX               00005570
               MOVE 'Y'            TO WS-ROW-SW                         00005580
               MOVE 'KEY TOO LONG' TO WS-REJECT-REASON                  00005590
               MOVE HIGH-VALUES    TO WS-IN-KEY                         00005600
               GO TO 0090-EXIT.                                         00005610
                                                                        00005620
           MOVE LOW-VALUES         TO WS-IN-KEY.                        00005630
           MOVE WS-PREFIX-KEY(1:WS-PREFIX-LEN)                          00005640
                                   TO WS-IN-KEY(1:WS-PREFIX-LEN).       00005650
           MOVE PUBIN-RECORD(1:WS-ROW-KEY-LEN)                          00005660
             TO WS-IN-KEY(WS-PREFIX-LEN + 1:WS-ROW-KEY-LEN).            00005670
           COMPUTE WS-VALUE-START = WS-ROW-KEY-LEN + 2.                 00005680
           COMPUTE WS-VALUE-LEN   =                                     00005690
               WS-PUBIN-LENGTH - WS-ROW-KEY-LEN - 1.                    00005700
                                                                        00005710
           IF  WS-VALUE-LEN NOT GREATER THAN ZEROES                     00005720
               MOVE 'Y'            TO WS-ROW-SW                         00005730
               MOVE 'NO VALUE'     TO WS-REJECT-REASON                  00005740
               GO TO 0090-EXIT.                                         00005750
                                                                        00005760
           IF  WS-VALUE-LEN GREATER THAN WS-VALUE-MAX                   00005770
               MOVE 'Y'            TO WS-ROW-SW                         00005780
               MOVE 'VALUE TOO LONG' TO WS-REJECT-REASON.               00005790
       0090-EXIT.                                                       00005800
           EXIT.                                                        00005810
                                                                        00005820
      ***************************************************************** 00005830
      * Pass two opens.  The stores are only read.  A restart skips   * 00005840
      * the PUBIN rows and KEY records already merged and extends     * 00005850
      * the feed and the report.                                      * 00005860
      ***************************************************************** 00005870
       0100-OPEN-FILES.                                                 00005880
           IF  OUTCOME-STOPPED                                          00005890
               OPEN OUTPUT RPT-OUT                                      00005900
               GO TO 0100-EXIT.                                         00005910
                                                                        00005920
           OPEN INPUT ZK-FCT.                                           00005930
           OPEN INPUT ZF-FCT.                                           00005940
           OPEN INPUT PUB-IN.                                           00005950
                                                                        00005960
           PERFORM 0110-RESTORE-CHECKPOINT THRU 0110-EXIT.              00005970
                                                                        00005980
           IF  RESTARTED                                                00005990
               OPEN EXTEND RPT-OUT                                      00006000
               IF  UPDATE-MODE                                          00006010
                   OPEN EXTEND PUB-OUT                                  00006020
               END-IF                                                   00006030
               MOVE CKPT-LAST-KEY  TO ZK-KEY                            00006040
               START ZK-FCT KEY GREATER THAN ZK-KEY                     00006050
                   INVALID KEY                                          00006060
                       MOVE 'Y' TO WS-ZK-EOF-SW                         00006070
               END-START                                                00006080
           ELSE                                                         00006090
               OPEN OUTPUT RPT-OUT                                      00006100
               IF  UPDATE-MODE                                          00006110
                   OPEN OUTPUT PUB-OUT                                  00006120
               END-IF                                                   00006130
               MOVE WS-PREFIX-KEY  TO ZK-KEY                            00006140
               START ZK-FCT KEY NOT LESS THAN ZK-KEY                    00006150
                   INVALID KEY                                          00006160
                       MOVE 'Y' TO WS-ZK-EOF-SW                         00006170
               END-START.                                               00006180
                                                                        00006190
           PERFORM 0210-NEXT-KEY   THRU 0210-EXIT.                      00006200
           PERFORM 0220-NEXT-ROW   THRU 0220-EXIT.                      00006210
       0100-EXIT.                                                       00006220
           EXIT.                                                        00006230
                                                                        00006240
      ***************************************************************** 00006250
      * Resume from an in-progress checkpoint when one is on file and * 00006260
      * was left by a run of the same mode for the same target.       * 00006270
      * Anything else - no file, an empty file, a checkpoint left 'C' * 00006280
      * by a completed run, or one left by a run of another mode or   * 00006290
      * for another target - starts cold.                             * 00006300
      ***************************************************************** 00006310
       0110-RESTORE-CHECKPOINT.                                         00006320
           OPEN INPUT CKPT-FILE.                                        00006330
                                                                        00006340
           IF  WS-CKPT-STATUS NOT EQUAL '00'                            00006350
               GO TO 0110-EXIT.                                         00006360
                                                                        00006370
           READ CKPT-FILE                                               00006380
               AT END                                                   00006390
                   CLOSE CKPT-FILE                                      00006400
                   GO TO 0110-EXIT                                      00006410
           END-READ.                                                    00006420
                                                                        00006430
           IF  CKPT-STATUS NOT EQUAL 'P'                                00006440
               CLOSE CKPT-FILE                                          00006450
               GO TO 0110-EXIT.                                         00006460
                                                                        00006470
           IF  CKPT-MODE   NOT EQUAL WS-RUN-MODE                        00006480
           OR  CKPT-PREFIX NOT EQUAL WS-PARM-PREFIX                     00006490
               DISPLAY 'ZECSPUB - CHECKPOINT LEFT BY ANOTHER RUN '      00006500
                       'IGNORED, STARTING COLD'                         00006510
               CLOSE CKPT-FILE                                          00006520
               GO TO 0110-EXIT.                                         00006530
                                                                        00006540
           MOVE 'Y'                  TO WS-RESTART-SW.                  00006550
           MOVE CKPT-ROWS-READ       TO WS-ROWS-READ.                   00006560
           MOVE CKPT-ROWS-READ       TO WS-SKIP-ROWS.                   00006570
           MOVE CKPT-ADDED           TO WS-ADDED.                       00006580
           MOVE CKPT-CHANGED         TO WS-CHANGED.                     00006590
           MOVE CKPT-UNCHANGED       TO WS-UNCHANGED.                   00006600
           MOVE CKPT-REMOVED         TO WS-REMOVED.                     00006610
           MOVE CKPT-REJECTED        TO WS-REJECTED.                    00006620
                                                                        00006630
           CLOSE CKPT-FILE.                                             00006640
       0110-EXIT.                                                       00006650
           EXIT.                                                        00006660
                                                                        00006670
      ***************************************************************** 00006680
      * One merge step.  The lower of the two current keys is the     * 00006690
      * one handled: a PUBIN key below the KEY store's is new, a KEY  * 00006700
      * store key below PUBIN's is gone from the file, and equal keys * 00006710
      * are compared.  A rejected row is reported and passed over,    * 00006720
      * taking its matching KEY record (if any) with it untouched.    * 00006730
      ***************************************************************** 00006740
       0200-MERGE-KEYS.                                                 00006750
           IF  WS-IN-KEY LESS THAN WS-ZK-CUR-KEY                        00006760
               MOVE WS-IN-KEY      TO WS-LAST-KEY                       00006770
               ADD 1 TO WS-ROWS-READ                                    00006780
               IF  ROW-REJECTED                                         00006790
                   PERFORM 0330-REPORT-REJECT THRU 0330-EXIT            00006800
               ELSE                                                     00006810
                   ADD 1 TO WS-ADDED                                    00006820
                   MOVE 'NEW KEY'  TO WS-CHANGE-REASON                  00006830
                   PERFORM 0240-EMIT-STORE THRU 0240-EXIT               00006840
                   MOVE 'ADDED'    TO DL-ACTION                         00006850
                   PERFORM 0320-REPORT-KEY THRU 0320-EXIT               00006860
               END-IF                                                   00006870
               PERFORM 0220-NEXT-ROW THRU 0220-EXIT                     00006880
               GO TO 0200-CHECKPOINT.                                   00006890
                                                                        00006900
           IF  WS-IN-KEY EQUAL WS-ZK-CUR-KEY                            00006910
               MOVE WS-IN-KEY      TO WS-LAST-KEY                       00006920
               ADD 1 TO WS-ROWS-READ                                    00006930
               IF  ROW-REJECTED                                         00006940
                   PERFORM 0330-REPORT-REJECT THRU 0330-EXIT            00006950
               ELSE                                                     00006960
                   PERFORM 0230-COMPARE-ENTRY THRU 0230-EXIT            00006970
               END-IF                                                   00006980
               PERFORM 0220-NEXT-ROW THRU 0220-EXIT                     00006990
               PERFORM 0210-NEXT-KEY THRU 0210-EXIT                     00007000
               GO TO 0200-CHECKPOINT.                                   00007010
                                                                        00007020
           MOVE WS-ZK-CUR-KEY      TO WS-LAST-KEY.                      00007030
           ADD 1 TO WS-REMOVED.                                         00007040
           MOVE 'NOT IN FILE'      TO WS-CHANGE-REASON.                 00007050
           PERFORM 0250-EMIT-REMOVE THRU 0250-EXIT.                     00007060
           MOVE 'REMOVED'          TO DL-ACTION.                        00007070
           PERFORM 0320-REPORT-KEY THRU 0320-EXIT.                      00007080
           PERFORM 0210-NEXT-KEY   THRU 0210-EXIT.                      00007090
                                                                        00007100
       0200-CHECKPOINT.                                                 00007110
           ADD 1 TO WS-CKPT-COUNTER.                                    00007120
           IF  WS-CKPT-COUNTER NOT LESS THAN WS-CKPT-INTERVAL           00007130
               MOVE ZEROES TO WS-CKPT-COUNTER                           00007140
               PERFORM 0255-TAKE-CHECKPOINT THRU 0255-EXIT.             00007150
       0200-EXIT.                                                       00007160
           EXIT.                                                        00007170
                                                                        00007180
      ***************************************************************** 00007190
      * Next KEY record under the prefix; the first key past it ends  * 00007200
      * the store side of the merge.                                  * 00007210
      ***************************************************************** 00007220
       0210-NEXT-KEY.                                                   00007230
           IF  ZK-EOF                                                   00007240
               MOVE HIGH-VALUES    TO WS-ZK-CUR-KEY                     00007250
               GO TO 0210-EXIT.                                         00007260
                                                                        00007270
           READ ZK-FCT NEXT RECORD                                      00007280
               AT END                                                   00007290
                   MOVE 'Y'        TO WS-ZK-EOF-SW                      00007300
           END-READ.                                                    00007310
                                                                        00007320
           IF  NOT ZK-EOF                                               00007330
               IF  ZK-KEY(1:WS-PREFIX-LEN) NOT EQUAL                    00007340
                   WS-PREFIX-KEY(1:WS-PREFIX-LEN)                       00007350
                   MOVE 'Y'        TO WS-ZK-EOF-SW.                     00007360
                                                                        00007370
           IF  ZK-EOF                                                   00007380
               MOVE HIGH-VALUES    TO WS-ZK-CUR-KEY                     00007390
           ELSE                                                         00007400
               MOVE ZK-KEY         TO WS-ZK-CUR-KEY.                    00007410
       0210-EXIT.                                                       00007420
           EXIT.                                                        00007430
                                                                        00007440
      ***************************************************************** 00007450
      * Next PUBIN row.  A restart passes over the rows the           * 00007460
      * checkpoint says were consumed.  Rows with no usable key are   * 00007470
      * consumed and reported here, since they never reach the        * 00007480
      * merge; every other row is consumed when it is merged.         * 00007490
      ***************************************************************** 00007500
       0220-NEXT-ROW.                                                   00007510
           PERFORM 0090-READ-ROW   THRU 0090-EXIT.                      00007520
                                                                        00007530
           IF  IN-EOF                                                   00007540
               GO TO 0220-EXIT.                                         00007550
                                                                        00007560
           IF  WS-ROW-NUMBER NOT GREATER THAN WS-SKIP-ROWS              00007570
               GO TO 0220-NEXT-ROW.                                     00007580
                                                                        00007590
           IF  ROW-REJECTED                                             00007600
           AND WS-IN-KEY EQUAL HIGH-VALUES                              00007610
               ADD 1 TO WS-ROWS-READ                                    00007620
               PERFORM 0330-REPORT-REJECT THRU 0330-EXIT                00007630
               GO TO 0220-NEXT-ROW.                                     00007640
       0220-EXIT.                                                       00007650
           EXIT.                                                        00007660
                                                                        00007670
      ***************************************************************** 00007680
      * The row's key is cached - decide whether its value changed.   * 00007690
      * The FILE record is read only to see whether the entry is      * 00007700
      * still there and unexpired (evaluated as ZECSEXP does); an     * 00007710
      * entry that is not is published again like a changed one.      * 00007720
      ***************************************************************** 00007730
       0230-COMPARE-ENTRY.                                              00007740
           PERFORM 0270-COMPUTE-CHECKSUM THRU 0270-EXIT.                00007750
                                                                        00007760
           MOVE SPACES             TO WS-CHANGE-REASON.                 00007770
                                                                        00007780
           MOVE ZK-ZF-KEY          TO ZF-KEY.                           00007790
           MOVE ZEROES             TO ZF-SEGMENT.                       00007800
           MOVE ZEROES             TO ZF-SUFFIX.                        00007810
           MOVE ZEROES             TO ZF-ZEROES.                        00007820
           IF  ZK-SEGMENTS EQUAL 'Y'                                    00007830
               MOVE 1 TO ZF-SEGMENT.                                    00007840
                                                                        00007850
           READ ZF-FCT                                                  00007860
               INVALID KEY                                              00007870
                   MOVE 'NO FILE RECORD' TO WS-CHANGE-REASON.           00007880
                                                                        00007890
           IF  WS-CHANGE-REASON EQUAL SPACES                            00007900
               COMPUTE WS-TTL-MS = ZF-TTL * 1000                        00007910
               COMPUTE WS-AGE-MS = WS-CURRENT-ABS - ZF-ABS              00007920
               IF  WS-AGE-MS GREATER THAN WS-TTL-MS                     00007930
                   MOVE 'EXPIRED'  TO WS-CHANGE-REASON.                 00007940
                                                                        00007950
           IF  WS-CHANGE-REASON EQUAL SPACES                            00007960
               IF  ZK-CHECKSUM NOT NUMERIC                              00007970
                   MOVE 'NO CHECKSUM'   TO WS-CHANGE-REASON             00007980
               ELSE                                                     00007990
                   IF  ZK-CHECKSUM NOT EQUAL WS-CKS-EDIT                00008000
                       MOVE 'VALUE CHANGED' TO WS-CHANGE-REASON.        00008010
                                                                        00008020
           IF  WS-CHANGE-REASON EQUAL SPACES                            00008030
               ADD 1 TO WS-UNCHANGED                                    00008040
               PERFORM 0245-EMIT-REFRESH THRU 0245-EXIT                 00008050
           ELSE                                                         00008060
               ADD 1 TO WS-CHANGED                                      00008070
               PERFORM 0240-EMIT-STORE THRU 0240-EXIT                   00008080
               MOVE 'CHANGED'      TO DL-ACTION                         00008090
               PERFORM 0320-REPORT-KEY THRU 0320-EXIT.                  00008100
       0230-EXIT.                                                       00008110
           EXIT.                                                        00008120
                                                                        00008130
      ***************************************************************** 00008140
      * Feed records - written in update mode only.                   * 00008150
      ***************************************************************** 00008160
       0240-EMIT-STORE.                                                 00008170
           IF  NOT UPDATE-MODE                                          00008180
               GO TO 0240-EXIT.                                         00008190
                                                                        00008200
           IF  WS-CHANGE-REASON EQUAL 'NEW KEY'                         00008210
               PERFORM 0270-COMPUTE-CHECKSUM THRU 0270-EXIT.            00008220
                                                                        00008230
           MOVE SPACES             TO PB-RECORD(1:340).                 00008240
           MOVE 'P'                TO PB-ACTION.                        00008250
           MOVE WS-IN-KEY          TO PB-KEY.                           00008260
           MOVE WS-TTL             TO PB-TTL.                           00008270
           MOVE WS-MEDIA           TO PB-MEDIA.                         00008280
           MOVE WS-CKS-EDIT        TO PB-CHECKSUM.                      00008290
           MOVE WS-VALUE-LEN       TO PB-LENGTH.                        00008300
           MOVE PUBIN-RECORD(WS-VALUE-START:WS-VALUE-LEN)               00008310
                                   TO PB-VALUE(1:WS-VALUE-LEN).         00008320
           COMPUTE WS-PUBOUT-LENGTH = 340 + WS-VALUE-LEN.               00008330
                                                                        00008340
           PERFORM 0259-WRITE-FEED THRU 0259-EXIT.                      00008350
       0240-EXIT.                                                       00008360
           EXIT.                                                        00008370
                                                                        00008380
       0245-EMIT-REFRESH.                                               00008390
           IF  NOT UPDATE-MODE                                          00008400
               GO TO 0245-EXIT.                                         00008410
                                                                        00008420
           MOVE SPACES             TO PB-RECORD(1:340).                 00008430
           MOVE 'T'                TO PB-ACTION.                        00008440
           MOVE WS-IN-KEY          TO PB-KEY.                           00008450
           MOVE WS-TTL             TO PB-TTL.                           00008460
           MOVE WS-MEDIA           TO PB-MEDIA.                         00008470
           MOVE SPACES             TO PB-CHECKSUM.                      00008480
           MOVE ZEROES             TO PB-LENGTH.                        00008490
           MOVE 340                TO WS-PUBOUT-LENGTH.                 00008500
                                                                        00008510
           PERFORM 0259-WRITE-FEED THRU 0259-EXIT.                      00008520
       0245-EXIT.                                                       00008530
           EXIT.                                                        00008540
                                                                        00008550
       0250-EMIT-REMOVE.                                                00008560
           IF  NOT UPDATE-MODE                                          00008570
               GO TO 0250-EXIT.                                         00008580
                                                                        00008590
           MOVE SPACES             TO PB-RECORD(1:340).                 00008600
           MOVE 'D'                TO PB-ACTION.                        00008610
           MOVE WS-ZK-CUR-KEY      TO PB-KEY.                           00008620
           MOVE ZEROES             TO PB-TTL.                           00008630
           MOVE SPACES             TO PB-MEDIA.                         00008640
           MOVE SPACES             TO PB-CHECKSUM.                      00008650
           MOVE ZEROES             TO PB-LENGTH.                        00008660
           MOVE 340                TO WS-PUBOUT-LENGTH.                 00008670
                                                                        00008680
           PERFORM 0259-WRITE-FEED THRU 0259-EXIT.                      00008690
       0250-EXIT.                                                       00008700
           EXIT.                                                        00008710
                                                                        00008720
      ***************************************************************** 00008730
      * Rewrite the checkpoint with the key just merged and the       * 00008740
      * running totals.  PUBOUT is closed and reopened first, so      * 00008750
      * every feed record the checkpoint covers is on the dataset     * 00008760
      * before the checkpoint says so.                                * 00008770
      ***************************************************************** 00008780
       0255-TAKE-CHECKPOINT.                                            00008790
           IF  UPDATE-MODE                                              00008800
               CLOSE PUB-OUT                                            00008810
               OPEN EXTEND PUB-OUT.                                     00008820
                                                                        00008830
           MOVE 'P'               TO CKPT-STATUS.                       00008840
           PERFORM 0258-WRITE-CHECKPOINT THRU 0258-EXIT.                00008850
       0255-EXIT.                                                       00008860
           EXIT.                                                        00008870
                                                                        00008880
       0260-FINAL-CHECKPOINT.                                           00008890
           MOVE 'C'               TO CKPT-STATUS.                       00008900
           PERFORM 0258-WRITE-CHECKPOINT THRU 0258-EXIT.                00008910
       0260-EXIT.                                                       00008920
           EXIT.                                                        00008930
                                                                        00008940
       0258-WRITE-CHECKPOINT.                                           00008950
           MOVE WS-LAST-KEY       TO CKPT-LAST-KEY.                     00008960
           MOVE WS-ROWS-READ      TO CKPT-ROWS-READ.                    00008970
           MOVE WS-ADDED          TO CKPT-ADDED.                        00008980
           MOVE WS-CHANGED        TO CKPT-CHANGED.                      00008990
           MOVE WS-UNCHANGED      TO CKPT-UNCHANGED.                    00009000
           MOVE WS-REMOVED        TO CKPT-REMOVED.                      00009010
           MOVE WS-REJECTED       TO CKPT-REJECTED.                     00009020
           MOVE WS-RUN-MODE       TO CKPT-MODE.                         00009030
           MOVE WS-PARM-PREFIX    TO CKPT-PREFIX.                       00009040
                                                                        00009050
           OPEN OUTPUT CKPT-FILE.                                       00009060
           WRITE CKPT-RECORD.                                           00009070
           CLOSE CKPT-FILE.                                             00009080
       0258-EXIT.                                                       00009090
           EXIT.                                                        00009100
                                                                        00009110
       0259-WRITE-FEED.                                                 00009120
           WRITE PB-RECORD.                                             00009130
           IF  WS-PUBOUT-STATUS EQUAL '00'                              00009140
               ADD 1 TO WS-FEED-RECORDS                                 00009150
           ELSE                                                         00009160
               DISPLAY 'ZECSPUB - PUBOUT WRITE STATUS '                 00009170
                       WS-PUBOUT-STATUS.                                00009180
       0259-EXIT.                                                       00009190
           EXIT.                                                        00009200
                                                                        00009210
      ***************************************************************** 00009220
      * Same computation as ZECS001's 4950-COMPUTE-CHECKSUM: the sum  * 00009230
      * of the value's byte values plus its length, modulo            * 00009240
      * 999,999,999.                                                  * 00009250
      ***************************************************************** 00009260
       0270-COMPUTE-CHECKSUM.                                           00009270
           MOVE ZEROES TO WS-CKS-SUM.                                   00009280
                                                                        00009290
           PERFORM 0275-CHECKSUM-BYTE      THRU 0275-EXIT               00009300
               VARYING WS-CKS-IDX FROM WS-VALUE-START BY 1              00009310
               UNTIL   WS-CKS-IDX GREATER THAN                          00009320
                       WS-VALUE-START + WS-VALUE-LEN - 1.               00009330
                                                                        00009340
           ADD WS-VALUE-LEN             TO WS-CKS-SUM.                  00009350
                                                                        00009360
           DIVIDE WS-CKS-SUM BY WS-CKS-MODULUS                          00009370
               GIVING    WS-CKS-QUOT                                    00009380
               REMAINDER WS-CKS-REM.                                    00009390
                                                                        00009400
           MOVE WS-CKS-REM              TO WS-CKS-EDIT.                 00009410
       0270-EXIT.                                                       00009420
           EXIT.                                                        00009430
                                                                        00009440
       0275-CHECKSUM-BYTE.                                              00009450
           MOVE ZEROES TO WS-COUNT-HW.                                  00009460
           MOVE PUBIN-RECORD(WS-CKS-IDX:1) TO WS-COUNT-BYTE.            00009470
           ADD  WS-COUNT-HW             TO WS-CKS-SUM.                  00009480
       0275-EXIT.                                                       00009490
           EXIT.                                                        00009500
                                                                        00009510
       0300-WRITE-HEADINGS.                                             00009520
           WRITE RPT-LINE FROM WS-HEADING-1.                            00009530
           MOVE WS-PARM-PREFIX     TO HL-PREFIX.                        00009540
           WRITE RPT-LINE FROM WS-HEADING-2.                            00009550
           WRITE RPT-LINE FROM WS-HEADING-3.                            00009560
           MOVE SPACES TO RPT-LINE.                                     00009570
           WRITE RPT-LINE.                                              00009580
       0300-EXIT.                                                       00009590
           EXIT.                                                        00009600
                                                                        00009610
      ***************************************************************** 00009620
      * One report line per key added, changed or removed - unchanged * 00009630
      * keys are counted only.  The key is printed with its LOW-VALUE * 00009640
      * padding blanked.                                              * 00009650
      ***************************************************************** 00009660
       0320-REPORT-KEY.                                                 00009670
           MOVE WS-CHANGE-REASON   TO DL-REASON.                        00009680
           MOVE WS-LAST-KEY(1:104) TO DL-KEY.                           00009690
           INSPECT DL-KEY REPLACING ALL LOW-VALUE BY SPACE.             00009700
           WRITE RPT-LINE FROM WS-DETAIL-LINE.                          00009710
       0320-EXIT.                                                       00009720
           EXIT.                                                        00009730
                                                                        00009740
       0330-REPORT-REJECT.                                              00009750
           ADD 1 TO WS-REJECTED.                                        00009760
           MOVE 'REJECTED'         TO DL-ACTION.                        00009770
           MOVE WS-REJECT-REASON   TO DL-REASON.                        00009780
           IF  WS-IN-KEY EQUAL HIGH-VALUES                              00009790
               MOVE PUBIN-RECORD(1:104) TO DL-KEY                       00009800
           ELSE                                                         00009810
               MOVE WS-IN-KEY(1:104)    TO DL-KEY                       00009820
               INSPECT DL-KEY REPLACING ALL LOW-VALUE BY SPACE.         00009830
           WRITE RPT-LINE FROM WS-DETAIL-LINE.                          00009840
       0330-EXIT.                                                       00009850
           EXIT.                                                        00009860
                                                                        00009870
       0400-WRITE-SUMMARY.                                              00009880
           MOVE SPACES TO RPT-LINE.                                     00009890
           WRITE RPT-LINE.                                              00009900
                                                                        00009910
           MOVE WS-ROWS-READ        TO SL-ROWS-READ.                    00009920
           WRITE RPT-LINE FROM WS-SUMMARY-LINE1.                        00009930
           MOVE WS-ADDED            TO SL-ADDED.                        00009940
           WRITE RPT-LINE FROM WS-SUMMARY-LINE2.                        00009950
           MOVE WS-CHANGED          TO SL-CHANGED.                      00009960
           WRITE RPT-LINE FROM WS-SUMMARY-LINE3.                        00009970
           MOVE WS-UNCHANGED        TO SL-UNCHANGED.                    00009980
           WRITE RPT-LINE FROM WS-SUMMARY-LINE4.                        00009990
           MOVE WS-REMOVED          TO SL-REMOVED.                      00010000
           WRITE RPT-LINE FROM WS-SUMMARY-LINE5.                        00010010
           MOVE WS-REJECTED         TO SL-REJECTED.                     00010020
           WRITE RPT-LINE FROM WS-SUMMARY-LINE6.                        00010030
           MOVE WS-FEED-RECORDS     TO SL-FEED-RECORDS.                 00010040
           WRITE RPT-LINE FROM WS-SUMMARY-LINE7.                        00010050
           MOVE WS-RUN-MODE         TO SL-RUN-MODE.                     00010060
           WRITE RPT-LINE FROM WS-SUMMARY-LINE8.                        00010070
                                                                        00010080
           MOVE SPACES TO RPT-LINE.                                     00010090
           WRITE RPT-LINE.                                              00010100
                                                                        00010110
           IF  UPDATE-MODE                                              00010120
               MOVE WS-MSG-PUBLISHED   TO WS-OUTCOME-LINE               00010130
           ELSE                                                         00010140
               MOVE WS-MSG-REPORTED    TO WS-OUTCOME-LINE.              00010150
           IF  OUTCOME-PARM-ERROR                                       00010160
               MOVE WS-MSG-PARM-ERROR  TO WS-OUTCOME-LINE.              00010170
           IF  OUTCOME-INPUT-ERROR                                      00010180
               MOVE WS-MSG-INPUT-ERROR TO WS-OUTCOME-LINE.              00010190
           IF  OUTCOME-EMPTY                                            00010200
               MOVE WS-MSG-EMPTY       TO WS-OUTCOME-LINE.              00010210
           IF  OUTCOME-SEQUENCE                                         00010220
               MOVE WS-MSG-SEQUENCE    TO WS-OUTCOME-LINE               00010230
               MOVE WS-SEQ-ROW         TO SL-SEQ-ROW                    00010240
               WRITE RPT-LINE FROM WS-SUMMARY-LINE9.                    00010250
           WRITE RPT-LINE FROM WS-OUTCOME-LINE.                         00010260
       0400-EXIT.                                                       00010270
           EXIT.                                                        00010280
                                                                        00010290
       0900-CLOSE-FILES.                                                00010300
           CLOSE RPT-OUT.                                               00010310
                                                                        00010320
           IF  OUTCOME-STOPPED                                          00010330
               GO TO 0900-EXIT.                                         00010340
                                                                        00010350
           CLOSE ZK-FCT.                                                00010360
           CLOSE ZF-FCT.                                                00010370
           CLOSE PUB-IN.                                                00010380
           IF  UPDATE-MODE                                              00010390
               CLOSE PUB-OUT.                                           00010400
       0900-EXIT.                                                       00010410
           EXIT.                                                        00010420
                                                                        00010430
      ***************************************************************** 00010440
      * Append this run's END record - completion status and the      * 00010450
      * run's counts, mapped on to the ledger columns as ZECSLDG.cpy  * 00010460
      * describes.                                                    * 00010470
      ***************************************************************** 00010480
       0950-LEDGER-END.                                                 00010490
           MOVE SPACES               TO LDG-RECORD.                     00010500
           MOVE 'ZECSPUB'            TO LDG-JOB.                        00010510
           MOVE 'E'                  TO LDG-EVENT.                      00010520
           MOVE WS-LDG-MODE          TO LDG-MODE.                       00010530
           MOVE WS-LDG-START-DATE    TO LDG-START-DATE.                 00010540
           MOVE WS-LDG-START-TIME    TO LDG-START-TIME.                 00010550
           ACCEPT LDG-END-DATE       FROM DATE YYYYMMDD.                00010560
           ACCEPT LDG-END-TIME       FROM TIME.                         00010570
           MOVE 'C'                  TO LDG-STATUS.                     00010580
           IF  RESTARTED                                                00010590
               MOVE 'R'              TO LDG-STATUS.                     00010600
           IF  OUTCOME-STOPPED                                          00010610
               MOVE 'F'              TO LDG-STATUS.                     00010620
           MOVE WS-ROWS-READ         TO LDG-PROCESSED.                  00010630
           MOVE WS-FEED-RECORDS      TO LDG-OUTPUT.                     00010640
           MOVE WS-REJECTED          TO LDG-FOUND.                      00010650
           MOVE ZEROES               TO LDG-REPAIRED.                   00010660
           PERFORM 0960-APPEND-LEDGER THRU 0960-EXIT.                   00010670
       0950-EXIT.                                                       00010680
           EXIT.                                                        00010690
                                                                        00010700
      ***************************************************************** 00010710
      * Open, append one record and close again, so each record is on * 00010720
      * the dataset the moment it is written.  A first-ever run falls * 00010730
      * back to creating the ledger, as ZECSRPT's 0400-WRITE-HISTORY  * 00010740
      * does; a ledger that will not open costs the run its entry,    * 00010750
      * nothing more.                                                 * 00010760
      ***************************************************************** 00010770
       0960-APPEND-LEDGER.                                              00010780
           OPEN EXTEND LDG-OUT.                                         00010790
           IF  WS-LDG-STATUS NOT EQUAL '00'                             00010800
               OPEN OUTPUT LDG-OUT.                                     00010810
           IF  WS-LDG-STATUS NOT EQUAL '00'                             00010820
               DISPLAY 'ZECSPUB - LEDGER OPEN STATUS ' WS-LDG-STATUS    00010830
               GO TO 0960-EXIT.                                         00010840
                                                                        00010850
           WRITE LDG-OUT-RECORD FROM LDG-RECORD.                        00010860
           CLOSE LDG-OUT.                                               00010870
       0960-EXIT.                                                       00010880
           EXIT.                                                        00010890
