       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. ZECSRKY.                                             00000020
       AUTHOR.     Randy Frerking and Rich Jackson.                     00000030
      ***************************************************************** 00000040
      *                                                               * 00000050
      * z/OS Enterprise Caching Services.                             * 00000060
      *                                                               * 00000070
      * Batch payload re-key job (encryption key rotation).           * 00000080
      *                                                               * 00000090
      * Payloads under a prefix designated for encryption at rest     * 00000100
      * (ZN-ENCRYPT 'Y', see ZECSZNC) are stored enciphered under     * 00000110
      * the key generation that was current when they were written    * 00000120
      * (ZF-EXTRA byte 10 'E', bytes 11-12 the generation - see       * 00000130
      * ZECSEKC).  To rotate keys, a new generation is added as line  * 00000140
      * 1 of the ZCxxEK template and of KEYIN, keeping the earlier    * 00000150
      * lines, and this job is run: it browses ZF-FCT and, for every  * 00000160
      * segment chain (current entries and retained versions alike)   * 00000170
      * still enciphered under an older generation, stages the        * 00000180
      * chain, deciphers it with the old key, enciphers it under the  * 00000190
      * current generation with a fresh IV and rewrites the segments  * 00000200
      * in place.  The ciphertext is the same size, so the chain      * 00000210
      * keeps its segment count; ZK-CHECKSUM is over the clear        * 00000220
      * payload and is unchanged.  Once a run reports nothing left    * 00000230
      * under a generation, that generation's line (and CKDS key)     * 00000240
      * may be retired.                                               * 00000250
      *                                                               * 00000260
      * Entries written before their prefix was designated stay in    * 00000270
      * clear until they are next written.  With SYSIN line 2 'E' the * 00000280
      * job also enciphers those: each clear chain's cache key        * 00000290
      * (ZF-ZK-KEY) is probed against ZN-FCT at the BU_SBU and the    * 00000300
      * BU_SBU/application level, exactly as ZECS001's                * 00000310
      * 9955-CHECK-SENSITIVE does, and a chain under an encrypting    * 00000320
      * prefix is enciphered under the current generation.  The IV    * 00000330
      * and padding make the stored payload up to 32 bytes longer,    * 00000340
      * so such a chain may gain a segment; a single-record entry     * 00000350
      * from before segmentation (segment 0) cannot, and is reported  * 00000360
      * NO ROOM - rewrite it through the service instead.             * 00000370
      * A clear chain reading a shared tail (ZECSZDC.cpy) cannot be   * 00000380
      * enciphered in place either - the tail belongs to every entry  * 00000390
      * sharing it - and is reported SHARED TAIL, counted on its own. * 00000400
      *                                                               * 00000410
      * SYSIN line 1: run mode - 'U' rewrites; any other value        * 00000420
      *               reports what would change, changing nothing.    * 00000430
      * SYSIN line 2: 'E' also enciphers clear entries under an       * 00000440
      *               encrypting prefix (ZNFCT required).             * 00000450
      *                                                               * 00000460
      * KEYIN: the key table, the same 80-byte lines as the ZCxxEK    * 00000470
      *        template - line 1 the current generation.  A missing   * 00000480
      *        or invalid line 1 stops the run before anything is     * 00000490
      *        changed.                                               * 00000500
      *                                                               * 00000510
      * Every chain is re-keyed independently and chains already      * 00000520
      * under the current generation are skipped, so an interrupted   * 00000530
      * run is simply run again.  Intended to run outside of CICS     * 00000540
      * against the base clusters underlying the ZF-FCT/ZN-FCT CICS   * 00000550
      * files, with the region quiesced or its files closed.          * 00000560
      *                                                               * 00000570
      * Date       UserID    Description                              * 00000580
      * ---------- --------  ---------------------------------------- * 00000590
      *                                                               * 00000600
      ***************************************************************** 00000610
       ENVIRONMENT DIVISION.                                            00000620
       INPUT-OUTPUT SECTION.                                            00000630
       FILE-CONTROL.                                                    00000640
           SELECT ZF-FCT ASSIGN TO ZFFCT                                00000650
               ORGANIZATION IS INDEXED                                  00000660
               ACCESS MODE IS DYNAMIC                                   00000670
               RECORD KEY IS ZF-KEY-16                                  00000680
               FILE STATUS IS WS-ZF-STATUS.                             00000690
                                                                        00000700
           SELECT ZN-FCT ASSIGN TO ZNFCT                                00000710
               ORGANIZATION IS INDEXED                                  00000720
               ACCESS MODE IS RANDOM                                    00000730
               RECORD KEY IS ZN-PREFIX                                  00000740
               FILE STATUS IS WS-ZN-STATUS.                             00000750
                                                                        00000760
           SELECT KEY-IN ASSIGN TO KEYIN                                00000770
               ORGANIZATION IS SEQUENTIAL                               00000780
               FILE STATUS IS WS-KEY-STATUS.                            00000790
                                                                        00000800
           SELECT RPT-OUT ASSIGN TO RPTOUT                              00000810
               ORGANIZATION IS LINE SEQUENTIAL                          00000820
               FILE STATUS IS WS-RPT-STATUS.                            00000830
                                                                        00000840
           SELECT LDG-OUT ASSIGN TO LEDGER                              00000850
               ORGANIZATION IS SEQUENTIAL                               00000860
               FILE STATUS IS WS-LDG-STATUS.                            00000870
                                                                        00000880
       DATA DIVISION.                                                   00000890
       FILE SECTION.                                                    00000900
       FD  ZF-FCT                                                       00000910
           RECORD IS VARYING IN SIZE FROM 356 TO 32700 CHARACTERS       00000920
               DEPENDING ON WS-ZF-RECLEN.                               00000930
      ***************************************************************** 00000940
      * zECS FILE record definition.                                  * 00000950
      ***************************************************************** 00000960
       COPY ZECSZFC.                                                    00000970
                                                                        00000980
       FD  ZN-FCT.                                                      00000990
      ***************************************************************** 00001000
      * zECS SENSITIVE KEY PREFIX record definition.                  * 00001010
      ***************************************************************** 00001020
       COPY ZECSZNC.                                                    00001030
                                                                        00001040
       FD  KEY-IN                                                       00001050
           RECORD CONTAINS 80 CHARACTERS.                               00001060
       01  KEY-IN-LINE                PIC  X(80).                       00001070
                                                                        00001080
       FD  RPT-OUT                                                      00001090
           RECORD CONTAINS 132 CHARACTERS.                              00001100
       01  RPT-LINE                   PIC  X(132).                      00001110
                                                                        00001120
      ***************************************************************** 00001130
      * Batch run ledger - this run's START and END records are       * 00001140
      * appended for ZECSLDR's morning summary.                       * 00001150
      ***************************************************************** 00001160
       FD  LDG-OUT                                                      00001170
           RECORD CONTAINS 100 CHARACTERS.                              00001180
       01  LDG-OUT-RECORD             PIC  X(100).                      00001190
                                                                        00001200
       WORKING-STORAGE SECTION.                                         00001210
       01  WS-ZF-STATUS               PIC  X(02) VALUE SPACES.          00001220
       01  WS-ZN-STATUS               PIC  X(02) VALUE SPACES.          00001230
       01  WS-KEY-STATUS              PIC  X(02) VALUE SPACES.          00001240
       01  WS-RPT-STATUS              PIC  X(02) VALUE SPACES.          00001250
       01  WS-ZF-RECLEN               PIC  9(08) VALUE ZEROES.          00001260
       01  WS-EOF-SW                  PIC  X(01) VALUE 'N'.             00001270
           88  ZF-EOF                 VALUE 'Y'.                        00001280
                                                                        00001290
       01  WS-ZF-PREFIX               PIC S9(08) COMP VALUE 356.        00001300
       01  WS-SEGMENT-SIZE            PIC S9(08) COMP VALUE 32000.      00001310
                                                                        00001320
      ***************************************************************** 00001330
      * Run options, accepted from SYSIN:                             * 00001340
      *   line 1 'U' - rewrite the chains; anything else reports.     * 00001350
      *   line 2 'E' - also encipher clear chains under an            * 00001360
      *                encrypting prefix.                             * 00001370
      ***************************************************************** 00001380
       01  WS-RUN-MODE                PIC  X(01) VALUE SPACES.          00001390
           88  UPDATE-MODE            VALUE 'U'.                        00001400
       01  WS-ENCRYPT-MODE            PIC  X(01) VALUE SPACES.          00001410
           88  ENCRYPT-CLEAR          VALUE 'E'.                        00001420
                                                                        00001430
       01  WS-OUTCOME-SW              PIC  X(01) VALUE SPACES.          00001440
           88  OUTCOME-KEY-ERROR      VALUE 'K'.                        00001450
           88  OUTCOME-ZN-ERROR       VALUE 'N'.                        00001460
                                                                        00001470
       01  WS-TOTAL-CHAINS            PIC 9(09) VALUE ZEROES.           00001480
       01  WS-CURRENT-CHAINS          PIC 9(09) VALUE ZEROES.           00001490
       01  WS-CLEAR-CHAINS            PIC 9(09) VALUE ZEROES.           00001500
       01  WS-REKEY-CHAINS            PIC 9(09) VALUE ZEROES.           00001510
       01  WS-ENCRYPT-CHAINS          PIC 9(09) VALUE ZEROES.           00001520
       01  WS-ADDED-SEGMENTS          PIC 9(09) VALUE ZEROES.           00001530
       01  WS-NOKEY-CHAINS            PIC 9(09) VALUE ZEROES.           00001540
       01  WS-FAILED-CHAINS           PIC 9(09) VALUE ZEROES.           00001550
       01  WS-SHORT-CHAINS            PIC 9(09) VALUE ZEROES.           00001560
       01  WS-NOROOM-CHAINS           PIC 9(09) VALUE ZEROES.           00001570
       01  WS-SHARED-CHAINS           PIC 9(09) VALUE ZEROES.           00001580
                                                                        00001590
      ***************************************************************** 00001600
      * The chain being examined.  WS-ACTION says what it needs:      * 00001610
      *   'R' - enciphered under an older generation, re-key it;      * 00001620
      *   'E' - clear, under an encrypting prefix, encipher it.       * 00001630
      ***************************************************************** 00001640
       01  WS-HEAD-KEY                PIC  X(16) VALUE LOW-VALUES.      00001650
       01  WS-ZK-KEY                  PIC X(255) VALUE LOW-VALUES.      00001660
       01  WS-OLD-GENERATION          PIC  X(02) VALUE SPACES.          00001670
       01  WS-ACTION                  PIC  X(01) VALUE SPACES.          00001680
           88  ACTION-REKEY           VALUE 'R'.                        00001690
           88  ACTION-ENCRYPT         VALUE 'E'.                        00001700
       01  WS-CHAIN-SW                PIC  X(01) VALUE 'N'.             00001710
           88  CHAIN-SHORT            VALUE 'Y'.                        00001720
       01  WS-SENSITIVE-SW            PIC  X(01) VALUE 'N'.             00001730
           88  PREFIX-ENCRYPTED       VALUE 'Y'.                        00001740
                                                                        00001750
       01  WS-SEG-BASE                PIC S9(04) COMP VALUE ZEROES.     00001760
       01  WS-SEG-COUNT               PIC S9(04) COMP VALUE ZEROES.     00001770
       01  WS-SEG-LAST                PIC S9(04) COMP VALUE ZEROES.     00001780
       01  WS-SEG-IDX                 PIC S9(04) COMP VALUE ZEROES.     00001790
       01  WS-NEW-COUNT               PIC S9(04) COMP VALUE ZEROES.     00001800
       01  WS-NEW-LAST                PIC S9(04) COMP VALUE ZEROES.     00001810
       01  WS-SEG-LENGTH              PIC S9(08) COMP VALUE ZEROES.     00001820
       01  WS-SEG-OFFSET              PIC S9(08) COMP VALUE ZEROES.     00001830
       01  WS-SEG-REMAINDER           PIC S9(08) COMP VALUE ZEROES.     00001840
       01  WS-KEY-LEN                 PIC S9(04) COMP VALUE ZEROES.     00001850
       01  WS-SLASH-1                 PIC S9(04) COMP VALUE ZEROES.     00001860
       01  WS-SLASH-2                 PIC S9(04) COMP VALUE ZEROES.     00001870
                                                                        00001880
      ***************************************************************** 00001890
      * Staging buffers - the chain as stored, then as rewritten      * 00001900
      * (IV plus ciphertext, up to 32 bytes past the largest clear    * 00001910
      * payload), and the clear payload between the two.              * 00001920
      ***************************************************************** 00001930
       01  WS-STAGE-BUFFER            PIC X(3200032).                   00001940
       01  WS-STAGE-LENGTH            PIC S9(08) COMP VALUE ZEROES.     00001950
       01  WS-CLEAR-BUFFER            PIC X(3200000).                   00001960
       01  WS-CLEAR-LENGTH            PIC S9(08) COMP VALUE ZEROES.     00001970
                                                                        00001980
      ***************************************************************** 00001990
      * Key table (KEYIN) and ICSF parameter list.                    * 00002000
      ***************************************************************** 00002010
       01  WS-KEY-IDX                 PIC S9(04) COMP VALUE ZEROES.     00002020
       01  WS-KEY-MATCH               PIC S9(04) COMP VALUE ZEROES.     00002030
       01  WS-KEY-COUNT               PIC S9(04) COMP VALUE ZEROES.     00002040
                                                                        00002050
       COPY ZECSEKC.                                                    00002060
                                                                        00002070
       01  WS-HEADING-1.                                                00002080
           05  FILLER PIC X(44) VALUE                                   00002090
               'zECS PAYLOAD RE-KEY REPORT'.                            00002100
           05  FILLER PIC X(20) VALUE 'CURRENT GENERATION: '.           00002110
           05  HL-GENERATION          PIC  X(02).                       00002120
           05  FILLER PIC X(02) VALUE SPACES.                           00002130
           05  HL-MODE                PIC  X(11).                       00002140
       01  WS-HEADING-2.                                                00002150
           05  FILLER PIC X(80) VALUE                                   00002160
               'KEY                                                  GEN00002170
      -    ' SEGS  STATUS'.                                             00002180
                                                                        00002190
       01  WS-DETAIL-LINE.                                              00002200
           05  DL-KEY                 PIC  X(52).                       00002210
           05  FILLER                 PIC  X(01) VALUE SPACES.          00002220
           05  DL-GENERATION          PIC  X(02).                       00002230
           05  FILLER                 PIC  X(01) VALUE SPACES.          00002240
           05  DL-SEGMENTS            PIC  ZZZ9.                        00002250
           05  FILLER                 PIC  X(02) VALUE SPACES.          00002260
           05  DL-STATUS              PIC  X(16).                       00002270
                                                                        00002280
       01  WS-SUMMARY-LINE1.                                            00002290
           05  FILLER                 PIC X(24) VALUE                   00002300
               'CHAINS SCANNED:        '.                               00002310
           05  SL-TOTAL-CHAINS        PIC ZZZ,ZZZ,ZZ9.                  00002320
       01  WS-SUMMARY-LINE2.                                            00002330
           05  FILLER                 PIC X(24) VALUE                   00002340
               'ALREADY CURRENT:       '.                               00002350
           05  SL-CURRENT-CHAINS      PIC ZZZ,ZZZ,ZZ9.                  00002360
       01  WS-SUMMARY-LINE3.                                            00002370
           05  FILLER                 PIC X(24) VALUE                   00002380
               'RE-KEYED:              '.                               00002390
           05  SL-REKEY-CHAINS        PIC ZZZ,ZZZ,ZZ9.                  00002400
       01  WS-SUMMARY-LINE4.                                            00002410
           05  FILLER                 PIC X(24) VALUE                   00002420
               'ENCIPHERED FROM CLEAR: '.                               00002430
           05  SL-ENCRYPT-CHAINS      PIC ZZZ,ZZZ,ZZ9.                  00002440
       01  WS-SUMMARY-LINE5.                                            00002450
           05  FILLER                 PIC X(24) VALUE                   00002460
               'SEGMENTS ADDED:        '.                               00002470
           05  SL-ADDED-SEGMENTS      PIC ZZZ,ZZZ,ZZ9.                  00002480
       01  WS-SUMMARY-LINE6.                                            00002490
           05  FILLER                 PIC X(24) VALUE                   00002500
               'CLEAR (LEFT AS IS):    '.                               00002510
           05  SL-CLEAR-CHAINS        PIC ZZZ,ZZZ,ZZ9.                  00002520
       01  WS-SUMMARY-LINE7.                                            00002530
           05  FILLER                 PIC X(24) VALUE                   00002540
               'GENERATION NOT IN KEYIN:'.                              00002550
           05  SL-NOKEY-CHAINS        PIC ZZZ,ZZZ,ZZ9.                  00002560
       01  WS-SUMMARY-LINE8.                                            00002570
           05  FILLER                 PIC X(24) VALUE                   00002580
               'ICSF FAILURES:         '.                               00002590
           05  SL-FAILED-CHAINS       PIC ZZZ,ZZZ,ZZ9.                  00002600
       01  WS-SUMMARY-LINE9.                                            00002610
           05  FILLER                 PIC X(24) VALUE                   00002620
               'CHAINS SHORT:          '.                               00002630
           05  SL-SHORT-CHAINS        PIC ZZZ,ZZZ,ZZ9.                  00002640
       01  WS-SUMMARY-LINE10.                                           00002650
           05  FILLER                 PIC X(24) VALUE                   00002660
               'NO ROOM:               '.                               00002670
           05  SL-NOROOM-CHAINS       PIC ZZZ,ZZZ,ZZ9.                  00002680
       01  WS-SUMMARY-LINE11.                                           00002690
           05  FILLER                 PIC X(24) VALUE                   00002700
               'SHARED TAIL:           '.                               00002710
           05  SL-SHARED-CHAINS       PIC ZZZ,ZZZ,ZZ9.                  00002720
       01  WS-OUTCOME-LINE            PIC X(80) VALUE SPACES.           00002730
       01  WS-MSG-KEY-ERROR           PIC X(80) VALUE                   00002740
           'KEYIN LINE 1 MISSING OR INVALID - NOTHING CHANGED'.         00002750
       01  WS-MSG-ZN-ERROR            PIC X(80) VALUE                   00002760
           'ZNFCT NOT AVAILABLE FOR SYSIN LINE 2 E - NOTHING CHANGED'.  00002770
       01  WS-MSG-REPORT              PIC X(80) VALUE                   00002780
           'REPORT ONLY - NOTHING CHANGED'.                             00002790
                                                                        00002800
      ***************************************************************** 00002810
      * zECS BATCH RUN LEDGER record definition.                      * 00002820
      ***************************************************************** 00002830
       COPY ZECSLDG.                                                    00002840
       01  WS-LDG-STATUS              PIC  X(02) VALUE SPACES.          00002850
       01  WS-LDG-MODE                PIC  X(01) VALUE SPACES.          00002860
       01  WS-LDG-START-DATE          PIC  9(08) VALUE ZEROES.          00002870
       01  WS-LDG-START-TIME          PIC  9(08) VALUE ZEROES.          00002880
                                                                        00002890
       PROCEDURE DIVISION.                                              00002900
       0000-MAIN.                                                       00002910
           PERFORM 0050-ACCEPT-PARMS      THRU 0050-EXIT.               00002920
           PERFORM 0070-LEDGER-START      THRU 0070-EXIT.               00002930
           PERFORM 0080-LOAD-KEYS         THRU 0080-EXIT.               00002940
           PERFORM 0100-OPEN-FILES        THRU 0100-EXIT.               00002950
                                                                        00002960
           IF  NOT OUTCOME-KEY-ERROR                                    00002970
           AND NOT OUTCOME-ZN-ERROR                                     00002980
               PERFORM 0200-BROWSE-CHAINS THRU 0200-EXIT                00002990
                   UNTIL ZF-EOF.                                        00003000
                                                                        00003010
           PERFORM 0600-WRITE-SUMMARY     THRU 0600-EXIT.               00003020
           PERFORM 0900-CLOSE-FILES       THRU 0900-EXIT.               00003030
           PERFORM 0950-LEDGER-END        THRU 0950-EXIT.               00003040
           STOP RUN.                                                    00003050
                                                                        00003060
       0050-ACCEPT-PARMS.                                               00003070
           ACCEPT WS-RUN-MODE      FROM SYSIN.                          00003080
           ACCEPT WS-ENCRYPT-MODE  FROM SYSIN.                          00003090
       0050-EXIT.                                                       00003100
           EXIT.                                                        00003110
                                                                        00003120
      ***************************************************************** 00003130
      * Append this run's START record to the ledger before any file  * 00003140
      * is opened - a run that abends from here on leaves it without  * 00003150
      * an END record.                                                * 00003160
      ***************************************************************** 00003170
       0070-LEDGER-START.                                               00003180
           MOVE WS-RUN-MODE          TO WS-LDG-MODE.                    00003190
           ACCEPT WS-LDG-START-DATE  FROM DATE YYYYMMDD.                00003200
           ACCEPT WS-LDG-START-TIME  FROM TIME.                         00003210
                                                                        00003220
           MOVE SPACES               TO LDG-RECORD.                     00003230
           MOVE 'ZECSRKY'            TO LDG-JOB.                        00003240
           MOVE 'S'                  TO LDG-EVENT.                      00003250
           MOVE WS-LDG-MODE          TO LDG-MODE.                       00003260
           MOVE WS-LDG-START-DATE    TO LDG-START-DATE.                 00003270
           MOVE WS-LDG-START-TIME    TO LDG-START-TIME.                 00003280
           MOVE ZEROES               TO LDG-END-DATE                    00003290
                                        LDG-END-TIME                    00003300
                                        LDG-PROCESSED                   00003310
                                        LDG-OUTPUT                      00003320
                                        LDG-FOUND                       00003330
                                        LDG-REPAIRED.                   00003340
           PERFORM 0960-APPEND-LEDGER THRU 0960-EXIT.                   00003350
       0070-EXIT.                                                       00003360
           EXIT.                                                        00003370
                                                                        00003380
      ***************************************************************** 00003390
      * Load up to eight key table lines.  Line 1 must name a numeric * 00003400
      * generation and a key label - it is what every chain is        * 00003410
      * enciphered under.                                             * 00003420
      ***************************************************************** 00003430
       0080-LOAD-KEYS.                                                  00003440
           MOVE SPACES TO EK-DSECT.                                     00003450
           MOVE ZEROES TO WS-KEY-COUNT.                                 00003460
                                                                        00003470
           OPEN INPUT KEY-IN.                                           00003480
           IF  WS-KEY-STATUS EQUAL '00'                                 00003490
               PERFORM 0085-READ-KEY      THRU 0085-EXIT                00003500
                   UNTIL WS-KEY-STATUS NOT EQUAL '00'                   00003510
                      OR WS-KEY-COUNT EQUAL 8                           00003520
               CLOSE KEY-IN.                                            00003530
                                                                        00003540
           IF  EK-GENERATION(1) NOT NUMERIC                             00003550
           OR  EK-LABEL(1) EQUAL SPACES                                 00003560
               MOVE 'K' TO WS-OUTCOME-SW.                               00003570
       0080-EXIT.                                                       00003580
           EXIT.                                                        00003590
                                                                        00003600
       0085-READ-KEY.                                                   00003610
           READ KEY-IN                                                  00003620
               AT END GO TO 0085-EXIT.                                  00003630
                                                                        00003640
           ADD 1 TO WS-KEY-COUNT.                                       00003650
           MOVE KEY-IN-LINE TO EK-TABLE(WS-KEY-COUNT).                  00003660
       0085-EXIT.                                                       00003670
           EXIT.                                                        00003680
                                                                        00003690
      ***************************************************************** 00003700
      * Nothing is opened for update unless the run can rewrite.      * 00003710
      ***************************************************************** 00003720
       0100-OPEN-FILES.                                                 00003730
           OPEN OUTPUT RPT-OUT.                                         00003740
                                                                        00003750
           IF  OUTCOME-KEY-ERROR                                        00003760
               GO TO 0100-EXIT.                                         00003770
                                                                        00003780
           IF  ENCRYPT-CLEAR                                            00003790
               OPEN INPUT ZN-FCT                                        00003800
               IF  WS-ZN-STATUS NOT EQUAL '00'                          00003810
                   MOVE 'N' TO WS-OUTCOME-SW                            00003820
                   GO TO 0100-EXIT.                                     00003830
                                                                        00003840
           IF  UPDATE-MODE                                              00003850
               OPEN I-O ZF-FCT                                          00003860
               MOVE 'UPDATE'        TO HL-MODE                          00003870
           ELSE                                                         00003880
               OPEN INPUT ZF-FCT                                        00003890
               MOVE 'REPORT ONLY'   TO HL-MODE.                         00003900
                                                                        00003910
           MOVE EK-GENERATION(1)    TO HL-GENERATION.                   00003920
           WRITE RPT-LINE FROM WS-HEADING-1.                            00003930
           WRITE RPT-LINE FROM WS-HEADING-2.                            00003940
           MOVE SPACES TO RPT-LINE.                                     00003950
           WRITE RPT-LINE.                                              00003960
                                                                        00003970
           READ ZF-FCT NEXT RECORD                                      00003980
               AT END MOVE 'Y' TO WS-EOF-SW.                            00003990
       0100-EXIT.                                                       00004000
           EXIT.                                                        00004010
                                                                        00004020
      ***************************************************************** 00004030
      * Each chain is met at its first record - segment 1, or         * 00004040
      * segment 0 for an entry stored before segmentation.  Later     * 00004050
      * segments are skipped; the browse is repositioned past the     * 00004060
      * chain once it has been handled.                               * 00004070
      ***************************************************************** 00004080
       0200-BROWSE-CHAINS.                                              00004090
           IF  ZF-SEGMENT GREATER THAN 1                                00004100
               GO TO 0290-READ-NEXT.                                    00004110
                                                                        00004120
           ADD 1 TO WS-TOTAL-CHAINS.                                    00004130
                                                                        00004140
           MOVE ZF-KEY-16              TO WS-HEAD-KEY.                  00004150
           MOVE ZF-ZK-KEY              TO WS-ZK-KEY.                    00004160
           MOVE ZF-SEGMENT             TO WS-SEG-BASE.                  00004170
           MOVE ZF-SEGMENTS            TO WS-SEG-COUNT.                 00004180
           IF  WS-SEG-COUNT EQUAL ZEROES                                00004190
           OR  WS-SEG-BASE  EQUAL ZEROES                                00004200
               MOVE 1 TO WS-SEG-COUNT.                                  00004210
           COMPUTE WS-SEG-LAST = WS-SEG-BASE + WS-SEG-COUNT - 1.        00004220
                                                                        00004230
           MOVE SPACES                 TO WS-ACTION.                    00004240
           MOVE SPACES                 TO WS-OLD-GENERATION.            00004250
                                                                        00004260
           IF  ZF-EXTRA(10:1) EQUAL 'E'                                 00004270
               MOVE ZF-EXTRA(11:2)     TO WS-OLD-GENERATION             00004280
               IF  WS-OLD-GENERATION EQUAL EK-GENERATION(1)             00004290
                   ADD 1 TO WS-CURRENT-CHAINS                           00004300
                   GO TO 0280-SKIP-CHAIN                                00004310
               ELSE                                                     00004320
                   MOVE 'R'            TO WS-ACTION                     00004330
               END-IF                                                   00004340
           ELSE                                                         00004350
               IF  ENCRYPT-CLEAR                                        00004360
                   PERFORM 0210-CHECK-PREFIX THRU 0210-EXIT             00004370
               END-IF                                                   00004380
               IF  PREFIX-ENCRYPTED  AND  ENCRYPT-CLEAR                 00004390
                   MOVE 'E'            TO WS-ACTION                     00004400
               ELSE                                                     00004410
                   ADD 1 TO WS-CLEAR-CHAINS                             00004420
                   GO TO 0280-SKIP-CHAIN                                00004430
               END-IF                                                   00004440
           END-IF.                                                      00004450
                                                                        00004460
           PERFORM 0300-PROCESS-CHAIN  THRU 0300-EXIT.                  00004470
                                                                        00004480
       0280-SKIP-CHAIN.                                                 00004490
           MOVE WS-HEAD-KEY            TO ZF-KEY-16.                    00004500
           MOVE WS-SEG-LAST            TO ZF-SEGMENT.                   00004510
           IF  WS-NEW-LAST GREATER THAN WS-SEG-LAST                     00004520
               MOVE WS-NEW-LAST        TO ZF-SEGMENT.                   00004530
           MOVE ZEROES                 TO WS-NEW-LAST.                  00004540
                                                                        00004550
           START ZF-FCT KEY GREATER THAN ZF-KEY-16                      00004560
               INVALID KEY                                              00004570
                   MOVE 'Y' TO WS-EOF-SW                                00004580
                   GO TO 0200-EXIT                                      00004590
           END-START.                                                   00004600
                                                                        00004610
       0290-READ-NEXT.                                                  00004620
           READ ZF-FCT NEXT RECORD                                      00004630
               AT END MOVE 'Y' TO WS-EOF-SW.                            00004640
       0200-EXIT.                                                       00004650
           EXIT.                                                        00004660
                                                                        00004670
      ***************************************************************** 00004680
      * Is the clear chain's cache key under a prefix designated for  * 00004690
      * encryption?  The bare BU_SBU is probed first, then the        * 00004700
      * BU_SBU/application pair.                                      * 00004710
      ***************************************************************** 00004720
       0210-CHECK-PREFIX.                                               00004730
           MOVE 'N' TO WS-SENSITIVE-SW.                                 00004740
                                                                        00004750
           MOVE ZEROES TO WS-KEY-LEN.                                   00004760
           INSPECT WS-ZK-KEY TALLYING WS-KEY-LEN                        00004770
               FOR CHARACTERS BEFORE INITIAL LOW-VALUE.                 00004780
                                                                        00004790
           IF  WS-KEY-LEN LESS THAN 1                                   00004800
               GO TO 0210-EXIT.                                         00004810
                                                                        00004820
           MOVE ZEROES TO WS-SLASH-1.                                   00004830
           INSPECT WS-ZK-KEY(1:WS-KEY-LEN)                              00004840
               TALLYING WS-SLASH-1 FOR CHARACTERS BEFORE '/'.           00004850
                                                                        00004860
           IF  WS-SLASH-1 EQUAL ZEROES                                  00004870
           OR  WS-SLASH-1 GREATER THAN 128                              00004880
               GO TO 0210-EXIT.                                         00004890
                                                                        00004900
           MOVE SPACES                 TO ZN-PREFIX.                    00004910
           MOVE WS-ZK-KEY(1:WS-SLASH-1) TO ZN-PREFIX.                   00004920
           PERFORM 0215-READ-PREFIX    THRU 0215-EXIT.                  00004930
                                                                        00004940
           IF  PREFIX-ENCRYPTED                                         00004950
               GO TO 0210-EXIT.                                         00004960
                                                                        00004970
           IF  WS-SLASH-1 + 2 GREATER THAN WS-KEY-LEN                   00004980
               GO TO 0210-EXIT.                                         00004990
                                                                        00005000
           MOVE ZEROES TO WS-SLASH-2.                                   00005010
           INSPECT WS-ZK-KEY(WS-SLASH-1 + 2:                            00005020
                   WS-KEY-LEN - WS-SLASH-1 - 1)                         00005030
               TALLYING WS-SLASH-2 FOR CHARACTERS BEFORE '/'.           00005040
                                                                        00005050
           IF  WS-SLASH-1 + 1 + WS-SLASH-2 GREATER THAN 128             00005060
               GO TO 0210-EXIT.                                         00005070
                                                                        00005080
           MOVE SPACES                 TO ZN-PREFIX.                    00005090
           MOVE WS-ZK-KEY(1:WS-SLASH-1 + 1 + WS-SLASH-2)                00005100
                                       TO ZN-PREFIX.                    00005110
           PERFORM 0215-READ-PREFIX    THRU 0215-EXIT.                  00005120
       0210-EXIT.                                                       00005130
           EXIT.                                                        00005140
                                                                        00005150
       0215-READ-PREFIX.                                                00005160
           READ ZN-FCT                                                  00005170
               INVALID KEY GO TO 0215-EXIT.                             00005180
                                                                        00005190
           IF  ZN-ENCRYPTED                                             00005200
               MOVE 'Y' TO WS-SENSITIVE-SW.                             00005210
       0215-EXIT.                                                       00005220
           EXIT.                                                        00005230
                                                                        00005240
      ***************************************************************** 00005250
      * Stage the chain, recover the clear payload, encipher it under * 00005260
      * the current generation and rewrite the segments.  A report    * 00005270
      * run stops after naming what it would do.                      * 00005280
      ***************************************************************** 00005290
       0300-PROCESS-CHAIN.                                              00005300
           MOVE ZEROES TO WS-NEW-LAST.                                  00005310
                                                                        00005320
           IF  ZF-EXTRA(13:1) EQUAL 'S'                                 00005330
               ADD 1 TO WS-SHARED-CHAINS                                00005340
               MOVE 'SHARED TAIL'         TO DL-STATUS                  00005350
               PERFORM 0500-REPORT-LINE THRU 0500-EXIT                  00005360
               GO TO 0300-EXIT.                                         00005370
                                                                        00005380
           IF  NOT UPDATE-MODE                                          00005390
               IF  ACTION-REKEY                                         00005400
                   MOVE 'WOULD RE-KEY'    TO DL-STATUS                  00005410
                   ADD 1 TO WS-REKEY-CHAINS                             00005420
               ELSE                                                     00005430
                   MOVE 'WOULD ENCIPHER'  TO DL-STATUS                  00005440
                   ADD 1 TO WS-ENCRYPT-CHAINS                           00005450
               END-IF                                                   00005460
               PERFORM 0500-REPORT-LINE THRU 0500-EXIT                  00005470
               GO TO 0300-EXIT.                                         00005480
                                                                        00005490
           PERFORM 0310-STAGE-CHAIN    THRU 0310-EXIT.                  00005500
                                                                        00005510
           IF  CHAIN-SHORT                                              00005520
               ADD 1 TO WS-SHORT-CHAINS                                 00005530
               MOVE 'CHAIN SHORT'         TO DL-STATUS                  00005540
               PERFORM 0500-REPORT-LINE THRU 0500-EXIT                  00005550
               GO TO 0300-EXIT.                                         00005560
                                                                        00005570
           IF  ACTION-REKEY                                             00005580
               PERFORM 0330-DECRYPT     THRU 0330-EXIT                  00005590
           ELSE                                                         00005600
               MOVE WS-STAGE-LENGTH       TO WS-CLEAR-LENGTH            00005610
               MOVE WS-STAGE-BUFFER(1:WS-STAGE-LENGTH)                  00005620
                 TO WS-CLEAR-BUFFER(1:WS-STAGE-LENGTH).                 00005630
                                                                        00005640
           IF  DL-STATUS NOT EQUAL SPACES                               00005650
               PERFORM 0500-REPORT-LINE THRU 0500-EXIT                  00005660
               GO TO 0300-EXIT.                                         00005670
                                                                        00005680
           PERFORM 0340-ENCRYPT        THRU 0340-EXIT.                  00005690
                                                                        00005700
           IF  DL-STATUS NOT EQUAL SPACES                               00005710
               PERFORM 0500-REPORT-LINE THRU 0500-EXIT                  00005720
               GO TO 0300-EXIT.                                         00005730
                                                                        00005740
           DIVIDE WS-STAGE-LENGTH BY WS-SEGMENT-SIZE                    00005750
               GIVING    WS-NEW-COUNT                                   00005760
               REMAINDER WS-SEG-REMAINDER.                              00005770
           IF  WS-SEG-REMAINDER GREATER THAN ZEROES                     00005780
               ADD 1 TO WS-NEW-COUNT.                                   00005790
           IF  WS-NEW-COUNT LESS THAN WS-SEG-COUNT                      00005800
               MOVE WS-SEG-COUNT          TO WS-NEW-COUNT.              00005810
                                                                        00005820
           IF  WS-NEW-COUNT GREATER THAN WS-SEG-COUNT                   00005830
           AND WS-SEG-BASE EQUAL ZEROES                                 00005840
               ADD 1 TO WS-NOROOM-CHAINS                                00005850
               MOVE 'NO ROOM'             TO DL-STATUS                  00005860
               PERFORM 0500-REPORT-LINE THRU 0500-EXIT                  00005870
               GO TO 0300-EXIT.                                         00005880
                                                                        00005890
           COMPUTE WS-NEW-LAST = WS-SEG-BASE + WS-NEW-COUNT - 1.        00005900
           MOVE ZEROES                    TO WS-SEG-OFFSET.             00005910
                                                                        00005920
           PERFORM 0350-REWRITE-SEGMENT THRU 0350-EXIT                  00005930
               VARYING WS-SEG-IDX FROM WS-SEG-BASE BY 1                 00005940
               UNTIL   WS-SEG-IDX GREATER THAN WS-NEW-LAST              00005950
                  OR   DL-STATUS NOT EQUAL SPACES.                      00005960
                                                                        00005970
           IF  DL-STATUS NOT EQUAL SPACES                               00005980
               PERFORM 0500-REPORT-LINE THRU 0500-EXIT                  00005990
               GO TO 0300-EXIT.                                         00006000
                                                                        00006010
           IF  ACTION-REKEY                                             00006020
               ADD 1 TO WS-REKEY-CHAINS                                 00006030
               MOVE 'RE-KEYED'            TO DL-STATUS                  00006040
           ELSE                                                         00006050
               ADD 1 TO WS-ENCRYPT-CHAINS                               00006060
               MOVE 'ENCIPHERED'          TO DL-STATUS.                 00006070
                                                                        00006080
           COMPUTE WS-ADDED-SEGMENTS =                                  00006090
               WS-ADDED-SEGMENTS + WS-NEW-COUNT - WS-SEG-COUNT.         00006100
           PERFORM 0500-REPORT-LINE    THRU 0500-EXIT.                  00006110
       0300-EXIT.                                                       00006120
           EXIT.                                                        00006130
                                                                        00006140
      ***************************************************************** 00006150
      * Read every segment of the chain into the staging buffer,      * 00006160
      * exact stored lengths (RECORD VARYING).                        * 00006170
      ***************************************************************** 00006180
       0310-STAGE-CHAIN.                                                00006190
           MOVE 'N'    TO WS-CHAIN-SW.                                  00006200
           MOVE SPACES TO DL-STATUS.                                    00006210
           MOVE ZEROES TO WS-STAGE-LENGTH.                              00006220
                                                                        00006230
           PERFORM 0320-STAGE-ONE      THRU 0320-EXIT                   00006240
               VARYING WS-SEG-IDX FROM WS-SEG-BASE BY 1                 00006250
               UNTIL   WS-SEG-IDX GREATER THAN WS-SEG-LAST              00006260
                  OR   CHAIN-SHORT.                                     00006270
       0310-EXIT.                                                       00006280
           EXIT.                                                        00006290
                                                                        00006300
       0320-STAGE-ONE.                                                  00006310
           MOVE WS-HEAD-KEY            TO ZF-KEY-16.                    00006320
           MOVE WS-SEG-IDX             TO ZF-SEGMENT.                   00006330
                                                                        00006340
           READ ZF-FCT                                                  00006350
               INVALID KEY                                              00006360
                   MOVE 'Y' TO WS-CHAIN-SW                              00006370
                   GO TO 0320-EXIT                                      00006380
           END-READ.                                                    00006390
                                                                        00006400
           COMPUTE WS-SEG-LENGTH = WS-ZF-RECLEN - WS-ZF-PREFIX.         00006410
                                                                        00006420
           IF  WS-STAGE-LENGTH + WS-SEG-LENGTH                          00006430
                   GREATER THAN 3200000                                 00006440
               MOVE 'Y' TO WS-CHAIN-SW                                  00006450
               GO TO 0320-EXIT.                                         00006460
                                                                        00006470
           MOVE ZF-DATA(1:WS-SEG-LENGTH)                                00006480
             TO WS-STAGE-BUFFER(WS-STAGE-LENGTH + 1:WS-SEG-LENGTH).     00006490
           ADD WS-SEG-LENGTH           TO WS-STAGE-LENGTH.              00006500
       0320-EXIT.                                                       00006510
           EXIT.                                                        00006520
                                                                        00006530
      ***************************************************************** 00006540
      * Decipher the staged chain (16-byte IV, then the ciphertext)   * 00006550
      * with its own generation's key into the clear buffer.          * 00006560
      ***************************************************************** 00006570
       0330-DECRYPT.                                                    00006580
           MOVE ZEROES TO WS-KEY-MATCH.                                 00006590
           PERFORM 0335-FIND-KEY       THRU 0335-EXIT                   00006600
               VARYING WS-KEY-IDX FROM 1 BY 1                           00006610
               UNTIL   WS-KEY-IDX GREATER THAN 8                        00006620
                  OR   WS-KEY-MATCH GREATER THAN ZEROES.                00006630
                                                                        00006640
           IF  WS-KEY-MATCH EQUAL ZEROES                                00006650
               ADD 1 TO WS-NOKEY-CHAINS                                 00006660
               MOVE 'NO KEY'              TO DL-STATUS                  00006670
               GO TO 0330-EXIT.                                         00006680
                                                                        00006690
           IF  WS-STAGE-LENGTH LESS THAN EK-OVERHEAD                    00006700
               ADD 1 TO WS-FAILED-CHAINS                                00006710
               MOVE 'DECIPHER FAILED'     TO DL-STATUS                  00006720
               GO TO 0330-EXIT.                                         00006730
                                                                        00006740
           MOVE WS-STAGE-BUFFER(1:16)     TO EK-IV.                     00006750
           MOVE EK-LABEL(WS-KEY-MATCH)    TO EK-KEY-LABEL.              00006760
           COMPUTE EK-CIPHER-LENGTH = WS-STAGE-LENGTH - 16.             00006770
           MOVE EK-CIPHER-LENGTH          TO EK-CLEAR-LENGTH.           00006780
           MOVE LOW-VALUES                TO EK-CHAIN-DATA.             00006790
                                                                        00006800
           CALL EK-CSNBSYD USING EK-RETURN-CODE                         00006810
                                 EK-REASON-CODE                         00006820
                                 EK-EXIT-LENGTH                         00006830
                                 EK-EXIT-DATA                           00006840
                                 EK-RULE-COUNT                          00006850
                                 EK-RULE-ARRAY                          00006860
                                 EK-KEY-LENGTH                          00006870
                                 EK-KEY-LABEL                           00006880
                                 EK-KEY-PARMS-LENGTH                    00006890
                                 EK-KEY-PARMS                           00006900
                                 EK-BLOCK-SIZE                          00006910
                                 EK-IV-LENGTH                           00006920
                                 EK-IV                                  00006930
                                 EK-CHAIN-LENGTH                        00006940
                                 EK-CHAIN-DATA                          00006950
                                 EK-CIPHER-LENGTH                       00006960
                                 WS-STAGE-BUFFER(17:)                   00006970
                                 EK-CLEAR-LENGTH                        00006980
                                 WS-CLEAR-BUFFER                        00006990
                                 EK-OPTIONAL-LENGTH                     00007000
                                 EK-OPTIONAL-DATA.                      00007010
                                                                        00007020
           IF  EK-RETURN-CODE GREATER THAN EK-WARNING-RC                00007030
               ADD 1 TO WS-FAILED-CHAINS                                00007040
               MOVE 'DECIPHER FAILED'     TO DL-STATUS                  00007050
               GO TO 0330-EXIT.                                         00007060
                                                                        00007070
           MOVE EK-CLEAR-LENGTH           TO WS-CLEAR-LENGTH.           00007080
       0330-EXIT.                                                       00007090
           EXIT.                                                        00007100
                                                                        00007110
       0335-FIND-KEY.                                                   00007120
           IF  EK-GENERATION(WS-KEY-IDX) EQUAL WS-OLD-GENERATION  AND   00007130
               EK-LABEL(WS-KEY-IDX) NOT EQUAL SPACES                    00007140
               MOVE WS-KEY-IDX TO WS-KEY-MATCH.                         00007150
       0335-EXIT.                                                       00007160
           EXIT.                                                        00007170
                                                                        00007180
      ***************************************************************** 00007190
      * Encipher the clear payload under the current generation with  * 00007200
      * a fresh random IV; the staging buffer becomes the new stored  * 00007210
      * bytes.                                                        * 00007220
      ***************************************************************** 00007230
       0340-ENCRYPT.                                                    00007240
           CALL EK-CSNBRNG USING EK-RETURN-CODE                         00007250
                                 EK-REASON-CODE                         00007260
                                 EK-EXIT-LENGTH                         00007270
                                 EK-EXIT-DATA                           00007280
                                 EK-RANDOM-FORM                         00007290
                                 EK-RANDOM.                             00007300
           MOVE EK-RANDOM                 TO EK-IV(1:8).                00007310
                                                                        00007320
           CALL EK-CSNBRNG USING EK-RETURN-CODE                         00007330
                                 EK-REASON-CODE                         00007340
                                 EK-EXIT-LENGTH                         00007350
                                 EK-EXIT-DATA                           00007360
                                 EK-RANDOM-FORM                         00007370
                                 EK-RANDOM.                             00007380
           MOVE EK-RANDOM                 TO EK-IV(9:8).                00007390
                                                                        00007400
           MOVE EK-IV                     TO WS-STAGE-BUFFER(1:16).     00007410
           MOVE EK-LABEL(1)               TO EK-KEY-LABEL.              00007420
           MOVE WS-CLEAR-LENGTH           TO EK-CLEAR-LENGTH.           00007430
           COMPUTE EK-CIPHER-LENGTH = WS-CLEAR-LENGTH + 16.             00007440
           MOVE LOW-VALUES                TO EK-CHAIN-DATA.             00007450
                                                                        00007460
           CALL EK-CSNBSYE USING EK-RETURN-CODE                         00007470
                                 EK-REASON-CODE                         00007480
                                 EK-EXIT-LENGTH                         00007490
                                 EK-EXIT-DATA                           00007500
                                 EK-RULE-COUNT                          00007510
                                 EK-RULE-ARRAY                          00007520
                                 EK-KEY-LENGTH                          00007530
                                 EK-KEY-LABEL                           00007540
                                 EK-KEY-PARMS-LENGTH                    00007550
                                 EK-KEY-PARMS                           00007560
                                 EK-BLOCK-SIZE                          00007570
                                 EK-IV-LENGTH                           00007580
                                 EK-IV                                  00007590
                                 EK-CHAIN-LENGTH                        00007600
                                 EK-CHAIN-DATA                          00007610
                                 EK-CLEAR-LENGTH                        00007620
                                 WS-CLEAR-BUFFER                        00007630
                                 EK-CIPHER-LENGTH                       00007640
                                 WS-STAGE-BUFFER(17:)                   00007650
                                 EK-OPTIONAL-LENGTH                     00007660
                                 EK-OPTIONAL-DATA.                      00007670
                                                                        00007680
           IF  EK-RETURN-CODE GREATER THAN EK-WARNING-RC                00007690
               ADD 1 TO WS-FAILED-CHAINS                                00007700
               MOVE 'ENCIPHER FAILED'     TO DL-STATUS                  00007710
               GO TO 0340-EXIT.                                         00007720
                                                                        00007730
           COMPUTE WS-STAGE-LENGTH = EK-CIPHER-LENGTH + 16.             00007740
       0340-EXIT.                                                       00007750
           EXIT.                                                        00007760
                                                                        00007770
      ***************************************************************** 00007780
      * Rewrite one segment with its slice of the new stored bytes    * 00007790
      * and the current generation's flags.  A segment beyond the old * 00007800
      * chain is written new from the previous segment's header.      * 00007810
      ***************************************************************** 00007820
       0350-REWRITE-SEGMENT.                                            00007830
           MOVE WS-STAGE-LENGTH           TO WS-SEG-LENGTH.             00007840
           SUBTRACT WS-SEG-OFFSET       FROM WS-SEG-LENGTH.             00007850
           IF  WS-SEG-LENGTH GREATER THAN WS-SEGMENT-SIZE               00007860
               MOVE WS-SEGMENT-SIZE       TO WS-SEG-LENGTH.             00007870
                                                                        00007880
           IF  WS-SEG-IDX NOT GREATER THAN WS-SEG-LAST                  00007890
               MOVE WS-HEAD-KEY           TO ZF-KEY-16                  00007900
               MOVE WS-SEG-IDX            TO ZF-SEGMENT                 00007910
               READ ZF-FCT                                              00007920
                   INVALID KEY                                          00007930
                       ADD 1 TO WS-SHORT-CHAINS                         00007940
                       MOVE 'CHAIN SHORT' TO DL-STATUS                  00007950
                       GO TO 0350-EXIT                                  00007960
               END-READ                                                 00007970
           ELSE                                                         00007980
               MOVE WS-SEG-IDX            TO ZF-SEGMENT.                00007990
                                                                        00008000
           MOVE WS-NEW-COUNT              TO ZF-SEGMENTS.               00008010
           MOVE 'E'                       TO ZF-EXTRA(10:1).            00008020
           MOVE EK-GENERATION(1)          TO ZF-EXTRA(11:2).            00008030
           MOVE LOW-VALUES                TO ZF-DATA.                   00008040
           MOVE WS-STAGE-BUFFER(WS-SEG-OFFSET + 1:WS-SEG-LENGTH)        00008050
             TO ZF-DATA(1:WS-SEG-LENGTH).                               00008060
           COMPUTE WS-ZF-RECLEN = WS-ZF-PREFIX + WS-SEG-LENGTH.         00008070
                                                                        00008080
           IF  WS-SEG-IDX NOT GREATER THAN WS-SEG-LAST                  00008090
               REWRITE ZF-RECORD                                        00008100
                   INVALID KEY                                          00008110
                       ADD 1 TO WS-SHORT-CHAINS                         00008120
                       MOVE 'REWRITE FAILED' TO DL-STATUS               00008130
                       GO TO 0350-EXIT                                  00008140
               END-REWRITE                                              00008150
           ELSE                                                         00008160
               WRITE ZF-RECORD                                          00008170
                   INVALID KEY                                          00008180
                       ADD 1 TO WS-SHORT-CHAINS                         00008190
                       MOVE 'WRITE FAILED' TO DL-STATUS                 00008200
                       GO TO 0350-EXIT                                  00008210
               END-WRITE.                                               00008220
                                                                        00008230
           ADD WS-SEG-LENGTH              TO WS-SEG-OFFSET.             00008240
       0350-EXIT.                                                       00008250
           EXIT.                                                        00008260
                                                                        00008270
       0500-REPORT-LINE.                                                00008280
           MOVE SPACES TO DL-KEY.                                       00008290
           MOVE ZEROES TO WS-KEY-LEN.                                   00008300
           INSPECT WS-ZK-KEY TALLYING WS-KEY-LEN                        00008310
               FOR CHARACTERS BEFORE INITIAL LOW-VALUE.                 00008320
           IF  WS-KEY-LEN GREATER THAN 52                               00008330
               MOVE 52 TO WS-KEY-LEN.                                   00008340
           IF  WS-KEY-LEN GREATER THAN ZEROES                           00008350
               MOVE WS-ZK-KEY(1:WS-KEY-LEN) TO DL-KEY.                  00008360
                                                                        00008370
           MOVE WS-OLD-GENERATION      TO DL-GENERATION.                00008380
           MOVE WS-SEG-COUNT           TO DL-SEGMENTS.                  00008390
           WRITE RPT-LINE FROM WS-DETAIL-LINE.                          00008400
           MOVE SPACES                 TO DL-STATUS.                    00008410
       0500-EXIT.                                                       00008420
           EXIT.                                                        00008430
                                                                        00008440
       0600-WRITE-SUMMARY.                                              00008450
           MOVE SPACES TO RPT-LINE.                                     00008460
           WRITE RPT-LINE.                                              00008470
                                                                        00008480
           IF  OUTCOME-KEY-ERROR                                        00008490
               MOVE WS-MSG-KEY-ERROR      TO WS-OUTCOME-LINE            00008500
               WRITE RPT-LINE FROM WS-OUTCOME-LINE                      00008510
               GO TO 0600-EXIT.                                         00008520
                                                                        00008530
           IF  OUTCOME-ZN-ERROR                                         00008540
               MOVE WS-MSG-ZN-ERROR       TO WS-OUTCOME-LINE            00008550
               WRITE RPT-LINE FROM WS-OUTCOME-LINE                      00008560
               GO TO 0600-EXIT.                                         00008570
                                                                        00008580
           MOVE WS-TOTAL-CHAINS        TO SL-TOTAL-CHAINS.              00008590
           WRITE RPT-LINE FROM WS-SUMMARY-LINE1.                        00008600
           MOVE WS-CURRENT-CHAINS      TO SL-CURRENT-CHAINS.            00008610
           WRITE RPT-LINE FROM WS-SUMMARY-LINE2.                        00008620
           MOVE WS-REKEY-CHAINS        TO SL-REKEY-CHAINS.              00008630
           WRITE RPT-LINE FROM WS-SUMMARY-LINE3.                        00008640
           MOVE WS-ENCRYPT-CHAINS      TO SL-ENCRYPT-CHAINS.            00008650
           WRITE RPT-LINE FROM WS-SUMMARY-LINE4.                        00008660
           MOVE WS-ADDED-SEGMENTS      TO SL-ADDED-SEGMENTS.            00008670
           WRITE RPT-LINE FROM WS-SUMMARY-LINE5.                        00008680
           MOVE WS-CLEAR-CHAINS        TO SL-CLEAR-CHAINS.              00008690
           WRITE RPT-LINE FROM WS-SUMMARY-LINE6.                        00008700
           MOVE WS-NOKEY-CHAINS        TO SL-NOKEY-CHAINS.              00008710
           WRITE RPT-LINE FROM WS-SUMMARY-LINE7.                        00008720
           MOVE WS-FAILED-CHAINS       TO SL-FAILED-CHAINS.             00008730
           WRITE RPT-LINE FROM WS-SUMMARY-LINE8.                        00008740
           MOVE WS-SHORT-CHAINS        TO SL-SHORT-CHAINS.              00008750
           WRITE RPT-LINE FROM WS-SUMMARY-LINE9.                        00008760
           MOVE WS-NOROOM-CHAINS       TO SL-NOROOM-CHAINS.             00008770
           WRITE RPT-LINE FROM WS-SUMMARY-LINE10.                       00008780
           MOVE WS-SHARED-CHAINS       TO SL-SHARED-CHAINS.             00008790
           WRITE RPT-LINE FROM WS-SUMMARY-LINE11.                       00008800
                                                                        00008810
           IF  NOT UPDATE-MODE                                          00008820
               MOVE WS-MSG-REPORT         TO WS-OUTCOME-LINE            00008830
               WRITE RPT-LINE FROM WS-OUTCOME-LINE.                     00008840
       0600-EXIT.                                                       00008850
           EXIT.                                                        00008860
                                                                        00008870
       0900-CLOSE-FILES.                                                00008880
           CLOSE RPT-OUT.                                               00008890
                                                                        00008900
           IF  OUTCOME-KEY-ERROR                                        00008910
               GO TO 0900-EXIT.                                         00008920
                                                                        00008930
           IF  ENCRYPT-CLEAR                                            00008940
               CLOSE ZN-FCT.                                            00008950
                                                                        00008960
           IF  NOT OUTCOME-ZN-ERROR                                     00008970
               CLOSE ZF-FCT.                                            00008980
       0900-EXIT.                                                       00008990
           EXIT.                                                        00009000
                                                                        00009010
      ***************************************************************** 00009020
      * Append this run's END record - completion status and the      * 00009030
      * run's counts, mapped on to the ledger columns as ZECSLDG.cpy  * 00009040
      * describes.                                                    * 00009050
      ***************************************************************** 00009060
       0950-LEDGER-END.                                                 00009070
           MOVE SPACES               TO LDG-RECORD.                     00009080
           MOVE 'ZECSRKY'            TO LDG-JOB.                        00009090
           MOVE 'E'                  TO LDG-EVENT.                      00009100
           MOVE WS-LDG-MODE          TO LDG-MODE.                       00009110
           MOVE WS-LDG-START-DATE    TO LDG-START-DATE.                 00009120
           MOVE WS-LDG-START-TIME    TO LDG-START-TIME.                 00009130
           ACCEPT LDG-END-DATE       FROM DATE YYYYMMDD.                00009140
           ACCEPT LDG-END-TIME       FROM TIME.                         00009150
           MOVE 'C'                  TO LDG-STATUS.                     00009160
           IF  OUTCOME-KEY-ERROR                                        00009170
           OR  OUTCOME-ZN-ERROR                                         00009180
               MOVE 'F'              TO LDG-STATUS.                     00009190
           MOVE WS-TOTAL-CHAINS      TO LDG-PROCESSED.                  00009200
           MOVE ZEROES               TO LDG-OUTPUT.                     00009210
           COMPUTE LDG-FOUND = WS-NOKEY-CHAINS  + WS-FAILED-CHAINS +    00009220
                               WS-SHORT-CHAINS  + WS-NOROOM-CHAINS +    00009230
                               WS-SHARED-CHAINS.                        00009240
           MOVE ZEROES               TO LDG-REPAIRED.                   00009250
           IF  UPDATE-MODE                                              00009260
               COMPUTE LDG-REPAIRED = WS-REKEY-CHAINS +                 00009270
                                      WS-ENCRYPT-CHAINS.                00009280
           PERFORM 0960-APPEND-LEDGER THRU 0960-EXIT.                   00009290
       0950-EXIT.                                                       00009300
           EXIT.                                                        00009310
                                                                        00009320
      ***************************************************************** 00009330
      * Open, append one record and close again, so each record is on * 00009340
      * the dataset the moment it is written.  A first-ever run falls * 00009350
      * back to creating the ledger, as ZECSRPT's 0400-WRITE-HISTORY  * 00009360
      * does; a ledger that will not open costs the run its entry,    * 00009370
      * nothing more.                                                 * 00009380
      ***************************************************************** 00009390
       0960-APPEND-LEDGER.                                              00009400
           OPEN EXTEND LDG-OUT.                                         00009410
           IF  WS-LDG-STATUS NOT EQUAL '00'                             00009420
               OPEN OUTPUT LDG-OUT.                                     00009430
           IF  WS-LDG-STATUS NOT EQUAL '00'                             00009440
               DISPLAY 'ZECSRKY - LEDGER OPEN STATUS ' WS-LDG-STATUS    00009450
               GO TO 0960-EXIT.                                         00009460
                                                                        00009470
           WRITE LDG-OUT-RECORD FROM LDG-RECORD.                        00009480
           CLOSE LDG-OUT.                                               00009490
       0960-EXIT.                                                       00009500
           EXIT.                                                        00009510
