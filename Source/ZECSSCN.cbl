       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. ZECSSCN.                                             00000020
       AUTHOR.     Randy Frerking and Rich Jackson.                     00000030
      ***************************************************************** 00000040
      *                                                               * 00000050
      * z/OS Enterprise Caching Services.                             * 00000060
      *                                                               * 00000070
      * Batch sensitive-data pattern scan.                            * 00000080
      *                                                               * 00000090
      * Browses ZK-FCT and, for each KEY, reassembles the entry's     * 00000100
      * ZF-SEGMENT records, deciphers and decodes them exactly as     * 00000110
      * ZECSCKV does (KEYIN for enciphered entries, the ZDFCT         * 00000120
      * reference record for a shared tail), and tests the clear      * 00000130
      * payload against a pattern table - Social Security numbers in  * 00000140
      * their usual formats and card numbers that pass the Luhn       * 00000150
      * check, plus whatever site patterns the PATTERN DD adds.       * 00000160
      * Nothing matched is ever printed: the report names the key,    * 00000170
      * the pattern and how many times it hit, and whether the entry  * 00000180
      * is stored in clear or enciphered.                             * 00000190
      *                                                               * 00000200
      * A second section totals the hits by BU_SBU/application (the   * 00000210
      * same split ZECSRPT uses, with the same OTHER fold-over        * 00000220
      * bucket) so a data-spill review starts from the applications   * 00000230
      * rather than from a ZECSUNL unload.                            * 00000240
      *                                                               * 00000250
      * SYSIN line 1: run mode - 'C' also writes the candidate        * 00000260
      *               prefix list; any other value reports only.      * 00000270
      *                                                               * 00000280
      * With mode 'C' every BU_SBU/application holding a hit in an    * 00000290
      * entry stored in clear is written to the CANDOUT dataset and   * 00000300
      * listed at the end of the report.  Each prefix is probed       * 00000310
      * against ZN-FCT at the BU_SBU and the BU_SBU/application       * 00000320
      * level, as ZECS001's 9955-CHECK-SENSITIVE does: a prefix not   * 00000330
      * on the sensitive list is a candidate to ADD to it, one        * 00000340
      * already on it is holding sensitive values in clear anyway and * 00000350
      * is a candidate to PURGE.  Without a ZNFCT DD the prefix is    * 00000360
      * shown as unchecked and suggested for ADD.                     * 00000370
      *                                                               * 00000380
      * PATTERN: optional 80-byte pattern lines -                     * 00000390
      *   cols  1-8   pattern name, printed on the report             * 00000400
      *   col  10     S - SSN mask (the nine digits must be a         * 00000410
      *                   possible SSN: area not 000, 666 or 9nn,     * 00000420
      *                   group not 00, serial not 0000)              * 00000430
      *               M - mask                                        * 00000440
      *               L - card number, Luhn checked                   * 00000450
      *   cols 12-51  S/M: the mask - N any digit, _ a space, any     * 00000460
      *                    other character itself                     * 00000470
      *               L:   minimum and maximum digits, nn nn          * 00000480
      * A line with '*' in col 1 is a comment.  With no PATTERN DD,   * 00000490
      * or no usable line in it, the built-in table is used: SSN as   * 00000500
      * NNN-NN-NNNN, NNN NN NNNN and NNNNNNNNN, and cards of 13 to    * 00000510
      * 19 digits.                                                    * 00000520
      *                                                               * 00000530
      * A match whose first or last character is a digit must not run * 00000540
      * on into further digits, so a nine-digit SSN is never found    * 00000550
      * inside a longer number.  A card number may be written in      * 00000560
      * groups separated by single spaces or hyphens; it must start   * 00000570
      * 3, 4, 5 or 6 (the card brands' leading digits) and pass the   * 00000580
      * Luhn check.                                                   * 00000590
      *                                                               * 00000600
      * Entries that cannot be read are handled as in ZECSCKV:        * 00000610
      * orphans, and enciphered or shared entries this run cannot     * 00000620
      * read, are counted and skipped; short chains and decipher or   * 00000630
      * decode failures are reported.  Retained versions (ZK-VERSION) * 00000640
      * are not scanned.                                              * 00000650
      *                                                               * 00000660
      * Intended to run outside of CICS against the base clusters     * 00000670
      * underlying the ZK-FCT/ZF-FCT CICS files.                      * 00000680
      *                                                               * 00000690
      * Date       UserID    Description                              * 00000700
      * ---------- --------  ---------------------------------------- * 00000710
      *                                                               * 00000720
      ***************************************************************** 00000730
       ENVIRONMENT DIVISION.                                            00000740
       INPUT-OUTPUT SECTION.                                            00000750
       FILE-CONTROL.                                                    00000760
           SELECT ZK-FCT ASSIGN TO ZKFCT                                00000770
               ORGANIZATION IS INDEXED                                  00000780
               ACCESS MODE IS SEQUENTIAL                                00000790
               RECORD KEY IS ZK-KEY                                     00000800
               FILE STATUS IS WS-ZK-STATUS.                             00000810
                                                                        00000820
           SELECT ZF-FCT ASSIGN TO ZFFCT                                00000830
               ORGANIZATION IS INDEXED                                  00000840
               ACCESS MODE IS DYNAMIC                                   00000850
               RECORD KEY IS ZF-KEY-16                                  00000860
               FILE STATUS IS WS-ZF-STATUS.                             00000870
                                                                        00000880
           SELECT ZD-FCT ASSIGN TO ZDFCT                                00000890
               ORGANIZATION IS INDEXED                                  00000900
               ACCESS MODE IS DYNAMIC                                   00000910
               RECORD KEY IS ZD-KEY                                     00000920
               FILE STATUS IS WS-ZD-STATUS.                             00000930
                                                                        00000940
           SELECT ZN-FCT ASSIGN TO ZNFCT                                00000950
               ORGANIZATION IS INDEXED                                  00000960
               ACCESS MODE IS RANDOM                                    00000970
               RECORD KEY IS ZN-PREFIX                                  00000980
               FILE STATUS IS WS-ZN-STATUS.                             00000990
                                                                        00001000
           SELECT OPTIONAL KEY-IN ASSIGN TO KEYIN                       00001010
               ORGANIZATION IS SEQUENTIAL                               00001020
               FILE STATUS IS WS-KEY-STATUS.                            00001030
                                                                        00001040
           SELECT OPTIONAL PAT-IN ASSIGN TO PATTERN                     00001050
               ORGANIZATION IS SEQUENTIAL                               00001060
               FILE STATUS IS WS-PAT-STATUS.                            00001070
                                                                        00001080
           SELECT RPT-OUT ASSIGN TO RPTOUT                              00001090
               ORGANIZATION IS LINE SEQUENTIAL                          00001100
               FILE STATUS IS WS-RPT-STATUS.                            00001110
                                                                        00001120
           SELECT CAN-OUT ASSIGN TO CANDOUT                             00001130
               ORGANIZATION IS SEQUENTIAL                               00001140
               FILE STATUS IS WS-CAN-STATUS.                            00001150
                                                                        00001160
           SELECT LDG-OUT ASSIGN TO LEDGER                              00001170
               ORGANIZATION IS SEQUENTIAL                               00001180
               FILE STATUS IS WS-LDG-STATUS.                            00001190
                                                                        00001200
       DATA DIVISION.                                                   00001210
       FILE SECTION.                                                    00001220
       FD  ZK-FCT.                                                      00001230
      ***************************************************************** 00001240
      * zECS KEY  record definition.                                  * 00001250
      ***************************************************************** 00001260
       COPY ZECSZKC.                                                    00001270
                                                                        00001280
       FD  ZF-FCT                                                       00001290
           RECORD IS VARYING IN SIZE FROM 356 TO 32700 CHARACTERS       00001300
               DEPENDING ON WS-ZF-RECLEN.                               00001310
      ***************************************************************** 00001320
      * zECS FILE record definition.                                  * 00001330
      ***************************************************************** 00001340
       COPY ZECSZFC.                                                    00001350
                                                                        00001360
       FD  ZD-FCT.                                                      00001370
      ***************************************************************** 00001380
      * zECS SHARED CONTENT record definition.                        * 00001390
      ***************************************************************** 00001400
       COPY ZECSZDC.                                                    00001410
                                                                        00001420
       FD  ZN-FCT.                                                      00001430
      ***************************************************************** 00001440
      * zECS SENSITIVE KEY PREFIX record definition.                  * 00001450
      ***************************************************************** 00001460
       COPY ZECSZNC.                                                    00001470
                                                                        00001480
       FD  KEY-IN                                                       00001490
           RECORD CONTAINS 80 CHARACTERS.                               00001500
       01  KEY-IN-LINE                PIC  X(80).                       00001510
                                                                        00001520
       FD  PAT-IN                                                       00001530
           RECORD CONTAINS 80 CHARACTERS.                               00001540
       01  PAT-IN-LINE                PIC  X(80).                       00001550
                                                                        00001560
       FD  RPT-OUT                                                      00001570
           RECORD CONTAINS 132 CHARACTERS.                              00001580
       01  RPT-LINE                   PIC  X(132).                      00001590
                                                                        00001600
      ***************************************************************** 00001610
      * Candidate prefix list (mode 'C') - one record per             * 00001620
      * BU_SBU/application holding a hit in an entry stored in clear. * 00001630
      *                                                               * 00001640
      *   CAN-ACTION  ADD   - not on the sensitive list (ZN-FCT)      * 00001650
      *               PURGE - on the list, yet holding such values    * 00001660
      *                       in clear                                * 00001670
      *   CAN-LISTED  Y / N, or ? when ZNFCT was not available        * 00001680
      ***************************************************************** 00001690
       FD  CAN-OUT                                                      00001700
           RECORD CONTAINS 160 CHARACTERS.                              00001710
       01  CAN-RECORD.                                                  00001720
           02  CAN-PREFIX             PIC X(128).                       00001730
           02  FILLER                 PIC  X(01).                       00001740
           02  CAN-ACTION             PIC  X(08).                       00001750
           02  FILLER                 PIC  X(01).                       00001760
           02  CAN-LISTED             PIC  X(01).                       00001770
           02  FILLER                 PIC  X(01).                       00001780
           02  CAN-KEYS-HIT           PIC  9(09).                       00001790
           02  FILLER                 PIC  X(01).                       00001800
           02  CAN-KEYS               PIC  9(09).                       00001810
           02  FILLER                 PIC  X(01).                       00001820
                                                                        00001830
      ***************************************************************** 00001840
      * Batch run ledger - this run's START and END records are       * 00001850
      * appended for ZECSLDR's morning summary.                       * 00001860
      ***************************************************************** 00001870
       FD  LDG-OUT                                                      00001880
           RECORD CONTAINS 100 CHARACTERS.                              00001890
       01  LDG-OUT-RECORD             PIC  X(100).                      00001900
                                                                        00001910
       WORKING-STORAGE SECTION.                                         00001920
       01  WS-ZK-STATUS               PIC  X(02) VALUE SPACES.          00001930
       01  WS-ZF-STATUS               PIC  X(02) VALUE SPACES.          00001940
       01  WS-ZD-STATUS               PIC  X(02) VALUE SPACES.          00001950
       01  WS-ZN-STATUS               PIC  X(02) VALUE SPACES.          00001960
       01  WS-KEY-STATUS              PIC  X(02) VALUE SPACES.          00001970
       01  WS-PAT-STATUS              PIC  X(02) VALUE SPACES.          00001980
       01  WS-RPT-STATUS              PIC  X(02) VALUE SPACES.          00001990
       01  WS-CAN-STATUS              PIC  X(02) VALUE SPACES.          00002000
       01  WS-ZF-RECLEN               PIC  9(08) VALUE ZEROES.          00002010
       01  WS-EOF-SW                  PIC  X(01) VALUE 'N'.             00002020
           88  ZK-EOF                 VALUE 'Y'.                        00002030
                                                                        00002040
       01  WS-ZF-PREFIX               PIC S9(08) COMP VALUE 356.        00002050
                                                                        00002060
      ***************************************************************** 00002070
      * Run options, accepted from SYSIN:                             * 00002080
      *   line 1 'C' - also write the candidate prefix list.          * 00002090
      ***************************************************************** 00002100
       01  WS-RUN-MODE                PIC  X(01) VALUE SPACES.          00002110
           88  CANDIDATE-MODE         VALUE 'C'.                        00002120
                                                                        00002130
       01  WS-ZD-SW                   PIC  X(01) VALUE 'N'.             00002140
           88  ZD-OPEN                VALUE 'Y'.                        00002150
       01  WS-ZN-SW                   PIC  X(01) VALUE 'N'.             00002160
           88  ZN-OPEN                VALUE 'Y'.                        00002170
       01  WS-CAN-SW                  PIC  X(01) VALUE 'N'.             00002180
           88  CAN-OPEN               VALUE 'Y'.                        00002190
                                                                        00002200
       01  WS-TOTAL-KEYS              PIC 9(09) VALUE ZEROES.           00002210
       01  WS-SCANNED-KEYS            PIC 9(09) VALUE ZEROES.           00002220
       01  WS-HIT-KEYS                PIC 9(09) VALUE ZEROES.           00002230
       01  WS-CLEAR-HIT-KEYS          PIC 9(09) VALUE ZEROES.           00002240
       01  WS-TOTAL-HITS              PIC 9(09) VALUE ZEROES.           00002250
       01  WS-ORPHAN-KEYS             PIC 9(09) VALUE ZEROES.           00002260
       01  WS-DECODE-FAILS            PIC 9(09) VALUE ZEROES.           00002270
       01  WS-CHAIN-FAILS             PIC 9(09) VALUE ZEROES.           00002280
       01  WS-CRYPT-SKIPS             PIC 9(09) VALUE ZEROES.           00002290
       01  WS-CRYPT-FAILS             PIC 9(09) VALUE ZEROES.           00002300
       01  WS-SHARE-SKIPS             PIC 9(09) VALUE ZEROES.           00002310
       01  WS-CANDIDATES              PIC 9(09) VALUE ZEROES.           00002320
                                                                        00002330
       01  WS-ORPHAN-SW               PIC  X(01) VALUE 'N'.             00002340
           88  KEY-IS-ORPHAN          VALUE 'Y'.                        00002350
       01  WS-DECODE-SW               PIC  X(01) VALUE 'N'.             00002360
           88  DECODE-FAILED          VALUE 'Y'.                        00002370
       01  WS-CHAIN-SW                PIC  X(01) VALUE 'N'.             00002380
           88  CHAIN-SHORT            VALUE 'Y'.                        00002390
       01  WS-CRYPT-SW                PIC  X(01) VALUE 'N'.             00002400
           88  CRYPT-FAILED           VALUE 'Y'.                        00002410
       01  WS-NOKEY-SW                PIC  X(01) VALUE 'N'.             00002420
           88  CRYPT-NO-KEY           VALUE 'Y'.                        00002430
       01  WS-STORED-SW               PIC  X(01) VALUE 'N'.             00002440
           88  STORED-ENCIPHERED      VALUE 'Y'.                        00002450
                                                                        00002460
       01  WS-SEG-COUNT               PIC S9(04) COMP VALUE ZEROES.     00002470
       01  WS-SEG-IDX                 PIC S9(04) COMP VALUE ZEROES.     00002480
       01  WS-SEG-BASE                PIC S9(04) COMP VALUE ZEROES.     00002490
       01  WS-SEG-FIRST               PIC S9(04) COMP VALUE ZEROES.     00002500
       01  WS-SEG-LENGTH              PIC S9(08) COMP VALUE ZEROES.     00002510
       01  WS-KEY-LEN                 PIC S9(04) COMP VALUE ZEROES.     00002520
                                                                        00002530
      ***************************************************************** 00002540
      * Shared tails (ZECSZDC.cpy).  0230-STAGE-ONE reads             * 00002550
      * WS-READ-CHAIN/WS-READ-SUFFIX - the entry's own chain, or from * 00002560
      * segment 2 its content chain - and segment 1's header is put   * 00002570
      * back once the chain is staged.                                * 00002580
      ***************************************************************** 00002590
       01  WS-SHARE-SW                PIC  X(01) VALUE 'N'.             00002600
           88  SHARE-TAIL-READ        VALUE 'Y'.                        00002610
           88  SHARE-SKIPPED          VALUE 'K'.                        00002620
       01  WS-READ-CHAIN              PIC  X(08) VALUE LOW-VALUES.      00002630
       01  WS-READ-SUFFIX             PIC  9(04) COMP VALUE ZEROES.     00002640
       01  WS-SHARE-HEADER            PIC X(356) VALUE LOW-VALUES.      00002650
                                                                        00002660
      ***************************************************************** 00002670
      * Staging buffers - the reassembled (possibly encoded) entry    * 00002680
      * and the clear payload that is scanned.                        * 00002690
      ***************************************************************** 00002700
       01  WS-STAGE-BUFFER            PIC X(3200000).                   00002710
       01  WS-STAGE-LENGTH            PIC S9(08) COMP VALUE ZEROES.     00002720
       01  WS-RAW-BUFFER              PIC X(3200000).                   00002730
       01  WS-RAW-LENGTH              PIC S9(08) COMP VALUE ZEROES.     00002740
                                                                        00002750
      ***************************************************************** 00002760
      * Payload decipher fields - the ICSF parameter list and the     * 00002770
      * KEYIN key table (ZECSEKC).  An entry's key generation is      * 00002780
      * looked up in the table; the IV is the first 16 stored bytes.  * 00002790
      ***************************************************************** 00002800
       01  WS-KEY-IDX                 PIC S9(04) COMP VALUE ZEROES.     00002810
       01  WS-KEY-MATCH               PIC S9(04) COMP VALUE ZEROES.     00002820
       01  WS-KEY-COUNT               PIC S9(04) COMP VALUE ZEROES.     00002830
                                                                        00002840
       COPY ZECSEKC.                                                    00002850
                                                                        00002860
      ***************************************************************** 00002870
      * Run-length decode fields - the encoding ZECS001's             * 00002880
      * 4800-COMPRESS-PAYLOAD produces: X'00' escape, binary count    * 00002890
      * (max 255), repeated byte.                                     * 00002900
      ***************************************************************** 00002910
       01  WS-BINARY-ZERO             PIC  X(01) VALUE X'00'.           00002920
       01  WS-CPR-IN                  PIC S9(08) COMP VALUE ZEROES.     00002930
       01  WS-CPR-OUT                 PIC S9(08) COMP VALUE ZEROES.     00002940
       01  WS-CPR-RUN                 PIC S9(08) COMP VALUE ZEROES.     00002950
       01  WS-CPR-EXPAND              PIC S9(08) COMP VALUE ZEROES.     00002960
       01  WS-CPR-ORIG-LENGTH         PIC S9(08) COMP VALUE ZEROES.     00002970
       01  WS-CPR-ORIG-EDIT           PIC  9(08) VALUE ZEROES.          00002980
                                                                        00002990
       01  FILLER.                                                      00003000
           02  WS-COUNT-HW            PIC  9(04) COMP VALUE ZEROES.     00003010
           02  FILLER REDEFINES WS-COUNT-HW.                            00003020
               05  FILLER             PIC  X(01).                       00003030
               05  WS-COUNT-BYTE      PIC  X(01).                       00003040
                                                                        00003050
      ***************************************************************** 00003060
      * Pattern table - loaded from the PATTERN DD, or from the       * 00003070
      * built-in lines below when it has none.  PT-KEY-HITS counts    * 00003080
      * the current entry's hits; the totals are for the run.         * 00003090
      ***************************************************************** 00003100
       01  WS-PATTERN-MAX             PIC S9(04) COMP VALUE 20.         00003110
       01  WS-PATTERN-COUNT           PIC S9(04) COMP VALUE ZEROES.     00003120
       01  WS-PATTERN-IGNORED         PIC 9(09) VALUE ZEROES.           00003130
       01  WS-PATTERN-TABLE.                                            00003140
           05  WS-PATTERN-ENTRY OCCURS 20 TIMES.                        00003150
               10  PT-NAME            PIC  X(08).                       00003160
               10  PT-TYPE            PIC  X(01).                       00003170
                   88  PT-SSN         VALUE 'S'.                        00003180
                   88  PT-MASK        VALUE 'M'.                        00003190
                   88  PT-CARD        VALUE 'L'.                        00003200
               10  PT-MASK-TEXT       PIC  X(40).                       00003210
               10  PT-MASK-LEN        PIC S9(04) COMP.                  00003220
               10  PT-MIN-DIGITS      PIC S9(04) COMP.                  00003230
               10  PT-MAX-DIGITS      PIC S9(04) COMP.                  00003240
               10  PT-KEY-HITS        PIC S9(08) COMP.                  00003250
               10  PT-TOTAL-HITS      PIC  9(09).                       00003260
               10  PT-TOTAL-KEYS      PIC  9(09).                       00003270
                                                                        00003280
       01  WS-PATTERN-LINE.                                             00003290
           05  PL-NAME                PIC  X(08).                       00003300
           05  FILLER                 PIC  X(01).                       00003310
           05  PL-TYPE                PIC  X(01).                       00003320
           05  FILLER                 PIC  X(01).                       00003330
           05  PL-MASK                PIC  X(40).                       00003340
           05  PL-CARD REDEFINES PL-MASK.                               00003350
               10  PL-MIN-DIGITS      PIC  9(02).                       00003360
               10  FILLER             PIC  X(01).                       00003370
               10  PL-MAX-DIGITS      PIC  9(02).                       00003380
               10  FILLER             PIC  X(35).                       00003390
           05  FILLER                 PIC  X(29).                       00003400
                                                                        00003410
       01  WS-DEFAULT-PATTERNS.                                         00003420
           05  FILLER                 PIC  X(80) VALUE                  00003430
               'SSN      S NNN-NN-NNNN'.                                00003440
           05  FILLER                 PIC  X(80) VALUE                  00003450
               'SSN-SP   S NNN_NN_NNNN'.                                00003460
           05  FILLER                 PIC  X(80) VALUE                  00003470
               'SSN-9    S NNNNNNNNN'.                                  00003480
           05  FILLER                 PIC  X(80) VALUE                  00003490
               'CARD     L 13 19'.                                      00003500
       01  FILLER REDEFINES WS-DEFAULT-PATTERNS.                        00003510
           05  WS-DEFAULT-LINE OCCURS 4 TIMES                           00003520
                                      PIC  X(80).                       00003530
       01  WS-DEFAULT-IDX             PIC S9(04) COMP VALUE ZEROES.     00003540
       01  WS-DIGIT-TALLY             PIC S9(04) COMP VALUE ZEROES.     00003550
                                                                        00003560
      ***************************************************************** 00003570
      * Scan fields.  WS-DIGITS holds the digits of the match being   * 00003580
      * tested (up to 19, enough for any card number) for the SSN and * 00003590
      * Luhn checks.                                                  * 00003600
      ***************************************************************** 00003610
       01  WS-PAT-IDX                 PIC S9(04) COMP VALUE ZEROES.     00003620
       01  WS-MASK-IDX                PIC S9(04) COMP VALUE ZEROES.     00003630
       01  WS-SCAN-POS                PIC S9(08) COMP VALUE ZEROES.     00003640
       01  WS-SCAN-STEP               PIC S9(08) COMP VALUE ZEROES.     00003650
       01  WS-TEXT-POS                PIC S9(08) COMP VALUE ZEROES.     00003660
       01  WS-LAST-POS                PIC S9(08) COMP VALUE ZEROES.     00003670
       01  WS-MASK-CHAR               PIC  X(01) VALUE SPACES.          00003680
       01  WS-TEXT-CHAR               PIC  X(01) VALUE SPACES.          00003690
       01  WS-DIGIT-COUNT             PIC S9(04) COMP VALUE ZEROES.     00003700
       01  WS-DIGITS                  PIC  X(19) VALUE SPACES.          00003710
       01  WS-SSN-DIGITS REDEFINES WS-DIGITS.                           00003720
           05  WS-SSN-AREA            PIC  X(03).                       00003730
           05  WS-SSN-GROUP           PIC  X(02).                       00003740
           05  WS-SSN-SERIAL          PIC  X(04).                       00003750
           05  FILLER                 PIC  X(10).                       00003760
       01  WS-HIT-SW                  PIC  X(01) VALUE 'N'.             00003770
           88  PATTERN-HIT            VALUE 'Y'.                        00003780
       01  WS-MATCH-SW                PIC  X(01) VALUE 'N'.             00003790
           88  MASK-MATCHED           VALUE 'Y'.                        00003800
       01  WS-CARD-SW                 PIC  X(01) VALUE 'N'.             00003810
           88  CARD-END               VALUE 'Y'.                        00003820
       01  WS-LITERAL-SW              PIC  X(01) VALUE 'N'.             00003830
           88  LITERAL-START          VALUE 'Y'.                        00003840
       01  WS-ENTRY-SW                PIC  X(01) VALUE 'N'.             00003850
           88  ENTRY-HIT              VALUE 'Y'.                        00003860
                                                                        00003870
      ***************************************************************** 00003880
      * Luhn check - from the rightmost digit, every second digit is  * 00003890
      * doubled (less 9 when that passes 9); the number is valid when * 00003900
      * the sum is a multiple of 10.                                  * 00003910
      ***************************************************************** 00003920
       01  WS-LUHN-IDX                PIC S9(04) COMP VALUE ZEROES.     00003930
       01  WS-LUHN-POS                PIC S9(04) COMP VALUE ZEROES.     00003940
       01  WS-LUHN-DIGIT              PIC  9(01) VALUE ZEROES.          00003950
       01  WS-LUHN-VALUE              PIC S9(04) COMP VALUE ZEROES.     00003960
       01  WS-LUHN-SUM                PIC S9(08) COMP VALUE ZEROES.     00003970
       01  WS-LUHN-QUOT               PIC S9(08) COMP VALUE ZEROES.     00003980
       01  WS-LUHN-REM                PIC S9(04) COMP VALUE ZEROES.     00003990
       01  WS-LUHN-HALF               PIC S9(04) COMP VALUE ZEROES.     00004000
       01  WS-LUHN-ODD                PIC S9(04) COMP VALUE ZEROES.     00004010
                                                                        00004020
      ***************************************************************** 00004030
      * Break-out table by BU_SBU / application, as in ZECSRPT.       * 00004040
      * Entries beyond the table size are folded into the extra OTHER * 00004050
      * bucket at the end of the table, so the section always sums to * 00004060
      * the run's totals.  Keys arrive in key order, so the last      * 00004070
      * bucket used is tried first.                                   * 00004080
      ***************************************************************** 00004090
       01  WS-MAX-BUCKET              PIC S9(04) COMP VALUE 500.        00004100
       01  WS-OTHER-BUCKET            PIC S9(04) COMP VALUE 501.        00004110
       01  WS-BUCKET-COUNT            PIC S9(04) COMP VALUE ZEROES.     00004120
       01  WS-BUCKET-TABLE.                                             00004130
           05  WS-BUCKET-ENTRY OCCURS 501 TIMES                         00004140
                                  INDEXED BY SB-IDX.                    00004150
               10  SB-BU-SBU          PIC  X(64).                       00004160
               10  SB-APPLICATION     PIC  X(64).                       00004170
               10  SB-KEYS            PIC  9(09) COMP.                  00004180
               10  SB-KEYS-HIT        PIC  9(09) COMP.                  00004190
               10  SB-CLEAR-HIT       PIC  9(09) COMP.                  00004200
               10  SB-PATTERN OCCURS 20 TIMES.                          00004210
                   15  SB-PAT-KEYS    PIC  9(09) COMP.                  00004220
                   15  SB-PAT-HITS    PIC  9(09) COMP.                  00004230
       01  WS-CUR-BUCKET              PIC S9(04) COMP VALUE ZEROES.     00004240
       01  WS-BUCKET-IDX              PIC S9(04) COMP VALUE ZEROES.     00004250
       01  WS-CLEAN-BUCKETS           PIC 9(09) VALUE ZEROES.           00004260
                                                                        00004270
       01  WS-CUR-BU-SBU              PIC  X(64) VALUE SPACES.          00004280
       01  WS-CUR-APPLICATION         PIC  X(64) VALUE SPACES.          00004290
       01  WS-SLASH-1                 PIC S9(04) COMP VALUE ZEROES.     00004300
       01  WS-SLASH-2                 PIC S9(04) COMP VALUE ZEROES.     00004310
       01  WS-REST-LEN                PIC S9(04) COMP VALUE ZEROES.     00004320
       01  WS-FOUND-SW                PIC  X(01) VALUE 'N'.             00004330
           88  BUCKET-FOUND           VALUE 'Y'.                        00004340
                                                                        00004350
       01  WS-CAN-PREFIX              PIC X(128) VALUE SPACES.          00004360
       01  WS-LISTED-SW               PIC  X(01) VALUE 'N'.             00004370
           88  PREFIX-LISTED          VALUE 'Y'.                        00004380
                                                                        00004390
       01  WS-HEADING-1.                                                00004400
           05  FILLER PIC X(44) VALUE                                   00004410
               'zECS SENSITIVE DATA SCAN REPORT'.                       00004420
           05  HL-MODE                PIC  X(14).                       00004430
       01  WS-HEADING-2.                                                00004440
           05  FILLER PIC X(80) VALUE                                   00004450
               'KEY                                                  PAT00004460
      -    'TERN       HITS  STATUS'.                                   00004470
                                                                        00004480
       01  WS-DETAIL-LINE.                                              00004490
           05  DL-KEY                 PIC  X(52).                       00004500
           05  FILLER                 PIC  X(01) VALUE SPACES.          00004510
           05  DL-PATTERN             PIC  X(08).                       00004520
           05  FILLER                 PIC  X(01) VALUE SPACES.          00004530
           05  DL-HITS                PIC  X(09).                       00004540
           05  FILLER                 PIC  X(02) VALUE SPACES.          00004550
           05  DL-STATUS              PIC  X(12).                       00004560
       01  WS-HITS-EDIT               PIC  ZZZZZZZZ9.                   00004570
                                                                        00004580
       01  WS-HEADING-3.                                                00004590
           05  FILLER PIC X(44) VALUE                                   00004600
               'HITS BY BU_SBU / APPLICATION'.                          00004610
       01  WS-HEADING-4.                                                00004620
           05  FILLER PIC X(100) VALUE                                  00004630
               'BU_SBU                   APPLICATION                    00004640
      -    ' KEYS    KEYS HIT    IN CLEAR'.                             00004650
       01  WS-BUCKET-LINE.                                              00004660
           05  BL-BU-SBU              PIC  X(24).                       00004670
           05  FILLER                 PIC  X(01) VALUE SPACES.          00004680
           05  BL-APPLICATION         PIC  X(24).                       00004690
           05  FILLER                 PIC  X(01) VALUE SPACES.          00004700
           05  BL-KEYS                PIC  ZZZ,ZZZ,ZZ9.                 00004710
           05  FILLER                 PIC  X(01) VALUE SPACES.          00004720
           05  BL-KEYS-HIT            PIC  ZZZ,ZZZ,ZZ9.                 00004730
           05  FILLER                 PIC  X(01) VALUE SPACES.          00004740
           05  BL-CLEAR-HIT           PIC  ZZZ,ZZZ,ZZ9.                 00004750
       01  WS-BUCKET-PATTERN-LINE.                                      00004760
           05  FILLER                 PIC  X(08) VALUE SPACES.          00004770
           05  BP-PATTERN             PIC  X(08).                       00004780
           05  FILLER                 PIC  X(07) VALUE '  KEYS '.       00004790
           05  BP-KEYS                PIC  ZZZ,ZZZ,ZZ9.                 00004800
           05  FILLER                 PIC  X(07) VALUE '  HITS '.       00004810
           05  BP-HITS                PIC  ZZZ,ZZZ,ZZ9.                 00004820
                                                                        00004830
       01  WS-HEADING-5.                                                00004840
           05  FILLER PIC X(44) VALUE                                   00004850
               'CANDIDATE PREFIXES'.                                    00004860
       01  WS-HEADING-6.                                                00004870
           05  FILLER PIC X(100) VALUE                                  00004880
               'PREFIX                                           ACTION 00004890
      -    '  LISTED    KEYS HIT        KEYS'.                          00004900
       01  WS-CANDIDATE-LINE.                                           00004910
           05  CL-PREFIX              PIC  X(48).                       00004920
           05  FILLER                 PIC  X(01) VALUE SPACES.          00004930
           05  CL-ACTION              PIC  X(08).                       00004940
           05  FILLER                 PIC  X(01) VALUE SPACES.          00004950
           05  CL-LISTED              PIC  X(06).                       00004960
           05  FILLER                 PIC  X(01) VALUE SPACES.          00004970
           05  CL-KEYS-HIT            PIC  ZZZ,ZZZ,ZZ9.                 00004980
           05  FILLER                 PIC  X(01) VALUE SPACES.          00004990
           05  CL-KEYS                PIC  ZZZ,ZZZ,ZZ9.                 00005000
                                                                        00005010
       01  WS-SUMMARY-LINE1.                                            00005020
           05  FILLER                 PIC X(24) VALUE                   00005030
               'KEYS READ:              '.                              00005040
           05  SL-TOTAL-KEYS          PIC ZZZ,ZZZ,ZZ9.                  00005050
       01  WS-SUMMARY-LINE2.                                            00005060
           05  FILLER                 PIC X(24) VALUE                   00005070
               'KEYS SCANNED:           '.                              00005080
           05  SL-SCANNED-KEYS        PIC ZZZ,ZZZ,ZZ9.                  00005090
       01  WS-SUMMARY-LINE3.                                            00005100
           05  FILLER                 PIC X(24) VALUE                   00005110
               'KEYS WITH HITS:         '.                              00005120
           05  SL-HIT-KEYS            PIC ZZZ,ZZZ,ZZ9.                  00005130
       01  WS-SUMMARY-LINE4.                                            00005140
           05  FILLER                 PIC X(24) VALUE                   00005150
               '  STORED IN CLEAR:      '.                              00005160
           05  SL-CLEAR-HIT-KEYS      PIC ZZZ,ZZZ,ZZ9.                  00005170
       01  WS-SUMMARY-LINE5.                                            00005180
           05  FILLER                 PIC X(24) VALUE                   00005190
               'TOTAL HITS:             '.                              00005200
           05  SL-TOTAL-HITS          PIC ZZZ,ZZZ,ZZ9.                  00005210
       01  WS-SUMMARY-LINE6.                                            00005220
           05  FILLER                 PIC X(24) VALUE                   00005230
               'CHAINS SHORT:           '.                              00005240
           05  SL-CHAIN-FAILS         PIC ZZZ,ZZZ,ZZ9.                  00005250
       01  WS-SUMMARY-LINE7.                                            00005260
           05  FILLER                 PIC X(24) VALUE                   00005270
               'DECRYPT FAILURES:       '.                              00005280
           05  SL-CRYPT-FAILS         PIC ZZZ,ZZZ,ZZ9.                  00005290
       01  WS-SUMMARY-LINE8.                                            00005300
           05  FILLER                 PIC X(24) VALUE                   00005310
               'DECODE FAILURES:        '.                              00005320
           05  SL-DECODE-FAILS        PIC ZZZ,ZZZ,ZZ9.                  00005330
       01  WS-SUMMARY-LINE9.                                            00005340
           05  FILLER                 PIC X(24) VALUE                   00005350
               'ORPHANS SKIPPED:        '.                              00005360
           05  SL-ORPHAN-KEYS         PIC ZZZ,ZZZ,ZZ9.                  00005370
       01  WS-SUMMARY-LINE10.                                           00005380
           05  FILLER                 PIC X(24) VALUE                   00005390
               'ENCRYPTED (NO KEY):     '.                              00005400
           05  SL-CRYPT-SKIPS         PIC ZZZ,ZZZ,ZZ9.                  00005410
       01  WS-SUMMARY-LINE11.                                           00005420
           05  FILLER                 PIC X(24) VALUE                   00005430
               'SHARED (NO ZDFCT):      '.                              00005440
           05  SL-SHARE-SKIPS         PIC ZZZ,ZZZ,ZZ9.                  00005450
       01  WS-SUMMARY-LINE12.                                           00005460
           05  FILLER                 PIC X(24) VALUE                   00005470
               'APPLICATIONS CLEAN:     '.                              00005480
           05  SL-CLEAN-BUCKETS       PIC ZZZ,ZZZ,ZZ9.                  00005490
       01  WS-SUMMARY-LINE13.                                           00005500
           05  FILLER                 PIC X(24) VALUE                   00005510
               'CANDIDATE PREFIXES:     '.                              00005520
           05  SL-CANDIDATES          PIC ZZZ,ZZZ,ZZ9.                  00005530
       01  WS-SUMMARY-LINE14.                                           00005540
           05  FILLER                 PIC X(24) VALUE                   00005550
               'PATTERN LINES IGNORED:  '.                              00005560
           05  SL-PATTERN-IGNORED     PIC ZZZ,ZZZ,ZZ9.                  00005570
       01  WS-MSG-NO-CANDIDATES       PIC X(80) VALUE                   00005580
           'NO CANDIDATE PREFIXES'.                                     00005590
       01  WS-MSG-CAN-ERROR           PIC X(80) VALUE                   00005600
           'CANDOUT NOT AVAILABLE - CANDIDATE LIST NOT WRITTEN'.        00005610
                                                                        00005620
      ***************************************************************** 00005630
      * zECS BATCH RUN LEDGER record definition.                      * 00005640
      ***************************************************************** 00005650
       COPY ZECSLDG.                                                    00005660
       01  WS-LDG-STATUS              PIC  X(02) VALUE SPACES.          00005670
       01  WS-LDG-MODE                PIC  X(01) VALUE SPACES.          00005680
       01  WS-LDG-START-DATE          PIC  9(08) VALUE ZEROES.          00005690
       01  WS-LDG-START-TIME          PIC  9(08) VALUE ZEROES.          00005700
                                                                        00005710
       PROCEDURE DIVISION.                                              00005720
       0000-MAIN.                                                       00005730
           PERFORM 0050-ACCEPT-PARMS      THRU 0050-EXIT.               00005740
           PERFORM 0070-LEDGER-START      THRU 0070-EXIT.               00005750
           PERFORM 0100-OPEN-FILES        THRU 0100-EXIT.               00005760
           PERFORM 0200-BROWSE-KEYS       THRU 0200-EXIT                00005770
               UNTIL ZK-EOF.                                            00005780
           PERFORM 0500-WRITE-BUCKETS     THRU 0500-EXIT.               00005790
           PERFORM 0600-WRITE-CANDIDATES  THRU 0600-EXIT.               00005800
           PERFORM 0700-WRITE-SUMMARY     THRU 0700-EXIT.               00005810
           PERFORM 0900-CLOSE-FILES       THRU 0900-EXIT.               00005820
           PERFORM 0950-LEDGER-END        THRU 0950-EXIT.               00005830
           STOP RUN.                                                    00005840
                                                                        00005850
       0050-ACCEPT-PARMS.                                               00005860
           ACCEPT WS-RUN-MODE      FROM SYSIN.                          00005870
       0050-EXIT.                                                       00005880
           EXIT.                                                        00005890
                                                                        00005900
      ***************************************************************** 00005910
      * Append this run's START record to the ledger before any file  * 00005920
      * is opened - a run that abends from here on leaves it without  * 00005930
      * an END record.                                                * 00005940
      ***************************************************************** 00005950
       0070-LEDGER-START.                                               00005960
           MOVE SPACES               TO WS-LDG-MODE.                    00005970
           IF  CANDIDATE-MODE                                           00005980
               MOVE WS-RUN-MODE      TO WS-LDG-MODE.                    00005990
           ACCEPT WS-LDG-START-DATE  FROM DATE YYYYMMDD.                00006000
           ACCEPT WS-LDG-START-TIME  FROM TIME.                         00006010
                                                                        00006020
           MOVE SPACES               TO LDG-RECORD.                     00006030
           MOVE 'ZECSSCN'            TO LDG-JOB.                        00006040
           MOVE 'S'                  TO LDG-EVENT.                      00006050
           MOVE WS-LDG-MODE          TO LDG-MODE.                       00006060
           MOVE WS-LDG-START-DATE    TO LDG-START-DATE.                 00006070
           MOVE WS-LDG-START-TIME    TO LDG-START-TIME.                 00006080
           MOVE ZEROES               TO LDG-END-DATE                    00006090
                                        LDG-END-TIME                    00006100
                                        LDG-PROCESSED                   00006110
                                        LDG-OUTPUT                      00006120
                                        LDG-FOUND                       00006130
                                        LDG-REPAIRED.                   00006140
           PERFORM 0960-APPEND-LEDGER THRU 0960-EXIT.                   00006150
       0070-EXIT.                                                       00006160
           EXIT.                                                        00006170
                                                                        00006180
      ***************************************************************** 00006190
      * ZDFCT is optional, as in ZECSCKV.  ZNFCT and CANDOUT are      * 00006200
      * opened only for the candidate list; a ZNFCT that will not     * 00006210
      * open leaves the prefixes unchecked, a CANDOUT that will not   * 00006220
      * open leaves the list on the report only.                      * 00006230
      ***************************************************************** 00006240
       0100-OPEN-FILES.                                                 00006250
           OPEN INPUT ZK-FCT.                                           00006260
           OPEN INPUT ZF-FCT.                                           00006270
           OPEN INPUT ZD-FCT.                                           00006280
           IF  WS-ZD-STATUS EQUAL '00'                                  00006290
               MOVE 'Y' TO WS-ZD-SW                                     00006300
           ELSE                                                         00006310
               DISPLAY 'ZECSSCN - ZDFCT OPEN STATUS ' WS-ZD-STATUS      00006320
                       ', SHARED TAILS NOT READ'.                       00006330
                                                                        00006340
           IF  CANDIDATE-MODE                                           00006350
               MOVE 'CANDIDATE LIST' TO HL-MODE                         00006360
               OPEN INPUT ZN-FCT                                        00006370
               IF  WS-ZN-STATUS EQUAL '00'                              00006380
                   MOVE 'Y' TO WS-ZN-SW                                 00006390
               ELSE                                                     00006400
                   DISPLAY 'ZECSSCN - ZNFCT OPEN STATUS ' WS-ZN-STATUS  00006410
                           ', PREFIXES NOT CHECKED'                     00006420
               END-IF                                                   00006430
               OPEN OUTPUT CAN-OUT                                      00006440
               IF  WS-CAN-STATUS EQUAL '00'                             00006450
                   MOVE 'Y' TO WS-CAN-SW                                00006460
               ELSE                                                     00006470
                   DISPLAY 'ZECSSCN - CANDOUT OPEN STATUS '             00006480
                           WS-CAN-STATUS                                00006490
               END-IF                                                   00006500
           ELSE                                                         00006510
               MOVE 'REPORT ONLY'    TO HL-MODE.                        00006520
                                                                        00006530
           INITIALIZE WS-BUCKET-ENTRY(WS-OTHER-BUCKET).                 00006540
           OPEN OUTPUT RPT-OUT.                                         00006550
           PERFORM 0110-LOAD-KEYS         THRU 0110-EXIT.               00006560
           PERFORM 0120-LOAD-PATTERNS     THRU 0120-EXIT.               00006570
           WRITE RPT-LINE FROM WS-HEADING-1.                            00006580
           WRITE RPT-LINE FROM WS-HEADING-2.                            00006590
           MOVE SPACES TO RPT-LINE.                                     00006600
           WRITE RPT-LINE.                                              00006610
           READ ZK-FCT NEXT RECORD                                      00006620
               AT END MOVE 'Y' TO WS-EOF-SW.                            00006630
       0100-EXIT.                                                       00006640
           EXIT.                                                        00006650
                                                                        00006660
      ***************************************************************** 00006670
      * Load up to eight key table lines from KEYIN.  A missing KEYIN * 00006680
      * (OPTIONAL - status 05) leaves the table blank.                * 00006690
      ***************************************************************** 00006700
       0110-LOAD-KEYS.                                                  00006710
           MOVE SPACES TO EK-DSECT.                                     00006720
           MOVE ZEROES TO WS-KEY-COUNT.                                 00006730
                                                                        00006740
           OPEN INPUT KEY-IN.                                           00006750
           IF  WS-KEY-STATUS NOT EQUAL '00'                             00006760
               GO TO 0110-EXIT.                                         00006770
                                                                        00006780
           PERFORM 0115-READ-KEY          THRU 0115-EXIT                00006790
               UNTIL WS-KEY-STATUS NOT EQUAL '00'                       00006800
                  OR WS-KEY-COUNT EQUAL 8.                              00006810
                                                                        00006820
           CLOSE KEY-IN.                                                00006830
       0110-EXIT.                                                       00006840
           EXIT.                                                        00006850
                                                                        00006860
       0115-READ-KEY.                                                   00006870
           READ KEY-IN                                                  00006880
               AT END GO TO 0115-EXIT.                                  00006890
                                                                        00006900
           ADD 1 TO WS-KEY-COUNT.                                       00006910
           MOVE KEY-IN-LINE TO EK-TABLE(WS-KEY-COUNT).                  00006920
       0115-EXIT.                                                       00006930
           EXIT.                                                        00006940
                                                                        00006950
      ***************************************************************** 00006960
      * Load the pattern table from PATTERN.  With no PATTERN DD      * 00006970
      * (OPTIONAL - status 05), or nothing usable in it, the built-in * 00006980
      * lines are loaded instead.                                     * 00006990
      ***************************************************************** 00007000
       0120-LOAD-PATTERNS.                                              00007010
           MOVE ZEROES TO WS-PATTERN-COUNT.                             00007020
                                                                        00007030
           OPEN INPUT PAT-IN.                                           00007040
           IF  WS-PAT-STATUS EQUAL '00'                                 00007050
               PERFORM 0125-READ-PATTERN  THRU 0125-EXIT                00007060
                   UNTIL WS-PAT-STATUS NOT EQUAL '00'                   00007070
                      OR WS-PATTERN-COUNT EQUAL WS-PATTERN-MAX          00007080
               CLOSE PAT-IN.                                            00007090
                                                                        00007100
           IF  WS-PATTERN-COUNT EQUAL ZEROES                            00007110
               PERFORM 0130-DEFAULT-PATTERN THRU 0130-EXIT              00007120
                   VARYING WS-DEFAULT-IDX FROM 1 BY 1                   00007130
                   UNTIL   WS-DEFAULT-IDX GREATER THAN 4.               00007140
       0120-EXIT.                                                       00007150
           EXIT.                                                        00007160
                                                                        00007170
       0125-READ-PATTERN.                                               00007180
           READ PAT-IN                                                  00007190
               AT END GO TO 0125-EXIT.                                  00007200
                                                                        00007210
           IF  PAT-IN-LINE(1:1) EQUAL '*'                               00007220
           OR  PAT-IN-LINE EQUAL SPACES                                 00007230
               GO TO 0125-EXIT.                                         00007240
                                                                        00007250
           MOVE PAT-IN-LINE TO WS-PATTERN-LINE.                         00007260
           PERFORM 0140-ADD-PATTERN       THRU 0140-EXIT.               00007270
       0125-EXIT.                                                       00007280
           EXIT.                                                        00007290
                                                                        00007300
       0130-DEFAULT-PATTERN.                                            00007310
           MOVE WS-DEFAULT-LINE(WS-DEFAULT-IDX) TO WS-PATTERN-LINE.     00007320
           PERFORM 0140-ADD-PATTERN       THRU 0140-EXIT.               00007330
       0130-EXIT.                                                       00007340
           EXIT.                                                        00007350
                                                                        00007360
      ***************************************************************** 00007370
      * Check one pattern line and add it to the table.  An unusable  * 00007380
      * line is displayed and counted, never guessed at.              * 00007390
      ***************************************************************** 00007400
       0140-ADD-PATTERN.                                                00007410
           IF  PL-NAME EQUAL SPACES                                     00007420
               GO TO 0145-IGNORE.                                       00007430
                                                                        00007440
           IF  PL-TYPE EQUAL 'L'                                        00007450
               IF  PL-MIN-DIGITS NOT NUMERIC                            00007460
               OR  PL-MAX-DIGITS NOT NUMERIC                            00007470
               OR  PL-MIN-DIGITS LESS THAN 12                           00007480
               OR  PL-MAX-DIGITS GREATER THAN 19                        00007490
               OR  PL-MIN-DIGITS GREATER THAN PL-MAX-DIGITS             00007500
                   GO TO 0145-IGNORE                                    00007510
               END-IF                                                   00007520
           ELSE                                                         00007530
               IF  PL-TYPE NOT EQUAL 'S'                                00007540
               AND PL-TYPE NOT EQUAL 'M'                                00007550
                   GO TO 0145-IGNORE.                                   00007560
                                                                        00007570
           ADD 1 TO WS-PATTERN-COUNT.                                   00007580
           MOVE PL-NAME    TO PT-NAME(WS-PATTERN-COUNT).                00007590
           MOVE PL-TYPE    TO PT-TYPE(WS-PATTERN-COUNT).                00007600
           MOVE SPACES     TO PT-MASK-TEXT(WS-PATTERN-COUNT).           00007610
           MOVE ZEROES     TO PT-MASK-LEN(WS-PATTERN-COUNT)             00007620
                              PT-MIN-DIGITS(WS-PATTERN-COUNT)           00007630
                              PT-MAX-DIGITS(WS-PATTERN-COUNT)           00007640
                              PT-KEY-HITS(WS-PATTERN-COUNT)             00007650
                              PT-TOTAL-HITS(WS-PATTERN-COUNT)           00007660
                              PT-TOTAL-KEYS(WS-PATTERN-COUNT).          00007670
                                                                        00007680
           IF  PT-CARD(WS-PATTERN-COUNT)                                00007690
               MOVE PL-MIN-DIGITS TO PT-MIN-DIGITS(WS-PATTERN-COUNT)    00007700
               MOVE PL-MAX-DIGITS TO PT-MAX-DIGITS(WS-PATTERN-COUNT)    00007710
               GO TO 0140-EXIT.                                         00007720
                                                                        00007730
           MOVE PL-MASK    TO PT-MASK-TEXT(WS-PATTERN-COUNT).           00007740
           INSPECT PL-MASK TALLYING PT-MASK-LEN(WS-PATTERN-COUNT)       00007750
               FOR CHARACTERS BEFORE INITIAL SPACE.                     00007760
                                                                        00007770
           MOVE ZEROES TO WS-DIGIT-TALLY.                               00007780
           INSPECT PL-MASK TALLYING WS-DIGIT-TALLY                      00007790
               FOR ALL 'N' BEFORE INITIAL SPACE.                        00007800
                                                                        00007810
           IF  PT-MASK-LEN(WS-PATTERN-COUNT) EQUAL ZEROES               00007820
           OR (PT-SSN(WS-PATTERN-COUNT) AND WS-DIGIT-TALLY NOT EQUAL 9) 00007830
               SUBTRACT 1 FROM WS-PATTERN-COUNT                         00007840
               GO TO 0145-IGNORE.                                       00007850
                                                                        00007860
           IF  PL-MASK(1:1) NOT EQUAL 'N'                               00007870
               MOVE 'Y' TO WS-LITERAL-SW.                               00007880
           GO TO 0140-EXIT.                                             00007890
                                                                        00007900
       0145-IGNORE.                                                     00007910
           ADD 1 TO WS-PATTERN-IGNORED.                                 00007920
           DISPLAY 'ZECSSCN - PATTERN LINE IGNORED: '                   00007930
                   WS-PATTERN-LINE(1:51).                               00007940
       0140-EXIT.                                                       00007950
           EXIT.                                                        00007960
                                                                        00007970
       0200-BROWSE-KEYS.                                                00007980
           ADD 1 TO WS-TOTAL-KEYS.                                      00007990
                                                                        00008000
           PERFORM 0210-SCAN-ENTRY        THRU 0210-EXIT.               00008010
                                                                        00008020
           READ ZK-FCT NEXT RECORD                                      00008030
               AT END MOVE 'Y' TO WS-EOF-SW.                            00008040
       0200-EXIT.                                                       00008050
           EXIT.                                                        00008060
                                                                        00008070
      ***************************************************************** 00008080
      * Reassemble the entry, decipher when enciphered, decode when   * 00008090
      * encoded, then scan the clear payload and book its hits.       * 00008100
      ***************************************************************** 00008110
       0210-SCAN-ENTRY.                                                 00008120
           MOVE 'N' TO WS-ORPHAN-SW.                                    00008130
           MOVE 'N' TO WS-DECODE-SW.                                    00008140
           MOVE 'N' TO WS-CHAIN-SW.                                     00008150
           MOVE 'N' TO WS-CRYPT-SW.                                     00008160
           MOVE 'N' TO WS-NOKEY-SW.                                     00008170
           MOVE 'N' TO WS-STORED-SW.                                    00008180
                                                                        00008190
           PERFORM 0220-STAGE-SEGMENTS     THRU 0220-EXIT.              00008200
                                                                        00008210
           IF  KEY-IS-ORPHAN                                            00008220
               ADD 1 TO WS-ORPHAN-KEYS                                  00008230
               GO TO 0210-EXIT.                                         00008240
                                                                        00008250
           IF  SHARE-SKIPPED                                            00008260
               ADD 1 TO WS-SHARE-SKIPS                                  00008270
               GO TO 0210-EXIT.                                         00008280
                                                                        00008290
           IF  CHAIN-SHORT                                              00008300
               ADD 1 TO WS-CHAIN-FAILS                                  00008310
               PERFORM 0280-REPORT-EXCEPTION THRU 0280-EXIT             00008320
               GO TO 0210-EXIT.                                         00008330
                                                                        00008340
           IF  ZF-EXTRA(10:1) EQUAL 'E'                                 00008350
               MOVE 'Y' TO WS-STORED-SW                                 00008360
               PERFORM 0235-DECRYPT        THRU 0235-EXIT.              00008370
                                                                        00008380
           IF  CRYPT-NO-KEY                                             00008390
               ADD 1 TO WS-CRYPT-SKIPS                                  00008400
               GO TO 0210-EXIT.                                         00008410
                                                                        00008420
           IF  CRYPT-FAILED                                             00008430
               ADD 1 TO WS-CRYPT-FAILS                                  00008440
               PERFORM 0280-REPORT-EXCEPTION THRU 0280-EXIT             00008450
               GO TO 0210-EXIT.                                         00008460
                                                                        00008470
           IF  ZF-EXTRA(1:1) EQUAL 'C'  AND                             00008480
               ZF-EXTRA(2:8) NUMERIC                                    00008490
               PERFORM 0240-DECODE         THRU 0240-EXIT               00008500
           ELSE                                                         00008510
               MOVE WS-STAGE-LENGTH        TO WS-RAW-LENGTH             00008520
               MOVE WS-STAGE-BUFFER(1:WS-STAGE-LENGTH)                  00008530
                 TO WS-RAW-BUFFER(1:WS-STAGE-LENGTH).                   00008540
                                                                        00008550
           IF  DECODE-FAILED                                            00008560
               ADD 1 TO WS-DECODE-FAILS                                 00008570
               PERFORM 0280-REPORT-EXCEPTION THRU 0280-EXIT             00008580
               GO TO 0210-EXIT.                                         00008590
                                                                        00008600
           ADD 1 TO WS-SCANNED-KEYS.                                    00008610
           PERFORM 0300-SPLIT-KEY          THRU 0300-EXIT.              00008620
           PERFORM 0310-FIND-BUCKET        THRU 0310-EXIT.              00008630
           ADD 1 TO SB-KEYS(WS-CUR-BUCKET).                             00008640
                                                                        00008650
           PERFORM 0400-SCAN-PAYLOAD       THRU 0400-EXIT.              00008660
           PERFORM 0470-RECORD-HITS        THRU 0470-EXIT.              00008670
       0210-EXIT.                                                       00008680
           EXIT.                                                        00008690
                                                                        00008700
      ***************************************************************** 00008710
      * Read every ZF-SEGMENT record for the current KEY into the     * 00008720
      * staging buffer, exact stored lengths (RECORD VARYING).        * 00008730
      ***************************************************************** 00008740
       0220-STAGE-SEGMENTS.                                             00008750
           MOVE ZEROES TO WS-STAGE-LENGTH.                              00008760
                                                                        00008770
           IF  ZK-SEGMENTS EQUAL 'Y'                                    00008780
               MOVE 1 TO WS-SEG-BASE                                    00008790
           ELSE                                                         00008800
               MOVE 0 TO WS-SEG-BASE.                                   00008810
                                                                        00008820
           MOVE ZK-ZF-KEY               TO WS-READ-CHAIN.               00008830
           MOVE ZEROES                  TO WS-READ-SUFFIX.              00008840
           MOVE 'N'                     TO WS-SHARE-SW.                 00008850
           MOVE WS-SEG-BASE             TO WS-SEG-IDX.                  00008860
           PERFORM 0230-STAGE-ONE          THRU 0230-EXIT.              00008870
                                                                        00008880
           IF  KEY-IS-ORPHAN                                            00008890
               GO TO 0220-EXIT.                                         00008900
                                                                        00008910
           MOVE ZF-SEGMENTS             TO WS-SEG-COUNT.                00008920
           IF  WS-SEG-COUNT EQUAL ZEROES                                00008930
               MOVE 1 TO WS-SEG-COUNT.                                  00008940
                                                                        00008950
           IF  WS-SEG-COUNT GREATER THAN 1  AND                         00008960
               ZF-EXTRA(13:1) EQUAL 'S'                                 00008970
               PERFORM 0225-LOCATE-TAIL    THRU 0225-EXIT.              00008980
                                                                        00008990
           IF  SHARE-SKIPPED  OR  CHAIN-SHORT                           00009000
               GO TO 0220-EXIT.                                         00009010
                                                                        00009020
           COMPUTE WS-SEG-FIRST = WS-SEG-BASE + 1.                      00009030
           PERFORM 0230-STAGE-ONE          THRU 0230-EXIT               00009040
               WITH TEST BEFORE                                         00009050
               VARYING WS-SEG-IDX FROM WS-SEG-FIRST BY 1                00009060
               UNTIL WS-SEG-IDX GREATER THAN                            00009070
                     WS-SEG-BASE + WS-SEG-COUNT - 1                     00009080
                  OR KEY-IS-ORPHAN                                      00009090
                  OR CHAIN-SHORT                                        00009100
                  OR DECODE-FAILED.                                     00009110
                                                                        00009120
           IF  SHARE-TAIL-READ                                          00009130
               MOVE WS-SHARE-HEADER     TO ZF-RECORD(1:WS-ZF-PREFIX).   00009140
       0220-EXIT.                                                       00009150
           EXIT.                                                        00009160
                                                                        00009170
      ***************************************************************** 00009180
      * Segment 1 says the tail is shared: keep its header, find the  * 00009190
      * content chain through the chain's reference record and read   * 00009200
      * segments 2 onward from there.  No reference is a short chain. * 00009210
      ***************************************************************** 00009220
       0225-LOCATE-TAIL.                                                00009230
           IF  NOT ZD-OPEN                                              00009240
               MOVE 'K' TO WS-SHARE-SW                                  00009250
               GO TO 0225-EXIT.                                         00009260
                                                                        00009270
           MOVE ZF-RECORD(1:WS-ZF-PREFIX) TO WS-SHARE-HEADER.           00009280
           MOVE LOW-VALUES              TO ZD-KEY.                      00009290
           MOVE 'R'                     TO ZD-R-MARK.                   00009300
           MOVE ZK-ZF-KEY               TO ZD-R-CHAIN.                  00009310
                                                                        00009320
           READ ZD-FCT                                                  00009330
               INVALID KEY                                              00009340
                   MOVE 'Y' TO WS-CHAIN-SW                              00009350
                   GO TO 0225-EXIT                                      00009360
           END-READ.                                                    00009370
                                                                        00009380
           MOVE ZD-R-CONTENT-KEY        TO ZD-KEY.                      00009390
           MOVE ZD-C-CHAIN              TO WS-READ-CHAIN.               00009400
           MOVE 1                       TO WS-READ-SUFFIX.              00009410
           MOVE 'Y'                     TO WS-SHARE-SW.                 00009420
       0225-EXIT.                                                       00009430
           EXIT.                                                        00009440
                                                                        00009450
      ***************************************************************** 00009460
      * A missing FIRST segment is the orphan condition (no entry at  * 00009470
      * all - ZECSORF's business); a missing LATER segment is a       * 00009480
      * damaged chain, reported and not scanned.                      * 00009490
      ***************************************************************** 00009500
       0230-STAGE-ONE.                                                  00009510
           MOVE WS-READ-CHAIN           TO ZF-KEY.                      00009520
           MOVE WS-SEG-IDX              TO ZF-SEGMENT.                  00009530
           MOVE WS-READ-SUFFIX          TO ZF-SUFFIX.                   00009540
           MOVE ZEROES                  TO ZF-ZEROES.                   00009550
                                                                        00009560
           READ ZF-FCT                                                  00009570
               INVALID KEY                                              00009580
                   IF  WS-SEG-IDX EQUAL WS-SEG-BASE                     00009590
                       MOVE 'Y' TO WS-ORPHAN-SW                         00009600
                   ELSE                                                 00009610
                       MOVE 'Y' TO WS-CHAIN-SW                          00009620
                   END-IF                                               00009630
           END-READ.                                                    00009640
                                                                        00009650
           IF  KEY-IS-ORPHAN  OR  CHAIN-SHORT                           00009660
               GO TO 0230-EXIT.                                         00009670
                                                                        00009680
           COMPUTE WS-SEG-LENGTH = WS-ZF-RECLEN - WS-ZF-PREFIX.         00009690
                                                                        00009700
      ***************************************************************** 00009710
      * A damaged segment count/chain must not run the staging past   * 00009720
      * the buffer - report it as a decode failure instead.           * 00009730
      ***************************************************************** 00009740
           IF  WS-STAGE-LENGTH + WS-SEG-LENGTH                          00009750
                   GREATER THAN 3200000                                 00009760
               MOVE 'Y' TO WS-DECODE-SW                                 00009770
               GO TO 0230-EXIT.                                         00009780
                                                                        00009790
           MOVE ZF-DATA(1:WS-SEG-LENGTH)                                00009800
             TO WS-STAGE-BUFFER(WS-STAGE-LENGTH + 1:WS-SEG-LENGTH).     00009810
           ADD WS-SEG-LENGTH            TO WS-STAGE-LENGTH.             00009820
       0230-EXIT.                                                       00009830
           EXIT.                                                        00009840
                                                                        00009850
      ***************************************************************** 00009860
      * Decipher the staged entry in place: the stored bytes are a    * 00009870
      * 16-byte IV then the AES-CBC ciphertext, deciphered into the   * 00009880
      * raw buffer and moved back to the staging buffer so a          * 00009890
      * run-length encoded entry then decodes as usual.               * 00009900
      ***************************************************************** 00009910
       0235-DECRYPT.                                                    00009920
           MOVE ZEROES TO WS-KEY-MATCH.                                 00009930
           PERFORM 0236-FIND-KEY          THRU 0236-EXIT                00009940
               VARYING WS-KEY-IDX FROM 1 BY 1                           00009950
               UNTIL   WS-KEY-IDX GREATER THAN 8                        00009960
                  OR   WS-KEY-MATCH GREATER THAN ZEROES.                00009970
                                                                        00009980
           IF  WS-KEY-MATCH EQUAL ZEROES                                00009990
               MOVE 'Y' TO WS-NOKEY-SW                                  00010000
               GO TO 0235-EXIT.                                         00010010
                                                                        00010020
           IF  WS-STAGE-LENGTH LESS THAN EK-OVERHEAD                    00010030
               MOVE 'Y' TO WS-CRYPT-SW                                  00010040
               GO TO 0235-EXIT.                                         00010050
                                                                        00010060
           MOVE WS-STAGE-BUFFER(1:16)   TO EK-IV.                       00010070
           MOVE EK-LABEL(WS-KEY-MATCH)  TO EK-KEY-LABEL.                00010080
           COMPUTE EK-CIPHER-LENGTH = WS-STAGE-LENGTH - 16.             00010090
           MOVE EK-CIPHER-LENGTH        TO EK-CLEAR-LENGTH.             00010100
           MOVE LOW-VALUES              TO EK-CHAIN-DATA.               00010110
                                                                        00010120
           CALL EK-CSNBSYD USING EK-RETURN-CODE                         00010130
                                 EK-REASON-CODE                         00010140
                                 EK-EXIT-LENGTH                         00010150
                                 EK-EXIT-DATA                           00010160
                                 EK-RULE-COUNT                          00010170
                                 EK-RULE-ARRAY                          00010180
                                 EK-KEY-LENGTH                          00010190
                                 EK-KEY-LABEL                           00010200
                                 EK-KEY-PARMS-LENGTH                    00010210
                                 EK-KEY-PARMS                           00010220
                                 EK-BLOCK-SIZE                          00010230
                                 EK-IV-LENGTH                           00010240
                                 EK-IV                                  00010250
                                 EK-CHAIN-LENGTH                        00010260
                                 EK-CHAIN-DATA                          00010270
                                 EK-CIPHER-LENGTH                       00010280
                                 WS-STAGE-BUFFER(17:)                   00010290
                                 EK-CLEAR-LENGTH                        00010300
                                 WS-RAW-BUFFER                          00010310
                                 EK-OPTIONAL-LENGTH                     00010320
                                 EK-OPTIONAL-DATA.                      00010330
                                                                        00010340
           IF  EK-RETURN-CODE GREATER THAN EK-WARNING-RC                00010350
               MOVE 'Y' TO WS-CRYPT-SW                                  00010360
               GO TO 0235-EXIT.                                         00010370
                                                                        00010380
           MOVE EK-CLEAR-LENGTH         TO WS-STAGE-LENGTH.             00010390
           MOVE WS-RAW-BUFFER(1:WS-STAGE-LENGTH)                        00010400
             TO WS-STAGE-BUFFER(1:WS-STAGE-LENGTH).                     00010410
       0235-EXIT.                                                       00010420
           EXIT.                                                        00010430
                                                                        00010440
       0236-FIND-KEY.                                                   00010450
           IF  EK-GENERATION(WS-KEY-IDX) EQUAL ZF-EXTRA(11:2)  AND      00010460
               EK-LABEL(WS-KEY-IDX) NOT EQUAL SPACES                    00010470
               MOVE WS-KEY-IDX TO WS-KEY-MATCH.                         00010480
       0236-EXIT.                                                       00010490
           EXIT.                                                        00010500
                                                                        00010510
      ***************************************************************** 00010520
      * Decode the staged run-length encoding into the raw buffer.    * 00010530
      ***************************************************************** 00010540
       0240-DECODE.                                                     00010550
           MOVE ZF-EXTRA(2:8)           TO WS-CPR-ORIG-EDIT.            00010560
           MOVE WS-CPR-ORIG-EDIT        TO WS-CPR-ORIG-LENGTH.          00010570
                                                                        00010580
           MOVE 1 TO WS-CPR-IN.                                         00010590
           MOVE 1 TO WS-CPR-OUT.                                        00010600
                                                                        00010610
           PERFORM 0250-DECODE-TOKEN       THRU 0250-EXIT               00010620
               WITH TEST BEFORE                                         00010630
               UNTIL WS-CPR-IN GREATER THAN WS-STAGE-LENGTH             00010640
                  OR DECODE-FAILED.                                     00010650
                                                                        00010660
           IF  NOT DECODE-FAILED                                        00010670
               COMPUTE WS-RAW-LENGTH = WS-CPR-OUT - 1                   00010680
               IF  WS-RAW-LENGTH NOT EQUAL WS-CPR-ORIG-LENGTH           00010690
                   MOVE 'Y' TO WS-DECODE-SW.                            00010700
       0240-EXIT.                                                       00010710
           EXIT.                                                        00010720
                                                                        00010730
       0250-DECODE-TOKEN.                                               00010740
           IF  WS-STAGE-BUFFER(WS-CPR-IN:1) EQUAL WS-BINARY-ZERO        00010750
               IF  WS-CPR-IN + 2 GREATER THAN WS-STAGE-LENGTH           00010760
                   MOVE 'Y' TO WS-DECODE-SW                             00010770
                   GO TO 0250-EXIT                                      00010780
               END-IF                                                   00010790
               MOVE ZEROES TO WS-COUNT-HW                               00010800
               MOVE WS-STAGE-BUFFER(WS-CPR-IN + 1:1)                    00010810
                 TO WS-COUNT-BYTE                                       00010820
               MOVE WS-COUNT-HW         TO WS-CPR-RUN                   00010830
               IF  WS-CPR-RUN EQUAL ZEROES  OR                          00010840
                   WS-CPR-OUT + WS-CPR-RUN - 1 GREATER THAN             00010850
                   WS-CPR-ORIG-LENGTH                                   00010860
                   MOVE 'Y' TO WS-DECODE-SW                             00010870
                   GO TO 0250-EXIT                                      00010880
               END-IF                                                   00010890
               PERFORM 0255-DECODE-EXPAND THRU 0255-EXIT                00010900
                   WITH TEST AFTER                                      00010910
                   VARYING WS-CPR-EXPAND FROM 1 BY 1                    00010920
                   UNTIL   WS-CPR-EXPAND EQUAL WS-CPR-RUN               00010930
               ADD 3                    TO WS-CPR-IN                    00010940
           ELSE                                                         00010950
               IF  WS-CPR-OUT GREATER THAN WS-CPR-ORIG-LENGTH           00010960
                   MOVE 'Y' TO WS-DECODE-SW                             00010970
                   GO TO 0250-EXIT                                      00010980
               END-IF                                                   00010990
               MOVE WS-STAGE-BUFFER(WS-CPR-IN:1)                        00011000
                 TO WS-RAW-BUFFER(WS-CPR-OUT:1)                         00011010
               ADD 1                    TO WS-CPR-OUT                   00011020
               ADD 1                    TO WS-CPR-IN                    00011030
           END-IF.                                                      00011040
       0250-EXIT.                                                       00011050
           EXIT.                                                        00011060
                                                                        00011070
       0255-DECODE-EXPAND.                                              00011080
           MOVE WS-STAGE-BUFFER(WS-CPR-IN + 2:1)                        00011090
             TO WS-RAW-BUFFER(WS-CPR-OUT:1).                            00011100
           ADD 1 TO WS-CPR-OUT.                                         00011110
       0255-EXIT.                                                       00011120
           EXIT.                                                        00011130
                                                                        00011140
       0280-REPORT-EXCEPTION.                                           00011150
           PERFORM 0285-FORMAT-KEY        THRU 0285-EXIT.               00011160
           MOVE SPACES                  TO DL-PATTERN                   00011170
                                           DL-HITS.                     00011180
           IF  CHAIN-SHORT                                              00011190
               MOVE 'CHAIN SHORT'       TO DL-STATUS                    00011200
           ELSE                                                         00011210
               IF  CRYPT-FAILED                                         00011220
                   MOVE 'DECRYPT FAIL'  TO DL-STATUS                    00011230
               ELSE                                                     00011240
                   MOVE 'DECODE FAIL'   TO DL-STATUS.                   00011250
           WRITE RPT-LINE FROM WS-DETAIL-LINE.                          00011260
       0280-EXIT.                                                       00011270
           EXIT.                                                        00011280
                                                                        00011290
       0285-FORMAT-KEY.                                                 00011300
           MOVE SPACES TO WS-DETAIL-LINE.                               00011310
           MOVE ZEROES TO WS-KEY-LEN.                                   00011320
           INSPECT ZK-KEY TALLYING WS-KEY-LEN                           00011330
               FOR CHARACTERS BEFORE INITIAL LOW-VALUE.                 00011340
           IF  WS-KEY-LEN GREATER THAN 52                               00011350
               MOVE 52 TO WS-KEY-LEN.                                   00011360
           IF  WS-KEY-LEN GREATER THAN ZEROES                           00011370
               MOVE ZK-KEY(1:WS-KEY-LEN) TO DL-KEY.                     00011380
       0285-EXIT.                                                       00011390
           EXIT.                                                        00011400
                                                                        00011410
      ***************************************************************** 00011420
      * Split the key into BU_SBU and application at the first two    * 00011430
      * slashes.  ZK-KEY is padded with LOW-VALUES, so the key length * 00011440
      * is everything before the first LOW-VALUE byte.  A key with no * 00011450
      * slash is all BU_SBU.                                          * 00011460
      ***************************************************************** 00011470
       0300-SPLIT-KEY.                                                  00011480
           MOVE SPACES TO WS-CUR-BU-SBU WS-CUR-APPLICATION.             00011490
           MOVE ZEROES TO WS-KEY-LEN WS-SLASH-1 WS-SLASH-2.             00011500
                                                                        00011510
           INSPECT ZK-KEY TALLYING WS-KEY-LEN                           00011520
               FOR CHARACTERS BEFORE INITIAL LOW-VALUE.                 00011530
                                                                        00011540
           IF  WS-KEY-LEN EQUAL ZEROES                                  00011550
               GO TO 0300-EXIT.                                         00011560
                                                                        00011570
           INSPECT ZK-KEY(1:WS-KEY-LEN)                                 00011580
               TALLYING WS-SLASH-1 FOR CHARACTERS BEFORE '/'.           00011590
                                                                        00011600
           IF  WS-SLASH-1 EQUAL ZEROES                                  00011610
               GO TO 0300-EXIT.                                         00011620
                                                                        00011630
           MOVE ZK-KEY(1:WS-SLASH-1)    TO WS-CUR-BU-SBU.               00011640
                                                                        00011650
           COMPUTE WS-REST-LEN = WS-KEY-LEN - WS-SLASH-1 - 1.           00011660
           IF  WS-REST-LEN LESS THAN 1                                  00011670
               GO TO 0300-EXIT.                                         00011680
                                                                        00011690
           INSPECT ZK-KEY(WS-SLASH-1 + 2:WS-REST-LEN)                   00011700
               TALLYING WS-SLASH-2 FOR CHARACTERS BEFORE '/'.           00011710
                                                                        00011720
           IF  WS-SLASH-2 GREATER THAN ZEROES                           00011730
               MOVE ZK-KEY(WS-SLASH-1 + 2:WS-SLASH-2)                   00011740
                                        TO WS-CUR-APPLICATION.          00011750
       0300-EXIT.                                                       00011760
           EXIT.                                                        00011770
                                                                        00011780
      ***************************************************************** 00011790
      * Find (or add) the key's bucket.  The table full, the key goes * 00011800
      * to the OTHER bucket.                                          * 00011810
      ***************************************************************** 00011820
       0310-FIND-BUCKET.                                                00011830
           IF  WS-CUR-BUCKET GREATER THAN ZEROES                        00011840
           AND WS-CUR-BUCKET NOT EQUAL WS-OTHER-BUCKET                  00011850
               IF  SB-BU-SBU(WS-CUR-BUCKET)      EQUAL WS-CUR-BU-SBU    00011860
               AND SB-APPLICATION(WS-CUR-BUCKET) EQUAL                  00011870
                                                 WS-CUR-APPLICATION     00011880
                   GO TO 0310-EXIT.                                     00011890
                                                                        00011900
           MOVE 'N' TO WS-FOUND-SW.                                     00011910
           PERFORM 0315-MATCH-BUCKET      THRU 0315-EXIT                00011920
               VARYING WS-BUCKET-IDX FROM 1 BY 1                        00011930
               UNTIL   WS-BUCKET-IDX GREATER THAN WS-BUCKET-COUNT       00011940
                  OR   BUCKET-FOUND.                                    00011950
                                                                        00011960
           IF  BUCKET-FOUND                                             00011970
               GO TO 0310-EXIT.                                         00011980
                                                                        00011990
           IF  WS-BUCKET-COUNT LESS THAN WS-MAX-BUCKET                  00012000
               ADD 1 TO WS-BUCKET-COUNT                                 00012010
               MOVE WS-BUCKET-COUNT    TO WS-CUR-BUCKET                 00012020
               INITIALIZE WS-BUCKET-ENTRY(WS-CUR-BUCKET)                00012030
               MOVE WS-CUR-BU-SBU      TO SB-BU-SBU(WS-CUR-BUCKET)      00012040
               MOVE WS-CUR-APPLICATION TO                               00012050
                                       SB-APPLICATION(WS-CUR-BUCKET)    00012060
           ELSE                                                         00012070
               MOVE WS-OTHER-BUCKET    TO WS-CUR-BUCKET.                00012080
       0310-EXIT.                                                       00012090
           EXIT.                                                        00012100
                                                                        00012110
       0315-MATCH-BUCKET.                                               00012120
           IF  SB-BU-SBU(WS-BUCKET-IDX)      EQUAL WS-CUR-BU-SBU        00012130
           AND SB-APPLICATION(WS-BUCKET-IDX) EQUAL WS-CUR-APPLICATION   00012140
               MOVE WS-BUCKET-IDX TO WS-CUR-BUCKET                      00012150
               MOVE 'Y'           TO WS-FOUND-SW.                       00012160
       0315-EXIT.                                                       00012170
           EXIT.                                                        00012180
                                                                        00012190
      ***************************************************************** 00012200
      * Scan the clear payload.  At each position the patterns are    * 00012210
      * tried in table order; the first to match is counted and the   * 00012220
      * scan resumes past the matched text.  A position inside a run  * 00012230
      * of digits is passed over at once - a match starting there     * 00012240
      * would run on from the digit before it.  A non-digit is passed * 00012250
      * over unless some mask starts with a literal character.        * 00012260
      ***************************************************************** 00012270
       0400-SCAN-PAYLOAD.                                               00012280
           PERFORM 0405-CLEAR-HITS        THRU 0405-EXIT                00012290
               VARYING WS-PAT-IDX FROM 1 BY 1                           00012300
               UNTIL   WS-PAT-IDX GREATER THAN WS-PATTERN-COUNT.        00012310
                                                                        00012320
           MOVE 1 TO WS-SCAN-POS.                                       00012330
           PERFORM 0410-SCAN-POSITION     THRU 0410-EXIT                00012340
               UNTIL WS-SCAN-POS GREATER THAN WS-RAW-LENGTH.            00012350
       0400-EXIT.                                                       00012360
           EXIT.                                                        00012370
                                                                        00012380
       0405-CLEAR-HITS.                                                 00012390
           MOVE ZEROES TO PT-KEY-HITS(WS-PAT-IDX).                      00012400
       0405-EXIT.                                                       00012410
           EXIT.                                                        00012420
                                                                        00012430
       0410-SCAN-POSITION.                                              00012440
           MOVE 1 TO WS-SCAN-STEP.                                      00012450
                                                                        00012460
           IF  WS-RAW-BUFFER(WS-SCAN-POS:1) NUMERIC                     00012470
               IF  WS-SCAN-POS GREATER THAN 1                           00012480
                   IF  WS-RAW-BUFFER(WS-SCAN-POS - 1:1) NUMERIC         00012490
                       GO TO 0410-NEXT                                  00012500
                   END-IF                                               00012510
               END-IF                                                   00012520
           ELSE                                                         00012530
               IF  NOT LITERAL-START                                    00012540
                   GO TO 0410-NEXT.                                     00012550
                                                                        00012560
           MOVE 'N' TO WS-HIT-SW.                                       00012570
           PERFORM 0420-TRY-PATTERN       THRU 0420-EXIT                00012580
               VARYING WS-PAT-IDX FROM 1 BY 1                           00012590
               UNTIL   WS-PAT-IDX GREATER THAN WS-PATTERN-COUNT         00012600
                  OR   PATTERN-HIT.                                     00012610
                                                                        00012620
       0410-NEXT.                                                       00012630
           ADD WS-SCAN-STEP TO WS-SCAN-POS.                             00012640
       0410-EXIT.                                                       00012650
           EXIT.                                                        00012660
                                                                        00012670
       0420-TRY-PATTERN.                                                00012680
           IF  PT-CARD(WS-PAT-IDX)                                      00012690
               PERFORM 0450-TRY-CARD      THRU 0450-EXIT                00012700
           ELSE                                                         00012710
               PERFORM 0430-TRY-MASK      THRU 0430-EXIT.               00012720
       0420-EXIT.                                                       00012730
           EXIT.                                                        00012740
                                                                        00012750
      ***************************************************************** 00012760
      * Match a mask at the scan position.  A digit may not follow a  * 00012770
      * match that ends on a digit; an SSN mask's nine digits must    * 00012780
      * also be a possible SSN.                                       * 00012790
      ***************************************************************** 00012800
       0430-TRY-MASK.                                                   00012810
           IF  WS-SCAN-POS + PT-MASK-LEN(WS-PAT-IDX) - 1                00012820
                   GREATER THAN WS-RAW-LENGTH                           00012830
               GO TO 0430-EXIT.                                         00012840
                                                                        00012850
           MOVE 'Y'    TO WS-MATCH-SW.                                  00012860
           MOVE ZEROES TO WS-DIGIT-COUNT.                               00012870
           MOVE SPACES TO WS-DIGITS.                                    00012880
           PERFORM 0435-MATCH-CHAR        THRU 0435-EXIT                00012890
               VARYING WS-MASK-IDX FROM 1 BY 1                          00012900
               UNTIL   WS-MASK-IDX GREATER THAN PT-MASK-LEN(WS-PAT-IDX) 00012910
                  OR   NOT MASK-MATCHED.                                00012920
                                                                        00012930
           IF  NOT MASK-MATCHED                                         00012940
               GO TO 0430-EXIT.                                         00012950
                                                                        00012960
           COMPUTE WS-LAST-POS =                                        00012970
                   WS-SCAN-POS + PT-MASK-LEN(WS-PAT-IDX) - 1.           00012980
           IF  WS-LAST-POS LESS THAN WS-RAW-LENGTH                      00012990
               IF  WS-RAW-BUFFER(WS-LAST-POS:1)     NUMERIC             00013000
               AND WS-RAW-BUFFER(WS-LAST-POS + 1:1) NUMERIC             00013010
                   GO TO 0430-EXIT.                                     00013020
                                                                        00013030
           IF  PT-SSN(WS-PAT-IDX)                                       00013040
               PERFORM 0440-CHECK-SSN     THRU 0440-EXIT                00013050
               IF  NOT MASK-MATCHED                                     00013060
                   GO TO 0430-EXIT.                                     00013070
                                                                        00013080
           ADD 1                        TO PT-KEY-HITS(WS-PAT-IDX).     00013090
           MOVE 'Y'                     TO WS-HIT-SW.                   00013100
           MOVE PT-MASK-LEN(WS-PAT-IDX) TO WS-SCAN-STEP.                00013110
       0430-EXIT.                                                       00013120
           EXIT.                                                        00013130
                                                                        00013140
       0435-MATCH-CHAR.                                                 00013150
           MOVE PT-MASK-TEXT(WS-PAT-IDX)(WS-MASK-IDX:1) TO WS-MASK-CHAR.00013160
           MOVE WS-RAW-BUFFER(WS-SCAN-POS + WS-MASK-IDX - 1:1)          00013170
                                        TO WS-TEXT-CHAR.                00013180
                                                                        00013190
           IF  WS-MASK-CHAR EQUAL 'N'                                   00013200
               IF  WS-TEXT-CHAR NUMERIC                                 00013210
                   ADD 1 TO WS-DIGIT-COUNT                              00013220
                   IF  WS-DIGIT-COUNT NOT GREATER THAN 19               00013230
                       MOVE WS-TEXT-CHAR                                00013240
                         TO WS-DIGITS(WS-DIGIT-COUNT:1)                 00013250
                   END-IF                                               00013260
               ELSE                                                     00013270
                   MOVE 'N' TO WS-MATCH-SW                              00013280
               END-IF                                                   00013290
           ELSE                                                         00013300
               IF  WS-MASK-CHAR EQUAL '_'                               00013310
                   IF  WS-TEXT-CHAR NOT EQUAL SPACE                     00013320
                       MOVE 'N' TO WS-MATCH-SW                          00013330
                   END-IF                                               00013340
               ELSE                                                     00013350
                   IF  WS-TEXT-CHAR NOT EQUAL WS-MASK-CHAR              00013360
                       MOVE 'N' TO WS-MATCH-SW.                         00013370
       0435-EXIT.                                                       00013380
           EXIT.                                                        00013390
                                                                        00013400
      ***************************************************************** 00013410
      * Area 000, 666 and 900-999, group 00 and serial 0000 are never * 00013420
      * issued - nine digits like that are some other number.         * 00013430
      ***************************************************************** 00013440
       0440-CHECK-SSN.                                                  00013450
           IF  WS-SSN-AREA        EQUAL '000'                           00013460
           OR  WS-SSN-AREA        EQUAL '666'                           00013470
           OR  WS-SSN-AREA(1:1)   EQUAL '9'                             00013480
           OR  WS-SSN-GROUP       EQUAL '00'                            00013490
           OR  WS-SSN-SERIAL      EQUAL '0000'                          00013500
               MOVE 'N' TO WS-MATCH-SW.                                 00013510
       0440-EXIT.                                                       00013520
           EXIT.                                                        00013530
                                                                        00013540
      ***************************************************************** 00013550
      * Gather a card number at the scan position - digits, in groups * 00013560
      * joined by single spaces or hyphens - and test its length,     * 00013570
      * leading digit and Luhn check.  A run of more digits than the  * 00013580
      * pattern allows is some other number.                          * 00013590
      ***************************************************************** 00013600
       0450-TRY-CARD.                                                   00013610
           IF  WS-RAW-BUFFER(WS-SCAN-POS:1) NOT NUMERIC                 00013620
               GO TO 0450-EXIT.                                         00013630
                                                                        00013640
           MOVE ZEROES      TO WS-DIGIT-COUNT.                          00013650
           MOVE SPACES      TO WS-DIGITS.                               00013660
           MOVE WS-SCAN-POS TO WS-TEXT-POS.                             00013670
           MOVE 'N'         TO WS-CARD-SW.                              00013680
           PERFORM 0455-CARD-CHAR         THRU 0455-EXIT                00013690
               UNTIL CARD-END.                                          00013700
                                                                        00013710
           IF  WS-DIGIT-COUNT LESS THAN    PT-MIN-DIGITS(WS-PAT-IDX)    00013720
           OR  WS-DIGIT-COUNT GREATER THAN PT-MAX-DIGITS(WS-PAT-IDX)    00013730
               GO TO 0450-EXIT.                                         00013740
                                                                        00013750
           IF  WS-DIGITS(1:1) LESS THAN '3'                             00013760
           OR  WS-DIGITS(1:1) GREATER THAN '6'                          00013770
               GO TO 0450-EXIT.                                         00013780
                                                                        00013790
           PERFORM 0460-CHECK-LUHN        THRU 0460-EXIT.               00013800
           IF  WS-LUHN-REM NOT EQUAL ZEROES                             00013810
               GO TO 0450-EXIT.                                         00013820
                                                                        00013830
           ADD 1                        TO PT-KEY-HITS(WS-PAT-IDX).     00013840
           MOVE 'Y'                     TO WS-HIT-SW.                   00013850
           COMPUTE WS-SCAN-STEP = WS-LAST-POS - WS-SCAN-POS + 1.        00013860
       0450-EXIT.                                                       00013870
           EXIT.                                                        00013880
                                                                        00013890
       0455-CARD-CHAR.                                                  00013900
           IF  WS-TEXT-POS GREATER THAN WS-RAW-LENGTH                   00013910
               MOVE 'Y' TO WS-CARD-SW                                   00013920
               GO TO 0455-EXIT.                                         00013930
                                                                        00013940
           MOVE WS-RAW-BUFFER(WS-TEXT-POS:1) TO WS-TEXT-CHAR.           00013950
                                                                        00013960
           IF  WS-TEXT-CHAR NUMERIC                                     00013970
               ADD 1 TO WS-DIGIT-COUNT                                  00013980
               IF  WS-DIGIT-COUNT GREATER THAN                          00013990
                                    PT-MAX-DIGITS(WS-PAT-IDX)           00014000
                   MOVE 'Y' TO WS-CARD-SW                               00014010
                   GO TO 0455-EXIT                                      00014020
               END-IF                                                   00014030
               MOVE WS-TEXT-CHAR TO WS-DIGITS(WS-DIGIT-COUNT:1)         00014040
               MOVE WS-TEXT-POS  TO WS-LAST-POS                         00014050
               ADD 1 TO WS-TEXT-POS                                     00014060
               GO TO 0455-EXIT.                                         00014070
                                                                        00014080
           IF  WS-TEXT-CHAR EQUAL SPACE  OR  WS-TEXT-CHAR EQUAL '-'     00014090
               IF  WS-TEXT-POS LESS THAN WS-RAW-LENGTH                  00014100
                   IF  WS-RAW-BUFFER(WS-TEXT-POS + 1:1) NUMERIC         00014110
                       ADD 1 TO WS-TEXT-POS                             00014120
                       GO TO 0455-EXIT.                                 00014130
                                                                        00014140
           MOVE 'Y' TO WS-CARD-SW.                                      00014150
       0455-EXIT.                                                       00014160
           EXIT.                                                        00014170
                                                                        00014180
       0460-CHECK-LUHN.                                                 00014190
           MOVE ZEROES TO WS-LUHN-SUM.                                  00014200
           MOVE ZEROES TO WS-LUHN-POS.                                  00014210
           PERFORM 0465-LUHN-DIGIT        THRU 0465-EXIT                00014220
               VARYING WS-LUHN-IDX FROM WS-DIGIT-COUNT BY -1            00014230
               UNTIL   WS-LUHN-IDX LESS THAN 1.                         00014240
                                                                        00014250
           DIVIDE WS-LUHN-SUM BY 10                                     00014260
               GIVING    WS-LUHN-QUOT                                   00014270
               REMAINDER WS-LUHN-REM.                                   00014280
       0460-EXIT.                                                       00014290
           EXIT.                                                        00014300
                                                                        00014310
       0465-LUHN-DIGIT.                                                 00014320
           ADD 1 TO WS-LUHN-POS.                                        00014330
           MOVE WS-DIGITS(WS-LUHN-IDX:1) TO WS-LUHN-DIGIT.              00014340
           MOVE WS-LUHN-DIGIT            TO WS-LUHN-VALUE.              00014350
                                                                        00014360
           DIVIDE WS-LUHN-POS BY 2                                      00014370
               GIVING    WS-LUHN-HALF                                   00014380
               REMAINDER WS-LUHN-ODD.                                   00014390
           IF  WS-LUHN-ODD EQUAL ZEROES                                 00014400
               ADD WS-LUHN-VALUE TO WS-LUHN-VALUE                       00014410
               IF  WS-LUHN-VALUE GREATER THAN 9                         00014420
                   SUBTRACT 9 FROM WS-LUHN-VALUE.                       00014430
                                                                        00014440
           ADD WS-LUHN-VALUE TO WS-LUHN-SUM.                            00014450
       0465-EXIT.                                                       00014460
           EXIT.                                                        00014470
                                                                        00014480
      ***************************************************************** 00014490
      * Book the entry's hits - one report line per pattern that hit, * 00014500
      * never the matched text - and add them to the run and bucket   * 00014510
      * totals.                                                       * 00014520
      ***************************************************************** 00014530
       0470-RECORD-HITS.                                                00014540
           MOVE 'N' TO WS-ENTRY-SW.                                     00014550
           PERFORM 0475-RECORD-PATTERN    THRU 0475-EXIT                00014560
               VARYING WS-PAT-IDX FROM 1 BY 1                           00014570
               UNTIL   WS-PAT-IDX GREATER THAN WS-PATTERN-COUNT.        00014580
                                                                        00014590
           IF  NOT ENTRY-HIT                                            00014600
               GO TO 0470-EXIT.                                         00014610
                                                                        00014620
           ADD 1 TO WS-HIT-KEYS.                                        00014630
           ADD 1 TO SB-KEYS-HIT(WS-CUR-BUCKET).                         00014640
           IF  NOT STORED-ENCIPHERED                                    00014650
               ADD 1 TO WS-CLEAR-HIT-KEYS                               00014660
               ADD 1 TO SB-CLEAR-HIT(WS-CUR-BUCKET).                    00014670
       0470-EXIT.                                                       00014680
           EXIT.                                                        00014690
                                                                        00014700
       0475-RECORD-PATTERN.                                             00014710
           IF  PT-KEY-HITS(WS-PAT-IDX) EQUAL ZEROES                     00014720
               GO TO 0475-EXIT.                                         00014730
                                                                        00014740
           MOVE 'Y' TO WS-ENTRY-SW.                                     00014750
           ADD PT-KEY-HITS(WS-PAT-IDX) TO WS-TOTAL-HITS.                00014760
           ADD PT-KEY-HITS(WS-PAT-IDX) TO PT-TOTAL-HITS(WS-PAT-IDX).    00014770
           ADD 1                       TO PT-TOTAL-KEYS(WS-PAT-IDX).    00014780
           ADD PT-KEY-HITS(WS-PAT-IDX)                                  00014790
                          TO SB-PAT-HITS(WS-CUR-BUCKET WS-PAT-IDX).     00014800
           ADD 1          TO SB-PAT-KEYS(WS-CUR-BUCKET WS-PAT-IDX).     00014810
                                                                        00014820
           PERFORM 0285-FORMAT-KEY        THRU 0285-EXIT.               00014830
           MOVE PT-NAME(WS-PAT-IDX)     TO DL-PATTERN.                  00014840
           MOVE PT-KEY-HITS(WS-PAT-IDX) TO WS-HITS-EDIT.                00014850
           MOVE WS-HITS-EDIT            TO DL-HITS.                     00014860
           IF  STORED-ENCIPHERED                                        00014870
               MOVE 'ENCIPHERED'        TO DL-STATUS                    00014880
           ELSE                                                         00014890
               MOVE 'CLEAR'             TO DL-STATUS.                   00014900
           WRITE RPT-LINE FROM WS-DETAIL-LINE.                          00014910
       0475-EXIT.                                                       00014920
           EXIT.                                                        00014930
                                                                        00014940
      ***************************************************************** 00014950
      * Hits by BU_SBU / application - each bucket with a hit, and    * 00014960
      * under it each pattern that hit.  Buckets without a hit are    * 00014970
      * only counted.                                                 * 00014980
      ***************************************************************** 00014990
       0500-WRITE-BUCKETS.                                              00015000
           MOVE SPACES TO RPT-LINE.                                     00015010
           WRITE RPT-LINE.                                              00015020
           WRITE RPT-LINE FROM WS-HEADING-3.                            00015030
           WRITE RPT-LINE FROM WS-HEADING-4.                            00015040
           MOVE SPACES TO RPT-LINE.                                     00015050
           WRITE RPT-LINE.                                              00015060
                                                                        00015070
           PERFORM 0505-WRITE-BUCKET      THRU 0505-EXIT                00015080
               VARYING WS-BUCKET-IDX FROM 1 BY 1                        00015090
               UNTIL   WS-BUCKET-IDX GREATER THAN WS-BUCKET-COUNT.      00015100
                                                                        00015110
           MOVE WS-OTHER-BUCKET TO WS-BUCKET-IDX.                       00015120
           IF  SB-KEYS(WS-BUCKET-IDX) GREATER THAN ZEROES               00015130
               PERFORM 0505-WRITE-BUCKET  THRU 0505-EXIT.               00015140
       0500-EXIT.                                                       00015150
           EXIT.                                                        00015160
                                                                        00015170
       0505-WRITE-BUCKET.                                               00015180
           IF  SB-KEYS-HIT(WS-BUCKET-IDX) EQUAL ZEROES                  00015190
               ADD 1 TO WS-CLEAN-BUCKETS                                00015200
               GO TO 0505-EXIT.                                         00015210
                                                                        00015220
           IF  WS-BUCKET-IDX EQUAL WS-OTHER-BUCKET                      00015230
               MOVE 'OTHER'                    TO BL-BU-SBU             00015240
               MOVE SPACES                     TO BL-APPLICATION        00015250
           ELSE                                                         00015260
               MOVE SB-BU-SBU(WS-BUCKET-IDX)   TO BL-BU-SBU             00015270
               MOVE SB-APPLICATION(WS-BUCKET-IDX)                       00015280
                                               TO BL-APPLICATION.       00015290
           MOVE SB-KEYS(WS-BUCKET-IDX)         TO BL-KEYS.              00015300
           MOVE SB-KEYS-HIT(WS-BUCKET-IDX)     TO BL-KEYS-HIT.          00015310
           MOVE SB-CLEAR-HIT(WS-BUCKET-IDX)    TO BL-CLEAR-HIT.         00015320
           WRITE RPT-LINE FROM WS-BUCKET-LINE.                          00015330
                                                                        00015340
           PERFORM 0510-WRITE-BUCKET-PATTERN THRU 0510-EXIT             00015350
               VARYING WS-PAT-IDX FROM 1 BY 1                           00015360
               UNTIL   WS-PAT-IDX GREATER THAN WS-PATTERN-COUNT.        00015370
       0505-EXIT.                                                       00015380
           EXIT.                                                        00015390
                                                                        00015400
       0510-WRITE-BUCKET-PATTERN.                                       00015410
           IF  SB-PAT-KEYS(WS-BUCKET-IDX WS-PAT-IDX) EQUAL ZEROES       00015420
               GO TO 0510-EXIT.                                         00015430
                                                                        00015440
           MOVE PT-NAME(WS-PAT-IDX)            TO BP-PATTERN.           00015450
           MOVE SB-PAT-KEYS(WS-BUCKET-IDX WS-PAT-IDX) TO BP-KEYS.       00015460
           MOVE SB-PAT-HITS(WS-BUCKET-IDX WS-PAT-IDX) TO BP-HITS.       00015470
           WRITE RPT-LINE FROM WS-BUCKET-PATTERN-LINE.                  00015480
       0510-EXIT.                                                       00015490
           EXIT.                                                        00015500
                                                                        00015510
      ***************************************************************** 00015520
      * Candidate prefixes (mode 'C') - every BU_SBU/application      * 00015530
      * holding a hit in an entry stored in clear.  The OTHER bucket  * 00015540
      * names no prefix and is left out.                              * 00015550
      ***************************************************************** 00015560
       0600-WRITE-CANDIDATES.                                           00015570
           IF  NOT CANDIDATE-MODE                                       00015580
               GO TO 0600-EXIT.                                         00015590
                                                                        00015600
           MOVE SPACES TO RPT-LINE.                                     00015610
           WRITE RPT-LINE.                                              00015620
           WRITE RPT-LINE FROM WS-HEADING-5.                            00015630
           IF  NOT CAN-OPEN                                             00015640
               WRITE RPT-LINE FROM WS-MSG-CAN-ERROR.                    00015650
           WRITE RPT-LINE FROM WS-HEADING-6.                            00015660
           MOVE SPACES TO RPT-LINE.                                     00015670
           WRITE RPT-LINE.                                              00015680
                                                                        00015690
           PERFORM 0605-CANDIDATE-ONE     THRU 0605-EXIT                00015700
               VARYING WS-BUCKET-IDX FROM 1 BY 1                        00015710
               UNTIL   WS-BUCKET-IDX GREATER THAN WS-BUCKET-COUNT.      00015720
                                                                        00015730
           IF  WS-CANDIDATES EQUAL ZEROES                               00015740
               WRITE RPT-LINE FROM WS-MSG-NO-CANDIDATES.                00015750
       0600-EXIT.                                                       00015760
           EXIT.                                                        00015770
                                                                        00015780
       0605-CANDIDATE-ONE.                                              00015790
           IF  SB-CLEAR-HIT(WS-BUCKET-IDX) EQUAL ZEROES                 00015800
           OR  SB-BU-SBU(WS-BUCKET-IDX)    EQUAL SPACES                 00015810
               GO TO 0605-EXIT.                                         00015820
                                                                        00015830
           PERFORM 0610-CHECK-LISTED      THRU 0610-EXIT.               00015840
                                                                        00015850
           MOVE SPACES                      TO CAN-RECORD.              00015860
           MOVE WS-CAN-PREFIX               TO CAN-PREFIX.              00015870
           IF  PREFIX-LISTED                                            00015880
               MOVE 'PURGE'                 TO CAN-ACTION               00015890
               MOVE 'Y'                     TO CAN-LISTED               00015900
           ELSE                                                         00015910
               MOVE 'ADD'                   TO CAN-ACTION               00015920
               IF  ZN-OPEN                                              00015930
                   MOVE 'N'                 TO CAN-LISTED               00015940
               ELSE                                                     00015950
                   MOVE '?'                 TO CAN-LISTED.              00015960
           MOVE SB-CLEAR-HIT(WS-BUCKET-IDX) TO CAN-KEYS-HIT.            00015970
           MOVE SB-KEYS(WS-BUCKET-IDX)      TO CAN-KEYS.                00015980
           IF  CAN-OPEN                                                 00015990
               WRITE CAN-RECORD.                                        00016000
           ADD 1 TO WS-CANDIDATES.                                      00016010
                                                                        00016020
           MOVE WS-CAN-PREFIX               TO CL-PREFIX.               00016030
           MOVE CAN-ACTION                  TO CL-ACTION.               00016040
           MOVE CAN-LISTED                  TO CL-LISTED.               00016050
           MOVE SB-CLEAR-HIT(WS-BUCKET-IDX) TO CL-KEYS-HIT.             00016060
           MOVE SB-KEYS(WS-BUCKET-IDX)      TO CL-KEYS.                 00016070
           WRITE RPT-LINE FROM WS-CANDIDATE-LINE.                       00016080
       0605-EXIT.                                                       00016090
           EXIT.                                                        00016100
                                                                        00016110
      ***************************************************************** 00016120
      * Is the prefix on the sensitive list?  The bare BU_SBU is      * 00016130
      * probed first, then the BU_SBU/application pair, as ZECS001's  * 00016140
      * 9955-CHECK-SENSITIVE does.  WS-CAN-PREFIX is left holding the * 00016150
      * pair.                                                         * 00016160
      ***************************************************************** 00016170
       0610-CHECK-LISTED.                                               00016180
           MOVE 'N'    TO WS-LISTED-SW.                                 00016190
           MOVE SPACES TO WS-CAN-PREFIX.                                00016200
           STRING SB-BU-SBU(WS-BUCKET-IDX)      DELIMITED BY SPACE      00016210
                  '/'                           DELIMITED BY SIZE       00016220
                  SB-APPLICATION(WS-BUCKET-IDX) DELIMITED BY SPACE      00016230
             INTO WS-CAN-PREFIX.                                        00016240
           IF  SB-APPLICATION(WS-BUCKET-IDX) EQUAL SPACES               00016250
               MOVE SB-BU-SBU(WS-BUCKET-IDX) TO WS-CAN-PREFIX.          00016260
                                                                        00016270
           IF  NOT ZN-OPEN                                              00016280
               GO TO 0610-EXIT.                                         00016290
                                                                        00016300
           MOVE SPACES                   TO ZN-PREFIX.                  00016310
           MOVE SB-BU-SBU(WS-BUCKET-IDX) TO ZN-PREFIX.                  00016320
           PERFORM 0615-READ-PREFIX      THRU 0615-EXIT.                00016330
                                                                        00016340
           IF  PREFIX-LISTED                                            00016350
           OR  SB-APPLICATION(WS-BUCKET-IDX) EQUAL SPACES               00016360
               GO TO 0610-EXIT.                                         00016370
                                                                        00016380
           MOVE WS-CAN-PREFIX            TO ZN-PREFIX.                  00016390
           PERFORM 0615-READ-PREFIX      THRU 0615-EXIT.                00016400
       0610-EXIT.                                                       00016410
           EXIT.                                                        00016420
                                                                        00016430
       0615-READ-PREFIX.                                                00016440
           READ ZN-FCT                                                  00016450
               INVALID KEY GO TO 0615-EXIT.                             00016460
                                                                        00016470
           MOVE 'Y' TO WS-LISTED-SW.                                    00016480
       0615-EXIT.                                                       00016490
           EXIT.                                                        00016500
                                                                        00016510
       0700-WRITE-SUMMARY.                                              00016520
           MOVE SPACES TO RPT-LINE.                                     00016530
           WRITE RPT-LINE.                                              00016540
                                                                        00016550
           MOVE WS-TOTAL-KEYS        TO SL-TOTAL-KEYS.                  00016560
           WRITE RPT-LINE FROM WS-SUMMARY-LINE1.                        00016570
           MOVE WS-SCANNED-KEYS      TO SL-SCANNED-KEYS.                00016580
           WRITE RPT-LINE FROM WS-SUMMARY-LINE2.                        00016590
           MOVE WS-HIT-KEYS          TO SL-HIT-KEYS.                    00016600
           WRITE RPT-LINE FROM WS-SUMMARY-LINE3.                        00016610
           MOVE WS-CLEAR-HIT-KEYS    TO SL-CLEAR-HIT-KEYS.              00016620
           WRITE RPT-LINE FROM WS-SUMMARY-LINE4.                        00016630
           MOVE WS-TOTAL-HITS        TO SL-TOTAL-HITS.                  00016640
           WRITE RPT-LINE FROM WS-SUMMARY-LINE5.                        00016650
           MOVE WS-CHAIN-FAILS       TO SL-CHAIN-FAILS.                 00016660
           WRITE RPT-LINE FROM WS-SUMMARY-LINE6.                        00016670
           MOVE WS-CRYPT-FAILS       TO SL-CRYPT-FAILS.                 00016680
           WRITE RPT-LINE FROM WS-SUMMARY-LINE7.                        00016690
           MOVE WS-DECODE-FAILS      TO SL-DECODE-FAILS.                00016700
           WRITE RPT-LINE FROM WS-SUMMARY-LINE8.                        00016710
           MOVE WS-ORPHAN-KEYS       TO SL-ORPHAN-KEYS.                 00016720
           WRITE RPT-LINE FROM WS-SUMMARY-LINE9.                        00016730
           MOVE WS-CRYPT-SKIPS       TO SL-CRYPT-SKIPS.                 00016740
           WRITE RPT-LINE FROM WS-SUMMARY-LINE10.                       00016750
           MOVE WS-SHARE-SKIPS       TO SL-SHARE-SKIPS.                 00016760
           WRITE RPT-LINE FROM WS-SUMMARY-LINE11.                       00016770
           MOVE WS-CLEAN-BUCKETS     TO SL-CLEAN-BUCKETS.               00016780
           WRITE RPT-LINE FROM WS-SUMMARY-LINE12.                       00016790
           IF  CANDIDATE-MODE                                           00016800
               MOVE WS-CANDIDATES    TO SL-CANDIDATES                   00016810
               WRITE RPT-LINE FROM WS-SUMMARY-LINE13.                   00016820
           IF  WS-PATTERN-IGNORED GREATER THAN ZEROES                   00016830
               MOVE WS-PATTERN-IGNORED TO SL-PATTERN-IGNORED            00016840
               WRITE RPT-LINE FROM WS-SUMMARY-LINE14.                   00016850
       0700-EXIT.                                                       00016860
           EXIT.                                                        00016870
                                                                        00016880
       0900-CLOSE-FILES.                                                00016890
           CLOSE ZK-FCT.                                                00016900
           CLOSE ZF-FCT.                                                00016910
           IF  ZD-OPEN                                                  00016920
               CLOSE ZD-FCT.                                            00016930
           IF  ZN-OPEN                                                  00016940
               CLOSE ZN-FCT.                                            00016950
           IF  CAN-OPEN                                                 00016960
               CLOSE CAN-OUT.                                           00016970
           CLOSE RPT-OUT.                                               00016980
       0900-EXIT.                                                       00016990
           EXIT.                                                        00017000
                                                                        00017010
      ***************************************************************** 00017020
      * Append this run's END record - completion status and the      * 00017030
      * run's counts, mapped on to the ledger columns as ZECSLDG.cpy  * 00017040
      * describes.                                                    * 00017050
      ***************************************************************** 00017060
       0950-LEDGER-END.                                                 00017070
           MOVE SPACES               TO LDG-RECORD.                     00017080
           MOVE 'ZECSSCN'            TO LDG-JOB.                        00017090
           MOVE 'E'                  TO LDG-EVENT.                      00017100
           MOVE WS-LDG-MODE          TO LDG-MODE.                       00017110
           MOVE WS-LDG-START-DATE    TO LDG-START-DATE.                 00017120
           MOVE WS-LDG-START-TIME    TO LDG-START-TIME.                 00017130
           ACCEPT LDG-END-DATE       FROM DATE YYYYMMDD.                00017140
           ACCEPT LDG-END-TIME       FROM TIME.                         00017150
           MOVE 'C'                  TO LDG-STATUS.                     00017160
           MOVE WS-TOTAL-KEYS        TO LDG-PROCESSED.                  00017170
           MOVE WS-CANDIDATES        TO LDG-OUTPUT.                     00017180
           MOVE WS-HIT-KEYS          TO LDG-FOUND.                      00017190
           MOVE ZEROES               TO LDG-REPAIRED.                   00017200
           PERFORM 0960-APPEND-LEDGER THRU 0960-EXIT.                   00017210
       0950-EXIT.                                                       00017220
           EXIT.                                                        00017230
                                                                        00017240
      ***************************************************************** 00017250
      * Open, append one record and close again, so each record is on * 00017260
      * the dataset the moment it is written.  A first-ever run falls * 00017270
      * back to creating the ledger, as ZECSRPT's 0400-WRITE-HISTORY  * 00017280
      * does; a ledger that will not open costs the run its entry,    * 00017290
      * nothing more.                                                 * 00017300
      ***************************************************************** 00017310
       0960-APPEND-LEDGER.                                              00017320
           OPEN EXTEND LDG-OUT.                                         00017330
           IF  WS-LDG-STATUS NOT EQUAL '00'                             00017340
               OPEN OUTPUT LDG-OUT.                                     00017350
           IF  WS-LDG-STATUS NOT EQUAL '00'                             00017360
               DISPLAY 'ZECSSCN - LEDGER OPEN STATUS ' WS-LDG-STATUS    00017370
               GO TO 0960-EXIT.                                         00017380
                                                                        00017390
           WRITE LDG-OUT-RECORD FROM LDG-RECORD.                        00017400
           CLOSE LDG-OUT.                                               00017410
       0960-EXIT.                                                       00017420
           EXIT.                                                        00017430
