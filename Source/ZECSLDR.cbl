       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. ZECSLDR.                                             00000020
       AUTHOR.     Randy Frerking and Rich Jackson.                     00000030
      ***************************************************************** 00000040
      *                                                               * 00000050
      * z/OS Enterprise Caching Services.                             * 00000060
      *                                                               * 00000070
      * Batch run ledger morning summary.                             * 00000080
      *                                                               * 00000090
      * Reads the batch run ledger every nightly job appends to (see  * 00000100
      * ZECSLDG.cpy) and prints one page on the night's runs: each    * 00000110
      * run's mode, start and end, its counts, and a flag for         * 00000120
      * anything the on-call person should look at before the         * 00000130
      * business day starts -                                         * 00000140
      *   ABENDED             START record with no END record         * 00000150
      *   ABENDED - RERUN OK  as above, but a later run of the same   * 00000160
      *                       job in the window completed             * 00000170
      *   FAILED              the job ended without doing its work    * 00000180
      *   EXCEPTION JUMP      exceptions found well above the job's   * 00000190
      *                       own recent history                      * 00000200
      *   DID NOT RUN         an expected job with no run at all      * 00000210
      *                                                               * 00000220
      * SYSIN line 1: window start, YYYYMMDDHHMM (runs STARTED at or  * 00000230
      *               after it are the night being reported; blank    * 00000240
      *               or non-numeric means yesterday at 18:00; a      * 00000250
      *               date alone means that date at 00:00).           * 00000260
      * SYSIN line 2: exception jump factor, percent of the prior     * 00000270
      *               average (3 digits; blank, non-numeric or not    * 00000280
      *               above 100 means 200).                           * 00000290
      * SYSIN line 3: expected job names, separated by spaces (up     * 00000300
      *               to 9; blank means ZECSEXP, ZECSORF, ZECSCKV,    * 00000310
      *               ZECSRPT, ZECSCMP, ZECSARC, ZECSACR, ZECSPUB     * 00000320
      *               and ZECSCAP).                                   * 00000330
      *                                                               * 00000340
      * One pass, no sort step - the ledger is appended in run order. * 00000350
      * END records from before the window feed each job's recent     * 00000360
      * history (the last five completed runs per job and mode);      * 00000370
      * records inside the window are the night's runs.  A run is an  * 00000380
      * EXCEPTION JUMP when its exceptions found exceed the jump      * 00000390
      * factor times the prior average AND exceed the prior average   * 00000400
      * by more than WS-JUMP-MINIMUM, so a job that went from 1       * 00000410
      * exception to 3 does not page anybody.  A job with no prior    * 00000420
      * history is never flagged.                                     * 00000430
      *                                                               * 00000440
      * Intended to run each morning after the nightly batch window.  * 00000450
      *                                                               * 00000460
      * Date       UserID    Description                              * 00000470
      * ---------- --------  ---------------------------------------- * 00000480
      *                                                               * 00000490
      ***************************************************************** 00000500
       ENVIRONMENT DIVISION.                                            00000510
       INPUT-OUTPUT SECTION.                                            00000520
       FILE-CONTROL.                                                    00000530
           SELECT LDG-IN ASSIGN TO LEDGER                               00000540
               ORGANIZATION IS SEQUENTIAL                               00000550
               FILE STATUS IS WS-LDG-STATUS.                            00000560
                                                                        00000570
           SELECT RPT-OUT ASSIGN TO RPTOUT                              00000580
               ORGANIZATION IS LINE SEQUENTIAL                          00000590
               FILE STATUS IS WS-RPT-STATUS.                            00000600
                                                                        00000610
       DATA DIVISION.                                                   00000620
       FILE SECTION.                                                    00000630
       FD  LDG-IN                                                       00000640
           RECORD CONTAINS 100 CHARACTERS.                              00000650
      ***************************************************************** 00000660
      * zECS BATCH RUN LEDGER record definition.                      * 00000670
      ***************************************************************** 00000680
       COPY ZECSLDG.                                                    00000690
                                                                        00000700
       FD  RPT-OUT                                                      00000710
           RECORD CONTAINS 132 CHARACTERS.                              00000720
       01  RPT-LINE                   PIC  X(132).                      00000730
                                                                        00000740
       WORKING-STORAGE SECTION.                                         00000750
       01  WS-LDG-STATUS              PIC  X(02) VALUE SPACES.          00000760
       01  WS-RPT-STATUS              PIC  X(02) VALUE SPACES.          00000770
       01  WS-EOF-SW                  PIC  X(01) VALUE 'N'.             00000780
           88  LDG-EOF                VALUE 'Y'.                        00000790
       01  WS-LEDGER-SW               PIC  X(01) VALUE 'Y'.             00000800
           88  LEDGER-MISSING         VALUE 'N'.                        00000810
                                                                        00000820
       01  WS-PARM-WINDOW             PIC  X(12) VALUE SPACES.          00000830
       01  WS-PARM-WINDOW-R REDEFINES WS-PARM-WINDOW.                   00000840
           05  WS-PARM-WINDOW-DATE    PIC  9(08).                       00000850
           05  WS-PARM-WINDOW-HHMM    PIC  9(04).                       00000860
       01  WS-PARM-FACTOR             PIC  X(03) VALUE SPACES.          00000870
       01  WS-PARM-FACTOR-9 REDEFINES WS-PARM-FACTOR                    00000880
                                      PIC  9(03).                       00000890
       01  WS-PARM-JOBS               PIC  X(80) VALUE SPACES.          00000900
                                                                        00000910
       01  WS-TODAY                   PIC  9(08) VALUE ZEROES.          00000920
       01  WS-DATE-INT                PIC S9(09) COMP VALUE ZEROES.     00000930
       01  WS-WINDOW-DATE             PIC  9(08) VALUE ZEROES.          00000940
       01  WS-WINDOW-HHMM             PIC  9(04) VALUE 1800.            00000950
       01  WS-WINDOW-HHMM-R REDEFINES WS-WINDOW-HHMM.                   00000960
           05  WW-HH                  PIC  9(02).                       00000970
           05  WW-MM                  PIC  9(02).                       00000980
       01  WS-WINDOW-STAMP            PIC  9(16) VALUE ZEROES.          00000990
       01  WS-RECORD-STAMP            PIC  9(16) VALUE ZEROES.          00001000
                                                                        00001010
       01  WS-JUMP-FACTOR             PIC  9(03) VALUE 200.             00001020
       01  WS-JUMP-MINIMUM            PIC  9(09) VALUE 10.              00001030
       01  WS-JUMP-LIMIT              PIC  9(11) VALUE ZEROES.          00001040
       01  WS-PRIOR-TOTAL             PIC  9(11) VALUE ZEROES.          00001050
                                                                        00001060
      ***************************************************************** 00001070
      * Expected jobs - SYSIN line 3, or the nightly set below.       * 00001080
      ***************************************************************** 00001090
       01  WS-MAX-EXPECTED            PIC S9(04) COMP VALUE 9.          00001100
       01  WS-EXPECTED-TABLE.                                           00001110
           05  EJ-NAME OCCURS 9 TIMES PIC  X(08).                       00001120
       01  WS-DEFAULT-JOBS.                                             00001130
           05  FILLER                 PIC  X(08) VALUE 'ZECSEXP'.       00001140
           05  FILLER                 PIC  X(08) VALUE 'ZECSORF'.       00001150
           05  FILLER                 PIC  X(08) VALUE 'ZECSCKV'.       00001160
           05  FILLER                 PIC  X(08) VALUE 'ZECSRPT'.       00001170
           05  FILLER                 PIC  X(08) VALUE 'ZECSCMP'.       00001180
           05  FILLER                 PIC  X(08) VALUE 'ZECSARC'.       00001190
           05  FILLER                 PIC  X(08) VALUE 'ZECSACR'.       00001200
           05  FILLER                 PIC  X(08) VALUE 'ZECSPUB'.       00001210
           05  FILLER                 PIC  X(08) VALUE 'ZECSCAP'.       00001220
                                                                        00001230
       01  WS-NOT-RUN-COUNT           PIC S9(04) COMP VALUE ZEROES.     00001240
       01  WS-NOT-RUN-TABLE.                                            00001250
           05  NR-NAME OCCURS 9 TIMES PIC  X(08).                       00001260
                                                                        00001270
      ***************************************************************** 00001280
      * Recent history per job and mode - exceptions found by the     * 00001290
      * last WS-MAX-PRIOR completed runs before the window, oldest    * 00001300
      * first.                                                        * 00001310
      ***************************************************************** 00001320
       01  WS-MAX-HISTORY             PIC S9(04) COMP VALUE 30.         00001330
       01  WS-HISTORY-COUNT           PIC S9(04) COMP VALUE ZEROES.     00001340
       01  WS-MAX-PRIOR               PIC S9(04) COMP VALUE 5.          00001350
       01  WS-HISTORY-TABLE.                                            00001360
           05  HT-ENTRY OCCURS 30 TIMES                                 00001370
                                  INDEXED BY HT-IDX.                    00001380
               10  HT-JOB             PIC  X(08).                       00001390
               10  HT-MODE            PIC  X(01).                       00001400
               10  HT-RUNS            PIC S9(04) COMP.                  00001410
               10  HT-FOUND OCCURS 5 TIMES                              00001420
                                      PIC  9(09).                       00001430
                                                                        00001440
      ***************************************************************** 00001450
      * The night's runs, in the order they started.  An END record   * 00001460
      * whose START fell before the window is not the night's; an END * 00001470
      * record with no START at all (a START lost to a full ledger    * 00001480
      * volume, say) still gets its own entry.                        * 00001490
      ***************************************************************** 00001500
       01  WS-MAX-RUNS                PIC S9(04) COMP VALUE 100.        00001510
       01  WS-RUN-COUNT               PIC S9(04) COMP VALUE ZEROES.     00001520
       01  WS-RUN-TABLE.                                                00001530
           05  RN-ENTRY OCCURS 100 TIMES                                00001540
                                  INDEXED BY RN-IDX.                    00001550
               10  RN-JOB             PIC  X(08).                       00001560
               10  RN-MODE            PIC  X(01).                       00001570
               10  RN-START-DATE      PIC  9(08).                       00001580
               10  RN-START-TIME      PIC  9(08).                       00001590
               10  RN-END-DATE        PIC  9(08).                       00001600
               10  RN-END-TIME        PIC  9(08).                       00001610
               10  RN-STATUS          PIC  X(01).                       00001620
                   88  RN-NO-END          VALUE SPACE.                  00001630
                   88  RN-COMPLETE        VALUE 'C'.                    00001640
                   88  RN-RESTARTED       VALUE 'R'.                    00001650
                   88  RN-FAILED          VALUE 'F'.                    00001660
               10  RN-PROCESSED       PIC  9(09).                       00001670
               10  RN-OUTPUT          PIC  9(09).                       00001680
               10  RN-FOUND           PIC  9(09).                       00001690
               10  RN-REPAIRED        PIC  9(09).                       00001700
               10  RN-PRIOR-SW        PIC  X(01).                       00001710
                   88  RN-HAS-PRIOR       VALUE 'Y'.                    00001720
               10  RN-PRIOR-AVG       PIC  9(09).                       00001730
               10  RN-FLAG            PIC  X(20).                       00001740
                                                                        00001750
       01  WS-SUB                     PIC S9(04) COMP VALUE ZEROES.     00001760
       01  WS-PRIOR-SUB               PIC S9(04) COMP VALUE ZEROES.     00001770
       01  WS-FIND-JOB                PIC  X(08) VALUE SPACES.          00001780
       01  WS-FIND-MODE               PIC  X(01) VALUE SPACES.          00001790
       01  WS-FOUND-SW                PIC  X(01) VALUE 'N'.             00001800
           88  ENTRY-FOUND            VALUE 'Y'.                        00001810
       01  WS-RERUN-SW                PIC  X(01) VALUE 'N'.             00001820
           88  RERUN-COMPLETED        VALUE 'Y'.                        00001830
                                                                        00001840
       01  WS-COMPLETED-RUNS          PIC 9(09) VALUE ZEROES.           00001850
       01  WS-RESTARTED-RUNS          PIC 9(09) VALUE ZEROES.           00001860
       01  WS-FAILED-RUNS             PIC 9(09) VALUE ZEROES.           00001870
       01  WS-RECOVERED-RUNS          PIC 9(09) VALUE ZEROES.           00001880
       01  WS-JUMP-RUNS               PIC 9(09) VALUE ZEROES.           00001890
                                                                        00001900
       01  WS-TIME-WORK               PIC  9(08) VALUE ZEROES.          00001910
       01  WS-TIME-WORK-R REDEFINES WS-TIME-WORK.                       00001920
           05  TW-HH                  PIC  9(02).                       00001930
           05  TW-MM                  PIC  9(02).                       00001940
           05  FILLER                 PIC  9(04).                       00001950
       01  WS-STAMP-EDIT.                                               00001960
           05  SE-DATE                PIC  9(08).                       00001970
           05  FILLER                 PIC  X(01) VALUE SPACES.          00001980
           05  SE-HH                  PIC  9(02).                       00001990
           05  FILLER                 PIC  X(01) VALUE ':'.             00002000
           05  SE-MM                  PIC  9(02).                       00002010
                                                                        00002020
       01  WS-HEADING-1.                                                00002030
           05  FILLER PIC X(44) VALUE                                   00002040
               'zECS BATCH RUN LEDGER - MORNING SUMMARY'.               00002050
       01  WS-HEADING-2.                                                00002060
           05  FILLER PIC X(09) VALUE 'JOB'.                            00002070
           05  FILLER PIC X(05) VALUE 'MODE'.                           00002080
           05  FILLER PIC X(15) VALUE 'START'.                          00002090
           05  FILLER PIC X(15) VALUE 'END'.                            00002100
           05  FILLER PIC X(12) VALUE '  PROCESSED'.                    00002110
           05  FILLER PIC X(12) VALUE '     OUTPUT'.                    00002120
           05  FILLER PIC X(12) VALUE '      FOUND'.                    00002130
           05  FILLER PIC X(12) VALUE '   REPAIRED'.                    00002140
           05  FILLER PIC X(12) VALUE '  PRIOR AVG'.                    00002150
           05  FILLER PIC X(04) VALUE 'FLAG'.                           00002160
                                                                        00002170
       01  WS-WINDOW-LINE.                                              00002180
           05  FILLER                 PIC X(20) VALUE                   00002190
               'RUNS STARTED SINCE: '.                                  00002200
           05  WL-DATE                PIC  9(08).                       00002210
           05  FILLER                 PIC  X(01) VALUE SPACES.          00002220
           05  WL-HH                  PIC  9(02).                       00002230
           05  FILLER                 PIC  X(01) VALUE ':'.             00002240
           05  WL-MM                  PIC  9(02).                       00002250
       01  WS-JUMP-LINE.                                                00002260
           05  FILLER                 PIC X(20) VALUE                   00002270
               'EXCEPTION JUMP AT:  '.                                  00002280
           05  JL-FACTOR              PIC  ZZ9.                         00002290
           05  FILLER                 PIC X(27) VALUE                   00002300
               '% OF PRIOR AVERAGE, AND AT '.                           00002310
           05  FILLER                 PIC X(11) VALUE                   00002320
               'LEAST PLUS '.                                           00002330
           05  JL-MINIMUM             PIC  ZZ9.                         00002340
                                                                        00002350
       01  WS-DETAIL-LINE.                                              00002360
           05  DL-JOB                 PIC  X(08).                       00002370
           05  FILLER                 PIC  X(01) VALUE SPACES.          00002380
           05  DL-MODE                PIC  X(01).                       00002390
           05  FILLER                 PIC  X(04) VALUE SPACES.          00002400
           05  DL-START               PIC  X(14).                       00002410
           05  FILLER                 PIC  X(01) VALUE SPACES.          00002420
           05  DL-END                 PIC  X(14).                       00002430
           05  FILLER                 PIC  X(01) VALUE SPACES.          00002440
           05  DL-PROCESSED           PIC ZZZ,ZZZ,ZZ9.                  00002450
           05  FILLER                 PIC  X(01) VALUE SPACES.          00002460
           05  DL-OUTPUT              PIC ZZZ,ZZZ,ZZ9.                  00002470
           05  FILLER                 PIC  X(01) VALUE SPACES.          00002480
           05  DL-FOUND               PIC ZZZ,ZZZ,ZZ9.                  00002490
           05  FILLER                 PIC  X(01) VALUE SPACES.          00002500
           05  DL-REPAIRED            PIC ZZZ,ZZZ,ZZ9.                  00002510
           05  FILLER                 PIC  X(01) VALUE SPACES.          00002520
           05  DL-PRIOR-AVG           PIC ZZZ,ZZZ,ZZ9.                  00002530
           05  DL-PRIOR-AVG-X REDEFINES DL-PRIOR-AVG                    00002540
                                      PIC  X(11).                       00002550
           05  FILLER                 PIC  X(01) VALUE SPACES.          00002560
           05  DL-FLAG                PIC  X(20).                       00002570
                                                                        00002580
       01  WS-NOT-RUN-LINE.                                             00002590
           05  NL-JOB                 PIC  X(08).                       00002600
           05  FILLER                 PIC  X(96) VALUE SPACES.          00002610
           05  FILLER                 PIC  X(20) VALUE                  00002620
               'DID NOT RUN'.                                           00002630
                                                                        00002640
       01  WS-SUMMARY-LINE1.                                            00002650
           05  FILLER                 PIC X(20) VALUE                   00002660
               'RUNS IN WINDOW:     '.                                  00002670
           05  SL-TOTAL-RUNS          PIC ZZZ,ZZZ,ZZ9.                  00002680
       01  WS-SUMMARY-LINE2.                                            00002690
           05  FILLER                 PIC X(20) VALUE                   00002700
               'COMPLETED:          '.                                  00002710
           05  SL-COMPLETED-RUNS      PIC ZZZ,ZZZ,ZZ9.                  00002720
       01  WS-SUMMARY-LINE3.                                            00002730
           05  FILLER                 PIC X(20) VALUE                   00002740
               'RESTARTED:          '.                                  00002750
           05  SL-RESTARTED-RUNS      PIC ZZZ,ZZZ,ZZ9.                  00002760
       01  WS-SUMMARY-LINE4.                                            00002770
           05  FILLER                 PIC X(20) VALUE                   00002780
               'FAILED/ABENDED:     '.                                  00002790
           05  SL-FAILED-RUNS         PIC ZZZ,ZZZ,ZZ9.                  00002800
       01  WS-SUMMARY-LINE5.                                            00002810
           05  FILLER                 PIC X(20) VALUE                   00002820
               'RECOVERED BY RERUN: '.                                  00002830
           05  SL-RECOVERED-RUNS      PIC ZZZ,ZZZ,ZZ9.                  00002840
       01  WS-SUMMARY-LINE6.                                            00002850
           05  FILLER                 PIC X(20) VALUE                   00002860
               'DID NOT RUN:        '.                                  00002870
           05  SL-NOT-RUN             PIC ZZZ,ZZZ,ZZ9.                  00002880
       01  WS-SUMMARY-LINE7.                                            00002890
           05  FILLER                 PIC X(20) VALUE                   00002900
               'EXCEPTION JUMPS:    '.                                  00002910
           05  SL-JUMP-RUNS           PIC ZZZ,ZZZ,ZZ9.                  00002920
                                                                        00002930
       01  WS-MESSAGE-LINE            PIC  X(44) VALUE SPACES.          00002940
                                                                        00002950
       PROCEDURE DIVISION.                                              00002960
       0000-MAIN.                                                       00002970
           PERFORM 0100-GET-PARMS         THRU 0100-EXIT.               00002980
           PERFORM 0200-READ-LEDGER       THRU 0200-EXIT.               00002990
           PERFORM 0300-EVALUATE-RUNS     THRU 0300-EXIT.               00003000
           PERFORM 0400-CHECK-NOT-RUN     THRU 0400-EXIT.               00003010
           PERFORM 0500-WRITE-REPORT      THRU 0500-EXIT.               00003020
           STOP RUN.                                                    00003030
                                                                        00003040
       0100-GET-PARMS.                                                  00003050
           ACCEPT WS-PARM-WINDOW   FROM SYSIN.                          00003060
           ACCEPT WS-PARM-FACTOR   FROM SYSIN.                          00003070
           ACCEPT WS-PARM-JOBS     FROM SYSIN.                          00003080
                                                                        00003090
           ACCEPT WS-TODAY         FROM DATE YYYYMMDD.                  00003100
           COMPUTE WS-DATE-INT =                                        00003110
               FUNCTION INTEGER-OF-DATE(WS-TODAY) - 1.                  00003120
           COMPUTE WS-WINDOW-DATE =                                     00003130
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).                   00003140
                                                                        00003150
           IF  WS-PARM-WINDOW-DATE NUMERIC                              00003160
           AND WS-PARM-WINDOW-DATE GREATER THAN ZEROES                  00003170
               MOVE WS-PARM-WINDOW-DATE  TO WS-WINDOW-DATE              00003180
               MOVE ZEROES               TO WS-WINDOW-HHMM.             00003190
                                                                        00003200
           IF  WS-PARM-WINDOW-DATE NUMERIC                              00003210
           AND WS-PARM-WINDOW-DATE GREATER THAN ZEROES                  00003220
           AND WS-PARM-WINDOW-HHMM NUMERIC                              00003230
               MOVE WS-PARM-WINDOW-HHMM  TO WS-WINDOW-HHMM.             00003240
                                                                        00003250
           COMPUTE WS-WINDOW-STAMP =                                    00003260
               WS-WINDOW-DATE * 100000000 + WS-WINDOW-HHMM * 10000.     00003270
                                                                        00003280
           IF  WS-PARM-FACTOR-9 NUMERIC                                 00003290
           AND WS-PARM-FACTOR-9 GREATER THAN 100                        00003300
               MOVE WS-PARM-FACTOR-9     TO WS-JUMP-FACTOR.             00003310
                                                                        00003320
           IF  WS-PARM-JOBS EQUAL SPACES                                00003330
               MOVE WS-DEFAULT-JOBS      TO WS-EXPECTED-TABLE           00003340
           ELSE                                                         00003350
               MOVE SPACES               TO WS-EXPECTED-TABLE           00003360
               UNSTRING WS-PARM-JOBS DELIMITED BY ALL SPACES            00003370
                   INTO EJ-NAME(1) EJ-NAME(2) EJ-NAME(3)                00003380
                        EJ-NAME(4) EJ-NAME(5) EJ-NAME(6)                00003390
                        EJ-NAME(7) EJ-NAME(8) EJ-NAME(9).               00003400
       0100-EXIT.                                                       00003410
           EXIT.                                                        00003420
                                                                        00003430
      ***************************************************************** 00003440
      * One pass over the ledger.  A ledger that will not open is     * 00003450
      * reported as such, and every expected job then shows as not    * 00003460
      * run - which, for the morning reader, is exactly the right     * 00003470
      * alarm.                                                        * 00003480
      ***************************************************************** 00003490
       0200-READ-LEDGER.                                                00003500
           OPEN INPUT LDG-IN.                                           00003510
           IF  WS-LDG-STATUS NOT EQUAL '00'                             00003520
               MOVE 'N' TO WS-LEDGER-SW                                 00003530
               MOVE 'Y' TO WS-EOF-SW                                    00003540
               GO TO 0200-EXIT.                                         00003550
                                                                        00003560
           PERFORM 0210-READ-RECORD    THRU 0210-EXIT                   00003570
               UNTIL LDG-EOF.                                           00003580
                                                                        00003590
           CLOSE LDG-IN.                                                00003600
       0200-EXIT.                                                       00003610
           EXIT.                                                        00003620
                                                                        00003630
       0210-READ-RECORD.                                                00003640
           READ LDG-IN                                                  00003650
               AT END                                                   00003660
                   MOVE 'Y' TO WS-EOF-SW                                00003670
                   GO TO 0210-EXIT                                      00003680
           END-READ.                                                    00003690
                                                                        00003700
           IF  LDG-START-DATE NOT NUMERIC                               00003710
           OR  LDG-START-TIME NOT NUMERIC                               00003720
               GO TO 0210-EXIT.                                         00003730
                                                                        00003740
           COMPUTE WS-RECORD-STAMP =                                    00003750
               LDG-START-DATE * 100000000 + LDG-START-TIME.             00003760
                                                                        00003770
           IF  WS-RECORD-STAMP LESS THAN WS-WINDOW-STAMP                00003780
               PERFORM 0220-ADD-HISTORY THRU 0220-EXIT                  00003790
               GO TO 0210-EXIT.                                         00003800
                                                                        00003810
           IF  LDG-START-EVENT                                          00003820
               PERFORM 0230-ADD-RUN     THRU 0230-EXIT                  00003830
           ELSE                                                         00003840
               IF  LDG-END-EVENT                                        00003850
                   PERFORM 0240-END-RUN THRU 0240-EXIT.                 00003860
       0210-EXIT.                                                       00003870
           EXIT.                                                        00003880
                                                                        00003890
      ***************************************************************** 00003900
      * A completed run from before the window - keep its exceptions  * 00003910
      * found as history for its job and mode, dropping the oldest    * 00003920
      * once WS-MAX-PRIOR are held.                                   * 00003930
      ***************************************************************** 00003940
       0220-ADD-HISTORY.                                                00003950
           IF  NOT LDG-END-EVENT                                        00003960
               GO TO 0220-EXIT.                                         00003970
                                                                        00003980
           IF  NOT LDG-COMPLETE                                         00003990
           AND NOT LDG-RESTARTED                                        00004000
               GO TO 0220-EXIT.                                         00004010
                                                                        00004020
           MOVE LDG-JOB  TO WS-FIND-JOB.                                00004030
           MOVE LDG-MODE TO WS-FIND-MODE.                               00004040
           PERFORM 0250-FIND-HISTORY   THRU 0250-EXIT.                  00004050
                                                                        00004060
           IF  NOT ENTRY-FOUND                                          00004070
           AND WS-HISTORY-COUNT LESS THAN WS-MAX-HISTORY                00004080
               ADD 1 TO WS-HISTORY-COUNT                                00004090
               SET  HT-IDX              TO WS-HISTORY-COUNT             00004100
               MOVE LDG-JOB             TO HT-JOB(HT-IDX)               00004110
               MOVE LDG-MODE            TO HT-MODE(HT-IDX)              00004120
               MOVE ZEROES              TO HT-RUNS(HT-IDX)              00004130
               MOVE 'Y'                 TO WS-FOUND-SW.                 00004140
                                                                        00004150
           IF  NOT ENTRY-FOUND                                          00004160
               GO TO 0220-EXIT.                                         00004170
                                                                        00004180
           IF  HT-RUNS(HT-IDX) EQUAL WS-MAX-PRIOR                       00004190
               PERFORM 0225-SHIFT-HISTORY     THRU 0225-EXIT            00004200
                   VARYING WS-PRIOR-SUB FROM 1 BY 1                     00004210
                   UNTIL WS-PRIOR-SUB EQUAL WS-MAX-PRIOR                00004220
               SUBTRACT 1 FROM HT-RUNS(HT-IDX).                         00004230
                                                                        00004240
           ADD 1 TO HT-RUNS(HT-IDX).                                    00004250
           MOVE LDG-FOUND TO HT-FOUND(HT-IDX, HT-RUNS(HT-IDX)).         00004260
       0220-EXIT.                                                       00004270
           EXIT.                                                        00004280
                                                                        00004290
       0225-SHIFT-HISTORY.                                              00004300
           MOVE HT-FOUND(HT-IDX, WS-PRIOR-SUB + 1)                      00004310
             TO HT-FOUND(HT-IDX, WS-PRIOR-SUB).                         00004320
       0225-EXIT.                                                       00004330
           EXIT.                                                        00004340
                                                                        00004350
      ***************************************************************** 00004360
      * A START record inside the window - a new run, with no END     * 00004370
      * yet.  Runs past the table are not reported; one night never   * 00004380
      * comes near it.                                                * 00004390
      ***************************************************************** 00004400
       0230-ADD-RUN.                                                    00004410
           MOVE 'N' TO WS-FOUND-SW.                                     00004420
           IF  WS-RUN-COUNT EQUAL WS-MAX-RUNS                           00004430
               GO TO 0230-EXIT.                                         00004440
                                                                        00004450
           ADD 1 TO WS-RUN-COUNT.                                       00004460
           SET  RN-IDX                  TO WS-RUN-COUNT.                00004470
           MOVE LDG-JOB                 TO RN-JOB(RN-IDX).              00004480
           MOVE LDG-MODE                TO RN-MODE(RN-IDX).             00004490
           MOVE LDG-START-DATE          TO RN-START-DATE(RN-IDX).       00004500
           MOVE LDG-START-TIME          TO RN-START-TIME(RN-IDX).       00004510
           MOVE ZEROES                  TO RN-END-DATE(RN-IDX)          00004520
                                           RN-END-TIME(RN-IDX)          00004530
                                           RN-PROCESSED(RN-IDX)         00004540
                                           RN-OUTPUT(RN-IDX)            00004550
                                           RN-FOUND(RN-IDX)             00004560
                                           RN-REPAIRED(RN-IDX)          00004570
                                           RN-PRIOR-AVG(RN-IDX).        00004580
           MOVE SPACES                  TO RN-STATUS(RN-IDX)            00004590
                                           RN-FLAG(RN-IDX).             00004600
           MOVE 'N'                     TO RN-PRIOR-SW(RN-IDX).         00004610
           MOVE 'Y'                     TO WS-FOUND-SW.                 00004620
       0230-EXIT.                                                       00004630
           EXIT.                                                        00004640
                                                                        00004650
      ***************************************************************** 00004660
      * An END record inside the window - complete the still-open     * 00004670
      * run its START record opened (same job, start date and         * 00004680
      * start time).                                                  * 00004690
      ***************************************************************** 00004700
       0240-END-RUN.                                                    00004710
           MOVE 'N' TO WS-FOUND-SW.                                     00004720
           IF  WS-RUN-COUNT GREATER THAN ZEROES                         00004730
               PERFORM 0245-MATCH-RUN         THRU 0245-EXIT            00004740
                   VARYING RN-IDX FROM 1 BY 1                           00004750
                   UNTIL RN-IDX GREATER THAN WS-RUN-COUNT               00004760
                       OR ENTRY-FOUND.                                  00004770
                                                                        00004780
           IF  ENTRY-FOUND                                              00004790
               SET RN-IDX DOWN BY 1                                     00004800
           ELSE                                                         00004810
               PERFORM 0230-ADD-RUN THRU 0230-EXIT.                     00004820
                                                                        00004830
           IF  NOT ENTRY-FOUND                                          00004840
               GO TO 0240-EXIT.                                         00004850
                                                                        00004860
           MOVE LDG-END-DATE            TO RN-END-DATE(RN-IDX).         00004870
           MOVE LDG-END-TIME            TO RN-END-TIME(RN-IDX).         00004880
           MOVE LDG-STATUS              TO RN-STATUS(RN-IDX).           00004890
           MOVE LDG-PROCESSED           TO RN-PROCESSED(RN-IDX).        00004900
           MOVE LDG-OUTPUT              TO RN-OUTPUT(RN-IDX).           00004910
           MOVE LDG-FOUND               TO RN-FOUND(RN-IDX).            00004920
           MOVE LDG-REPAIRED            TO RN-REPAIRED(RN-IDX).         00004930
                                                                        00004940
           IF  RN-NO-END(RN-IDX)                                        00004950
               MOVE 'C'                 TO RN-STATUS(RN-IDX).           00004960
       0240-EXIT.                                                       00004970
           EXIT.                                                        00004980
                                                                        00004990
       0245-MATCH-RUN.                                                  00005000
           IF  RN-JOB(RN-IDX)        EQUAL LDG-JOB                      00005010
           AND RN-START-DATE(RN-IDX) EQUAL LDG-START-DATE               00005020
           AND RN-START-TIME(RN-IDX) EQUAL LDG-START-TIME               00005030
           AND RN-NO-END(RN-IDX)                                        00005040
               MOVE 'Y' TO WS-FOUND-SW.                                 00005050
       0245-EXIT.                                                       00005060
           EXIT.                                                        00005070
                                                                        00005080
      ***************************************************************** 00005090
      * Find the history entry for WS-FIND-JOB + WS-FIND-MODE.        * 00005100
      ***************************************************************** 00005110
       0250-FIND-HISTORY.                                               00005120
           MOVE 'N' TO WS-FOUND-SW.                                     00005130
           IF  WS-HISTORY-COUNT GREATER THAN ZEROES                     00005140
               PERFORM 0255-MATCH-HISTORY     THRU 0255-EXIT            00005150
                   VARYING HT-IDX FROM 1 BY 1                           00005160
                   UNTIL HT-IDX GREATER THAN WS-HISTORY-COUNT           00005170
                       OR ENTRY-FOUND.                                  00005180
                                                                        00005190
           IF  ENTRY-FOUND                                              00005200
               SET HT-IDX DOWN BY 1.                                    00005210
       0250-EXIT.                                                       00005220
           EXIT.                                                        00005230
                                                                        00005240
       0255-MATCH-HISTORY.                                              00005250
           IF  HT-JOB(HT-IDX)  EQUAL WS-FIND-JOB                        00005260
           AND HT-MODE(HT-IDX) EQUAL WS-FIND-MODE                       00005270
               MOVE 'Y' TO WS-FOUND-SW.                                 00005280
       0255-EXIT.                                                       00005290
           EXIT.                                                        00005300
                                                                        00005310
      ***************************************************************** 00005320
      * Flag each of the night's runs.                                * 00005330
      ***************************************************************** 00005340
       0300-EVALUATE-RUNS.                                              00005350
           IF  WS-RUN-COUNT EQUAL ZEROES                                00005360
               GO TO 0300-EXIT.                                         00005370
                                                                        00005380
           PERFORM 0310-EVALUATE-RUN   THRU 0310-EXIT                   00005390
               VARYING RN-IDX FROM 1 BY 1                               00005400
                   UNTIL RN-IDX GREATER THAN WS-RUN-COUNT.              00005410
       0300-EXIT.                                                       00005420
           EXIT.                                                        00005430
                                                                        00005440
       0310-EVALUATE-RUN.                                               00005450
           IF  RN-NO-END(RN-IDX)                                        00005460
               PERFORM 0320-CHECK-RERUN THRU 0320-EXIT                  00005470
               GO TO 0310-EXIT.                                         00005480
                                                                        00005490
           IF  RN-FAILED(RN-IDX)                                        00005500
               MOVE 'FAILED'            TO RN-FLAG(RN-IDX)              00005510
               ADD 1 TO WS-FAILED-RUNS                                  00005520
               GO TO 0310-EXIT.                                         00005530
                                                                        00005540
           ADD 1 TO WS-COMPLETED-RUNS.                                  00005550
           IF  RN-RESTARTED(RN-IDX)                                     00005560
               MOVE 'RESTARTED'         TO RN-FLAG(RN-IDX)              00005570
               ADD 1 TO WS-RESTARTED-RUNS.                              00005580
                                                                        00005590
           MOVE RN-JOB(RN-IDX)          TO WS-FIND-JOB.                 00005600
           MOVE RN-MODE(RN-IDX)         TO WS-FIND-MODE.                00005610
           PERFORM 0250-FIND-HISTORY   THRU 0250-EXIT.                  00005620
                                                                        00005630
           IF  NOT ENTRY-FOUND                                          00005640
               GO TO 0310-EXIT.                                         00005650
                                                                        00005660
           MOVE ZEROES TO WS-PRIOR-TOTAL.                               00005670
           PERFORM 0315-ADD-PRIOR         THRU 0315-EXIT                00005680
               VARYING WS-PRIOR-SUB FROM 1 BY 1                         00005690
               UNTIL WS-PRIOR-SUB GREATER THAN HT-RUNS(HT-IDX).         00005700
                                                                        00005710
           COMPUTE RN-PRIOR-AVG(RN-IDX) =                               00005720
               WS-PRIOR-TOTAL / HT-RUNS(HT-IDX).                        00005730
           MOVE 'Y'                     TO RN-PRIOR-SW(RN-IDX).         00005740
                                                                        00005750
           COMPUTE WS-JUMP-LIMIT =                                      00005760
               RN-PRIOR-AVG(RN-IDX) * WS-JUMP-FACTOR / 100.             00005770
                                                                        00005780
           IF  RN-FOUND(RN-IDX) GREATER THAN WS-JUMP-LIMIT              00005790
           AND RN-FOUND(RN-IDX) GREATER THAN                            00005800
                   RN-PRIOR-AVG(RN-IDX) + WS-JUMP-MINIMUM               00005810
               MOVE 'EXCEPTION JUMP'    TO RN-FLAG(RN-IDX)              00005820
               ADD 1 TO WS-JUMP-RUNS.                                   00005830
       0310-EXIT.                                                       00005840
           EXIT.                                                        00005850
                                                                        00005860
       0315-ADD-PRIOR.                                                  00005870
           ADD HT-FOUND(HT-IDX, WS-PRIOR-SUB) TO WS-PRIOR-TOTAL.        00005880
       0315-EXIT.                                                       00005890
           EXIT.                                                        00005900
                                                                        00005910
      ***************************************************************** 00005920
      * A run with no END record abended (or is still running, if the * 00005930
      * summary was started too early).  It still needs a look, but a * 00005940
      * later run of the same job in the window that completed means  * 00005950
      * the rerun has already been done.                              * 00005960
      ***************************************************************** 00005970
       0320-CHECK-RERUN.                                                00005980
           MOVE 'N' TO WS-RERUN-SW.                                     00005990
           SET  WS-SUB TO RN-IDX.                                       00006000
           ADD  1      TO WS-SUB.                                       00006010
           PERFORM 0325-MATCH-RERUN       THRU 0325-EXIT                00006020
               VARYING WS-SUB FROM WS-SUB BY 1                          00006030
               UNTIL WS-SUB GREATER THAN WS-RUN-COUNT                   00006040
                   OR RERUN-COMPLETED.                                  00006050
                                                                        00006060
           IF  RERUN-COMPLETED                                          00006070
               MOVE 'ABENDED - RERUN OK' TO RN-FLAG(RN-IDX)             00006080
               ADD 1 TO WS-RECOVERED-RUNS                               00006090
           ELSE                                                         00006100
               MOVE 'ABENDED'           TO RN-FLAG(RN-IDX)              00006110
               ADD 1 TO WS-FAILED-RUNS.                                 00006120
       0320-EXIT.                                                       00006130
           EXIT.                                                        00006140
                                                                        00006150
       0325-MATCH-RERUN.                                                00006160
           IF  RN-JOB(WS-SUB) EQUAL RN-JOB(RN-IDX)                      00006170
           AND (RN-COMPLETE(WS-SUB) OR RN-RESTARTED(WS-SUB))            00006180
               MOVE 'Y' TO WS-RERUN-SW.                                 00006190
       0325-EXIT.                                                       00006200
           EXIT.                                                        00006210
                                                                        00006220
      ***************************************************************** 00006230
      * Expected jobs with no run of any kind in the window.          * 00006240
      ***************************************************************** 00006250
       0400-CHECK-NOT-RUN.                                              00006260
           PERFORM 0410-CHECK-JOB      THRU 0410-EXIT                   00006270
               VARYING WS-SUB FROM 1 BY 1                               00006280
                   UNTIL WS-SUB GREATER THAN WS-MAX-EXPECTED.           00006290
       0400-EXIT.                                                       00006300
           EXIT.                                                        00006310
                                                                        00006320
       0410-CHECK-JOB.                                                  00006330
           IF  EJ-NAME(WS-SUB) EQUAL SPACES                             00006340
               GO TO 0410-EXIT.                                         00006350
                                                                        00006360
           MOVE 'N' TO WS-FOUND-SW.                                     00006370
           IF  WS-RUN-COUNT GREATER THAN ZEROES                         00006380
               PERFORM 0415-MATCH-JOB         THRU 0415-EXIT            00006390
                   VARYING RN-IDX FROM 1 BY 1                           00006400
                   UNTIL RN-IDX GREATER THAN WS-RUN-COUNT               00006410
                       OR ENTRY-FOUND.                                  00006420
                                                                        00006430
           IF  NOT ENTRY-FOUND                                          00006440
               ADD 1 TO WS-NOT-RUN-COUNT                                00006450
               MOVE EJ-NAME(WS-SUB) TO NR-NAME(WS-NOT-RUN-COUNT).       00006460
       0410-EXIT.                                                       00006470
           EXIT.                                                        00006480
                                                                        00006490
       0415-MATCH-JOB.                                                  00006500
           IF  RN-JOB(RN-IDX) EQUAL EJ-NAME(WS-SUB)                     00006510
               MOVE 'Y' TO WS-FOUND-SW.                                 00006520
       0415-EXIT.                                                       00006530
           EXIT.                                                        00006540
                                                                        00006550
      ***************************************************************** 00006560
      * The report: the window, one line per run, the jobs that did   * 00006570
      * not run, then the counts and the overall verdict.             * 00006580
      ***************************************************************** 00006590
       0500-WRITE-REPORT.                                               00006600
           OPEN OUTPUT RPT-OUT.                                         00006610
                                                                        00006620
           WRITE RPT-LINE FROM WS-HEADING-1.                            00006630
           MOVE WS-WINDOW-DATE       TO WL-DATE.                        00006640
           MOVE WW-HH                TO WL-HH.                          00006650
           MOVE WW-MM                TO WL-MM.                          00006660
           WRITE RPT-LINE FROM WS-WINDOW-LINE.                          00006670
           MOVE WS-JUMP-FACTOR       TO JL-FACTOR.                      00006680
           MOVE WS-JUMP-MINIMUM      TO JL-MINIMUM.                     00006690
           WRITE RPT-LINE FROM WS-JUMP-LINE.                            00006700
           MOVE SPACES TO RPT-LINE.                                     00006710
           WRITE RPT-LINE.                                              00006720
                                                                        00006730
           IF  LEDGER-MISSING                                           00006740
               MOVE 'NO LEDGER ON FILE' TO WS-MESSAGE-LINE              00006750
               WRITE RPT-LINE FROM WS-MESSAGE-LINE                      00006760
               MOVE SPACES TO RPT-LINE                                  00006770
               WRITE RPT-LINE.                                          00006780
                                                                        00006790
           WRITE RPT-LINE FROM WS-HEADING-2.                            00006800
           MOVE SPACES TO RPT-LINE.                                     00006810
           WRITE RPT-LINE.                                              00006820
                                                                        00006830
           IF  WS-RUN-COUNT EQUAL ZEROES                                00006840
               MOVE 'NO RUNS IN WINDOW' TO WS-MESSAGE-LINE              00006850
               WRITE RPT-LINE FROM WS-MESSAGE-LINE                      00006860
           ELSE                                                         00006870
               PERFORM 0510-WRITE-RUN  THRU 0510-EXIT                   00006880
                   VARYING RN-IDX FROM 1 BY 1                           00006890
                       UNTIL RN-IDX GREATER THAN WS-RUN-COUNT.          00006900
                                                                        00006910
           PERFORM 0505-WRITE-NOT-RUN     THRU 0505-EXIT                00006920
               VARYING WS-SUB FROM 1 BY 1                               00006930
               UNTIL WS-SUB GREATER THAN WS-NOT-RUN-COUNT.              00006940
                                                                        00006950
           MOVE SPACES TO RPT-LINE.                                     00006960
           WRITE RPT-LINE.                                              00006970
                                                                        00006980
           MOVE WS-RUN-COUNT         TO SL-TOTAL-RUNS.                  00006990
           MOVE WS-COMPLETED-RUNS    TO SL-COMPLETED-RUNS.              00007000
           MOVE WS-RESTARTED-RUNS    TO SL-RESTARTED-RUNS.              00007010
           MOVE WS-FAILED-RUNS       TO SL-FAILED-RUNS.                 00007020
           MOVE WS-RECOVERED-RUNS    TO SL-RECOVERED-RUNS.              00007030
           MOVE WS-NOT-RUN-COUNT     TO SL-NOT-RUN.                     00007040
           MOVE WS-JUMP-RUNS         TO SL-JUMP-RUNS.                   00007050
           WRITE RPT-LINE FROM WS-SUMMARY-LINE1.                        00007060
           WRITE RPT-LINE FROM WS-SUMMARY-LINE2.                        00007070
           WRITE RPT-LINE FROM WS-SUMMARY-LINE3.                        00007080
           WRITE RPT-LINE FROM WS-SUMMARY-LINE4.                        00007090
           WRITE RPT-LINE FROM WS-SUMMARY-LINE5.                        00007100
           WRITE RPT-LINE FROM WS-SUMMARY-LINE6.                        00007110
           WRITE RPT-LINE FROM WS-SUMMARY-LINE7.                        00007120
           MOVE SPACES TO RPT-LINE.                                     00007130
           WRITE RPT-LINE.                                              00007140
                                                                        00007150
           IF  WS-FAILED-RUNS   EQUAL ZEROES                            00007160
           AND WS-NOT-RUN-COUNT EQUAL ZEROES                            00007170
           AND WS-JUMP-RUNS     EQUAL ZEROES                            00007180
           AND NOT LEDGER-MISSING                                       00007190
               MOVE 'OVERALL: CLEAN' TO WS-MESSAGE-LINE                 00007200
           ELSE                                                         00007210
               MOVE 'OVERALL: ATTENTION REQUIRED' TO WS-MESSAGE-LINE.   00007220
           WRITE RPT-LINE FROM WS-MESSAGE-LINE.                         00007230
                                                                        00007240
           CLOSE RPT-OUT.                                               00007250
       0500-EXIT.                                                       00007260
           EXIT.                                                        00007270
                                                                        00007280
       0505-WRITE-NOT-RUN.                                              00007290
           MOVE NR-NAME(WS-SUB)  TO NL-JOB.                             00007300
           WRITE RPT-LINE FROM WS-NOT-RUN-LINE.                         00007310
       0505-EXIT.                                                       00007320
           EXIT.                                                        00007330
                                                                        00007340
       0510-WRITE-RUN.                                                  00007350
           MOVE RN-JOB(RN-IDX)          TO DL-JOB.                      00007360
           MOVE RN-MODE(RN-IDX)         TO DL-MODE.                     00007370
                                                                        00007380
           MOVE RN-START-DATE(RN-IDX)   TO SE-DATE.                     00007390
           MOVE RN-START-TIME(RN-IDX)   TO WS-TIME-WORK.                00007400
           MOVE TW-HH                   TO SE-HH.                       00007410
           MOVE TW-MM                   TO SE-MM.                       00007420
           MOVE WS-STAMP-EDIT           TO DL-START.                    00007430
                                                                        00007440
           IF  RN-NO-END(RN-IDX)                                        00007450
               MOVE SPACES              TO DL-END                       00007460
           ELSE                                                         00007470
               MOVE RN-END-DATE(RN-IDX) TO SE-DATE                      00007480
               MOVE RN-END-TIME(RN-IDX) TO WS-TIME-WORK                 00007490
               MOVE TW-HH               TO SE-HH                        00007500
               MOVE TW-MM               TO SE-MM                        00007510
               MOVE WS-STAMP-EDIT       TO DL-END.                      00007520
                                                                        00007530
           MOVE RN-PROCESSED(RN-IDX)    TO DL-PROCESSED.                00007540
           MOVE RN-OUTPUT(RN-IDX)       TO DL-OUTPUT.                   00007550
           MOVE RN-FOUND(RN-IDX)        TO DL-FOUND.                    00007560
           MOVE RN-REPAIRED(RN-IDX)     TO DL-REPAIRED.                 00007570
                                                                        00007580
           IF  RN-HAS-PRIOR(RN-IDX)                                     00007590
               MOVE RN-PRIOR-AVG(RN-IDX) TO DL-PRIOR-AVG                00007600
           ELSE                                                         00007610
               MOVE SPACES              TO DL-PRIOR-AVG-X.              00007620
                                                                        00007630
           MOVE RN-FLAG(RN-IDX)         TO DL-FLAG.                     00007640
           WRITE RPT-LINE FROM WS-DETAIL-LINE.                          00007650
       0510-EXIT.                                                       00007660
           EXIT.                                                        00007670
