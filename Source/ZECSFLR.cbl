       IDENTIFICATION DIVISION.                                         00000010
       PROGRAM-ID. ZECSFLR.                                             00000020
       AUTHOR.     Randy Frerking and Rich Jackson.                     00000030
      ***************************************************************** 00000040
      *                                                               * 00000050
      * z/OS Enterprise Caching Services.                             * 00000060
      *                                                               * 00000070
      * Failed-login report for the security team.                    * 00000080
      *                                                               * 00000090
      * Reads a day's failed-login log records (FLGIN - the dataset   * 00000100
      * the failed-login TD queue is drained to; see ZECSFLG.cpy,     * 00000110
      * 1530-COUNT-FAILURE in ZECS001 and ZECS010) and rolls them up  * 00000120
      * by userid and source host: credential failures, lockouts      * 00000130
      * started, requests refused while locked out, and lockouts      * 00000140
      * cleared by an ADMIN, with the time of the last event.  Every  * 00000150
      * userid that was locked out during the day is then listed a    * 00000160
      * second time, on its own, so the lockouts cannot be lost in a  * 00000170
      * long failure list.  Entries past the table fold into an OTHER * 00000180
      * line, as the other reports do, so the report always sums to   * 00000190
      * the grand totals.                                             * 00000200
      *                                                               * 00000210
      * Intended to run daily outside of CICS.                        * 00000220
      *                                                               * 00000230
      * Date       UserID    Description                              * 00000240
      * ---------- --------  ---------------------------------------- * 00000250
      *                                                               * 00000260
      ***************************************************************** 00000270
       ENVIRONMENT DIVISION.                                            00000280
       INPUT-OUTPUT SECTION.                                            00000290
       FILE-CONTROL.                                                    00000300
           SELECT FLG-IN ASSIGN TO FLGIN                                00000310
               ORGANIZATION IS SEQUENTIAL                               00000320
               FILE STATUS IS WS-FLG-STATUS.                            00000330
                                                                        00000340
           SELECT RPT-OUT ASSIGN TO RPTOUT                              00000350
               ORGANIZATION IS LINE SEQUENTIAL                          00000360
               FILE STATUS IS WS-RPT-STATUS.                            00000370
                                                                        00000380
           SELECT LDG-OUT ASSIGN TO LEDGER                              00000390
               ORGANIZATION IS SEQUENTIAL                               00000400
               FILE STATUS IS WS-LDG-STATUS.                            00000410
                                                                        00000420
       DATA DIVISION.                                                   00000430
       FILE SECTION.                                                    00000440
       FD  FLG-IN                                                       00000450
           RECORD CONTAINS 100 CHARACTERS.                              00000460
      ***************************************************************** 00000470
      * zECS FAILED LOGIN LOG record definition.                      * 00000480
      ***************************************************************** 00000490
       COPY ZECSFLG.                                                    00000500
                                                                        00000510
       FD  RPT-OUT                                                      00000520
           RECORD CONTAINS 132 CHARACTERS.                              00000530
       01  RPT-LINE                   PIC  X(132).                      00000540
                                                                        00000550
      ***************************************************************** 00000560
      * Batch run ledger - this run's START and END records are       * 00000570
      * appended for ZECSLDR's morning summary.                       * 00000580
      ***************************************************************** 00000590
       FD  LDG-OUT                                                      00000600
           RECORD CONTAINS 100 CHARACTERS.                              00000610
       01  LDG-OUT-RECORD             PIC  X(100).                      00000620
                                                                        00000630
       WORKING-STORAGE SECTION.                                         00000640
       01  WS-FLG-STATUS              PIC  X(02) VALUE SPACES.          00000650
       01  WS-RPT-STATUS              PIC  X(02) VALUE SPACES.          00000660
       01  WS-EOF-SW                  PIC  X(01) VALUE 'N'.             00000670
           88  FLG-EOF                VALUE 'Y'.                        00000680
                                                                        00000690
       01  WS-TOTAL-RECORDS           PIC 9(09) VALUE ZEROES.           00000700
       01  WS-TOTAL-FAILURES          PIC 9(09) VALUE ZEROES.           00000710
       01  WS-TOTAL-LOCKOUTS          PIC 9(09) VALUE ZEROES.           00000720
       01  WS-TOTAL-REJECTED          PIC 9(09) VALUE ZEROES.           00000730
       01  WS-TOTAL-CLEARED           PIC 9(09) VALUE ZEROES.           00000740
       01  WS-LOCKED-USERIDS          PIC 9(09) VALUE ZEROES.           00000750
                                                                        00000760
      ***************************************************************** 00000770
      * Roll-up table by userid + source host.                        * 00000780
      ***************************************************************** 00000790
       01  WS-MAX-BREAKOUT            PIC S9(04) COMP VALUE 500.        00000800
       01  WS-BREAKOUT-COUNT          PIC S9(04) COMP VALUE ZEROES.     00000810
       01  WS-BREAKOUT-TABLE.                                           00000820
           05  WS-BREAKOUT-ENTRY OCCURS 500 TIMES                       00000830
                                  INDEXED BY BO-IDX.                    00000840
               10  BO-USERID          PIC  X(08).                       00000850
               10  BO-HOST            PIC  X(40).                       00000860
               10  BO-FAILURES        PIC 9(09).                        00000870
               10  BO-LOCKOUTS        PIC 9(09).                        00000880
               10  BO-REJECTED        PIC 9(09).                        00000890
               10  BO-CLEARED         PIC 9(09).                        00000900
               10  BO-LAST-DATE       PIC  X(10).                       00000910
               10  BO-LAST-TIME       PIC  X(08).                       00000920
                                                                        00000930
       01  WS-OTHER-FAILURES          PIC 9(09) VALUE ZEROES.           00000940
       01  WS-OTHER-LOCKOUTS          PIC 9(09) VALUE ZEROES.           00000950
       01  WS-OTHER-REJECTED          PIC 9(09) VALUE ZEROES.           00000960
       01  WS-OTHER-CLEARED           PIC 9(09) VALUE ZEROES.           00000970
                                                                        00000980
       01  WS-FOUND-SW                PIC  X(01) VALUE 'N'.             00000990
           88  BREAKOUT-FOUND         VALUE 'Y'.                        00001000
                                                                        00001010
       01  WS-HEADING-1.                                                00001020
           05  FILLER PIC X(40) VALUE                                   00001030
               'zECS FAILED LOGIN REPORT'.                              00001040
       01  WS-HEADING-2.                                                00001050
           05  FILLER PIC X(50) VALUE 'USERID   SOURCE HOST'.           00001060
           05  FILLER PIC X(12) VALUE '   FAILURES '.                   00001070
           05  FILLER PIC X(08) VALUE 'LOCKOUTS'.                       00001080
           05  FILLER PIC X(11) VALUE '   REFUSED '.                    00001090
           05  FILLER PIC X(10) VALUE 'CLEARED   '.                     00001100
           05  FILLER PIC X(10) VALUE 'LAST EVENT'.                     00001110
       01  WS-HEADING-3.                                                00001120
           05  FILLER PIC X(40) VALUE                                   00001130
               'USERIDS LOCKED OUT'.                                    00001140
                                                                        00001150
       01  WS-DETAIL-LINE.                                              00001160
           05  DL-USERID              PIC  X(08).                       00001170
           05  FILLER                 PIC  X(01) VALUE SPACES.          00001180
           05  DL-HOST                PIC  X(40).                       00001190
           05  FILLER                 PIC  X(01) VALUE SPACES.          00001200
           05  DL-FAILURES            PIC ZZZ,ZZZ,ZZ9.                  00001210
           05  FILLER                 PIC  X(01) VALUE SPACES.          00001220
           05  DL-LOCKOUTS            PIC ZZZ,ZZ9.                      00001230
           05  FILLER                 PIC  X(01) VALUE SPACES.          00001240
           05  DL-REJECTED            PIC ZZ,ZZZ,ZZ9.                   00001250
           05  FILLER                 PIC  X(01) VALUE SPACES.          00001260
           05  DL-CLEARED             PIC ZZZ,ZZ9.                      00001270
           05  FILLER                 PIC  X(03) VALUE SPACES.          00001280
           05  DL-LAST-DATE           PIC  X(10).                       00001290
           05  FILLER                 PIC  X(01) VALUE SPACES.          00001300
           05  DL-LAST-TIME           PIC  X(08).                       00001310
                                                                        00001320
       01  WS-SUMMARY-LINE1.                                            00001330
           05  FILLER                 PIC X(20) VALUE                   00001340
               'RECORDS READ:      '.                                   00001350
           05  SL-TOTAL-RECORDS       PIC ZZZ,ZZZ,ZZ9.                  00001360
       01  WS-SUMMARY-LINE2.                                            00001370
           05  FILLER                 PIC X(20) VALUE                   00001380
               'FAILURES:          '.                                   00001390
           05  SL-TOTAL-FAILURES      PIC ZZZ,ZZZ,ZZ9.                  00001400
       01  WS-SUMMARY-LINE3.                                            00001410
           05  FILLER                 PIC X(20) VALUE                   00001420
               'LOCKOUTS STARTED:  '.                                   00001430
           05  SL-TOTAL-LOCKOUTS      PIC ZZZ,ZZZ,ZZ9.                  00001440
       01  WS-SUMMARY-LINE4.                                            00001450
           05  FILLER                 PIC X(20) VALUE                   00001460
               'REFUSED WHILE LOCKED'.                                  00001470
           05  SL-TOTAL-REJECTED      PIC ZZZ,ZZZ,ZZ9.                  00001480
       01  WS-SUMMARY-LINE5.                                            00001490
           05  FILLER                 PIC X(20) VALUE                   00001500
               'CLEARED BY ADMIN:  '.                                   00001510
           05  SL-TOTAL-CLEARED       PIC ZZZ,ZZZ,ZZ9.                  00001520
       01  WS-SUMMARY-LINE6.                                            00001530
           05  FILLER                 PIC X(20) VALUE                   00001540
               'USERIDS LOCKED OUT:'.                                   00001550
           05  SL-LOCKED-USERIDS      PIC ZZZ,ZZZ,ZZ9.                  00001560
                                                                        00001570
      ***************************************************************** 00001580
      * zECS BATCH RUN LEDGER record definition.                      * 00001590
      ***************************************************************** 00001600
       COPY ZECSLDG.                                                    00001610
       01  WS-LDG-STATUS              PIC  X(02) VALUE SPACES.          00001620
       01  WS-LDG-MODE                PIC  X(01) VALUE SPACES.          00001630
       01  WS-LDG-START-DATE          PIC  9(08) VALUE ZEROES.          00001640
       01  WS-LDG-START-TIME          PIC  9(08) VALUE ZEROES.          00001650
                                                                        00001660
       PROCEDURE DIVISION.                                              00001670
       0000-MAIN.                                                       00001680
           PERFORM 0070-LEDGER-START      THRU 0070-EXIT.               00001690
           PERFORM 0100-OPEN-FILES        THRU 0100-EXIT.               00001700
           PERFORM 0200-PROCESS-RECORDS   THRU 0200-EXIT                00001710
               UNTIL FLG-EOF.                                           00001720
           PERFORM 0300-WRITE-REPORT      THRU 0300-EXIT.               00001730
           PERFORM 0400-WRITE-LOCKOUTS    THRU 0400-EXIT.               00001740
           PERFORM 0500-WRITE-SUMMARY     THRU 0500-EXIT.               00001750
           PERFORM 0900-CLOSE-FILES       THRU 0900-EXIT.               00001760
           PERFORM 0950-LEDGER-END        THRU 0950-EXIT.               00001770
           STOP RUN.                                                    00001780
                                                                        00001790
      ***************************************************************** 00001800
      * Append this run's START record to the ledger before any file  * 00001810
      * is opened - a run that abends from here on leaves it without  * 00001820
      * an END record.                                                * 00001830
      ***************************************************************** 00001840
       0070-LEDGER-START.                                               00001850
           MOVE SPACES               TO WS-LDG-MODE.                    00001860
           ACCEPT WS-LDG-START-DATE  FROM DATE YYYYMMDD.                00001870
           ACCEPT WS-LDG-START-TIME  FROM TIME.                         00001880
                                                                        00001890
           MOVE SPACES               TO LDG-RECORD.                     00001900
           MOVE 'ZECSFLR'            TO LDG-JOB.                        00001910
           MOVE 'S'                  TO LDG-EVENT.                      00001920
           MOVE WS-LDG-MODE          TO LDG-MODE.                       00001930
           MOVE WS-LDG-START-DATE    TO LDG-START-DATE.                 00001940
           MOVE WS-LDG-START-TIME    TO LDG-START-TIME.                 00001950
           MOVE ZEROES               TO LDG-END-DATE                    00001960
                                        LDG-END-TIME                    00001970
                                        LDG-PROCESSED                   00001980
                                        LDG-OUTPUT                      00001990
                                        LDG-FOUND                       00002000
                                        LDG-REPAIRED.                   00002010
           PERFORM 0960-APPEND-LEDGER THRU 0960-EXIT.                   00002020
       0070-EXIT.                                                       00002030
           EXIT.                                                        00002040
                                                                        00002050
       0100-OPEN-FILES.                                                 00002060
           OPEN INPUT  FLG-IN.                                          00002070
           OPEN OUTPUT RPT-OUT.                                         00002080
           READ FLG-IN                                                  00002090
               AT END MOVE 'Y' TO WS-EOF-SW.                            00002100
       0100-EXIT.                                                       00002110
           EXIT.                                                        00002120
                                                                        00002130
       0200-PROCESS-RECORDS.                                            00002140
           ADD 1 TO WS-TOTAL-RECORDS.                                   00002150
                                                                        00002160
           PERFORM 0240-FIND-BREAKOUT THRU 0240-EXIT.                   00002170
                                                                        00002180
           IF  FLG-FAILURE                                              00002190
               ADD 1 TO WS-TOTAL-FAILURES                               00002200
               IF  BREAKOUT-FOUND                                       00002210
                   ADD 1 TO BO-FAILURES(BO-IDX)                         00002220
               ELSE                                                     00002230
                   ADD 1 TO WS-OTHER-FAILURES                           00002240
               END-IF                                                   00002250
           END-IF.                                                      00002260
                                                                        00002270
      ***************************************************************** 00002280
      * The failure that reaches the limit starts the lockout - it is * 00002290
      * counted as both.                                              * 00002300
      ***************************************************************** 00002310
           IF  FLG-LOCKOUT                                              00002320
               ADD 1 TO WS-TOTAL-FAILURES                               00002330
               ADD 1 TO WS-TOTAL-LOCKOUTS                               00002340
               IF  BREAKOUT-FOUND                                       00002350
                   ADD 1 TO BO-FAILURES(BO-IDX)                         00002360
                   ADD 1 TO BO-LOCKOUTS(BO-IDX)                         00002370
               ELSE                                                     00002380
                   ADD 1 TO WS-OTHER-FAILURES                           00002390
                   ADD 1 TO WS-OTHER-LOCKOUTS                           00002400
               END-IF                                                   00002410
           END-IF.                                                      00002420
                                                                        00002430
           IF  FLG-REJECTED                                             00002440
               ADD 1 TO WS-TOTAL-REJECTED                               00002450
               IF  BREAKOUT-FOUND                                       00002460
                   ADD 1 TO BO-REJECTED(BO-IDX)                         00002470
               ELSE                                                     00002480
                   ADD 1 TO WS-OTHER-REJECTED                           00002490
               END-IF                                                   00002500
           END-IF.                                                      00002510
                                                                        00002520
           IF  FLG-CLEARED                                              00002530
               ADD 1 TO WS-TOTAL-CLEARED                                00002540
               IF  BREAKOUT-FOUND                                       00002550
                   ADD 1 TO BO-CLEARED(BO-IDX)                          00002560
               ELSE                                                     00002570
                   ADD 1 TO WS-OTHER-CLEARED                            00002580
               END-IF                                                   00002590
           END-IF.                                                      00002600
                                                                        00002610
           IF  BREAKOUT-FOUND                                           00002620
               MOVE FLG-DATE      TO BO-LAST-DATE(BO-IDX)               00002630
               MOVE FLG-TIME      TO BO-LAST-TIME(BO-IDX).              00002640
                                                                        00002650
           READ FLG-IN                                                  00002660
               AT END MOVE 'Y' TO WS-EOF-SW.                            00002670
       0200-EXIT.                                                       00002680
           EXIT.                                                        00002690
                                                                        00002700
       0240-FIND-BREAKOUT.                                              00002710
           MOVE 'N' TO WS-FOUND-SW.                                     00002720
           IF  WS-BREAKOUT-COUNT GREATER THAN ZEROES                    00002730
               PERFORM 0245-MATCH-BREAKOUT    THRU 0245-EXIT            00002740
                   VARYING BO-IDX FROM 1 BY 1                           00002750
                   UNTIL BO-IDX GREATER THAN WS-BREAKOUT-COUNT          00002760
                       OR BREAKOUT-FOUND.                               00002770
                                                                        00002780
      ***************************************************************** 00002790
      * The augment of PERFORM VARYING runs before the exit test, so  * 00002800
      * a match leaves BO-IDX one past the matched bucket.            * 00002810
      ***************************************************************** 00002820
           IF  BREAKOUT-FOUND                                           00002830
               SET BO-IDX DOWN BY 1.                                    00002840
                                                                        00002850
           IF  NOT BREAKOUT-FOUND                                       00002860
           AND WS-BREAKOUT-COUNT LESS THAN WS-MAX-BREAKOUT              00002870
               ADD 1 TO WS-BREAKOUT-COUNT                               00002880
               SET  BO-IDX             TO WS-BREAKOUT-COUNT             00002890
               MOVE FLG-USERID         TO BO-USERID(BO-IDX)             00002900
               MOVE FLG-HOST           TO BO-HOST(BO-IDX)               00002910
               MOVE ZEROES             TO BO-FAILURES(BO-IDX)           00002920
               MOVE ZEROES             TO BO-LOCKOUTS(BO-IDX)           00002930
               MOVE ZEROES             TO BO-REJECTED(BO-IDX)           00002940
               MOVE ZEROES             TO BO-CLEARED(BO-IDX)            00002950
               MOVE 'Y'                TO WS-FOUND-SW.                  00002960
       0240-EXIT.                                                       00002970
           EXIT.                                                        00002980
                                                                        00002990
       0245-MATCH-BREAKOUT.                                             00003000
           IF  BO-USERID(BO-IDX) EQUAL FLG-USERID                       00003010
           AND BO-HOST(BO-IDX)   EQUAL FLG-HOST                         00003020
               MOVE 'Y' TO WS-FOUND-SW.                                 00003030
       0245-EXIT.                                                       00003040
           EXIT.                                                        00003050
                                                                        00003060
       0300-WRITE-REPORT.                                               00003070
           WRITE RPT-LINE FROM WS-HEADING-1.                            00003080
           WRITE RPT-LINE FROM WS-HEADING-2.                            00003090
           MOVE SPACES TO RPT-LINE.                                     00003100
           WRITE RPT-LINE.                                              00003110
                                                                        00003120
           PERFORM 0310-WRITE-DETAIL      THRU 0310-EXIT                00003130
               VARYING BO-IDX FROM 1 BY 1                               00003140
               UNTIL BO-IDX GREATER THAN WS-BREAKOUT-COUNT.             00003150
                                                                        00003160
           IF  WS-OTHER-FAILURES GREATER THAN ZEROES                    00003170
           OR  WS-OTHER-REJECTED GREATER THAN ZEROES                    00003180
           OR  WS-OTHER-CLEARED  GREATER THAN ZEROES                    00003190
               MOVE 'OTHER'                TO DL-USERID                 00003200
               MOVE SPACES                 TO DL-HOST                   00003210
               MOVE WS-OTHER-FAILURES      TO DL-FAILURES               00003220
               MOVE WS-OTHER-LOCKOUTS      TO DL-LOCKOUTS               00003230
               MOVE WS-OTHER-REJECTED      TO DL-REJECTED               00003240
               MOVE WS-OTHER-CLEARED       TO DL-CLEARED                00003250
               MOVE SPACES                 TO DL-LAST-DATE              00003260
               MOVE SPACES                 TO DL-LAST-TIME              00003270
               WRITE RPT-LINE FROM WS-DETAIL-LINE                       00003280
           END-IF.                                                      00003290
       0300-EXIT.                                                       00003300
           EXIT.                                                        00003310
                                                                        00003320
       0310-WRITE-DETAIL.                                               00003330
           MOVE BO-USERID(BO-IDX)       TO DL-USERID.                   00003340
           MOVE BO-HOST(BO-IDX)         TO DL-HOST.                     00003350
           MOVE BO-FAILURES(BO-IDX)     TO DL-FAILURES.                 00003360
           MOVE BO-LOCKOUTS(BO-IDX)     TO DL-LOCKOUTS.                 00003370
           MOVE BO-REJECTED(BO-IDX)     TO DL-REJECTED.                 00003380
           MOVE BO-CLEARED(BO-IDX)      TO DL-CLEARED.                  00003390
           MOVE BO-LAST-DATE(BO-IDX)    TO DL-LAST-DATE.                00003400
           MOVE BO-LAST-TIME(BO-IDX)    TO DL-LAST-TIME.                00003410
           WRITE RPT-LINE FROM WS-DETAIL-LINE.                          00003420
       0310-EXIT.                                                       00003430
           EXIT.                                                        00003440
                                                                        00003450
      ***************************************************************** 00003460
      * Lockouts on their own - every userid/host bucket that started * 00003470
      * a lockout or was refused while locked out.                    * 00003480
      ***************************************************************** 00003490
       0400-WRITE-LOCKOUTS.                                             00003500
           MOVE SPACES TO RPT-LINE.                                     00003510
           WRITE RPT-LINE.                                              00003520
           WRITE RPT-LINE FROM WS-HEADING-3.                            00003530
           WRITE RPT-LINE FROM WS-HEADING-2.                            00003540
           MOVE SPACES TO RPT-LINE.                                     00003550
           WRITE RPT-LINE.                                              00003560
                                                                        00003570
           PERFORM 0410-CHECK-LOCKOUT     THRU 0410-EXIT                00003580
               VARYING BO-IDX FROM 1 BY 1                               00003590
               UNTIL BO-IDX GREATER THAN WS-BREAKOUT-COUNT.             00003600
       0400-EXIT.                                                       00003610
           EXIT.                                                        00003620
                                                                        00003630
       0410-CHECK-LOCKOUT.                                              00003640
           IF  BO-LOCKOUTS(BO-IDX) GREATER THAN ZEROES                  00003650
           OR  BO-REJECTED(BO-IDX) GREATER THAN ZEROES                  00003660
               ADD 1 TO WS-LOCKED-USERIDS                               00003670
               PERFORM 0310-WRITE-DETAIL THRU 0310-EXIT.                00003680
       0410-EXIT.                                                       00003690
           EXIT.                                                        00003700
                                                                        00003710
       0500-WRITE-SUMMARY.                                              00003720
           MOVE SPACES TO RPT-LINE.                                     00003730
           WRITE RPT-LINE.                                              00003740
                                                                        00003750
           MOVE WS-TOTAL-RECORDS     TO SL-TOTAL-RECORDS.               00003760
           WRITE RPT-LINE FROM WS-SUMMARY-LINE1.                        00003770
           MOVE WS-TOTAL-FAILURES    TO SL-TOTAL-FAILURES.              00003780
           WRITE RPT-LINE FROM WS-SUMMARY-LINE2.                        00003790
           MOVE WS-TOTAL-LOCKOUTS    TO SL-TOTAL-LOCKOUTS.              00003800
           WRITE RPT-LINE FROM WS-SUMMARY-LINE3.                        00003810
           MOVE WS-TOTAL-REJECTED    TO SL-TOTAL-REJECTED.              00003820
           WRITE RPT-LINE FROM WS-SUMMARY-LINE4.                        00003830
           MOVE WS-TOTAL-CLEARED     TO SL-TOTAL-CLEARED.               00003840
           WRITE RPT-LINE FROM WS-SUMMARY-LINE5.                        00003850
           MOVE WS-LOCKED-USERIDS    TO SL-LOCKED-USERIDS.              00003860
           WRITE RPT-LINE FROM WS-SUMMARY-LINE6.                        00003870
       0500-EXIT.                                                       00003880
           EXIT.                                                        00003890
                                                                        00003900
       0900-CLOSE-FILES.                                                00003910
           CLOSE FLG-IN.                                                00003920
           CLOSE RPT-OUT.                                               00003930
       0900-EXIT.                                                       00003940
           EXIT.                                                        00003950
                                                                        00003960
      ***************************************************************** 00003970
      * Append this run's END record - completion status and the      * 00003980
      * run's counts, mapped on to the ledger columns as ZECSLDG.cpy  * 00003990
      * describes.                                                    * 00004000
      ***************************************************************** 00004010
       0950-LEDGER-END.                                                 00004020
           MOVE SPACES               TO LDG-RECORD.                     00004030
           MOVE 'ZECSFLR'            TO LDG-JOB.                        00004040
           MOVE 'E'                  TO LDG-EVENT.                      00004050
           MOVE WS-LDG-MODE          TO LDG-MODE.                       00004060
           MOVE WS-LDG-START-DATE    TO LDG-START-DATE.                 00004070
           MOVE WS-LDG-START-TIME    TO LDG-START-TIME.                 00004080
           ACCEPT LDG-END-DATE       FROM DATE YYYYMMDD.                00004090
           ACCEPT LDG-END-TIME       FROM TIME.                         00004100
           MOVE 'C'                  TO LDG-STATUS.                     00004110
           MOVE WS-TOTAL-RECORDS     TO LDG-PROCESSED.                  00004120
           MOVE ZEROES               TO LDG-OUTPUT.                     00004130
           MOVE WS-TOTAL-LOCKOUTS    TO LDG-FOUND.                      00004140
           MOVE ZEROES               TO LDG-REPAIRED.                   00004150
           PERFORM 0960-APPEND-LEDGER THRU 0960-EXIT.                   00004160
       0950-EXIT.                                                       00004170
           EXIT.                                                        00004180
                                                                        00004190
      ***************************************************************** 00004200
      * Open, append one record and close again, so each record is on * 00004210
      * the dataset the moment it is written.  A first-ever run falls * 00004220
      * back to creating the ledger, as ZECSRPT's 0400-WRITE-HISTORY  * 00004230
      * does; a ledger that will not open costs the run its entry,    * 00004240
      * nothing more.                                                 * 00004250
      ***************************************************************** 00004260
       0960-APPEND-LEDGER.                                              00004270
           OPEN EXTEND LDG-OUT.                                         00004280
           IF  WS-LDG-STATUS NOT EQUAL '00'                             00004290
               OPEN OUTPUT LDG-OUT.                                     00004300
           IF  WS-LDG-STATUS NOT EQUAL '00'                             00004310
               DISPLAY 'ZECSFLR - LEDGER OPEN STATUS ' WS-LDG-STATUS    00004320
               GO TO 0960-EXIT.                                         00004330
                                                                        00004340
           WRITE LDG-OUT-RECORD FROM LDG-RECORD.                        00004350
           CLOSE LDG-OUT.                                               00004360
       0960-EXIT.                                                       00004370
           EXIT.                                                        00004380
