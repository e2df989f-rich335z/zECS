               ORGANIZATION IS SEQUENTIAL                               00000570
               FILE STATUS IS WS-CKPT-STATUS.                           00000580
                                                                        00000590
           SELECT LDG-OUT ASSIGN TO LEDGER                              00000592
               ORGANIZATION IS SEQUENTIAL                               00000594
               FILE STATUS IS WS-LDG-STATUS.                            00000596
                                                                        00000598
       DATA DIVISION.                                                   00000600
       FILE SECTION.                                                    00000610
       FD  ZK-FCT.                                                      00000620
           02  CKPT-HOT-KEYS          PIC 9(09).                        00000890
           02  CKPT-DEAD-KEYS         PIC 9(09).                        00000900
           02  CKPT-TOTAL-HITS        PIC 9(15).                        00000910
                                                                        00000912
      ***************************************************************** 00000914
      * Batch run ledger - this run's START and END records are       * 00000916
      * appended for ZECSLDR's morning summary.                       * 00000918
      ***************************************************************** 00000920
       FD  LDG-OUT                                                      00000922
           RECORD CONTAINS 100 CHARACTERS.                              00000924
       01  LDG-OUT-RECORD             PIC  X(100).                      00000926
                                                                        00000928
       WORKING-STORAGE SECTION.                                         00000930
       01  WS-ZK-STATUS               PIC  X(02) VALUE SPACES.          00000940
       01  WS-ZF-STATUS               PIC  X(02) VALUE SPACES.          00000950
               'TOTAL HITS:        '.                                   00001430
           05  SL-TOTAL-HITS          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.            00001440
                                                                        00001450
      ***************************************************************** 00001451
      * zECS BATCH RUN LEDGER record definition.                      * 00001452
      ***************************************************************** 00001453
       COPY ZECSLDG.                                                    00001454
       01  WS-LDG-STATUS              PIC  X(02) VALUE SPACES.          00001455
       01  WS-LDG-MODE                PIC  X(01) VALUE SPACES.          00001456
       01  WS-LDG-START-DATE          PIC  9(08) VALUE ZEROES.          00001457
       01  WS-LDG-START-TIME          PIC  9(08) VALUE ZEROES.          00001458
                                                                        00001459
       PROCEDURE DIVISION.                                              00001460
       0000-MAIN.                                                       00001470
           PERFORM 0070-LEDGER-START      THRU 0070-EXIT.               00001475
           PERFORM 0100-OPEN-FILES        THRU 0100-EXIT.               00001480
           PERFORM 0200-BROWSE-KEYS       THRU 0200-EXIT                00001490
               UNTIL ZK-EOF.                                            00001500
           PERFORM 0300-WRITE-SUMMARY     THRU 0300-EXIT.               00001510
           PERFORM 0260-FINAL-CHECKPOINT  THRU 0260-EXIT.               00001520
           PERFORM 0900-CLOSE-FILES       THRU 0900-EXIT.               00001530
           PERFORM 0950-LEDGER-END        THRU 0950-EXIT.               00001535
           STOP RUN.                                                    00001540
                                                                        00001541
      ***************************************************************** 00001542
      * Append this run's START record to the ledger before any file  * 00001543
      * is opened - a run that abends from here on leaves it without  * 00001544
      * an END record.                                                * 00001545
      ***************************************************************** 00001546
       0070-LEDGER-START.                                               00001547
           MOVE SPACES               TO WS-LDG-MODE.                    00001548
           ACCEPT WS-LDG-START-DATE  FROM DATE YYYYMMDD.                00001549
           ACCEPT WS-LDG-START-TIME  FROM TIME.                         00001550
                                                                        00001551
           MOVE SPACES               TO LDG-RECORD.                     00001552
           MOVE 'ZECSHIT'            TO LDG-JOB.                        00001553
           MOVE 'S'                  TO LDG-EVENT.                      00001554
           MOVE WS-LDG-MODE          TO LDG-MODE.                       00001555
           MOVE WS-LDG-START-DATE    TO LDG-START-DATE.                 00001556
           MOVE WS-LDG-START-TIME    TO LDG-START-TIME.                 00001557
           MOVE ZEROES               TO LDG-END-DATE                    00001558
                                        LDG-END-TIME                    00001559
                                        LDG-PROCESSED                   00001560
                                        LDG-OUTPUT                      00001561
                                        LDG-FOUND                       00001562
                                        LDG-REPAIRED.                   00001563
           PERFORM 0960-APPEND-LEDGER THRU 0960-EXIT.                   00001564
       0070-EXIT.                                                       00001565
           EXIT.                                                        00001566
                                                                        00001567
       0100-OPEN-FILES.                                                 00001568
           OPEN INPUT ZK-FCT.                                           00001570
           OPEN INPUT ZF-FCT.                                           00001580
                                                                        00001590
           CLOSE RPT-OUT.                                               00003120
       0900-EXIT.                                                       00003130
           EXIT.                                                        00003140
                                                                        00003150
      ***************************************************************** 00003160
      * Append this run's END record - completion status and the      * 00003170
      * run's counts, mapped on to the ledger columns as ZECSLDG.cpy  * 00003180
      * describes.                                                    * 00003190
      ***************************************************************** 00003200
       0950-LEDGER-END.                                                 00003210
           MOVE SPACES               TO LDG-RECORD.                     00003220
           MOVE 'ZECSHIT'            TO LDG-JOB.                        00003230
           MOVE 'E'                  TO LDG-EVENT.                      00003240
           MOVE WS-LDG-MODE          TO LDG-MODE.                       00003250
           MOVE WS-LDG-START-DATE    TO LDG-START-DATE.                 00003260
           MOVE WS-LDG-START-TIME    TO LDG-START-TIME.                 00003270
           ACCEPT LDG-END-DATE       FROM DATE YYYYMMDD.                00003280
           ACCEPT LDG-END-TIME       FROM TIME.                         00003290
           MOVE 'C'                  TO LDG-STATUS.                     00003300
           IF  RESTARTED                                                00003310
               MOVE 'R'              TO LDG-STATUS.                     00003320
           MOVE WS-TOTAL-KEYS        TO LDG-PROCESSED.                  00003330
           COMPUTE LDG-OUTPUT = WS-HOT-KEYS + WS-DEAD-KEYS.             00003340
           MOVE ZEROES               TO LDG-FOUND.                      00003350
           MOVE ZEROES               TO LDG-REPAIRED.                   00003360
           PERFORM 0960-APPEND-LEDGER THRU 0960-EXIT.                   00003370
       0950-EXIT.                                                       00003380
           EXIT.                                                        00003390
                                                                        00003400
      ***************************************************************** 00003410
      * Open, append one record and close again, so each record is on * 00003420
      * the dataset the moment it is written.  A first-ever run falls * 00003430
      * back to creating the ledger, as ZECSRPT's 0400-WRITE-HISTORY  * 00003440
      * does; a ledger that will not open costs the run its entry,    * 00003450
      * nothing more.                                                 * 00003460
      ***************************************************************** 00003470
       0960-APPEND-LEDGER.                                              00003480
           OPEN EXTEND LDG-OUT.                                         00003490
           IF  WS-LDG-STATUS NOT EQUAL '00'                             00003500
               OPEN OUTPUT LDG-OUT.                                     00003510
           IF  WS-LDG-STATUS NOT EQUAL '00'                             00003520
               DISPLAY 'ZECSHIT - LEDGER OPEN STATUS ' WS-LDG-STATUS    00003530
               GO TO 0960-EXIT.                                         00003540
                                                                        00003550
           WRITE LDG-OUT-RECORD FROM LDG-RECORD.                        00003560
           CLOSE LDG-OUT.                                               00003570
       0960-EXIT.                                                       00003580
           EXIT.                                                        00003590
