               ORGANIZATION IS LINE SEQUENTIAL                          00000700
               FILE STATUS IS WS-RPT-STATUS.                            00000710
                                                                        00000720
           SELECT LDG-OUT ASSIGN TO LEDGER                              00000722
               ORGANIZATION IS SEQUENTIAL                               00000724
               FILE STATUS IS WS-LDG-STATUS.                            00000726
                                                                        00000728
       DATA DIVISION.                                                   00000730
       FILE SECTION.                                                    00000740
       FD  ZK-FCT.                                                      00000750
       FD  RPT-OUT                                                      00000990
           RECORD CONTAINS 132 CHARACTERS.                              00001000
       01  RPT-LINE                   PIC  X(132).                      00001010
                                                                        00001011
      ***************************************************************** 00001012
      * Batch run ledger - this run's START and END records are       * 00001013
      * appended for ZECSLDR's morning summary.                       * 00001014
      ***************************************************************** 00001015
       FD  LDG-OUT                                                      00001016
           RECORD CONTAINS 100 CHARACTERS.                              00001017
       01  LDG-OUT-RECORD             PIC  X(100).                      00001018
                                                                        00001020
       WORKING-STORAGE SECTION.                                         00001030
       01  WS-ZK-STATUS               PIC  X(02) VALUE SPACES.          00001040
               'KEYS EXTRACTED:    '.                                   00002250
           05  SL-EXTRACTED-KEYS      PIC ZZZ,ZZZ,ZZ9.                  00002260
                                                                        00002270
      ***************************************************************** 00002271
      * zECS BATCH RUN LEDGER record definition.                      * 00002272
      ***************************************************************** 00002273
       COPY ZECSLDG.                                                    00002274
       01  WS-LDG-STATUS              PIC  X(02) VALUE SPACES.          00002275
       01  WS-LDG-MODE                PIC  X(01) VALUE SPACES.          00002276
       01  WS-LDG-START-DATE          PIC  9(08) VALUE ZEROES.          00002277
       01  WS-LDG-START-TIME          PIC  9(08) VALUE ZEROES.          00002278
                                                                        00002279
       PROCEDURE DIVISION.                                              00002280
       0000-MAIN.                                                       00002290
           ACCEPT WS-RUN-MODE FROM SYSIN.                               00002300
           PERFORM 0070-LEDGER-START      THRU 0070-EXIT.               00002305
                                                                        00002310
           IF  EXTRACT-MODE                                             00002320
               PERFORM 1000-EXTRACT       THRU 1000-EXIT                00002330
           ELSE                                                         00002340
               IF  COMPARE-MODE                                         00002350
                   PERFORM 2000-COMPARE   THRU 2000-EXIT.               00002360
           PERFORM 0950-LEDGER-END        THRU 0950-EXIT.               00002365
           STOP RUN.                                                    00002370
      ***************************************************************** 00002371
      * Append this run's START record to the ledger before any file  * 00002372
      * is opened - a run that abends from here on leaves it without  * 00002373
      * an END record.                                                * 00002374
      ***************************************************************** 00002375
       0070-LEDGER-START.                                               00002376
           MOVE WS-RUN-MODE          TO WS-LDG-MODE.                    00002377
           ACCEPT WS-LDG-START-DATE  FROM DATE YYYYMMDD.                00002378
           ACCEPT WS-LDG-START-TIME  FROM TIME.                         00002379
                                                                        00002380
           MOVE SPACES               TO LDG-RECORD.                     00002381
           MOVE 'ZECSCMP'            TO LDG-JOB.                        00002382
           MOVE 'S'                  TO LDG-EVENT.                      00002383
           MOVE WS-LDG-MODE          TO LDG-MODE.                       00002384
           MOVE WS-LDG-START-DATE    TO LDG-START-DATE.                 00002385
           MOVE WS-LDG-START-TIME    TO LDG-START-TIME.                 00002386
           MOVE ZEROES               TO LDG-END-DATE                    00002387
                                        LDG-END-TIME                    00002388
                                        LDG-PROCESSED                   00002389
                                        LDG-OUTPUT                      00002390
                                        LDG-FOUND                       00002391
                                        LDG-REPAIRED.                   00002392
           PERFORM 0960-APPEND-LEDGER THRU 0960-EXIT.                   00002393
       0070-EXIT.                                                       00002394
           EXIT.                                                        00002395
                                                                        00002396
                                                                        00002397
      ***************************************************************** 00002398
      * EXTRACT mode: one record per active local key, in key order.  * 00002400
      ***************************************************************** 00002410
       1000-EXTRACT.                                                    00002420
           WRITE RPT-LINE FROM WS-SUMMARY-LINE7.                        00005640
       2500-EXIT.                                                       00005650
           EXIT.                                                        00005660
                                                                        00005670
      ***************************************************************** 00005680
      * Append this run's END record - completion status and the      * 00005690
      * run's counts, mapped on to the ledger columns as ZECSLDG.cpy  * 00005700
      * describes.                                                    * 00005710
      ***************************************************************** 00005720
       0950-LEDGER-END.                                                 00005730
           MOVE SPACES               TO LDG-RECORD.                     00005740
           MOVE 'ZECSCMP'            TO LDG-JOB.                        00005750
           MOVE 'E'                  TO LDG-EVENT.                      00005760
           MOVE WS-LDG-MODE          TO LDG-MODE.                       00005770
           MOVE WS-LDG-START-DATE    TO LDG-START-DATE.                 00005780
           MOVE WS-LDG-START-TIME    TO LDG-START-TIME.                 00005790
           ACCEPT LDG-END-DATE       FROM DATE YYYYMMDD.                00005800
           ACCEPT LDG-END-TIME       FROM TIME.                         00005810
           MOVE 'C'                  TO LDG-STATUS.                     00005820
           MOVE WS-TOTAL-LOCAL       TO LDG-PROCESSED.                  00005830
           MOVE ZEROES               TO LDG-OUTPUT.                     00005840
           MOVE ZEROES               TO LDG-FOUND.                      00005850
           MOVE ZEROES               TO LDG-REPAIRED.                   00005860
                                                                        00005870
           IF  EXTRACT-MODE                                             00005880
               MOVE WS-EXTRACTED-KEYS TO LDG-OUTPUT                     00005890
           ELSE                                                         00005900
               IF  COMPARE-MODE                                         00005910
                   COMPUTE LDG-FOUND = WS-MISSING-LOCAL   +             00005920
                                       WS-MISSING-PARTNER +             00005930
                                       WS-VERSION-DIFF                  00005940
               ELSE                                                     00005950
                   MOVE 'F'          TO LDG-STATUS.                     00005960
           PERFORM 0960-APPEND-LEDGER THRU 0960-EXIT.                   00005970
       0950-EXIT.                                                       00005980
           EXIT.                                                        00005990
                                                                        00006000
      ***************************************************************** 00006010
      * Open, append one record and close again, so each record is on * 00006020
      * the dataset the moment it is written.  A first-ever run falls * 00006030
      * back to creating the ledger, as ZECSRPT's 0400-WRITE-HISTORY  * 00006040
      * does; a ledger that will not open costs the run its entry,    * 00006050
      * nothing more.                                                 * 00006060
      ***************************************************************** 00006070
       0960-APPEND-LEDGER.                                              00006080
           OPEN EXTEND LDG-OUT.                                         00006090
           IF  WS-LDG-STATUS NOT EQUAL '00'                             00006100
               OPEN OUTPUT LDG-OUT.                                     00006110
           IF  WS-LDG-STATUS NOT EQUAL '00'                             00006120
               DISPLAY 'ZECSCMP - LEDGER OPEN STATUS ' WS-LDG-STATUS    00006130
               GO TO 0960-EXIT.                                         00006140
                                                                        00006150
           WRITE LDG-OUT-RECORD FROM LDG-RECORD.                        00006160
           CLOSE LDG-OUT.                                               00006170
       0960-EXIT.                                                       00006180
           EXIT.                                                        00006190
