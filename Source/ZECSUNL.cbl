      *    build, rewrite UNL-KEY offline to the new full-path form,  * 00000220
      *    reload under the new build - instead of emptying the       * 00000230
      *    clusters and cold-starting every consumer.                 * 00000240
      *                                                               * 00000242
      * Payload bytes are unloaded exactly as stored: an encrypted    * 00000244
      * entry (ZF-EXTRA byte 10 'E' - see ZECSEKC) leaves as          * 00000246
      * ciphertext with its key generation in the flag bytes, so the  * 00000248
      * unload file never holds sensitive payloads in clear.  The     * 00000250
      * target region's ZCxxEK must list that generation's key.       * 00000252
      *                                                               * 00000254
      * Orphaned KEY records (no matching ZF record) are counted and  * 00000260
      * skipped - ZECSORF reconciles those.  Expired entries are      * 00000270
      * unloaded as-is; run ZECSEXP in cleanup mode first when a      * 00000280
      * corpse-free unload is wanted.                                 * 00000290
      *                                                               * 00000292
      * An entry reading a shared tail (ZECSZDC.cpy) is unloaded      * 00000294
      * whole - segments 2 onward come from its content chain, found  * 00000296
      * through the ZDFCT reference record - and its header leaves    * 00000298
      * without the shared flag, so ZECSREL reloads it as a private   * 00000300
      * chain.  A missing reference makes the entry incomplete;       * 00000302
      * without a ZDFCT DD such entries are counted and skipped.      * 00000304
      *                                                               * 00000306
      * Intended to run outside of CICS against the base clusters     * 00000310
      * underlying the ZK-FCT/ZF-FCT CICS files, ideally while the    * 00000320
      * region is quiesced so the unload is a consistent snapshot.    * 00000330
               ACCESS MODE IS DYNAMIC                                   00000500
               RECORD KEY IS ZF-KEY-16                                  00000510
               FILE STATUS IS WS-ZF-STATUS.                             00000520
                                                                        00000522
           SELECT ZD-FCT ASSIGN TO ZDFCT                                00000524
               ORGANIZATION IS INDEXED                                  00000526
               ACCESS MODE IS DYNAMIC                                   00000528
               RECORD KEY IS ZD-KEY                                     00000530
               FILE STATUS IS WS-ZD-STATUS.                             00000532
                                                                        00000534
           SELECT UNL-OUT ASSIGN TO UNLOUT                              00000540
               ORGANIZATION IS SEQUENTIAL                               00000550
               FILE STATUS IS WS-UNL-STATUS.                            00000560
           SELECT RPT-OUT ASSIGN TO RPTOUT                              00000580
               ORGANIZATION IS LINE SEQUENTIAL                          00000590
               FILE STATUS IS WS-RPT-STATUS.                            00000600
                                                                        00000603
           SELECT LDG-OUT ASSIGN TO LEDGER                              00000606
               ORGANIZATION IS SEQUENTIAL                               00000609
               FILE STATUS IS WS-LDG-STATUS.                            00000612
                                                                        00000615
       DATA DIVISION.                                                   00000620
       FILE SECTION.                                                    00000630
       FD  ZK-FCT.                                                      00000640
      * zECS FILE record definition.                                  * 00000810
      ***************************************************************** 00000820
       COPY ZECSZFC.                                                    00000830
                                                                        00000832
       FD  ZD-FCT.                                                      00000834
      ***************************************************************** 00000836
      * zECS SHARED CONTENT record definition.                        * 00000838
      ***************************************************************** 00000840
       COPY ZECSZDC.                                                    00000842
                                                                        00000844
       FD  UNL-OUT                                                      00000850
           RECORD CONTAINS 32010 CHARACTERS.                            00000860
      ***************************************************************** 00000870
       FD  RPT-OUT                                                      00000920
           RECORD CONTAINS 132 CHARACTERS.                              00000930
       01  RPT-LINE                   PIC  X(132).                      00000940
                                                                        00000942
      ***************************************************************** 00000944
      * Batch run ledger - this run's START and END records are       * 00000946
      * appended for ZECSLDR's morning summary.                       * 00000948
      ***************************************************************** 00000950
       FD  LDG-OUT                                                      00000952
           RECORD CONTAINS 100 CHARACTERS.                              00000954
       01  LDG-OUT-RECORD             PIC  X(100).                      00000956
                                                                        00000958
       WORKING-STORAGE SECTION.                                         00000960
       01  WS-ZK-STATUS               PIC  X(02) VALUE SPACES.          00000970
       01  WS-ZF-STATUS               PIC  X(02) VALUE SPACES.          00000980
       01  WS-UNLOADED-SEGMENTS       PIC 9(09) VALUE ZEROES.           00001140
       01  WS-UNLOADED-BYTES          PIC 9(15) VALUE ZEROES.           00001150
       01  WS-ORPHAN-KEYS             PIC 9(09) VALUE ZEROES.           00001160
       01  WS-SHARE-SKIPS             PIC 9(09) VALUE ZEROES.           00001165
                                                                        00001170
       01  WS-SEG-COUNT               PIC S9(04) COMP VALUE ZEROES.     00001180
       01  WS-SEG-IDX                 PIC S9(04) COMP VALUE ZEROES.     00001190
       01  WS-ENTRY-BYTES             PIC S9(09) COMP VALUE ZEROES.     00001240
       01  WS-ORPHAN-SW               PIC  X(01) VALUE 'N'.             00001250
           88  KEY-IS-ORPHAN          VALUE 'Y'.                        00001260
                                                                        00001261
      ***************************************************************** 00001262
      * Shared tails (ZECSZDC.cpy).  Once 0255-LOCATE-TAIL has found  * 00001263
      * an entry's content chain, 0250-READ-SEGMENT reads segments 2  * 00001264
      * onward from it.                                               * 00001265
      ***************************************************************** 00001266
       01  WS-ZD-STATUS               PIC  X(02) VALUE SPACES.          00001267
       01  WS-ZD-SW                   PIC  X(01) VALUE 'N'.             00001268
           88  ZD-OPEN                VALUE 'Y'.                        00001269
       01  WS-SHARE-SW                PIC  X(01) VALUE 'N'.             00001270
           88  SHARE-TAIL-READ        VALUE 'Y'.                        00001271
           88  SHARE-SKIPPED          VALUE 'K'.                        00001272
       01  WS-CONTENT-CHAIN           PIC  X(08) VALUE LOW-VALUES.      00001273
                                                                        00001274
       01  WS-HEADING-1.                                                00001280
           05  FILLER PIC X(40) VALUE                                   00001290
               'zECS CACHE UNLOAD REPORT'.                              00001300
           05  FILLER                 PIC X(20) VALUE                   00001490
               'ORPHANS SKIPPED:   '.                                   00001500
           05  SL-ORPHAN-KEYS         PIC ZZZ,ZZZ,ZZ9.                  00001510
       01  WS-SUMMARY-LINE6.                                            00001511
           05  FILLER                 PIC X(20) VALUE                   00001512
               'SHARED (NO ZDFCT): '.                                   00001513
           05  SL-SHARE-SKIPS         PIC ZZZ,ZZZ,ZZ9.                  00001514
                                                                        00001515
      ***************************************************************** 00001516
      * zECS BATCH RUN LEDGER record definition.                      * 00001517
      ***************************************************************** 00001518
       COPY ZECSLDG.                                                    00001519
       01  WS-LDG-STATUS              PIC  X(02) VALUE SPACES.          00001520
       01  WS-LDG-MODE                PIC  X(01) VALUE SPACES.          00001521
       01  WS-LDG-START-DATE          PIC  9(08) VALUE ZEROES.          00001522
       01  WS-LDG-START-TIME          PIC  9(08) VALUE ZEROES.          00001523
                                                                        00001524
       PROCEDURE DIVISION.                                              00001530
       0000-MAIN.                                                       00001540
           PERFORM 0070-LEDGER-START      THRU 0070-EXIT.               00001545
           PERFORM 0100-OPEN-FILES        THRU 0100-EXIT.               00001550
           PERFORM 0200-BROWSE-KEYS       THRU 0200-EXIT                00001560
               UNTIL ZK-EOF.                                            00001570
           PERFORM 0300-WRITE-SUMMARY     THRU 0300-EXIT.               00001580
           PERFORM 0900-CLOSE-FILES       THRU 0900-EXIT.               00001590
           PERFORM 0950-LEDGER-END        THRU 0950-EXIT.               00001595
           STOP RUN.                                                    00001600
                                                                        00001601
      ***************************************************************** 00001602
      * Append this run's START record to the ledger before any file  * 00001603
      * is opened - a run that abends from here on leaves it without  * 00001604
      * an END record.                                                * 00001605
      ***************************************************************** 00001606
       0070-LEDGER-START.                                               00001607
           MOVE SPACES               TO WS-LDG-MODE.                    00001608
           ACCEPT WS-LDG-START-DATE  FROM DATE YYYYMMDD.                00001609
           ACCEPT WS-LDG-START-TIME  FROM TIME.                         00001610
                                                                        00001611
           MOVE SPACES               TO LDG-RECORD.                     00001612
           MOVE 'ZECSUNL'            TO LDG-JOB.                        00001613
           MOVE 'S'                  TO LDG-EVENT.                      00001614
           MOVE WS-LDG-MODE          TO LDG-MODE.                       00001615
           MOVE WS-LDG-START-DATE    TO LDG-START-DATE.                 00001616
           MOVE WS-LDG-START-TIME    TO LDG-START-TIME.                 00001617
           MOVE ZEROES               TO LDG-END-DATE                    00001618
                                        LDG-END-TIME                    00001619
                                        LDG-PROCESSED                   00001620
                                        LDG-OUTPUT                      00001621
                                        LDG-FOUND                       00001622
                                        LDG-REPAIRED.                   00001623
           PERFORM 0960-APPEND-LEDGER THRU 0960-EXIT.                   00001624
       0070-EXIT.                                                       00001625
           EXIT.                                                        00001626
                                                                        00001627
       0100-OPEN-FILES.                                                 00001628
           OPEN INPUT ZK-FCT.                                           00001630
           OPEN INPUT ZF-FCT.                                           00001640
           OPEN INPUT ZD-FCT.                                           00001641
           IF  WS-ZD-STATUS EQUAL '00'                                  00001642
               MOVE 'Y' TO WS-ZD-SW                                     00001643
           ELSE                                                         00001644
               DISPLAY 'ZECSUNL - ZDFCT OPEN STATUS ' WS-ZD-STATUS      00001645
                       ', SHARED TAILS NOT READ'.                       00001646
           OPEN OUTPUT UNL-OUT.                                         00001650
           OPEN OUTPUT RPT-OUT.                                         00001660
           WRITE RPT-LINE FROM WS-HEADING-1.                            00001670
           EXIT.                                                        00002010
                                                                        00002020
       0210-UNLOAD-ENTRY.                                               00002030
           PERFORM 0255-LOCATE-TAIL       THRU 0255-EXIT.               00002031
                                                                        00002032
           IF  SHARE-SKIPPED                                            00002033
               ADD 1 TO WS-SHARE-SKIPS                                  00002034
               GO TO 0210-EXIT.                                         00002035
                                                                        00002036
           IF  KEY-IS-ORPHAN                                            00002037
               ADD 1 TO WS-ORPHAN-KEYS                                  00002038
               GO TO 0210-EXIT.                                         00002039
                                                                        00002040
           MOVE ZF-SEGMENTS             TO WS-SEG-COUNT.                00002041
           IF  WS-SEG-COUNT EQUAL ZEROES                                00002050
               MOVE 1 TO WS-SEG-COUNT.                                  00002060
                                                                        00002070
           MOVE WS-ENTRY-BYTES          TO UNL-DATA-LENGTH.             00002520
           MOVE ZF-MEDIA                TO UNL-MEDIA.                   00002530
           MOVE ZF-EXTRA                TO UNL-EXTRA.                   00002540
           IF  SHARE-TAIL-READ                                          00002542
               MOVE SPACE               TO UNL-EXTRA(13:1).             00002544
           MOVE ZK-CHECKSUM             TO UNL-CHECKSUM.                00002546
           WRITE UNL-RECORD.                                            00002550
       0220-EXIT.                                                       00002560
           EXIT.                                                        00002570
           MOVE ZK-ZF-KEY               TO ZF-KEY.                      00002910
           MOVE WS-READ-SEG             TO ZF-SEGMENT.                  00002920
           MOVE ZEROES                  TO ZF-SUFFIX.                   00002930
                                                                        00002931
           IF  SHARE-TAIL-READ  AND                                     00002932
               WS-READ-SEG GREATER THAN WS-SEG-BASE                     00002933
               MOVE WS-CONTENT-CHAIN    TO ZF-KEY                       00002934
               MOVE 1                   TO ZF-SUFFIX.                   00002935
                                                                        00002936
           MOVE ZEROES                  TO ZF-ZEROES.                   00002940
                                                                        00002950
           READ ZF-FCT                                                  00002960
               INVALID KEY                                              00002970
                   MOVE 'Y' TO WS-ORPHAN-SW.                            00002980
       0250-EXIT.                                                       00002990
           EXIT.                                                        00002991
                                                                        00002992
      ***************************************************************** 00002993
      * Segment 1 (in the record area) says the tail is shared: find  * 00002994
      * the content chain through the chain's reference record.  No   * 00002995
      * reference leaves the entry incomplete.                        * 00002996
      ***************************************************************** 00002997
       0255-LOCATE-TAIL.                                                00002998
           MOVE 'N'                     TO WS-SHARE-SW.                 00002999
                                                                        00003000
           IF  ZF-SEGMENTS NOT GREATER THAN 1  OR                       00003001
               ZF-EXTRA(13:1) NOT EQUAL 'S'                             00003002
               GO TO 0255-EXIT.                                         00003003
                                                                        00003004
           IF  NOT ZD-OPEN                                              00003005
               MOVE 'K' TO WS-SHARE-SW                                  00003006
               GO TO 0255-EXIT.                                         00003007
                                                                        00003008
           MOVE LOW-VALUES              TO ZD-KEY.                      00003009
           MOVE 'R'                     TO ZD-R-MARK.                   00003010
           MOVE ZK-ZF-KEY               TO ZD-R-CHAIN.                  00003011
                                                                        00003012
           READ ZD-FCT                                                  00003013
               INVALID KEY                                              00003014
                   MOVE 'Y' TO WS-ORPHAN-SW                             00003015
                   GO TO 0255-EXIT                                      00003016
           END-READ.                                                    00003017
                                                                        00003018
           MOVE ZD-R-CONTENT-KEY        TO ZD-KEY.                      00003019
           MOVE ZD-C-CHAIN              TO WS-CONTENT-CHAIN.            00003020
           MOVE 'Y'                     TO WS-SHARE-SW.                 00003021
       0255-EXIT.                                                       00003022
           EXIT.                                                        00003023
                                                                        00003024
       0300-WRITE-SUMMARY.                                              00003025
           MOVE WS-TOTAL-KEYS        TO SL-TOTAL-KEYS.                  00003030
           WRITE RPT-LINE FROM WS-SUMMARY-LINE1.                        00003040
           MOVE WS-UNLOADED-KEYS     TO SL-UNLOADED-KEYS.               00003050
           WRITE RPT-LINE FROM WS-SUMMARY-LINE4.                        00003100
           MOVE WS-ORPHAN-KEYS       TO SL-ORPHAN-KEYS.                 00003110
           WRITE RPT-LINE FROM WS-SUMMARY-LINE5.                        00003120
           MOVE WS-SHARE-SKIPS       TO SL-SHARE-SKIPS.                 00003123
           WRITE RPT-LINE FROM WS-SUMMARY-LINE6.                        00003126
       0300-EXIT.                                                       00003130
           EXIT.                                                        00003140
                                                                        00003150
       0900-CLOSE-FILES.                                                00003160
           CLOSE ZK-FCT.                                                00003170
           CLOSE ZF-FCT.                                                00003180
           IF  ZD-OPEN                                                  00003183
               CLOSE ZD-FCT.                                            00003186
           CLOSE UNL-OUT.                                               00003190
           CLOSE RPT-OUT.                                               00003200
       0900-EXIT.                                                       00003210
           EXIT.                                                        00003220
                                                                        00003230
      ***************************************************************** 00003240
      * Append this run's END record - completion status and the      * 00003250
      * run's counts, mapped on to the ledger columns as ZECSLDG.cpy  * 00003260
      * describes.                                                    * 00003270
      ***************************************************************** 00003280
       0950-LEDGER-END.                                                 00003290
           MOVE SPACES               TO LDG-RECORD.                     00003300
           MOVE 'ZECSUNL'            TO LDG-JOB.                        00003310
           MOVE 'E'                  TO LDG-EVENT.                      00003320
           MOVE WS-LDG-MODE          TO LDG-MODE.                       00003330
           MOVE WS-LDG-START-DATE    TO LDG-START-DATE.                 00003340
           MOVE WS-LDG-START-TIME    TO LDG-START-TIME.                 00003350
           ACCEPT LDG-END-DATE       FROM DATE YYYYMMDD.                00003360
           ACCEPT LDG-END-TIME       FROM TIME.                         00003370
           MOVE 'C'                  TO LDG-STATUS.                     00003380
           MOVE WS-TOTAL-KEYS        TO LDG-PROCESSED.                  00003390
           MOVE WS-UNLOADED-KEYS     TO LDG-OUTPUT.                     00003400
           COMPUTE LDG-FOUND = WS-ORPHAN-KEYS + WS-SHARE-SKIPS.         00003410
           MOVE ZEROES               TO LDG-REPAIRED.                   00003420
           PERFORM 0960-APPEND-LEDGER THRU 0960-EXIT.                   00003430
       0950-EXIT.                                                       00003440
           EXIT.                                                        00003450
                                                                        00003460
      ***************************************************************** 00003470
      * Open, append one record and close again, so each record is on * 00003480
      * the dataset the moment it is written.  A first-ever run falls * 00003490
      * back to creating the ledger, as ZECSRPT's 0400-WRITE-HISTORY  * 00003500
      * does; a ledger that will not open costs the run its entry,    * 00003510
      * nothing more.                                                 * 00003520
      ***************************************************************** 00003530
       0960-APPEND-LEDGER.                                              00003540
           OPEN EXTEND LDG-OUT.                                         00003550
           IF  WS-LDG-STATUS NOT EQUAL '00'                             00003560
               OPEN OUTPUT LDG-OUT.                                     00003570
           IF  WS-LDG-STATUS NOT EQUAL '00'                             00003580
               DISPLAY 'ZECSUNL - LEDGER OPEN STATUS ' WS-LDG-STATUS    00003590
               GO TO 0960-EXIT.                                         00003600
                                                                        00003610
           WRITE LDG-OUT-RECORD FROM LDG-RECORD.                        00003620
           CLOSE LDG-OUT.                                               00003630
       0960-EXIT.                                                       00003640
           EXIT.                                                        00003650
