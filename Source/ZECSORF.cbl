      * Every orphan found is written to the report.  When run with  *  00000180
      * WS-RUN-MODE of 'D' (see WS-RUN-MODE ACCEPT below), the        * 00000190
      * orphaned KEY record is also deleted so it stops silently      * 00000200
      * 204'ing GET requests, along with any retained versions it     * 00000201
      * still names; any other mode reports only and leaves the files * 00000202
      * unchanged.                                                    * 00000203
      *                                                               * 00000204
      * Shared content (ZECSZDC.cpy) is reconciled as well.  An entry * 00000205
      * whose segment 1 reads a shared tail is reported when its      * 00000206
      * reference or content record is gone.  After the KEY browse a  * 00000207
      * pass over ZD-FCT checks every reference record against its    * 00000208
      * chain's segment 1 - a reference left behind by a deleted      * 00000209
      * chain is dangling - and then every content record's           * 00000210
      * ZD-REF-COUNT against the references actually naming it.  In   * 00000211
      * cleanup mode dangling references are deleted, counts are      * 00000212
      * corrected, and a content record nothing reads goes with its   * 00000213
      * content chain; that also finishes a release interrupted       * 00000214
      * between the content chain and the content record.  Content    * 00000215
      * records with readers but no content chain, and references     * 00000216
      * naming a content record that is gone, are reported only - the * 00000217
      * entries are unreadable and belong to their owners.  Without a * 00000218
      * ZDFCT DD the shared content checks are skipped.               * 00000219
      *                                                               * 00000220
      * Intended to run periodically outside of CICS against the     *  00000240
      * base clusters underlying the ZK-FCT/ZF-FCT CICS files.        * 00000250
      *                                                               * 00000260
               ACCESS MODE IS DYNAMIC                                   00000420
               RECORD KEY IS ZF-KEY-16                                  00000430
               FILE STATUS IS WS-ZF-STATUS.                             00000440
           SELECT ZI-FCT ASSIGN TO ZIFCT                                00000441
               ORGANIZATION IS INDEXED                                  00000442
               ACCESS MODE IS DYNAMIC                                   00000443
               RECORD KEY IS ZI-KEY                                     00000444
               FILE STATUS IS WS-ZI-STATUS.                             00000445
           SELECT ZD-FCT ASSIGN TO ZDFCT                                00000446
               ORGANIZATION IS INDEXED                                  00000447
               ACCESS MODE IS DYNAMIC                                   00000448
               RECORD KEY IS ZD-KEY                                     00000449
               FILE STATUS IS WS-ZD-STATUS.                             00000450
                                                                        00000451
           SELECT RPT-OUT ASSIGN TO RPTOUT                              00000460
               ORGANIZATION IS LINE SEQUENTIAL                          00000470
               FILE STATUS IS WS-RPT-STATUS.                            00000480
           SELECT CKPT-FILE ASSIGN TO CKPTFIL                           00000500
               ORGANIZATION IS SEQUENTIAL                               00000510
               FILE STATUS IS WS-CKPT-STATUS.                           00000520
                                                                        00000523
           SELECT LDG-OUT ASSIGN TO LEDGER                              00000526
               ORGANIZATION IS SEQUENTIAL                               00000529
               FILE STATUS IS WS-LDG-STATUS.                            00000532
                                                                        00000535
       DATA DIVISION.                                                   00000540
       FILE SECTION.                                                    00000550
       FD  ZK-FCT.                                                      00000560
      * zECS FILE record definition.                                  * 00000640
      ***************************************************************** 00000650
       COPY ZECSZFC.                                                    00000660
                                                                        00000661
       FD  ZI-FCT.                                                      00000662
      ***************************************************************** 00000663
      * zECS TAG INDEX record definition.                             * 00000664
      ***************************************************************** 00000665
       COPY ZECSZIC.                                                    00000666
                                                                        00000667
       FD  ZD-FCT.                                                      00000668
      ***************************************************************** 00000669
      * zECS SHARED CONTENT record definition.                        * 00000670
      ***************************************************************** 00000671
       COPY ZECSZDC.                                                    00000672
                                                                        00000673
       FD  RPT-OUT                                                      00000680
           RECORD CONTAINS 132 CHARACTERS.                              00000690
       01  RPT-LINE                   PIC  X(132).                      00000700
           02  CKPT-TOTAL-KEYS        PIC 9(09).                        00000880
           02  CKPT-ORPHAN-KEYS       PIC 9(09).                        00000890
           02  CKPT-DELETED-KEYS      PIC 9(09).                        00000900
                                                                        00000901
      ***************************************************************** 00000902
      * Batch run ledger - this run's START and END records are       * 00000903
      * appended for ZECSLDR's morning summary.                       * 00000904
      ***************************************************************** 00000905
       FD  LDG-OUT                                                      00000906
           RECORD CONTAINS 100 CHARACTERS.                              00000907
       01  LDG-OUT-RECORD             PIC  X(100).                      00000908
                                                                        00000910
       WORKING-STORAGE SECTION.                                         00000920
       01  WS-ZK-STATUS               PIC  X(02) VALUE SPACES.          00000930
       01  WS-TOTAL-KEYS              PIC 9(09) VALUE ZEROES.           00001130
       01  WS-ORPHAN-KEYS             PIC 9(09) VALUE ZEROES.           00001140
       01  WS-DELETED-KEYS            PIC 9(09) VALUE ZEROES.           00001150
                                                                        00001151
      ***************************************************************** 00001152
      * Tag index (ZECSZIC.cpy).  A removed entry's tag list record   * 00001153
      * and the index record of every tag it carried go with it.      * 00001154
      * Without a ZIFCT DD (or when it will not open) the job runs    * 00001155
      * on and leaves tag maintenance to the online region.           * 00001156
      ***************************************************************** 00001157
       01  WS-ZI-STATUS               PIC  X(02) VALUE SPACES.          00001158
       01  WS-ZI-SW                   PIC  X(01) VALUE 'N'.             00001159
           88  ZI-OPEN                VALUE 'Y'.                        00001160
       01  WS-TAG-ENTRY-KEY           PIC X(255) VALUE LOW-VALUES.      00001161
       01  WS-TAG-IDX                 PIC S9(04) COMP VALUE ZEROES.     00001162
       01  WS-TAG-COUNT               PIC S9(04) COMP VALUE ZEROES.     00001163
       01  WS-TAG-TABLE.                                                00001164
           05  WS-TAG-ENTRY           PIC  X(24) OCCURS 8 TIMES.        00001165
       01  WS-DELETED-TAG-LISTS       PIC 9(09) VALUE ZEROES.           00001166
                                                                        00001167
      ***************************************************************** 00001168
      * Shared content (ZECSZDC.cpy).  The reference pass tallies the * 00001169
      * readers of each content record in WS-READER-TABLE; should the * 00001170
      * table fill, content record counts are not checked (nor        * 00001171
      * unreferenced content deleted) this run.                       * 00001172
      ***************************************************************** 00001173
       01  WS-ZD-STATUS               PIC  X(02) VALUE SPACES.          00001174
       01  WS-ZD-SW                   PIC  X(01) VALUE 'N'.             00001175
           88  ZD-OPEN                VALUE 'Y'.                        00001176
       01  WS-ZD-END-SW               PIC  X(01) VALUE 'N'.             00001177
           88  ZD-END                 VALUE 'Y'.                        00001178
       01  WS-CONTENT-CHAIN           PIC  X(08) VALUE LOW-VALUES.      00001179
       01  WS-CONTENT-END-SW          PIC  X(01) VALUE 'N'.             00001180
           88  CONTENT-CHAIN-END      VALUE 'Y'.                        00001181
       01  WS-BROWSE-MARK             PIC  X(01) VALUE SPACES.          00001182
       01  WS-READERS                 PIC 9(09) VALUE ZEROES.           00001183
       01  WS-SHARED-CHECKED          PIC 9(09) VALUE ZEROES.           00001184
       01  WS-SHARED-PROBLEMS         PIC 9(09) VALUE ZEROES.           00001185
       01  WS-SHARED-REPAIRS          PIC 9(09) VALUE ZEROES.           00001186
                                                                        00001187
       01  WS-READER-COUNT            PIC S9(08) COMP VALUE ZEROES.     00001188
       01  WS-READER-MAX              PIC S9(08) COMP VALUE 20000.      00001189
       01  WS-READER-SW               PIC  X(01) VALUE 'N'.             00001190
           88  READER-FOUND           VALUE 'Y'.                        00001191
       01  WS-READER-FULL-SW          PIC  X(01) VALUE 'N'.             00001192
           88  READER-TABLE-FULL      VALUE 'Y'.                        00001193
       01  WS-READER-TABLE.                                             00001194
           05  WS-READER-ENTRY        OCCURS 20000 TIMES                00001195
                                      INDEXED BY RD-IDX.                00001196
               10  RD-CONTENT-KEY     PIC  X(27).                       00001197
               10  RD-READERS         PIC S9(08) COMP.                  00001198
               10  RD-MATCHED         PIC  X(01).                       00001199
                                                                        00001200
       01  WS-ORPHAN-SW               PIC  X(01) VALUE 'N'.             00001201
           88  KEY-IS-ORPHAN          VALUE 'Y'.                        00001202
                                                                        00001203
       01  WS-VER-IDX                 PIC S9(04) COMP VALUE ZEROES.     00001204
       01  WS-VER-COUNT               PIC S9(04) COMP VALUE ZEROES.     00001205
       01  WS-SEG-IDX                 PIC S9(04) COMP VALUE ZEROES.     00001206
       01  WS-VER-END-SW              PIC  X(01) VALUE 'N'.             00001207
           88  VERSION-CHAIN-END      VALUE 'Y'.                        00001208
                                                                        00001209
       01  WS-ZK-ZF-KEY-HEX           PIC  X(16) VALUE SPACES.          00001210
       01  WS-HEX-DIGITS              PIC  X(16) VALUE                  00001211
           '0123456789ABCDEF'.                                          00001220
       01  WS-HEX-IDX                 PIC S9(04) COMP VALUE ZEROES.     00001230
       01  WS-HEX-BYTE                PIC  9(03) VALUE ZEROES.          00001240
       01  WS-HEX-SOURCE              PIC  X(08) VALUE LOW-VALUES.      00001245
                                                                        00001250
       01  WS-HEADING-1.                                                00001260
           05  FILLER PIC X(48) VALUE                                   00001270
           05  DL2-ZF-KEY-HEX         PIC  X(16).                       00001400
           05  FILLER                 PIC  X(02) VALUE SPACES.          00001410
           05  DL2-ACTION             PIC  X(20).                       00001420
                                                                        00001421
       01  WS-HEADING-4.                                                00001422
           05  FILLER PIC X(70) VALUE                                   00001423
               'SHARED CONTENT (ZDFCT)'.                                00001424
       01  WS-HEADING-5.                                                00001425
           05  FILLER PIC X(40) VALUE                                   00001426
               'RECORD     CHAIN (HEX)       ACTION'.                   00001427
           05  FILLER PIC X(50) VALUE                                   00001428
               '                         COUNT      READERS'.           00001429
       01  WS-DETAIL-LINE-3.                                            00001430
           05  DL3-RECORD             PIC  X(10).                       00001431
           05  FILLER                 PIC  X(01) VALUE SPACES.          00001432
           05  DL3-CHAIN-HEX          PIC  X(16).                       00001433
           05  FILLER                 PIC  X(02) VALUE SPACES.          00001434
           05  DL3-ACTION             PIC  X(30).                       00001435
           05  DL3-REF-COUNT          PIC ZZZ,ZZZ,ZZ9.                  00001436
           05  FILLER                 PIC  X(02) VALUE SPACES.          00001437
           05  DL3-READERS            PIC ZZZ,ZZZ,ZZ9.                  00001438
       01  WS-MSG-READER-FULL         PIC X(80) VALUE                   00001439
           'READER TABLE FULL - CONTENT COUNTS NOT CHECKED'.            00001440
                                                                        00001441
       01  WS-SUMMARY-LINE1.                                            00001442
           05  FILLER                 PIC X(20) VALUE                   00001450
               'KEYS SCANNED:      '.                                   00001460
           05  SL-TOTAL-KEYS          PIC ZZZ,ZZZ,ZZ9.                  00001470
               'RUN MODE (D=DELETE, ELSE RPT):'.                        00001580
           05  FILLER                 PIC  X(01) VALUE SPACES.          00001590
           05  SL-RUN-MODE            PIC  X(01).                       00001600
       01  WS-SUMMARY-LINE5.                                            00001601
           05  FILLER                 PIC X(20) VALUE                   00001602
               'TAG LISTS DELETED: '.                                   00001603
           05  SL-DELETED-TAG-LISTS   PIC ZZZ,ZZZ,ZZ9.                  00001604
       01  WS-SUMMARY-LINE6.                                            00001605
           05  FILLER                 PIC X(20) VALUE                   00001606
               'SHARED RECS CHECKED'.                                   00001607
           05  SL-SHARED-CHECKED      PIC ZZZ,ZZZ,ZZ9.                  00001608
       01  WS-SUMMARY-LINE7.                                            00001609
           05  FILLER                 PIC X(20) VALUE                   00001610
               'SHARED PROBLEMS:   '.                                   00001611
           05  SL-SHARED-PROBLEMS     PIC ZZZ,ZZZ,ZZ9.                  00001612
       01  WS-SUMMARY-LINE8.                                            00001613
           05  FILLER                 PIC X(20) VALUE                   00001614
               'SHARED REPAIRS:    '.                                   00001615
           05  SL-SHARED-REPAIRS      PIC ZZZ,ZZZ,ZZ9.                  00001616
                                                                        00001617
      ***************************************************************** 00001618
      * zECS BATCH RUN LEDGER record definition.                      * 00001619
      ***************************************************************** 00001620
       COPY ZECSLDG.                                                    00001621
       01  WS-LDG-STATUS              PIC  X(02) VALUE SPACES.          00001622
       01  WS-LDG-MODE                PIC  X(01) VALUE SPACES.          00001623
       01  WS-LDG-START-DATE          PIC  9(08) VALUE ZEROES.          00001624
       01  WS-LDG-START-TIME          PIC  9(08) VALUE ZEROES.          00001625
                                                                        00001626
       PROCEDURE DIVISION.                                              00001627
       0000-MAIN.                                                       00001628
           PERFORM 0050-ACCEPT-PARMS      THRU 0050-EXIT.               00001640
           PERFORM 0070-LEDGER-START      THRU 0070-EXIT.               00001645
           PERFORM 0100-OPEN-FILES        THRU 0100-EXIT.               00001650
           IF  NOT RESTARTED                                            00001660
               PERFORM 0300-WRITE-HEADINGS THRU 0300-EXIT.              00001670
           PERFORM 0200-BROWSE-KEYS       THRU 0200-EXIT                00001680
               UNTIL ZK-EOF.                                            00001690
           PERFORM 0500-CHECK-SHARED      THRU 0500-EXIT.               00001695
           PERFORM 0400-WRITE-SUMMARY     THRU 0400-EXIT.               00001700
           PERFORM 0260-FINAL-CHECKPOINT  THRU 0260-EXIT.               00001710
           PERFORM 0900-CLOSE-FILES       THRU 0900-EXIT.               00001720
           PERFORM 0950-LEDGER-END        THRU 0950-EXIT.               00001725
           STOP RUN.                                                    00001730
      ***************************************************************** 00001731
      * Append this run's START record to the ledger before any file  * 00001732
      * is opened - a run that abends from here on leaves it without  * 00001733
      * an END record.                                                * 00001734
      ***************************************************************** 00001735
       0070-LEDGER-START.                                               00001736
           MOVE WS-RUN-MODE          TO WS-LDG-MODE.                    00001737
           ACCEPT WS-LDG-START-DATE  FROM DATE YYYYMMDD.                00001738
           ACCEPT WS-LDG-START-TIME  FROM TIME.                         00001739
                                                                        00001740
           MOVE SPACES               TO LDG-RECORD.                     00001741
           MOVE 'ZECSORF'            TO LDG-JOB.                        00001742
           MOVE 'S'                  TO LDG-EVENT.                      00001743
           MOVE WS-LDG-MODE          TO LDG-MODE.                       00001744
           MOVE WS-LDG-START-DATE    TO LDG-START-DATE.                 00001745
           MOVE WS-LDG-START-TIME    TO LDG-START-TIME.                 00001746
           MOVE ZEROES               TO LDG-END-DATE                    00001747
                                        LDG-END-TIME                    00001748
                                        LDG-PROCESSED                   00001749
                                        LDG-OUTPUT                      00001750
                                        LDG-FOUND                       00001751
                                        LDG-REPAIRED.                   00001752
           PERFORM 0960-APPEND-LEDGER THRU 0960-EXIT.                   00001753
       0070-EXIT.                                                       00001754
           EXIT.                                                        00001755
                                                                        00001756
                                                                        00001757
       0050-ACCEPT-PARMS.                                               00001758
           ACCEPT WS-RUN-MODE FROM SYSIN.                               00001760
       0050-EXIT.                                                       00001770
           EXIT.                                                        00001780
       0100-OPEN-FILES.                                                 00001800
           IF  CLEANUP-MODE                                             00001810
               OPEN I-O ZK-FCT                                          00001820
               OPEN I-O ZF-FCT                                          00001822
               OPEN I-O ZI-FCT                                          00001824
               IF  WS-ZI-STATUS EQUAL '00'                              00001826
                   MOVE 'Y' TO WS-ZI-SW                                 00001828
               ELSE                                                     00001830
                   DISPLAY 'ZECSORF - ZIFCT OPEN STATUS ' WS-ZI-STATUS  00001832
                           ', TAG RECORDS NOT MAINTAINED'               00001834
               END-IF                                                   00001836
               OPEN I-O ZD-FCT                                          00001838
           ELSE                                                         00001840
               OPEN INPUT ZK-FCT                                        00001842
               OPEN INPUT ZF-FCT                                        00001844
               OPEN INPUT ZD-FCT.                                       00001846
                                                                        00001848
           IF  WS-ZD-STATUS EQUAL '00'                                  00001850
               MOVE 'Y' TO WS-ZD-SW                                     00001852
           ELSE                                                         00001854
               DISPLAY 'ZECSORF - ZDFCT OPEN STATUS ' WS-ZD-STATUS      00001856
                       ', SHARED CONTENT NOT CHECKED'.                  00001858
                                                                        00001860
           PERFORM 0110-RESTORE-CHECKPOINT THRU 0110-EXIT.              00001870
                                                                        00001880
                                                                        00002810
           IF  KEY-IS-ORPHAN                                            00002820
               ADD 1 TO WS-ORPHAN-KEYS                                  00002830
               MOVE ZK-ZF-KEY              TO WS-HEX-SOURCE             00002835
               PERFORM 0210-FORMAT-HEX     THRU 0210-EXIT               00002840
               PERFORM 0220-REPORT-ORPHAN  THRU 0220-EXIT               00002850
               IF  CLEANUP-MODE                                         00002860
                   PERFORM 0230-DELETE-VERSIONS THRU 0230-EXIT          00002863
                   PERFORM 0240-DROP-TAGS THRU 0240-EXIT                00002866
                   DELETE ZK-FCT RECORD                                 00002870
                       INVALID KEY                                      00002880
                           CONTINUE                                     00002890
                           ADD 1 TO WS-DELETED-KEYS                     00002910
                   END-DELETE                                           00002920
               END-IF.                                                  00002930
                                                                        00002934
           IF  NOT KEY-IS-ORPHAN                                        00002938
               PERFORM 0205-CHECK-SHARED-TAIL THRU 0205-EXIT.           00002942
                                                                        00002946
           ADD 1 TO WS-CKPT-COUNTER.                                    00002950
           IF  WS-CKPT-COUNTER NOT LESS THAN WS-CKPT-INTERVAL           00002960
               MOVE ZEROES TO WS-CKPT-COUNTER                           00002970
           EXIT.                                                        00003030
                                                                        00003040
      ***************************************************************** 00003050
      * An entry whose segment 1 reads a shared tail ('S' in          * 00003051
      * ZF-EXTRA(13:1), see ZECSZDC.cpy) needs its reference record   * 00003052
      * and the content record it names.  Without them the entry      * 00003053
      * cannot be read past segment 1; it is reported, and left to    * 00003054
      * its owner to rewrite or delete.                               * 00003055
      ***************************************************************** 00003056
       0205-CHECK-SHARED-TAIL.                                          00003057
           IF  NOT ZD-OPEN                                              00003058
           OR  ZK-SEGMENTS NOT EQUAL 'Y'                                00003059
           OR  ZF-EXTRA(13:1) NOT EQUAL 'S'                             00003060
               GO TO 0205-EXIT.                                         00003061
                                                                        00003062
           MOVE LOW-VALUES              TO ZD-KEY.                      00003063
           MOVE 'R'                     TO ZD-R-MARK.                   00003064
           MOVE ZK-ZF-KEY               TO ZD-R-CHAIN.                  00003065
                                                                        00003066
           READ ZD-FCT                                                  00003067
               INVALID KEY                                              00003068
                   GO TO 0205-MISSING.                                  00003069
                                                                        00003070
           MOVE ZD-R-CONTENT-KEY        TO ZD-KEY.                      00003071
           READ ZD-FCT                                                  00003072
               INVALID KEY                                              00003073
                   GO TO 0205-MISSING.                                  00003074
                                                                        00003075
           GO TO 0205-EXIT.                                             00003076
                                                                        00003077
       0205-MISSING.                                                    00003078
           ADD 1 TO WS-SHARED-PROBLEMS.                                 00003079
           MOVE ZK-ZF-KEY               TO WS-HEX-SOURCE.               00003080
           PERFORM 0210-FORMAT-HEX      THRU 0210-EXIT.                 00003081
           MOVE SPACES TO WS-DETAIL-LINE-1 WS-DETAIL-LINE-2.            00003082
           MOVE ZK-KEY(1:64)            TO DL1-KEY.                     00003083
           WRITE RPT-LINE FROM WS-DETAIL-LINE-1.                        00003084
           MOVE WS-ZK-ZF-KEY-HEX        TO DL2-ZF-KEY-HEX.              00003085
           MOVE 'SHARED TAIL MISSING'   TO DL2-ACTION.                  00003086
           WRITE RPT-LINE FROM WS-DETAIL-LINE-2.                        00003087
       0205-EXIT.                                                       00003088
           EXIT.                                                        00003089
                                                                        00003090
      ***************************************************************** 00003091
      * Render an internal ZF key (WS-HEX-SOURCE, binary) as readable * 00003092
      * hex for the report - it is not printable text.                * 00003093
      ***************************************************************** 00003094
       0210-FORMAT-HEX.                                                 00003095
           MOVE SPACES TO WS-ZK-ZF-KEY-HEX.                             00003100
           PERFORM VARYING WS-HEX-IDX FROM 1 BY 1                       00003110
               UNTIL WS-HEX-IDX GREATER THAN 8                          00003120
               MOVE FUNCTION ORD(WS-HEX-SOURCE(WS-HEX-IDX:1))           00003130
                   TO WS-HEX-BYTE                                       00003140
               SUBTRACT 1 FROM WS-HEX-BYTE                              00003150
               MOVE WS-HEX-DIGITS(FUNCTION MOD(WS-HEX-BYTE 16) + 1:1)   00003160
       0220-EXIT.                                                       00003360
           EXIT.                                                        00003370
                                                                        00003380
      ***************************************************************** 00003381
      * An orphaned KEY record can still name retained versions       * 00003382
      * (ZK-VERSION, see ZECSZKC) whose chains nothing else reaches;  * 00003383
      * they are deleted with it, each chain segment by segment until * 00003384
      * the first one not found.  A KEY record written before the     * 00003385
      * version list existed carries SPACES (or LOW-VALUES, once      * 00003386
      * reloaded) there - no versions.                                * 00003387
      ***************************************************************** 00003388
       0230-DELETE-VERSIONS.                                            00003389
           IF  ZK-VERSION-COUNT NUMERIC                                 00003390
               MOVE ZK-VERSION-COUNT    TO WS-VER-COUNT                 00003391
           ELSE                                                         00003392
               MOVE ZEROES              TO WS-VER-COUNT.                00003393
                                                                        00003394
           IF  WS-VER-COUNT GREATER THAN 8                              00003395
               MOVE 8                   TO WS-VER-COUNT.                00003396
                                                                        00003397
           PERFORM 0232-DELETE-VERSION THRU 0232-EXIT                   00003398
               VARYING WS-VER-IDX FROM 1 BY 1                           00003399
               UNTIL WS-VER-IDX GREATER THAN WS-VER-COUNT.              00003400
       0230-EXIT.                                                       00003401
           EXIT.                                                        00003402
                                                                        00003403
       0232-DELETE-VERSION.                                             00003404
           MOVE 'N'                     TO WS-VER-END-SW.               00003405
                                                                        00003406
           PERFORM 0234-DELETE-VERSION-SEG THRU 0234-EXIT               00003407
               VARYING WS-SEG-IDX FROM 1 BY 1                           00003408
               UNTIL VERSION-CHAIN-END.                                 00003409
       0232-EXIT.                                                       00003410
           EXIT.                                                        00003411
                                                                        00003412
       0234-DELETE-VERSION-SEG.                                         00003413
           MOVE ZK-VERSION-ZF-KEY(WS-VER-IDX) TO ZF-KEY.                00003414
           MOVE WS-SEG-IDX              TO ZF-SEGMENT.                  00003415
           MOVE ZEROES                  TO ZF-SUFFIX.                   00003416
           MOVE ZEROES                  TO ZF-ZEROES.                   00003417
                                                                        00003418
           DELETE ZF-FCT RECORD                                         00003419
               INVALID KEY                                              00003420
                   MOVE 'Y' TO WS-VER-END-SW                            00003421
           END-DELETE.                                                  00003422
       0234-EXIT.                                                       00003423
           EXIT.                                                        00003424
                                                                        00003425
      ***************************************************************** 00003426
      * Drop the tag records of the entry being removed - the list    * 00003427
      * record keyed by ZK-KEY, then the index record of each tag     * 00003428
      * it names (unless that record now names another key alike in   * 00003429
      * its first 230 bytes).  Called before the KEY record goes.     * 00003430
      ***************************************************************** 00003431
       0240-DROP-TAGS.                                                  00003432
           IF  NOT ZI-OPEN                                              00003433
               GO TO 0240-EXIT.                                         00003434
                                                                        00003435
           MOVE ZK-KEY                  TO WS-TAG-ENTRY-KEY.            00003436
           MOVE ZK-KEY                  TO ZI-KEY.                      00003437
                                                                        00003438
           READ ZI-FCT                                                  00003439
               INVALID KEY                                              00003440
                   GO TO 0240-EXIT.                                     00003441
                                                                        00003442
           IF  NOT ZI-LIST  OR                                          00003443
               ZI-TAG-COUNT NOT NUMERIC                                 00003444
               GO TO 0240-EXIT.                                         00003445
                                                                        00003446
           MOVE ZI-TAG-COUNT            TO WS-TAG-COUNT.                00003447
           IF  WS-TAG-COUNT GREATER THAN 8                              00003448
               MOVE 8                   TO WS-TAG-COUNT.                00003449
           MOVE ZI-TAG-TABLE            TO WS-TAG-TABLE.                00003450
                                                                        00003451
           DELETE ZI-FCT RECORD                                         00003452
               INVALID KEY                                              00003453
                   CONTINUE                                             00003454
               NOT INVALID KEY                                          00003455
                   ADD 1 TO WS-DELETED-TAG-LISTS                        00003456
           END-DELETE.                                                  00003457
                                                                        00003458
           PERFORM 0242-DROP-TAG-INDEX THRU 0242-EXIT                   00003459
               VARYING WS-TAG-IDX FROM 1 BY 1                           00003460
               UNTIL WS-TAG-IDX GREATER THAN WS-TAG-COUNT.              00003461
       0240-EXIT.                                                       00003462
           EXIT.                                                        00003463
                                                                        00003464
       0242-DROP-TAG-INDEX.                                             00003465
           MOVE LOW-VALUES              TO ZI-KEY.                      00003466
           MOVE WS-TAG-ENTRY(WS-TAG-IDX) TO ZI-INDEX-TAG.               00003467
           MOVE WS-TAG-ENTRY-KEY(1:230) TO ZI-INDEX-PART.               00003468
                                                                        00003469
           READ ZI-FCT                                                  00003470
               INVALID KEY                                              00003471
                   GO TO 0242-EXIT.                                     00003472
                                                                        00003473
           IF  ZI-ZK-KEY EQUAL WS-TAG-ENTRY-KEY                         00003474
               DELETE ZI-FCT RECORD                                     00003475
                   INVALID KEY                                          00003476
                       CONTINUE                                         00003477
               END-DELETE.                                              00003478
       0242-EXIT.                                                       00003479
           EXIT.                                                        00003480
                                                                        00003481
                                                                        00003482
       0300-WRITE-HEADINGS.                                             00003483
           WRITE RPT-LINE FROM WS-HEADING-1.                            00003484
           WRITE RPT-LINE FROM WS-HEADING-2.                            00003485
           WRITE RPT-LINE FROM WS-HEADING-3.                            00003486
           MOVE SPACES TO RPT-LINE.                                     00003487
           WRITE RPT-LINE.                                              00003488
       0300-EXIT.                                                       00003489
           EXIT.                                                        00003490
                                                                        00003491
       0400-WRITE-SUMMARY.                                              00003492
           MOVE SPACES TO RPT-LINE.                                     00003493
           WRITE RPT-LINE.                                              00003500
                                                                        00003510
           MOVE WS-TOTAL-KEYS       TO SL-TOTAL-KEYS.                   00003520
           WRITE RPT-LINE FROM WS-SUMMARY-LINE3.                        00003570
           MOVE WS-RUN-MODE         TO SL-RUN-MODE.                     00003580
           WRITE RPT-LINE FROM WS-SUMMARY-LINE4.                        00003590
           MOVE WS-DELETED-TAG-LISTS TO SL-DELETED-TAG-LISTS.           00003600
           WRITE RPT-LINE FROM WS-SUMMARY-LINE5.                        00003610
           MOVE WS-SHARED-CHECKED   TO SL-SHARED-CHECKED.               00003620
           WRITE RPT-LINE FROM WS-SUMMARY-LINE6.                        00003630
           MOVE WS-SHARED-PROBLEMS  TO SL-SHARED-PROBLEMS.              00003640
           WRITE RPT-LINE FROM WS-SUMMARY-LINE7.                        00003650
           MOVE WS-SHARED-REPAIRS   TO SL-SHARED-REPAIRS.               00003660
           WRITE RPT-LINE FROM WS-SUMMARY-LINE8.                        00003670
       0400-EXIT.                                                       00003680
           EXIT.                                                        00003690
                                                                        00003700
      ***************************************************************** 00003710
      * Shared content pass.  References first - their keys ('R')     * 00003720
      * sort after the content records' ('C') - so the readers of     * 00003730
      * every content record are tallied before the content records   * 00003740
      * are checked.                                                  * 00003750
      ***************************************************************** 00003760
       0500-CHECK-SHARED.                                               00003770
           IF  NOT ZD-OPEN                                              00003780
               GO TO 0500-EXIT.                                         00003790
                                                                        00003800
           MOVE SPACES TO RPT-LINE.                                     00003810
           WRITE RPT-LINE.                                              00003820
           WRITE RPT-LINE FROM WS-HEADING-4.                            00003830
           WRITE RPT-LINE FROM WS-HEADING-5.                            00003840
           MOVE SPACES TO RPT-LINE.                                     00003850
           WRITE RPT-LINE.                                              00003860
                                                                        00003870
           MOVE LOW-VALUES              TO ZD-KEY.                      00003880
           MOVE 'R'                     TO ZD-R-MARK.                   00003890
           PERFORM 0505-START-BROWSE    THRU 0505-EXIT.                 00003900
           PERFORM 0510-CHECK-REFERENCE THRU 0510-EXIT                  00003910
               UNTIL ZD-END.                                            00003920
                                                                        00003930
           MOVE LOW-VALUES              TO ZD-KEY.                      00003940
           MOVE 'C'                     TO ZD-C-MARK.                   00003950
           PERFORM 0505-START-BROWSE    THRU 0505-EXIT.                 00003960
           PERFORM 0530-CHECK-CONTENT   THRU 0530-EXIT                  00003970
               UNTIL ZD-END.                                            00003980
                                                                        00003990
           PERFORM 0560-REPORT-UNMATCHED THRU 0560-EXIT                 00004000
               VARYING RD-IDX FROM 1 BY 1                               00004010
               UNTIL RD-IDX GREATER THAN WS-READER-COUNT.               00004020
                                                                        00004030
           IF  READER-TABLE-FULL                                        00004040
               WRITE RPT-LINE FROM WS-MSG-READER-FULL.                  00004050
       0500-EXIT.                                                       00004060
           EXIT.                                                        00004070
                                                                        00004080
      ***************************************************************** 00004090
      * Position the ZD-FCT browse at the first record of the type in * 00004100
      * ZD-KEY and read it; ZD-END is set when there is none.         * 00004110
      ***************************************************************** 00004120
       0505-START-BROWSE.                                               00004130
           MOVE 'N'                     TO WS-ZD-END-SW.                00004140
           MOVE ZD-R-MARK               TO WS-BROWSE-MARK.              00004150
                                                                        00004160
           START ZD-FCT KEY NOT LESS THAN ZD-KEY                        00004170
               INVALID KEY                                              00004180
                   MOVE 'Y' TO WS-ZD-END-SW                             00004190
                   GO TO 0505-EXIT                                      00004200
           END-START.                                                   00004210
                                                                        00004220
           PERFORM 0507-READ-NEXT       THRU 0507-EXIT.                 00004230
       0505-EXIT.                                                       00004240
           EXIT.                                                        00004250
                                                                        00004260
      ***************************************************************** 00004270
      * Read the next ZD-FCT record; leaving the record type the      * 00004280
      * browse was started on ends it.                                * 00004290
      ***************************************************************** 00004300
       0507-READ-NEXT.                                                  00004310
           READ ZD-FCT NEXT RECORD                                      00004320
               AT END                                                   00004330
                   MOVE 'Y' TO WS-ZD-END-SW                             00004340
                   GO TO 0507-EXIT                                      00004350
           END-READ.                                                    00004360
                                                                        00004370
           IF  ZD-R-MARK NOT EQUAL WS-BROWSE-MARK                       00004380
               MOVE 'Y' TO WS-ZD-END-SW.                                00004390
       0507-EXIT.                                                       00004400
           EXIT.                                                        00004410
                                                                        00004420
      ***************************************************************** 00004430
      * A reference whose chain has no segment 1 was left behind by a * 00004440
      * chain deleted without giving it up (an orphan cleared above,  * 00004450
      * an interrupted delete); it is deleted in cleanup mode.  Every * 00004460
      * other reference is tallied against the content record it      * 00004470
      * names.                                                        * 00004480
      ***************************************************************** 00004490
       0510-CHECK-REFERENCE.                                            00004500
           ADD 1 TO WS-SHARED-CHECKED.                                  00004510
                                                                        00004520
           MOVE ZD-R-CHAIN              TO ZF-KEY.                      00004530
           MOVE 1                       TO ZF-SEGMENT.                  00004540
           MOVE ZEROES                  TO ZF-SUFFIX.                   00004550
           MOVE ZEROES                  TO ZF-ZEROES.                   00004560
                                                                        00004570
           READ ZF-FCT                                                  00004580
               INVALID KEY                                              00004590
                   GO TO 0510-DANGLING.                                 00004600
                                                                        00004610
           PERFORM 0520-TALLY-READER    THRU 0520-EXIT.                 00004620
           GO TO 0510-NEXT.                                             00004630
                                                                        00004640
       0510-DANGLING.                                                   00004650
           ADD 1 TO WS-SHARED-PROBLEMS.                                 00004660
           MOVE SPACES                  TO WS-DETAIL-LINE-3.            00004670
           MOVE 'REFERENCE'             TO DL3-RECORD.                  00004680
           MOVE ZD-R-CHAIN              TO WS-HEX-SOURCE.               00004690
           MOVE ZEROES                  TO DL3-REF-COUNT DL3-READERS.   00004700
           IF  CLEANUP-MODE                                             00004710
               MOVE 'DANGLING - DELETED'  TO DL3-ACTION                 00004720
               DELETE ZD-FCT RECORD                                     00004730
                   INVALID KEY                                          00004740
                       CONTINUE                                         00004750
                   NOT INVALID KEY                                      00004760
                       ADD 1 TO WS-SHARED-REPAIRS                       00004770
               END-DELETE                                               00004780
           ELSE                                                         00004790
               MOVE 'DANGLING - REPORTED' TO DL3-ACTION.                00004800
           PERFORM 0550-REPORT-SHARED   THRU 0550-EXIT.                 00004810
                                                                        00004820
       0510-NEXT.                                                       00004830
           PERFORM 0507-READ-NEXT       THRU 0507-EXIT.                 00004840
       0510-EXIT.                                                       00004850
           EXIT.                                                        00004860
                                                                        00004870
       0520-TALLY-READER.                                               00004880
           MOVE 'N'                     TO WS-READER-SW.                00004890
           PERFORM 0525-MATCH-READER    THRU 0525-EXIT                  00004900
               VARYING RD-IDX FROM 1 BY 1                               00004910
               UNTIL RD-IDX GREATER THAN WS-READER-COUNT                00004920
                  OR READER-FOUND.                                      00004930
                                                                        00004940
      ***************************************************************** 00004950
      * The augment of PERFORM VARYING runs before the exit test, so  * 00004960
      * a match leaves RD-IDX one past the matched entry.             * 00004970
      ***************************************************************** 00004980
           IF  READER-FOUND                                             00004990
               SET RD-IDX DOWN BY 1                                     00005000
               ADD 1 TO RD-READERS(RD-IDX)                              00005010
               GO TO 0520-EXIT.                                         00005020
                                                                        00005030
           IF  WS-READER-COUNT NOT LESS THAN WS-READER-MAX              00005040
               MOVE 'Y' TO WS-READER-FULL-SW                            00005050
               GO TO 0520-EXIT.                                         00005060
                                                                        00005070
           ADD 1 TO WS-READER-COUNT.                                    00005080
           SET  RD-IDX                  TO WS-READER-COUNT.             00005090
           MOVE ZD-R-CONTENT-KEY        TO RD-CONTENT-KEY(RD-IDX).      00005100
           MOVE 1                       TO RD-READERS(RD-IDX).          00005110
           MOVE 'N'                     TO RD-MATCHED(RD-IDX).          00005120
       0520-EXIT.                                                       00005130
           EXIT.                                                        00005140
                                                                        00005150
       0525-MATCH-READER.                                               00005160
           IF  RD-CONTENT-KEY(RD-IDX) EQUAL ZD-R-CONTENT-KEY            00005170
               MOVE 'Y' TO WS-READER-SW.                                00005180
       0525-EXIT.                                                       00005190
           EXIT.                                                        00005200
                                                                        00005210
      ***************************************************************** 00005220
      * Check one content record against the references tallied for   * 00005230
      * it.  No readers: the content record and its content chain are * 00005240
      * deleted in cleanup mode.  Readers but no content chain:       * 00005250
      * reported.  A count that disagrees with the readers is         * 00005260
      * corrected in cleanup mode.                                    * 00005270
      ***************************************************************** 00005280
       0530-CHECK-CONTENT.                                              00005290
           ADD 1 TO WS-SHARED-CHECKED.                                  00005300
                                                                        00005310
           MOVE ZEROES                  TO WS-READERS.                  00005320
           MOVE 'N'                     TO WS-READER-SW.                00005330
           PERFORM 0535-MATCH-CONTENT   THRU 0535-EXIT                  00005340
               VARYING RD-IDX FROM 1 BY 1                               00005350
               UNTIL RD-IDX GREATER THAN WS-READER-COUNT                00005360
                  OR READER-FOUND.                                      00005370
                                                                        00005380
           IF  READER-FOUND                                             00005390
               SET RD-IDX DOWN BY 1                                     00005400
               MOVE 'Y'                 TO RD-MATCHED(RD-IDX)           00005410
               MOVE RD-READERS(RD-IDX)  TO WS-READERS.                  00005420
                                                                        00005430
           MOVE SPACES                  TO WS-DETAIL-LINE-3.            00005440
           MOVE 'CONTENT'               TO DL3-RECORD.                  00005450
           MOVE ZD-C-CHAIN              TO WS-HEX-SOURCE.               00005460
           MOVE ZD-C-CHAIN              TO WS-CONTENT-CHAIN.            00005470
           IF  ZD-REF-COUNT NUMERIC                                     00005480
               MOVE ZD-REF-COUNT        TO DL3-REF-COUNT                00005490
           ELSE                                                         00005500
               MOVE ZEROES              TO DL3-REF-COUNT.               00005510
           MOVE WS-READERS              TO DL3-READERS.                 00005520
                                                                        00005530
           IF  READER-TABLE-FULL                                        00005540
               GO TO 0530-CHAIN.                                        00005550
                                                                        00005560
           IF  WS-READERS EQUAL ZEROES                                  00005570
               ADD 1 TO WS-SHARED-PROBLEMS                              00005580
               IF  CLEANUP-MODE                                         00005590
                   MOVE 'UNREFERENCED - DELETED'  TO DL3-ACTION         00005600
                   PERFORM 0540-PURGE-CONTENT THRU 0540-EXIT            00005610
               ELSE                                                     00005620
                   MOVE 'UNREFERENCED - REPORTED' TO DL3-ACTION         00005630
               END-IF                                                   00005640
               PERFORM 0550-REPORT-SHARED THRU 0550-EXIT                00005650
               GO TO 0530-NEXT.                                         00005660
                                                                        00005670
       0530-CHAIN.                                                      00005680
           MOVE WS-CONTENT-CHAIN        TO ZF-KEY.                      00005690
           MOVE 2                       TO ZF-SEGMENT.                  00005700
           MOVE 1                       TO ZF-SUFFIX.                   00005710
           MOVE ZEROES                  TO ZF-ZEROES.                   00005720
                                                                        00005730
           READ ZF-FCT                                                  00005740
               INVALID KEY                                              00005750
                   ADD 1 TO WS-SHARED-PROBLEMS                          00005760
                   MOVE 'CONTENT CHAIN MISSING'   TO DL3-ACTION         00005770
                   PERFORM 0550-REPORT-SHARED THRU 0550-EXIT            00005780
                   GO TO 0530-NEXT                                      00005790
           END-READ.                                                    00005800
                                                                        00005810
           IF  READER-TABLE-FULL                                        00005820
               GO TO 0530-NEXT.                                         00005830
                                                                        00005840
           IF  ZD-REF-COUNT NUMERIC  AND                                00005850
               ZD-REF-COUNT EQUAL WS-READERS                            00005860
               GO TO 0530-NEXT.                                         00005870
                                                                        00005880
           ADD 1 TO WS-SHARED-PROBLEMS.                                 00005890
           IF  CLEANUP-MODE                                             00005900
               MOVE 'COUNT WRONG - CORRECTED'     TO DL3-ACTION         00005910
               MOVE WS-READERS          TO ZD-REF-COUNT                 00005920
               REWRITE ZD-RECORD                                        00005930
                   INVALID KEY                                          00005940
                       CONTINUE                                         00005950
                   NOT INVALID KEY                                      00005960
                       ADD 1 TO WS-SHARED-REPAIRS                       00005970
               END-REWRITE                                              00005980
           ELSE                                                         00005990
               MOVE 'COUNT WRONG - REPORTED'      TO DL3-ACTION.        00006000
           PERFORM 0550-REPORT-SHARED   THRU 0550-EXIT.                 00006010
                                                                        00006020
       0530-NEXT.                                                       00006030
           PERFORM 0507-READ-NEXT       THRU 0507-EXIT.                 00006040
       0530-EXIT.                                                       00006050
           EXIT.                                                        00006060
                                                                        00006070
       0535-MATCH-CONTENT.                                              00006080
           IF  RD-CONTENT-KEY(RD-IDX) EQUAL ZD-KEY                      00006090
               MOVE 'Y' TO WS-READER-SW.                                00006100
       0535-EXIT.                                                       00006110
           EXIT.                                                        00006120
                                                                        00006130
      ***************************************************************** 00006140
      * Delete an unreferenced content record's content chain (suffix * 00006150
      * 1, segments 2 onward), then the content record itself.        * 00006160
      ***************************************************************** 00006170
       0540-PURGE-CONTENT.                                              00006180
           MOVE 'N'                     TO WS-CONTENT-END-SW.           00006190
           PERFORM 0545-DELETE-CONTENT-SEG THRU 0545-EXIT               00006200
               VARYING WS-SEG-IDX FROM 2 BY 1                           00006210
               UNTIL CONTENT-CHAIN-END.                                 00006220
                                                                        00006230
           DELETE ZD-FCT RECORD                                         00006240
               INVALID KEY                                              00006250
                   CONTINUE                                             00006260
               NOT INVALID KEY                                          00006270
                   ADD 1 TO WS-SHARED-REPAIRS                           00006280
           END-DELETE.                                                  00006290
       0540-EXIT.                                                       00006300
           EXIT.                                                        00006310
                                                                        00006320
       0545-DELETE-CONTENT-SEG.                                         00006330
           MOVE WS-CONTENT-CHAIN        TO ZF-KEY.                      00006340
           MOVE WS-SEG-IDX              TO ZF-SEGMENT.                  00006350
           MOVE 1                       TO ZF-SUFFIX.                   00006360
           MOVE ZEROES                  TO ZF-ZEROES.                   00006370
                                                                        00006380
           DELETE ZF-FCT RECORD                                         00006390
               INVALID KEY                                              00006400
                   MOVE 'Y' TO WS-CONTENT-END-SW                        00006410
           END-DELETE.                                                  00006420
       0545-EXIT.                                                       00006430
           EXIT.                                                        00006440
                                                                        00006450
       0550-REPORT-SHARED.                                              00006460
           PERFORM 0210-FORMAT-HEX      THRU 0210-EXIT.                 00006470
           MOVE WS-ZK-ZF-KEY-HEX        TO DL3-CHAIN-HEX.               00006480
           WRITE RPT-LINE FROM WS-DETAIL-LINE-3.                        00006490
       0550-EXIT.                                                       00006500
           EXIT.                                                        00006510
                                                                        00006520
      ***************************************************************** 00006530
      * References naming a content record that is no longer on file  * 00006540
      * - the entries reading them cannot be read past segment 1.     * 00006550
      * Reported only.                                                * 00006560
      ***************************************************************** 00006570
       0560-REPORT-UNMATCHED.                                           00006580
           IF  RD-MATCHED(RD-IDX) EQUAL 'Y'                             00006590
               GO TO 0560-EXIT.                                         00006600
                                                                        00006610
           ADD 1 TO WS-SHARED-PROBLEMS.                                 00006620
           MOVE SPACES                  TO WS-DETAIL-LINE-3.            00006630
           MOVE 'CONTENT'               TO DL3-RECORD.                  00006640
           MOVE 'NOT ON FILE - REPORTED' TO DL3-ACTION.                 00006650
           MOVE RD-CONTENT-KEY(RD-IDX)(20:8) TO WS-HEX-SOURCE.          00006660
           MOVE ZEROES                  TO DL3-REF-COUNT.               00006670
           MOVE RD-READERS(RD-IDX)      TO DL3-READERS.                 00006680
           PERFORM 0550-REPORT-SHARED   THRU 0550-EXIT.                 00006690
       0560-EXIT.                                                       00006700
           EXIT.                                                        00006710
                                                                        00006720
       0900-CLOSE-FILES.                                                00006730
           CLOSE ZK-FCT.                                                00006740
           CLOSE ZF-FCT.                                                00006750
           IF  ZI-OPEN                                                  00006760
               CLOSE ZI-FCT.                                            00006770
           IF  ZD-OPEN                                                  00006780
               CLOSE ZD-FCT.                                            00006790
           CLOSE RPT-OUT.                                               00006800
       0900-EXIT.                                                       00006810
           EXIT.                                                        00006820
                                                                        00006830
      ***************************************************************** 00006840
      * Append this run's END record - completion status and the      * 00006850
      * run's counts, mapped on to the ledger columns as ZECSLDG.cpy  * 00006860
      * describes.                                                    * 00006870
      ***************************************************************** 00006880
       0950-LEDGER-END.                                                 00006890
           MOVE SPACES               TO LDG-RECORD.                     00006900
           MOVE 'ZECSORF'            TO LDG-JOB.                        00006910
           MOVE 'E'                  TO LDG-EVENT.                      00006920
           MOVE WS-LDG-MODE          TO LDG-MODE.                       00006930
           MOVE WS-LDG-START-DATE    TO LDG-START-DATE.                 00006940
           MOVE WS-LDG-START-TIME    TO LDG-START-TIME.                 00006950
           ACCEPT LDG-END-DATE       FROM DATE YYYYMMDD.                00006960
           ACCEPT LDG-END-TIME       FROM TIME.                         00006970
           MOVE 'C'                  TO LDG-STATUS.                     00006980
           IF  RESTARTED                                                00006990
               MOVE 'R'              TO LDG-STATUS.                     00007000
           MOVE WS-TOTAL-KEYS        TO LDG-PROCESSED.                  00007010
           MOVE ZEROES               TO LDG-OUTPUT.                     00007020
           MOVE WS-ORPHAN-KEYS       TO LDG-FOUND.                      00007030
           MOVE WS-DELETED-KEYS      TO LDG-REPAIRED.                   00007040
           PERFORM 0960-APPEND-LEDGER THRU 0960-EXIT.                   00007050
       0950-EXIT.                                                       00007060
           EXIT.                                                        00007070
                                                                        00007080
      ***************************************************************** 00007090
      * Open, append one record and close again, so each record is on * 00007100
      * the dataset the moment it is written.  A first-ever run falls * 00007110
      * back to creating the ledger, as ZECSRPT's 0400-WRITE-HISTORY  * 00007120
      * does; a ledger that will not open costs the run its entry,    * 00007130
      * nothing more.                                                 * 00007140
      ***************************************************************** 00007150
       0960-APPEND-LEDGER.                                              00007160
           OPEN EXTEND LDG-OUT.                                         00007170
           IF  WS-LDG-STATUS NOT EQUAL '00'                             00007180
               OPEN OUTPUT LDG-OUT.                                     00007190
           IF  WS-LDG-STATUS NOT EQUAL '00'                             00007200
               DISPLAY 'ZECSORF - LEDGER OPEN STATUS ' WS-LDG-STATUS    00007210
               GO TO 0960-EXIT.                                         00007220
                                                                        00007230
           WRITE LDG-OUT-RECORD FROM LDG-RECORD.                        00007240
           CLOSE LDG-OUT.                                               00007250
       0960-EXIT.                                                       00007260
           EXIT.                                                        00007270
