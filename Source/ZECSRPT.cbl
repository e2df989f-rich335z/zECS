      * the full BU_SBU/application/key path (see 1160-MOVE-URI in    * 00000140
      * ZECS001), so BU_SBU is the text up to the first '/' and       * 00000150
      * application is the text between the first and second '/'.    *  00000160
      *                                                               * 00000162
      * Retained versions of entries (see ZECSZKC's ZK-VERSION) are   * 00000164
      * counted separately - versions, segments and bytes - and are   * 00000166
      * not included in the active totals or the break-out.           * 00000168
      *                                                               * 00000169
      * Shared content (ZECSZDC.cpy): every total above is logical -  * 00000170
      * each entry and version at its full ZF-SEGMENTS, as its owner  * 00000171
      * sees it.  The summary adds the physical figure: private       * 00000172
      * segments (segment 1 only for a chain reading a shared tail)   * 00000173
      * plus each content chain once, from the ZDFCT content records. * 00000174
      * Without a ZDFCT DD the physical figure is not reported.       * 00000175
      *                                                               * 00000176
      * Intended to run periodically outside of CICS against the     *  00000180
      * base clusters underlying the ZK-FCT/ZF-FCT CICS files, for    * 00000190
      * hand-off to capacity planning.                                * 00000200
               ACCESS MODE IS DYNAMIC                                   00000370
               RECORD KEY IS ZF-KEY-16                                  00000380
               FILE STATUS IS WS-ZF-STATUS.                             00000390
                                                                        00000391
           SELECT ZD-FCT ASSIGN TO ZDFCT                                00000392
               ORGANIZATION IS INDEXED                                  00000393
               ACCESS MODE IS DYNAMIC                                   00000394
               RECORD KEY IS ZD-KEY                                     00000395
               FILE STATUS IS WS-ZD-STATUS.                             00000396
                                                                        00000400
           SELECT RPT-OUT ASSIGN TO RPTOUT                              00000410
               ORGANIZATION IS LINE SEQUENTIAL                          00000420
               ORGANIZATION IS SEQUENTIAL                               00000473
               FILE STATUS IS WS-HIST-STATUS.                           00000474
                                                                        00000480
           SELECT LDG-OUT ASSIGN TO LEDGER                              00000482
               ORGANIZATION IS SEQUENTIAL                               00000484
               FILE STATUS IS WS-LDG-STATUS.                            00000486
                                                                        00000488
       DATA DIVISION.                                                   00000490
       FILE SECTION.                                                    00000500
       FD  ZK-FCT.                                                      00000510
      ***************************************************************** 00000600
       COPY ZECSZFC.                                                    00000610
                                                                        00000620
       FD  ZD-FCT.                                                      00000621
      ***************************************************************** 00000622
      * zECS SHARED CONTENT record definition.                        * 00000623
      ***************************************************************** 00000624
       COPY ZECSZDC.                                                    00000625
                                                                        00000626
       FD  RPT-OUT                                                      00000630
           RECORD CONTAINS 132 CHARACTERS.                              00000640
       01  RPT-LINE                   PIC  X(132).                      00000650
      * still produces one complete report.                           * 00000740
      ***************************************************************** 00000750
       FD  CKPT-FILE                                                    00000760
           RECORD CONTAINS 80886 CHARACTERS.                            00000770
       01  CKPT-RECORD.                                                 00000780
           02  CKPT-STATUS            PIC  X(01).                       00000790
           02  CKPT-LAST-KEY          PIC X(255).                       00000800
           02  CKPT-OTHER-SEGMENTS    PIC 9(09).                        00000870
           02  CKPT-OTHER-BYTES       PIC 9(15).                        00000880
           02  CKPT-BREAKOUT-TABLE    PIC X(80500).                     00000890
           02  CKPT-TOTAL-VERSIONS    PIC 9(09).                        00000892
           02  CKPT-VERSION-SEGMENTS  PIC 9(09).                        00000894
           02  CKPT-VERSION-BYTES     PIC 9(15).                        00000896
           02  CKPT-PRIVATE-SEGMENTS  PIC 9(09).                        00000897
           02  CKPT-SHARED-ENTRIES    PIC 9(09).                        00000898
                                                                        00000900
      ***************************************************************** 00000901
      * Cumulative utilization history - one snapshot record per      * 00000902
      ***************************************************************** 00000909
       COPY ZECSHSC.                                                    00000910
                                                                        00000911
      ***************************************************************** 00000912
      * Batch run ledger - this run's START and END records are       * 00000913
      * appended for ZECSLDR's morning summary.                       * 00000914
      ***************************************************************** 00000915
       FD  LDG-OUT                                                      00000916
           RECORD CONTAINS 100 CHARACTERS.                              00000917
       01  LDG-OUT-RECORD             PIC  X(100).                      00000918
                                                                        00000919
       WORKING-STORAGE SECTION.                                         00000920
       01  WS-ZK-STATUS               PIC  X(02) VALUE SPACES.          00000921
       01  WS-ZF-STATUS               PIC  X(02) VALUE SPACES.          00000930
       01  WS-RPT-STATUS              PIC  X(02) VALUE SPACES.          00000940
       01  WS-EOF-SW                  PIC  X(01) VALUE 'N'.             00000950
       01  WS-TOTAL-SEGMENTS          PIC 9(09) VALUE ZEROES.           00001050
       01  WS-TOTAL-BYTES             PIC 9(15) VALUE ZEROES.           00001060
       01  WS-ORPHAN-KEYS             PIC 9(09) VALUE ZEROES.           00001070
       01  WS-TOTAL-VERSIONS          PIC 9(09) VALUE ZEROES.           00001071
       01  WS-VERSION-SEGMENTS        PIC 9(09) VALUE ZEROES.           00001072
       01  WS-VERSION-BYTES           PIC 9(15) VALUE ZEROES.           00001073
       01  WS-VER-IDX                 PIC S9(04) COMP VALUE ZEROES.     00001074
       01  WS-VER-COUNT               PIC S9(04) COMP VALUE ZEROES.     00001075
                                                                        00001076
      ***************************************************************** 00001077
      * Physical occupancy - private segments of every chain, active  * 00001078
      * and retained, plus the content chains counted once at the end * 00001079
      * of the run (0270-COUNT-CONTENT).                              * 00001080
      ***************************************************************** 00001081
       01  WS-ZD-STATUS               PIC  X(02) VALUE SPACES.          00001082
       01  WS-ZD-SW                   PIC  X(01) VALUE 'N'.             00001083
           88  ZD-OPEN                VALUE 'Y'.                        00001084
       01  WS-ZD-END-SW               PIC  X(01) VALUE 'N'.             00001085
           88  ZD-END                 VALUE 'Y'.                        00001086
       01  WS-PRIVATE-SEGMENTS        PIC 9(09) VALUE ZEROES.           00001087
       01  WS-SHARED-ENTRIES          PIC 9(09) VALUE ZEROES.           00001088
       01  WS-CONTENT-CHAINS          PIC 9(09) VALUE ZEROES.           00001089
       01  WS-CONTENT-SEGMENTS        PIC 9(09) VALUE ZEROES.           00001090
       01  WS-LOGICAL-BYTES           PIC 9(15) VALUE ZEROES.           00001091
       01  WS-PHYSICAL-BYTES          PIC 9(15) VALUE ZEROES.           00001092
                                                                        00001093
       01  WS-SLASH-1                 PIC S9(04) COMP VALUE ZEROES.     00001094
       01  WS-SLASH-2                 PIC S9(04) COMP VALUE ZEROES.     00001100
       01  WS-KEY-LEN                 PIC S9(04) COMP VALUE ZEROES.     00001110
       01  WS-APP-LEN                 PIC S9(04) COMP VALUE ZEROES.     00001120
           05  FILLER                 PIC X(20) VALUE                   00001820
               'ORPHANED KEYS:     '.                                   00001830
           05  SL-ORPHAN-KEYS         PIC ZZZ,ZZZ,ZZ9.                  00001840
       01  WS-SUMMARY-LINE5.                                            00001841
           05  FILLER                 PIC X(20) VALUE                   00001842
               'RETAINED VERSIONS: '.                                   00001843
           05  SL-TOTAL-VERSIONS      PIC ZZZ,ZZZ,ZZ9.                  00001844
       01  WS-SUMMARY-LINE6.                                            00001845
           05  FILLER                 PIC X(20) VALUE                   00001846
               'VERSION SEGMENTS:  '.                                   00001847
           05  SL-VERSION-SEGMENTS    PIC ZZZ,ZZZ,ZZ9.                  00001848
       01  WS-SUMMARY-LINE7.                                            00001849
           05  FILLER                 PIC X(20) VALUE                   00001850
               'VERSION BYTES:     '.                                   00001851
           05  SL-VERSION-BYTES       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.            00001852
       01  WS-SUMMARY-LINE8.                                            00001853
           05  FILLER                 PIC X(20) VALUE                   00001854
               'LOGICAL BYTES:     '.                                   00001855
           05  SL-LOGICAL-BYTES       PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.            00001856
       01  WS-SUMMARY-LINE9.                                            00001857
           05  FILLER                 PIC X(20) VALUE                   00001858
               'PHYSICAL BYTES:    '.                                   00001859
           05  SL-PHYSICAL-BYTES      PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.            00001860
       01  WS-SUMMARY-LINE10.                                           00001861
           05  FILLER                 PIC X(20) VALUE                   00001862
               'SHARING ENTRIES:   '.                                   00001863
           05  SL-SHARED-ENTRIES      PIC ZZZ,ZZZ,ZZ9.                  00001864
           05  FILLER                 PIC X(03) VALUE SPACES.           00001865
           05  SL-CONTENT-CHAINS      PIC ZZZ,ZZZ,ZZ9.                  00001866
           05  FILLER                 PIC X(15) VALUE                   00001867
               ' CONTENT CHAINS'.                                       00001868
       01  WS-MSG-NO-ZDFCT            PIC X(80) VALUE                   00001869
           'PHYSICAL BYTES NOT REPORTED - NO ZDFCT'.                    00001870
                                                                        00001871
      ***************************************************************** 00001872
      * zECS BATCH RUN LEDGER record definition.                      * 00001873
      ***************************************************************** 00001874
       COPY ZECSLDG.                                                    00001875
       01  WS-LDG-STATUS              PIC  X(02) VALUE SPACES.          00001876
       01  WS-LDG-MODE                PIC  X(01) VALUE SPACES.          00001877
       01  WS-LDG-START-DATE          PIC  9(08) VALUE ZEROES.          00001878
       01  WS-LDG-START-TIME          PIC  9(08) VALUE ZEROES.          00001879
                                                                        00001880
       PROCEDURE DIVISION.                                              00001881
       0000-MAIN.                                                       00001882
           PERFORM 0070-LEDGER-START      THRU 0070-EXIT.               00001883
           PERFORM 0100-OPEN-FILES        THRU 0100-EXIT.               00001884
           PERFORM 0200-BROWSE-KEYS       THRU 0200-EXIT                00001890
               UNTIL ZK-EOF.                                            00001900
           PERFORM 0270-COUNT-CONTENT     THRU 0270-EXIT.               00001905
           PERFORM 0300-WRITE-REPORT      THRU 0300-EXIT.               00001910
           PERFORM 0400-WRITE-HISTORY     THRU 0400-EXIT.               00001915
           PERFORM 0260-FINAL-CHECKPOINT  THRU 0260-EXIT.               00001920
           PERFORM 0900-CLOSE-FILES       THRU 0900-EXIT.               00001930
           PERFORM 0950-LEDGER-END        THRU 0950-EXIT.               00001935
           STOP RUN.                                                    00001940
      ***************************************************************** 00001941
      * Append this run's START record to the ledger before any file  * 00001942
      * is opened - a run that abends from here on leaves it without  * 00001943
      * an END record.                                                * 00001944
      ***************************************************************** 00001945
       0070-LEDGER-START.                                               00001946
           MOVE SPACES               TO WS-LDG-MODE.                    00001947
           ACCEPT WS-LDG-START-DATE  FROM DATE YYYYMMDD.                00001948
           ACCEPT WS-LDG-START-TIME  FROM TIME.                         00001949
                                                                        00001950
           MOVE SPACES               TO LDG-RECORD.                     00001951
           MOVE 'ZECSRPT'            TO LDG-JOB.                        00001952
           MOVE 'S'                  TO LDG-EVENT.                      00001953
           MOVE WS-LDG-MODE          TO LDG-MODE.                       00001954
           MOVE WS-LDG-START-DATE    TO LDG-START-DATE.                 00001955
           MOVE WS-LDG-START-TIME    TO LDG-START-TIME.                 00001956
           MOVE ZEROES               TO LDG-END-DATE                    00001957
                                        LDG-END-TIME                    00001958
                                        LDG-PROCESSED                   00001959
                                        LDG-OUTPUT                      00001960
                                        LDG-FOUND                       00001961
                                        LDG-REPAIRED.                   00001962
           PERFORM 0960-APPEND-LEDGER THRU 0960-EXIT.                   00001963
       0070-EXIT.                                                       00001964
           EXIT.                                                        00001965
                                                                        00001966
                                                                        00001967
       0100-OPEN-FILES.                                                 00001968
           OPEN INPUT ZK-FCT.                                           00001970
           OPEN INPUT ZF-FCT.                                           00001980
           OPEN INPUT ZD-FCT.                                           00001981
           IF  WS-ZD-STATUS EQUAL '00'                                  00001982
               MOVE 'Y' TO WS-ZD-SW                                     00001983
           ELSE                                                         00001984
               DISPLAY 'ZECSRPT - ZDFCT OPEN STATUS ' WS-ZD-STATUS      00001985
                       ', PHYSICAL BYTES NOT REPORTED'.                 00001986
           OPEN OUTPUT RPT-OUT.                                         00001990
                                                                        00002000
           PERFORM 0110-RESTORE-CHECKPOINT THRU 0110-EXIT.              00002010
               MOVE CKPT-OTHER-KEYS      TO WS-OTHER-KEY-COUNT          00002400
               MOVE CKPT-OTHER-SEGMENTS  TO WS-OTHER-SEGMENT-COUNT      00002410
               MOVE CKPT-OTHER-BYTES     TO WS-OTHER-BYTE-COUNT         00002420
               MOVE CKPT-BREAKOUT-TABLE  TO WS-BREAKOUT-TABLE           00002424
               MOVE CKPT-TOTAL-VERSIONS  TO WS-TOTAL-VERSIONS           00002428
               MOVE CKPT-VERSION-SEGMENTS TO WS-VERSION-SEGMENTS        00002432
               MOVE CKPT-VERSION-BYTES   TO WS-VERSION-BYTES            00002434
               MOVE CKPT-PRIVATE-SEGMENTS TO WS-PRIVATE-SEGMENTS        00002436
               MOVE CKPT-SHARED-ENTRIES  TO WS-SHARED-ENTRIES.          00002438
                                                                        00002440
           CLOSE CKPT-FILE.                                             00002450
       0110-EXIT.                                                       00002460
           MOVE WS-OTHER-SEGMENT-COUNT TO CKPT-OTHER-SEGMENTS.          00002580
           MOVE WS-OTHER-BYTE-COUNT  TO CKPT-OTHER-BYTES.               00002590
           MOVE WS-BREAKOUT-TABLE    TO CKPT-BREAKOUT-TABLE.            00002600
           MOVE WS-TOTAL-VERSIONS    TO CKPT-TOTAL-VERSIONS.            00002602
           MOVE WS-VERSION-SEGMENTS  TO CKPT-VERSION-SEGMENTS.          00002604
           MOVE WS-VERSION-BYTES     TO CKPT-VERSION-BYTES.             00002606
           MOVE WS-PRIVATE-SEGMENTS  TO CKPT-PRIVATE-SEGMENTS.          00002607
           MOVE WS-SHARED-ENTRIES    TO CKPT-SHARED-ENTRIES.            00002608
                                                                        00002610
           OPEN OUTPUT CKPT-FILE.                                       00002620
           WRITE CKPT-RECORD.                                           00002630
           MOVE WS-OTHER-SEGMENT-COUNT TO CKPT-OTHER-SEGMENTS.          00002770
           MOVE WS-OTHER-BYTE-COUNT  TO CKPT-OTHER-BYTES.               00002780
           MOVE WS-BREAKOUT-TABLE    TO CKPT-BREAKOUT-TABLE.            00002790
           MOVE WS-TOTAL-VERSIONS    TO CKPT-TOTAL-VERSIONS.            00002792
           MOVE WS-VERSION-SEGMENTS  TO CKPT-VERSION-SEGMENTS.          00002794
           MOVE WS-VERSION-BYTES     TO CKPT-VERSION-BYTES.             00002796
           MOVE WS-PRIVATE-SEGMENTS  TO CKPT-PRIVATE-SEGMENTS.          00002797
           MOVE WS-SHARED-ENTRIES    TO CKPT-SHARED-ENTRIES.            00002798
                                                                        00002800
           OPEN OUTPUT CKPT-FILE.                                       00002810
           WRITE CKPT-RECORD.                                           00002820
           PERFORM 0210-SPLIT-KEY      THRU 0210-EXIT.                  00002960
           PERFORM 0220-LOOKUP-FILE    THRU 0220-EXIT.                  00002970
           PERFORM 0230-ACCUMULATE     THRU 0230-EXIT.                  00002980
           PERFORM 0235-COUNT-VERSIONS THRU 0235-EXIT.                  00002985
                                                                        00002990
           ADD 1 TO WS-CKPT-COUNTER.                                    00003000
           IF  WS-CKPT-COUNTER NOT LESS THAN WS-CKPT-INTERVAL           00003010
               COMPUTE WS-KEY-BYTES = ZF-SEGMENTS * WS-SEGMENT-SIZE     00003640
               ADD ZF-SEGMENTS         TO WS-TOTAL-SEGMENTS             00003650
               ADD WS-KEY-BYTES        TO WS-TOTAL-BYTES                00003660
               PERFORM 0238-COUNT-PRIVATE THRU 0238-EXIT                00003665
               PERFORM 0240-FIND-BREAKOUT THRU 0240-EXIT                00003670
               IF  BREAKOUT-FOUND                                       00003680
                   ADD 1               TO BO-KEY-COUNT(BO-IDX)          00003690
       0230-EXIT.                                                       00003770
           EXIT.                                                        00003780
                                                                        00003790
      ***************************************************************** 00003791
      * Retained versions (ZK-VERSION, see ZECSZKC) are counted on    * 00003792
      * their own, apart from the active keys and segments above:     * 00003793
      * each retained chain's segment 1 gives its ZF-SEGMENTS.  A KEY * 00003794
      * record written before the version list existed carries SPACES * 00003795
      * (or LOW-VALUES, once reloaded) there - no versions.           * 00003796
      ***************************************************************** 00003797
       0235-COUNT-VERSIONS.                                             00003798
           IF  ZK-VERSION-COUNT NUMERIC                                 00003799
               MOVE ZK-VERSION-COUNT    TO WS-VER-COUNT                 00003800
           ELSE                                                         00003801
               MOVE ZEROES              TO WS-VER-COUNT.                00003802
           IF  WS-VER-COUNT GREATER THAN 8                              00003803
               MOVE 8                   TO WS-VER-COUNT.                00003804
           PERFORM VARYING WS-VER-IDX FROM 1 BY 1                       00003805
               UNTIL WS-VER-IDX GREATER THAN WS-VER-COUNT               00003806
               MOVE ZK-VERSION-ZF-KEY(WS-VER-IDX) TO ZF-KEY             00003807
               MOVE ZEROES              TO ZF-ZEROES                    00003808
               MOVE 1                   TO ZF-SEGMENT                   00003809
               READ ZF-FCT                                              00003810
                   INVALID KEY                                          00003811
                       CONTINUE                                         00003812
               END-READ                                                 00003813
               IF  WS-ZF-STATUS EQUAL '00'                              00003814
                   ADD 1                TO WS-TOTAL-VERSIONS            00003815
                   ADD ZF-SEGMENTS      TO WS-VERSION-SEGMENTS          00003816
                   PERFORM 0238-COUNT-PRIVATE THRU 0238-EXIT            00003817
                   COMPUTE WS-VERSION-BYTES = WS-VERSION-BYTES +        00003818
                           (ZF-SEGMENTS * WS-SEGMENT-SIZE)              00003819
               END-IF                                                   00003820
           END-PERFORM.                                                 00003821
       0235-EXIT.                                                       00003822
           EXIT.                                                        00003823
                                                                        00003824
      ***************************************************************** 00003825
      * A chain reading a shared tail holds one private segment; the  * 00003826
      * rest of it is counted with its content chain.                 * 00003827
      ***************************************************************** 00003828
       0238-COUNT-PRIVATE.                                              00003829
           IF  ZF-SEGMENTS GREATER THAN 1  AND                          00003830
               ZF-EXTRA(13:1) EQUAL 'S'                                 00003831
               ADD 1                    TO WS-PRIVATE-SEGMENTS          00003832
               ADD 1                    TO WS-SHARED-ENTRIES            00003833
           ELSE                                                         00003834
               ADD ZF-SEGMENTS          TO WS-PRIVATE-SEGMENTS.         00003835
       0238-EXIT.                                                       00003836
           EXIT.                                                        00003837
                                                                        00003838
       0240-FIND-BREAKOUT.                                              00003839
           MOVE 'N' TO WS-FOUND-SW.                                     00003840
           IF  WS-BREAKOUT-COUNT GREATER THAN ZEROES                    00003841
               PERFORM VARYING BO-IDX FROM 1 BY 1                       00003842
                   UNTIL BO-IDX GREATER THAN WS-BREAKOUT-COUNT          00003843
                       OR BREAKOUT-FOUND                                00003850
                   IF  BO-BU-SBU(BO-IDX)      EQUAL WS-CUR-BU-SBU       00003860
                   AND BO-APPLICATION(BO-IDX) EQUAL WS-CUR-APPLICATION  00003870
                                          BO-BYTE-COUNT(BO-IDX)         00004070
               MOVE 'Y'                TO WS-FOUND-SW.                  00004080
       0240-EXIT.                                                       00004090
           EXIT.                                                        00004091
                                                                        00004092
      ***************************************************************** 00004093
      * Count each content chain once - the content records           * 00004094
      * (ZD-CONTENT) head the ZD-FCT key range, so the browse stops   * 00004095
      * at the first record of any other type.                        * 00004096
      ***************************************************************** 00004097
       0270-COUNT-CONTENT.                                              00004098
           IF  NOT ZD-OPEN                                              00004099
               GO TO 0270-EXIT.                                         00004100
                                                                        00004101
           MOVE LOW-VALUES              TO ZD-KEY.                      00004102
           MOVE 'C'                     TO ZD-C-MARK.                   00004103
           START ZD-FCT KEY NOT LESS THAN ZD-KEY                        00004104
               INVALID KEY                                              00004105
                   GO TO 0270-EXIT                                      00004106
           END-START.                                                   00004107
                                                                        00004108
           MOVE 'N'                     TO WS-ZD-END-SW.                00004109
           PERFORM 0275-COUNT-ONE       THRU 0275-EXIT                  00004110
               UNTIL ZD-END.                                            00004111
       0270-EXIT.                                                       00004112
           EXIT.                                                        00004113
                                                                        00004114
       0275-COUNT-ONE.                                                  00004115
           READ ZD-FCT NEXT RECORD                                      00004116
               AT END                                                   00004117
                   MOVE 'Y' TO WS-ZD-END-SW                             00004118
                   GO TO 0275-EXIT                                      00004119
           END-READ.                                                    00004120
                                                                        00004121
           IF  NOT ZD-CONTENT                                           00004122
               MOVE 'Y' TO WS-ZD-END-SW                                 00004123
               GO TO 0275-EXIT.                                         00004124
                                                                        00004125
           ADD 1                        TO WS-CONTENT-CHAINS.           00004126
           IF  ZD-SEGMENTS NUMERIC                                      00004127
               ADD ZD-SEGMENTS          TO WS-CONTENT-SEGMENTS.         00004128
       0275-EXIT.                                                       00004129
           EXIT.                                                        00004130
                                                                        00004131
       0300-WRITE-REPORT.                                               00004132
           WRITE RPT-LINE FROM WS-HEADING-1.                            00004133
           WRITE RPT-LINE FROM WS-HEADING-2.                            00004140
           MOVE SPACES TO RPT-LINE.                                     00004150
           WRITE RPT-LINE.                                              00004160
           WRITE RPT-LINE FROM WS-SUMMARY-LINE3.                        00004450
           MOVE WS-ORPHAN-KEYS      TO SL-ORPHAN-KEYS.                  00004460
           WRITE RPT-LINE FROM WS-SUMMARY-LINE4.                        00004470
           MOVE WS-TOTAL-VERSIONS   TO SL-TOTAL-VERSIONS.               00004471
           WRITE RPT-LINE FROM WS-SUMMARY-LINE5.                        00004472
           MOVE WS-VERSION-SEGMENTS TO SL-VERSION-SEGMENTS.             00004473
           WRITE RPT-LINE FROM WS-SUMMARY-LINE6.                        00004474
           MOVE WS-VERSION-BYTES    TO SL-VERSION-BYTES.                00004475
           WRITE RPT-LINE FROM WS-SUMMARY-LINE7.                        00004476
                                                                        00004477
           COMPUTE WS-LOGICAL-BYTES = WS-TOTAL-BYTES +                  00004478
                                      WS-VERSION-BYTES.                 00004479
           MOVE WS-LOGICAL-BYTES    TO SL-LOGICAL-BYTES.                00004480
           WRITE RPT-LINE FROM WS-SUMMARY-LINE8.                        00004481
           IF  ZD-OPEN                                                  00004481
               COMPUTE WS-PHYSICAL-BYTES =                              00004482
                   (WS-PRIVATE-SEGMENTS + WS-CONTENT-SEGMENTS) *        00004483
                    WS-SEGMENT-SIZE                                     00004484
               MOVE WS-PHYSICAL-BYTES   TO SL-PHYSICAL-BYTES            00004485
               WRITE RPT-LINE FROM WS-SUMMARY-LINE9                     00004486
               MOVE WS-SHARED-ENTRIES   TO SL-SHARED-ENTRIES            00004487
               MOVE WS-CONTENT-CHAINS   TO SL-CONTENT-CHAINS            00004488
               WRITE RPT-LINE FROM WS-SUMMARY-LINE10                    00004489
           ELSE                                                         00004490
               WRITE RPT-LINE FROM WS-MSG-NO-ZDFCT.                     00004491
       0300-EXIT.                                                       00004492
           EXIT.                                                        00004493
                                                                        00004500
      ***************************************************************** 00004501
      * Append this run's snapshot - one history record per           * 00004502
       0900-CLOSE-FILES.                                                00004510
           CLOSE ZK-FCT.                                                00004520
           CLOSE ZF-FCT.                                                00004530
           IF  ZD-OPEN                                                  00004533
               CLOSE ZD-FCT.                                            00004536
           CLOSE RPT-OUT.                                               00004540
       0900-EXIT.                                                       00004550
           EXIT.                                                        00004560
                                                                        00004570
      ***************************************************************** 00004580
      * Append this run's END record - completion status and the      * 00004590
      * run's counts, mapped on to the ledger columns as ZECSLDG.cpy  * 00004600
      * describes.                                                    * 00004610
      ***************************************************************** 00004620
       0950-LEDGER-END.                                                 00004630
           MOVE SPACES               TO LDG-RECORD.                     00004640
           MOVE 'ZECSRPT'            TO LDG-JOB.                        00004650
           MOVE 'E'                  TO LDG-EVENT.                      00004660
           MOVE WS-LDG-MODE          TO LDG-MODE.                       00004670
           MOVE WS-LDG-START-DATE    TO LDG-START-DATE.                 00004680
           MOVE WS-LDG-START-TIME    TO LDG-START-TIME.                 00004690
           ACCEPT LDG-END-DATE       FROM DATE YYYYMMDD.                00004700
           ACCEPT LDG-END-TIME       FROM TIME.                         00004710
           MOVE 'C'                  TO LDG-STATUS.                     00004720
           IF  RESTARTED                                                00004730
               MOVE 'R'              TO LDG-STATUS.                     00004740
           MOVE WS-TOTAL-KEYS        TO LDG-PROCESSED.                  00004750
           MOVE ZEROES               TO LDG-OUTPUT.                     00004760
           MOVE WS-ORPHAN-KEYS       TO LDG-FOUND.                      00004770
           MOVE ZEROES               TO LDG-REPAIRED.                   00004780
           PERFORM 0960-APPEND-LEDGER THRU 0960-EXIT.                   00004790
       0950-EXIT.                                                       00004800
           EXIT.                                                        00004810
                                                                        00004820
      ***************************************************************** 00004830
      * Open, append one record and close again, so each record is on * 00004840
      * the dataset the moment it is written.  A first-ever run falls * 00004850
      * back to creating the ledger, as ZECSRPT's 0400-WRITE-HISTORY  * 00004860
      * does; a ledger that will not open costs the run its entry,    * 00004870
      * nothing more.                                                 * 00004880
      ***************************************************************** 00004890
       0960-APPEND-LEDGER.                                              00004900
           OPEN EXTEND LDG-OUT.                                         00004910
           IF  WS-LDG-STATUS NOT EQUAL '00'                             00004920
               OPEN OUTPUT LDG-OUT.                                     00004930
           IF  WS-LDG-STATUS NOT EQUAL '00'                             00004940
               DISPLAY 'ZECSRPT - LEDGER OPEN STATUS ' WS-LDG-STATUS    00004950
               GO TO 0960-EXIT.                                         00004960
                                                                        00004970
           WRITE LDG-OUT-RECORD FROM LDG-RECORD.                        00004980
           CLOSE LDG-OUT.                                               00004990
       0960-EXIT.                                                       00005000
           EXIT.                                                        00005010
