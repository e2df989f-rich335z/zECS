      * same break-out ZECSRPT produces, with byte totals             * 00000270
      * approximated as segment-count * 32K for the same reason       * 00000280
      * ZECSRPT approximates them.                                    * 00000290
      *                                                               * 00000291
      * Retained versions of an entry (ZK-VERSION, see ZECSZKC) live  * 00000292
      * and die with it: in cleanup mode each retained chain is       * 00000293
      * deleted along with the entry, and counted on its own lines.   * 00000294
      *                                                               * 00000295
      * An entry or version that reads a shared tail (ZECSZDC) gives  * 00000296
      * up its share when it goes: the reference record is deleted    * 00000297
      * and the content record's count drops by one, and the last     * 00000298
      * reader takes the content record and content chain with it.    * 00000299
      * Without a ZDFCT DD this is left to ZECSORF.                   * 00000300
      *                                                               * 00000301
      * Orphaned KEY records (no matching ZF record) are skipped      * 00000310
      * here; that condition is reported and reconciled by ZECSORF,   * 00000320
      * not by this job.                                              * 00000330
               ACCESS MODE IS DYNAMIC                                   00000530
               RECORD KEY IS ZF-KEY-16                                  00000540
               FILE STATUS IS WS-ZF-STATUS.                             00000550
           SELECT ZI-FCT ASSIGN TO ZIFCT                                00000551
               ORGANIZATION IS INDEXED                                  00000552
               ACCESS MODE IS DYNAMIC                                   00000553
               RECORD KEY IS ZI-KEY                                     00000554
               FILE STATUS IS WS-ZI-STATUS.                             00000555
           SELECT ZD-FCT ASSIGN TO ZDFCT                                00000556
               ORGANIZATION IS INDEXED                                  00000557
               ACCESS MODE IS DYNAMIC                                   00000558
               RECORD KEY IS ZD-KEY                                     00000559
               FILE STATUS IS WS-ZD-STATUS.                             00000560
                                                                        00000561
                                                                        00000562
           SELECT RPT-OUT ASSIGN TO RPTOUT                              00000570
               ORGANIZATION IS LINE SEQUENTIAL                          00000580
               FILE STATUS IS WS-RPT-STATUS.                            00000590
                                                                        00000593
           SELECT LDG-OUT ASSIGN TO LEDGER                              00000596
               ORGANIZATION IS SEQUENTIAL                               00000599
               FILE STATUS IS WS-LDG-STATUS.                            00000602
                                                                        00000605
       DATA DIVISION.                                                   00000610
       FILE SECTION.                                                    00000620
       FD  ZK-FCT.                                                      00000630
      * zECS FILE record definition.                                  * 00000710
      ***************************************************************** 00000720
       COPY ZECSZFC.                                                    00000730
                                                                        00000731
       FD  ZI-FCT.                                                      00000732
      ***************************************************************** 00000733
      * zECS TAG INDEX record definition.                             * 00000734
      ***************************************************************** 00000735
       COPY ZECSZIC.                                                    00000736
                                                                        00000737
       FD  ZD-FCT.                                                      00000738
      ***************************************************************** 00000739
      * zECS SHARED CONTENT record definition.                        * 00000740
      ***************************************************************** 00000741
       COPY ZECSZDC.                                                    00000742
                                                                        00000743
       FD  RPT-OUT                                                      00000750
           RECORD CONTAINS 132 CHARACTERS.                              00000760
       01  RPT-LINE                   PIC  X(132).                      00000770
                                                                        00000771
      ***************************************************************** 00000772
      * Batch run ledger - this run's START and END records are       * 00000773
      * appended for ZECSLDR's morning summary.                       * 00000774
      ***************************************************************** 00000775
       FD  LDG-OUT                                                      00000776
           RECORD CONTAINS 100 CHARACTERS.                              00000777
       01  LDG-OUT-RECORD             PIC  X(100).                      00000778
                                                                        00000780
       WORKING-STORAGE SECTION.                                         00000790
       01  WS-ZK-STATUS               PIC  X(02) VALUE SPACES.          00000800
       01  WS-EXPIRED-BYTES           PIC 9(15) VALUE ZEROES.           00001150
       01  WS-DELETED-KEYS            PIC 9(09) VALUE ZEROES.           00001160
       01  WS-DELETED-SEGMENTS        PIC 9(09) VALUE ZEROES.           00001170
       01  WS-DELETED-VERSIONS        PIC 9(09) VALUE ZEROES.           00001171
       01  WS-DELETED-VERSION-SEGS    PIC 9(09) VALUE ZEROES.           00001172
                                                                        00001173
      ***************************************************************** 00001174
      * Tag index (ZECSZIC.cpy).  A removed entry's tag list record   * 00001175
      * and the index record of every tag it carried go with it.      * 00001176
      * Without a ZIFCT DD (or when it will not open) the job runs    * 00001177
      * on and leaves tag maintenance to the online region.           * 00001178
      ***************************************************************** 00001179
       01  WS-ZI-STATUS               PIC  X(02) VALUE SPACES.          00001180
       01  WS-ZI-SW                   PIC  X(01) VALUE 'N'.             00001181
           88  ZI-OPEN                VALUE 'Y'.                        00001182
       01  WS-TAG-ENTRY-KEY           PIC X(255) VALUE LOW-VALUES.      00001183
       01  WS-TAG-IDX                 PIC S9(04) COMP VALUE ZEROES.     00001184
       01  WS-TAG-COUNT               PIC S9(04) COMP VALUE ZEROES.     00001185
                                                                        00001186
      ***************************************************************** 00001187
      * Shared content (ZECSZDC.cpy).  Without a ZDFCT DD (or when it * 00001188
      * will not open) shared tails are left to ZECSORF.              * 00001189
      ***************************************************************** 00001190
       01  WS-ZD-STATUS               PIC  X(02) VALUE SPACES.          00001191
       01  WS-ZD-SW                   PIC  X(01) VALUE 'N'.             00001192
           88  ZD-OPEN                VALUE 'Y'.                        00001193
       01  WS-RELEASE-CHAIN           PIC  X(08) VALUE LOW-VALUES.      00001194
       01  WS-CONTENT-KEY             PIC  X(27) VALUE LOW-VALUES.      00001195
       01  WS-CONTENT-CHAIN           PIC  X(08) VALUE LOW-VALUES.      00001196
       01  WS-CONTENT-END-SW          PIC  X(01) VALUE 'N'.             00001197
           88  CONTENT-CHAIN-END      VALUE 'Y'.                        00001198
       01  WS-RELEASED-SHARES         PIC 9(09) VALUE ZEROES.           00001199
       01  WS-RELEASED-CONTENT-SEGS   PIC 9(09) VALUE ZEROES.           00001200
       01  WS-TAG-TABLE.                                                00001201
           05  WS-TAG-ENTRY           PIC  X(24) OCCURS 8 TIMES.        00001202
       01  WS-DELETED-TAG-LISTS       PIC 9(09) VALUE ZEROES.           00001203
                                                                        00001204
       01  WS-EXPIRED-SW              PIC  X(01) VALUE 'N'.             00001205
           88  KEY-IS-EXPIRED         VALUE 'Y'.                        00001206
                                                                        00001207
       01  WS-SEGMENT-SIZE            PIC 9(09) VALUE 32000.            00001220
       01  WS-KEY-BYTES               PIC 9(15) VALUE ZEROES.           00001230
       01  WS-KEY-LEN                 PIC S9(04) COMP VALUE ZEROES.     00001240
       01  WS-SEG-IDX                 PIC S9(04) COMP VALUE ZEROES.     00001250
       01  WS-SEG-COUNT               PIC S9(04) COMP VALUE ZEROES.     00001260
                                                                        00001261
       01  WS-VER-IDX                 PIC S9(04) COMP VALUE ZEROES.     00001262
       01  WS-VER-COUNT               PIC S9(04) COMP VALUE ZEROES.     00001263
       01  WS-VER-END-SW              PIC  X(01) VALUE 'N'.             00001264
           88  VERSION-CHAIN-END      VALUE 'Y'.                        00001265
                                                                        00001270
       01  WS-SLASH-1                 PIC S9(04) COMP VALUE ZEROES.     00001280
       01  WS-SLASH-2                 PIC S9(04) COMP VALUE ZEROES.     00001290
               'RUN MODE (D=DELETE, ELSE RPT):'.                        00002000
           05  FILLER                 PIC  X(01) VALUE SPACES.          00002010
           05  SL-RUN-MODE            PIC  X(01).                       00002020
       01  WS-SUMMARY-LINE8.                                            00002021
           05  FILLER                 PIC X(20) VALUE                   00002022
               'VERSIONS DELETED:  '.                                   00002023
           05  SL-DELETED-VERSIONS    PIC ZZZ,ZZZ,ZZ9.                  00002024
       01  WS-SUMMARY-LINE9.                                            00002025
           05  FILLER                 PIC X(20) VALUE                   00002026
               'VERSION SEGS DELETED'.                                  00002027
           05  SL-DELETED-VERSION-SEGS PIC ZZZ,ZZZ,ZZ9.                 00002028
       01  WS-SUMMARY-LINE10.                                           00002029
           05  FILLER                 PIC X(20) VALUE                   00002030
               'TAG LISTS DELETED: '.                                   00002031
           05  SL-DELETED-TAG-LISTS   PIC ZZZ,ZZZ,ZZ9.                  00002032
       01  WS-SUMMARY-LINE11.                                           00002033
           05  FILLER                 PIC X(20) VALUE                   00002034
               'SHARES RELEASED:   '.                                   00002035
           05  SL-RELEASED-SHARES     PIC ZZZ,ZZZ,ZZ9.                  00002036
       01  WS-SUMMARY-LINE12.                                           00002037
           05  FILLER                 PIC X(20) VALUE                   00002038
               'SHARED SEGS DELETED'.                                   00002039
           05  SL-RELEASED-CONTENT-SEGS PIC ZZZ,ZZZ,ZZ9.                00002040
                                                                        00002041
      ***************************************************************** 00002042
      * zECS BATCH RUN LEDGER record definition.                      * 00002043
      ***************************************************************** 00002044
       COPY ZECSLDG.                                                    00002045
       01  WS-LDG-STATUS              PIC  X(02) VALUE SPACES.          00002046
       01  WS-LDG-MODE                PIC  X(01) VALUE SPACES.          00002047
       01  WS-LDG-START-DATE          PIC  9(08) VALUE ZEROES.          00002048
       01  WS-LDG-START-TIME          PIC  9(08) VALUE ZEROES.          00002049
                                                                        00002050
       PROCEDURE DIVISION.                                              00002051
       0000-MAIN.                                                       00002052
           PERFORM 0050-ACCEPT-PARMS      THRU 0050-EXIT.               00002060
           PERFORM 0060-CURRENT-ABS       THRU 0060-EXIT.               00002070
           PERFORM 0070-LEDGER-START      THRU 0070-EXIT.               00002075
           PERFORM 0100-OPEN-FILES        THRU 0100-EXIT.               00002080
           PERFORM 0200-BROWSE-KEYS       THRU 0200-EXIT                00002090
               UNTIL ZK-EOF.                                            00002100
           PERFORM 0300-WRITE-REPORT      THRU 0300-EXIT.               00002110
           PERFORM 0900-CLOSE-FILES       THRU 0900-EXIT.               00002120
           PERFORM 0950-LEDGER-END        THRU 0950-EXIT.               00002125
           STOP RUN.                                                    00002130
                                                                        00002140
       0050-ACCEPT-PARMS.                                               00002150
       0060-EXIT.                                                       00002370
           EXIT.                                                        00002380
                                                                        00002390
      ***************************************************************** 00002391
      * Append this run's START record to the ledger before any file  * 00002392
      * is opened - a run that abends from here on leaves it without  * 00002393
      * an END record.                                                * 00002394
      ***************************************************************** 00002395
       0070-LEDGER-START.                                               00002396
           MOVE WS-RUN-MODE          TO WS-LDG-MODE.                    00002397
           ACCEPT WS-LDG-START-DATE  FROM DATE YYYYMMDD.                00002398
           ACCEPT WS-LDG-START-TIME  FROM TIME.                         00002399
                                                                        00002400
           MOVE SPACES               TO LDG-RECORD.                     00002401
           MOVE 'ZECSEXP'            TO LDG-JOB.                        00002402
           MOVE 'S'                  TO LDG-EVENT.                      00002403
           MOVE WS-LDG-MODE          TO LDG-MODE.                       00002404
           MOVE WS-LDG-START-DATE    TO LDG-START-DATE.                 00002405
           MOVE WS-LDG-START-TIME    TO LDG-START-TIME.                 00002406
           MOVE ZEROES               TO LDG-END-DATE                    00002407
                                        LDG-END-TIME                    00002408
                                        LDG-PROCESSED                   00002409
                                        LDG-OUTPUT                      00002410
                                        LDG-FOUND                       00002411
                                        LDG-REPAIRED.                   00002412
           PERFORM 0960-APPEND-LEDGER THRU 0960-EXIT.                   00002413
       0070-EXIT.                                                       00002414
           EXIT.                                                        00002415
                                                                        00002416
       0100-OPEN-FILES.                                                 00002417
           IF  CLEANUP-MODE                                             00002418
               OPEN I-O ZK-FCT                                          00002420
               OPEN I-O ZF-FCT                                          00002430
               OPEN I-O ZI-FCT                                          00002431
               IF  WS-ZI-STATUS EQUAL '00'                              00002432
                   MOVE 'Y' TO WS-ZI-SW                                 00002433
               ELSE                                                     00002434
                   DISPLAY 'ZECSEXP - ZIFCT OPEN STATUS ' WS-ZI-STATUS  00002435
                           ', TAG RECORDS NOT MAINTAINED'               00002436
               END-IF                                                   00002437
               OPEN I-O ZD-FCT                                          00002438
               IF  WS-ZD-STATUS EQUAL '00'                              00002439
                   MOVE 'Y' TO WS-ZD-SW                                 00002440
               ELSE                                                     00002441
                   DISPLAY 'ZECSEXP - ZDFCT OPEN STATUS ' WS-ZD-STATUS  00002442
                           ', SHARED CONTENT NOT RELEASED'              00002443
               END-IF                                                   00002444
           ELSE                                                         00002445
               OPEN INPUT ZK-FCT                                        00002450
               OPEN INPUT ZF-FCT.                                       00002460
           OPEN OUTPUT RPT-OUT.                                         00002470
               MOVE 0 TO WS-SEG-IDX                                     00004010
               PERFORM 0260-DELETE-SEGMENT THRU 0260-EXIT.              00004020
                                                                        00004030
           MOVE ZK-ZF-KEY               TO WS-RELEASE-CHAIN.            00004031
           PERFORM 0257-RELEASE-CONTENT THRU 0257-EXIT.                 00004032
           PERFORM 0270-DELETE-VERSIONS THRU 0270-EXIT.                 00004033
           PERFORM 0255-DROP-TAGS       THRU 0255-EXIT.                 00004034
                                                                        00004035
           DELETE ZK-FCT RECORD                                         00004040
               INVALID KEY                                              00004050
                   CONTINUE                                             00004060
                   ADD 1 TO WS-DELETED-KEYS                             00004080
           END-DELETE.                                                  00004090
       0250-EXIT.                                                       00004100
           EXIT.                                                        00004101
                                                                        00004102
      ***************************************************************** 00004103
      * Drop the tag records of the entry being removed - the list    * 00004104
      * record keyed by ZK-KEY, then the index record of each tag     * 00004105
      * it names (unless that record now names another key alike in   * 00004106
      * its first 230 bytes).  Called before the KEY record goes.     * 00004107
      ***************************************************************** 00004108
       0255-DROP-TAGS.                                                  00004109
           IF  NOT ZI-OPEN                                              00004110
               GO TO 0255-EXIT.                                         00004111
                                                                        00004112
           MOVE ZK-KEY                  TO WS-TAG-ENTRY-KEY.            00004113
           MOVE ZK-KEY                  TO ZI-KEY.                      00004114
                                                                        00004115
           READ ZI-FCT                                                  00004116
               INVALID KEY                                              00004117
                   GO TO 0255-EXIT.                                     00004118
                                                                        00004119
           IF  NOT ZI-LIST  OR                                          00004120
               ZI-TAG-COUNT NOT NUMERIC                                 00004121
               GO TO 0255-EXIT.                                         00004122
                                                                        00004123
           MOVE ZI-TAG-COUNT            TO WS-TAG-COUNT.                00004124
           IF  WS-TAG-COUNT GREATER THAN 8                              00004125
               MOVE 8                   TO WS-TAG-COUNT.                00004126
           MOVE ZI-TAG-TABLE            TO WS-TAG-TABLE.                00004127
                                                                        00004128
           DELETE ZI-FCT RECORD                                         00004129
               INVALID KEY                                              00004130
                   CONTINUE                                             00004131
               NOT INVALID KEY                                          00004132
                   ADD 1 TO WS-DELETED-TAG-LISTS                        00004133
           END-DELETE.                                                  00004134
                                                                        00004135
           PERFORM 0256-DROP-TAG-INDEX THRU 0256-EXIT                   00004136
               VARYING WS-TAG-IDX FROM 1 BY 1                           00004137
               UNTIL WS-TAG-IDX GREATER THAN WS-TAG-COUNT.              00004138
       0255-EXIT.                                                       00004139
           EXIT.                                                        00004140
                                                                        00004141
       0256-DROP-TAG-INDEX.                                             00004142
           MOVE LOW-VALUES              TO ZI-KEY.                      00004143
           MOVE WS-TAG-ENTRY(WS-TAG-IDX) TO ZI-INDEX-TAG.               00004144
           MOVE WS-TAG-ENTRY-KEY(1:230) TO ZI-INDEX-PART.               00004145
                                                                        00004146
           READ ZI-FCT                                                  00004147
               INVALID KEY                                              00004148
                   GO TO 0256-EXIT.                                     00004149
                                                                        00004150
           IF  ZI-ZK-KEY EQUAL WS-TAG-ENTRY-KEY                         00004151
               DELETE ZI-FCT RECORD                                     00004152
                   INVALID KEY                                          00004153
                       CONTINUE                                         00004154
               END-DELETE.                                              00004155
       0256-EXIT.                                                       00004156
           EXIT.                                                        00004157
                                                                        00004158
      ***************************************************************** 00004159
      * Give up the shared tail read by chain WS-RELEASE-CHAIN, if    * 00004160
      * any (see ZECSZDC.cpy).  The reference record goes; the        * 00004161
      * content record's count drops by one, and when it was the last * 00004162
      * the content record and the content chain (suffix 1, segments  * 00004163
      * 2 onward) go as well.                                         * 00004164
      ***************************************************************** 00004165
       0257-RELEASE-CONTENT.                                            00004166
           IF  NOT ZD-OPEN                                              00004167
               GO TO 0257-EXIT.                                         00004168
                                                                        00004169
           MOVE LOW-VALUES              TO ZD-KEY.                      00004170
           MOVE 'R'                     TO ZD-R-MARK.                   00004171
           MOVE WS-RELEASE-CHAIN        TO ZD-R-CHAIN.                  00004172
                                                                        00004173
           READ ZD-FCT                                                  00004174
               INVALID KEY                                              00004175
                   GO TO 0257-EXIT.                                     00004176
                                                                        00004177
           IF  NOT ZD-REFERENCE                                         00004178
               GO TO 0257-EXIT.                                         00004179
                                                                        00004180
           MOVE ZD-R-CONTENT-KEY        TO WS-CONTENT-KEY.              00004181
           DELETE ZD-FCT RECORD                                         00004182
               INVALID KEY                                              00004183
                   CONTINUE                                             00004184
               NOT INVALID KEY                                          00004185
                   ADD 1 TO WS-RELEASED-SHARES                          00004186
           END-DELETE.                                                  00004187
                                                                        00004188
           MOVE WS-CONTENT-KEY          TO ZD-KEY.                      00004189
           READ ZD-FCT                                                  00004190
               INVALID KEY                                              00004191
                   GO TO 0257-EXIT.                                     00004192
                                                                        00004193
           IF  ZD-REF-COUNT NUMERIC  AND                                00004194
               ZD-REF-COUNT GREATER THAN 1                              00004195
               SUBTRACT 1 FROM ZD-REF-COUNT                             00004196
               REWRITE ZD-RECORD                                        00004197
                   INVALID KEY                                          00004198
                       CONTINUE                                         00004199
               END-REWRITE                                              00004200
               GO TO 0257-EXIT.                                         00004201
                                                                        00004202
           MOVE ZD-C-CHAIN              TO WS-CONTENT-CHAIN.            00004203
                                                                        00004204
           MOVE 'N'                     TO WS-CONTENT-END-SW.           00004205
           PERFORM 0258-DELETE-CONTENT-SEG THRU 0258-EXIT               00004206
               VARYING WS-SEG-IDX FROM 2 BY 1                           00004207
               UNTIL CONTENT-CHAIN-END.                                 00004208
                                                                        00004209
           DELETE ZD-FCT RECORD                                         00004210
               INVALID KEY                                              00004211
                   CONTINUE                                             00004212
           END-DELETE.                                                  00004213
       0257-EXIT.                                                       00004214
           EXIT.                                                        00004215
                                                                        00004216
       0258-DELETE-CONTENT-SEG.                                         00004217
           MOVE WS-CONTENT-CHAIN        TO ZF-KEY.                      00004218
           MOVE WS-SEG-IDX              TO ZF-SEGMENT.                  00004219
           MOVE 1                       TO ZF-SUFFIX.                   00004220
           MOVE ZEROES                  TO ZF-ZEROES.                   00004221
                                                                        00004222
           DELETE ZF-FCT RECORD                                         00004223
               INVALID KEY                                              00004224
                   MOVE 'Y' TO WS-CONTENT-END-SW                        00004225
               NOT INVALID KEY                                          00004226
                   ADD 1 TO WS-RELEASED-CONTENT-SEGS                    00004227
           END-DELETE.                                                  00004228
       0258-EXIT.                                                       00004229
           EXIT.                                                        00004230
                                                                        00004231
       0260-DELETE-SEGMENT.                                             00004232
           MOVE ZK-ZF-KEY               TO ZF-KEY.                      00004233
           MOVE WS-SEG-IDX              TO ZF-SEGMENT.                  00004234
           MOVE ZEROES                  TO ZF-SUFFIX.                   00004235
           MOVE ZEROES                  TO ZF-ZEROES.                   00004236
                                                                        00004237
           DELETE ZF-FCT RECORD                                         00004238
               INVALID KEY                                              00004239
                   CONTINUE                                             00004240
               NOT INVALID KEY                                          00004241
                   ADD 1 TO WS-DELETED-SEGMENTS                         00004242
           END-DELETE.                                                  00004243
       0260-EXIT.                                                       00004250
           EXIT.                                                        00004251
                                                                        00004252
      ***************************************************************** 00004253
      * Delete the entry's retained versions.  A retained chain's     * 00004254
      * segment count is not kept in the KEY record, so each chain is * 00004255
      * deleted segment by segment until the first one not found.     * 00004256
      * A KEY record written before the version list existed carries  * 00004257
      * SPACES (or LOW-VALUES, once reloaded) there - no versions.    * 00004258
      ***************************************************************** 00004259
       0270-DELETE-VERSIONS.                                            00004260
           IF  ZK-VERSION-COUNT NUMERIC                                 00004261
               MOVE ZK-VERSION-COUNT    TO WS-VER-COUNT                 00004262
           ELSE                                                         00004263
               MOVE ZEROES              TO WS-VER-COUNT.                00004264
                                                                        00004265
           IF  WS-VER-COUNT GREATER THAN 8                              00004266
               MOVE 8                   TO WS-VER-COUNT.                00004267
                                                                        00004268
           PERFORM 0280-DELETE-VERSION THRU 0280-EXIT                   00004269
               VARYING WS-VER-IDX FROM 1 BY 1                           00004270
               UNTIL WS-VER-IDX GREATER THAN WS-VER-COUNT.              00004271
       0270-EXIT.                                                       00004272
           EXIT.                                                        00004273
                                                                        00004274
       0280-DELETE-VERSION.                                             00004275
           MOVE 'N'                     TO WS-VER-END-SW.               00004276
                                                                        00004277
           PERFORM 0290-DELETE-VERSION-SEG THRU 0290-EXIT               00004278
               VARYING WS-SEG-IDX FROM 1 BY 1                           00004279
               UNTIL VERSION-CHAIN-END.                                 00004280
                                                                        00004281
           MOVE ZK-VERSION-ZF-KEY(WS-VER-IDX) TO WS-RELEASE-CHAIN.      00004282
           PERFORM 0257-RELEASE-CONTENT THRU 0257-EXIT.                 00004283
                                                                        00004284
           ADD 1 TO WS-DELETED-VERSIONS.                                00004285
       0280-EXIT.                                                       00004286
           EXIT.                                                        00004287
                                                                        00004288
       0290-DELETE-VERSION-SEG.                                         00004289
           MOVE ZK-VERSION-ZF-KEY(WS-VER-IDX) TO ZF-KEY.                00004290
           MOVE WS-SEG-IDX              TO ZF-SEGMENT.                  00004291
           MOVE ZEROES                  TO ZF-SUFFIX.                   00004292
           MOVE ZEROES                  TO ZF-ZEROES.                   00004293
                                                                        00004294
           DELETE ZF-FCT RECORD                                         00004295
               INVALID KEY                                              00004296
                   MOVE 'Y' TO WS-VER-END-SW                            00004297
               NOT INVALID KEY                                          00004298
                   ADD 1 TO WS-DELETED-VERSION-SEGS                     00004299
           END-DELETE.                                                  00004300
       0290-EXIT.                                                       00004301
           EXIT.                                                        00004302
                                                                        00004303
       0300-WRITE-REPORT.                                               00004304
           WRITE RPT-LINE FROM WS-HEADING-1.                            00004305
           WRITE RPT-LINE FROM WS-HEADING-2.                            00004306
           MOVE SPACES TO RPT-LINE.                                     00004310
           WRITE RPT-LINE.                                              00004320
                                                                        00004330
           WRITE RPT-LINE FROM WS-SUMMARY-LINE6.                        00004670
           MOVE WS-RUN-MODE          TO SL-RUN-MODE.                    00004680
           WRITE RPT-LINE FROM WS-SUMMARY-LINE7.                        00004690
           MOVE WS-DELETED-VERSIONS  TO SL-DELETED-VERSIONS.            00004691
           WRITE RPT-LINE FROM WS-SUMMARY-LINE8.                        00004692
           MOVE WS-DELETED-VERSION-SEGS TO SL-DELETED-VERSION-SEGS.     00004693
           WRITE RPT-LINE FROM WS-SUMMARY-LINE9.                        00004694
           MOVE WS-DELETED-TAG-LISTS TO SL-DELETED-TAG-LISTS.           00004695
           WRITE RPT-LINE FROM WS-SUMMARY-LINE10.                       00004696
           MOVE WS-RELEASED-SHARES   TO SL-RELEASED-SHARES.             00004697
           WRITE RPT-LINE FROM WS-SUMMARY-LINE11.                       00004698
           MOVE WS-RELEASED-CONTENT-SEGS TO SL-RELEASED-CONTENT-SEGS.   00004699
           WRITE RPT-LINE FROM WS-SUMMARY-LINE12.                       00004700
       0300-EXIT.                                                       00004701
           EXIT.                                                        00004710
                                                                        00004720
       0900-CLOSE-FILES.                                                00004730
           CLOSE ZK-FCT.                                                00004740
           CLOSE ZF-FCT.                                                00004750
           IF  ZI-OPEN                                                  00004752
               CLOSE ZI-FCT.                                            00004754
           IF  ZD-OPEN                                                  00004756
               CLOSE ZD-FCT.                                            00004758
           CLOSE RPT-OUT.                                               00004760
       0900-EXIT.                                                       00004770
           EXIT.                                                        00004780
                                                                        00004790
      ***************************************************************** 00004800
      * Append this run's END record - completion status and the      * 00004810
      * run's counts, mapped on to the ledger columns as ZECSLDG.cpy  * 00004820
      * describes.                                                    * 00004830
      ***************************************************************** 00004840
       0950-LEDGER-END.                                                 00004850
           MOVE SPACES               TO LDG-RECORD.                     00004860
           MOVE 'ZECSEXP'            TO LDG-JOB.                        00004870
           MOVE 'E'                  TO LDG-EVENT.                      00004880
           MOVE WS-LDG-MODE          TO LDG-MODE.                       00004890
           MOVE WS-LDG-START-DATE    TO LDG-START-DATE.                 00004900
           MOVE WS-LDG-START-TIME    TO LDG-START-TIME.                 00004910
           ACCEPT LDG-END-DATE       FROM DATE YYYYMMDD.                00004920
           ACCEPT LDG-END-TIME       FROM TIME.                         00004930
           MOVE 'C'                  TO LDG-STATUS.                     00004940
           MOVE WS-TOTAL-KEYS        TO LDG-PROCESSED.                  00004950
           MOVE ZEROES               TO LDG-OUTPUT.                     00004960
           MOVE WS-EXPIRED-KEYS      TO LDG-FOUND.                      00004970
           MOVE WS-DELETED-KEYS      TO LDG-REPAIRED.                   00004980
           PERFORM 0960-APPEND-LEDGER THRU 0960-EXIT.                   00004990
       0950-EXIT.                                                       00005000
           EXIT.                                                        00005010
                                                                        00005020
      ***************************************************************** 00005030
      * Open, append one record and close again, so each record is on * 00005040
      * the dataset the moment it is written.  A first-ever run falls * 00005050
      * back to creating the ledger, as ZECSRPT's 0400-WRITE-HISTORY  * 00005060
      * does; a ledger that will not open costs the run its entry,    * 00005070
      * nothing more.                                                 * 00005080
      ***************************************************************** 00005090
       0960-APPEND-LEDGER.                                              00005100
           OPEN EXTEND LDG-OUT.                                         00005110
           IF  WS-LDG-STATUS NOT EQUAL '00'                             00005120
               OPEN OUTPUT LDG-OUT.                                     00005130
           IF  WS-LDG-STATUS NOT EQUAL '00'                             00005140
               DISPLAY 'ZECSEXP - LEDGER OPEN STATUS ' WS-LDG-STATUS    00005150
               GO TO 0960-EXIT.                                         00005160
                                                                        00005170
           WRITE LDG-OUT-RECORD FROM LDG-RECORD.                        00005180
           CLOSE LDG-OUT.                                               00005190
       0960-EXIT.                                                       00005200
           EXIT.                                                        00005210
