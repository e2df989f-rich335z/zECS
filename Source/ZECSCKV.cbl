      * plus length, modulo 999999999) and reports every mismatch -   * 00000160
      * so segment-loss damage (the LOG(NONE)/zEXPIRE gaps ZECSORF's  * 00000170
      * prologue describes) is found before a caller's GET is.        * 00000180
      *                                                               * 00000181
      * Encrypted entries (ZF-EXTRA byte 10 'E' - see ZECSEKC) are    * 00000182
      * deciphered first with the key labels read from the optional   * 00000183
      * KEYIN DD, the same 80-byte lines as the ZCxxEK template.      * 00000184
      * With no KEYIN, or no line for the entry's key generation, the * 00000185
      * entry is counted as encrypted and skipped; a failed decipher  * 00000186
      * is reported DECRYPT FAIL.                                     * 00000187
      *                                                               * 00000190
      * Keys without a stored checksum (written before the field      * 00000200
      * existed, or reloaded without one) are counted and skipped.    * 00000210
      * reconcile it, and a caller's GET answers 507) and is          * 00000260
      * reported CHAIN SHORT.                                         * 00000270
      *                                                               * 00000280
      * An entry whose segment 1 reads a shared tail ('S' in          * 00000281
      * ZF-EXTRA(13:1), see ZECSZDC.cpy) is reassembled from its      * 00000282
      * content chain through the ZDFCT reference record, as ZECS001  * 00000283
      * reads it; a missing reference is reported CHAIN SHORT.        * 00000284
      * Without a ZDFCT DD such entries are counted and skipped.      * 00000285
      *                                                               * 00000286
      * Intended to run periodically outside of CICS against the     *  00000290
      * base clusters underlying the ZK-FCT/ZF-FCT CICS files.        * 00000300
      *                                                               * 00000310
               ACCESS MODE IS DYNAMIC                                   00000470
               RECORD KEY IS ZF-KEY-16                                  00000480
               FILE STATUS IS WS-ZF-STATUS.                             00000490
                                                                        00000491
           SELECT ZD-FCT ASSIGN TO ZDFCT                                00000492
               ORGANIZATION IS INDEXED                                  00000493
               ACCESS MODE IS DYNAMIC                                   00000494
               RECORD KEY IS ZD-KEY                                     00000495
               FILE STATUS IS WS-ZD-STATUS.                             00000496
                                                                        00000500
           SELECT OPTIONAL KEY-IN ASSIGN TO KEYIN                       00000502
               ORGANIZATION IS SEQUENTIAL                               00000504
               FILE STATUS IS WS-KEY-STATUS.                            00000506
                                                                        00000508
           SELECT RPT-OUT ASSIGN TO RPTOUT                              00000510
               ORGANIZATION IS LINE SEQUENTIAL                          00000520
               FILE STATUS IS WS-RPT-STATUS.                            00000530
                                                                        00000540
           SELECT LDG-OUT ASSIGN TO LEDGER                              00000542
               ORGANIZATION IS SEQUENTIAL                               00000544
               FILE STATUS IS WS-LDG-STATUS.                            00000546
                                                                        00000548
       DATA DIVISION.                                                   00000550
       FILE SECTION.                                                    00000560
       FD  ZK-FCT.                                                      00000570
      * zECS FILE record definition.                                  * 00000670
      ***************************************************************** 00000680
       COPY ZECSZFC.                                                    00000690
                                                                        00000691
       FD  ZD-FCT.                                                      00000692
      ***************************************************************** 00000693
      * zECS SHARED CONTENT record definition.                        * 00000694
      ***************************************************************** 00000695
       COPY ZECSZDC.                                                    00000696
                                                                        00000700
       FD  KEY-IN                                                       00000702
           RECORD CONTAINS 80 CHARACTERS.                               00000704
       01  KEY-IN-LINE                PIC  X(80).                       00000706
                                                                        00000708
       FD  RPT-OUT                                                      00000710
           RECORD CONTAINS 132 CHARACTERS.                              00000720
       01  RPT-LINE                   PIC  X(132).                      00000730
                                                                        00000731
      ***************************************************************** 00000732
      * Batch run ledger - this run's START and END records are       * 00000733
      * appended for ZECSLDR's morning summary.                       * 00000734
      ***************************************************************** 00000735
       FD  LDG-OUT                                                      00000736
           RECORD CONTAINS 100 CHARACTERS.                              00000737
       01  LDG-OUT-RECORD             PIC  X(100).                      00000738
                                                                        00000740
       WORKING-STORAGE SECTION.                                         00000750
       01  WS-ZK-STATUS               PIC  X(02) VALUE SPACES.          00000760
       01  WS-ZF-STATUS               PIC  X(02) VALUE SPACES.          00000770
       01  WS-RPT-STATUS              PIC  X(02) VALUE SPACES.          00000780
       01  WS-KEY-STATUS              PIC  X(02) VALUE SPACES.          00000785
       01  WS-ZF-RECLEN               PIC  9(08) VALUE ZEROES.          00000790
       01  WS-EOF-SW                  PIC  X(01) VALUE 'N'.             00000800
           88  ZK-EOF                 VALUE 'Y'.                        00000810
       01  WS-ORPHAN-KEYS             PIC 9(09) VALUE ZEROES.           00000890
       01  WS-DECODE-FAILS            PIC 9(09) VALUE ZEROES.           00000900
       01  WS-CHAIN-FAILS             PIC 9(09) VALUE ZEROES.           00000910
       01  WS-CRYPT-SKIPS             PIC 9(09) VALUE ZEROES.           00000913
       01  WS-CRYPT-FAILS             PIC 9(09) VALUE ZEROES.           00000916
       01  WS-SHARE-SKIPS             PIC 9(09) VALUE ZEROES.           00000918
                                                                        00000920
       01  WS-ORPHAN-SW               PIC  X(01) VALUE 'N'.             00000930
           88  KEY-IS-ORPHAN          VALUE 'Y'.                        00000940
           88  DECODE-FAILED          VALUE 'Y'.                        00000960
       01  WS-CHAIN-SW                PIC  X(01) VALUE 'N'.             00000970
           88  CHAIN-SHORT            VALUE 'Y'.                        00000980
       01  WS-CRYPT-SW                PIC  X(01) VALUE 'N'.             00000982
           88  CRYPT-FAILED           VALUE 'Y'.                        00000984
       01  WS-NOKEY-SW                PIC  X(01) VALUE 'N'.             00000986
           88  CRYPT-NO-KEY           VALUE 'Y'.                        00000988
                                                                        00000990
       01  WS-SEG-COUNT               PIC S9(04) COMP VALUE ZEROES.     00001000
       01  WS-SEG-IDX                 PIC S9(04) COMP VALUE ZEROES.     00001010
       01  WS-SEG-FIRST               PIC S9(04) COMP VALUE ZEROES.     00001030
       01  WS-SEG-LENGTH              PIC S9(08) COMP VALUE ZEROES.     00001040
       01  WS-KEY-LEN                 PIC S9(04) COMP VALUE ZEROES.     00001050
                                                                        00001051
      ***************************************************************** 00001052
      * Shared tails (ZECSZDC.cpy).  0230-STAGE-ONE reads             * 00001053
      * WS-READ-CHAIN/WS-READ-SUFFIX - the entry's own chain, or from * 00001054
      * segment 2 its content chain - and segment 1's header is put   * 00001055
      * back once the chain is staged.                                * 00001056
      ***************************************************************** 00001057
       01  WS-ZD-STATUS               PIC  X(02) VALUE SPACES.          00001058
       01  WS-ZD-SW                   PIC  X(01) VALUE 'N'.             00001059
           88  ZD-OPEN                VALUE 'Y'.                        00001060
       01  WS-SHARE-SW                PIC  X(01) VALUE 'N'.             00001061
           88  SHARE-TAIL-READ        VALUE 'Y'.                        00001062
           88  SHARE-SKIPPED          VALUE 'K'.                        00001063
       01  WS-READ-CHAIN              PIC  X(08) VALUE LOW-VALUES.      00001064
       01  WS-READ-SUFFIX             PIC  9(04) COMP VALUE ZEROES.     00001065
       01  WS-SHARE-HEADER            PIC X(356) VALUE LOW-VALUES.      00001066
                                                                        00001067
      ***************************************************************** 00001070
      * Staging buffers - the reassembled (possibly encoded) entry    * 00001080
      * and, for encoded entries, the decoded payload.                * 00001090
       01  WS-STAGE-LENGTH            PIC S9(08) COMP VALUE ZEROES.     00001120
       01  WS-RAW-BUFFER              PIC X(3200000).                   00001130
       01  WS-RAW-LENGTH              PIC S9(08) COMP VALUE ZEROES.     00001140
                                                                        00001141
      ***************************************************************** 00001142
      * Payload decipher fields - the ICSF parameter list and the     * 00001143
      * KEYIN key table (ZECSEKC).  An entry's key generation is      * 00001144
      * looked up in the table; the IV is the first 16 stored bytes.  * 00001145
      ***************************************************************** 00001146
       01  WS-KEY-IDX                 PIC S9(04) COMP VALUE ZEROES.     00001147
       01  WS-KEY-MATCH               PIC S9(04) COMP VALUE ZEROES.     00001148
       01  WS-KEY-COUNT               PIC S9(04) COMP VALUE ZEROES.     00001149
                                                                        00001150
       COPY ZECSEKC.                                                    00001151
                                                                        00001152
      ***************************************************************** 00001160
      * Run-length decode fields - the encoding ZECS001's             * 00001170
      * 4800-COMPRESS-PAYLOAD produces: X'00' escape, binary count    * 00001180
           05  FILLER                 PIC X(20) VALUE                   00001790
               'CHAINS SHORT:      '.                                   00001800
           05  SL-CHAIN-FAILS         PIC ZZZ,ZZZ,ZZ9.                  00001810
       01  WS-SUMMARY-LINE8.                                            00001812
           05  FILLER                 PIC X(20) VALUE                   00001814
               'DECRYPT FAILURES:  '.                                   00001816
           05  SL-CRYPT-FAILS         PIC ZZZ,ZZZ,ZZ9.                  00001818
       01  WS-SUMMARY-LINE5.                                            00001820
           05  FILLER                 PIC X(20) VALUE                   00001830
               'NO CHECKSUM (SKIP):'.                                   00001840
           05  FILLER                 PIC X(20) VALUE                   00001870
               'ORPHANS SKIPPED:   '.                                   00001880
           05  SL-ORPHAN-KEYS         PIC ZZZ,ZZZ,ZZ9.                  00001890
       01  WS-SUMMARY-LINE9.                                            00001892
           05  FILLER                 PIC X(20) VALUE                   00001894
               'ENCRYPTED (NO KEY):'.                                   00001896
           05  SL-CRYPT-SKIPS         PIC ZZZ,ZZZ,ZZ9.                  00001898
       01  WS-SUMMARY-LINE10.                                           00001899
           05  FILLER                 PIC X(20) VALUE                   00001900
               'SHARED (NO ZDFCT): '.                                   00001901
           05  SL-SHARE-SKIPS         PIC ZZZ,ZZZ,ZZ9.                  00001902
                                                                        00001903
      ***************************************************************** 00001904
      * zECS BATCH RUN LEDGER record definition.                      * 00001905
      ***************************************************************** 00001906
       COPY ZECSLDG.                                                    00001907
       01  WS-LDG-STATUS              PIC  X(02) VALUE SPACES.          00001908
       01  WS-LDG-MODE                PIC  X(01) VALUE SPACES.          00001909
       01  WS-LDG-START-DATE          PIC  9(08) VALUE ZEROES.          00001910
       01  WS-LDG-START-TIME          PIC  9(08) VALUE ZEROES.          00001911
                                                                        00001912
       PROCEDURE DIVISION.                                              00001913
       0000-MAIN.                                                       00001920
           PERFORM 0070-LEDGER-START      THRU 0070-EXIT.               00001925
           PERFORM 0100-OPEN-FILES        THRU 0100-EXIT.               00001930
           PERFORM 0200-BROWSE-KEYS       THRU 0200-EXIT                00001940
               UNTIL ZK-EOF.                                            00001950
           PERFORM 0300-WRITE-SUMMARY     THRU 0300-EXIT.               00001960
           PERFORM 0900-CLOSE-FILES       THRU 0900-EXIT.               00001970
           PERFORM 0950-LEDGER-END        THRU 0950-EXIT.               00001975
           STOP RUN.                                                    00001980
      ***************************************************************** 00001981
      * Append this run's START record to the ledger before any file  * 00001982
      * is opened - a run that abends from here on leaves it without  * 00001983
      * an END record.                                                * 00001984
      ***************************************************************** 00001985
       0070-LEDGER-START.                                               00001986
           MOVE SPACES               TO WS-LDG-MODE.                    00001987
           ACCEPT WS-LDG-START-DATE  FROM DATE YYYYMMDD.                00001988
           ACCEPT WS-LDG-START-TIME  FROM TIME.                         00001989
                                                                        00001990
           MOVE SPACES               TO LDG-RECORD.                     00001991
           MOVE 'ZECSCKV'            TO LDG-JOB.                        00001992
           MOVE 'S'                  TO LDG-EVENT.                      00001993
           MOVE WS-LDG-MODE          TO LDG-MODE.                       00001994
           MOVE WS-LDG-START-DATE    TO LDG-START-DATE.                 00001995
           MOVE WS-LDG-START-TIME    TO LDG-START-TIME.                 00001996
           MOVE ZEROES               TO LDG-END-DATE                    00001997
                                        LDG-END-TIME                    00001998
                                        LDG-PROCESSED                   00001999
                                        LDG-OUTPUT                      00002000
                                        LDG-FOUND                       00002001
                                        LDG-REPAIRED.                   00002002
           PERFORM 0960-APPEND-LEDGER THRU 0960-EXIT.                   00002003
       0070-EXIT.                                                       00002004
           EXIT.                                                        00002005
                                                                        00002006
                                                                        00002007
       0100-OPEN-FILES.                                                 00002008
           OPEN INPUT ZK-FCT.                                           00002010
           OPEN INPUT ZF-FCT.                                           00002020
           OPEN INPUT ZD-FCT.                                           00002021
           IF  WS-ZD-STATUS EQUAL '00'                                  00002022
               MOVE 'Y' TO WS-ZD-SW                                     00002023
           ELSE                                                         00002024
               DISPLAY 'ZECSCKV - ZDFCT OPEN STATUS ' WS-ZD-STATUS      00002025
                       ', SHARED TAILS NOT READ'.                       00002026
           OPEN OUTPUT RPT-OUT.                                         00002030
           PERFORM 0110-LOAD-KEYS         THRU 0110-EXIT.               00002035
           WRITE RPT-LINE FROM WS-HEADING-1.                            00002040
           WRITE RPT-LINE FROM WS-HEADING-2.                            00002050
           MOVE SPACES TO RPT-LINE.                                     00002060
           READ ZK-FCT NEXT RECORD                                      00002080
               AT END MOVE 'Y' TO WS-EOF-SW.                            00002090
       0100-EXIT.                                                       00002100
           EXIT.                                                        00002101
                                                                        00002102
      ***************************************************************** 00002103
      * Load up to eight key table lines from KEYIN.  A missing       * 00002104
      * KEYIN (OPTIONAL - status 05) leaves the table blank.          * 00002105
      ***************************************************************** 00002106
       0110-LOAD-KEYS.                                                  00002107
           MOVE SPACES TO EK-DSECT.                                     00002108
           MOVE ZEROES TO WS-KEY-COUNT.                                 00002109
                                                                        00002110
           OPEN INPUT KEY-IN.                                           00002111
           IF  WS-KEY-STATUS NOT EQUAL '00'                             00002112
               GO TO 0110-EXIT.                                         00002113
                                                                        00002114
           PERFORM 0115-READ-KEY          THRU 0115-EXIT                00002115
               UNTIL WS-KEY-STATUS NOT EQUAL '00'                       00002116
                  OR WS-KEY-COUNT EQUAL 8.                              00002117
                                                                        00002118
           CLOSE KEY-IN.                                                00002119
       0110-EXIT.                                                       00002120
           EXIT.                                                        00002121
                                                                        00002122
       0115-READ-KEY.                                                   00002123
           READ KEY-IN                                                  00002124
               AT END GO TO 0115-EXIT.                                  00002125
                                                                        00002126
           ADD 1 TO WS-KEY-COUNT.                                       00002127
           MOVE KEY-IN-LINE TO EK-TABLE(WS-KEY-COUNT).                  00002128
       0115-EXIT.                                                       00002129
           EXIT.                                                        00002130
                                                                        00002131
       0200-BROWSE-KEYS.                                                00002132
           ADD 1 TO WS-TOTAL-KEYS.                                      00002140
                                                                        00002150
           IF  ZK-CHECKSUM NUMERIC                                      00002160
           EXIT.                                                        00002240
                                                                        00002250
      ***************************************************************** 00002260
      * Reassemble the entry, decipher when encrypted, decode when    * 00002267
      * encoded, recompute the checksum and compare against           * 00002274
      * ZK-CHECKSUM.                                                  * 00002281
      ***************************************************************** 00002290
       0210-VERIFY-ENTRY.                                               00002300
           MOVE 'N' TO WS-ORPHAN-SW.                                    00002310
           MOVE 'N' TO WS-DECODE-SW.                                    00002320
           MOVE 'N' TO WS-CHAIN-SW.                                     00002330
           MOVE 'N' TO WS-CRYPT-SW.                                     00002333
           MOVE 'N' TO WS-NOKEY-SW.                                     00002336
                                                                        00002340
           PERFORM 0220-STAGE-SEGMENTS     THRU 0220-EXIT.              00002350
                                                                        00002360
               ADD 1 TO WS-ORPHAN-KEYS                                  00002380
               GO TO 0210-EXIT.                                         00002390
                                                                        00002400
           IF  SHARE-SKIPPED                                            00002402
               ADD 1 TO WS-SHARE-SKIPS                                  00002404
               GO TO 0210-EXIT.                                         00002406
                                                                        00002408
           IF  CHAIN-SHORT                                              00002410
               ADD 1 TO WS-CHAIN-FAILS                                  00002420
               PERFORM 0280-REPORT-LINE    THRU 0280-EXIT               00002421
               GO TO 0210-EXIT.                                         00002422
                                                                        00002423
           IF  ZF-EXTRA(10:1) EQUAL 'E'                                 00002424
               PERFORM 0235-DECRYPT        THRU 0235-EXIT.              00002425
                                                                        00002426
           IF  CRYPT-NO-KEY                                             00002427
               ADD 1 TO WS-CRYPT-SKIPS                                  00002428
               GO TO 0210-EXIT.                                         00002429
                                                                        00002430
           IF  CRYPT-FAILED                                             00002431
               ADD 1 TO WS-CRYPT-FAILS                                  00002432
               PERFORM 0280-REPORT-LINE    THRU 0280-EXIT               00002433
               GO TO 0210-EXIT.                                         00002440
                                                                        00002450
           IF  ZF-EXTRA(1:1) EQUAL 'C'  AND                             00002460
           ELSE                                                         00002780
               MOVE 0 TO WS-SEG-BASE.                                   00002790
                                                                        00002800
           MOVE ZK-ZF-KEY               TO WS-READ-CHAIN.               00002802
           MOVE ZEROES                  TO WS-READ-SUFFIX.              00002804
           MOVE 'N'                     TO WS-SHARE-SW.                 00002806
           MOVE WS-SEG-BASE             TO WS-SEG-IDX.                  00002810
           PERFORM 0230-STAGE-ONE          THRU 0230-EXIT.              00002820
                                                                        00002830
           IF  WS-SEG-COUNT EQUAL ZEROES                                00002880
               MOVE 1 TO WS-SEG-COUNT.                                  00002890
                                                                        00002900
           IF  WS-SEG-COUNT GREATER THAN 1  AND                         00002901
               ZF-EXTRA(13:1) EQUAL 'S'                                 00002902
               PERFORM 0225-LOCATE-TAIL    THRU 0225-EXIT.              00002903
                                                                        00002904
           IF  SHARE-SKIPPED  OR  CHAIN-SHORT                           00002905
               GO TO 0220-EXIT.                                         00002906
                                                                        00002907
           COMPUTE WS-SEG-FIRST = WS-SEG-BASE + 1.                      00002910
           PERFORM 0230-STAGE-ONE          THRU 0230-EXIT               00002920
               WITH TEST BEFORE                                         00002930
                  OR KEY-IS-ORPHAN                                      00002970
                  OR CHAIN-SHORT                                        00002980
                  OR DECODE-FAILED.                                     00002990
                                                                        00002992
           IF  SHARE-TAIL-READ                                          00002994
               MOVE WS-SHARE-HEADER     TO ZF-RECORD(1:WS-ZF-PREFIX).   00002996
       0220-EXIT.                                                       00003000
           EXIT.                                                        00003001
                                                                        00003002
      ***************************************************************** 00003003
      * Segment 1 says the tail is shared: keep its header, find the  * 00003004
      * content chain through the chain's reference record and read   * 00003005
      * segments 2 onward from there.  No reference is a short chain. * 00003006
      ***************************************************************** 00003007
       0225-LOCATE-TAIL.                                                00003008
           IF  NOT ZD-OPEN                                              00003009
               MOVE 'K' TO WS-SHARE-SW                                  00003010
               GO TO 0225-EXIT.                                         00003011
                                                                        00003012
           MOVE ZF-RECORD(1:WS-ZF-PREFIX) TO WS-SHARE-HEADER.           00003013
           MOVE LOW-VALUES              TO ZD-KEY.                      00003014
           MOVE 'R'                     TO ZD-R-MARK.                   00003015
           MOVE ZK-ZF-KEY               TO ZD-R-CHAIN.                  00003016
                                                                        00003017
           READ ZD-FCT                                                  00003018
               INVALID KEY                                              00003019
                   MOVE 'Y' TO WS-CHAIN-SW                              00003020
                   GO TO 0225-EXIT                                      00003021
           END-READ.                                                    00003022
                                                                        00003023
           MOVE ZD-R-CONTENT-KEY        TO ZD-KEY.                      00003024
           MOVE ZD-C-CHAIN              TO WS-READ-CHAIN.               00003025
           MOVE 1                       TO WS-READ-SUFFIX.              00003026
           MOVE 'Y'                     TO WS-SHARE-SW.                 00003027
       0225-EXIT.                                                       00003028
           EXIT.                                                        00003029
                                                                        00003030
      ***************************************************************** 00003031
      * A missing FIRST segment is the orphan condition (no entry at  * 00003040
      * all - ZECSORF's business); a missing LATER segment is a       * 00003050
      * damaged chain this scan must report.                          * 00003060
      ***************************************************************** 00003070
       0230-STAGE-ONE.                                                  00003080
           MOVE WS-READ-CHAIN           TO ZF-KEY.                      00003090
           MOVE WS-SEG-IDX              TO ZF-SEGMENT.                  00003100
           MOVE WS-READ-SUFFIX          TO ZF-SUFFIX.                   00003110
           MOVE ZEROES                  TO ZF-ZEROES.                   00003120
                                                                        00003130
           READ ZF-FCT                                                  00003140
             TO WS-STAGE-BUFFER(WS-STAGE-LENGTH + 1:WS-SEG-LENGTH).     00003380
           ADD WS-SEG-LENGTH            TO WS-STAGE-LENGTH.             00003390
       0230-EXIT.                                                       00003400
           EXIT.                                                        00003401
                                                                        00003402
      ***************************************************************** 00003403
      * Decipher the staged entry in place: the stored bytes are a    * 00003404
      * 16-byte IV then the AES-CBC ciphertext, deciphered into the   * 00003405
      * raw buffer and moved back to the staging buffer so a          * 00003406
      * run-length encoded entry then decodes as usual.               * 00003407
      ***************************************************************** 00003408
       0235-DECRYPT.                                                    00003409
           MOVE ZEROES TO WS-KEY-MATCH.                                 00003410
           PERFORM 0236-FIND-KEY          THRU 0236-EXIT                00003411
               VARYING WS-KEY-IDX FROM 1 BY 1                           00003412
               UNTIL   WS-KEY-IDX GREATER THAN 8                        00003413
                  OR   WS-KEY-MATCH GREATER THAN ZEROES.                00003414
                                                                        00003415
           IF  WS-KEY-MATCH EQUAL ZEROES                                00003416
               MOVE 'Y' TO WS-NOKEY-SW                                  00003417
               GO TO 0235-EXIT.                                         00003418
                                                                        00003419
           IF  WS-STAGE-LENGTH LESS THAN EK-OVERHEAD                    00003420
               MOVE 'Y' TO WS-CRYPT-SW                                  00003421
               GO TO 0235-EXIT.                                         00003422
                                                                        00003423
           MOVE WS-STAGE-BUFFER(1:16)   TO EK-IV.                       00003424
           MOVE EK-LABEL(WS-KEY-MATCH)  TO EK-KEY-LABEL.                00003425
           COMPUTE EK-CIPHER-LENGTH = WS-STAGE-LENGTH - 16.             00003426
           MOVE EK-CIPHER-LENGTH        TO EK-CLEAR-LENGTH.             00003427
           MOVE LOW-VALUES              TO EK-CHAIN-DATA.               00003428
                                                                        00003429
           CALL EK-CSNBSYD USING EK-RETURN-CODE                         00003430
                                 EK-REASON-CODE                         00003431
                                 EK-EXIT-LENGTH                         00003432
                                 EK-EXIT-DATA                           00003433
                                 EK-RULE-COUNT                          00003434
                                 EK-RULE-ARRAY                          00003435
                                 EK-KEY-LENGTH                          00003436
                                 EK-KEY-LABEL                           00003437
                                 EK-KEY-PARMS-LENGTH                    00003438
                                 EK-KEY-PARMS                           00003439
                                 EK-BLOCK-SIZE                          00003440
                                 EK-IV-LENGTH                           00003441
                                 EK-IV                                  00003442
                                 EK-CHAIN-LENGTH                        00003443
                                 EK-CHAIN-DATA                          00003444
                                 EK-CIPHER-LENGTH                       00003445
                                 WS-STAGE-BUFFER(17:)                   00003446
                                 EK-CLEAR-LENGTH                        00003447
                                 WS-RAW-BUFFER                          00003448
                                 EK-OPTIONAL-LENGTH                     00003449
                                 EK-OPTIONAL-DATA.                      00003450
                                                                        00003451
           IF  EK-RETURN-CODE GREATER THAN EK-WARNING-RC                00003452
               MOVE 'Y' TO WS-CRYPT-SW                                  00003453
               GO TO 0235-EXIT.                                         00003454
                                                                        00003455
           MOVE EK-CLEAR-LENGTH         TO WS-STAGE-LENGTH.             00003456
           MOVE WS-RAW-BUFFER(1:WS-STAGE-LENGTH)                        00003457
             TO WS-STAGE-BUFFER(1:WS-STAGE-LENGTH).                     00003458
       0235-EXIT.                                                       00003459
           EXIT.                                                        00003460
                                                                        00003461
       0236-FIND-KEY.                                                   00003462
           IF  EK-GENERATION(WS-KEY-IDX) EQUAL ZF-EXTRA(11:2)  AND      00003463
               EK-LABEL(WS-KEY-IDX) NOT EQUAL SPACES                    00003464
               MOVE WS-KEY-IDX TO WS-KEY-MATCH.                         00003465
       0236-EXIT.                                                       00003466
           EXIT.                                                        00003467
                                                                        00003468
      ***************************************************************** 00003469
      * Decode the staged run-length encoding into the raw buffer.    * 00003470
      ***************************************************************** 00003471
       0240-DECODE.                                                     00003472
           MOVE ZF-EXTRA(2:8)           TO WS-CPR-ORIG-EDIT.            00003473
           MOVE WS-CPR-ORIG-EDIT        TO WS-CPR-ORIG-LENGTH.          00003480
                                                                        00003490
           MOVE 1 TO WS-CPR-IN.                                         00003500
               MOVE SPACES              TO DL-COMPUTED                  00004480
               MOVE 'CHAIN SHORT'       TO DL-STATUS                    00004490
           ELSE                                                         00004500
               IF  CRYPT-FAILED                                         00004502
                   MOVE SPACES          TO DL-COMPUTED                  00004504
                   MOVE 'DECRYPT FAIL'  TO DL-STATUS                    00004506
               ELSE                                                     00004508
               IF  DECODE-FAILED                                        00004510
                   MOVE SPACES          TO DL-COMPUTED                  00004520
                   MOVE 'DECODE FAIL'   TO DL-STATUS                    00004530
           WRITE RPT-LINE FROM WS-SUMMARY-LINE4.                        00004720
           MOVE WS-CHAIN-FAILS       TO SL-CHAIN-FAILS.                 00004730
           WRITE RPT-LINE FROM WS-SUMMARY-LINE7.                        00004740
           MOVE WS-CRYPT-FAILS       TO SL-CRYPT-FAILS.                 00004743
           WRITE RPT-LINE FROM WS-SUMMARY-LINE8.                        00004746
           MOVE WS-SKIPPED-KEYS      TO SL-SKIPPED-KEYS.                00004750
           WRITE RPT-LINE FROM WS-SUMMARY-LINE5.                        00004760
           MOVE WS-ORPHAN-KEYS       TO SL-ORPHAN-KEYS.                 00004770
           WRITE RPT-LINE FROM WS-SUMMARY-LINE6.                        00004780
           MOVE WS-CRYPT-SKIPS       TO SL-CRYPT-SKIPS.                 00004783
           WRITE RPT-LINE FROM WS-SUMMARY-LINE9.                        00004786
           MOVE WS-SHARE-SKIPS       TO SL-SHARE-SKIPS.                 00004787
           WRITE RPT-LINE FROM WS-SUMMARY-LINE10.                       00004788
       0300-EXIT.                                                       00004790
           EXIT.                                                        00004800
                                                                        00004810
       0900-CLOSE-FILES.                                                00004820
           CLOSE ZK-FCT.                                                00004830
           CLOSE ZF-FCT.                                                00004840
           IF  ZD-OPEN                                                  00004843
               CLOSE ZD-FCT.                                            00004846
           CLOSE RPT-OUT.                                               00004850
       0900-EXIT.                                                       00004860
           EXIT.                                                        00004870
                                                                        00004880
      ***************************************************************** 00004890
      * Append this run's END record - completion status and the      * 00004900
      * run's counts, mapped on to the ledger columns as ZECSLDG.cpy  * 00004910
      * describes.                                                    * 00004920
      ***************************************************************** 00004930
       0950-LEDGER-END.                                                 00004940
           MOVE SPACES               TO LDG-RECORD.                     00004950
           MOVE 'ZECSCKV'            TO LDG-JOB.                        00004960
           MOVE 'E'                  TO LDG-EVENT.                      00004970
           MOVE WS-LDG-MODE          TO LDG-MODE.                       00004980
           MOVE WS-LDG-START-DATE    TO LDG-START-DATE.                 00004990
           MOVE WS-LDG-START-TIME    TO LDG-START-TIME.                 00005000
           ACCEPT LDG-END-DATE       FROM DATE YYYYMMDD.                00005010
           ACCEPT LDG-END-TIME       FROM TIME.                         00005020
           MOVE 'C'                  TO LDG-STATUS.                     00005030
           MOVE WS-TOTAL-KEYS        TO LDG-PROCESSED.                  00005040
           MOVE ZEROES               TO LDG-OUTPUT.                     00005050
           COMPUTE LDG-FOUND = WS-MISMATCH-KEYS + WS-DECODE-FAILS +     00005060
                               WS-CHAIN-FAILS   + WS-CRYPT-FAILS.       00005070
           MOVE ZEROES               TO LDG-REPAIRED.                   00005080
           PERFORM 0960-APPEND-LEDGER THRU 0960-EXIT.                   00005090
       0950-EXIT.                                                       00005100
           EXIT.                                                        00005110
                                                                        00005120
      ***************************************************************** 00005130
      * Open, append one record and close again, so each record is on * 00005140
      * the dataset the moment it is written.  A first-ever run falls * 00005150
      * back to creating the ledger, as ZECSRPT's 0400-WRITE-HISTORY  * 00005160
      * does; a ledger that will not open costs the run its entry,    * 00005170
      * nothing more.                                                 * 00005180
      ***************************************************************** 00005190
       0960-APPEND-LEDGER.                                              00005200
           OPEN EXTEND LDG-OUT.                                         00005210
           IF  WS-LDG-STATUS NOT EQUAL '00'                             00005220
               OPEN OUTPUT LDG-OUT.                                     00005230
           IF  WS-LDG-STATUS NOT EQUAL '00'                             00005240
               DISPLAY 'ZECSCKV - LEDGER OPEN STATUS ' WS-LDG-STATUS    00005250
               GO TO 0960-EXIT.                                         00005260
                                                                        00005270
           WRITE LDG-OUT-RECORD FROM LDG-RECORD.                        00005280
           CLOSE LDG-OUT.                                               00005290
       0960-EXIT.                                                       00005300
           EXIT.                                                        00005310
