      *                                                               * 00000210
      * GET <replay URIMAP path>  - replay every queued dead letter.  * 00000220
      *                                                               * 00000230
      * Each dead letter is replayed to the partner it failed for     * 00000236
      * (DLQ-PARTNER; a record written before the partner table is    * 00000242
      * matched on DLQ-TARGET-HOST), its host/port re-resolved from   * 00000248
      * the same ZCxxDC/ZCxxDP document templates 8000-GET-URL uses   * 00000254
      * in ZECS001, so a replay after a partner host move goes to     * 00000260
      * the right place; DLQ-TARGET-HOST is carried on the report as  * 00000266
      * the original failing target.  A record whose partner is no    * 00000272
      * longer listed, is now on standby, or has an unusable URL is   * 00000278
      * left on the file and reported.                                * 00000284
      *                                                               * 00000290
      * Entries that replay cleanly (2xx from the partner) are        * 00000300
      * removed from the file.  Superseded entries are dropped, the   * 00000310
       01  ZECS002                PIC  X(08) VALUE 'ZECS002 '.          00000660
       01  CRLF                   PIC  X(02) VALUE X'0D25'.             00000670
                                                                        00000680
       01  EIGHT                  PIC S9(08) COMP VALUE  8.             00000685
       01  TWO                    PIC S9(08) COMP VALUE  2.             00000690
       01  ONE                    PIC S9(08) COMP VALUE  1.             00000700
       01  TEN                    PIC S9(08) COMP VALUE 10.             00000710
           02  FILLER REDEFINES CPR-COUNT-HW.                           00001970
               05  FILLER         PIC  X(01).                           00001980
               05  CPR-COUNT-BYTE PIC  X(01).                           00001990
                                                                        00001991
      ***************************************************************** 00001992
      * Payload decipher support.  Entries ZECS001 stored encrypted   * 00001993
      * (ZF-EXTRA byte 10 'E', key generation in bytes 11-12 - see    * 00001994
      * ZECSEKC) are deciphered with the ZCxxEK key table ahead of    * 00001995
      * any run-length decode; the partner Data Center always         * 00001996
      * receives clear bytes, as ZECS001 replication does.  A key     * 00001997
      * generation missing from ZCxxEK or a failed decipher is        * 00001998
      * treated like a local read failure.                            * 00001999
      ***************************************************************** 00002000
       01  FILLER.                                                      00002001
           02  CRY-POINTER        USAGE POINTER.                        00002002
           02  CRY-POINTER-X      REDEFINES CRY-POINTER                 00002003
                                  PIC S9(08) COMP.                      00002004
           02  CRY-TEXT-POINTER   USAGE POINTER.                        00002005
           02  CRY-TEXT-POINTER-X REDEFINES CRY-TEXT-POINTER            00002006
                                  PIC S9(08) COMP.                      00002007
                                                                        00002008
       01  CRY-INDEX              PIC S9(04) COMP VALUE ZEROES.         00002009
       01  CRY-MATCH              PIC S9(04) COMP VALUE ZEROES.         00002010
                                                                        00002011
       01  EK-TOKEN               PIC  X(16) VALUE SPACES.              00002012
       01  ZECS-EK.                                                     00002013
           02  EK-TRANID          PIC  X(04) VALUE 'ZC##'.              00002014
           02  FILLER             PIC  X(02) VALUE 'EK'.                00002015
           02  FILLER             PIC  X(42) VALUE SPACES.              00002016
                                                                        00002017
       01  EK-RESP                PIC S9(08) COMP VALUE ZEROES.         00002018
       01  EK-DSECT-LENGTH        PIC S9(08) COMP VALUE ZEROES.         00002019
       01  EK-LOAD-SW             PIC  X(01) VALUE 'N'.                 00002020
           88  KEYS-LOADED        VALUE 'Y'.                            00002021
                                                                        00002022
       COPY ZECSEKC.                                                    00002023
                                                                        00002024
      ***************************************************************** 00002025
      * Replay pass controls.  REPLAY-MAX bounds how many DLQ         * 00002026
      * records one pass will stage and replay - the stage table      * 00002030
      * below holds the browsed window so no file browse is held      * 00002040
      * open across the partner conversations.                        * 00002050
       01  REPLAY-QUERY-LENGTH    PIC S9(08) COMP VALUE 11.             00002340
                                                                        00002350
      ***************************************************************** 00002360
      * Replay report.  One line per DLQ entry - the partner, the     * 00002370
      * key, the original failure, and the replay result.             * 00002380
      ***************************************************************** 00002390
      ***************************************************************** 00002400
      * Sized for a full pass: REPLAY-MAX detail lines plus the       * 00002410
           02  FILLER             PIC  X(01) VALUE SPACES.              00002510
           02  RL-METHOD          PIC  X(06).                           00002520
           02  FILLER             PIC  X(01) VALUE SPACES.              00002530
           02  RL-PARTNER         PIC  X(08).                           00002535
           02  FILLER             PIC  X(01) VALUE SPACES.              00002540
           02  RL-KEY             PIC  X(41).                           00002545
           02  FILLER             PIC  X(01) VALUE SPACES.              00002550
           02  RL-ORIG-STATUS     PIC  9(04).                           00002560
           02  FILLER             PIC  X(01) VALUE SPACES.              00002570
       01  ACTIVE-SINGLE          PIC  X(02) VALUE 'A1'.                00002940
       01  ACTIVE-ACTIVE          PIC  X(02) VALUE 'AA'.                00002950
       01  ACTIVE-STANDBY         PIC  X(02) VALUE 'AS'.                00002960
                                                                        00002961
      ***************************************************************** 00002962
      * Partner Data Center table - the ZCxxDP document template.     * 00002963
      * Each 160-byte line names one partner region:                  * 00002964
      *   cols 1-8     partner name (blank padded)                    * 00002965
      *   col  9       A (or blank) = active - every mutation is      * 00002966
      *                replicated to it; S = standby - listed and     * 00002967
      *                reported, not replicated to                    * 00002968
      *   cols 10-158  partner URL (http://host:port), blank padded   * 00002969
      *   cols 159-160 CRLF                                           * 00002970
      * Line 1 of ZCxxDC still sets the replication type (A1/AA/AS).  * 00002971
      * A region with no ZCxxDP template keeps its single ZCxxDC URL  * 00002972
      * as the only partner, named PARTNER, so it runs unchanged.     * 00002973
      * 8000-GET-URL loads the table once per task.                   * 00002974
      ***************************************************************** 00002975
       01  DP-TOKEN               PIC  X(16) VALUE SPACES.              00002976
       01  ZECS-DP.                                                     00002977
           02  DP-TRANID          PIC  X(04) VALUE 'ZC##'.              00002978
           02  FILLER             PIC  X(02) VALUE 'DP'.                00002979
           02  FILLER             PIC  X(42) VALUE SPACES.              00002980
                                                                        00002981
       01  DP-RESP                PIC S9(08) COMP VALUE ZEROES.         00002982
       01  DP-INDEX               PIC S9(04) COMP VALUE ZEROES.         00002983
       01  DP-DSECT-LENGTH        PIC S9(08) COMP VALUE ZEROES.         00002984
                                                                        00002985
       01  DP-DSECT.                                                    00002986
           02  DP-TABLE        OCCURS     8 TIMES.                      00002987
               05  DP-NAME        PIC  X(08).                           00002988
               05  DP-MODE        PIC  X(01).                           00002989
               05  DP-URL         PIC X(149).                           00002990
               05  DP-CRLF        PIC  X(02).                           00002991
                                                                        00002992
       01  PARTNER-LOAD-SW        PIC  X(01) VALUE 'N'.                 00002993
           88  PARTNERS-LOADED    VALUE 'Y'.                            00002994
       01  PARTNER-COUNT          PIC S9(04) COMP VALUE ZEROES.         00002995
       01  PARTNER-INDEX          PIC S9(04) COMP VALUE ZEROES.         00002996
       01  PARTNER-MATCH          PIC S9(04) COMP VALUE ZEROES.         00002997
       01  PARTNER-NAME           PIC  X(08) VALUE SPACES.              00002998
       01  PARTNER-URL            PIC X(160) VALUE SPACES.              00002999
       01  PARTNER-URL-LENGTH     PIC S9(08) COMP VALUE ZEROES.         00003000
       01  PARTNER-DEFAULT-NAME   PIC  X(08) VALUE 'PARTNER'.           00003001
                                                                        00003002
       01  PARTNER-TABLE.                                               00003003
           02  PARTNER-ENTRY   OCCURS     8 TIMES.                      00003004
               05  PT-NAME        PIC  X(08).                           00003005
               05  PT-MODE        PIC  X(01).                           00003006
                   88  PT-ACTIVE      VALUE 'A'.                        00003007
                   88  PT-STANDBY     VALUE 'S'.                        00003008
               05  PT-URL-SW      PIC  X(01).                           00003009
                   88  PT-URL-OK      VALUE 'Y'.                        00003010
               05  PT-SCHEME-NAME PIC  X(16).                           00003011
               05  PT-HOST        PIC  X(80).                           00003012
               05  PT-HOST-LENGTH PIC S9(08) COMP.                      00003013
               05  PT-PORT        PIC S9(08) COMP.                      00003014
               05  PT-STATUS      PIC  X(09).                           00003015
               05  PT-DLQ-DEPTH   PIC S9(04) COMP.                      00003016
                                                                        00003017
       01  SESSION-TOKEN          PIC  9(18) COMP VALUE ZEROES.         00003018
                                                                        00003019
       01  URL-SCHEME-NAME        PIC  X(16) VALUE SPACES.              00003020
       01  URL-SCHEME             PIC S9(08) COMP VALUE ZEROES.         00003021
       01  URL-PORT               PIC S9(08) COMP VALUE ZEROES.         00003022
       01  URL-HOST-NAME          PIC  X(80) VALUE SPACES.              00003030
       01  URL-HOST-NAME-LENGTH   PIC S9(08) COMP VALUE 80.             00003040
       01  WEB-STATUS-CODE        PIC S9(04) COMP VALUE 00.             00003050
           02  ZF-TRANID          PIC  X(04) VALUE 'ZC##'.              00003240
           02  FILLER             PIC  X(04) VALUE 'FILE'.              00003250
                                                                        00003260
       01  ZD-FCT.                                                      00003262
           02  ZD-TRANID          PIC  X(04) VALUE 'ZC##'.              00003264
           02  FILLER             PIC  X(04) VALUE 'DUP '.              00003266
                                                                        00003268
       01  ZQ-FCT.                                                      00003270
           02  ZQ-TRANID          PIC  X(04) VALUE 'ZC##'.              00003280
           02  FILLER             PIC  X(04) VALUE 'DLQ '.              00003290
                                                                        00003300
       01  ZK-LENGTH              PIC S9(04) COMP VALUE ZEROES.         00003390
       01  ZF-LENGTH              PIC S9(04) COMP VALUE ZEROES.         00003400
       01  ZD-LENGTH              PIC S9(04) COMP VALUE ZEROES.         00003401
       01  SHARE-RESP             PIC S9(08) COMP VALUE ZEROES.         00003402
       01  SHARE-HEADER           PIC X(356) VALUE LOW-VALUES.          00003403
       01  SHARE-TAIL-SW          PIC  X(01) VALUE 'N'.                 00003404
           88  SHARE-TAIL-READ    VALUE 'Y'.                            00003405
       01  DLQ-LENGTH             PIC S9(04) COMP VALUE ZEROES.         00003410
                                                                        00003411
      ***************************************************************** 00003412
      * Entry tags (see ZECSZIC.cpy) - the replayed POST carries the  * 00003413
      * entry's current tag set, as 8200-WEB-CONVERSE in ZECS001      * 00003414
      * does, so the partner's tag index is brought up to date too.   * 00003415
      ***************************************************************** 00003416
       01  ZI-FCT.                                                      00003417
           02  ZI-TRANID          PIC  X(04) VALUE 'ZC##'.              00003418
           02  FILLER             PIC  X(04) VALUE 'TAG '.              00003419
                                                                        00003420
       01  ZI-LENGTH              PIC S9(04) COMP VALUE ZEROES.         00003421
       01  TAG-RESP               PIC S9(08) COMP VALUE ZEROES.         00003422
       01  HEADER-TAGS            PIC  X(12) VALUE 'X-Cache-Tags'.      00003423
       01  HEADER-TAGS-LENGTH     PIC S9(08) COMP VALUE 12.             00003424
       01  TAG-HEADER-VALUE       PIC X(255) VALUE SPACES.              00003425
       01  TAG-HEADER-LENGTH      PIC S9(08) COMP VALUE ZEROES.         00003426
       01  TAG-POINTER            PIC S9(08) COMP VALUE ZEROES.         00003427
       01  TAG-INDEX              PIC S9(04) COMP VALUE ZEROES.         00003428
       01  TAG-COUNT              PIC S9(04) COMP VALUE ZEROES.         00003429
                                                                        00003430
      ***************************************************************** 00003431
      * zECS KEY  record definition.                                  * 00003440
      ***************************************************************** 00003450
       COPY ZECSZKC.                                                    00003460
      * zECS FILE record definition.                                  * 00003490
      ***************************************************************** 00003500
       COPY ZECSZFC.                                                    00003510
                                                                        00003513
      ***************************************************************** 00003516
      * zECS SHARED CONTENT record definition.                        * 00003519
      ***************************************************************** 00003522
       COPY ZECSZDC.                                                    00003525
                                                                        00003528
      ***************************************************************** 00003531
      * zECS DEAD-LETTER record definition.                           * 00003540
      ***************************************************************** 00003550
       COPY ZECSDLQ.                                                    00003560
                                                                        00003561
      ***************************************************************** 00003562
      * zECS TAG INDEX record definition.                             * 00003563
      ***************************************************************** 00003564
       COPY ZECSZIC.                                                    00003565
                                                                        00003570
      ***************************************************************** 00003580
      * Dynamic Storage                                               * 00003590
      ***************************************************************** 00003740
       01  RAW-MESSAGE            PIC X(3200000).                       00003750
       01  CPR-MESSAGE            PIC X(3200000).                       00003760
                                                                        00003762
      ***************************************************************** 00003764
      * Decipher work windows - addressed over the staged stored      * 00003766
      * bytes and the clear payload buffer; no storage of their own.  * 00003768
      ***************************************************************** 00003770
       01  CRY-MESSAGE            PIC X(3200032).                       00003772
       01  CRY-TEXT               PIC X(3200032).                       00003774
                                                                        00003776
       PROCEDURE DIVISION.                                              00003780
                                                                        00003790
      ***************************************************************** 00003800
                                                                        00004070
           MOVE EIBTRNID(3:2)               TO ZK-TRANID(3:2).          00004080
           MOVE EIBTRNID(3:2)               TO ZF-TRANID(3:2).          00004090
           MOVE EIBTRNID(3:2)               TO ZD-TRANID(3:2).          00004095
           MOVE EIBTRNID(3:2)               TO ZQ-TRANID(3:2).          00004100
           MOVE EIBTRNID(3:2)               TO DC-TRANID(3:2).          00004120
           MOVE EIBTRNID(3:2)               TO EK-TRANID(3:2).          00004123
           MOVE EIBTRNID(3:2)               TO ZI-TRANID(3:2).          00004126
                                                                        00004130
           PERFORM 1500-AUTHENTICATE       THRU 1500-EXIT.              00004140
       1000-EXIT.                                                       00004150
           ADD  URI-PREFIX-LENGTH REPLAY-KEY-LENGTH                     00006240
               GIVING REPLAY-PATH-LENGTH.                               00006250
                                                                        00006260
           PERFORM 3110-FIND-PARTNER     THRU 3110-EXIT.                00006266
                                                                        00006272
           IF  NOT REPL-FAILED                                          00006278
               IF  DLQ-METHOD(1:6) EQUAL 'DELETE'                       00006284
                   PERFORM 3500-REPLAY-DELETE THRU 3500-EXIT            00006290
               ELSE                                                     00006296
                   PERFORM 3200-READ-KEY      THRU 3200-EXIT.           00006302
                                                                        00006310
           IF  REPL-FAILED                                              00006320
               ADD ONE                     TO RETAIN-COUNT              00006330
                                                                        00006360
           PERFORM 3950-REPORT-ITEM      THRU 3950-EXIT.                00006370
       3100-EXIT.                                                       00006380
           EXIT.                                                        00006381
                                                                        00006382
      ***************************************************************** 00006383
      * Point the replay at the partner this dead letter failed for.  * 00006384
      * A partner no longer listed, on standby (ZECS001 no longer     * 00006385
      * replicates to it), or with an unusable URL cannot take the    * 00006386
      * replay - the record is retained for a later pass.             * 00006387
      ***************************************************************** 00006388
       3110-FIND-PARTNER.                                               00006389
           MOVE 'N'                        TO REPL-FAILED-SW.           00006390
                                                                        00006391
           PERFORM 8060-MATCH-PARTNER    THRU 8060-EXIT.                00006392
                                                                        00006393
           IF  PARTNER-MATCH EQUAL ZEROES                               00006394
               MOVE 'Y'                    TO REPL-FAILED-SW            00006395
               MOVE 'PARTNER NOT LISTED'   TO REPLAY-RESULT             00006396
               GO TO 3110-EXIT.                                         00006397
                                                                        00006398
           IF  PT-STANDBY(PARTNER-MATCH)                                00006399
               MOVE 'Y'                    TO REPL-FAILED-SW            00006400
               MOVE 'PARTNER ON STANDBY'   TO REPLAY-RESULT             00006401
               GO TO 3110-EXIT.                                         00006402
                                                                        00006403
           IF  NOT PT-URL-OK(PARTNER-MATCH)                             00006404
               MOVE 'Y'                    TO REPL-FAILED-SW            00006405
               MOVE 'PARTNER URL INVALID'  TO REPLAY-RESULT             00006406
               GO TO 3110-EXIT.                                         00006407
                                                                        00006408
           MOVE PARTNER-MATCH              TO PARTNER-INDEX.            00006409
           PERFORM 8050-SELECT-PARTNER   THRU 8050-EXIT.                00006410
                                                                        00006411
       3110-EXIT.                                                       00006412
           EXIT.                                                        00006413
                                                                        00006414
      ***************************************************************** 00006415
      * Read the KEY record for the dead-lettered key.  Not found     * 00006420
      * means the entry has since been deleted or expired - drop the  * 00006430
      * dead letter, there is nothing left to ship.                   * 00006440
           PERFORM 3300-READ-SEGMENTS    THRU 3300-EXIT.                00006650
                                                                        00006660
           IF  NOT REPL-FAILED                                          00006670
               IF  ZF-EXTRA(10:1) EQUAL 'E'                             00006672
                   PERFORM 3340-DECRYPT    THRU 3340-EXIT.              00006674
                                                                        00006676
           IF  NOT REPL-FAILED                                          00006678
               IF  ZF-EXTRA(1:1) EQUAL 'C'  AND                         00006680
                   ZF-EXTRA(2:8) NUMERIC                                00006690
                   PERFORM 3350-DECOMPRESS THRU 3350-EXIT.              00006700
      * same way ZECS001's 3400-STAGE/3500-READ-SEGMENTS does for a   * 00006890
      * GET.  The buffer is always GETMAIN'd here (even for a single  * 00006900
      * segment) so 3200-READ-KEY has one FREEMAIN path.              * 00006910
      * An entry marked 'S' reads segments 2 onward from its shared   * 00006912
      * content chain (3320-LOCATE-TAIL); segment 1's header is put   * 00006914
      * back afterwards for the decode and the POST.                  * 00006916
      ***************************************************************** 00006920
       3300-READ-SEGMENTS.                                              00006930
           MOVE ZK-ZF-KEY                  TO ZF-KEY.                   00006940
           ADD  ZF-LENGTH                  TO CACHE-LENGTH.             00007310
           ADD  ONE                        TO ZF-SEGMENT.               00007320
                                                                        00007330
           MOVE 'N'                        TO SHARE-TAIL-SW.            00007331
           IF  ZF-SEGMENTS GREATER THAN ONE  AND                        00007332
               ZF-EXTRA(13:1) EQUAL 'S'                                 00007333
               MOVE ZF-RECORD(1:ZF-PREFIX) TO SHARE-HEADER              00007334
               MOVE 'Y'                    TO SHARE-TAIL-SW             00007335
               PERFORM 3320-LOCATE-TAIL  THRU 3320-EXIT.                00007336
                                                                        00007337
           IF  ZF-SEGMENTS GREATER THAN ONE                             00007340
               PERFORM 3310-READ-NEXT-SEGMENT THRU 3310-EXIT            00007350
                   WITH TEST AFTER                                      00007360
                   UNTIL ZF-SEGMENT GREATER THAN ZF-SEGMENTS  OR        00007370
                         REPL-FAILED.                                   00007380
                                                                        00007382
           IF  SHARE-TAIL-READ                                          00007384
               MOVE SHARE-HEADER         TO ZF-RECORD(1:ZF-PREFIX).     00007386
       3300-EXIT.                                                       00007390
           EXIT.                                                        00007400
                                                                        00007410
           ADD  ZF-LENGTH                  TO CACHE-LENGTH.             00007640
           ADD  ONE                        TO ZF-SEGMENT.               00007650
       3310-EXIT.                                                       00007660
           EXIT.                                                        00007661
                                                                        00007662
      ***************************************************************** 00007663
      * Point ZF-KEY-16 at the shared content chain named by the      * 00007664
      * chain's reference record (see ZECSZDC.cpy).  A missing        * 00007665
      * reference leaves the key alone and the next segment read      * 00007666
      * fails.                                                        * 00007667
      ***************************************************************** 00007668
       3320-LOCATE-TAIL.                                                00007669
           MOVE LOW-VALUES                 TO ZD-KEY.                   00007670
           MOVE 'R'                        TO ZD-R-MARK.                00007671
           MOVE ZF-KEY                     TO ZD-R-CHAIN.               00007672
           MOVE LENGTH OF ZD-RECORD        TO ZD-LENGTH.                00007673
                                                                        00007674
           EXEC CICS READ FILE(ZD-FCT)                                  00007675
                INTO  (ZD-RECORD)                                       00007676
                RIDFLD(ZD-KEY)                                          00007677
                LENGTH(ZD-LENGTH)                                       00007678
                RESP  (SHARE-RESP)                                      00007679
                NOHANDLE                                                00007680
           END-EXEC.                                                    00007681
                                                                        00007682
           IF  SHARE-RESP NOT EQUAL DFHRESP(NORMAL)  OR                 00007683
               NOT ZD-REFERENCE                                         00007684
               GO TO 3320-EXIT.                                         00007685
                                                                        00007686
           MOVE ZD-R-CONTENT-KEY           TO ZD-KEY.                   00007687
           MOVE ZD-C-CHAIN                 TO ZF-KEY.                   00007688
           MOVE ONE                        TO ZF-SUFFIX.                00007689
       3320-EXIT.                                                       00007690
           EXIT.                                                        00007691
                                                                        00007692
      ***************************************************************** 00007693
      * Decipher an encrypted entry into a fresh buffer before any    * 00007694
      * run-length decode, freeing the staged stored copy (16-byte IV * 00007695
      * then AES-CBC ciphertext).  No matching key generation, or an  * 00007696
      * ICSF failure, fails the replay so the dead letter is          * 00007697
      * retained.                                                     * 00007698
      ***************************************************************** 00007699
       3340-DECRYPT.                                                    00007700
           PERFORM 3342-LOAD-KEYS        THRU 3342-EXIT.                00007701
                                                                        00007702
           MOVE ZEROES                     TO CRY-MATCH.                00007703
           PERFORM 3344-FIND-KEY         THRU 3344-EXIT                 00007704
               VARYING CRY-INDEX FROM 1 BY 1                            00007705
               UNTIL   CRY-INDEX GREATER THAN EIGHT  OR                 00007706
                       CRY-MATCH GREATER THAN ZEROES.                   00007707
                                                                        00007708
           IF  CRY-MATCH EQUAL ZEROES  OR                               00007709
               CACHE-LENGTH LESS THAN EK-OVERHEAD                       00007710
               EXEC CICS FREEMAIN                                       00007711
                    DATAPOINTER(SAVE-ADDRESS)                           00007712
                    NOHANDLE                                            00007713
               END-EXEC                                                 00007714
               MOVE ZEROES                 TO CACHE-ADDRESS-X           00007715
               MOVE ZEROES                 TO SAVE-ADDRESS-X            00007716
               MOVE 'Y'                    TO REPL-FAILED-SW            00007717
               GO TO 3340-EXIT.                                         00007718
                                                                        00007719
           MOVE SAVE-ADDRESS-X             TO CRY-TEXT-POINTER-X.       00007720
           SET ADDRESS OF CRY-TEXT         TO CRY-TEXT-POINTER.         00007721
           MOVE CRY-TEXT(1:16)             TO EK-IV.                    00007722
           ADD  16                         TO CRY-TEXT-POINTER-X.       00007723
           SET ADDRESS OF CRY-TEXT         TO CRY-TEXT-POINTER.         00007724
                                                                        00007725
           MOVE EK-LABEL(CRY-MATCH)        TO EK-KEY-LABEL.             00007726
           COMPUTE EK-CIPHER-LENGTH = CACHE-LENGTH - 16.                00007727
           MOVE EK-CIPHER-LENGTH           TO EK-CLEAR-LENGTH.          00007728
           MOVE EK-CIPHER-LENGTH           TO GETMAIN-LENGTH.           00007729
           MOVE LOW-VALUES                 TO EK-CHAIN-DATA.            00007730
                                                                        00007731
           EXEC CICS GETMAIN SET(CRY-POINTER)                           00007732
                FLENGTH(GETMAIN-LENGTH)                                 00007733
                INITIMG(BINARY-ZEROES)                                  00007734
                NOHANDLE                                                00007735
           END-EXEC.                                                    00007736
                                                                        00007737
           SET ADDRESS OF CRY-MESSAGE      TO CRY-POINTER.              00007738
                                                                        00007739
           CALL EK-CSNBSYD USING EK-RETURN-CODE                         00007740
                                 EK-REASON-CODE                         00007741
                                 EK-EXIT-LENGTH                         00007742
                                 EK-EXIT-DATA                           00007743
                                 EK-RULE-COUNT                          00007744
                                 EK-RULE-ARRAY                          00007745
                                 EK-KEY-LENGTH                          00007746
                                 EK-KEY-LABEL                           00007747
                                 EK-KEY-PARMS-LENGTH                    00007748
                                 EK-KEY-PARMS                           00007749
                                 EK-BLOCK-SIZE                          00007750
                                 EK-IV-LENGTH                           00007751
                                 EK-IV                                  00007752
                                 EK-CHAIN-LENGTH                        00007753
                                 EK-CHAIN-DATA                          00007754
                                 EK-CIPHER-LENGTH                       00007755
                                 CRY-TEXT                               00007756
                                 EK-CLEAR-LENGTH                        00007757
                                 CRY-MESSAGE                            00007758
                                 EK-OPTIONAL-LENGTH                     00007759
                                 EK-OPTIONAL-DATA.                      00007760
                                                                        00007761
           EXEC CICS FREEMAIN                                           00007762
                DATAPOINTER(SAVE-ADDRESS)                               00007763
                NOHANDLE                                                00007764
           END-EXEC.                                                    00007765
                                                                        00007766
           IF  EK-RETURN-CODE GREATER THAN EK-WARNING-RC                00007767
               MOVE ZEROES                 TO CACHE-ADDRESS-X           00007768
               MOVE ZEROES                 TO SAVE-ADDRESS-X            00007769
               EXEC CICS FREEMAIN                                       00007770
                    DATAPOINTER(CRY-POINTER)                            00007771
                    NOHANDLE                                            00007772
               END-EXEC                                                 00007773
               MOVE 'Y'                    TO REPL-FAILED-SW            00007774
               GO TO 3340-EXIT.                                         00007775
                                                                        00007776
           MOVE CRY-POINTER-X              TO SAVE-ADDRESS-X.           00007777
           MOVE CRY-POINTER-X              TO CACHE-ADDRESS-X.          00007778
           MOVE EK-CLEAR-LENGTH            TO CACHE-LENGTH.             00007779
                                                                        00007780
       3340-EXIT.                                                       00007781
           EXIT.                                                        00007782
                                                                        00007783
      ***************************************************************** 00007784
      * Load the ZCxxEK key table once per task.  An absent template  * 00007785
      * leaves every line blank - no generation matches.              * 00007786
      ***************************************************************** 00007787
       3342-LOAD-KEYS.                                                  00007788
           IF  KEYS-LOADED                                              00007789
               GO TO 3342-EXIT.                                         00007790
                                                                        00007791
           MOVE 'Y'                        TO EK-LOAD-SW.               00007792
           MOVE SPACES                     TO EK-DSECT.                 00007793
                                                                        00007794
           EXEC CICS DOCUMENT CREATE DOCTOKEN(EK-TOKEN)                 00007795
                TEMPLATE(ZECS-EK)                                       00007796
                RESP(EK-RESP)                                           00007797
                NOHANDLE                                                00007798
           END-EXEC.                                                    00007799
                                                                        00007800
           IF  EK-RESP NOT EQUAL DFHRESP(NORMAL)                        00007801
               GO TO 3342-EXIT.                                         00007802
                                                                        00007803
           MOVE LENGTH OF EK-DSECT         TO EK-DSECT-LENGTH.          00007804
                                                                        00007805
           EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(EK-TOKEN)               00007806
                INTO     (EK-DSECT)                                     00007807
                LENGTH   (EK-DSECT-LENGTH)                              00007808
                MAXLENGTH(EK-DSECT-LENGTH)                              00007809
                DATAONLY                                                00007810
                RESP(EK-RESP)                                           00007811
                NOHANDLE                                                00007812
           END-EXEC.                                                    00007813
                                                                        00007814
           IF  EK-RESP NOT EQUAL DFHRESP(NORMAL)                        00007815
               MOVE SPACES                 TO EK-DSECT.                 00007816
                                                                        00007817
       3342-EXIT.                                                       00007818
           EXIT.                                                        00007819
                                                                        00007820
       3344-FIND-KEY.                                                   00007821
           IF  EK-GENERATION(CRY-INDEX) EQUAL ZF-EXTRA(11:2)  AND       00007822
               EK-LABEL     (CRY-INDEX) NOT EQUAL SPACES                00007823
               MOVE CRY-INDEX              TO CRY-MATCH.                00007824
                                                                        00007825
       3344-EXIT.                                                       00007826
           EXIT.                                                        00007827
                                                                        00007828
      ***************************************************************** 00007829
      * Decode a run-length encoded entry into a fresh buffer before  * 00007830
      * replay, freeing the staged encoded copy.  A malformed         * 00007831
      * encoding marks the replay failed so the dead letter is        * 00007832
      * retained rather than shipping damaged bytes to the partner.   * 00007833
      ***************************************************************** 00007834
       3350-DECOMPRESS.                                                 00007835
           MOVE ZF-EXTRA(2:8)              TO CPR-ORIG-EDIT.            00007836
           MOVE CPR-ORIG-EDIT              TO CPR-ORIG-LENGTH.          00007837
                                                                        00007838
           MOVE SAVE-ADDRESS-X             TO CPR-POINTER-X.            00007839
           SET ADDRESS OF CPR-MESSAGE      TO CPR-POINTER.              00007840
           MOVE CACHE-LENGTH               TO CPR-LENGTH.               00007841
                                                                        00007842
           MOVE CPR-ORIG-LENGTH            TO GETMAIN-LENGTH.           00007843
                                                                        00007844
           EXEC CICS GETMAIN SET(RAW-POINTER)                           00007850
                FLENGTH(GETMAIN-LENGTH)                                 00007860
                INITIMG(BINARY-ZEROES)                                  00007870
           SET ADDRESS OF CACHE-MESSAGE    TO SAVE-ADDRESS.             00008910
           MOVE DFHVALUE(POST)             TO WEB-METHOD.               00008920
                                                                        00008930
           PERFORM 3420-TAG-HEADER       THRU 3420-EXIT.                00008933
                                                                        00008936
           EXEC CICS WEB CONVERSE                                       00008940
                SESSTOKEN(SESSION-TOKEN)                                00008950
                PATH(REPLAY-PATH)                                       00008960
                                                                        00009220
           PERFORM 8300-WEB-CLOSE        THRU 8300-EXIT.                00009230
       3400-EXIT.                                                       00009240
           EXIT.                                                        00009241
                                                                        00009242
      ***************************************************************** 00009243
      * Send the entry's tag set with the replayed POST - a single    * 00009244
      * blank (an empty set) when it carries none.  Nothing is sent   * 00009245
      * when ZI-FCT cannot be read, leaving the partner's set alone.  * 00009246
      ***************************************************************** 00009247
       3420-TAG-HEADER.                                                 00009248
           MOVE ZK-KEY                     TO ZI-KEY.                   00009249
           MOVE LENGTH OF ZI-RECORD        TO ZI-LENGTH.                00009250
                                                                        00009251
           EXEC CICS READ FILE(ZI-FCT)                                  00009252
                INTO  (ZI-RECORD)                                       00009253
                RIDFLD(ZI-KEY)                                          00009254
                LENGTH(ZI-LENGTH)                                       00009255
                RESP  (TAG-RESP)                                        00009256
                NOHANDLE                                                00009257
           END-EXEC.                                                    00009258
                                                                        00009259
           MOVE ZEROES                     TO TAG-COUNT.                00009260
                                                                        00009261
           IF  TAG-RESP EQUAL DFHRESP(NORMAL)                           00009262
               IF  ZI-LIST  AND                                         00009263
                   ZI-TAG-COUNT NUMERIC                                 00009264
                   MOVE ZI-TAG-COUNT       TO TAG-COUNT                 00009265
               END-IF                                                   00009266
           ELSE                                                         00009267
               IF  TAG-RESP NOT EQUAL DFHRESP(NOTFND)                   00009268
                   GO TO 3420-EXIT.                                     00009269
                                                                        00009270
           IF  TAG-COUNT GREATER THAN EIGHT                             00009271
               MOVE EIGHT                  TO TAG-COUNT.                00009272
                                                                        00009273
           MOVE SPACES                     TO TAG-HEADER-VALUE.         00009274
           MOVE ONE                        TO TAG-POINTER.              00009275
                                                                        00009276
           PERFORM 3425-STRING-TAG       THRU 3425-EXIT                 00009277
               VARYING TAG-INDEX FROM 1 BY 1                            00009278
               UNTIL   TAG-INDEX GREATER THAN TAG-COUNT.                00009279
                                                                        00009280
           COMPUTE TAG-HEADER-LENGTH = TAG-POINTER - ONE.               00009281
                                                                        00009282
           IF  TAG-HEADER-LENGTH EQUAL ZEROES                           00009283
               MOVE ONE                    TO TAG-HEADER-LENGTH.        00009284
                                                                        00009285
           EXEC CICS WEB WRITE                                          00009286
                HTTPHEADER (HEADER-TAGS)                                00009287
                NAMELENGTH (HEADER-TAGS-LENGTH)                         00009288
                VALUE      (TAG-HEADER-VALUE)                           00009289
                VALUELENGTH(TAG-HEADER-LENGTH)                          00009290
                SESSTOKEN  (SESSION-TOKEN)                              00009291
                NOHANDLE                                                00009292
           END-EXEC.                                                    00009293
       3420-EXIT.                                                       00009294
           EXIT.                                                        00009295
                                                                        00009296
       3425-STRING-TAG.                                                 00009297
           IF  TAG-INDEX GREATER THAN ONE                               00009298
               STRING ','                  DELIMITED BY SIZE            00009299
                 INTO TAG-HEADER-VALUE                                  00009300
                 WITH POINTER TAG-POINTER.                              00009301
                                                                        00009302
           STRING ZI-TAG(TAG-INDEX)        DELIMITED BY SPACE           00009303
             INTO TAG-HEADER-VALUE                                      00009304
             WITH POINTER TAG-POINTER.                                  00009305
       3425-EXIT.                                                       00009306
           EXIT.                                                        00009307
                                                                        00009308
      ***************************************************************** 00009309
      * Re-send the DELETE mutation to the partner Data Center, the   * 00009310
      * same wire format 5400-REPLICATE in ZECS001 produces.  A key   * 00009311
      * that exists locally again was re-POSTed after this DELETE     * 00009312
      * was queued - the DELETE is superseded and must not remove     * 00009313
      * the partner's newer entry; drop it instead.                   * 00009320
      ***************************************************************** 00009330
       3500-REPLAY-DELETE.                                              00009340
           EXIT.                                                        00009930
                                                                        00009940
      ***************************************************************** 00010590
      * Append one replay report line: the partner, the key, the      * 00010597
      * original failure (date/time/status/target), and the replay    * 00010604
      * result.                                                       * 00010611
      ***************************************************************** 00010620
       3950-REPORT-ITEM.                                                00010630
           MOVE SPACES                     TO REPORT-LINE.              00010640
      * blank padded, never the X'00' bytes.                          * 00010710
      ***************************************************************** 00010720
           MOVE REPLAY-KEY-LENGTH          TO REPORT-KEY-LENGTH.        00010730
           IF  REPORT-KEY-LENGTH GREATER THAN 41                        00010740
               MOVE 41                      TO REPORT-KEY-LENGTH.       00010750
           IF  REPORT-KEY-LENGTH GREATER THAN ZEROES                    00010760
               MOVE DLQ-KEY(1:REPORT-KEY-LENGTH) TO RL-KEY.             00010770
           MOVE DLQ-PARTNER                TO RL-PARTNER.               00010772
           IF  RL-PARTNER EQUAL SPACES  AND                             00010774
               PARTNER-MATCH GREATER THAN ZEROES                        00010776
               MOVE PT-NAME(PARTNER-MATCH) TO RL-PARTNER.               00010778
           MOVE DLQ-STATUS-CODE            TO RL-ORIG-STATUS.           00010780
           MOVE DLQ-TARGET-HOST(1:24)      TO RL-ORIG-HOST.             00010790
           MOVE REPLAY-RESULT              TO RL-RESULT.                00010800
           EXIT.                                                        00011340
                                                                        00011350
      ***************************************************************** 00011360
      * Get the partner Data Centers for the replication process.     * 00011365
      * Line 1 of ZCxxDC sets the replication type; the partners      * 00011370
      * come from the ZCxxDP table (8010-LOAD-PARTNERS) or, when      * 00011375
      * the region has none, the single ZCxxDC URL line, which        * 00011380
      * must be in the following format:                              * 00011385
      * http://hostname:port                                          * 00011390
      * Same templates and rules as ZECS001's 8000-GET-URL.  An A1    * 00011392
      * type, or no usable partner, leaves the region ACTIVE-SINGLE   * 00011394
      * and there is nothing to replay to; each dead letter is then   * 00011396
      * replayed to its own partner (8060-MATCH-PARTNER).             * 00011398
      ***************************************************************** 00011400
       8000-GET-URL.                                                    00011410
           IF  PARTNERS-LOADED                                          00011411
               GO TO 8000-SELECT.                                       00011412
                                                                        00011413
           MOVE 'Y'                           TO PARTNER-LOAD-SW.       00011414
           MOVE ZEROES                        TO PARTNER-COUNT.         00011415
                                                                        00011416
           EXEC CICS DOCUMENT CREATE DOCTOKEN(DC-TOKEN)                 00011420
                TEMPLATE(ZECS-DC)                                       00011430
                NOHANDLE                                                00011440
                    NOHANDLE                                            00011550
               END-EXEC.                                                00011560
                                                                        00011570
           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)  OR                    00011572
               DC-LENGTH LESS THAN EIGHT                                00011574
               MOVE ACTIVE-SINGLE                 TO DC-TYPE            00011576
               GO TO 8000-EXIT.                                         00011578
                                                                        00011580
           IF  DC-TYPE NOT EQUAL ACTIVE-ACTIVE    AND                   00011582
               DC-TYPE NOT EQUAL ACTIVE-STANDBY                         00011584
               MOVE ACTIVE-SINGLE                 TO DC-TYPE            00011586
               GO TO 8000-EXIT.                                         00011588
                                                                        00011590
           PERFORM 8010-LOAD-PARTNERS         THRU 8010-EXIT.           00011592
                                                                        00011594
           IF  PARTNER-COUNT EQUAL ZEROES     AND                       00011596
               DC-LENGTH GREATER THAN TWELVE                            00011598
               SUBTRACT TWELVE FROM DC-LENGTH                           00011600
                             GIVING THE-OTHER-DC-LENGTH                 00011610
               MOVE THE-OTHER-DC                  TO PARTNER-URL        00011611
               MOVE THE-OTHER-DC-LENGTH           TO PARTNER-URL-LENGTH 00011612
               MOVE ONE                           TO PARTNER-COUNT      00011613
               MOVE PARTNER-DEFAULT-NAME          TO PT-NAME(1)         00011614
               MOVE 'A'                           TO PT-MODE(1)         00011615
               PERFORM 8020-PARSE-PARTNER     THRU 8020-EXIT            00011616
               IF  NOT PT-URL-OK(1)                                     00011617
                   MOVE ZEROES                    TO PARTNER-COUNT.     00011618
                                                                        00011620
           IF  PARTNER-COUNT EQUAL ZEROES                               00011630
               MOVE ACTIVE-SINGLE                 TO DC-TYPE            00011640
               GO TO 8000-EXIT.                                         00011650
                                                                        00011720
       8000-SELECT.                                                     00011724
           IF  PARTNER-COUNT EQUAL ZEROES                               00011728
               GO TO 8000-EXIT.                                         00011732
                                                                        00011736
           MOVE ONE                           TO PARTNER-INDEX.         00011740
           PERFORM 8005-FIND-ACTIVE           THRU 8005-EXIT            00011744
               VARYING DP-INDEX FROM PARTNER-COUNT BY -1                00011748
               UNTIL   DP-INDEX LESS THAN ONE.                          00011752
                                                                        00011756
           PERFORM 8050-SELECT-PARTNER        THRU 8050-EXIT.           00011760
                                                                        00011770
       8000-EXIT.                                                       00011780
           EXIT.                                                        00011781
                                                                        00011782
       8005-FIND-ACTIVE.                                                00011783
           IF  PT-ACTIVE(DP-INDEX)                                      00011784
               MOVE DP-INDEX                      TO PARTNER-INDEX.     00011785
                                                                        00011786
       8005-EXIT.                                                       00011787
           EXIT.                                                        00011788
                                                                        00011789
      ***************************************************************** 00011790
      * Load the ZCxxDP partner table.  An absent template leaves     * 00011791
      * PARTNER-COUNT zero (the ZCxxDC URL is used instead); lines    * 00011792
      * with no name or no URL are ignored.                           * 00011793
      ***************************************************************** 00011794
       8010-LOAD-PARTNERS.                                              00011795
           MOVE DC-TRANID                     TO DP-TRANID.             00011796
                                                                        00011797
           EXEC CICS DOCUMENT CREATE DOCTOKEN(DP-TOKEN)                 00011798
                TEMPLATE(ZECS-DP)                                       00011799
                RESP(DP-RESP)                                           00011800
                NOHANDLE                                                00011801
           END-EXEC.                                                    00011802
                                                                        00011803
           IF  DP-RESP NOT EQUAL DFHRESP(NORMAL)                        00011804
               GO TO 8010-EXIT.                                         00011805
                                                                        00011806
           MOVE SPACES                        TO DP-DSECT.              00011807
           MOVE LENGTH OF DP-DSECT            TO DP-DSECT-LENGTH.       00011808
                                                                        00011809
           EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(DP-TOKEN)               00011810
                INTO     (DP-DSECT)                                     00011811
                LENGTH   (DP-DSECT-LENGTH)                              00011812
                MAXLENGTH(DP-DSECT-LENGTH)                              00011813
                DATAONLY                                                00011814
                RESP(DP-RESP)                                           00011815
                NOHANDLE                                                00011816
           END-EXEC.                                                    00011817
                                                                        00011818
           IF  DP-RESP NOT EQUAL DFHRESP(NORMAL)                        00011819
               GO TO 8010-EXIT.                                         00011820
                                                                        00011821
           PERFORM 8015-LOAD-PARTNER          THRU 8015-EXIT            00011822
               VARYING DP-INDEX FROM 1 BY 1                             00011823
               UNTIL   DP-INDEX GREATER THAN EIGHT.                     00011824
                                                                        00011825
       8010-EXIT.                                                       00011826
           EXIT.                                                        00011827
                                                                        00011828
       8015-LOAD-PARTNER.                                               00011829
           IF  DP-NAME(DP-INDEX) EQUAL SPACES  OR                       00011830
               DP-URL (DP-INDEX) EQUAL SPACES                           00011831
               GO TO 8015-EXIT.                                         00011832
                                                                        00011833
           ADD  ONE                           TO PARTNER-COUNT.         00011834
           MOVE DP-NAME(DP-INDEX)             TO PT-NAME(PARTNER-COUNT).00011835
                                                                        00011836
           IF  DP-MODE(DP-INDEX) EQUAL 'S'                              00011837
               MOVE 'S'                       TO PT-MODE(PARTNER-COUNT) 00011838
           ELSE                                                         00011839
               MOVE 'A'                       TO PT-MODE(PARTNER-COUNT).00011840
                                                                        00011841
           MOVE DP-URL(DP-INDEX)              TO PARTNER-URL.           00011842
           MOVE ZEROES                        TO PARTNER-URL-LENGTH.    00011843
           INSPECT PARTNER-URL                                          00011844
               TALLYING PARTNER-URL-LENGTH                              00011845
               FOR CHARACTERS BEFORE INITIAL SPACE.                     00011846
                                                                        00011847
           PERFORM 8020-PARSE-PARTNER         THRU 8020-EXIT.           00011848
                                                                        00011849
       8015-EXIT.                                                       00011850
           EXIT.                                                        00011851
                                                                        00011852
      ***************************************************************** 00011853
      * Parse PARTNER-URL into the newest partner table entry.  A URL * 00011854
      * that will not parse leaves PT-URL-SW 'N' - the partner stays  * 00011855
      * listed, and replication to it is dead-lettered.               * 00011856
      ***************************************************************** 00011857
       8020-PARSE-PARTNER.                                              00011858
           MOVE 'N'                    TO PT-URL-SW     (PARTNER-COUNT).00011859
           MOVE SPACES                 TO PT-STATUS     (PARTNER-COUNT).00011860
           MOVE ZEROES                 TO PT-DLQ-DEPTH  (PARTNER-COUNT).00011861
           MOVE SPACES                 TO PT-SCHEME-NAME(PARTNER-COUNT).00011862
           MOVE SPACES                 TO PT-HOST       (PARTNER-COUNT).00011863
           MOVE ZEROES                 TO PT-HOST-LENGTH(PARTNER-COUNT).00011864
           MOVE ZEROES                 TO PT-PORT       (PARTNER-COUNT).00011865
                                                                        00011866
           IF  PARTNER-URL-LENGTH LESS THAN TEN                         00011867
               GO TO 8020-EXIT.                                         00011868
                                                                        00011869
           MOVE SPACES                        TO URL-HOST-NAME.         00011870
           MOVE LENGTH OF URL-HOST-NAME       TO URL-HOST-NAME-LENGTH.  00011871
                                                                        00011872
           EXEC CICS WEB PARSE                                          00011873
                URL(PARTNER-URL)                                        00011874
                URLLENGTH(PARTNER-URL-LENGTH)                           00011875
                SCHEMENAME(URL-SCHEME-NAME)                             00011876
                HOST(URL-HOST-NAME)                                     00011877
                HOSTLENGTH(URL-HOST-NAME-LENGTH)                        00011878
                PORTNUMBER(URL-PORT)                                    00011879
                NOHANDLE                                                00011880
           END-EXEC.                                                    00011881
                                                                        00011882
           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)                        00011883
               GO TO 8020-EXIT.                                         00011884
                                                                        00011885
           MOVE 'Y'                    TO PT-URL-SW     (PARTNER-COUNT).00011886
           MOVE URL-SCHEME-NAME        TO PT-SCHEME-NAME(PARTNER-COUNT).00011887
           MOVE URL-HOST-NAME          TO PT-HOST       (PARTNER-COUNT).00011888
           MOVE URL-HOST-NAME-LENGTH   TO PT-HOST-LENGTH(PARTNER-COUNT).00011889
           MOVE URL-PORT               TO PT-PORT       (PARTNER-COUNT).00011890
                                                                        00011891
       8020-EXIT.                                                       00011892
           EXIT.                                                        00011893
                                                                        00011894
      ***************************************************************** 00011895
      * Point the URL-* fields 8100-WEB-OPEN uses at the partner in   * 00011896
      * PARTNER-INDEX.                                                * 00011897
      ***************************************************************** 00011898
       8050-SELECT-PARTNER.                                             00011899
           MOVE PT-NAME       (PARTNER-INDEX) TO PARTNER-NAME.          00011900
           MOVE PT-SCHEME-NAME(PARTNER-INDEX) TO URL-SCHEME-NAME.       00011901
           MOVE PT-HOST       (PARTNER-INDEX) TO URL-HOST-NAME.         00011902
           MOVE PT-HOST-LENGTH(PARTNER-INDEX) TO URL-HOST-NAME-LENGTH.  00011903
           MOVE PT-PORT       (PARTNER-INDEX) TO URL-PORT.              00011904
                                                                        00011905
       8050-EXIT.                                                       00011906
           EXIT.                                                        00011907
                                                                        00011908
      ***************************************************************** 00011909
      * Find the partner a dead letter belongs to - by DLQ-PARTNER,   * 00011910
      * or, for a record written before the partner table, by         * 00011911
      * DLQ-TARGET-HOST.  PARTNER-MATCH is zero when the partner is   * 00011912
      * no longer listed.                                             * 00011913
      ***************************************************************** 00011914
       8060-MATCH-PARTNER.                                              00011915
           MOVE ZEROES                        TO PARTNER-MATCH.         00011916
                                                                        00011917
           PERFORM 8065-MATCH-ONE             THRU 8065-EXIT            00011918
               VARYING DP-INDEX FROM PARTNER-COUNT BY -1                00011919
               UNTIL   DP-INDEX LESS THAN ONE.                          00011920
                                                                        00011921
       8060-EXIT.                                                       00011922
           EXIT.                                                        00011923
                                                                        00011924
       8065-MATCH-ONE.                                                  00011925
           IF  DLQ-PARTNER NOT EQUAL SPACES                             00011926
               IF  DLQ-PARTNER EQUAL PT-NAME(DP-INDEX)                  00011927
                   MOVE DP-INDEX                  TO PARTNER-MATCH      00011928
               END-IF                                                   00011929
           ELSE                                                         00011930
               IF  DLQ-TARGET-HOST EQUAL PT-HOST(DP-INDEX)              00011931
                   MOVE DP-INDEX                  TO PARTNER-MATCH.     00011932
                                                                        00011933
       8065-EXIT.                                                       00011934
           EXIT.                                                        00011935
                                                                        00011936
      ***************************************************************** 00011937
      * Open WEB connection with the other Data Center zECS.          * 00011938
      ***************************************************************** 00011939
       8100-WEB-OPEN.                                                   00011940
           MOVE 'N'                     TO REPL-FAILED-SW.              00011941
                                                                        00011942
           IF  URL-SCHEME-NAME EQUAL 'HTTPS'                            00011943
               MOVE DFHVALUE(HTTPS)  TO URL-SCHEME                      00011944
           ELSE                                                         00011945
               MOVE DFHVALUE(HTTP)   TO URL-SCHEME.                     00011946
                                                                        00011947
           EXEC CICS WEB OPEN                                           00011948
                HOST(URL-HOST-NAME)                                     00011949
                HOSTLENGTH(URL-HOST-NAME-LENGTH)                        00011950
                PORTNUMBER(URL-PORT)                                    00011951
                SCHEME(URL-SCHEME)                                      00011960
                SESSTOKEN(SESSION-TOKEN)                                00011970
                NOHANDLE                                                00011980
