      *   S            - live statistics counters (the ZCxx_STAT     *  00000230
      *                  named counters 7000-SEND-STATS reports)     *  00000240
      *                  and the ZQ-FCT dead-letter / ZE-FCT event   *  00000250
      *                  queue depths, then one line per partner     *  00000253
      *                  Data Center (ZCxxDC/ZCxxDP, as ZECS001's    *  00000256
      *                  8000-GET-URL loads them): active or         *  00000259
      *                  standby, a WEB OPEN/CLOSE handshake result  *  00000262
      *                  and its own dead-letter depth.              *  00000265
      *   (blank or ?) - this help.                                  *  00000270
      *                                                              *  00000280
      * Access is gated by the signed-on 3270 userid against the     *  00000290
       01  NL-CHAR                PIC  X(01) VALUE X'15'.               00000510
       01  ONE                    PIC S9(08) COMP VALUE  1.             00000520
       01  TWO                    PIC S9(08) COMP VALUE  2.             00000530
       01  EIGHT                  PIC S9(08) COMP VALUE  8.             00000532
       01  TEN                    PIC S9(08) COMP VALUE 10.             00000534
       01  TWELVE                 PIC S9(08) COMP VALUE 12.             00000536
                                                                        00000540
       01  CONSOLE-USERID         PIC  X(08) VALUE SPACES.              00000550
       01  USER-ACCESS            PIC  X(01) VALUE 'N'.                 00000560
       01  QUEUE-DEPTH            PIC S9(04) COMP VALUE ZEROES.         00001590
                                                                        00001600
      ***************************************************************** 00001610
      * Partner Data Centers - the same ZCxxDC/ZCxxDP document        * 00001611
      * templates ZECS001's 8000-GET-URL reads.                       * 00001612
      ***************************************************************** 00001613
       01  THE-OTHER-DC-LENGTH    PIC S9(08) COMP VALUE ZEROES.         00001614
                                                                        00001615
       01  DC-TOKEN               PIC  X(16) VALUE SPACES.              00001616
       01  DC-LENGTH              PIC S9(08) COMP VALUE ZEROES.         00001617
       01  ZECS-DC.                                                     00001618
           02  DC-TRANID          PIC  X(04) VALUE 'ZC##'.              00001619
           02  FILLER             PIC  X(02) VALUE 'DC'.                00001620
           02  FILLER             PIC  X(42) VALUE SPACES.              00001621
                                                                        00001622
       01  DC-CONTROL.                                                  00001623
           02  FILLER             PIC  X(06).                           00001624
           02  DC-TYPE            PIC  X(02) VALUE SPACES.              00001625
           02  DC-CRLF            PIC  X(02).                           00001626
           02  THE-OTHER-DC       PIC X(160) VALUE SPACES.              00001627
           02  FILLER             PIC  X(02).                           00001628
                                                                        00001629
       01  ACTIVE-SINGLE          PIC  X(02) VALUE 'A1'.                00001630
       01  ACTIVE-ACTIVE          PIC  X(02) VALUE 'AA'.                00001631
       01  ACTIVE-STANDBY         PIC  X(02) VALUE 'AS'.                00001632
                                                                        00001633
      ***************************************************************** 00001634
      * Partner Data Center table - the ZCxxDP document template.     * 00001635
      * Each 160-byte line names one partner region:                  * 00001636
      *   cols 1-8     partner name (blank padded)                    * 00001637
      *   col  9       A (or blank) = active - every mutation is      * 00001638
      *                replicated to it; S = standby - listed and     * 00001639
      *                reported, not replicated to                    * 00001640
      *   cols 10-158  partner URL (http://host:port), blank padded   * 00001641
      *   cols 159-160 CRLF                                           * 00001642
      * Line 1 of ZCxxDC still sets the replication type (A1/AA/AS).  * 00001643
      * A region with no ZCxxDP template keeps its single ZCxxDC URL  * 00001644
      * as the only partner, named PARTNER, so it runs unchanged.     * 00001645
      * 5300-GET-PARTNERS loads the table.                            * 00001646
      ***************************************************************** 00001647
       01  DP-TOKEN               PIC  X(16) VALUE SPACES.              00001648
       01  ZECS-DP.                                                     00001649
           02  DP-TRANID          PIC  X(04) VALUE 'ZC##'.              00001650
           02  FILLER             PIC  X(02) VALUE 'DP'.                00001651
           02  FILLER             PIC  X(42) VALUE SPACES.              00001652
                                                                        00001653
       01  DP-RESP                PIC S9(08) COMP VALUE ZEROES.         00001654
       01  DP-INDEX               PIC S9(04) COMP VALUE ZEROES.         00001655
       01  DP-DSECT-LENGTH        PIC S9(08) COMP VALUE ZEROES.         00001656
                                                                        00001657
       01  DP-DSECT.                                                    00001658
           02  DP-TABLE        OCCURS     8 TIMES.                      00001659
               05  DP-NAME        PIC  X(08).                           00001660
               05  DP-MODE        PIC  X(01).                           00001661
               05  DP-URL         PIC X(149).                           00001662
               05  DP-CRLF        PIC  X(02).                           00001663
                                                                        00001664
       01  PARTNER-LOAD-SW        PIC  X(01) VALUE 'N'.                 00001665
           88  PARTNERS-LOADED    VALUE 'Y'.                            00001666
       01  PARTNER-COUNT          PIC S9(04) COMP VALUE ZEROES.         00001667
       01  PARTNER-INDEX          PIC S9(04) COMP VALUE ZEROES.         00001668
       01  PARTNER-MATCH          PIC S9(04) COMP VALUE ZEROES.         00001669
       01  PARTNER-NAME           PIC  X(08) VALUE SPACES.              00001670
       01  PARTNER-URL            PIC X(160) VALUE SPACES.              00001671
       01  PARTNER-URL-LENGTH     PIC S9(08) COMP VALUE ZEROES.         00001672
       01  PARTNER-DEFAULT-NAME   PIC  X(08) VALUE 'PARTNER'.           00001673
                                                                        00001674
       01  PARTNER-TABLE.                                               00001675
           02  PARTNER-ENTRY   OCCURS     8 TIMES.                      00001676
               05  PT-NAME        PIC  X(08).                           00001677
               05  PT-MODE        PIC  X(01).                           00001678
                   88  PT-ACTIVE      VALUE 'A'.                        00001679
                   88  PT-STANDBY     VALUE 'S'.                        00001680
               05  PT-URL-SW      PIC  X(01).                           00001681
                   88  PT-URL-OK      VALUE 'Y'.                        00001682
               05  PT-SCHEME-NAME PIC  X(16).                           00001683
               05  PT-HOST        PIC  X(80).                           00001684
               05  PT-HOST-LENGTH PIC S9(08) COMP.                      00001685
               05  PT-PORT        PIC S9(08) COMP.                      00001686
               05  PT-STATUS      PIC  X(09).                           00001687
               05  PT-DLQ-DEPTH   PIC S9(04) COMP.                      00001688
                                                                        00001689
       01  PARTNER-MODE-TEXT      PIC  X(07) VALUE SPACES.              00001690
                                                                        00001691
       01  SESSION-TOKEN          PIC  9(18) COMP VALUE ZEROES.         00001692
       01  URL-SCHEME-NAME        PIC  X(16) VALUE SPACES.              00001693
       01  URL-SCHEME             PIC S9(08) COMP VALUE ZEROES.         00001694
       01  URL-PORT               PIC S9(08) COMP VALUE ZEROES.         00001695
       01  URL-HOST-NAME          PIC  X(80) VALUE SPACES.              00001696
       01  URL-HOST-NAME-LENGTH   PIC S9(08) COMP VALUE 80.             00001697
                                                                        00001698
      ***************************************************************** 00001699
      * zECS KEY  record definition.                                  * 00001700
      ***************************************************************** 00001701
       COPY ZECSZKC.                                                    00001702
                                                                        00001703
      ***************************************************************** 00001704
      * zECS FILE record definition.                                  * 00001705
      ***************************************************************** 00001706
       COPY ZECSZFC.                                                    00001707
                                                                        00001708
      ***************************************************************** 00001710
      * zECS SECURITY GRANT record definition.                        * 00001720
      ***************************************************************** 00001730
           MOVE EIBTRNID(3:2)          TO ZQ-TRANID(3:2).               00002160
           MOVE EIBTRNID(3:2)          TO ZE-TRANID(3:2).               00002170
           MOVE EIBTRNID(3:2)          TO STAT-TRANID(3:2).             00002180
           MOVE EIBTRNID(3:2)          TO DC-TRANID(3:2).               00002185
           MOVE EIBTRNID               TO SD-TRANID.                    00002190
                                                                        00002200
           MOVE SPACES                 TO INPUT-BUFFER.                 00002210
                  ZK-CHECKSUM               DELIMITED BY SIZE           00004920
                  '  EXTRA: '               DELIMITED BY SIZE           00004930
                  ZF-EXTRA(1:1)             DELIMITED BY SIZE           00004940
                  ' '                       DELIMITED BY SIZE           00004943
                  ZF-EXTRA(10:3)            DELIMITED BY SIZE           00004946
               INTO OUTPUT-LINE.                                        00004950
           PERFORM 7900-APPEND-LINE    THRU 7900-EXIT.                  00004960
                                                                        00004970
           PERFORM 5100-APPEND-STAT    THRU 5100-EXIT.                  00006020
           MOVE 'REPL'  TO STAT-ID.                                     00006030
           PERFORM 5100-APPEND-STAT    THRU 5100-EXIT.                  00006040
                                                                        00006042
           PERFORM 5300-GET-PARTNERS   THRU 5300-EXIT.                  00006044
                                                                        00006046
      ***************************************************************** 00006047
      * The dead-letter store is a keyed file (it survives region     * 00006048
      * restarts) - its depth is counted by browsing it, capped at    * 00006049
      * 9999, each record also counted against the partner it         * 00006050
      * failed for.                                                   * 00006051
      ***************************************************************** 00006055
           MOVE ZEROES                 TO QUEUE-DEPTH.                  00006056
           MOVE ZEROES                 TO DLQ-ABS.                      00006057
               INTO OUTPUT-LINE.                                        00006430
           PERFORM 7900-APPEND-LINE    THRU 7900-EXIT.                  00006440
                                                                        00006450
           PERFORM 5400-SHOW-PARTNERS  THRU 5400-EXIT.                  00006453
                                                                        00006456
       5000-EXIT.                                                       00006460
           EXIT.                                                        00006470
                                                                        00006480
           PERFORM 7900-APPEND-LINE    THRU 7900-EXIT.                  00006670
                                                                        00006680
       5100-EXIT.                                                       00006690
           EXIT.                                                        00006691
                                                                        00006692
       5200-COUNT-DLQ.                                                  00006693
           MOVE LENGTH OF DLQ-RECORD   TO DLQ-LENGTH.                   00006694
                                                                        00006695
           EXEC CICS READNEXT FILE(ZQ-FCT)                              00006696
                INTO  (DLQ-RECORD)                                      00006697
                RIDFLD(DLQ-KEY-SEQ)                                     00006698
                LENGTH(DLQ-LENGTH)                                      00006699
                RESP  (QUEUE-RESP)                                      00006700
                NOHANDLE                                                00006701
           END-EXEC.                                                    00006702
                                                                        00006703
           IF  QUEUE-RESP NOT EQUAL DFHRESP(NORMAL)                     00006704
               GO TO 5200-EXIT.                                         00006705
                                                                        00006706
           ADD ONE                     TO QUEUE-DEPTH.                  00006707
                                                                        00006708
           PERFORM 5360-MATCH-PARTNER  THRU 5360-EXIT.                  00006709
           IF  PARTNER-MATCH GREATER THAN ZEROES                        00006710
               ADD ONE                 TO PT-DLQ-DEPTH(PARTNER-MATCH).  00006711
                                                                        00006715
       5200-EXIT.                                                       00006716
           EXIT.                                                        00006717
                                                                        00006718
      ***************************************************************** 00006719
      * Load the partner Data Centers exactly as ZECS001's            * 00006720
      * 8000-GET-URL does: line 1 of ZCxxDC sets the replication      * 00006721
      * type, the partners come from ZCxxDP or, when the region has   * 00006722
      * none, the single ZCxxDC URL.  An A1 type, or no usable        * 00006723
      * partner, leaves the region ACTIVE-SINGLE.                     * 00006724
      ***************************************************************** 00006725
       5300-GET-PARTNERS.                                               00006726
           IF  PARTNERS-LOADED                                          00006727
               GO TO 5300-EXIT.                                         00006728
                                                                        00006729
           MOVE 'Y'                           TO PARTNER-LOAD-SW.       00006730
           MOVE ZEROES                        TO PARTNER-COUNT.         00006731
                                                                        00006732
           EXEC CICS DOCUMENT CREATE DOCTOKEN(DC-TOKEN)                 00006733
                TEMPLATE(ZECS-DC)                                       00006734
                NOHANDLE                                                00006735
           END-EXEC.                                                    00006736
                                                                        00006737
           MOVE LENGTH OF DC-CONTROL TO DC-LENGTH.                      00006738
                                                                        00006739
           IF  EIBRESP EQUAL DFHRESP(NORMAL)                            00006740
               EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(DC-TOKEN)           00006741
                    INTO     (DC-CONTROL)                               00006742
                    LENGTH   (DC-LENGTH)                                00006743
                    MAXLENGTH(DC-LENGTH)                                00006744
                    DATAONLY                                            00006745
                    NOHANDLE                                            00006746
               END-EXEC.                                                00006747
                                                                        00006748
           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)  OR                    00006749
               DC-LENGTH LESS THAN EIGHT                                00006750
               MOVE ACTIVE-SINGLE                 TO DC-TYPE            00006751
               GO TO 5300-EXIT.                                         00006752
                                                                        00006753
           IF  DC-TYPE NOT EQUAL ACTIVE-ACTIVE    AND                   00006754
               DC-TYPE NOT EQUAL ACTIVE-STANDBY                         00006755
               MOVE ACTIVE-SINGLE                 TO DC-TYPE            00006756
               GO TO 5300-EXIT.                                         00006757
                                                                        00006758
           PERFORM 5310-LOAD-PARTNERS         THRU 5310-EXIT.           00006759
                                                                        00006760
           IF  PARTNER-COUNT EQUAL ZEROES     AND                       00006761
               DC-LENGTH GREATER THAN TWELVE                            00006762
               SUBTRACT TWELVE FROM DC-LENGTH                           00006763
                             GIVING THE-OTHER-DC-LENGTH                 00006764
               MOVE THE-OTHER-DC                  TO PARTNER-URL        00006765
               MOVE THE-OTHER-DC-LENGTH           TO PARTNER-URL-LENGTH 00006766
               MOVE ONE                           TO PARTNER-COUNT      00006767
               MOVE PARTNER-DEFAULT-NAME          TO PT-NAME(1)         00006768
               MOVE 'A'                           TO PT-MODE(1)         00006769
               PERFORM 5320-PARSE-PARTNER     THRU 5320-EXIT            00006770
               IF  NOT PT-URL-OK(1)                                     00006771
                   MOVE ZEROES                    TO PARTNER-COUNT.     00006772
                                                                        00006773
           IF  PARTNER-COUNT EQUAL ZEROES                               00006774
               MOVE ACTIVE-SINGLE                 TO DC-TYPE.           00006775
                                                                        00006776
       5300-EXIT.                                                       00006777
           EXIT.                                                        00006778
                                                                        00006779
      ***************************************************************** 00006780
      * Load the ZCxxDP partner table.  An absent template leaves     * 00006781
      * PARTNER-COUNT zero (the ZCxxDC URL is used instead); lines    * 00006782
      * with no name or no URL are ignored.                           * 00006783
      ***************************************************************** 00006784
       5310-LOAD-PARTNERS.                                              00006785
           MOVE DC-TRANID                     TO DP-TRANID.             00006786
                                                                        00006787
           EXEC CICS DOCUMENT CREATE DOCTOKEN(DP-TOKEN)                 00006788
                TEMPLATE(ZECS-DP)                                       00006789
                RESP(DP-RESP)                                           00006790
                NOHANDLE                                                00006791
           END-EXEC.                                                    00006792
                                                                        00006793
           IF  DP-RESP NOT EQUAL DFHRESP(NORMAL)                        00006794
               GO TO 5310-EXIT.                                         00006795
                                                                        00006796
           MOVE SPACES                        TO DP-DSECT.              00006797
           MOVE LENGTH OF DP-DSECT            TO DP-DSECT-LENGTH.       00006798
                                                                        00006799
           EXEC CICS DOCUMENT RETRIEVE DOCTOKEN(DP-TOKEN)               00006800
                INTO     (DP-DSECT)                                     00006801
                LENGTH   (DP-DSECT-LENGTH)                              00006802
                MAXLENGTH(DP-DSECT-LENGTH)                              00006803
                DATAONLY                                                00006804
                RESP(DP-RESP)                                           00006805
                NOHANDLE                                                00006806
           END-EXEC.                                                    00006807
                                                                        00006808
           IF  DP-RESP NOT EQUAL DFHRESP(NORMAL)                        00006809
               GO TO 5310-EXIT.                                         00006810
                                                                        00006811
           PERFORM 5315-LOAD-PARTNER          THRU 5315-EXIT            00006812
               VARYING DP-INDEX FROM 1 BY 1                             00006813
               UNTIL   DP-INDEX GREATER THAN EIGHT.                     00006814
                                                                        00006815
       5310-EXIT.                                                       00006816
           EXIT.                                                        00006817
                                                                        00006818
       5315-LOAD-PARTNER.                                               00006819
           IF  DP-NAME(DP-INDEX) EQUAL SPACES  OR                       00006820
               DP-URL (DP-INDEX) EQUAL SPACES                           00006821
               GO TO 5315-EXIT.                                         00006822
                                                                        00006823
           ADD  ONE                           TO PARTNER-COUNT.         00006824
           MOVE DP-NAME(DP-INDEX)             TO PT-NAME(PARTNER-COUNT).00006825
                                                                        00006826
           IF  DP-MODE(DP-INDEX) EQUAL 'S'                              00006827
               MOVE 'S'                       TO PT-MODE(PARTNER-COUNT) 00006828
           ELSE                                                         00006829
               MOVE 'A'                       TO PT-MODE(PARTNER-COUNT).00006830
                                                                        00006831
           MOVE DP-URL(DP-INDEX)              TO PARTNER-URL.           00006832
           MOVE ZEROES                        TO PARTNER-URL-LENGTH.    00006833
           INSPECT PARTNER-URL                                          00006834
               TALLYING PARTNER-URL-LENGTH                              00006835
               FOR CHARACTERS BEFORE INITIAL SPACE.                     00006836
                                                                        00006837
           PERFORM 5320-PARSE-PARTNER         THRU 5320-EXIT.           00006838
                                                                        00006839
       5315-EXIT.                                                       00006840
           EXIT.                                                        00006841
                                                                        00006842
      ***************************************************************** 00006843
      * Parse PARTNER-URL into the newest partner table entry.  A URL * 00006844
      * that will not parse leaves PT-URL-SW 'N' - the partner stays  * 00006845
      * listed, and replication to it is dead-lettered.               * 00006846
      ***************************************************************** 00006847
       5320-PARSE-PARTNER.                                              00006848
           MOVE 'N'                    TO PT-URL-SW     (PARTNER-COUNT).00006849
           MOVE SPACES                 TO PT-STATUS     (PARTNER-COUNT).00006850
           MOVE ZEROES                 TO PT-DLQ-DEPTH  (PARTNER-COUNT).00006851
           MOVE SPACES                 TO PT-SCHEME-NAME(PARTNER-COUNT).00006852
           MOVE SPACES                 TO PT-HOST       (PARTNER-COUNT).00006853
           MOVE ZEROES                 TO PT-HOST-LENGTH(PARTNER-COUNT).00006854
           MOVE ZEROES                 TO PT-PORT       (PARTNER-COUNT).00006855
                                                                        00006856
           IF  PARTNER-URL-LENGTH LESS THAN TEN                         00006857
               GO TO 5320-EXIT.                                         00006858
                                                                        00006859
           MOVE SPACES                        TO URL-HOST-NAME.         00006860
           MOVE LENGTH OF URL-HOST-NAME       TO URL-HOST-NAME-LENGTH.  00006861
                                                                        00006862
           EXEC CICS WEB PARSE                                          00006863
                URL(PARTNER-URL)                                        00006864
                URLLENGTH(PARTNER-URL-LENGTH)                           00006865
                SCHEMENAME(URL-SCHEME-NAME)                             00006866
                HOST(URL-HOST-NAME)                                     00006867
                HOSTLENGTH(URL-HOST-NAME-LENGTH)                        00006868
                PORTNUMBER(URL-PORT)                                    00006869
                NOHANDLE                                                00006870
           END-EXEC.                                                    00006871
                                                                        00006872
           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)                        00006873
               GO TO 5320-EXIT.                                         00006874
                                                                        00006875
           MOVE 'Y'                    TO PT-URL-SW     (PARTNER-COUNT).00006876
           MOVE URL-SCHEME-NAME        TO PT-SCHEME-NAME(PARTNER-COUNT).00006877
           MOVE URL-HOST-NAME          TO PT-HOST       (PARTNER-COUNT).00006878
           MOVE URL-HOST-NAME-LENGTH   TO PT-HOST-LENGTH(PARTNER-COUNT).00006879
           MOVE URL-PORT               TO PT-PORT       (PARTNER-COUNT).00006880
                                                                        00006881
       5320-EXIT.                                                       00006882
           EXIT.                                                        00006883
                                                                        00006884
      ***************************************************************** 00006885
      * Find the partner a dead letter belongs to - by DLQ-PARTNER,   * 00006886
      * or, for a record written before the partner table, by         * 00006887
      * DLQ-TARGET-HOST.  PARTNER-MATCH is zero when the partner is   * 00006888
      * no longer listed.                                             * 00006889
      ***************************************************************** 00006890
       5360-MATCH-PARTNER.                                              00006891
           MOVE ZEROES                        TO PARTNER-MATCH.         00006892
                                                                        00006893
           PERFORM 5365-MATCH-ONE             THRU 5365-EXIT            00006894
               VARYING DP-INDEX FROM PARTNER-COUNT BY -1                00006895
               UNTIL   DP-INDEX LESS THAN ONE.                          00006896
                                                                        00006897
       5360-EXIT.                                                       00006898
           EXIT.                                                        00006899
                                                                        00006900
       5365-MATCH-ONE.                                                  00006901
           IF  DLQ-PARTNER NOT EQUAL SPACES                             00006902
               IF  DLQ-PARTNER EQUAL PT-NAME(DP-INDEX)                  00006903
                   MOVE DP-INDEX                  TO PARTNER-MATCH      00006904
               END-IF                                                   00006905
           ELSE                                                         00006906
               IF  DLQ-TARGET-HOST EQUAL PT-HOST(DP-INDEX)              00006907
                   MOVE DP-INDEX                  TO PARTNER-MATCH.     00006908
                                                                        00006909
       5365-EXIT.                                                       00006910
           EXIT.                                                        00006911
                                                                        00006912
      ***************************************************************** 00006913
      * Partner lines: name, active/standby, handshake result (a WEB  * 00006914
      * OPEN/CLOSE, as the health probe does) and the partner's       * 00006915
      * dead-letter depth.                                            * 00006916
      ***************************************************************** 00006917
       5400-SHOW-PARTNERS.                                              00006918
           MOVE SPACES                 TO OUTPUT-LINE.                  00006919
                                                                        00006920
           IF  DC-TYPE EQUAL ACTIVE-SINGLE                              00006921
               MOVE 'PARTNERS:    NONE (ACTIVE-SINGLE)' TO OUTPUT-LINE  00006922
               PERFORM 7900-APPEND-LINE THRU 7900-EXIT                  00006923
               GO TO 5400-EXIT.                                         00006924
                                                                        00006925
           STRING 'PARTNERS:    '           DELIMITED BY SIZE           00006926
                  DC-TYPE                   DELIMITED BY SIZE           00006927
               INTO OUTPUT-LINE.                                        00006928
           PERFORM 7900-APPEND-LINE    THRU 7900-EXIT.                  00006929
                                                                        00006930
           PERFORM 5410-SHOW-PARTNER   THRU 5410-EXIT                   00006931
               VARYING PARTNER-INDEX FROM 1 BY 1                        00006932
               UNTIL   PARTNER-INDEX GREATER THAN PARTNER-COUNT.        00006933
                                                                        00006934
       5400-EXIT.                                                       00006935
           EXIT.                                                        00006936
                                                                        00006937
       5410-SHOW-PARTNER.                                               00006938
           IF  PT-URL-OK(PARTNER-INDEX)                                 00006939
               PERFORM 5420-HANDSHAKE  THRU 5420-EXIT                   00006940
           ELSE                                                         00006941
               MOVE 'BAD URL'          TO PT-STATUS(PARTNER-INDEX).     00006942
                                                                        00006943
           IF  PT-STANDBY(PARTNER-INDEX)                                00006944
               MOVE 'STANDBY'          TO PARTNER-MODE-TEXT             00006945
           ELSE                                                         00006946
               MOVE 'ACTIVE'           TO PARTNER-MODE-TEXT.            00006947
                                                                        00006948
           MOVE PT-DLQ-DEPTH(PARTNER-INDEX) TO EDIT-DEPTH.              00006949
           MOVE SPACES                 TO OUTPUT-LINE.                  00006950
           STRING '  '                      DELIMITED BY SIZE           00006951
                  PT-NAME(PARTNER-INDEX)    DELIMITED BY SIZE           00006952
                  ' '                       DELIMITED BY SIZE           00006953
                  PARTNER-MODE-TEXT         DELIMITED BY SIZE           00006954
                  ' '                       DELIMITED BY SIZE           00006955
                  PT-STATUS(PARTNER-INDEX)  DELIMITED BY SIZE           00006956
                  ' DLQ='                   DELIMITED BY SIZE           00006957
                  EDIT-DEPTH                DELIMITED BY SIZE           00006958
               INTO OUTPUT-LINE.                                        00006959
           PERFORM 7900-APPEND-LINE    THRU 7900-EXIT.                  00006960
                                                                        00006961
       5410-EXIT.                                                       00006962
           EXIT.                                                        00006963
                                                                        00006964
      ***************************************************************** 00006965
      * Open and close a WEB session with one partner.                * 00006966
      ***************************************************************** 00006967
       5420-HANDSHAKE.                                                  00006968
           IF  PT-SCHEME-NAME(PARTNER-INDEX) EQUAL 'HTTPS'              00006969
               MOVE DFHVALUE(HTTPS)    TO URL-SCHEME                    00006970
           ELSE                                                         00006971
               MOVE DFHVALUE(HTTP)     TO URL-SCHEME.                   00006972
                                                                        00006973
           MOVE PT-HOST       (PARTNER-INDEX) TO URL-HOST-NAME.         00006974
           MOVE PT-HOST-LENGTH(PARTNER-INDEX) TO URL-HOST-NAME-LENGTH.  00006975
           MOVE PT-PORT       (PARTNER-INDEX) TO URL-PORT.              00006976
                                                                        00006977
           EXEC CICS WEB OPEN                                           00006978
                HOST(URL-HOST-NAME)                                     00006979
                HOSTLENGTH(URL-HOST-NAME-LENGTH)                        00006980
                PORTNUMBER(URL-PORT)                                    00006981
                SCHEME(URL-SCHEME)                                      00006982
                SESSTOKEN(SESSION-TOKEN)                                00006983
                NOHANDLE                                                00006984
           END-EXEC.                                                    00006985
                                                                        00006986
           IF  EIBRESP NOT EQUAL DFHRESP(NORMAL)                        00006987
               MOVE 'OPEN FAIL'        TO PT-STATUS(PARTNER-INDEX)      00006988
               GO TO 5420-EXIT.                                         00006989
                                                                        00006990
           MOVE 'OK'                   TO PT-STATUS(PARTNER-INDEX).     00006991
                                                                        00006992
           EXEC CICS WEB CLOSE                                          00006993
                SESSTOKEN(SESSION-TOKEN)                                00006994
                NOHANDLE                                                00006995
           END-EXEC.                                                    00006996
                                                                        00006997
       5420-EXIT.                                                       00006998
           EXIT.                                                        00006999
                                                                        00007000
                                                                        00007001
      ***************************************************************** 00007002
      * Help screen.                                                  * 00007003
      ***************************************************************** 00007004
       6000-SHOW-HELP.                                                  00007005
           MOVE 'zECS OPERATOR CONSOLE'        TO OUTPUT-LINE.          00007006
           PERFORM 7900-APPEND-LINE    THRU 7900-EXIT.                  00007007
           MOVE 'K key-path  - key inquiry'    TO OUTPUT-LINE.          00007008
           PERFORM 7900-APPEND-LINE    THRU 7900-EXIT.                  00007009
           MOVE 'P prefix    - browse keys under prefix'                00007010
             TO OUTPUT-LINE.                                            00007011
           PERFORM 7900-APPEND-LINE    THRU 7900-EXIT.                  00007012
           MOVE 'S           - statistics, queue depths and partners'   00007013
             TO OUTPUT-LINE.                                            00007014
           PERFORM 7900-APPEND-LINE    THRU 7900-EXIT.                  00007015
       6000-EXIT.                                                       00007016
           EXIT.                                                        00007017
                                                                        00007018
      ***************************************************************** 00007019
      * Append OUTPUT-LINE (trailing blanks trimmed) and an NL to     * 00007020
      * the screen buffer.                                            * 00007021
      ***************************************************************** 00007022
       7900-APPEND-LINE.                                                00007023
           MOVE LENGTH OF OUTPUT-LINE  TO OUTPUT-LINE-LENGTH.           00007024
           PERFORM 7910-TRIM-LINE      THRU 7910-EXIT                   00007025
               WITH TEST BEFORE                                         00007026
               UNTIL OUTPUT-LINE-LENGTH EQUAL ONE                       00007027
               OR    OUTPUT-LINE(OUTPUT-LINE-LENGTH:1)                  00007028
                     NOT EQUAL SPACE.                                   00007029
                                                                        00007030
           IF  OUTPUT-LENGTH + OUTPUT-LINE-LENGTH + ONE                 00007031
                   LESS THAN LENGTH OF OUTPUT-BUFFER                    00007032
               MOVE OUTPUT-LINE(1:OUTPUT-LINE-LENGTH)                   00007033
                 TO OUTPUT-BUFFER(OUTPUT-LENGTH + 1:                    00007040
                                  OUTPUT-LINE-LENGTH)                   00007050
               ADD  OUTPUT-LINE-LENGTH TO OUTPUT-LENGTH                 00007060
