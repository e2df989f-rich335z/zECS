      * the list changes online, no region bounce required.          *  00000140
      *                                                              *  00000150
      * GET    /sensitive/{prefix}  - report whether the prefix is   *  00000160
      *                               listed, and its encrypt flag.  *  00000170
      * PUT    /sensitive/{prefix}  - add the prefix to the list.    *  00000180
      * POST   /sensitive/{prefix}  - same as PUT.                   *  00000190
      * PUT    /sensitive/{prefix}?encrypt=Y                         *  00000191
      *                             - list the prefix AND encrypt    *  00000192
      *                               every payload stored under it  *  00000193
      *                               at rest (see ZECSEKC.cpy).     *  00000194
      * PUT    /sensitive/{prefix}?encrypt=N                         *  00000195
      *                             - keep the prefix listed but     *  00000196
      *                               stop encrypting new writes;    *  00000197
      *                               entries already stored stay    *  00000198
      *                               encrypted until rewritten.     *  00000199
      *                               Without the query string an    *  00000200
      *                               existing prefix keeps its      *  00000201
      *                               setting.                       *  00000202
      * DELETE /sensitive/{prefix}  - remove the prefix.             *  00000203
      *                                                              *  00000210
      * {prefix} is a bare BU_SBU or a BU_SBU/application pair,      *  00000220
      * exactly as it appears ahead of the key in the cache URI.     *  00000230
       01  URI-PREFIX             PIC X(128) VALUE SPACES.              00001260
       01  USER-ADMIN             PIC  X(01) VALUE 'N'.                 00001270
                                                                        00001280
       01  ENCRYPT-OPTION         PIC  X(01) VALUE SPACES.              00001281
       01  ENCRYPT-QUERY          PIC  X(08) VALUE 'encrypt='.          00001282
                                                                        00001283
       01  HTTP-INVALID-QUERY.                                          00001284
           02  FILLER             PIC  X(16) VALUE 'Query string mus'.  00001285
           02  FILLER             PIC  X(16) VALUE 't be encrypt=Y/N'.  00001286
                                                                        00001287
       01  PREFIX-REPORT.                                               00001288
           02  PR-PREFIX          PIC X(128) VALUE SPACES.              00001289
           02  FILLER             PIC  X(09) VALUE ' ENCRYPT='.         00001290
           02  PR-ENCRYPT         PIC  X(01) VALUE SPACES.              00001291
                                                                        00001292
      ***************************************************************** 00001293
      * Security Definition - same ZCxxSD document template ZECS001   * 00001300
      * scans, consulted here for the caller's ADMIN entry.           * 00001310
      ***************************************************************** 00001320
       01  FC-READ                PIC  X(07) VALUE 'READ   '.           00001560
       01  FC-WRITE               PIC  X(07) VALUE 'WRITE  '.           00001570
       01  FC-DELETE              PIC  X(07) VALUE 'DELETE '.           00001580
       01  FC-REWRITE             PIC  X(07) VALUE 'REWRITE'.           00001585
                                                                        00001590
       01  TD-QUEUE               PIC  X(04) VALUE '@tdq@'.             00001600
       01  TD-LENGTH              PIC S9(04) COMP VALUE ZEROES.         00001610
           MOVE WEB-PATH(RESOURCES-LENGTH + ONE:URI-PREFIX-LENGTH)      00002630
               TO URI-PREFIX.                                           00002640
                                                                        00002650
           PERFORM 1050-ENCRYPT-OPTION     THRU 1050-EXIT.              00002653
                                                                        00002656
           PERFORM 1500-AUTHENTICATE       THRU 1500-EXIT.              00002660
           PERFORM 1600-ADMIN-ACCESS       THRU 1600-EXIT.              00002670
       1000-EXIT.                                                       00002680
           EXIT.                                                        00002681
                                                                        00002682
      ***************************************************************** 00002683
      * Encrypt option - ?encrypt=Y or ?encrypt=N, nothing else.      * 00002684
      * Only a PUT/POST acts on it.                                   * 00002685
      ***************************************************************** 00002686
       1050-ENCRYPT-OPTION.                                             00002687
           MOVE SPACES                     TO ENCRYPT-OPTION.           00002688
                                                                        00002689
           IF  WEB-QUERYSTRING-LENGTH EQUAL ZEROES                      00002690
               GO TO 1050-EXIT.                                         00002691
                                                                        00002692
           IF  WEB-QUERYSTRING-LENGTH EQUAL 9             AND           00002693
               WEB-QUERYSTRING(1:8) EQUAL ENCRYPT-QUERY    AND          00002694
              (WEB-QUERYSTRING(9:1) EQUAL 'Y'  OR                       00002695
               WEB-QUERYSTRING(9:1) EQUAL 'N')                          00002696
               MOVE WEB-QUERYSTRING(9:1)   TO ENCRYPT-OPTION            00002697
               GO TO 1050-EXIT.                                         00002698
                                                                        00002699
           MOVE HTTP-INVALID-QUERY         TO HTTP-400-TEXT.            00002700
           PERFORM 9400-STATUS-400       THRU 9400-EXIT.                00002701
           PERFORM 9000-RETURN           THRU 9000-EXIT.                00002702
       1050-EXIT.                                                       00002703
           EXIT.                                                        00002704
                                                                        00002705
      ***************************************************************** 00002710
      * LINK to ZECS002 to perform Basic Authentication.  Identical   * 00002720
      * to ZECS004's 1500-AUTHENTICATE - every method against this    * 00002730
                                                                        00004230
      ***************************************************************** 00004240
      * HTTP GET.  Report whether the prefix is listed - 200 with     * 00004250
      * the prefix and its encrypt flag when it is, 204 when it is    * 00004256
      * not.                                                          * 00004262
      ***************************************************************** 00004270
       3000-READ-PREFIX.                                                00004280
           MOVE LENGTH OF ZN-RECORD    TO ZN-LENGTH.                    00004290
               PERFORM 9800-STATUS-507  THRU 9800-EXIT                  00004480
               PERFORM 9000-RETURN       THRU 9000-EXIT.                00004490
                                                                        00004500
           MOVE ZN-PREFIX               TO PR-PREFIX.                   00004501
           IF  ZN-ENCRYPTED                                             00004502
               MOVE 'Y'                 TO PR-ENCRYPT                   00004503
           ELSE                                                         00004504
               MOVE 'N'                 TO PR-ENCRYPT.                  00004505
                                                                        00004506
           PERFORM 9001-ACAO         THRU 9001-EXIT.                    00004510
           MOVE DFHVALUE(IMMEDIATE)     TO SEND-ACTION.                 00004520
           EXEC CICS WEB SEND                                           00004530
                FROM      (PREFIX-REPORT)                               00004540
                FROMLENGTH(LENGTH OF PREFIX-REPORT)                     00004550
                MEDIATYPE (TEXT-PLAIN)                                  00004560
                ACTION    (SEND-ACTION)                                 00004570
                STATUSCODE(HTTP-STATUS-200)                             00004580
                                                                        00004630
      ***************************************************************** 00004640
      * HTTP PUT/POST.  Add the prefix - presence on the file IS the  * 00004650
      * designation, so a DUPREC simply means it was already there;   * 00004656
      * an ?encrypt= option then updates the listed prefix's flag.    * 00004662
      ***************************************************************** 00004670
       4000-WRITE-PREFIX.                                               00004680
           MOVE URI-PREFIX          TO ZN-PREFIX.                       00004690
           MOVE ENCRYPT-OPTION      TO ZN-ENCRYPT.                      00004695
           MOVE LENGTH OF ZN-RECORD TO ZN-LENGTH.                       00004700
                                                                        00004710
           EXEC CICS WRITE FILE(ZN-FCT)                                 00004720
               PERFORM 9800-STATUS-507 THRU 9800-EXIT                   00004870
               PERFORM 9000-RETURN     THRU 9000-EXIT.                  00004880
                                                                        00004890
           IF  WRITE-RESP EQUAL DFHRESP(DUPREC)  AND                    00004892
               ENCRYPT-OPTION NOT EQUAL SPACES                          00004894
               PERFORM 4100-REWRITE-PREFIX THRU 4100-EXIT.              00004896
                                                                        00004898
           PERFORM 9700-STATUS-204   THRU 9700-EXIT.                    00004900
       4000-EXIT.                                                       00004910
           EXIT.                                                        00004911
                                                                        00004912
      ***************************************************************** 00004913
      * Already listed - set the encrypt flag on the existing record. * 00004914
      ***************************************************************** 00004915
       4100-REWRITE-PREFIX.                                             00004916
           MOVE LENGTH OF ZN-RECORD TO ZN-LENGTH.                       00004917
                                                                        00004918
           EXEC CICS READ FILE(ZN-FCT)                                  00004919
                INTO  (ZN-RECORD)                                       00004920
                RIDFLD(URI-PREFIX)                                      00004921
                LENGTH(ZN-LENGTH)                                       00004922
                RESP  (READ-RESP)                                       00004923
                NOHANDLE                                                00004924
                UPDATE                                                  00004925
           END-EXEC.                                                    00004926
                                                                        00004927
           IF  READ-RESP NOT EQUAL DFHRESP(NORMAL)                      00004928
               MOVE '4100'              TO KE-PARAGRAPH                 00004929
               MOVE FC-READ             TO KE-FN                        00004930
               PERFORM 9200-KEY-ERROR THRU 9200-EXIT                    00004931
               MOVE HTTP-KEY-ERROR      TO HTTP-507-TEXT                00004932
               MOVE HTTP-KEY-LENGTH     TO HTTP-507-LENGTH              00004933
               PERFORM 9800-STATUS-507 THRU 9800-EXIT                   00004934
               PERFORM 9000-RETURN     THRU 9000-EXIT.                  00004935
                                                                        00004936
           MOVE ENCRYPT-OPTION      TO ZN-ENCRYPT.                      00004937
                                                                        00004938
           EXEC CICS REWRITE FILE(ZN-FCT)                               00004939
                FROM  (ZN-RECORD)                                       00004940
                LENGTH(ZN-LENGTH)                                       00004941
                RESP  (WRITE-RESP)                                      00004942
                NOHANDLE                                                00004943
           END-EXEC.                                                    00004944
                                                                        00004945
           IF  WRITE-RESP NOT EQUAL DFHRESP(NORMAL)                     00004946
               MOVE '4100'              TO KE-PARAGRAPH                 00004947
               MOVE FC-REWRITE          TO KE-FN                        00004948
               PERFORM 9200-KEY-ERROR THRU 9200-EXIT                    00004949
               MOVE HTTP-KEY-ERROR      TO HTTP-507-TEXT                00004950
               MOVE HTTP-KEY-LENGTH     TO HTTP-507-LENGTH              00004951
               PERFORM 9800-STATUS-507 THRU 9800-EXIT                   00004952
               PERFORM 9000-RETURN     THRU 9000-EXIT.                  00004953
       4100-EXIT.                                                       00004954
           EXIT.                                                        00004955
                                                                        00004956
      ***************************************************************** 00004957
      * HTTP DELETE.  Remove the prefix from the list.                * 00004958
      ***************************************************************** 00004960
       5000-DELETE-PREFIX.                                              00004970
           EXEC CICS DELETE FILE(ZN-FCT)                                00004980
