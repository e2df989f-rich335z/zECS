      *   TTL=nnnnnnn   - default TTL in seconds (7 digits)           * 00000250
      *   MAX=nnnnnnn   - maximum TTL in seconds (7 digits)           * 00000260
      *   TYPE=LAT|LUT  - TTL type                                    * 00000270
      *   VER=nn        - prior versions to retain, 00-08 (2 digits)  * 00000275
      * e.g. TTL=0001800,MAX=0086400,TYPE=LAT - a value not listed    * 00000280
      * (or zero) leaves the region-wide behavior for that aspect.    * 00000290
      *                                                               * 00000300
       01  BODY-TOKEN-1           PIC  X(20) VALUE SPACES.              00001350
       01  BODY-TOKEN-2           PIC  X(20) VALUE SPACES.              00001360
       01  BODY-TOKEN-3           PIC  X(20) VALUE SPACES.              00001370
       01  BODY-TOKEN-4           PIC  X(20) VALUE SPACES.              00001375
       01  TOKEN-VALUE            PIC  X(20) VALUE SPACES.              00001380
                                                                        00001390
       01  READ-RESP              PIC S9(08) COMP VALUE ZEROES.         00001400
                  ZP-MAXIMUM-TTL DELIMITED BY SIZE                      00004700
                  ',TYPE=' DELIMITED BY SIZE                            00004710
                  ZP-TTL-TYPE DELIMITED BY SIZE                         00004720
                  ',VER=' DELIMITED BY SIZE                             00004723
                  ZP-VERSIONS DELIMITED BY SIZE                         00004726
               INTO POLICY-REPLY.                                       00004730
                                                                        00004740
           PERFORM 9001-ACAO         THRU 9001-EXIT.                    00004750
           MOVE POLICY-PREFIX       TO ZP-PREFIX.                       00005630
           MOVE ZEROES              TO ZP-DEFAULT-TTL.                  00005640
           MOVE ZEROES              TO ZP-MAXIMUM-TTL.                  00005650
           MOVE SPACES              TO ZP-TTL-TYPE.                     00005653
           MOVE ZEROES              TO ZP-VERSIONS.                     00005656
                                                                        00005661
           IF  RECEIVE-LENGTH LESS THAN ONE                             00005662
               GO TO 4100-EXIT.                                         00005663
           MOVE SPACES              TO BODY-TOKEN-1.                    00005680
           MOVE SPACES              TO BODY-TOKEN-2.                    00005690
           MOVE SPACES              TO BODY-TOKEN-3.                    00005700
           MOVE SPACES              TO BODY-TOKEN-4.                    00005705
                                                                        00005710
           UNSTRING POLICY-BODY(1:RECEIVE-LENGTH)                       00005720
               DELIMITED BY ALL ','                                     00005730
               INTO BODY-TOKEN-1                                        00005740
                    BODY-TOKEN-2                                        00005750
                    BODY-TOKEN-3                                        00005756
                    BODY-TOKEN-4.                                       00005762
                                                                        00005770
           MOVE BODY-TOKEN-1        TO TOKEN-VALUE.                     00005780
           PERFORM 4110-APPLY-TOKEN THRU 4110-EXIT.                     00005790
           MOVE BODY-TOKEN-2        TO TOKEN-VALUE.                     00005800
           PERFORM 4110-APPLY-TOKEN THRU 4110-EXIT.                     00005810
           MOVE BODY-TOKEN-3        TO TOKEN-VALUE.                     00005820
           PERFORM 4110-APPLY-TOKEN THRU 4110-EXIT.                     00005823
           MOVE BODY-TOKEN-4        TO TOKEN-VALUE.                     00005826
           PERFORM 4110-APPLY-TOKEN THRU 4110-EXIT.                     00005830
       4100-EXIT.                                                       00005840
           EXIT.                                                        00005850
               IF  TOKEN-VALUE(6:3) EQUAL 'LAT' OR                      00006020
                   TOKEN-VALUE(6:3) EQUAL 'LUT'                         00006030
                   MOVE TOKEN-VALUE(6:3) TO ZP-TTL-TYPE.                00006040
                                                                        00006041
           IF  TOKEN-VALUE(1:4) EQUAL 'VER='                            00006042
               IF  TOKEN-VALUE(5:2) NUMERIC                             00006043
                   MOVE TOKEN-VALUE(5:2) TO ZP-VERSIONS                 00006044
                   IF  ZP-VERSIONS GREATER THAN 8                       00006045
                       MOVE 8            TO ZP-VERSIONS.                00006046
       4110-EXIT.                                                       00006050
           EXIT.                                                        00006060
                                                                        00006070
