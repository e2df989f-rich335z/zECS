      * way in: ZK-SEGMENTS is always 'Y' and segments are numbered   * 00000330
      * from 1, the same shape ZECS001's 4110-PRIME-KEY/4120-WRITE-   * 00000340
      * KEY produce, so a pre-segmentation unload loads cleanly.      * 00000350
      *                                                               * 00000351
      * Encrypted entries (ZF-EXTRA byte 10 'E') are reloaded as the  * 00000352
      * ciphertext they were unloaded as, flag bytes intact - the     * 00000353
      * target region needs the same key generation in its ZCxxEK     * 00000354
      * (ZECSRKY can re-key them afterwards).                         * 00000355
      *                                                               * 00000360
      * A key that already exists in the target ZK-FCT is counted    *  00000370
      * and skipped (first loader wins); a header whose data records  * 00000380
               ORGANIZATION IS LINE SEQUENTIAL                          00000700
               FILE STATUS IS WS-RPT-STATUS.                            00000710
                                                                        00000720
           SELECT LDG-OUT ASSIGN TO LEDGER                              00000722
               ORGANIZATION IS SEQUENTIAL                               00000724
               FILE STATUS IS WS-LDG-STATUS.                            00000726
                                                                        00000728
       DATA DIVISION.                                                   00000730
       FILE SECTION.                                                    00000740
       FD  UNL-IN                                                       00000750
       FD  RPT-OUT                                                      00001030
           RECORD CONTAINS 132 CHARACTERS.                              00001040
       01  RPT-LINE                   PIC  X(132).                      00001050
                                                                        00001052
      ***************************************************************** 00001054
      * Batch run ledger - this run's START and END records are       * 00001056
      * appended for ZECSLDR's morning summary.                       * 00001058
      ***************************************************************** 00001060
       FD  LDG-OUT                                                      00001062
           RECORD CONTAINS 100 CHARACTERS.                              00001064
       01  LDG-OUT-RECORD             PIC  X(100).                      00001066
                                                                        00001068
       WORKING-STORAGE SECTION.                                         00001070
       01  WS-UNL-STATUS              PIC  X(02) VALUE SPACES.          00001080
       01  WS-ZK-STATUS               PIC  X(02) VALUE SPACES.          00001090
               'SEQ CLASHES:       '.                                   00001870
           05  SL-CLASH-KEYS          PIC ZZZ,ZZZ,ZZ9.                  00001880
                                                                        00001890
      ***************************************************************** 00001891
      * zECS BATCH RUN LEDGER record definition.                      * 00001892
      ***************************************************************** 00001893
       COPY ZECSLDG.                                                    00001894
       01  WS-LDG-STATUS              PIC  X(02) VALUE SPACES.          00001895
       01  WS-LDG-MODE                PIC  X(01) VALUE SPACES.          00001896
       01  WS-LDG-START-DATE          PIC  9(08) VALUE ZEROES.          00001897
       01  WS-LDG-START-TIME          PIC  9(08) VALUE ZEROES.          00001898
                                                                        00001899
       PROCEDURE DIVISION.                                              00001900
       0000-MAIN.                                                       00001910
           PERFORM 0050-ACCEPT-PARMS      THRU 0050-EXIT.               00001920
           PERFORM 0070-LEDGER-START      THRU 0070-EXIT.               00001925
           PERFORM 0100-OPEN-FILES        THRU 0100-EXIT.               00001930
           PERFORM 0200-PROCESS-RECORDS   THRU 0200-EXIT                00001940
               UNTIL UNL-EOF.                                           00001950
           PERFORM 0280-CLOSE-ENTRY       THRU 0280-EXIT.               00001960
           PERFORM 0300-WRITE-SUMMARY     THRU 0300-EXIT.               00001970
           PERFORM 0900-CLOSE-FILES       THRU 0900-EXIT.               00001980
           PERFORM 0950-LEDGER-END        THRU 0950-EXIT.               00001985
           STOP RUN.                                                    00001990
                                                                        00002000
       0050-ACCEPT-PARMS.                                               00002010
           IF  WS-SEQ-PARM NUMERIC                                      00002030
               MOVE WS-SEQ-PARM TO WS-RELOAD-SEQ.                       00002040
       0050-EXIT.                                                       00002050
           EXIT.                                                        00002051
                                                                        00002052
      ***************************************************************** 00002053
      * Append this run's START record to the ledger before any file  * 00002054
      * is opened - a run that abends from here on leaves it without  * 00002055
      * an END record.                                                * 00002056
      ***************************************************************** 00002057
       0070-LEDGER-START.                                               00002058
           MOVE SPACES               TO WS-LDG-MODE.                    00002059
           ACCEPT WS-LDG-START-DATE  FROM DATE YYYYMMDD.                00002060
           ACCEPT WS-LDG-START-TIME  FROM TIME.                         00002061
                                                                        00002062
           MOVE SPACES               TO LDG-RECORD.                     00002063
           MOVE 'ZECSREL'            TO LDG-JOB.                        00002064
           MOVE 'S'                  TO LDG-EVENT.                      00002065
           MOVE WS-LDG-MODE          TO LDG-MODE.                       00002066
           MOVE WS-LDG-START-DATE    TO LDG-START-DATE.                 00002067
           MOVE WS-LDG-START-TIME    TO LDG-START-TIME.                 00002068
           MOVE ZEROES               TO LDG-END-DATE                    00002069
                                        LDG-END-TIME                    00002070
                                        LDG-PROCESSED                   00002071
                                        LDG-OUTPUT                      00002072
                                        LDG-FOUND                       00002073
                                        LDG-REPAIRED.                   00002074
           PERFORM 0960-APPEND-LEDGER THRU 0960-EXIT.                   00002075
       0070-EXIT.                                                       00002076
           EXIT.                                                        00002077
                                                                        00002078
       0100-OPEN-FILES.                                                 00002080
           OPEN INPUT UNL-IN.                                           00002090
           OPEN I-O   ZK-FCT.                                           00002100
           CLOSE RPT-OUT.                                               00003940
       0900-EXIT.                                                       00003950
           EXIT.                                                        00003960
                                                                        00003970
      ***************************************************************** 00003980
      * Append this run's END record - completion status and the      * 00003990
      * run's counts, mapped on to the ledger columns as ZECSLDG.cpy  * 00004000
      * describes.                                                    * 00004010
      ***************************************************************** 00004020
       0950-LEDGER-END.                                                 00004030
           MOVE SPACES               TO LDG-RECORD.                     00004040
           MOVE 'ZECSREL'            TO LDG-JOB.                        00004050
           MOVE 'E'                  TO LDG-EVENT.                      00004060
           MOVE WS-LDG-MODE          TO LDG-MODE.                       00004070
           MOVE WS-LDG-START-DATE    TO LDG-START-DATE.                 00004080
           MOVE WS-LDG-START-TIME    TO LDG-START-TIME.                 00004090
           ACCEPT LDG-END-DATE       FROM DATE YYYYMMDD.                00004100
           ACCEPT LDG-END-TIME       FROM TIME.                         00004110
           MOVE 'C'                  TO LDG-STATUS.                     00004120
           MOVE WS-TOTAL-HEADERS     TO LDG-PROCESSED.                  00004130
           MOVE WS-LOADED-KEYS       TO LDG-OUTPUT.                     00004140
           COMPUTE LDG-FOUND = WS-DUPLICATE-KEYS + WS-INCOMPLETE-KEYS   00004150
                             + WS-CLASH-KEYS.                           00004160
           MOVE ZEROES               TO LDG-REPAIRED.                   00004170
           PERFORM 0960-APPEND-LEDGER THRU 0960-EXIT.                   00004180
       0950-EXIT.                                                       00004190
           EXIT.                                                        00004200
                                                                        00004210
      ***************************************************************** 00004220
      * Open, append one record and close again, so each record is on * 00004230
      * the dataset the moment it is written.  A first-ever run falls * 00004240
      * back to creating the ledger, as ZECSRPT's 0400-WRITE-HISTORY  * 00004250
      * does; a ledger that will not open costs the run its entry,    * 00004260
      * nothing more.                                                 * 00004270
      ***************************************************************** 00004280
       0960-APPEND-LEDGER.                                              00004290
           OPEN EXTEND LDG-OUT.                                         00004300
           IF  WS-LDG-STATUS NOT EQUAL '00'                             00004310
               OPEN OUTPUT LDG-OUT.                                     00004320
           IF  WS-LDG-STATUS NOT EQUAL '00'                             00004330
               DISPLAY 'ZECSREL - LEDGER OPEN STATUS ' WS-LDG-STATUS    00004340
               GO TO 0960-EXIT.                                         00004350
                                                                        00004360
           WRITE LDG-OUT-RECORD FROM LDG-RECORD.                        00004370
           CLOSE LDG-OUT.                                               00004380
       0960-EXIT.                                                       00004390
           EXIT.                                                        00004400
