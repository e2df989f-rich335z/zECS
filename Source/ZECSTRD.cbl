               ORGANIZATION IS LINE SEQUENTIAL                          00000460
               FILE STATUS IS WS-RPT-STATUS.                            00000470
                                                                        00000480
           SELECT LDG-OUT ASSIGN TO LEDGER                              00000482
               ORGANIZATION IS SEQUENTIAL                               00000484
               FILE STATUS IS WS-LDG-STATUS.                            00000486
                                                                        00000488
       DATA DIVISION.                                                   00000490
       FILE SECTION.                                                    00000500
       FD  HIST-IN                                                      00000510
       FD  RPT-OUT                                                      00000580
           RECORD CONTAINS 132 CHARACTERS.                              00000590
       01  RPT-LINE                   PIC  X(132).                      00000600
                                                                        00000602
      ***************************************************************** 00000604
      * Batch run ledger - this run's START and END records are       * 00000606
      * appended for ZECSLDR's morning summary.                       * 00000608
      ***************************************************************** 00000610
       FD  LDG-OUT                                                      00000612
           RECORD CONTAINS 100 CHARACTERS.                              00000614
       01  LDG-OUT-RECORD             PIC  X(100).                      00000616
                                                                        00000618
       WORKING-STORAGE SECTION.                                         00000620
       01  WS-HIST-STATUS             PIC  X(02) VALUE SPACES.          00000630
       01  WS-RPT-STATUS              PIC  X(02) VALUE SPACES.          00000640
      ***************************************************************** 00000830
       01  WS-MAX-RUNS                PIC S9(04) COMP VALUE 400.        00000840
       01  WS-RUN-COUNT               PIC S9(04) COMP VALUE ZEROES.     00000850
       01  WS-RUNS-READ               PIC  9(09) VALUE ZEROES.          00000855
       01  WS-RUN-TABLE.                                                00000860
           05  RT-ENTRY OCCURS 400 TIMES.                               00000870
               10  RT-DATE            PIC  9(08).                       00000880
                                                                        00001760
       01  WS-MESSAGE-LINE            PIC  X(44) VALUE SPACES.          00001770
                                                                        00001780
      ***************************************************************** 00001781
      * zECS BATCH RUN LEDGER record definition.                      * 00001782
      ***************************************************************** 00001783
       COPY ZECSLDG.                                                    00001784
       01  WS-LDG-STATUS              PIC  X(02) VALUE SPACES.          00001785
       01  WS-LDG-MODE                PIC  X(01) VALUE SPACES.          00001786
       01  WS-LDG-START-DATE          PIC  9(08) VALUE ZEROES.          00001787
       01  WS-LDG-START-TIME          PIC  9(08) VALUE ZEROES.          00001788
                                                                        00001789
       PROCEDURE DIVISION.                                              00001790
       0000-MAIN.                                                       00001800
           PERFORM 0070-LEDGER-START      THRU 0070-EXIT.               00001805
           PERFORM 0100-GET-PARMS         THRU 0100-EXIT.               00001810
           PERFORM 0200-COLLECT-RUNS      THRU 0200-EXIT.               00001820
           PERFORM 0300-SET-WINDOW        THRU 0300-EXIT.               00001830
           PERFORM 0400-ACCUMULATE-WINDOW THRU 0400-EXIT.               00001840
           PERFORM 0500-WRITE-REPORT      THRU 0500-EXIT.               00001850
           PERFORM 0950-LEDGER-END        THRU 0950-EXIT.               00001855
           STOP RUN.                                                    00001860
                                                                        00001861
      ***************************************************************** 00001862
      * Append this run's START record to the ledger before any file  * 00001863
      * is opened - a run that abends from here on leaves it without  * 00001864
      * an END record.                                                * 00001865
      ***************************************************************** 00001866
       0070-LEDGER-START.                                               00001867
           MOVE SPACES               TO WS-LDG-MODE.                    00001868
           ACCEPT WS-LDG-START-DATE  FROM DATE YYYYMMDD.                00001869
           ACCEPT WS-LDG-START-TIME  FROM TIME.                         00001870
                                                                        00001871
           MOVE SPACES               TO LDG-RECORD.                     00001872
           MOVE 'ZECSTRD'            TO LDG-JOB.                        00001873
           MOVE 'S'                  TO LDG-EVENT.                      00001874
           MOVE WS-LDG-MODE          TO LDG-MODE.                       00001875
           MOVE WS-LDG-START-DATE    TO LDG-START-DATE.                 00001876
           MOVE WS-LDG-START-TIME    TO LDG-START-TIME.                 00001877
           MOVE ZEROES               TO LDG-END-DATE                    00001878
                                        LDG-END-TIME                    00001879
                                        LDG-PROCESSED                   00001880
                                        LDG-OUTPUT                      00001881
                                        LDG-FOUND                       00001882
                                        LDG-REPAIRED.                   00001883
           PERFORM 0960-APPEND-LEDGER THRU 0960-EXIT.                   00001884
       0070-EXIT.                                                       00001885
           EXIT.                                                        00001886
                                                                        00001887
       0100-GET-PARMS.                                                  00001888
           ACCEPT WS-PARM-RUNS     FROM SYSIN.                          00001890
           ACCEPT WS-PARM-CAPACITY FROM SYSIN.                          00001900
                                                                        00001910
               END-PERFORM                                              00002380
               SUBTRACT 1 FROM WS-RUN-COUNT.                            00002390
                                                                        00002400
           ADD 1 TO WS-RUNS-READ.                                       00002405
           ADD 1 TO WS-RUN-COUNT.                                       00002410
           MOVE HST-RUN-DATE  TO RT-DATE(WS-RUN-COUNT).                 00002420
           MOVE HST-RUN-STAMP TO RT-STAMP(WS-RUN-COUNT).                00002430
           WRITE RPT-LINE FROM WS-PROJECT-LINE.                         00004480
       0510-EXIT.                                                       00004490
           EXIT.                                                        00004500
                                                                        00004510
      ***************************************************************** 00004520
      * Append this run's END record - completion status and the      * 00004530
      * run's counts, mapped on to the ledger columns as ZECSLDG.cpy  * 00004540
      * describes.                                                    * 00004550
      ***************************************************************** 00004560
       0950-LEDGER-END.                                                 00004570
           MOVE SPACES               TO LDG-RECORD.                     00004580
           MOVE 'ZECSTRD'            TO LDG-JOB.                        00004590
           MOVE 'E'                  TO LDG-EVENT.                      00004600
           MOVE WS-LDG-MODE          TO LDG-MODE.                       00004610
           MOVE WS-LDG-START-DATE    TO LDG-START-DATE.                 00004620
           MOVE WS-LDG-START-TIME    TO LDG-START-TIME.                 00004630
           ACCEPT LDG-END-DATE       FROM DATE YYYYMMDD.                00004640
           ACCEPT LDG-END-TIME       FROM TIME.                         00004650
           MOVE 'C'                  TO LDG-STATUS.                     00004660
           MOVE WS-RUNS-READ         TO LDG-PROCESSED.                  00004670
           MOVE WS-BREAKOUT-COUNT    TO LDG-OUTPUT.                     00004680
           MOVE ZEROES               TO LDG-FOUND.                      00004690
           MOVE ZEROES               TO LDG-REPAIRED.                   00004700
           PERFORM 0960-APPEND-LEDGER THRU 0960-EXIT.                   00004710
       0950-EXIT.                                                       00004720
           EXIT.                                                        00004730
                                                                        00004740
      ***************************************************************** 00004750
      * Open, append one record and close again, so each record is on * 00004760
      * the dataset the moment it is written.  A first-ever run falls * 00004770
      * back to creating the ledger, as ZECSRPT's 0400-WRITE-HISTORY  * 00004780
      * does; a ledger that will not open costs the run its entry,    * 00004790
      * nothing more.                                                 * 00004800
      ***************************************************************** 00004810
       0960-APPEND-LEDGER.                                              00004820
           OPEN EXTEND LDG-OUT.                                         00004830
           IF  WS-LDG-STATUS NOT EQUAL '00'                             00004840
               OPEN OUTPUT LDG-OUT.                                     00004850
           IF  WS-LDG-STATUS NOT EQUAL '00'                             00004860
               DISPLAY 'ZECSTRD - LEDGER OPEN STATUS ' WS-LDG-STATUS    00004870
               GO TO 0960-EXIT.                                         00004880
                                                                        00004890
           WRITE LDG-OUT-RECORD FROM LDG-RECORD.                        00004900
           CLOSE LDG-OUT.                                               00004910
       0960-EXIT.                                                       00004920
           EXIT.                                                        00004930
