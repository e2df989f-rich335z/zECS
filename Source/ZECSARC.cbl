               ORGANIZATION IS LINE SEQUENTIAL                          00000690
               FILE STATUS IS WS-RPT-STATUS.                            00000700
                                                                        00000710
           SELECT LDG-OUT ASSIGN TO LEDGER                              00000712
               ORGANIZATION IS SEQUENTIAL                               00000714
               FILE STATUS IS WS-LDG-STATUS.                            00000716
                                                                        00000718
       DATA DIVISION.                                                   00000720
       FILE SECTION.                                                    00000730
       FD  AUD-IN                                                       00000740
       FD  RPT-OUT                                                      00000890
           RECORD CONTAINS 132 CHARACTERS.                              00000900
       01  RPT-LINE                   PIC  X(132).                      00000910
                                                                        00000911
      ***************************************************************** 00000912
      * Batch run ledger - this run's START and END records are       * 00000913
      * appended for ZECSLDR's morning summary.                       * 00000914
      ***************************************************************** 00000915
       FD  LDG-OUT                                                      00000916
           RECORD CONTAINS 100 CHARACTERS.                              00000917
       01  LDG-OUT-RECORD             PIC  X(100).                      00000918
                                                                        00000920
       WORKING-STORAGE SECTION.                                         00000930
       01  WS-AUD-STATUS              PIC  X(02) VALUE SPACES.          00000940
               'ARCHIVE CUTOFF:    '.                                   00001600
           05  SL-CUTOFF-DATE         PIC  X(10).                       00001610
                                                                        00001620
      ***************************************************************** 00001621
      * zECS BATCH RUN LEDGER record definition.                      * 00001622
      ***************************************************************** 00001623
       COPY ZECSLDG.                                                    00001624
       01  WS-LDG-STATUS              PIC  X(02) VALUE SPACES.          00001625
       01  WS-LDG-MODE                PIC  X(01) VALUE SPACES.          00001626
       01  WS-LDG-START-DATE          PIC  9(08) VALUE ZEROES.          00001627
       01  WS-LDG-START-TIME          PIC  9(08) VALUE ZEROES.          00001628
                                                                        00001629
       PROCEDURE DIVISION.                                              00001630
       0000-MAIN.                                                       00001640
           PERFORM 0050-ACCEPT-PARMS      THRU 0050-EXIT.               00001650
           PERFORM 0070-LEDGER-START      THRU 0070-EXIT.               00001655
           PERFORM 0100-OPEN-FILES        THRU 0100-EXIT.               00001660
           PERFORM 0200-PROCESS-RECORDS   THRU 0200-EXIT                00001670
               UNTIL AUD-EOF.                                           00001680
           PERFORM 0300-WRITE-SUMMARY     THRU 0300-EXIT.               00001690
           PERFORM 0900-CLOSE-FILES       THRU 0900-EXIT.               00001700
           PERFORM 0950-LEDGER-END        THRU 0950-EXIT.               00001705
           STOP RUN.                                                    00001710
      ***************************************************************** 00001711
      * Append this run's START record to the ledger before any file  * 00001712
      * is opened - a run that abends from here on leaves it without  * 00001713
      * an END record.                                                * 00001714
      ***************************************************************** 00001715
       0070-LEDGER-START.                                               00001716
           IF  WS-CUTOFF-DATE NOT EQUAL SPACES                          00001717
               MOVE 'A'              TO WS-LDG-MODE                     00001718
           ELSE                                                         00001719
               MOVE 'Q'              TO WS-LDG-MODE.                    00001720
           ACCEPT WS-LDG-START-DATE  FROM DATE YYYYMMDD.                00001721
           ACCEPT WS-LDG-START-TIME  FROM TIME.                         00001722
                                                                        00001723
           MOVE SPACES               TO LDG-RECORD.                     00001724
           MOVE 'ZECSARC'            TO LDG-JOB.                        00001725
           MOVE 'S'                  TO LDG-EVENT.                      00001726
           MOVE WS-LDG-MODE          TO LDG-MODE.                       00001727
           MOVE WS-LDG-START-DATE    TO LDG-START-DATE.                 00001728
           MOVE WS-LDG-START-TIME    TO LDG-START-TIME.                 00001729
           MOVE ZEROES               TO LDG-END-DATE                    00001730
                                        LDG-END-TIME                    00001731
                                        LDG-PROCESSED                   00001732
                                        LDG-OUTPUT                      00001733
                                        LDG-FOUND                       00001734
                                        LDG-REPAIRED.                   00001735
           PERFORM 0960-APPEND-LEDGER THRU 0960-EXIT.                   00001736
       0070-EXIT.                                                       00001737
           EXIT.                                                        00001738
                                                                        00001739
                                                                        00001740
       0050-ACCEPT-PARMS.                                               00001741
           ACCEPT WS-CUTOFF-DATE      FROM SYSIN.                       00001742
           ACCEPT WS-FILTER-KEY       FROM SYSIN.                       00001750
           ACCEPT WS-FILTER-USERID    FROM SYSIN.                       00001760
           ACCEPT WS-FILTER-OPERATION FROM SYSIN.                       00001770
           CLOSE RPT-OUT.                                               00003030
       0900-EXIT.                                                       00003040
           EXIT.                                                        00003050
                                                                        00003060
      ***************************************************************** 00003070
      * Append this run's END record - completion status and the      * 00003080
      * run's counts, mapped on to the ledger columns as ZECSLDG.cpy  * 00003090
      * describes.                                                    * 00003100
      ***************************************************************** 00003110
       0950-LEDGER-END.                                                 00003120
           MOVE SPACES               TO LDG-RECORD.                     00003130
           MOVE 'ZECSARC'            TO LDG-JOB.                        00003140
           MOVE 'E'                  TO LDG-EVENT.                      00003150
           MOVE WS-LDG-MODE          TO LDG-MODE.                       00003160
           MOVE WS-LDG-START-DATE    TO LDG-START-DATE.                 00003170
           MOVE WS-LDG-START-TIME    TO LDG-START-TIME.                 00003180
           ACCEPT LDG-END-DATE       FROM DATE YYYYMMDD.                00003190
           ACCEPT LDG-END-TIME       FROM TIME.                         00003200
           MOVE 'C'                  TO LDG-STATUS.                     00003210
           MOVE WS-TOTAL-RECORDS     TO LDG-PROCESSED.                  00003220
           MOVE WS-ARCHIVED-RECORDS  TO LDG-OUTPUT.                     00003230
           MOVE ZEROES               TO LDG-FOUND.                      00003240
           MOVE ZEROES               TO LDG-REPAIRED.                   00003250
           PERFORM 0960-APPEND-LEDGER THRU 0960-EXIT.                   00003260
       0950-EXIT.                                                       00003270
           EXIT.                                                        00003280
                                                                        00003290
      ***************************************************************** 00003300
      * Open, append one record and close again, so each record is on * 00003310
      * the dataset the moment it is written.  A first-ever run falls * 00003320
      * back to creating the ledger, as ZECSRPT's 0400-WRITE-HISTORY  * 00003330
      * does; a ledger that will not open costs the run its entry,    * 00003340
      * nothing more.                                                 * 00003350
      ***************************************************************** 00003360
       0960-APPEND-LEDGER.                                              00003370
           OPEN EXTEND LDG-OUT.                                         00003380
           IF  WS-LDG-STATUS NOT EQUAL '00'                             00003390
               OPEN OUTPUT LDG-OUT.                                     00003400
           IF  WS-LDG-STATUS NOT EQUAL '00'                             00003410
               DISPLAY 'ZECSARC - LEDGER OPEN STATUS ' WS-LDG-STATUS    00003420
               GO TO 0960-EXIT.                                         00003430
                                                                        00003440
           WRITE LDG-OUT-RECORD FROM LDG-RECORD.                        00003450
           CLOSE LDG-OUT.                                               00003460
       0960-EXIT.                                                       00003470
           EXIT.                                                        00003480
