               ORGANIZATION IS LINE SEQUENTIAL                          00000330
               FILE STATUS IS WS-RPT-STATUS.                            00000340
                                                                        00000350
           SELECT LDG-OUT ASSIGN TO LEDGER                              00000352
               ORGANIZATION IS SEQUENTIAL                               00000354
               FILE STATUS IS WS-LDG-STATUS.                            00000356
                                                                        00000358
       DATA DIVISION.                                                   00000360
       FILE SECTION.                                                    00000370
       FD  ACT-IN                                                       00000380
       FD  RPT-OUT                                                      00000450
           RECORD CONTAINS 132 CHARACTERS.                              00000460
       01  RPT-LINE                   PIC  X(132).                      00000470
                                                                        00000471
      ***************************************************************** 00000472
      * Batch run ledger - this run's START and END records are       * 00000473
      * appended for ZECSLDR's morning summary.                       * 00000474
      ***************************************************************** 00000475
       FD  LDG-OUT                                                      00000476
           RECORD CONTAINS 100 CHARACTERS.                              00000477
       01  LDG-OUT-RECORD             PIC  X(100).                      00000478
                                                                        00000480
       WORKING-STORAGE SECTION.                                         00000490
       01  WS-ACT-STATUS              PIC  X(02) VALUE SPACES.          00000500
               'TOTAL BYTES:       '.                                   00001030
           05  SL-TOTAL-BYTES         PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.            00001040
                                                                        00001050
      ***************************************************************** 00001051
      * zECS BATCH RUN LEDGER record definition.                      * 00001052
      ***************************************************************** 00001053
       COPY ZECSLDG.                                                    00001054
       01  WS-LDG-STATUS              PIC  X(02) VALUE SPACES.          00001055
       01  WS-LDG-MODE                PIC  X(01) VALUE SPACES.          00001056
       01  WS-LDG-START-DATE          PIC  9(08) VALUE ZEROES.          00001057
       01  WS-LDG-START-TIME          PIC  9(08) VALUE ZEROES.          00001058
                                                                        00001059
       PROCEDURE DIVISION.                                              00001060
       0000-MAIN.                                                       00001070
           PERFORM 0070-LEDGER-START      THRU 0070-EXIT.               00001075
           PERFORM 0100-OPEN-FILES        THRU 0100-EXIT.               00001080
           PERFORM 0200-PROCESS-RECORDS   THRU 0200-EXIT                00001090
               UNTIL ACT-EOF.                                           00001100
           PERFORM 0300-WRITE-REPORT      THRU 0300-EXIT.               00001110
           PERFORM 0900-CLOSE-FILES       THRU 0900-EXIT.               00001120
           PERFORM 0950-LEDGER-END        THRU 0950-EXIT.               00001125
           STOP RUN.                                                    00001130
      ***************************************************************** 00001131
      * Append this run's START record to the ledger before any file  * 00001132
      * is opened - a run that abends from here on leaves it without  * 00001133
      * an END record.                                                * 00001134
      ***************************************************************** 00001135
       0070-LEDGER-START.                                               00001136
           MOVE SPACES               TO WS-LDG-MODE.                    00001137
           ACCEPT WS-LDG-START-DATE  FROM DATE YYYYMMDD.                00001138
           ACCEPT WS-LDG-START-TIME  FROM TIME.                         00001139
                                                                        00001140
           MOVE SPACES               TO LDG-RECORD.                     00001141
           MOVE 'ZECSACR'            TO LDG-JOB.                        00001142
           MOVE 'S'                  TO LDG-EVENT.                      00001143
           MOVE WS-LDG-MODE          TO LDG-MODE.                       00001144
           MOVE WS-LDG-START-DATE    TO LDG-START-DATE.                 00001145
           MOVE WS-LDG-START-TIME    TO LDG-START-TIME.                 00001146
           MOVE ZEROES               TO LDG-END-DATE                    00001147
                                        LDG-END-TIME                    00001148
                                        LDG-PROCESSED                   00001149
                                        LDG-OUTPUT                      00001150
                                        LDG-FOUND                       00001151
                                        LDG-REPAIRED.                   00001152
           PERFORM 0960-APPEND-LEDGER THRU 0960-EXIT.                   00001153
       0070-EXIT.                                                       00001154
           EXIT.                                                        00001155
                                                                        00001156
                                                                        00001157
       0100-OPEN-FILES.                                                 00001158
           OPEN INPUT  ACT-IN.                                          00001160
           OPEN OUTPUT RPT-OUT.                                         00001170
           READ ACT-IN                                                  00001180
           CLOSE RPT-OUT.                                               00002110
       0900-EXIT.                                                       00002120
           EXIT.                                                        00002130
                                                                        00002140
      ***************************************************************** 00002150
      * Append this run's END record - completion status and the      * 00002160
      * run's counts, mapped on to the ledger columns as ZECSLDG.cpy  * 00002170
      * describes.                                                    * 00002180
      ***************************************************************** 00002190
       0950-LEDGER-END.                                                 00002200
           MOVE SPACES               TO LDG-RECORD.                     00002210
           MOVE 'ZECSACR'            TO LDG-JOB.                        00002220
           MOVE 'E'                  TO LDG-EVENT.                      00002230
           MOVE WS-LDG-MODE          TO LDG-MODE.                       00002240
           MOVE WS-LDG-START-DATE    TO LDG-START-DATE.                 00002250
           MOVE WS-LDG-START-TIME    TO LDG-START-TIME.                 00002260
           ACCEPT LDG-END-DATE       FROM DATE YYYYMMDD.                00002270
           ACCEPT LDG-END-TIME       FROM TIME.                         00002280
           MOVE 'C'                  TO LDG-STATUS.                     00002290
           MOVE WS-TOTAL-RECORDS     TO LDG-PROCESSED.                  00002300
           MOVE ZEROES               TO LDG-OUTPUT.                     00002310
           MOVE ZEROES               TO LDG-FOUND.                      00002320
           MOVE ZEROES               TO LDG-REPAIRED.                   00002330
           PERFORM 0960-APPEND-LEDGER THRU 0960-EXIT.                   00002340
       0950-EXIT.                                                       00002350
           EXIT.                                                        00002360
                                                                        00002370
      ***************************************************************** 00002380
      * Open, append one record and close again, so each record is on * 00002390
      * the dataset the moment it is written.  A first-ever run falls * 00002400
      * back to creating the ledger, as ZECSRPT's 0400-WRITE-HISTORY  * 00002410
      * does; a ledger that will not open costs the run its entry,    * 00002420
      * nothing more.                                                 * 00002430
      ***************************************************************** 00002440
       0960-APPEND-LEDGER.                                              00002450
           OPEN EXTEND LDG-OUT.                                         00002460
           IF  WS-LDG-STATUS NOT EQUAL '00'                             00002470
               OPEN OUTPUT LDG-OUT.                                     00002480
           IF  WS-LDG-STATUS NOT EQUAL '00'                             00002490
               DISPLAY 'ZECSACR - LEDGER OPEN STATUS ' WS-LDG-STATUS    00002500
               GO TO 0960-EXIT.                                         00002510
                                                                        00002520
           WRITE LDG-OUT-RECORD FROM LDG-RECORD.                        00002530
           CLOSE LDG-OUT.                                               00002540
       0960-EXIT.                                                       00002550
           EXIT.                                                        00002560
