               FILE STATUS IS WS-DEMAND-STATUS.
           SELECT ASSIGN-OUT-FILE ASSIGN TO ASSIGNOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROUTE-OUT-FILE ASSIGN TO ROUTEOUT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCENARIO-FILE ASSIGN TO SCENIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCEN-STATUS.
           SELECT REPORT-FILE ASSIGN TO SITERPT
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DIST-OUT-FILE ASSIGN TO DISTOUT
           05 ASG-DISTANCE   PIC S9(10)V9(16)
                             SIGN IS LEADING SEPARATE.

       FD  ROUTE-OUT-FILE.
       01  ROUTE-OUT-RECORD.
           05 RTE-SITE-ID    PIC X(10).
           05 FILLER         PIC X(1).
           05 RTE-STOP       PIC 9(5).
           05 FILLER         PIC X(1).
           05 RTE-POINT-ID   PIC X(10).
           05 FILLER         PIC X(1).
           05 RTE-LEG-DIST   PIC S9(10)V9(16)
                             SIGN IS LEADING SEPARATE.
           05 FILLER         PIC X(1).
           05 RTE-CUM-DIST   PIC S9(10)V9(16)
                             SIGN IS LEADING SEPARATE.

       FD  SCENARIO-FILE.
       01  SCENARIO-RECORD.
           05 SCN-ID         PIC X(8).
           05 FILLER         PIC X(1).
           05 SCN-ACTION     PIC X(1).
           05 FILLER         PIC X(1).
           05 SCN-SITE-ID    PIC X(10).
           05 FILLER         PIC X(1).
           05 SCN-X-TEXT     PIC S9(9)V9(4) SIGN LEADING SEPARATE.
           05 FILLER         PIC X(1).
           05 SCN-Y-TEXT     PIC S9(9)V9(4) SIGN LEADING SEPARATE.
           05 FILLER         PIC X(1).
           05 SCN-REGION     PIC X(3).

       FD  REPORT-FILE.
       01  REPORT-RECORD     PIC X(80)  VALUE SPACES.

            05 SITE-ID  PIC X(10) OCCURS 5000 TIMES.
            05 U   PIC S9(10)V9(16) OCCURS 5000 TIMES.
            05 V   pic S9(10)V9(16) OCCURS 5000 TIMES.
       01 WS-SITE-REGIONS VALUE SPACES.
            05 SITE-REGION PIC X(3) OCCURS 5000 TIMES.
       01 WS-PTS.
            05 PTS-ENTRY OCCURS 1 TO 5000 TIMES DEPENDING ON N
                 ASCENDING KEY IS PT-X PT-Y.
       01 WS-HP-PERIMETER   PIC S9(14)V9(6) VALUE ZEROES.
       01 WS-HP-AREA2       PIC S9(19)V9(8) VALUE ZEROES.
       01 WS-HP-AREA        PIC S9(19)V9(6) VALUE ZEROES.
       01 WS-RT-MAX-POINTS  PIC 9(10) VALUE 20000.
       01 WS-RT-MAX-PASSES  PIC 9(3)  VALUE 20.
       01 WS-RT-POINTS.
          05 WS-RT-ENTRY OCCURS 20000 TIMES.
             10 WS-RT-ID    PIC X(10).
             10 WS-RT-X     PIC S9(10)V9(16).
             10 WS-RT-Y     PIC S9(10)V9(16).
             10 WS-RT-SITE  PIC 9(10).
             10 WS-RT-DIST  PIC S9(10)V9(16).
             10 WS-RT-DONE  PIC X(1).
       01 WS-RT-SITE-TABLE.
          05 WS-RT-SITE-ENTRY OCCURS 5000 TIMES.
             10 WS-RT-START PIC 9(10).
             10 WS-RT-FILL  PIC 9(10).
       01 WS-RT-ORDER-TABLE.
          05 WS-RT-ORDER OCCURS 20000 TIMES PIC 9(10).
       01 WS-RT-TOUR-TABLE.
          05 WS-RT-TOUR OCCURS 20002 TIMES PIC 9(10).
       01 WS-RT-S           PIC 9(10) VALUE ZEROES.
       01 WS-RT-K           PIC 9(10) VALUE ZEROES.
       01 WS-RT-P           PIC 9(10) VALUE ZEROES.
       01 WS-RT-POS         PIC 9(10) VALUE ZEROES.
       01 WS-RT-LAST        PIC 9(10) VALUE ZEROES.
       01 WS-RT-CUR         PIC 9(10) VALUE ZEROES.
       01 WS-RT-NEXT        PIC 9(10) VALUE ZEROES.
       01 WS-RT-FROM        PIC 9(10) VALUE ZEROES.
       01 WS-RT-TO          PIC 9(10) VALUE ZEROES.
       01 WS-RT-I           PIC 9(10) VALUE ZEROES.
       01 WS-RT-J           PIC 9(10) VALUE ZEROES.
       01 WS-RT-LO          PIC 9(10) VALUE ZEROES.
       01 WS-RT-HI          PIC 9(10) VALUE ZEROES.
       01 WS-RT-HOLD        PIC 9(10) VALUE ZEROES.
       01 WS-RT-PASS        PIC 9(3)  VALUE ZEROES.
       01 WS-RT-IMPROVED    PIC X(1)  VALUE 'N'.
       01 WS-RT-AX          PIC S9(10)V9(16).
       01 WS-RT-AY          PIC S9(10)V9(16).
       01 WS-RT-LEG         PIC S9(10)V9(16) VALUE ZEROES.
       01 WS-RT-OLD-AB      PIC S9(10)V9(16) VALUE ZEROES.
       01 WS-RT-OLD-CD      PIC S9(10)V9(16) VALUE ZEROES.
       01 WS-RT-NEW-AC      PIC S9(10)V9(16) VALUE ZEROES.
       01 WS-RT-NEW-BD      PIC S9(10)V9(16) VALUE ZEROES.
       01 WS-RT-DELTA       PIC S9(11)V9(16) VALUE ZEROES.
       01 WS-RT-NN-LEN      PIC S9(14)V9(6) VALUE ZEROES.
       01 WS-RT-LEN         PIC S9(14)V9(6) VALUE ZEROES.
       01 WS-RT-CUM         PIC S9(10)V9(16) VALUE ZEROES.
       01 WS-RT-SITES-ROUTED PIC 9(9) VALUE ZEROES.
       01 WS-RT-TOTAL-STOPS PIC 9(9) VALUE ZEROES.
       01 WS-RT-TOTAL-NN    PIC S9(14)V9(6) VALUE ZEROES.
       01 WS-RT-TOTAL-LEN   PIC S9(14)V9(6) VALUE ZEROES.
       01 WS-RT-STOPS-EDIT  PIC ZZZZ9.
       01 WS-RT-LEN-EDIT    PIC Z(11)9.99.
       01 WS-RT-NN-EDIT     PIC Z(11)9.99.
       01 WS-RG-COUNT       PIC 9(10) VALUE ZEROES.
       01 WS-RG-I           PIC 9(10) VALUE ZEROES.
       01 WS-RG-FOUND       PIC 9(10) VALUE ZEROES.
       01 WS-RG-TABLE.
          05 WS-RG-ENTRY OCCURS 5000 TIMES.
             10 WS-RG-REGION PIC X(3).
             10 WS-RG-SITES  PIC 9(9).
             10 WS-RG-STOPS  PIC 9(9).
             10 WS-RG-LENGTH PIC S9(14)V9(6).
       01 WS-SCEN-STATUS    PIC X(2).
       01 WS-SCEN-EOF       PIC X(1) VALUE 'N'.
       01 WS-WI-SCENARIO    PIC X(8) VALUE SPACES.
       01 WS-WI-SCENARIOS   PIC 9(9) VALUE ZEROES.
       01 WS-WI-CARDS       PIC 9(9) VALUE ZEROES.
       01 WS-WI-CARDS-REJECTED PIC 9(9) VALUE ZEROES.
       01 WS-WI-REASON      PIC X(30) VALUE SPACES.
       01 WS-WI-SITES       PIC 9(10) VALUE ZEROES.
       01 WS-WI-OPEN        PIC 9(10) VALUE ZEROES.
       01 WS-WI-FOUND       PIC 9(10) VALUE ZEROES.
       01 WS-WI-MOVED       PIC 9(9) VALUE ZEROES.
       01 WS-WI-BASE-LOAD   PIC 9(9) VALUE ZEROES.
       01 WS-WI-TAG         PIC X(6) VALUE SPACES.
       01 WS-WI-BASE-SUM    PIC S9(14)V9(6) VALUE ZEROES.
       01 WS-WI-BASE-AVG    PIC S9(10)V9(6) VALUE ZEROES.
       01 WS-WI-BASE-MAX    PIC S9(10)V9(16) VALUE ZEROES.
       01 WS-WI-SUM         PIC S9(14)V9(6) VALUE ZEROES.
       01 WS-WI-AVG         PIC S9(10)V9(6) VALUE ZEROES.
       01 WS-WI-MAX         PIC S9(10)V9(16) VALUE ZEROES.
       01 WS-WI-SITE-TABLE.
          05 WS-WI-SITE-ENTRY OCCURS 5000 TIMES.
             10 WS-WI-CLOSED PIC X(1).
             10 WS-WI-COUNT  PIC 9(9).
       01 WS-WI-DIST-EDIT   PIC Z(9)9.99.
       01 WS-WI-DIST2-EDIT  PIC Z(9)9.99.
       01 WS-WI-CHG-EDIT    PIC -(9)9.99.
       01 WS-WI-COORD-EDIT  PIC -(9)9.9999.
       01 WS-WI-COORD2-EDIT PIC -(9)9.9999.
       01 WS-WI-LOAD-EDIT   PIC Z(9)9.
       01 WS-WI-LOAD2-EDIT  PIC Z(9)9.
       01 WS-WI-LOAD-CHG-EDIT PIC -(9)9.

       PROCEDURE DIVISION.
         PERFORM READ-RUN-CONTROL
           PERFORM LOAD-SITES-FROM-FILE
         ELSE
           IF MODE-FLAG EQUAL 'M' OR 'C' OR 'Q' OR 'H' OR 'X' OR 'A'
               OR 'R' OR 'W'
             PERFORM LOAD-SITES-FROM-MASTER
           ELSE
             PERFORM LOAD-SITES-INTERACTIVE
         ELSE
         IF MODE-FLAG EQUAL 'A'
           PERFORM ASSIGNMENT-RUN
         ELSE
         IF MODE-FLAG EQUAL 'R'
           PERFORM ROUTING-RUN
         ELSE
         IF MODE-FLAG EQUAL 'W'
           PERFORM WHATIF-RUN
         ELSE
           PERFORM CALC-MAX-DISTANCE
           IF MODE-FLAG EQUAL 'M'
         END-IF
         END-IF
         END-IF
         END-IF
         END-IF
         PERFORM WRITE-RUN-TRAILER
         PERFORM SET-PROGRAM-RETURN-CODE
         STOP RUN.
           MOVE WS-CYCLE TO EXCP-CYCLE
           MOVE WS-EXCP-SEVERITY TO EXCP-SEVERITY
           MOVE WS-EXCP-TEXT TO EXCP-TEXT
           MOVE SPACES TO EXCP-WORKFLOW
           MOVE ZERO TO EXCP-SEQ
           MOVE 'N' TO WS-EXCP-WRITTEN
           PERFORM UNTIL WS-EXCP-WRITTEN EQUAL 'Y'
                   MOVE SITEM-SITE-ID TO SITE-ID(N)
                   MOVE SITEM-X-TEXT TO U(N)
                   MOVE SITEM-Y-TEXT TO V(N)
                   MOVE SITEM-REGION TO SITE-REGION(N)
                 END-IF
               END-IF
           END-READ
         MOVE 16 TO RETURN-CODE
         STOP RUN.

       ROUTING-RUN.
         ACCEPT STR
         IF STR(1:3) IS NUMERIC AND STR(1:3) NOT EQUAL '000'
           MOVE STR(1:3) TO WS-RT-MAX-PASSES
         END-IF
         IF N < 1
           DISPLAY 'ROUTING RUN: NO SITES LOADED - STEP ABENDED'
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         MOVE ZERO TO I
         perform N times
           ADD 1 TO I
           MOVE ZERO TO WS-AS-COUNT(I)
         end-perform
         MOVE ZERO TO WS-AS-POINTS
         MOVE 'N' TO WS-DEMAND-EOF
         OPEN INPUT DEMAND-FILE
         PERFORM VERIFY-DEMAND-FILE-HEADER
         perform until WS-DEMAND-EOF EQUAL 'Y'
           READ DEMAND-FILE
             AT END
               MOVE 'Y' TO WS-DEMAND-EOF
             NOT AT END
               IF DMD-LABEL-TYPE EQUAL 'TRL'
                 PERFORM VERIFY-DEMAND-FILE-TRAILER
               ELSE
                 IF WS-DMD-TRL-SEEN EQUAL 'Y'
                   PERFORM ABEND-DEMAND-DATA-AFTER-TRAILER
                 END-IF
                 PERFORM ROUTE-LOAD-ONE-POINT
               END-IF
           END-READ
         end-perform
         IF WS-DMD-TRL-SEEN EQUAL 'N'
           PERFORM ABEND-DEMAND-MISSING-TRAILER
         END-IF
         CLOSE DEMAND-FILE
         ADD WS-AS-POINTS TO WS-RECORD-COUNT
         PERFORM BUILD-ROUTE-ORDER
         OPEN OUTPUT ROUTE-OUT-FILE
         OPEN OUTPUT REPORT-FILE
         MOVE SPACES TO REPORT-RECORD
         STRING 'SITE ROUTE SEQUENCE REPORT'
                DELIMITED BY SIZE INTO REPORT-RECORD
         WRITE REPORT-RECORD
         MOVE SPACES TO REPORT-RECORD
         STRING 'IMPROVEMENT PASS LIMIT=' WS-RT-MAX-PASSES
                '  NN=NEAREST-NEXT LENGTH  ROUTE=IMPROVED LENGTH'
                DELIMITED BY SIZE INTO REPORT-RECORD
         WRITE REPORT-RECORD
         MOVE ZERO TO WS-RG-COUNT
         MOVE ZERO TO WS-RT-SITES-ROUTED
         MOVE ZERO TO WS-RT-TOTAL-STOPS
         MOVE ZERO TO WS-RT-TOTAL-NN
         MOVE ZERO TO WS-RT-TOTAL-LEN
         MOVE ZERO TO WS-RT-S
         perform N times
           ADD 1 TO WS-RT-S
           PERFORM ROUTE-ONE-SITE
         end-perform
         PERFORM WRITE-ROUTE-REGION-TOTALS
         CLOSE REPORT-FILE
         CLOSE ROUTE-OUT-FILE
         DISPLAY 'ROUTING RUN: SITES ROUTED=' WS-RT-SITES-ROUTED
                 ' STOPS=' WS-RT-TOTAL-STOPS.

       ROUTE-LOAD-ONE-POINT.
         ADD 1 TO WS-AS-POINTS
         IF WS-AS-POINTS > WS-RT-MAX-POINTS
           DISPLAY 'DEMAND TABLE FULL: MORE THAN ' WS-RT-MAX-POINTS
                   ' DEMAND POINTS - STEP ABENDED'
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         MOVE DMD-X-TEXT TO WS-AS-X
         MOVE DMD-Y-TEXT TO WS-AS-Y
         PERFORM FIND-NEAREST-SITE
         ADD 1 TO WS-AS-COUNT(WS-CV-BEST-J)
         MOVE DMD-ID-TEXT TO WS-RT-ID(WS-AS-POINTS)
         MOVE WS-AS-X TO WS-RT-X(WS-AS-POINTS)
         MOVE WS-AS-Y TO WS-RT-Y(WS-AS-POINTS)
         MOVE WS-CV-BEST-J TO WS-RT-SITE(WS-AS-POINTS)
         MOVE 'N' TO WS-RT-DONE(WS-AS-POINTS).

       BUILD-ROUTE-ORDER.
         MOVE 1 TO WS-RT-P
         MOVE ZERO TO WS-RT-S
         perform N times
           ADD 1 TO WS-RT-S
           MOVE WS-RT-P TO WS-RT-START(WS-RT-S)
           MOVE ZERO TO WS-RT-FILL(WS-RT-S)
           ADD WS-AS-COUNT(WS-RT-S) TO WS-RT-P
         end-perform
         MOVE ZERO TO WS-RT-P
         perform WS-AS-POINTS times
           ADD 1 TO WS-RT-P
           MOVE WS-RT-SITE(WS-RT-P) TO WS-RT-S
           COMPUTE WS-RT-POS = WS-RT-START(WS-RT-S)
                             + WS-RT-FILL(WS-RT-S)
           MOVE WS-RT-P TO WS-RT-ORDER(WS-RT-POS)
           ADD 1 TO WS-RT-FILL(WS-RT-S)
         end-perform.

       ROUTE-ONE-SITE.
         MOVE WS-AS-COUNT(WS-RT-S) TO WS-RT-K
         MOVE ZERO TO WS-RT-NN-LEN
         MOVE ZERO TO WS-RT-LEN
         IF WS-RT-K > 0
           PERFORM BUILD-NEAREST-NEXT-TOUR
           PERFORM IMPROVE-SITE-TOUR
           PERFORM WRITE-SITE-ROUTE
           ADD 1 TO WS-RT-SITES-ROUTED
           ADD WS-RT-K TO WS-RT-TOTAL-STOPS
           ADD WS-RT-NN-LEN TO WS-RT-TOTAL-NN
           ADD WS-RT-LEN TO WS-RT-TOTAL-LEN
         END-IF
         PERFORM ACCUMULATE-ROUTE-REGION
         MOVE WS-RT-K TO WS-RT-STOPS-EDIT
         MOVE WS-RT-NN-LEN TO WS-RT-NN-EDIT
         MOVE WS-RT-LEN TO WS-RT-LEN-EDIT
         MOVE SPACES TO REPORT-RECORD
         STRING 'SITE ' SITE-ID(WS-RT-S)
                ' RGN ' SITE-REGION(WS-RT-S)
                ' STOPS=' WS-RT-STOPS-EDIT
                ' NN=' WS-RT-NN-EDIT
                ' ROUTE=' WS-RT-LEN-EDIT
                DELIMITED BY SIZE INTO REPORT-RECORD
         WRITE REPORT-RECORD.

       BUILD-NEAREST-NEXT-TOUR.
         MOVE ZERO TO WS-RT-CUR
         MOVE 1 TO WS-RT-POS
         MOVE ZERO TO WS-RT-TOUR(1)
         perform WS-RT-K times
           PERFORM FIND-NEAREST-UNROUTED
           ADD 1 TO WS-RT-POS
           MOVE WS-RT-NEXT TO WS-RT-TOUR(WS-RT-POS)
           MOVE 'Y' TO WS-RT-DONE(WS-RT-NEXT)
           MOVE WS-RT-NEXT TO WS-RT-CUR
         end-perform
         ADD 1 TO WS-RT-POS
         MOVE ZERO TO WS-RT-TOUR(WS-RT-POS)
         MOVE WS-RT-POS TO WS-RT-LAST
         PERFORM MEASURE-SITE-TOUR
         MOVE WS-RT-LEN TO WS-RT-NN-LEN.

       FIND-NEAREST-UNROUTED.
         MOVE WS-RT-CUR TO WS-RT-FROM
         PERFORM SET-ROUTE-FROM-POINT
         MOVE ZERO TO WS-RT-NEXT
         MOVE WS-RT-START(WS-RT-S) TO WS-RT-I
         perform WS-RT-K times
           MOVE WS-RT-ORDER(WS-RT-I) TO WS-RT-P
           IF WS-RT-DONE(WS-RT-P) EQUAL 'N'
             COMPUTE WS-CV-DX = WS-RT-X(WS-RT-P) - WS-RT-AX
             COMPUTE WS-CV-DY = WS-RT-Y(WS-RT-P) - WS-RT-AY
             COMPUTE WS-CV-SQ = WS-CV-DX * WS-CV-DX
                              + WS-CV-DY * WS-CV-DY
             IF WS-RT-NEXT EQUAL ZERO
                 OR WS-CV-SQ < WS-CV-BEST-SQ
               MOVE WS-CV-SQ TO WS-CV-BEST-SQ
               MOVE WS-RT-P TO WS-RT-NEXT
             END-IF
           END-IF
           ADD 1 TO WS-RT-I
         end-perform.

       SET-ROUTE-FROM-POINT.
         IF WS-RT-FROM EQUAL ZERO
           MOVE U(WS-RT-S) TO WS-RT-AX
           MOVE V(WS-RT-S) TO WS-RT-AY
         ELSE
           MOVE WS-RT-X(WS-RT-FROM) TO WS-RT-AX
           MOVE WS-RT-Y(WS-RT-FROM) TO WS-RT-AY
         END-IF.

       ROUTE-LEG-DISTANCE.
         PERFORM SET-ROUTE-FROM-POINT
         IF WS-RT-TO EQUAL ZERO
           COMPUTE WS-CV-DX = U(WS-RT-S) - WS-RT-AX
           COMPUTE WS-CV-DY = V(WS-RT-S) - WS-RT-AY
         ELSE
           COMPUTE WS-CV-DX = WS-RT-X(WS-RT-TO) - WS-RT-AX
           COMPUTE WS-CV-DY = WS-RT-Y(WS-RT-TO) - WS-RT-AY
         END-IF
         COMPUTE WS-CV-SQ = WS-CV-DX * WS-CV-DX
                          + WS-CV-DY * WS-CV-DY
         COMPUTE WS-RT-LEG = WS-CV-SQ ** .5.

       MEASURE-SITE-TOUR.
         MOVE ZERO TO WS-RT-LEN
         MOVE 1 TO WS-RT-POS
         perform until WS-RT-POS >= WS-RT-LAST
           MOVE WS-RT-TOUR(WS-RT-POS) TO WS-RT-FROM
           ADD 1 TO WS-RT-POS
           MOVE WS-RT-TOUR(WS-RT-POS) TO WS-RT-TO
           PERFORM ROUTE-LEG-DISTANCE
           ADD WS-RT-LEG TO WS-RT-LEN
         end-perform.

       IMPROVE-SITE-TOUR.
         MOVE ZERO TO WS-RT-PASS
         MOVE 'Y' TO WS-RT-IMPROVED
         IF WS-RT-K < 3
           MOVE 'N' TO WS-RT-IMPROVED
         END-IF
         perform until WS-RT-IMPROVED EQUAL 'N'
             OR WS-RT-PASS >= WS-RT-MAX-PASSES
           MOVE 'N' TO WS-RT-IMPROVED
           ADD 1 TO WS-RT-PASS
           PERFORM TWO-OPT-PASS
         end-perform
         PERFORM MEASURE-SITE-TOUR.

       TWO-OPT-PASS.
         MOVE 2 TO WS-RT-I
         perform until WS-RT-I > WS-RT-LAST - 2
           COMPUTE WS-RT-J = WS-RT-I + 1
           perform until WS-RT-J > WS-RT-LAST - 1
             PERFORM TRY-TWO-OPT-MOVE
             ADD 1 TO WS-RT-J
           end-perform
           ADD 1 TO WS-RT-I
         end-perform.

       TRY-TWO-OPT-MOVE.
         COMPUTE WS-RT-POS = WS-RT-I - 1
         MOVE WS-RT-TOUR(WS-RT-POS) TO WS-RT-FROM
         MOVE WS-RT-TOUR(WS-RT-I) TO WS-RT-TO
         PERFORM ROUTE-LEG-DISTANCE
         MOVE WS-RT-LEG TO WS-RT-OLD-AB
         MOVE WS-RT-TOUR(WS-RT-J) TO WS-RT-TO
         PERFORM ROUTE-LEG-DISTANCE
         MOVE WS-RT-LEG TO WS-RT-NEW-AC
         COMPUTE WS-RT-POS = WS-RT-J + 1
         MOVE WS-RT-TOUR(WS-RT-J) TO WS-RT-FROM
         MOVE WS-RT-TOUR(WS-RT-POS) TO WS-RT-TO
         PERFORM ROUTE-LEG-DISTANCE
         MOVE WS-RT-LEG TO WS-RT-OLD-CD
         MOVE WS-RT-TOUR(WS-RT-I) TO WS-RT-FROM
         PERFORM ROUTE-LEG-DISTANCE
         MOVE WS-RT-LEG TO WS-RT-NEW-BD
         COMPUTE WS-RT-DELTA = WS-RT-NEW-AC + WS-RT-NEW-BD
                             - WS-RT-OLD-AB - WS-RT-OLD-CD
         IF WS-RT-DELTA < -0.000001
           PERFORM REVERSE-TOUR-SEGMENT
           MOVE 'Y' TO WS-RT-IMPROVED
         END-IF.

       REVERSE-TOUR-SEGMENT.
         MOVE WS-RT-I TO WS-RT-LO
         MOVE WS-RT-J TO WS-RT-HI
         perform until WS-RT-LO >= WS-RT-HI
           MOVE WS-RT-TOUR(WS-RT-LO) TO WS-RT-HOLD
           MOVE WS-RT-TOUR(WS-RT-HI) TO WS-RT-TOUR(WS-RT-LO)
           MOVE WS-RT-HOLD TO WS-RT-TOUR(WS-RT-HI)
           ADD 1 TO WS-RT-LO
           SUBTRACT 1 FROM WS-RT-HI
         end-perform.

       WRITE-SITE-ROUTE.
         MOVE ZERO TO WS-RT-CUM
         MOVE 1 TO WS-RT-POS
         perform until WS-RT-POS >= WS-RT-LAST
           MOVE WS-RT-TOUR(WS-RT-POS) TO WS-RT-FROM
           ADD 1 TO WS-RT-POS
           MOVE WS-RT-TOUR(WS-RT-POS) TO WS-RT-TO
           PERFORM ROUTE-LEG-DISTANCE
           ADD WS-RT-LEG TO WS-RT-CUM
           MOVE SPACES TO ROUTE-OUT-RECORD
           MOVE SITE-ID(WS-RT-S) TO RTE-SITE-ID
           COMPUTE RTE-STOP = WS-RT-POS - 1
           IF WS-RT-TO EQUAL ZERO
             MOVE SITE-ID(WS-RT-S) TO RTE-POINT-ID
           ELSE
             MOVE WS-RT-ID(WS-RT-TO) TO RTE-POINT-ID
           END-IF
           MOVE WS-RT-LEG TO RTE-LEG-DIST
           MOVE WS-RT-CUM TO RTE-CUM-DIST
           WRITE ROUTE-OUT-RECORD
         end-perform.

       ACCUMULATE-ROUTE-REGION.
         MOVE ZERO TO WS-RG-FOUND
         MOVE ZERO TO WS-RG-I
         perform WS-RG-COUNT times
           ADD 1 TO WS-RG-I
           IF WS-RG-REGION(WS-RG-I) EQUAL SITE-REGION(WS-RT-S)
             MOVE WS-RG-I TO WS-RG-FOUND
           END-IF
         end-perform
         IF WS-RG-FOUND EQUAL ZERO
           ADD 1 TO WS-RG-COUNT
           MOVE WS-RG-COUNT TO WS-RG-FOUND
           MOVE SITE-REGION(WS-RT-S) TO WS-RG-REGION(WS-RG-FOUND)
           MOVE ZERO TO WS-RG-SITES(WS-RG-FOUND)
           MOVE ZERO TO WS-RG-STOPS(WS-RG-FOUND)
           MOVE ZERO TO WS-RG-LENGTH(WS-RG-FOUND)
         END-IF
         ADD 1 TO WS-RG-SITES(WS-RG-FOUND)
         ADD WS-RT-K TO WS-RG-STOPS(WS-RG-FOUND)
         ADD WS-RT-LEN TO WS-RG-LENGTH(WS-RG-FOUND).

       WRITE-ROUTE-REGION-TOTALS.
         MOVE SPACES TO REPORT-RECORD
         WRITE REPORT-RECORD
         MOVE SPACES TO REPORT-RECORD
         STRING 'ROUTE LENGTH BY REGION'
                DELIMITED BY SIZE INTO REPORT-RECORD
         WRITE REPORT-RECORD
         MOVE ZERO TO WS-RG-I
         perform WS-RG-COUNT times
           ADD 1 TO WS-RG-I
           MOVE WS-RG-LENGTH(WS-RG-I) TO WS-RT-LEN-EDIT
           MOVE SPACES TO REPORT-RECORD
           STRING 'REGION ' WS-RG-REGION(WS-RG-I)
                  ' SITES=' WS-RG-SITES(WS-RG-I)
                  ' STOPS=' WS-RG-STOPS(WS-RG-I)
                  ' ROUTE=' WS-RT-LEN-EDIT
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
         end-perform
         MOVE SPACES TO REPORT-RECORD
         WRITE REPORT-RECORD
         MOVE SPACES TO REPORT-RECORD
         STRING 'POINTS ROUTED=' WS-RT-TOTAL-STOPS
                ' SITES ROUTED=' WS-RT-SITES-ROUTED
                ' SITES=' N
                DELIMITED BY SIZE INTO REPORT-RECORD
         WRITE REPORT-RECORD
         MOVE WS-RT-TOTAL-NN TO WS-RT-NN-EDIT
         MOVE WS-RT-TOTAL-LEN TO WS-RT-LEN-EDIT
         MOVE SPACES TO REPORT-RECORD
         STRING 'TOTAL NN=' WS-RT-NN-EDIT
                ' TOTAL ROUTE=' WS-RT-LEN-EDIT
                DELIMITED BY SIZE INTO REPORT-RECORD
         WRITE REPORT-RECORD.

       WHATIF-RUN.
         IF N < 1
           DISPLAY 'WHAT-IF RUN: NO SITES LOADED - STEP ABENDED'
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         MOVE ZERO TO I
         perform N times
           ADD 1 TO I
           MOVE ZERO TO WS-AS-COUNT(I)
         end-perform
         MOVE ZERO TO WS-AS-POINTS
         MOVE ZERO TO WS-WI-BASE-SUM
         MOVE ZERO TO WS-WI-BASE-MAX
         MOVE 'N' TO WS-DEMAND-EOF
         OPEN INPUT DEMAND-FILE
         PERFORM VERIFY-DEMAND-FILE-HEADER
         perform until WS-DEMAND-EOF EQUAL 'Y'
           READ DEMAND-FILE
             AT END
               MOVE 'Y' TO WS-DEMAND-EOF
             NOT AT END
               IF DMD-LABEL-TYPE EQUAL 'TRL'
                 PERFORM VERIFY-DEMAND-FILE-TRAILER
               ELSE
                 IF WS-DMD-TRL-SEEN EQUAL 'Y'
                   PERFORM ABEND-DEMAND-DATA-AFTER-TRAILER
                 END-IF
                 PERFORM WHATIF-LOAD-ONE-POINT
               END-IF
           END-READ
         end-perform
         IF WS-DMD-TRL-SEEN EQUAL 'N'
           PERFORM ABEND-DEMAND-MISSING-TRAILER
         END-IF
         CLOSE DEMAND-FILE
         ADD WS-AS-POINTS TO WS-RECORD-COUNT
         MOVE ZERO TO WS-WI-BASE-AVG
         IF WS-AS-POINTS > 0
           COMPUTE WS-WI-BASE-AVG ROUNDED =
                   WS-WI-BASE-SUM / WS-AS-POINTS
         END-IF
         OPEN INPUT SCENARIO-FILE
         IF WS-SCEN-STATUS NOT EQUAL '00'
           DISPLAY 'WHAT-IF RUN: SCENIN NOT AVAILABLE, STATUS='
                   WS-SCEN-STATUS ' - STEP ABENDED'
           MOVE 16 TO RETURN-CODE
           STOP RUN
         END-IF
         OPEN OUTPUT REPORT-FILE
         MOVE SPACES TO REPORT-RECORD
         STRING 'WHAT-IF SITE SCENARIO REPORT'
                DELIMITED BY SIZE INTO REPORT-RECORD
         WRITE REPORT-RECORD
         MOVE SPACES TO REPORT-RECORD
         STRING 'BASELINE SITES=' N
                ' POINTS=' WS-AS-POINTS
                DELIMITED BY SIZE INTO REPORT-RECORD
         WRITE REPORT-RECORD
         MOVE WS-WI-BASE-AVG TO WS-WI-DIST-EDIT
         MOVE WS-WI-BASE-MAX TO WS-WI-DIST2-EDIT
         MOVE SPACES TO REPORT-RECORD
         STRING 'BASELINE AVG DISTANCE=' WS-WI-DIST-EDIT
                ' WORST=' WS-WI-DIST2-EDIT
                DELIMITED BY SIZE INTO REPORT-RECORD
         WRITE REPORT-RECORD
         MOVE ZERO TO WS-WI-SCENARIOS
         MOVE ZERO TO WS-WI-CARDS
         MOVE ZERO TO WS-WI-CARDS-REJECTED
         MOVE 'N' TO WS-SCEN-EOF
         PERFORM READ-SCENARIO-CARD
         perform until WS-SCEN-EOF EQUAL 'Y'
           MOVE SCN-ID TO WS-WI-SCENARIO
           PERFORM START-SCENARIO
           perform until WS-SCEN-EOF EQUAL 'Y'
               OR SCN-ID NOT EQUAL WS-WI-SCENARIO
             PERFORM APPLY-SCENARIO-CARD
             PERFORM READ-SCENARIO-CARD
           end-perform
           PERFORM EVALUATE-SCENARIO
         end-perform
         MOVE SPACES TO REPORT-RECORD
         WRITE REPORT-RECORD
         MOVE SPACES TO REPORT-RECORD
         STRING 'SCENARIOS EVALUATED=' WS-WI-SCENARIOS
                ' CARDS READ=' WS-WI-CARDS
                ' REJECTED=' WS-WI-CARDS-REJECTED
                DELIMITED BY SIZE INTO REPORT-RECORD
         WRITE REPORT-RECORD
         CLOSE REPORT-FILE
         CLOSE SCENARIO-FILE
         ADD WS-WI-CARDS TO WS-RECORD-COUNT
         DISPLAY 'WHAT-IF RUN: SCENARIOS=' WS-WI-SCENARIOS
                 ' CARDS=' WS-WI-CARDS
                 ' REJECTED=' WS-WI-CARDS-REJECTED.

       WHATIF-LOAD-ONE-POINT.
         PERFORM ROUTE-LOAD-ONE-POINT
         COMPUTE WS-CV-DIST = WS-CV-BEST-SQ ** .5
         MOVE WS-CV-DIST TO WS-RT-DIST(WS-AS-POINTS)
         ADD WS-CV-DIST TO WS-WI-BASE-SUM
         IF WS-CV-DIST > WS-WI-BASE-MAX
           MOVE WS-CV-DIST TO WS-WI-BASE-MAX
         END-IF.

       READ-SCENARIO-CARD.
         READ SCENARIO-FILE
           AT END
             MOVE 'Y' TO WS-SCEN-EOF
           NOT AT END
             ADD 1 TO WS-WI-CARDS
         END-READ.

       START-SCENARIO.
         ADD 1 TO WS-WI-SCENARIOS
         MOVE N TO WS-WI-SITES
         MOVE ZERO TO I
         perform N times
           ADD 1 TO I
           MOVE 'N' TO WS-WI-CLOSED(I)
         end-perform
         MOVE SPACES TO REPORT-RECORD
         WRITE REPORT-RECORD
         MOVE SPACES TO REPORT-RECORD
         STRING 'SCENARIO ' WS-WI-SCENARIO
                DELIMITED BY SIZE INTO REPORT-RECORD
         WRITE REPORT-RECORD.

       APPLY-SCENARIO-CARD.
         MOVE SPACES TO WS-WI-REASON
         MOVE ZERO TO WS-WI-FOUND
         MOVE ZERO TO I
         perform WS-WI-SITES times
           ADD 1 TO I
           IF SITE-ID(I) EQUAL SCN-SITE-ID
             MOVE I TO WS-WI-FOUND
           END-IF
         end-perform
         IF SCN-SITE-ID EQUAL SPACES
           MOVE 'NO SITE ID' TO WS-WI-REASON
         ELSE
           IF SCN-ACTION EQUAL 'C'
             IF WS-WI-FOUND EQUAL ZERO OR WS-WI-FOUND > N
               MOVE 'SITE NOT IN BASELINE' TO WS-WI-REASON
             ELSE
               IF WS-WI-CLOSED(WS-WI-FOUND) EQUAL 'Y'
                 MOVE 'SITE ALREADY CLOSED' TO WS-WI-REASON
               ELSE
                 MOVE 'Y' TO WS-WI-CLOSED(WS-WI-FOUND)
               END-IF
             END-IF
           ELSE
             IF SCN-ACTION EQUAL 'N'
               IF WS-WI-FOUND NOT EQUAL ZERO
                 MOVE 'SITE ID ALREADY IN USE' TO WS-WI-REASON
               ELSE
                 IF SCN-X-TEXT IS NOT NUMERIC
                     OR SCN-Y-TEXT IS NOT NUMERIC
                   MOVE 'INVALID COORDINATES' TO WS-WI-REASON
                 ELSE
                   IF WS-WI-SITES >= 5000
                     MOVE 'SITE TABLE FULL' TO WS-WI-REASON
                   ELSE
                     ADD 1 TO WS-WI-SITES
                     MOVE SCN-SITE-ID TO SITE-ID(WS-WI-SITES)
                     MOVE SCN-X-TEXT TO U(WS-WI-SITES)
                     MOVE SCN-Y-TEXT TO V(WS-WI-SITES)
                     MOVE SCN-REGION TO SITE-REGION(WS-WI-SITES)
                     MOVE 'N' TO WS-WI-CLOSED(WS-WI-SITES)
                   END-IF
                 END-IF
               END-IF
             ELSE
               MOVE 'INVALID ACTION' TO WS-WI-REASON
             END-IF
           END-IF
         END-IF
         MOVE SPACES TO REPORT-RECORD
         IF WS-WI-REASON NOT EQUAL SPACES
           ADD 1 TO WS-WI-CARDS-REJECTED
           ADD 1 TO WS-REJECT-COUNT
           STRING '  CARD REJECTED: ' SCN-ACTION ' ' SCN-SITE-ID
                  ' - ' WS-WI-REASON
                  DELIMITED BY SIZE INTO REPORT-RECORD
         ELSE
           IF SCN-ACTION EQUAL 'C'
             STRING '  CLOSE SITE ' SCN-SITE-ID
                    DELIMITED BY SIZE INTO REPORT-RECORD
           ELSE
             MOVE U(WS-WI-SITES) TO WS-WI-COORD-EDIT
             MOVE V(WS-WI-SITES) TO WS-WI-COORD2-EDIT
             STRING '  NEW SITE ' SCN-SITE-ID
                    ' RGN ' SCN-REGION
                    ' AT ' WS-WI-COORD-EDIT
                    ',' WS-WI-COORD2-EDIT
                    DELIMITED BY SIZE INTO REPORT-RECORD
           END-IF
         END-IF
         WRITE REPORT-RECORD.

       EVALUATE-SCENARIO.
         MOVE ZERO TO WS-WI-OPEN
         MOVE ZERO TO I
         perform WS-WI-SITES times
           ADD 1 TO I
           MOVE ZERO TO WS-WI-COUNT(I)
           IF WS-WI-CLOSED(I) EQUAL 'N'
             ADD 1 TO WS-WI-OPEN
           END-IF
         end-perform
         IF WS-WI-OPEN EQUAL ZERO
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO REPORT-RECORD
           STRING '  SCENARIO NOT EVALUATED: NO OPEN SITES'
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
         ELSE
           PERFORM REASSIGN-SCENARIO-POINTS
           PERFORM WRITE-SCENARIO-SUMMARY
           PERFORM WRITE-SCENARIO-WORKLOAD
         END-IF.

       REASSIGN-SCENARIO-POINTS.
         MOVE ZERO TO WS-WI-MOVED
         MOVE ZERO TO WS-WI-SUM
         MOVE ZERO TO WS-WI-MAX
         MOVE SPACES TO REPORT-RECORD
         STRING '  POINTS CHANGING SITE'
                DELIMITED BY SIZE INTO REPORT-RECORD
         WRITE REPORT-RECORD
         MOVE ZERO TO WS-RT-P
         perform WS-AS-POINTS times
           ADD 1 TO WS-RT-P
           MOVE WS-RT-X(WS-RT-P) TO WS-AS-X
           MOVE WS-RT-Y(WS-RT-P) TO WS-AS-Y
           PERFORM FIND-NEAREST-OPEN-SITE
           COMPUTE WS-CV-DIST = WS-CV-BEST-SQ ** .5
           ADD 1 TO WS-WI-COUNT(WS-CV-BEST-J)
           ADD WS-CV-DIST TO WS-WI-SUM
           IF WS-CV-DIST > WS-WI-MAX
             MOVE WS-CV-DIST TO WS-WI-MAX
           END-IF
           IF WS-CV-BEST-J NOT EQUAL WS-RT-SITE(WS-RT-P)
             ADD 1 TO WS-WI-MOVED
             MOVE WS-RT-DIST(WS-RT-P) TO WS-WI-DIST-EDIT
             MOVE WS-CV-DIST TO WS-WI-DIST2-EDIT
             MOVE SPACES TO REPORT-RECORD
             STRING '  PT ' WS-RT-ID(WS-RT-P)
                    ' FROM ' SITE-ID(WS-RT-SITE(WS-RT-P))
                    WS-WI-DIST-EDIT
                    ' TO ' SITE-ID(WS-CV-BEST-J)
                    WS-WI-DIST2-EDIT
                    DELIMITED BY SIZE INTO REPORT-RECORD
             WRITE REPORT-RECORD
           END-IF
         end-perform
         IF WS-WI-MOVED EQUAL ZERO
           MOVE SPACES TO REPORT-RECORD
           STRING '  (NONE)'
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
         END-IF.

       FIND-NEAREST-OPEN-SITE.
         MOVE ZERO TO WS-CV-BEST-J
         MOVE ZERO TO J
         perform WS-WI-SITES times
           ADD 1 TO J
           IF WS-WI-CLOSED(J) EQUAL 'N'
             COMPUTE WS-CV-DX = U(J) - WS-AS-X
             COMPUTE WS-CV-DY = V(J) - WS-AS-Y
             COMPUTE WS-CV-SQ = WS-CV-DX * WS-CV-DX
                              + WS-CV-DY * WS-CV-DY
             IF WS-CV-BEST-J EQUAL ZERO
                 OR WS-CV-SQ < WS-CV-BEST-SQ
               MOVE WS-CV-SQ TO WS-CV-BEST-SQ
               MOVE J TO WS-CV-BEST-J
             END-IF
           END-IF
         end-perform.

       WRITE-SCENARIO-SUMMARY.
         MOVE ZERO TO WS-WI-AVG
         IF WS-AS-POINTS > 0
           COMPUTE WS-WI-AVG ROUNDED = WS-WI-SUM / WS-AS-POINTS
         END-IF
         MOVE SPACES TO REPORT-RECORD
         STRING '  POINTS CHANGING SITE=' WS-WI-MOVED
                ' OF ' WS-AS-POINTS
                DELIMITED BY SIZE INTO REPORT-RECORD
         WRITE REPORT-RECORD
         MOVE WS-WI-BASE-AVG TO WS-WI-DIST-EDIT
         MOVE WS-WI-AVG TO WS-WI-DIST2-EDIT
         COMPUTE WS-WI-CHG-EDIT = WS-WI-AVG - WS-WI-BASE-AVG
         MOVE SPACES TO REPORT-RECORD
         STRING '  AVG   BASE=' WS-WI-DIST-EDIT
                ' SCENARIO=' WS-WI-DIST2-EDIT
                ' CHG=' WS-WI-CHG-EDIT
                DELIMITED BY SIZE INTO REPORT-RECORD
         WRITE REPORT-RECORD
         MOVE WS-WI-BASE-MAX TO WS-WI-DIST-EDIT
         MOVE WS-WI-MAX TO WS-WI-DIST2-EDIT
         COMPUTE WS-WI-CHG-EDIT = WS-WI-MAX - WS-WI-BASE-MAX
         MOVE SPACES TO REPORT-RECORD
         STRING '  WORST BASE=' WS-WI-DIST-EDIT
                ' SCENARIO=' WS-WI-DIST2-EDIT
                ' CHG=' WS-WI-CHG-EDIT
                DELIMITED BY SIZE INTO REPORT-RECORD
         WRITE REPORT-RECORD.

       WRITE-SCENARIO-WORKLOAD.
         MOVE SPACES TO REPORT-RECORD
         STRING '  WORKLOAD BY SITE     BASELINE  SCENARIO'
                '    CHANGE'
                DELIMITED BY SIZE INTO REPORT-RECORD
         WRITE REPORT-RECORD
         MOVE ZERO TO I
         perform WS-WI-SITES times
           ADD 1 TO I
           IF I > N
             MOVE ZERO TO WS-WI-BASE-LOAD
             MOVE 'NEW' TO WS-WI-TAG
           ELSE
             MOVE WS-AS-COUNT(I) TO WS-WI-BASE-LOAD
             IF WS-WI-CLOSED(I) EQUAL 'Y'
               MOVE 'CLOSED' TO WS-WI-TAG
             ELSE
               MOVE SPACES TO WS-WI-TAG
             END-IF
           END-IF
           MOVE WS-WI-BASE-LOAD TO WS-WI-LOAD-EDIT
           MOVE WS-WI-COUNT(I) TO WS-WI-LOAD2-EDIT
           COMPUTE WS-WI-LOAD-CHG-EDIT =
                   WS-WI-COUNT(I) - WS-WI-BASE-LOAD
           MOVE SPACES TO REPORT-RECORD
           STRING '  SITE ' SITE-ID(I)
                  ' ' SITE-REGION(I)
                  WS-WI-LOAD-EDIT
                  WS-WI-LOAD2-EDIT
                  WS-WI-LOAD-CHG-EDIT
                  ' ' WS-WI-TAG
                  DELIMITED BY SIZE INTO REPORT-RECORD
           WRITE REPORT-RECORD
         end-perform.

       QUERY-RUN.
         ACCEPT STR
         MOVE STR TO WS-QC-X
