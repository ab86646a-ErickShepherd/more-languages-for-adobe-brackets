000029*
00029A* Like the rest of the stream this program stamps the shared
00029B* run-control dataset and will not start while STUDMAIN,
00029C* GRDPOST, GRDCHG or STUDRCVR is marked in flight - the
00029D* ID-uniqueness scan must not run against a master that is
0029DA* mid-rewrite.
00029E*
000030* DD names: FEEDER (feeder school list), STUDMAST (student
000031* master, read only), INTAKE (transactions for STUDMAIN),
008037     PERFORM CHECK-RUN-CONFLICT.
008038     MOVE 'STUDRCVR' TO WS-CONFLICT-JOB.
008039     PERFORM CHECK-RUN-CONFLICT.
00803A     MOVE 'GRDCHG' TO WS-CONFLICT-JOB.
00803B     PERFORM CHECK-RUN-CONFLICT.
008040     PERFORM STAMP-RUN-START.
008041     CLOSE RUN-CONTROL-FILE.
008042
