008035     PERFORM CHECK-RUN-CONFLICT.
008036     MOVE 'GRDPOST' TO WS-CONFLICT-JOB.
008037     PERFORM CHECK-RUN-CONFLICT.
008038     MOVE 'GRDCHG' TO WS-CONFLICT-JOB.
008039     PERFORM CHECK-RUN-CONFLICT.
008040     PERFORM STAMP-RUN-START.
008041     CLOSE RUN-CONTROL-FILE.
008042
